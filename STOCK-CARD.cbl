      *ledger MOVEHIST.TXT kept by INVENT-POST and CYCLE-COUNT. for
      *one part or a range, over a date span, the card shows the
      *opening balance, every movement in date order with its code,
      *quantity, locations, source, job and lot, the running balance
      *after each, and the closing balance - so a count variance
      *found by CYCLE-COUNT can be tied back to the movements between
      *counts and to the figure on the master. the parameter card
      *STKPARM.TXT gives the part range in columns 1-14 and the date
      *span in columns 15-30; a blank part-to reports the one part,
      *a blank or missing card reports every part over all dates.
      *the running balance is the ledger's new-on-hand figure, taken
      *as each movement was applied, so the closing balance agrees
      *with QUANTITY on the master as of the last movement shown.
      *once HIST-PURGE has archived a part's older movements the
      *ledger opens with a balance-forward record (code B) carrying
      *the on-hand at the purge cutoff; it is never shown as a
      *movement, only taken as the card's opening balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CARD-PARM-RECORD       PIC X(30).

       FD  STOCK-CARD-REPORT.
       01  STOCK-CARD-RECORD-OUT  PIC X(75).

       WORKING-STORAGE SECTION.
       01  CARD-TITLE-OUT.
           05  FILLER  PIC X(5)  VALUE "SOURC".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(9)  VALUE "  BALANCE".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE "JOB     ".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "LOT".

       01  CARD-OPENING-OUT.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SOURCE-CRD          PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RUN-BALANCE-CRD     PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  JOB-REF-CRD         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOT-NUMBER-CRD      PIC X(10).

       01  CARD-CLOSING-OUT.
           05  FILLER              PIC X(4)  VALUE SPACES.
      *mainline which handles one ledger record in part/date order,
      *breaking to a new card when the part number changes. a record
      *before the date span only refreshes the opening balance; a
      *record after the span is passed over. a balance-forward
      *record only ever sets the opening balance, whatever its date
       202-REPORT-ONE-MOVEMENT.
           IF MOVEHIST-PART-NUMBER NOT = CURRENT-PART-WS
               OR FIRST-PART
               PERFORM 401-WRITE-CARD-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN MOVEHIST-TRANS-CODE = "B"
               WHEN MOVEHIST-TRANS-DATE < DATE-FROM-WS
                   MOVE MOVEHIST-NEW-ON-HAND TO OPENING-BALANCE-WS
                   MOVE MOVEHIST-NEW-ON-HAND TO CLOSING-BALANCE-WS
           MOVE MOVEHIST-LOCATION-CODE TO LOCATION-CRD.
           MOVE MOVEHIST-LOCATION-TO TO LOCATION-TO-CRD.
           MOVE MOVEHIST-SOURCE TO SOURCE-CRD.
           MOVE MOVEHIST-JOB-REF TO JOB-REF-CRD.
           MOVE MOVEHIST-LOT-NUMBER TO LOT-NUMBER-CRD.
           MOVE MOVEHIST-NEW-ON-HAND TO RUN-BALANCE-CRD.
           MOVE MOVEHIST-NEW-ON-HAND TO CLOSING-BALANCE-WS.
           MOVE CARD-DETAIL-OUT TO STOCK-CARD-RECORD-OUT.
