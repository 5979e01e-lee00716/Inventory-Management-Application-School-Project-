       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENT-RECON.
       AUTHOR. DAVID LEE.

      *period-end reconciliation of the three places a part's stock
      *is recorded: the permanent movement ledger MOVEHIST.TXT, the
      *book QUANTITY on INVENT6.TXT and the per-stockroom figures on
      *LOCQTY.TXT. the GL extract in INVENTORY-REPORT gives finance
      *an ending value per CATEGORY-CODE and INVENT-AUDIT checks the
      *master's fields, but neither proves the quantities agree or
      *explains how the ending value was reached. for every part on
      *the master this run rebuilds the quantity from the ledger,
      *movement by movement, and compares the result with QUANTITY
      *and with the sum of the part's location records; every part
      *where they disagree is listed as an exception. the same pass
      *builds a rollforward by category, in quantity and in value:
      *opening balance, receipts (net of returns to vendor), issues,
      *adjustments, count variances, revaluations and closing
      *balance, with the master's own quantity and value alongside
      *the closing figures so the GL extract can be tied to it.
      *
      *the period is the one open on the period control file
      *PERCTL.TXT, so the run belongs at period end before
      *DEMAND-ROLL moves the period on; a parameter card RCNPARM.TXT
      *with a period (yyyymm) in columns 1-6 reruns an earlier one.
      *the ledger figure compared with the master is the balance
      *after the last movement on file, so postings already made
      *into the next period do not show as false exceptions.
      *
      *an "A" adjustment carries the counted quantity rather than a
      *difference, so its effect is the step in on-hand it caused.
      *adjustments posted by CYCLE-COUNT, and located adjustments
      *from INVENT-POST (the held-count sign-off path), are count
      *variances; an unlocated "A" is an ordinary adjustment. the
      *balance before a part's first ledger movement is taken from
      *that movement's own on-hand figure, so stock carried from
      *before the ledger began is not mistaken for a difference. a
      *part with no location records is carried as one unsplit
      *bucket and is not compared by location. book stock above the
      *located total is the part's unlocated "---" bucket, as
      *INVENTORY-REPORT and CYCLE-COUNT carry it, and is shown on an
      *exception line but is not an exception itself; only locations
      *holding more than the master are.
      *
      *movements are valued at the price in force on their date,
      *worked back from UNIT-PRICE through the price history
      *REVALHST.TXT that PART-MAINT keeps; the revaluations are the
      *amounts PART-MAINT posted in the period, the same figures the
      *GL extract carries on its "RV" lines. a category whose value
      *does not roll forward exactly is flagged under its lines.
      *the return code is set to 4 when there are exceptions, so the
      *scheduler can hold the period sign-off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PART-NUMBER.

           SELECT MOVEMENT-HISTORY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MOVEHIST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MOVEHIST-KEY
                 FILE STATUS IS MOVEHIST-STATUS.

           SELECT OPTIONAL LOCATION-QTY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOCQTY.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOCQTY-KEY.

           SELECT OPTIONAL REVAL-HISTORY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\REVALHST.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CONTROL-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PERCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PERIOD-CONTROL-STATUS.

           SELECT RECON-PARM-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\RCNPARM.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RECON-PARM-STATUS.

           SELECT RECON-REPORT
              ASSIGN TO "C:\Users\Ruth\workspace\program3\RECONRPT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  MOVEMENT-HISTORY-FILE.
       COPY MOVEMENT-HISTORY-RECORD.

       FD  LOCATION-QTY-FILE.
       COPY LOCATION-QTY-RECORD.

       FD  REVAL-HISTORY-FILE.
       COPY REVAL-HISTORY-RECORD.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD-IO   PIC X(49).

       FD  RECON-PARM-FILE.
       01  RECON-PARM-RECORD          PIC X(6).

       FD  RECON-REPORT.
       01  RECON-RECORD-OUT           PIC X(150).

       WORKING-STORAGE SECTION.
       COPY PERIOD-CONTROL-RECORD.

       01  RECON-TITLE-OUT.
           05  FILLER              PIC X(31)
                               VALUE "INVENTORY PERIOD RECONCILIATION".
           05  FILLER              PIC X(9)  VALUE " - PERIOD".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TITLE-PERIOD-OUT    PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TITLE-START-OUT     PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  TITLE-END-OUT       PIC 9(8).
           05  FILLER              PIC X(8)  VALUE " - RUN ".
           05  TITLE-RUN-DATE-OUT  PIC 9(8).

       01  EXCEPTION-HEADING-OUT.
           05  FILLER  PIC X(40)
                       VALUE "PARTS WHERE LEDGER, MASTER AND LOCATIONS".
           05  FILLER  PIC X(9)  VALUE " DISAGREE".

       01  EXCEPTION-HEADER-OUT.
           05  FILLER  PIC X(9)  VALUE "PART     ".
           05  FILLER  PIC X(21) VALUE "PART NAME".
           05  FILLER  PIC X(10) VALUE "    LEDGER".
           05  FILLER  PIC X(10) VALUE "    MASTER".
           05  FILLER  PIC X(10) VALUE " LOCATIONS".
           05  FILLER  PIC X(10) VALUE " UNLOCATED".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(6)  VALUE "REASON".

       01  EXCEPTION-DETAIL-OUT.
           05  PART-NUMBER-EXC     PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PART-NAME-EXC       PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  LEDGER-QTY-EXC      PIC ---------9.
           05  MASTER-QTY-EXC      PIC ZZZZZZZZZ9.
           05  LOCATION-QTY-EXC    PIC ZZZZZZZZZ9.
           05  LOCATION-QTY-EXC-X  REDEFINES LOCATION-QTY-EXC
                                   PIC X(10).
           05  UNLOCATED-QTY-EXC   PIC ZZZZZZZZZ9.
           05  UNLOCATED-QTY-EXC-X REDEFINES UNLOCATED-QTY-EXC
                                   PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  REASON-EXC          PIC X(30).

       01  ROLLFORWARD-HEADING-OUT.
           05  FILLER  PIC X(23) VALUE "ROLLFORWARD BY CATEGORY".

       01  ROLLFORWARD-HEADER-OUT.
           05  FILLER  PIC X(11) VALUE "CAT   ".
           05  FILLER  PIC X(17) VALUE "          OPENING".
           05  FILLER  PIC X(17) VALUE "         RECEIPTS".
           05  FILLER  PIC X(17) VALUE "           ISSUES".
           05  FILLER  PIC X(17) VALUE "      ADJUSTMENTS".
           05  FILLER  PIC X(17) VALUE "  COUNT VARIANCES".
           05  FILLER  PIC X(17) VALUE "     REVALUATIONS".
           05  FILLER  PIC X(17) VALUE "          CLOSING".
           05  FILLER  PIC X(17) VALUE "    MASTER (BOOK)".

      *one rollforward line - the eight columns are, in order,
      *opening, receipts, issues, adjustments, count variances,
      *revaluations, closing and the master's own figure
       01  ROLLFORWARD-QTY-OUT.
           05  CATEGORY-RFQ        PIC X(4).
           05  FILLER              PIC X(2).
           05  LINE-TYPE-RFQ       PIC X(5).
           05  RFQ-COLUMN OCCURS 8 TIMES.
               10  FILLER          PIC X(1).
               10  AMOUNT-RFQ      PIC -(15)9.

       01  ROLLFORWARD-VALUE-OUT.
           05  CATEGORY-RFV        PIC X(4).
           05  FILLER              PIC X(2).
           05  LINE-TYPE-RFV       PIC X(5).
           05  RFV-COLUMN OCCURS 8 TIMES.
               10  FILLER          PIC X(1).
               10  AMOUNT-RFV      PIC -(12)9.99.

       01  NOT-RECONCILED-OUT.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(34)
                             VALUE "*** VALUE DOES NOT ROLL FORWARD BY".
           05  NOT-RECONCILED-RFD  PIC -(12)9.99.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-INV        PIC X(3) VALUE "NO".
           05  EOF-FLAG-MOVE       PIC X(3) VALUE "NO".
           05  EOF-FLAG-LOC        PIC X(3) VALUE "NO".
           05  EOF-FLAG-RVH        PIC X(3) VALUE "NO".
           05  LEDGER-FOUND-SWITCH PIC X(3) VALUE "NO".
               88  LEDGER-FOUND            VALUE "YES".
           05  LOCATIONS-FOUND-SWITCH  PIC X(3) VALUE "NO".
               88  LOCATIONS-FOUND         VALUE "YES".
           05  PERIOD-OPENED-SWITCH    PIC X(3) VALUE "NO".
               88  PERIOD-OPENED           VALUE "YES".
           05  PERIOD-CLOSED-SWITCH    PIC X(3) VALUE "NO".
               88  PERIOD-CLOSED           VALUE "YES".
           05  CATEGORY-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  CATEGORY-FOUND          VALUE "YES".

      *parameter card - period to reconcile, fixed columns
       01  RECON-PARM-STATUS      PIC X(2) VALUE SPACES.
       01  PERIOD-CONTROL-STATUS  PIC X(2) VALUE SPACES.
       01  MOVEHIST-STATUS        PIC X(2) VALUE SPACES.
       01  RECON-PARM-FIELDS.
           05  PARM-PERIOD-X       PIC X(6).
           05  PARM-PERIOD         REDEFINES PARM-PERIOD-X
                                   PIC 9(6).

       01  CURRENT-DATE-WS        PIC 9(8) VALUE ZERO.
       01  RECON-PERIOD-WS        PIC 9(6) VALUE ZERO.
       01  RECON-PERIOD-PARTS     REDEFINES RECON-PERIOD-WS.
           05  RECON-YEAR-WS       PIC 9(4).
           05  RECON-MONTH-WS      PIC 9(2).
       01  PERIOD-START-WS        PIC 9(8) VALUE ZERO.
       01  PERIOD-END-WS          PIC 9(8) VALUE ZERO.
       01  NEXT-PERIOD-START-WS   PIC 9(8) VALUE ZERO.
       01  BEFORE-START-WS        PIC 9(8) VALUE ZERO.

      *one part's rollforward, built from its ledger movements, in
      *the same column order as the report lines
       01  PART-ROLLFORWARD-WS.
           05  PART-QTY-WS         PIC S9(9) OCCURS 8 TIMES.
           05  PART-VALUE-WS       PIC S9(11)V99 OCCURS 8 TIMES.

       01  RUN-BALANCE-WS         PIC S9(9) VALUE ZERO.
       01  MOVE-DELTA-WS          PIC S9(9) VALUE ZERO.
       01  MOVE-VALUE-WS          PIC S9(11)V99 VALUE ZERO.
       01  LOCATION-SUM-WS        PIC 9(9) VALUE ZERO.
       01  UNLOCATED-QTY-WS       PIC 9(9) VALUE ZERO.
       01  ROLLED-VALUE-WS        PIC S9(11)V99 VALUE ZERO.
       01  COL-I                  PIC 9(4) COMP VALUE ZERO.

      *price as it stood on a given date - the current UNIT-PRICE,
      *or the old price of the earliest change made after that date
       01  PRICE-DATE-WS          PIC 9(8) VALUE ZERO.
       01  PRICE-AT-WS            PIC 9(4)V99 VALUE ZERO.
       01  PRICE-BEST-DATE-WS     PIC 9(8) VALUE ZERO.

      *price changes from the start of the period on, from the
      *price history
       01  PRICE-CHANGE-TABLE.
           05  PRICE-CHANGE-ENTRY OCCURS 2000 TIMES.
               10  PCH-PART-NUMBER     PIC 9(7).
               10  PCH-EFFECTIVE-DATE  PIC 9(8).
               10  PCH-OLD-PRICE       PIC 9(4)V99.
               10  PCH-NET-AMOUNT      PIC S9(11)V99.
       01  PRICE-CHANGE-COUNT     PIC 9(4) COMP VALUE ZERO.
       01  PCH-I                  PIC 9(4) COMP VALUE ZERO.

      *the rollforward accumulated by category, plus the grand
      *total line
       01  CATEGORY-ROLL-TABLE.
           05  CATEGORY-ROLL-ENTRY OCCURS 50 TIMES.
               10  CATEGORY-CODE-TBL   PIC X(4).
               10  CATEGORY-QTY-TBL    PIC S9(11) OCCURS 8 TIMES.
               10  CATEGORY-VALUE-TBL  PIC S9(13)V99 OCCURS 8 TIMES.
       01  CATEGORY-ROLL-HOLD.
           05  CATEGORY-CODE-HOLD  PIC X(4).
           05  CATEGORY-QTY-HOLD   PIC S9(11) OCCURS 8 TIMES.
           05  CATEGORY-VALUE-HOLD PIC S9(13)V99 OCCURS 8 TIMES.
       01  CATEGORY-COUNT         PIC 9(4) COMP VALUE ZERO.
       01  CATEGORY-I             PIC 9(4) COMP VALUE ZERO.
       01  CATEGORY-SEARCH-I      PIC 9(4) COMP VALUE ZERO.
       01  SORT-I                 PIC 9(4) COMP VALUE ZERO.
       01  SORT-J                 PIC 9(4) COMP VALUE ZERO.
       01  GRAND-TOTAL-WS.
           05  GRAND-QTY-WS        PIC S9(11) OCCURS 8 TIMES.
           05  GRAND-VALUE-WS      PIC S9(13)V99 OCCURS 8 TIMES.

       01  PARTS-RECONCILED       PIC 9(7) VALUE ZERO.
       01  MOVEMENTS-READ         PIC 9(9) VALUE ZERO.
       01  EXCEPTION-COUNT        PIC 9(7) VALUE ZERO.
       01  CATEGORIES-NOT-ROLLED  PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-RECONCILE-INVENTORY.
           PERFORM 201-INIT-RECONCILIATION.
           PERFORM 202-RECONCILE-ONE-PART
               UNTIL EOF-FLAG-INV = "YES".
           PERFORM 203-TERMINATE-RECONCILIATION.
           STOP RUN.

      *initialization - fixes the period, loads the price changes
      *made since it began and opens the exception listing. a
      *missing ledger file leaves every part with no ledger figure
       201-INIT-RECONCILIATION.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           MOVE ZEROES TO GRAND-TOTAL-WS.
           PERFORM 303-SET-RECON-PERIOD.
           PERFORM 304-LOAD-PRICE-CHANGES.
           OPEN INPUT  INVENT-FILE.
           OPEN INPUT  LOCATION-QTY-FILE.
           OPEN OUTPUT RECON-REPORT.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           MOVE RECON-PERIOD-WS TO TITLE-PERIOD-OUT.
           MOVE PERIOD-START-WS TO TITLE-START-OUT.
           MOVE PERIOD-END-WS TO TITLE-END-OUT.
           MOVE CURRENT-DATE-WS TO TITLE-RUN-DATE-OUT.
           MOVE RECON-TITLE-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE SPACES TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE EXCEPTION-HEADING-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE EXCEPTION-HEADER-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           PERFORM 302-READ-INVENT-RECORD.

      *mainline which rebuilds one part from the ledger, compares
      *the three figures and adds the part into its category
       202-RECONCILE-ONE-PART.
           ADD 1 TO PARTS-RECONCILED.
           PERFORM 401-ROLL-PART-LEDGER.
           PERFORM 407-SUM-PART-LOCATIONS.
           PERFORM 409-CHECK-PART-FIGURES.
           PERFORM 411-ADD-PART-TO-CATEGORY.
           PERFORM 302-READ-INVENT-RECORD.

      *termination - the rollforward by category in code order, the
      *grand totals, the run counts and the sign-off line
       203-TERMINATE-RECONCILIATION.
           IF EXCEPTION-COUNT = ZERO
               MOVE "  NONE" TO RECON-RECORD-OUT
               WRITE RECON-RECORD-OUT
           END-IF.
           MOVE SPACES TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE ROLLFORWARD-HEADING-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE ROLLFORWARD-HEADER-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           PERFORM 414-SORT-CATEGORY-TABLE.
           PERFORM 417-WRITE-CATEGORY-LINES
               VARYING CATEGORY-I FROM 1 BY 1
               UNTIL CATEGORY-I > CATEGORY-COUNT.
           PERFORM 419-WRITE-GRAND-TOTAL-LINES.
           MOVE SPACES TO RECON-RECORD-OUT.
           STRING "PARTS RECONCILED " PARTS-RECONCILED
               " MOVEMENTS READ " MOVEMENTS-READ
               " EXCEPTIONS " EXCEPTION-COUNT
               " CATEGORIES NOT ROLLED " CATEGORIES-NOT-ROLLED
               DELIMITED BY SIZE INTO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           IF EXCEPTION-COUNT = ZERO
               AND CATEGORIES-NOT-ROLLED = ZERO
               MOVE "RECONCILED - LEDGER, MASTER AND LOCATIONS AGREE"
                   TO RECON-RECORD-OUT
           ELSE
               MOVE "NOT RECONCILED - RESOLVE EXCEPTIONS BEFORE SIGNING"
                   TO RECON-RECORD-OUT
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE RECON-RECORD-OUT.
           IF MOVEHIST-STATUS = "00"
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF.
           CLOSE INVENT-FILE LOCATION-QTY-FILE RECON-REPORT.

      *read the next part master record
       302-READ-INVENT-RECORD.
           READ INVENT-FILE
           AT END MOVE "YES" TO EOF-FLAG-INV.

      *fixes the period to reconcile - a valid period on the card,
      *else the open period on the control file, else the current
      *month - and works out its first and last days
       303-SET-RECON-PERIOD.
           MOVE ZEROES TO PERIOD-CONTROL-RECORD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PERIOD-CONTROL-STATUS = "00"
               READ PERIOD-CONTROL-FILE INTO PERIOD-CONTROL-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
           MOVE PERCTL-CURRENT-PERIOD TO RECON-PERIOD-WS.
           OPEN INPUT RECON-PARM-FILE.
           IF RECON-PARM-STATUS = "00"
               READ RECON-PARM-FILE INTO RECON-PARM-FIELDS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD-X NUMERIC
                           MOVE PARM-PERIOD TO RECON-PERIOD-WS
                       END-IF
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF.
           IF RECON-MONTH-WS < 1 OR RECON-MONTH-WS > 12
               OR RECON-YEAR-WS = ZERO
               MOVE CURRENT-DATE-WS(1:6) TO RECON-PERIOD-WS
           END-IF.
           COMPUTE PERIOD-START-WS = RECON-PERIOD-WS * 100 + 1.
           COMPUTE BEFORE-START-WS = PERIOD-START-WS - 1.
           IF RECON-MONTH-WS = 12
               COMPUTE NEXT-PERIOD-START-WS =
                   (RECON-YEAR-WS + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-PERIOD-START-WS = PERIOD-START-WS + 100
           END-IF.
           COMPUTE PERIOD-END-WS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(NEXT-PERIOD-START-WS) - 1).

      *loads every price change dated from the start of the period
      *on; changes before it cannot move a price in force during it
       304-LOAD-PRICE-CHANGES.
           OPEN INPUT REVAL-HISTORY-FILE.
           PERFORM 305-READ-PRICE-HISTORY.
           PERFORM 306-KEEP-PRICE-CHANGE
               UNTIL EOF-FLAG-RVH = "YES".
           CLOSE REVAL-HISTORY-FILE.

      *read the next price history record
       305-READ-PRICE-HISTORY.
           READ REVAL-HISTORY-FILE
           AT END MOVE "YES" TO EOF-FLAG-RVH.

      *keeps one price change in the table if it is recent enough
       306-KEEP-PRICE-CHANGE.
           IF RVH-EFFECTIVE-DATE NOT < PERIOD-START-WS
               IF PRICE-CHANGE-COUNT < 2000
                   ADD 1 TO PRICE-CHANGE-COUNT
                   MOVE RVH-PART-NUMBER
                       TO PCH-PART-NUMBER(PRICE-CHANGE-COUNT)
                   MOVE RVH-EFFECTIVE-DATE
                       TO PCH-EFFECTIVE-DATE(PRICE-CHANGE-COUNT)
                   MOVE RVH-OLD-PRICE
                       TO PCH-OLD-PRICE(PRICE-CHANGE-COUNT)
                   MOVE RVH-NET-AMOUNT
                       TO PCH-NET-AMOUNT(PRICE-CHANGE-COUNT)
               ELSE
                   DISPLAY "PRICE-CHANGE-TABLE FULL - PART "
                       RVH-PART-NUMBER " DATE " RVH-EFFECTIVE-DATE
                       " DROPPED FROM RECONCILIATION"
               END-IF
           END-IF.
           PERFORM 305-READ-PRICE-HISTORY.

      *rebuilds the part's quantity from its ledger movements in
      *date order, splitting the period's movements by category and
      *valuing them, then prices the opening and closing balances
      *and adds in the period's revaluations
       401-ROLL-PART-LEDGER.
           MOVE ZEROES TO PART-ROLLFORWARD-WS.
           MOVE "NO" TO LEDGER-FOUND-SWITCH.
           MOVE "NO" TO PERIOD-OPENED-SWITCH.
           MOVE "NO" TO PERIOD-CLOSED-SWITCH.
           MOVE ZERO TO RUN-BALANCE-WS.
           MOVE "NO" TO EOF-FLAG-MOVE.
           IF MOVEHIST-STATUS = "00"
               MOVE PART-NUMBER TO MOVEHIST-PART-NUMBER
               MOVE ZERO TO MOVEHIST-TRANS-DATE
               MOVE ZERO TO MOVEHIST-SEQUENCE
               START MOVEMENT-HISTORY-FILE
                   KEY IS NOT LESS THAN MOVEHIST-KEY
                   INVALID KEY
                       MOVE "YES" TO EOF-FLAG-MOVE
               END-START
               IF EOF-FLAG-MOVE NOT = "YES"
                   PERFORM 402-READ-PART-MOVEMENT
               END-IF
               PERFORM 403-APPLY-MOVEMENT
                   UNTIL EOF-FLAG-MOVE = "YES"
           END-IF.
           IF NOT PERIOD-OPENED
               MOVE RUN-BALANCE-WS TO PART-QTY-WS(1)
           END-IF.
           IF NOT PERIOD-CLOSED
               MOVE RUN-BALANCE-WS TO PART-QTY-WS(7)
           END-IF.
           MOVE BEFORE-START-WS TO PRICE-DATE-WS.
           PERFORM 405-FIND-PRICE-AT-DATE.
           COMPUTE PART-VALUE-WS(1) = PART-QTY-WS(1) * PRICE-AT-WS.
           MOVE PERIOD-END-WS TO PRICE-DATE-WS.
           PERFORM 405-FIND-PRICE-AT-DATE.
           COMPUTE PART-VALUE-WS(7) = PART-QTY-WS(7) * PRICE-AT-WS.
           PERFORM 406-ADD-PART-REVALUATION
               VARYING PCH-I FROM 1 BY 1
               UNTIL PCH-I > PRICE-CHANGE-COUNT.
           MOVE QUANTITY TO PART-QTY-WS(8).
           COMPUTE PART-VALUE-WS(8) = QUANTITY * UNIT-PRICE.

      *reads the part's next ledger movement, stopping at the next
      *part
       402-READ-PART-MOVEMENT.
           READ MOVEMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FLAG-MOVE
               NOT AT END
                   IF MOVEHIST-PART-NUMBER NOT = PART-NUMBER
                       MOVE "YES" TO EOF-FLAG-MOVE
                   ELSE
                       ADD 1 TO MOVEMENTS-READ
                   END-IF
           END-READ.

      *applies one movement to the rebuilt balance. the first
      *movement seeds the balance it started from; the opening is
      *taken as the first movement inside the period arrives and the
      *closing as the first movement after it arrives. a
      *balance-forward record left by HIST-PURGE is not a movement -
      *it only sets the balance the part carried at the purge cutoff
       403-APPLY-MOVEMENT.
           IF NOT LEDGER-FOUND
               MOVE "YES" TO LEDGER-FOUND-SWITCH
               EVALUATE MOVEHIST-TRANS-CODE
                   WHEN "R"
                       COMPUTE RUN-BALANCE-WS =
                           MOVEHIST-NEW-ON-HAND - MOVEHIST-TRANS-QTY
                   WHEN "I"
                   WHEN "V"
                       COMPUTE RUN-BALANCE-WS =
                           MOVEHIST-NEW-ON-HAND + MOVEHIST-TRANS-QTY
                   WHEN OTHER
                       MOVE MOVEHIST-NEW-ON-HAND TO RUN-BALANCE-WS
               END-EVALUATE
           END-IF.
           IF MOVEHIST-TRANS-DATE NOT < PERIOD-START-WS
               AND NOT PERIOD-OPENED
               MOVE "YES" TO PERIOD-OPENED-SWITCH
               MOVE RUN-BALANCE-WS TO PART-QTY-WS(1)
           END-IF.
           IF MOVEHIST-TRANS-DATE > PERIOD-END-WS
               AND NOT PERIOD-CLOSED
               MOVE "YES" TO PERIOD-CLOSED-SWITCH
               MOVE RUN-BALANCE-WS TO PART-QTY-WS(7)
           END-IF.
           EVALUATE MOVEHIST-TRANS-CODE
               WHEN "R"
                   MOVE 2 TO COL-I
                   MOVE MOVEHIST-TRANS-QTY TO MOVE-DELTA-WS
                   ADD MOVEHIST-TRANS-QTY TO RUN-BALANCE-WS
               WHEN "V"
                   MOVE 2 TO COL-I
                   COMPUTE MOVE-DELTA-WS = ZERO - MOVEHIST-TRANS-QTY
                   SUBTRACT MOVEHIST-TRANS-QTY FROM RUN-BALANCE-WS
               WHEN "I"
                   MOVE 3 TO COL-I
                   MOVE MOVEHIST-TRANS-QTY TO MOVE-DELTA-WS
                   SUBTRACT MOVEHIST-TRANS-QTY FROM RUN-BALANCE-WS
               WHEN "T"
                   MOVE ZERO TO COL-I
                   MOVE ZERO TO MOVE-DELTA-WS
               WHEN "B"
                   MOVE ZERO TO COL-I
                   MOVE ZERO TO MOVE-DELTA-WS
                   MOVE MOVEHIST-NEW-ON-HAND TO RUN-BALANCE-WS
               WHEN OTHER
                   IF MOVEHIST-SOURCE = "CYCLE"
                       OR MOVEHIST-LOCATION-CODE NOT = SPACES
                       MOVE 5 TO COL-I
                   ELSE
                       MOVE 4 TO COL-I
                   END-IF
                   COMPUTE MOVE-DELTA-WS =
                       MOVEHIST-NEW-ON-HAND - RUN-BALANCE-WS
                   MOVE MOVEHIST-NEW-ON-HAND TO RUN-BALANCE-WS
           END-EVALUATE.
           IF PERIOD-OPENED AND NOT PERIOD-CLOSED
               AND COL-I > ZERO
               PERFORM 404-ADD-PERIOD-MOVEMENT
           END-IF.
           PERFORM 402-READ-PART-MOVEMENT.

      *adds one in-period movement into its column at the price in
      *force on its date
       404-ADD-PERIOD-MOVEMENT.
           MOVE MOVEHIST-TRANS-DATE TO PRICE-DATE-WS.
           PERFORM 405-FIND-PRICE-AT-DATE.
           COMPUTE MOVE-VALUE-WS = MOVE-DELTA-WS * PRICE-AT-WS.
           ADD MOVE-DELTA-WS TO PART-QTY-WS(COL-I).
           ADD MOVE-VALUE-WS TO PART-VALUE-WS(COL-I).

      *prices the part as it stood at the end of PRICE-DATE-WS - a
      *change effective on a date applies to that whole day
       405-FIND-PRICE-AT-DATE.
           MOVE UNIT-PRICE TO PRICE-AT-WS.
           MOVE 99999999 TO PRICE-BEST-DATE-WS.
           PERFORM 413-TEST-PRICE-CHANGE
               VARYING PCH-I FROM 1 BY 1
               UNTIL PCH-I > PRICE-CHANGE-COUNT.

      *adds one price change of this part dated inside the period
      *into the revaluation column
       406-ADD-PART-REVALUATION.
           IF PCH-PART-NUMBER(PCH-I) = PART-NUMBER
               AND PCH-EFFECTIVE-DATE(PCH-I) NOT > PERIOD-END-WS
               ADD PCH-NET-AMOUNT(PCH-I) TO PART-VALUE-WS(6)
           END-IF.

      *sums the part's stockroom records; a part with none is one
      *unsplit bucket
       407-SUM-PART-LOCATIONS.
           MOVE ZERO TO LOCATION-SUM-WS.
           MOVE "NO" TO LOCATIONS-FOUND-SWITCH.
           MOVE "NO" TO EOF-FLAG-LOC.
           MOVE PART-NUMBER TO LOCQTY-PART-NUMBER.
           MOVE LOW-VALUES TO LOCQTY-LOCATION-CODE.
           START LOCATION-QTY-FILE
               KEY IS NOT LESS THAN LOCQTY-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-FLAG-LOC
           END-START.
           PERFORM 408-ADD-NEXT-LOCATION
               UNTIL EOF-FLAG-LOC = "YES".

      *adds one location record of the part into the sum
       408-ADD-NEXT-LOCATION.
           READ LOCATION-QTY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FLAG-LOC
               NOT AT END
                   IF LOCQTY-PART-NUMBER NOT = PART-NUMBER
                       MOVE "YES" TO EOF-FLAG-LOC
                   ELSE
                       MOVE "YES" TO LOCATIONS-FOUND-SWITCH
                       ADD LOCQTY-ON-HAND TO LOCATION-SUM-WS
                   END-IF
           END-READ.

      *compares the ledger, master and location figures and lists
      *the part when they disagree. stock on the master with no
      *ledger behind it at all is an exception in its own right.
      *the locations only disagree when they hold more than the
      *master - the rest of the master is unlocated book stock
       409-CHECK-PART-FIGURES.
           MOVE SPACES TO REASON-EXC.
           EVALUATE TRUE
               WHEN NOT LEDGER-FOUND AND QUANTITY > ZERO
                   MOVE "NO LEDGER HISTORY" TO REASON-EXC
               WHEN LEDGER-FOUND AND RUN-BALANCE-WS NOT = QUANTITY
                   AND LOCATIONS-FOUND
                   AND LOCATION-SUM-WS > QUANTITY
                   MOVE "LEDGER AND LOCATIONS DIFFER" TO REASON-EXC
               WHEN LEDGER-FOUND AND RUN-BALANCE-WS NOT = QUANTITY
                   MOVE "LEDGER DIFFERS FROM MASTER" TO REASON-EXC
               WHEN LOCATIONS-FOUND
                   AND LOCATION-SUM-WS > QUANTITY
                   MOVE "LOCATIONS DIFFER FROM MASTER" TO REASON-EXC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REASON-EXC NOT = SPACES
               PERFORM 410-WRITE-EXCEPTION-LINE
           END-IF.

      *writes one exception line with all three figures and the
      *master stock not yet at a location
       410-WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE PART-NUMBER TO PART-NUMBER-EXC.
           MOVE PART-NAME TO PART-NAME-EXC.
           MOVE RUN-BALANCE-WS TO LEDGER-QTY-EXC.
           MOVE QUANTITY TO MASTER-QTY-EXC.
           IF LOCATIONS-FOUND
               MOVE LOCATION-SUM-WS TO LOCATION-QTY-EXC
               IF LOCATION-SUM-WS < QUANTITY
                   SUBTRACT LOCATION-SUM-WS FROM QUANTITY
                       GIVING UNLOCATED-QTY-WS
               ELSE
                   MOVE ZERO TO UNLOCATED-QTY-WS
               END-IF
               MOVE UNLOCATED-QTY-WS TO UNLOCATED-QTY-EXC
           ELSE
               MOVE "   UNSPLIT" TO LOCATION-QTY-EXC-X
               MOVE SPACES TO UNLOCATED-QTY-EXC-X
           END-IF.
           MOVE EXCEPTION-DETAIL-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.

      *adds the part's rollforward into its category and the grand
      *total
       411-ADD-PART-TO-CATEGORY.
           PERFORM 412-FIND-OR-ADD-CATEGORY.
           PERFORM 416-ADD-PART-COLUMN
               VARYING COL-I FROM 1 BY 1
               UNTIL COL-I > 8.

      *looks up the part's category, adding a new zero entry the
      *first time a category is seen
       412-FIND-OR-ADD-CATEGORY.
           MOVE "NO" TO CATEGORY-FOUND-SWITCH.
           MOVE ZERO TO CATEGORY-I.
           PERFORM 415-SEARCH-CATEGORY-TABLE
               VARYING CATEGORY-SEARCH-I FROM 1 BY 1
               UNTIL CATEGORY-SEARCH-I > CATEGORY-COUNT
               OR CATEGORY-FOUND.
           IF NOT CATEGORY-FOUND
               IF CATEGORY-COUNT < 50
                   ADD 1 TO CATEGORY-COUNT
                   MOVE CATEGORY-COUNT TO CATEGORY-I
                   MOVE ZEROES TO CATEGORY-ROLL-ENTRY(CATEGORY-I)
                   MOVE CATEGORY-CODE TO CATEGORY-CODE-TBL(CATEGORY-I)
                   MOVE "YES" TO CATEGORY-FOUND-SWITCH
               ELSE
                   DISPLAY "CATEGORY-ROLL-TABLE FULL - CATEGORY "
                       CATEGORY-CODE " IN GRAND TOTAL ONLY, PART "
                       PART-NUMBER
               END-IF
           END-IF.

      *keeps a price change of this part made after PRICE-DATE-WS
      *when it is the earliest such change seen so far
       413-TEST-PRICE-CHANGE.
           IF PCH-PART-NUMBER(PCH-I) = PART-NUMBER
               AND PCH-EFFECTIVE-DATE(PCH-I) > PRICE-DATE-WS
               AND PCH-EFFECTIVE-DATE(PCH-I) < PRICE-BEST-DATE-WS
               MOVE PCH-EFFECTIVE-DATE(PCH-I) TO PRICE-BEST-DATE-WS
               MOVE PCH-OLD-PRICE(PCH-I) TO PRICE-AT-WS
           END-IF.

      *sorts the category table into category code order
       414-SORT-CATEGORY-TABLE.
           IF CATEGORY-COUNT > 1
               PERFORM 420-SORT-PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > CATEGORY-COUNT - 1
           END-IF.

      *tests one table subscript for a category-code match
       415-SEARCH-CATEGORY-TABLE.
           IF CATEGORY-CODE-TBL(CATEGORY-SEARCH-I) = CATEGORY-CODE
               MOVE "YES" TO CATEGORY-FOUND-SWITCH
               MOVE CATEGORY-SEARCH-I TO CATEGORY-I
           END-IF.

      *adds one column of the part's rollforward into its category
      *and the grand total
       416-ADD-PART-COLUMN.
           IF CATEGORY-FOUND
               ADD PART-QTY-WS(COL-I)
                   TO CATEGORY-QTY-TBL(CATEGORY-I, COL-I)
               ADD PART-VALUE-WS(COL-I)
                   TO CATEGORY-VALUE-TBL(CATEGORY-I, COL-I)
           END-IF.
           ADD PART-QTY-WS(COL-I) TO GRAND-QTY-WS(COL-I).
           ADD PART-VALUE-WS(COL-I) TO GRAND-VALUE-WS(COL-I).

      *writes one category's quantity and value lines, flagging the
      *category when its value does not roll forward
       417-WRITE-CATEGORY-LINES.
           MOVE SPACES TO ROLLFORWARD-QTY-OUT.
           MOVE SPACES TO ROLLFORWARD-VALUE-OUT.
           MOVE CATEGORY-CODE-TBL(CATEGORY-I) TO CATEGORY-RFQ.
           MOVE "QTY" TO LINE-TYPE-RFQ.
           MOVE "VALUE" TO LINE-TYPE-RFV.
           PERFORM 418-FORMAT-CATEGORY-COLUMN
               VARYING COL-I FROM 1 BY 1
               UNTIL COL-I > 8.
           MOVE ROLLFORWARD-QTY-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE ROLLFORWARD-VALUE-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           COMPUTE ROLLED-VALUE-WS = CATEGORY-VALUE-TBL(CATEGORY-I, 7)
               - CATEGORY-VALUE-TBL(CATEGORY-I, 1)
               - CATEGORY-VALUE-TBL(CATEGORY-I, 2)
               + CATEGORY-VALUE-TBL(CATEGORY-I, 3)
               - CATEGORY-VALUE-TBL(CATEGORY-I, 4)
               - CATEGORY-VALUE-TBL(CATEGORY-I, 5)
               - CATEGORY-VALUE-TBL(CATEGORY-I, 6).
           IF ROLLED-VALUE-WS NOT = ZERO
               ADD 1 TO CATEGORIES-NOT-ROLLED
               MOVE ROLLED-VALUE-WS TO NOT-RECONCILED-RFD
               MOVE NOT-RECONCILED-OUT TO RECON-RECORD-OUT
               WRITE RECON-RECORD-OUT
           END-IF.

      *moves one column of a category into both report lines
       418-FORMAT-CATEGORY-COLUMN.
           MOVE CATEGORY-QTY-TBL(CATEGORY-I, COL-I)
               TO AMOUNT-RFQ(COL-I).
           MOVE CATEGORY-VALUE-TBL(CATEGORY-I, COL-I)
               TO AMOUNT-RFV(COL-I).

      *writes the grand total quantity and value lines
       419-WRITE-GRAND-TOTAL-LINES.
           MOVE SPACES TO ROLLFORWARD-QTY-OUT.
           MOVE SPACES TO ROLLFORWARD-VALUE-OUT.
           MOVE "ALL" TO CATEGORY-RFQ.
           MOVE "QTY" TO LINE-TYPE-RFQ.
           MOVE "VALUE" TO LINE-TYPE-RFV.
           PERFORM 422-FORMAT-GRAND-COLUMN
               VARYING COL-I FROM 1 BY 1
               UNTIL COL-I > 8.
           MOVE SPACES TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE ROLLFORWARD-QTY-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE ROLLFORWARD-VALUE-OUT TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.
           MOVE SPACES TO RECON-RECORD-OUT.
           WRITE RECON-RECORD-OUT.

      *one bubble-sort pass over the unsorted portion of the table
       420-SORT-PASS.
           PERFORM 421-COMPARE-AND-SWAP
               VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > CATEGORY-COUNT - SORT-I.

      *compares a pair of adjacent entries and swaps them if needed
       421-COMPARE-AND-SWAP.
           IF CATEGORY-CODE-TBL(SORT-J) > CATEGORY-CODE-TBL(SORT-J + 1)
               MOVE CATEGORY-ROLL-ENTRY(SORT-J) TO CATEGORY-ROLL-HOLD
               MOVE CATEGORY-ROLL-ENTRY(SORT-J + 1)
                   TO CATEGORY-ROLL-ENTRY(SORT-J)
               MOVE CATEGORY-ROLL-HOLD
                   TO CATEGORY-ROLL-ENTRY(SORT-J + 1)
           END-IF.

      *moves one grand total column into both report lines
       422-FORMAT-GRAND-COLUMN.
           MOVE GRAND-QTY-WS(COL-I) TO AMOUNT-RFQ(COL-I).
           MOVE GRAND-VALUE-WS(COL-I) TO AMOUNT-RFV(COL-I).
