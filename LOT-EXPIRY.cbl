       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY.
       AUTHOR. DAVID LEE.

      *prints the lot expiry report from the lot quantity file
      *LOTQTY.TXT kept by INVENT-POST. every lot of a lot-controlled
      *part still on hand whose expiry date falls within the number
      *of days named on the parameter card - or has already passed -
      *is listed with its part, location, lot number, expiry date,
      *days left (negative once expired), quantity and its value at
      *the part's UNIT-PRICE on INVENT6.TXT, so the stock can be
      *used first or written off before it is lost. expired lots
      *are flagged and their value totalled apart from the rest.
      *the parameter card LOTPARM.TXT gives the number of days in
      *columns 1-3; a blank or missing card looks 30 days ahead. a
      *part retired with lots still on file has no price left and
      *is valued at zero, flagged on the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOT-QTY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOTQTY.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOTQTY-KEY.

           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT LOT-PARM-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOTPARM.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LOT-PARM-STATUS.

           SELECT LOT-EXPIRY-REPORT
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOTEXPRT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-QTY-FILE.
       COPY LOT-QTY-RECORD.

       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  LOT-PARM-FILE.
       01  LOT-PARM-RECORD        PIC X(3).

       FD  LOT-EXPIRY-REPORT.
       01  LOT-EXPIRY-RECORD-OUT  PIC X(110).

       WORKING-STORAGE SECTION.
       01  EXPIRY-TITLE-OUT.
           05  FILLER              PIC X(26)
                                   VALUE "LOTS EXPIRING WITHIN DAYS ".
           05  TITLE-DAYS-OUT      PIC ZZ9.
           05  FILLER              PIC X(9)  VALUE " - AS AT ".
           05  TITLE-RUN-DATE-OUT  PIC 9(8).
           05  FILLER              PIC X(10) VALUE " - CUTOFF ".
           05  TITLE-CUTOFF-OUT    PIC 9(8).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  EXPIRY-HEADER-OUT.
           05  FILLER  PIC X(9)  VALUE "PART     ".
           05  FILLER  PIC X(21) VALUE "PART NAME".
           05  FILLER  PIC X(5)  VALUE "LOC  ".
           05  FILLER  PIC X(12) VALUE "LOT".
           05  FILLER  PIC X(10) VALUE "EXPIRY".
           05  FILLER  PIC X(5)  VALUE " DAYS".
           05  FILLER  PIC X(9)  VALUE "  ON HAND".
           05  FILLER  PIC X(9)  VALUE "    PRICE".
           05  FILLER  PIC X(15) VALUE "          VALUE".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "STATUS".

       01  EXPIRY-DETAIL-OUT.
           05  PART-NUMBER-LX      PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PART-NAME-LX        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  LOCATION-LX         PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOT-NUMBER-LX       PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXPIRY-DATE-LX      PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DAYS-LEFT-LX        PIC ----9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ON-HAND-LX          PIC ZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  UNIT-PRICE-LX       PIC ZZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOT-VALUE-LX        PIC ZZZZZZZZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LOT-STATUS-LX       PIC X(7).

       01  EXPIRY-TOTAL-OUT.
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  TOTAL-LABEL-LT      PIC X(20).
           05  FILLER              PIC X(33) VALUE SPACES.
           05  TOTAL-QTY-LT        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  TOTAL-VALUE-LT      PIC ZZZZZZZZZ9.99.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-LOT        PIC X(3) VALUE "NO".
           05  PART-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  PART-FOUND              VALUE "YES".

      *parameter card - days ahead, fixed columns
       01  LOT-PARM-STATUS        PIC X(2) VALUE SPACES.
       01  LOT-PARM-FIELDS.
           05  PARM-DAYS-X         PIC X(3).
           05  PARM-DAYS           REDEFINES PARM-DAYS-X
                                   PIC 9(3).

       01  CURRENT-DATE-WS        PIC 9(8) VALUE ZERO.
       01  CUTOFF-DATE-WS         PIC 9(8) VALUE ZERO.
       01  DAYS-AHEAD-WS          PIC 9(3) VALUE 30.
       01  DAYS-LEFT-WS           PIC S9(5) VALUE ZERO.
       01  LOT-VALUE-WS           PIC 9(11)V99 VALUE ZERO.
       01  LOTS-READ              PIC 9(7) VALUE ZERO.
       01  LOTS-LISTED            PIC 9(7) VALUE ZERO.
       01  LOTS-EXPIRED           PIC 9(7) VALUE ZERO.
       01  QTY-LISTED-TOTAL       PIC 9(9) VALUE ZERO.
       01  QTY-EXPIRED-TOTAL      PIC 9(9) VALUE ZERO.
       01  VALUE-LISTED-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  VALUE-EXPIRED-TOTAL    PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-PRODUCE-LOT-EXPIRY.
           PERFORM 201-INIT-LOT-EXPIRY.
           PERFORM 202-REPORT-ONE-LOT
               UNTIL EOF-FLAG-LOT = "YES".
           PERFORM 203-TERMINATE-LOT-EXPIRY.
           STOP RUN.

      *initialization - the cutoff is the run date moved forward by
      *the days on the card. a missing lot file just produces an
      *empty report
       201-INIT-LOT-EXPIRY.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 303-READ-LOT-PARMS.
           COMPUTE CUTOFF-DATE-WS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(CURRENT-DATE-WS)
                + DAYS-AHEAD-WS).
           OPEN INPUT  INVENT-FILE.
           OPEN OUTPUT LOT-EXPIRY-REPORT.
           MOVE DAYS-AHEAD-WS TO TITLE-DAYS-OUT.
           MOVE CURRENT-DATE-WS TO TITLE-RUN-DATE-OUT.
           MOVE CUTOFF-DATE-WS TO TITLE-CUTOFF-OUT.
           MOVE EXPIRY-TITLE-OUT TO LOT-EXPIRY-RECORD-OUT.
           WRITE LOT-EXPIRY-RECORD-OUT.
           MOVE EXPIRY-HEADER-OUT TO LOT-EXPIRY-RECORD-OUT.
           WRITE LOT-EXPIRY-RECORD-OUT.
           OPEN INPUT LOT-QTY-FILE.
           PERFORM 302-READ-LOT-RECORD.

      *mainline which prints one lot when it expires on or before
      *the cutoff
       202-REPORT-ONE-LOT.
           IF LOTQTY-EXPIRY-DATE NOT > CUTOFF-DATE-WS
               AND LOTQTY-ON-HAND > ZERO
               PERFORM 401-WRITE-LOT-LINE
           END-IF.
           PERFORM 302-READ-LOT-RECORD.

      *termination - totals for the expired lots, then for every lot
      *listed, and the run counts
       203-TERMINATE-LOT-EXPIRY.
           MOVE SPACES TO LOT-EXPIRY-RECORD-OUT.
           WRITE LOT-EXPIRY-RECORD-OUT.
           MOVE "EXPIRED LOTS TOTAL" TO TOTAL-LABEL-LT.
           MOVE QTY-EXPIRED-TOTAL TO TOTAL-QTY-LT.
           MOVE VALUE-EXPIRED-TOTAL TO TOTAL-VALUE-LT.
           MOVE EXPIRY-TOTAL-OUT TO LOT-EXPIRY-RECORD-OUT.
           WRITE LOT-EXPIRY-RECORD-OUT.
           MOVE "ALL LOTS LISTED" TO TOTAL-LABEL-LT.
           MOVE QTY-LISTED-TOTAL TO TOTAL-QTY-LT.
           MOVE VALUE-LISTED-TOTAL TO TOTAL-VALUE-LT.
           MOVE EXPIRY-TOTAL-OUT TO LOT-EXPIRY-RECORD-OUT.
           WRITE LOT-EXPIRY-RECORD-OUT.
           MOVE SPACES TO LOT-EXPIRY-RECORD-OUT.
           STRING "LOTS READ " LOTS-READ
               " LISTED " LOTS-LISTED
               " EXPIRED " LOTS-EXPIRED
               DELIMITED BY SIZE INTO LOT-EXPIRY-RECORD-OUT.
           WRITE LOT-EXPIRY-RECORD-OUT.
           CLOSE LOT-QTY-FILE INVENT-FILE LOT-EXPIRY-REPORT.

      *read the next lot record
       302-READ-LOT-RECORD.
           READ LOT-QTY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FLAG-LOT
               NOT AT END
                   ADD 1 TO LOTS-READ
           END-READ.

      *reads the parameter card; a missing, blank or non-numeric
      *card keeps the 30-day default
       303-READ-LOT-PARMS.
           OPEN INPUT LOT-PARM-FILE.
           IF LOT-PARM-STATUS = "00"
               READ LOT-PARM-FILE INTO LOT-PARM-FIELDS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DAYS-X NUMERIC
                           MOVE PARM-DAYS TO DAYS-AHEAD-WS
                       END-IF
               END-READ
               CLOSE LOT-PARM-FILE
           END-IF.

      *values one lot at its part's current price and prints it,
      *counting it into the expired totals when its date has passed
       401-WRITE-LOT-LINE.
           MOVE LOTQTY-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.
           IF PART-FOUND
               MOVE PART-NAME TO PART-NAME-LX
               MOVE UNIT-PRICE TO UNIT-PRICE-LX
               COMPUTE LOT-VALUE-WS = LOTQTY-ON-HAND * UNIT-PRICE
           ELSE
               MOVE "*PART RETIRED*" TO PART-NAME-LX
               MOVE ZERO TO UNIT-PRICE-LX
               MOVE ZERO TO LOT-VALUE-WS
           END-IF.
           IF LOTQTY-EXPIRY-DATE > ZERO
               COMPUTE DAYS-LEFT-WS =
                   FUNCTION INTEGER-OF-DATE(LOTQTY-EXPIRY-DATE) -
                   FUNCTION INTEGER-OF-DATE(CURRENT-DATE-WS)
           ELSE
               MOVE ZERO TO DAYS-LEFT-WS
           END-IF.
           MOVE LOTQTY-PART-NUMBER TO PART-NUMBER-LX.
           MOVE LOTQTY-LOCATION-CODE TO LOCATION-LX.
           MOVE LOTQTY-LOT-NUMBER TO LOT-NUMBER-LX.
           MOVE LOTQTY-EXPIRY-DATE TO EXPIRY-DATE-LX.
           MOVE DAYS-LEFT-WS TO DAYS-LEFT-LX.
           MOVE LOTQTY-ON-HAND TO ON-HAND-LX.
           MOVE LOT-VALUE-WS TO LOT-VALUE-LX.
           IF LOTQTY-EXPIRY-DATE < CURRENT-DATE-WS
               MOVE "EXPIRED" TO LOT-STATUS-LX
               ADD 1 TO LOTS-EXPIRED
               ADD LOTQTY-ON-HAND TO QTY-EXPIRED-TOTAL
               ADD LOT-VALUE-WS TO VALUE-EXPIRED-TOTAL
           ELSE
               MOVE SPACES TO LOT-STATUS-LX
           END-IF.
           MOVE EXPIRY-DETAIL-OUT TO LOT-EXPIRY-RECORD-OUT.
           WRITE LOT-EXPIRY-RECORD-OUT.
           ADD 1 TO LOTS-LISTED.
           ADD LOTQTY-ON-HAND TO QTY-LISTED-TOTAL.
           ADD LOT-VALUE-WS TO VALUE-LISTED-TOTAL.
