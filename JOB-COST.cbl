       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-COST.
       AUTHOR. DAVID LEE.

      *prints the job material cost report and writes the job
      *chargeback file from the permanent movement ledger
      *MOVEHIST.TXT, replacing the monthly rebuild by hand from the
      *posting logs. every ledger movement carrying a job reference
      *inside the date span counts: an "I" issue is material the job
      *drew, an "R" receipt is stock the job handed back unused. the
      *quantities are totalled by job and part and costed at the
      *part's UNIT-PRICE on INVENT6.TXT, so each job is charged for
      *what it issued less what it returned. the report prints one
      *line per job and part with a subtotal per job and a grand
      *total; the chargeback file JOBCHG.TXT carries the same lines
      *in fixed columns for cost accounting to load. the parameter
      *card JOBPARM.TXT gives the date span in columns 1-16; a blank
      *or missing card costs every movement on the ledger. a part
      *retired since it moved has no price left to cost it at and
      *is charged at zero, flagged on the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-HISTORY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MOVEHIST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MOVEHIST-KEY
                 FILE STATUS IS MOVEHIST-STATUS.

           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT JOB-PARM-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\JOBPARM.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOB-PARM-STATUS.

           SELECT JOB-COST-REPORT
              ASSIGN TO "C:\Users\Ruth\workspace\program3\JOBCOST.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-CHARGEBACK-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\JOBCHG.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-HISTORY-FILE.
       COPY MOVEMENT-HISTORY-RECORD.

       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  JOB-PARM-FILE.
       01  JOB-PARM-RECORD        PIC X(16).

       FD  JOB-COST-REPORT.
       01  JOB-COST-RECORD-OUT    PIC X(100).

       FD  JOB-CHARGEBACK-FILE.
       01  JOB-CHARGEBACK-RECORD-OUT  PIC X(60).

       WORKING-STORAGE SECTION.
       01  COST-TITLE-OUT.
           05  FILLER              PIC X(19)
                                   VALUE "JOB MATERIAL COST -".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TITLE-DATE-FROM-OUT PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  TITLE-DATE-TO-OUT   PIC 9(8).
           05  FILLER              PIC X(60) VALUE SPACES.

       01  COST-HEADER-OUT.
           05  FILLER  PIC X(10) VALUE "JOB REF   ".
           05  FILLER  PIC X(9)  VALUE "PART     ".
           05  FILLER  PIC X(21) VALUE "PART NAME".
           05  FILLER  PIC X(9)  VALUE "   ISSUED".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(9)  VALUE " RETURNED".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "   NET QTY".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "  PRICE".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(17) VALUE "         NET COST".

       01  COST-DETAIL-OUT.
           05  JOB-REF-JC          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PART-NUMBER-JC      PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PART-NAME-JC        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  ISSUED-QTY-JC       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RETURNED-QTY-JC     PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  NET-QTY-JC          PIC ---------9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  UNIT-PRICE-JC       PIC ZZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  NET-COST-JC         PIC -------------9.99.

       01  COST-JOB-TOTAL-OUT.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE "JOB ".
           05  JOB-REF-JT          PIC X(8).
           05  FILLER              PIC X(6)  VALUE " TOTAL".
           05  FILLER              PIC X(55) VALUE SPACES.
           05  JOB-TOTAL-JT        PIC -------------9.99.

       01  COST-GRAND-TOTAL-OUT.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(18)
                                   VALUE "ALL JOBS TOTAL    ".
           05  FILLER              PIC X(55) VALUE SPACES.
           05  GRAND-TOTAL-GT      PIC -------------9.99.

      *job chargeback file - fixed columns, no edit characters, in
      *the record-type style of the PO and AP interface batches: BH
      *batch header with the run date and the date span costed, DT
      *one per job and part, TR trailer with the detail count and
      *total charge so cost accounting can balance the batch. the
      *charge carries a leading separate sign, since a job that
      *handed back more than it drew in the span earns a credit
       01  JOBCHG-BATCH-HEADER.
           05  FILLER              PIC X(2) VALUE "BH".
           05  JOBCHG-RUN-DATE     PIC 9(8).
           05  JOBCHG-DATE-FROM    PIC 9(8).
           05  JOBCHG-DATE-TO      PIC 9(8).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  JOBCHG-DETAIL.
           05  FILLER              PIC X(2) VALUE "DT".
           05  JOBCHG-JOB-REF      PIC X(8).
           05  JOBCHG-PART-NUMBER  PIC 9(7).
           05  JOBCHG-ISSUED-QTY   PIC 9(9).
           05  JOBCHG-RETURNED-QTY PIC 9(9).
           05  JOBCHG-UNIT-PRICE   PIC 9(4)V99.
           05  JOBCHG-AMOUNT       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(5) VALUE SPACES.

       01  JOBCHG-TRAILER.
           05  FILLER              PIC X(2) VALUE "TR".
           05  JOBCHG-RECORD-COUNT PIC 9(5).
           05  JOBCHG-TOTAL-AMOUNT PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(39) VALUE SPACES.

      *one accumulator entry per job and part seen on the ledger
       01  JOB-COST-TABLE.
           05  JOB-COST-ENTRY OCCURS 3000 TIMES.
               10  JC-SORT-KEY-TBL.
                   15  JOB-REF-TBL         PIC X(8).
                   15  PART-NUMBER-TBL     PIC 9(7).
               10  ISSUED-QTY-TBL          PIC 9(9).
               10  RETURNED-QTY-TBL        PIC 9(9).
       01  JOB-COST-ENTRY-HOLD.
           05  JC-SORT-KEY-HOLD.
               10  JOB-REF-HOLD            PIC X(8).
               10  PART-NUMBER-HOLD        PIC 9(7).
           05  ISSUED-QTY-HOLD             PIC 9(9).
           05  RETURNED-QTY-HOLD           PIC 9(9).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-MOVE       PIC X(3) VALUE "NO".
           05  ENTRY-FOUND-SWITCH  PIC X(3) VALUE "NO".
               88  ENTRY-FOUND             VALUE "YES".
           05  PART-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  PART-FOUND              VALUE "YES".

      *parameter card - date span, fixed columns
       01  JOB-PARM-STATUS        PIC X(2) VALUE SPACES.
       01  MOVEHIST-STATUS        PIC X(2) VALUE SPACES.
       01  JOB-PARM-FIELDS.
           05  PARM-DATE-FROM-X    PIC X(8).
           05  PARM-DATE-FROM      REDEFINES PARM-DATE-FROM-X
                                   PIC 9(8).
           05  PARM-DATE-TO-X      PIC X(8).
           05  PARM-DATE-TO        REDEFINES PARM-DATE-TO-X
                                   PIC 9(8).

       01  CURRENT-DATE-WS        PIC 9(8) VALUE ZERO.
       01  DATE-FROM-WS           PIC 9(8) VALUE ZERO.
       01  DATE-TO-WS             PIC 9(8) VALUE 99999999.
       01  JC-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  JC-SEARCH-I            PIC 9(4) COMP VALUE ZERO.
       01  SORT-I                 PIC 9(4) COMP VALUE ZERO.
       01  SORT-J                 PIC 9(4) COMP VALUE ZERO.
       01  LAST-JOB-REF-WS        PIC X(8) VALUE SPACES.
       01  NET-QTY-WS             PIC S9(9) VALUE ZERO.
       01  NET-COST-WS            PIC S9(11)V99 VALUE ZERO.
       01  JOB-TOTAL-WS           PIC S9(11)V99 VALUE ZERO.
       01  GRAND-TOTAL-WS         PIC S9(11)V99 VALUE ZERO.
       01  MOVEMENTS-READ         PIC 9(7) VALUE ZERO.
       01  MOVEMENTS-COSTED       PIC 9(7) VALUE ZERO.
       01  JOBS-REPORTED          PIC 9(5) VALUE ZERO.
       01  CHARGEBACK-LINES       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-PRODUCE-JOB-COST.
           PERFORM 201-INIT-JOB-COST.
           PERFORM 202-COST-ONE-MOVEMENT
               UNTIL EOF-FLAG-MOVE = "YES".
           PERFORM 203-TERMINATE-JOB-COST.
           STOP RUN.

      *initialization - a missing ledger file just produces an empty
      *report and an empty chargeback batch, the same way the
      *OPTIONAL masters behave
       201-INIT-JOB-COST.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 303-READ-JOB-PARMS.
           OPEN INPUT  INVENT-FILE.
           OPEN OUTPUT JOB-COST-REPORT.
           OPEN OUTPUT JOB-CHARGEBACK-FILE.
           MOVE DATE-FROM-WS TO TITLE-DATE-FROM-OUT.
           MOVE DATE-TO-WS TO TITLE-DATE-TO-OUT.
           MOVE COST-TITLE-OUT TO JOB-COST-RECORD-OUT.
           WRITE JOB-COST-RECORD-OUT.
           MOVE COST-HEADER-OUT TO JOB-COST-RECORD-OUT.
           WRITE JOB-COST-RECORD-OUT.
           MOVE CURRENT-DATE-WS TO JOBCHG-RUN-DATE.
           MOVE DATE-FROM-WS TO JOBCHG-DATE-FROM.
           MOVE DATE-TO-WS TO JOBCHG-DATE-TO.
           WRITE JOB-CHARGEBACK-RECORD-OUT FROM JOBCHG-BATCH-HEADER.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF MOVEHIST-STATUS NOT = "00"
               MOVE "YES" TO EOF-FLAG-MOVE
           ELSE
               PERFORM 302-READ-MOVEMENT-RECORD
           END-IF.

      *mainline which rolls one in-span job movement into its job
      *and part accumulator entry
       202-COST-ONE-MOVEMENT.
           IF MOVEHIST-JOB-REF NOT = SPACES
               AND (MOVEHIST-TRANS-CODE = "I"
                    OR MOVEHIST-TRANS-CODE = "R")
               AND MOVEHIST-TRANS-DATE NOT < DATE-FROM-WS
               AND MOVEHIST-TRANS-DATE NOT > DATE-TO-WS
               PERFORM 304-FIND-OR-ADD-ENTRY
               IF ENTRY-FOUND
                   PERFORM 401-ACCUMULATE-MOVEMENT
               END-IF
           END-IF.
           PERFORM 302-READ-MOVEMENT-RECORD.

      *termination - sorts the accumulators into job then part order
      *and prints and passes on one costed line per job and part
       203-TERMINATE-JOB-COST.
           PERFORM 402-SORT-JOB-COST-TABLE.
           PERFORM 405-WRITE-JOB-COST-ENTRY
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > JC-COUNT.
           IF JC-COUNT > ZERO
               PERFORM 406-WRITE-JOB-TOTAL
           END-IF.
           MOVE GRAND-TOTAL-WS TO GRAND-TOTAL-GT.
           MOVE COST-GRAND-TOTAL-OUT TO JOB-COST-RECORD-OUT.
           WRITE JOB-COST-RECORD-OUT.
           MOVE SPACES TO JOB-COST-RECORD-OUT.
           STRING "MOVEMENTS READ " MOVEMENTS-READ
               " COSTED " MOVEMENTS-COSTED
               " JOBS " JOBS-REPORTED
               DELIMITED BY SIZE INTO JOB-COST-RECORD-OUT.
           WRITE JOB-COST-RECORD-OUT.
           MOVE CHARGEBACK-LINES TO JOBCHG-RECORD-COUNT.
           MOVE GRAND-TOTAL-WS TO JOBCHG-TOTAL-AMOUNT.
           WRITE JOB-CHARGEBACK-RECORD-OUT FROM JOBCHG-TRAILER.
           IF MOVEHIST-STATUS = "00"
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF.
           CLOSE INVENT-FILE JOB-COST-REPORT JOB-CHARGEBACK-FILE.

      *read the next ledger record
       302-READ-MOVEMENT-RECORD.
           READ MOVEMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FLAG-MOVE
               NOT AT END
                   ADD 1 TO MOVEMENTS-READ
           END-READ.

      *reads the parameter card; a missing or blank card costs every
      *movement on the ledger
       303-READ-JOB-PARMS.
           OPEN INPUT JOB-PARM-FILE.
           IF JOB-PARM-STATUS = "00"
               READ JOB-PARM-FILE INTO JOB-PARM-FIELDS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DATE-FROM-X NUMERIC
                           MOVE PARM-DATE-FROM TO DATE-FROM-WS
                       END-IF
                       IF PARM-DATE-TO-X NUMERIC
                           AND PARM-DATE-TO > ZERO
                           MOVE PARM-DATE-TO TO DATE-TO-WS
                       END-IF
               END-READ
               CLOSE JOB-PARM-FILE
           END-IF.

      *looks the movement's job and part up in the table, adding a
      *new zeroed entry the first time the pair is seen
       304-FIND-OR-ADD-ENTRY.
           MOVE "NO" TO ENTRY-FOUND-SWITCH.
           PERFORM 305-SEARCH-JOB-COST-TABLE
               VARYING JC-SEARCH-I FROM 1 BY 1
               UNTIL JC-SEARCH-I > JC-COUNT
               OR ENTRY-FOUND.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM JC-SEARCH-I
           ELSE
               IF JC-COUNT < 3000
                   ADD 1 TO JC-COUNT
                   MOVE MOVEHIST-JOB-REF TO JOB-REF-TBL(JC-COUNT)
                   MOVE MOVEHIST-PART-NUMBER
                       TO PART-NUMBER-TBL(JC-COUNT)
                   MOVE ZERO TO ISSUED-QTY-TBL(JC-COUNT)
                   MOVE ZERO TO RETURNED-QTY-TBL(JC-COUNT)
                   MOVE JC-COUNT TO JC-SEARCH-I
                   MOVE "YES" TO ENTRY-FOUND-SWITCH
               ELSE
                   DISPLAY "JOB-COST-TABLE FULL - JOB "
                       MOVEHIST-JOB-REF " PART " MOVEHIST-PART-NUMBER
                       " DROPPED FROM REPORT"
               END-IF
           END-IF.

      *tests one table subscript for a job and part match
       305-SEARCH-JOB-COST-TABLE.
           IF JOB-REF-TBL(JC-SEARCH-I) = MOVEHIST-JOB-REF
               AND PART-NUMBER-TBL(JC-SEARCH-I) = MOVEHIST-PART-NUMBER
               MOVE "YES" TO ENTRY-FOUND-SWITCH
           END-IF.

      *adds the movement to the job's issued or returned quantity
       401-ACCUMULATE-MOVEMENT.
           IF MOVEHIST-TRANS-CODE = "I"
               ADD MOVEHIST-TRANS-QTY TO ISSUED-QTY-TBL(JC-SEARCH-I)
           ELSE
               ADD MOVEHIST-TRANS-QTY
                   TO RETURNED-QTY-TBL(JC-SEARCH-I)
           END-IF.
           ADD 1 TO MOVEMENTS-COSTED.

      *sorts the accumulator table by job then part so each job's
      *lines print together under one subtotal
       402-SORT-JOB-COST-TABLE.
           IF JC-COUNT > 1
               PERFORM 403-SORT-PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > JC-COUNT - 1
           END-IF.

      *one bubble-sort pass over the unsorted portion of the table
       403-SORT-PASS.
           PERFORM 404-COMPARE-AND-SWAP
               VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > JC-COUNT - SORT-I.

      *compares a pair of adjacent entries and swaps them if needed
       404-COMPARE-AND-SWAP.
           IF JC-SORT-KEY-TBL(SORT-J) > JC-SORT-KEY-TBL(SORT-J + 1)
               MOVE JOB-COST-ENTRY(SORT-J) TO JOB-COST-ENTRY-HOLD
               MOVE JOB-COST-ENTRY(SORT-J + 1)
                   TO JOB-COST-ENTRY(SORT-J)
               MOVE JOB-COST-ENTRY-HOLD
                   TO JOB-COST-ENTRY(SORT-J + 1)
           END-IF.

      *costs one job and part at the part's current price, prints it
      *and writes its chargeback line, closing off the previous
      *job's subtotal first when the job changes
       405-WRITE-JOB-COST-ENTRY.
           IF SORT-I > 1
               AND JOB-REF-TBL(SORT-I) NOT = LAST-JOB-REF-WS
               PERFORM 406-WRITE-JOB-TOTAL
           END-IF.
           IF SORT-I = 1
               OR JOB-REF-TBL(SORT-I) NOT = LAST-JOB-REF-WS
               MOVE JOB-REF-TBL(SORT-I) TO LAST-JOB-REF-WS
               MOVE ZERO TO JOB-TOTAL-WS
               ADD 1 TO JOBS-REPORTED
           END-IF.
           MOVE PART-NUMBER-TBL(SORT-I) TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.
           IF PART-FOUND
               MOVE PART-NAME TO PART-NAME-JC
           ELSE
               MOVE ZERO TO UNIT-PRICE
               MOVE "*PART RETIRED*" TO PART-NAME-JC
           END-IF.
           COMPUTE NET-QTY-WS = ISSUED-QTY-TBL(SORT-I)
               - RETURNED-QTY-TBL(SORT-I).
           COMPUTE NET-COST-WS = NET-QTY-WS * UNIT-PRICE.
           ADD NET-COST-WS TO JOB-TOTAL-WS.
           ADD NET-COST-WS TO GRAND-TOTAL-WS.
           MOVE JOB-REF-TBL(SORT-I) TO JOB-REF-JC.
           MOVE PART-NUMBER-TBL(SORT-I) TO PART-NUMBER-JC.
           MOVE ISSUED-QTY-TBL(SORT-I) TO ISSUED-QTY-JC.
           MOVE RETURNED-QTY-TBL(SORT-I) TO RETURNED-QTY-JC.
           MOVE NET-QTY-WS TO NET-QTY-JC.
           MOVE UNIT-PRICE TO UNIT-PRICE-JC.
           MOVE NET-COST-WS TO NET-COST-JC.
           MOVE COST-DETAIL-OUT TO JOB-COST-RECORD-OUT.
           WRITE JOB-COST-RECORD-OUT.
           MOVE JOB-REF-TBL(SORT-I) TO JOBCHG-JOB-REF.
           MOVE PART-NUMBER-TBL(SORT-I) TO JOBCHG-PART-NUMBER.
           MOVE ISSUED-QTY-TBL(SORT-I) TO JOBCHG-ISSUED-QTY.
           MOVE RETURNED-QTY-TBL(SORT-I) TO JOBCHG-RETURNED-QTY.
           MOVE UNIT-PRICE TO JOBCHG-UNIT-PRICE.
           MOVE NET-COST-WS TO JOBCHG-AMOUNT.
           WRITE JOB-CHARGEBACK-RECORD-OUT FROM JOBCHG-DETAIL.
           ADD 1 TO CHARGEBACK-LINES.

      *writes the subtotal line for the job just finished and a
      *blank line to separate it from the next
       406-WRITE-JOB-TOTAL.
           MOVE LAST-JOB-REF-WS TO JOB-REF-JT.
           MOVE JOB-TOTAL-WS TO JOB-TOTAL-JT.
           MOVE COST-JOB-TOTAL-OUT TO JOB-COST-RECORD-OUT.
           WRITE JOB-COST-RECORD-OUT.
           MOVE SPACES TO JOB-COST-RECORD-OUT.
           WRITE JOB-COST-RECORD-OUT.
