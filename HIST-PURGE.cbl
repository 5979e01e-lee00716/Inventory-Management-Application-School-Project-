       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-PURGE.
       AUTHOR. DAVID LEE.

      *retention purge of the two history files that otherwise only
      *ever grow - the movement ledger MOVEHIST.TXT written by
      *INVENT-POST and CYCLE-COUNT, and the purchase order history
      *POHIST.TXT appended to by PO-CLOSEOUT - which STOCK-CARD and
      *SUPPLIER-PERF read end to end every run. the period control
      *file PERCTL.TXT drives it: history dated before the first of
      *the month the retention months back from the open period is
      *copied to dated archive files MVHyyyymmdd.TXT and
      *POHyyyymmdd.TXT, named for that cutoff, and removed from the
      *live files. a ledger record's date is its movement date; a
      *PO history line's is the date PO-CLOSEOUT archived it.
      *
      *every part that loses ledger records is left one
      *balance-forward record (code B, source PURGE) dated the day
      *before the cutoff, carrying as its new on-hand the part's
      *on-hand at the cutoff - the new on-hand of the last movement
      *archived - so STOCK-CARD and INVENT-RECON still open the part
      *at the right balance. a balance-forward record left by an
      *earlier purge is archived with the rest and replaced by the
      *new one; a part whose only old record is the balance-forward
      *already at this cutoff is left as it is, so a rerun at the
      *same cutoff archives nothing twice. the archives are opened
      *for extend and never overwritten.
      *
      *the run refuses - archiving and removing nothing, with a
      *message and return code 8 - when there is no open period,
      *when no retention months are set, or when the cutoff would
      *fall inside the current or prior fiscal year, whose start
      *month is also on PERCTL.TXT (january when not set). the
      *control report PURGERPT.TXT shows the cutoff and, by file,
      *the records read, archived and kept and the balance-forward
      *records written, or the reason the run was refused. the kept
      *records are unloaded to MOVEHIST-KEEP.TXT and POHIST-KEEP.TXT
      *and reloaded in the style of MOVEHIST-REORG, so should a
      *reload fail the unload and the archive together still hold
      *every record. a completed run stamps its date on PERCTL.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-HISTORY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MOVEHIST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS MOVEHIST-KEY
                 FILE STATUS IS MOVEHIST-STATUS.

           SELECT PO-HISTORY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\POHIST.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PO-HISTORY-STATUS.

           SELECT OPTIONAL MOVEHIST-ARCHIVE-FILE
              ASSIGN TO MOVEHIST-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POHIST-ARCHIVE-FILE
              ASSIGN TO POHIST-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVEHIST-KEEP-FILE
              ASSIGN TO
                 "C:\Users\Ruth\workspace\program3\MOVEHIST-KEEP.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POHIST-KEEP-FILE
              ASSIGN TO
                 "C:\Users\Ruth\workspace\program3\POHIST-KEEP.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CONTROL-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PERCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PERIOD-CONTROL-STATUS.

           SELECT PURGE-REPORT
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PURGERPT.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-HISTORY-FILE.
       COPY MOVEMENT-HISTORY-RECORD.

       FD  PO-HISTORY-FILE.
       COPY POHIST-RECORD.

       FD  MOVEHIST-ARCHIVE-FILE.
       01  MOVEHIST-ARCHIVE-RECORD    PIC X(64).

       FD  POHIST-ARCHIVE-FILE.
       01  POHIST-ARCHIVE-RECORD      PIC X(57).

       FD  MOVEHIST-KEEP-FILE.
       01  MOVEHIST-KEEP-RECORD       PIC X(64).

       FD  POHIST-KEEP-FILE.
       01  POHIST-KEEP-RECORD         PIC X(57).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD-IO   PIC X(49).

       FD  PURGE-REPORT.
       01  PURGE-RECORD-OUT           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PERIOD-CONTROL-RECORD.

       01  PURGE-TITLE-OUT.
           05  FILLER              PIC X(26)
                                   VALUE "HISTORY RETENTION PURGE -".
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  TITLE-RUN-DATE-OUT  PIC 9(8).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  PURGE-HEADER-OUT.
           05  FILLER  PIC X(10) VALUE "FILE      ".
           05  FILLER  PIC X(17) VALUE "ARCHIVE FILE".
           05  FILLER  PIC X(10) VALUE "      READ".
           05  FILLER  PIC X(10) VALUE "  ARCHIVED".
           05  FILLER  PIC X(10) VALUE "      KEPT".
           05  FILLER  PIC X(10) VALUE "   BAL-FWD".
           05  FILLER  PIC X(13) VALUE SPACES.

       01  PURGE-DETAIL-OUT.
           05  FILE-NAME-PG        PIC X(10).
           05  ARCHIVE-NAME-PG     PIC X(17).
           05  RECORDS-READ-PG     PIC ZZZZZZZZZ9.
           05  RECORDS-ARCHIVED-PG PIC ZZZZZZZZZ9.
           05  RECORDS-KEPT-PG     PIC ZZZZZZZZZ9.
           05  BALANCE-FWD-PG      PIC ZZZZZZZZZ9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-MOVE       PIC X(3) VALUE "NO".
           05  EOF-FLAG-POHIST     PIC X(3) VALUE "NO".
           05  EOF-FLAG-KEEP       PIC X(3) VALUE "NO".
           05  FIRST-PART-SWITCH   PIC X(3) VALUE "YES".
               88  FIRST-PART              VALUE "YES".
           05  RUN-BLOCKED-SWITCH  PIC X(3) VALUE "NO".
               88  RUN-BLOCKED             VALUE "YES".
           05  MOVEHIST-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  MOVEHIST-FOUND          VALUE "YES".
           05  POHIST-FOUND-SWITCH     PIC X(3) VALUE "NO".
               88  POHIST-FOUND            VALUE "YES".

       01  MOVEHIST-STATUS        PIC X(2) VALUE SPACES.
       01  PO-HISTORY-STATUS      PIC X(2) VALUE SPACES.
       01  PERIOD-CONTROL-STATUS  PIC X(2) VALUE SPACES.

      *the dated archive file names, built from the cutoff date
       01  MOVEHIST-ARCHIVE-NAME  PIC X(60) VALUE SPACES.
       01  POHIST-ARCHIVE-NAME    PIC X(60) VALUE SPACES.

       01  CURRENT-DATE-WS        PIC 9(8) VALUE ZERO.
       01  PERIOD-YEAR-WS         PIC 9(4) VALUE ZERO.
       01  PERIOD-MONTH-WS        PIC 9(2) VALUE ZERO.
       01  RETAIN-MONTHS-WS       PIC 9(3) VALUE ZERO.
       01  FISCAL-START-WS        PIC 9(2) VALUE 1.
       01  FISCAL-YEAR-WS         PIC 9(4) VALUE ZERO.
       01  PRIOR-FY-START-WS      PIC 9(8) VALUE ZERO.
       01  MONTH-COUNT-WS         PIC 9(7) VALUE ZERO.
       01  CUTOFF-YEAR-WS         PIC 9(4) VALUE ZERO.
       01  CUTOFF-MONTH-WS        PIC 9(2) VALUE ZERO.
       01  CUTOFF-DATE-WS         PIC 9(8) VALUE ZERO.
       01  REFUSAL-REASON-WS      PIC X(60) VALUE SPACES.

       01  CURRENT-PART-WS        PIC 9(7) VALUE ZERO.
       01  OLD-RECORD-COUNT       PIC 9(7) VALUE ZERO.
       01  MOVEHIST-READ          PIC 9(9) VALUE ZERO.
       01  MOVEHIST-ARCHIVED      PIC 9(9) VALUE ZERO.
       01  MOVEHIST-KEPT          PIC 9(9) VALUE ZERO.
       01  BALANCE-FWD-WRITTEN    PIC 9(9) VALUE ZERO.
       01  POHIST-READ            PIC 9(9) VALUE ZERO.
       01  POHIST-ARCHIVED        PIC 9(9) VALUE ZERO.
       01  POHIST-KEPT            PIC 9(9) VALUE ZERO.

      *the part's first ledger record older than the cutoff, held
      *until it is known whether it is the balance-forward record
      *already left at this cutoff or has to be archived
       01  HELD-MOVEHIST-RECORD.
           05  FILLER              PIC X(20).
           05  HELD-TRANS-CODE     PIC X(1).
           05  FILLER              PIC X(43).

      *the balance-forward record, in the MOVEMENT-HISTORY-RECORD
      *layout
       01  BALANCE-FWD-RECORD.
           05  BFWD-PART-NUMBER    PIC 9(7).
           05  BFWD-TRANS-DATE     PIC 9(8).
           05  BFWD-SEQUENCE       PIC 9(5) VALUE ZERO.
           05  BFWD-TRANS-CODE     PIC X(1) VALUE "B".
           05  BFWD-TRANS-QTY      PIC 9(7).
           05  BFWD-LOCATION-CODE  PIC X(3) VALUE SPACES.
           05  BFWD-LOCATION-TO    PIC X(3) VALUE SPACES.
           05  BFWD-NEW-ON-HAND    PIC 9(7).
           05  BFWD-SOURCE         PIC X(5) VALUE "PURGE".
           05  BFWD-JOB-REF        PIC X(8) VALUE SPACES.
           05  BFWD-LOT-NUMBER     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-PURGE-HISTORY-FILES.
           PERFORM 201-INIT-PURGE.
           IF NOT RUN-BLOCKED
               PERFORM 202-PURGE-MOVEHIST
               PERFORM 203-PURGE-POHIST
               PERFORM 306-STAMP-PERIOD-CONTROL
           END-IF.
           PERFORM 204-TERMINATE-PURGE.
           STOP RUN.

      *initialization - reads the period control record and works
      *out the cutoff, refusing the run when it cannot be purged
       201-INIT-PURGE.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT PURGE-REPORT.
           MOVE CURRENT-DATE-WS TO TITLE-RUN-DATE-OUT.
           MOVE PURGE-TITLE-OUT TO PURGE-RECORD-OUT.
           WRITE PURGE-RECORD-OUT.
           PERFORM 301-READ-PERIOD-CONTROL.
           PERFORM 302-CHECK-RETENTION.
           IF NOT RUN-BLOCKED
               PERFORM 303-SET-CUTOFF
           END-IF.

      *archives the ledger records older than the cutoff, writing a
      *balance-forward record for each part that loses any, and
      *reloads the ledger from what is kept
       202-PURGE-MOVEHIST.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF MOVEHIST-STATUS = "00"
               MOVE "YES" TO MOVEHIST-FOUND-SWITCH
               OPEN EXTEND MOVEHIST-ARCHIVE-FILE
               OPEN OUTPUT MOVEHIST-KEEP-FILE
               PERFORM 304-READ-MOVEHIST
               PERFORM 401-SORT-ONE-MOVEMENT
                   UNTIL EOF-FLAG-MOVE = "YES"
               PERFORM 403-CLOSE-PART-HISTORY
               CLOSE MOVEMENT-HISTORY-FILE MOVEHIST-ARCHIVE-FILE
                   MOVEHIST-KEEP-FILE
               IF MOVEHIST-ARCHIVED > ZERO
                   PERFORM 305-RELOAD-MOVEHIST
               END-IF
           END-IF.

      *archives the PO history lines closed out before the cutoff
      *and rewrites POHIST.TXT from the lines kept
       203-PURGE-POHIST.
           OPEN INPUT PO-HISTORY-FILE.
           IF PO-HISTORY-STATUS = "00"
               MOVE "YES" TO POHIST-FOUND-SWITCH
               OPEN EXTEND POHIST-ARCHIVE-FILE
               OPEN OUTPUT POHIST-KEEP-FILE
               PERFORM 307-READ-POHIST
               PERFORM 406-SORT-ONE-POHIST-LINE
                   UNTIL EOF-FLAG-POHIST = "YES"
               CLOSE PO-HISTORY-FILE POHIST-ARCHIVE-FILE
                   POHIST-KEEP-FILE
               IF POHIST-ARCHIVED > ZERO
                   PERFORM 308-RELOAD-POHIST
               END-IF
           END-IF.

      *termination - the control report by file, or the reason the
      *run was refused
       204-TERMINATE-PURGE.
           MOVE SPACES TO PURGE-RECORD-OUT.
           WRITE PURGE-RECORD-OUT.
           IF RUN-BLOCKED
               MOVE SPACES TO PURGE-RECORD-OUT
               STRING "PURGE REFUSED - " REFUSAL-REASON-WS
                   DELIMITED BY SIZE INTO PURGE-RECORD-OUT
               WRITE PURGE-RECORD-OUT
               MOVE "NOTHING ARCHIVED OR REMOVED" TO PURGE-RECORD-OUT
               WRITE PURGE-RECORD-OUT
           ELSE
               PERFORM 407-WRITE-CUTOFF-LINES
               MOVE PURGE-HEADER-OUT TO PURGE-RECORD-OUT
               WRITE PURGE-RECORD-OUT
               PERFORM 408-WRITE-MOVEHIST-LINE
               PERFORM 409-WRITE-POHIST-LINE
               DISPLAY "HIST-PURGE COMPLETE - CUTOFF " CUTOFF-DATE-WS
                   " LEDGER ARCHIVED " MOVEHIST-ARCHIVED
                   " PO HISTORY ARCHIVED " POHIST-ARCHIVED
           END-IF.
           CLOSE PURGE-REPORT.

      *reads the period control record; a missing file reads as all
      *zeroes, which the retention check treats as no open period
       301-READ-PERIOD-CONTROL.
           MOVE ZEROES TO PERIOD-CONTROL-RECORD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PERIOD-CONTROL-STATUS = "00"
               READ PERIOD-CONTROL-FILE INTO PERIOD-CONTROL-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *the go/no-go on the control record - an open period and a
      *retention period must both be set. a fiscal year start month
      *that is not set or not a month is taken as january
       302-CHECK-RETENTION.
           IF PERCTL-CURRENT-PERIOD NOT NUMERIC
               MOVE ZERO TO PERCTL-CURRENT-PERIOD
           END-IF.
           DIVIDE PERCTL-CURRENT-PERIOD BY 100
               GIVING PERIOD-YEAR-WS REMAINDER PERIOD-MONTH-WS.
           IF PERIOD-YEAR-WS = ZERO
               OR PERIOD-MONTH-WS < 1 OR PERIOD-MONTH-WS > 12
               MOVE "NO VALID OPEN PERIOD ON PERCTL.TXT"
                   TO REFUSAL-REASON-WS
               PERFORM 402-REFUSE-PURGE
           END-IF.
           IF NOT RUN-BLOCKED
               IF PERCTL-RETAIN-MONTHS NUMERIC
                   MOVE PERCTL-RETAIN-MONTHS TO RETAIN-MONTHS-WS
               END-IF
               IF RETAIN-MONTHS-WS = ZERO
                   MOVE "NO RETENTION MONTHS SET ON PERCTL.TXT"
                       TO REFUSAL-REASON-WS
                   PERFORM 402-REFUSE-PURGE
               END-IF
           END-IF.
           IF PERCTL-FISCAL-START-MONTH NUMERIC
               IF PERCTL-FISCAL-START-MONTH NOT < 1
                   AND PERCTL-FISCAL-START-MONTH NOT > 12
                   MOVE PERCTL-FISCAL-START-MONTH TO FISCAL-START-WS
               END-IF
           END-IF.

      *the cutoff is the first of the month the retention months
      *back from the open period. the prior fiscal year starts a
      *year before the fiscal year the open period falls in, and a
      *cutoff after that start would purge history inside it
       303-SET-CUTOFF.
           COMPUTE MONTH-COUNT-WS = PERIOD-YEAR-WS * 12
               + PERIOD-MONTH-WS - 1 - RETAIN-MONTHS-WS.
           DIVIDE MONTH-COUNT-WS BY 12
               GIVING CUTOFF-YEAR-WS REMAINDER CUTOFF-MONTH-WS.
           ADD 1 TO CUTOFF-MONTH-WS.
           COMPUTE CUTOFF-DATE-WS = CUTOFF-YEAR-WS * 10000
               + CUTOFF-MONTH-WS * 100 + 1.
           IF PERIOD-MONTH-WS < FISCAL-START-WS
               COMPUTE FISCAL-YEAR-WS = PERIOD-YEAR-WS - 1
           ELSE
               MOVE PERIOD-YEAR-WS TO FISCAL-YEAR-WS
           END-IF.
           COMPUTE PRIOR-FY-START-WS = (FISCAL-YEAR-WS - 1) * 10000
               + FISCAL-START-WS * 100 + 1.
           IF CUTOFF-DATE-WS > PRIOR-FY-START-WS
               MOVE SPACES TO REFUSAL-REASON-WS
               STRING "CUTOFF " CUTOFF-DATE-WS
                   " FALLS AFTER PRIOR FISCAL YEAR START "
                   PRIOR-FY-START-WS
                   DELIMITED BY SIZE INTO REFUSAL-REASON-WS
               PERFORM 402-REFUSE-PURGE
           ELSE
               COMPUTE BFWD-TRANS-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(CUTOFF-DATE-WS) - 1)
               STRING "C:\Users\Ruth\workspace\program3\MVH"
                   CUTOFF-DATE-WS ".TXT"
                   DELIMITED BY SIZE INTO MOVEHIST-ARCHIVE-NAME
               STRING "C:\Users\Ruth\workspace\program3\POH"
                   CUTOFF-DATE-WS ".TXT"
                   DELIMITED BY SIZE INTO POHIST-ARCHIVE-NAME
           END-IF.

      *read the next ledger record in part/date/sequence key order
       304-READ-MOVEHIST.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-MOVE
               NOT AT END
                   ADD 1 TO MOVEHIST-READ
           END-READ.

      *recreates the ledger from the kept records, which were
      *unloaded in key order with each balance-forward record ahead
      *of its part's remaining movements
       305-RELOAD-MOVEHIST.
           OPEN INPUT  MOVEHIST-KEEP-FILE.
           OPEN OUTPUT MOVEMENT-HISTORY-FILE.
           PERFORM 309-READ-MOVEHIST-KEEP.
           PERFORM 410-RELOAD-ONE-MOVEMENT
               UNTIL EOF-FLAG-KEEP = "YES".
           CLOSE MOVEHIST-KEEP-FILE MOVEMENT-HISTORY-FILE.

      *stamps the purge run date on the period control record
       306-STAMP-PERIOD-CONTROL.
           MOVE CURRENT-DATE-WS TO PERCTL-PURGE-RUN-DATE.
           MOVE RETAIN-MONTHS-WS TO PERCTL-RETAIN-MONTHS.
           MOVE FISCAL-START-WS TO PERCTL-FISCAL-START-MONTH.
           OPEN OUTPUT PERIOD-CONTROL-FILE.
           WRITE PERIOD-CONTROL-RECORD-IO FROM PERIOD-CONTROL-RECORD.
           CLOSE PERIOD-CONTROL-FILE.

      *read the next PO history line
       307-READ-POHIST.
           READ PO-HISTORY-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-POHIST
               NOT AT END
                   ADD 1 TO POHIST-READ
           END-READ.

      *rewrites POHIST.TXT from the lines kept
       308-RELOAD-POHIST.
           MOVE "NO" TO EOF-FLAG-KEEP.
           OPEN INPUT  POHIST-KEEP-FILE.
           OPEN OUTPUT PO-HISTORY-FILE.
           PERFORM 310-READ-POHIST-KEEP.
           PERFORM 411-RELOAD-ONE-POHIST-LINE
               UNTIL EOF-FLAG-KEEP = "YES".
           CLOSE POHIST-KEEP-FILE PO-HISTORY-FILE.

      *read one kept ledger record back
       309-READ-MOVEHIST-KEEP.
           READ MOVEHIST-KEEP-FILE INTO MOVEMENT-HISTORY-RECORD
           AT END MOVE "YES" TO EOF-FLAG-KEEP.

      *read one kept PO history line back
       310-READ-POHIST-KEEP.
           READ POHIST-KEEP-FILE INTO POHIST-RECORD
           AT END MOVE "YES" TO EOF-FLAG-KEEP.

      *sorts one ledger record to the archive or the keep file,
      *closing off the previous part's old history at a part break
      *and this part's at its first record inside the retention
      *period
       401-SORT-ONE-MOVEMENT.
           IF MOVEHIST-PART-NUMBER NOT = CURRENT-PART-WS
               OR FIRST-PART
               IF NOT FIRST-PART
                   PERFORM 403-CLOSE-PART-HISTORY
               END-IF
               MOVE MOVEHIST-PART-NUMBER TO CURRENT-PART-WS
               MOVE "NO" TO FIRST-PART-SWITCH
           END-IF.
           IF MOVEHIST-TRANS-DATE < CUTOFF-DATE-WS
               PERFORM 404-HOLD-OLD-MOVEMENT
           ELSE
               PERFORM 403-CLOSE-PART-HISTORY
               WRITE MOVEHIST-KEEP-RECORD FROM MOVEMENT-HISTORY-RECORD
               ADD 1 TO MOVEHIST-KEPT
           END-IF.
           PERFORM 304-READ-MOVEHIST.

      *refuses the run with the reason in REFUSAL-REASON-WS
       402-REFUSE-PURGE.
           DISPLAY "HIST-PURGE - " REFUSAL-REASON-WS.
           DISPLAY "HIST-PURGE - RUN STOPPED, NOTHING PURGED".
           MOVE 8 TO RETURN-CODE.
           MOVE "YES" TO RUN-BLOCKED-SWITCH.

      *closes off the part's history older than the cutoff. a lone
      *balance-forward record is already what a purge would leave
      *and is kept; otherwise the old records have gone to the
      *archive and one new balance-forward record takes their place
       403-CLOSE-PART-HISTORY.
           IF OLD-RECORD-COUNT = 1
               AND HELD-TRANS-CODE = "B"
               WRITE MOVEHIST-KEEP-RECORD FROM HELD-MOVEHIST-RECORD
               ADD 1 TO MOVEHIST-KEPT
           ELSE
               IF OLD-RECORD-COUNT > ZERO
                   IF OLD-RECORD-COUNT = 1
                       PERFORM 405-ARCHIVE-HELD-MOVEMENT
                   END-IF
                   MOVE CURRENT-PART-WS TO BFWD-PART-NUMBER
                   MOVE BFWD-NEW-ON-HAND TO BFWD-TRANS-QTY
                   WRITE MOVEHIST-KEEP-RECORD FROM BALANCE-FWD-RECORD
                   ADD 1 TO BALANCE-FWD-WRITTEN
               END-IF
           END-IF.
           MOVE ZERO TO OLD-RECORD-COUNT.

      *takes one ledger record older than the cutoff - the first is
      *held back, the rest go straight to the archive. the part's
      *balance at the cutoff is the new on-hand of its last one
       404-HOLD-OLD-MOVEMENT.
           ADD 1 TO OLD-RECORD-COUNT.
           MOVE MOVEHIST-NEW-ON-HAND TO BFWD-NEW-ON-HAND.
           IF OLD-RECORD-COUNT = 1
               MOVE MOVEMENT-HISTORY-RECORD TO HELD-MOVEHIST-RECORD
           ELSE
               IF OLD-RECORD-COUNT = 2
                   PERFORM 405-ARCHIVE-HELD-MOVEMENT
               END-IF
               WRITE MOVEHIST-ARCHIVE-RECORD
                   FROM MOVEMENT-HISTORY-RECORD
               ADD 1 TO MOVEHIST-ARCHIVED
           END-IF.

      *writes the held first old record to the archive
       405-ARCHIVE-HELD-MOVEMENT.
           WRITE MOVEHIST-ARCHIVE-RECORD FROM HELD-MOVEHIST-RECORD.
           ADD 1 TO MOVEHIST-ARCHIVED.

      *sorts one PO history line by the date it was closed out; a
      *line without a usable date is kept
       406-SORT-ONE-POHIST-LINE.
           IF POHIST-ARCHIVE-DATE NUMERIC
               AND POHIST-ARCHIVE-DATE < CUTOFF-DATE-WS
               WRITE POHIST-ARCHIVE-RECORD FROM POHIST-RECORD
               ADD 1 TO POHIST-ARCHIVED
           ELSE
               WRITE POHIST-KEEP-RECORD FROM POHIST-RECORD
               ADD 1 TO POHIST-KEPT
           END-IF.
           PERFORM 307-READ-POHIST.

      *writes the open period, retention and cutoff ahead of the
      *counts
       407-WRITE-CUTOFF-LINES.
           MOVE SPACES TO PURGE-RECORD-OUT.
           STRING "OPEN PERIOD " PERCTL-CURRENT-PERIOD
               "  RETAIN " RETAIN-MONTHS-WS " MONTHS"
               "  FISCAL YEAR STARTS MONTH " FISCAL-START-WS
               DELIMITED BY SIZE INTO PURGE-RECORD-OUT.
           WRITE PURGE-RECORD-OUT.
           MOVE SPACES TO PURGE-RECORD-OUT.
           STRING "CUTOFF " CUTOFF-DATE-WS
               "  PRIOR FY STARTS " PRIOR-FY-START-WS
               "  BAL-FWD DATED " BFWD-TRANS-DATE
               DELIMITED BY SIZE INTO PURGE-RECORD-OUT.
           WRITE PURGE-RECORD-OUT.
           MOVE SPACES TO PURGE-RECORD-OUT.
           WRITE PURGE-RECORD-OUT.

      *the ledger's control line
       408-WRITE-MOVEHIST-LINE.
           MOVE "MOVEHIST" TO FILE-NAME-PG.
           IF MOVEHIST-FOUND
               MOVE SPACES TO ARCHIVE-NAME-PG
               STRING "MVH" CUTOFF-DATE-WS ".TXT"
                   DELIMITED BY SIZE INTO ARCHIVE-NAME-PG
           ELSE
               MOVE "NOT ON FILE" TO ARCHIVE-NAME-PG
           END-IF.
           MOVE MOVEHIST-READ TO RECORDS-READ-PG.
           MOVE MOVEHIST-ARCHIVED TO RECORDS-ARCHIVED-PG.
           MOVE MOVEHIST-KEPT TO RECORDS-KEPT-PG.
           MOVE BALANCE-FWD-WRITTEN TO BALANCE-FWD-PG.
           MOVE PURGE-DETAIL-OUT TO PURGE-RECORD-OUT.
           WRITE PURGE-RECORD-OUT.

      *the PO history's control line - no balance-forward records
       409-WRITE-POHIST-LINE.
           MOVE "POHIST" TO FILE-NAME-PG.
           IF POHIST-FOUND
               MOVE SPACES TO ARCHIVE-NAME-PG
               STRING "POH" CUTOFF-DATE-WS ".TXT"
                   DELIMITED BY SIZE INTO ARCHIVE-NAME-PG
           ELSE
               MOVE "NOT ON FILE" TO ARCHIVE-NAME-PG
           END-IF.
           MOVE POHIST-READ TO RECORDS-READ-PG.
           MOVE POHIST-ARCHIVED TO RECORDS-ARCHIVED-PG.
           MOVE POHIST-KEPT TO RECORDS-KEPT-PG.
           MOVE ZERO TO BALANCE-FWD-PG.
           MOVE PURGE-DETAIL-OUT TO PURGE-RECORD-OUT.
           WRITE PURGE-RECORD-OUT.

      *writes one kept record back to the recreated ledger
       410-RELOAD-ONE-MOVEMENT.
           WRITE MOVEMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "HIST-PURGE - DUPLICATE KEY, PART "
                       MOVEHIST-PART-NUMBER " NOT RELOADED"
           END-WRITE.
           PERFORM 309-READ-MOVEHIST-KEEP.

      *writes one kept line back to the rewritten PO history
       411-RELOAD-ONE-POHIST-LINE.
           WRITE POHIST-RECORD.
           PERFORM 310-READ-POHIST-KEEP.
