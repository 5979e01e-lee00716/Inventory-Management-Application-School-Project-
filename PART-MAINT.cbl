      *posted price change is valued on the revaluation report and
      *staged to REVALPND.TXT, which the GL extract run drains into
      *separate revaluation lines, so repricing no longer shifts the
      *category totals with nothing explaining the jump. the same
      *change is kept for good on the price history REVALHST.TXT,
      *which the period-end rollforward in INVENT-RECON prices
      *from. the lot-control flag is set here too, marking the parts
      *whose receipts carry a lot number and expiry date and whose
      *issues draw the earliest-expiring lot first.
      *PARTTRN.TXT arrives as a controlled batch - a header with the
      *batch ID and date, the transactions, and a trailer with the
      *line count and hash totals of the part numbers and
      *quantities - checked whole against its trailer and against
      *the batch register BATCHREG.TXT before any line is applied,
      *so a short, damaged or repeated batch is rejected outright.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "C:\Users\Ruth\workspace\program3\REVALPND.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\REVALHST.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-REGISTER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BATCHREG.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BREG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE.
       FD  REVAL-PENDING-FILE.
       COPY REVAL-PENDING-RECORD.

       FD  REVAL-HISTORY-FILE.
       COPY REVAL-HISTORY-RECORD.

       FD  BATCH-REGISTER-FILE.
       COPY BATCH-REGISTER-RECORD.

       WORKING-STORAGE SECTION.
       01  PART-LOG-DETAIL.
           05  LOG-TRANS-CODE         PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-STATUS             PIC X(35).

      *batch control check - the header and trailer of the keyed
      *batch and what was actually counted between them
       COPY BATCH-CONTROL-RECORD.

       01  BATCH-CONTROL-SWITCHES.
           05  EOF-FLAG-BATCH         PIC X(3) VALUE "NO".
           05  BATCH-OK-SWITCH        PIC X(3) VALUE "NO".
               88  BATCH-OK                    VALUE "YES".
           05  BATCH-EMPTY-SWITCH     PIC X(3) VALUE "NO".
               88  BATCH-EMPTY                 VALUE "YES".
           05  TRAILER-SEEN-SWITCH    PIC X(3) VALUE "NO".
               88  TRAILER-SEEN                VALUE "YES".

       01  BATCH-ID-WS               PIC X(10) VALUE SPACES.
       01  BATCH-DATE-WS             PIC 9(8) VALUE ZERO.
       01  BATCH-REJECT-REASON       PIC X(28) VALUE SPACES.
       01  BATCH-TRAILER-HOLD        PIC X(34) VALUE SPACES.
       01  BATCH-RECORDS-COUNTED     PIC 9(7) VALUE ZERO.
       01  BATCH-PART-HASH-WS        PIC 9(15) VALUE ZERO.
       01  BATCH-QTY-HASH-WS         PIC 9(15) VALUE ZERO.
       01  BATCH-PART-CHECK-WS       PIC 9(11) VALUE ZERO.
       01  BATCH-QTY-CHECK-WS        PIC 9(11) VALUE ZERO.

       01  CURRENT-DATE-WS           PIC 9(8) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-TRANS         PIC X(3) VALUE "NO".
           05  PART-FOUND-SWITCH      PIC X(3) VALUE "NO".
       01  NET-REVAL-TOTAL-OUT       PIC ------------9.99.
       01  PRICE-HOLD-WS             PIC 9(4)V99 VALUE ZERO.
       01  STATUS-HOLD-WS            PIC X(1) VALUE SPACES.
       01  LOT-CONTROL-HOLD-WS       PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
           PERFORM 203-TERMINATE-PART-MAINT.
           STOP RUN.

      *initialization - the batch is checked whole before anything
      *is applied. a batch that passes has its header line passed
      *over; one that fails is not read at all
       201-INIT-PART-MAINT.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 307-CHECK-BATCH-CONTROLS.
           PERFORM 301-OPEN-MAINT-FILES.
           PERFORM 313-WRITE-BATCH-LOG.
           IF BATCH-OK
               READ PART-TRANS-FILE
                   AT END
                       MOVE "YES" TO EOF-FLAG-TRANS
                   NOT AT END
                       PERFORM 302-READ-TRANSACTION
               END-READ
           ELSE
               MOVE "YES" TO EOF-FLAG-TRANS
           END-IF.

      *mainline which applies one transaction to the part master
       202-PROCESS-TRANSACTION.
           OPEN OUTPUT PART-MAINT-LOG.
           OPEN OUTPUT REVAL-REPORT.
           OPEN EXTEND REVAL-PENDING-FILE.
           OPEN EXTEND REVAL-HISTORY-FILE.
           MOVE REVAL-OUT-HEADERS TO REVAL-RECORD-OUT.
           WRITE REVAL-RECORD-OUT.

      *read one transaction record
       302-READ-TRANSACTION.
           READ PART-TRANS-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-TRANS
               NOT AT END
                   MOVE PART-TRANS-RECORD TO BATCH-CONTROL-RECORD
                   IF BATCH-TRAILER
                       MOVE "YES" TO EOF-FLAG-TRANS
                   ELSE
                       ADD 1 TO TRANS-READ
                   END-IF
           END-READ.

      *writes run summary to the log and wraps up the revaluation
      *report with its net total
      *closes files
       306-CLOSE-MAINT-FILES.
           CLOSE INVENT-FILE SUPPLIER-FILE PART-TRANS-FILE
               PART-MAINT-LOG REVAL-REPORT REVAL-PENDING-FILE
               REVAL-HISTORY-FILE.

      *checks the keyed batch before anything is applied: the first
      *line must be a header and the last a trailer, and the
      *trailer's record count and hash totals must agree with the
      *lines between them. a batch that passes is looked up on the
      *batch register and registered, so it can never post twice.
      *an empty file is no batch at all and is passed over
       307-CHECK-BATCH-CONTROLS.
           MOVE "NO" TO BATCH-OK-SWITCH.
           MOVE "NO" TO BATCH-EMPTY-SWITCH.
           MOVE "NO" TO TRAILER-SEEN-SWITCH.
           MOVE "NO" TO EOF-FLAG-BATCH.
           MOVE SPACES TO BATCH-ID-WS.
           MOVE SPACES TO BATCH-REJECT-REASON.
           MOVE ZERO TO BATCH-DATE-WS.
           MOVE ZERO TO BATCH-RECORDS-COUNTED.
           MOVE ZERO TO BATCH-PART-HASH-WS.
           MOVE ZERO TO BATCH-QTY-HASH-WS.
           OPEN INPUT PART-TRANS-FILE.
           PERFORM 308-READ-BATCH-RECORD.
           IF EOF-FLAG-BATCH = "YES"
               MOVE "YES" TO BATCH-EMPTY-SWITCH
           ELSE
               MOVE PART-TRANS-RECORD TO BATCH-CONTROL-RECORD
               IF NOT BATCH-HEADER
                   MOVE "NO BATCH HEADER" TO BATCH-REJECT-REASON
               ELSE
                   IF BATCH-ID = SPACES OR BATCH-DATE-X NOT NUMERIC
                       MOVE "BATCH HEADER INVALID"
                           TO BATCH-REJECT-REASON
                   ELSE
                       MOVE BATCH-ID TO BATCH-ID-WS
                       MOVE BATCH-DATE TO BATCH-DATE-WS
                       PERFORM 308-READ-BATCH-RECORD
                       PERFORM 309-COUNT-BATCH-RECORD
                           UNTIL EOF-FLAG-BATCH = "YES"
                       PERFORM 310-CHECK-BATCH-TRAILER
                   END-IF
               END-IF
           END-IF.
           CLOSE PART-TRANS-FILE.
           IF BATCH-REJECT-REASON = SPACES AND NOT BATCH-EMPTY
               PERFORM 311-CHECK-BATCH-REGISTER
           END-IF.

      *read one line of the batch for the control check
       308-READ-BATCH-RECORD.
           READ PART-TRANS-FILE
           AT END MOVE "YES" TO EOF-FLAG-BATCH.

      *tallies one line of the batch - a transaction line into the
      *count and the hash totals, the trailer into its hold area. a
      *line after the trailer or a second header means two batches
      *ran together or the file was damaged in transfer
       309-COUNT-BATCH-RECORD.
           MOVE PART-TRANS-RECORD TO BATCH-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE "LINES AFTER TRAILER" TO BATCH-REJECT-REASON
               WHEN BATCH-TRAILER
                   MOVE "YES" TO TRAILER-SEEN-SWITCH
                   MOVE BATCH-CONTROL-RECORD TO BATCH-TRAILER-HOLD
               WHEN BATCH-HEADER
                   MOVE "SECOND BATCH HEADER" TO BATCH-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO BATCH-RECORDS-COUNTED
                   IF PTRANS-PART-NUMBER-X NUMERIC
                       ADD PTRANS-PART-NUMBER TO BATCH-PART-HASH-WS
                   END-IF
                   IF PTRANS-QUANTITY-X NUMERIC
                       ADD PTRANS-QUANTITY TO BATCH-QTY-HASH-WS
                   END-IF
           END-EVALUATE.
           PERFORM 308-READ-BATCH-RECORD.

      *compares the trailer with the lines actually received - the
      *hash totals are compared on their low-order eleven digits
       310-CHECK-BATCH-TRAILER.
           MOVE BATCH-TRAILER-HOLD TO BATCH-CONTROL-RECORD.
           MOVE BATCH-PART-HASH-WS TO BATCH-PART-CHECK-WS.
           MOVE BATCH-QTY-HASH-WS TO BATCH-QTY-CHECK-WS.
           EVALUATE TRUE
               WHEN BATCH-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT TRAILER-SEEN
                   MOVE "NO BATCH TRAILER" TO BATCH-REJECT-REASON
               WHEN BATCH-RECORD-COUNT-X NOT NUMERIC
                   OR BATCH-PART-HASH-X NOT NUMERIC
                   OR BATCH-QTY-HASH-X NOT NUMERIC
                   MOVE "BATCH TRAILER INVALID" TO BATCH-REJECT-REASON
               WHEN BATCH-RECORD-COUNT NOT = BATCH-RECORDS-COUNTED
                   MOVE "RECORD COUNT MISMATCH" TO BATCH-REJECT-REASON
               WHEN BATCH-PART-HASH NOT = BATCH-PART-CHECK-WS
                   MOVE "PART HASH MISMATCH" TO BATCH-REJECT-REASON
               WHEN BATCH-QTY-HASH NOT = BATCH-QTY-CHECK-WS
                   MOVE "QUANTITY HASH MISMATCH" TO BATCH-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *a batch already on the register was applied before and is
      *refused; a new one is registered before its first line is
      *applied
       311-CHECK-BATCH-REGISTER.
           OPEN I-O BATCH-REGISTER-FILE.
           MOVE "PARTTRN" TO BREG-FILE-NAME.
           MOVE BATCH-ID-WS TO BREG-BATCH-ID.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   PERFORM 312-REGISTER-BATCH
               NOT INVALID KEY
                   STRING "ALREADY POSTED " BREG-APPLIED-DATE
                       DELIMITED BY SIZE INTO BATCH-REJECT-REASON
           END-READ.
           CLOSE BATCH-REGISTER-FILE.

      *records the batch on the register as applied
       312-REGISTER-BATCH.
           MOVE BATCH-DATE-WS TO BREG-BATCH-DATE.
           MOVE CURRENT-DATE-WS TO BREG-APPLIED-DATE.
           MOVE BATCH-RECORDS-COUNTED TO BREG-RECORD-COUNT.
           MOVE "PART-MAINT" TO BREG-PROGRAM.
           WRITE BATCH-REGISTER-RECORD
               INVALID KEY
                   MOVE "REGISTER WRITE FAILED" TO BATCH-REJECT-REASON
               NOT INVALID KEY
                   MOVE "YES" TO BATCH-OK-SWITCH
           END-WRITE.

      *puts the outcome of the batch check on the log; a rejected
      *batch also sets a return code the scheduler can test
       313-WRITE-BATCH-LOG.
           MOVE SPACES TO PART-LOG-RECORD-OUT.
           EVALUATE TRUE
               WHEN BATCH-EMPTY
                   MOVE "NO KEYED BATCH TO APPLY" TO PART-LOG-RECORD-OUT
               WHEN BATCH-OK
                   STRING "BATCH " BATCH-ID-WS " ACCEPTED - LINES "
                       BATCH-RECORDS-COUNTED
                       DELIMITED BY SIZE INTO PART-LOG-RECORD-OUT
               WHEN OTHER
                   STRING "BATCH " BATCH-ID-WS " REJECTED - "
                       BATCH-REJECT-REASON
                       DELIMITED BY SIZE INTO PART-LOG-RECORD-OUT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE PART-LOG-RECORD-OUT.

      *adds a new part master record after full field validation; a
      *blank status column starts the part active and a blank
      *lot-control column starts it without lot control
       401-ADD-PART.
           PERFORM 405-VALIDATE-PART-FIELDS.
           IF TRANS-VALID
               IF PTRANS-STATUS = SPACES
                   MOVE "A" TO PART-STATUS
               END-IF
               IF PTRANS-LOT-CONTROL = SPACES
                   MOVE "N" TO PART-LOT-CONTROL
               END-IF
               WRITE INVENTORY-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DUPLICATE PART" TO LOG-STATUS
               IF PART-FOUND
                   MOVE UNIT-PRICE TO PRICE-HOLD-WS
                   MOVE PART-STATUS TO STATUS-HOLD-WS
                   MOVE PART-LOT-CONTROL TO LOT-CONTROL-HOLD-WS
                   PERFORM 406-BUILD-INVENT-RECORD
                   MOVE PRICE-HOLD-WS TO UNIT-PRICE
                   IF PTRANS-STATUS = SPACES
                       MOVE STATUS-HOLD-WS TO PART-STATUS
                   END-IF
                   IF PTRANS-LOT-CONTROL = SPACES
                       MOVE LOT-CONTROL-HOLD-WS TO PART-LOT-CONTROL
                   END-IF
                   REWRITE INVENTORY-RECORD
                       INVALID KEY
                           MOVE "REJECTED - REWRITE FAILED"
                   ADD NET-REVAL-WS TO NET-REVAL-TOTAL-WS
                   PERFORM 411-WRITE-REVAL-LINE
                   PERFORM 412-STAGE-REVAL-FOR-GL
                   PERFORM 413-WRITE-PRICE-HISTORY
           END-REWRITE.

      *writes one revaluation report line for a posted price change
           MOVE NET-REVAL-WS TO RVP-NET-AMOUNT.
           WRITE REVAL-PENDING-RECORD.

      *appends the change to the permanent price history the
      *period-end rollforward reads
       413-WRITE-PRICE-HISTORY.
           MOVE PART-NUMBER TO RVH-PART-NUMBER.
           MOVE CATEGORY-CODE TO RVH-CATEGORY-CODE.
           MOVE PTRANS-EFFECTIVE-DATE TO RVH-EFFECTIVE-DATE.
           MOVE OLD-PRICE-WS TO RVH-OLD-PRICE.
           MOVE PTRANS-UNIT-PRICE TO RVH-NEW-PRICE.
           MOVE QUANTITY TO RVH-ON-HAND.
           MOVE NET-REVAL-WS TO RVH-NET-AMOUNT.
           WRITE REVAL-HISTORY-RECORD.

      *writes one transaction result to the log file
       404-WRITE-LOG-RECORD.
           MOVE PTRANS-CODE TO LOG-TRANS-CODE.
               MOVE "REJECTED - INVALID STATUS" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND PTRANS-LOT-CONTROL NOT = SPACES
               AND PTRANS-LOT-CONTROL NOT = "Y" AND "N"
               MOVE "REJECTED - INVALID LOT CONTROL" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID
               AND PTRANS-SUPPLIER-CODE-ALT NOT = SPACES
               AND PTRANS-SUPPLIER-CODE-ALT = PTRANS-SUPPLIER-CODE
           MOVE PTRANS-LAST-ISSUED TO LAST-ISSUED-DATE.
           MOVE PTRANS-CATEGORY-CODE TO CATEGORY-CODE.
           MOVE PTRANS-STATUS TO PART-STATUS.
           MOVE PTRANS-LOT-CONTROL TO PART-LOT-CONTROL.
