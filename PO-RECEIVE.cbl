      *off the receipt line, onto PORECGEN.TXT - INVENT-POST reads
      *that file after the keyed INVTRN.TXT, so the one keying at
      *the dock relieves the PO line and updates the on-hand picture
      *and the two can no longer disagree. a delivery of a
      *lot-controlled part (read off INVENT6.TXT) must carry its lot
      *number and expiry date, which ride onto the generated receipt
      *so INVENT-POST can book the stock into that lot; one without
      *them is rejected before the PO line is touched.
      *PORECTRN.TXT arrives as a controlled batch - a header with the
      *batch ID and date, the delivery lines, and a trailer with the
      *line count and hash totals of the part numbers and
      *quantities - checked whole against its trailer and against
      *the batch register BATCHREG.TXT before any line is applied,
      *so a short, damaged or repeated batch is rejected outright.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPENPO-KEY.

           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT PO-RECEIPT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PORECTRN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PORECGEN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-REGISTER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BATCHREG.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BREG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE.
       COPY OPENPO-RECORD.

       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  PO-RECEIPT-FILE.
       COPY PO-RECEIPT-RECORD.

       FD  GENERATED-TRANS-FILE.
       COPY INVENT-TRANS-RECORD.

       FD  BATCH-REGISTER-FILE.
       COPY BATCH-REGISTER-RECORD.

       WORKING-STORAGE SECTION.
       01  RECEIVE-LOG-DETAIL.
           05  LOG-SUPPLIER-CODE      PIC X(5).
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
           05  EOF-FLAG-RECEIPT       PIC X(3) VALUE "NO".
           05  PO-LINE-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  PO-LINE-FOUND               VALUE "YES".
           05  RECEIPT-VALID-SWITCH   PIC X(3) VALUE "NO".
               88  RECEIPT-VALID               VALUE "YES".
           05  PART-FOUND-SWITCH      PIC X(3) VALUE "NO".
               88  PART-FOUND                  VALUE "YES".

       01  RECEIPTS-READ             PIC 9(4) VALUE ZERO.
       01  RECEIPTS-MATCHED          PIC 9(4) VALUE ZERO.
           PERFORM 203-TERMINATE-PO-RECEIVE.
           STOP RUN.

      *initialization - the batch is checked whole before anything
      *is applied. a batch that passes has its header line passed
      *over; one that fails is not read at all
       201-INIT-PO-RECEIVE.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 308-CHECK-BATCH-CONTROLS.
           PERFORM 301-OPEN-RECEIVE-FILES.
           PERFORM 314-WRITE-BATCH-LOG.
           IF BATCH-OK
               READ PO-RECEIPT-FILE
                   AT END
                       MOVE "YES" TO EOF-FLAG-RECEIPT
                   NOT AT END
                       PERFORM 302-READ-RECEIPT
               END-READ
           ELSE
               MOVE "YES" TO EOF-FLAG-RECEIPT
           END-IF.

      *mainline which applies one delivery line to the open-PO file
       202-PROCESS-RECEIPT.
      *INVENT-POST owns emptying the file once it has drained it
       301-OPEN-RECEIVE-FILES.
           OPEN I-O    OPEN-PO-FILE.
           OPEN INPUT  INVENT-FILE.
           OPEN INPUT  PO-RECEIPT-FILE.
           OPEN OUTPUT PO-RECEIVE-LOG.
           OPEN EXTEND GENERATED-TRANS-FILE.
      *read one delivery line
       302-READ-RECEIPT.
           READ PO-RECEIPT-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-RECEIPT
               NOT AT END
                   MOVE PO-RECEIPT-RECORD TO BATCH-CONTROL-RECORD
                   IF BATCH-TRAILER
                       MOVE "YES" TO EOF-FLAG-RECEIPT
                   ELSE
                       ADD 1 TO RECEIPTS-READ
                   END-IF
           END-READ.

      *screens the raw delivery fields before any file access
       303-VALIDATE-RECEIPT.
               MOVE "REJECTED - SUPPLIER MISSING" TO LOG-STATUS
               MOVE "NO" TO RECEIPT-VALID-SWITCH
           END-IF.
           IF RECEIPT-VALID AND RCPT-EXPIRY-DATE-X NOT = SPACES
               AND RCPT-EXPIRY-DATE-X NOT NUMERIC
               MOVE "REJECTED - EXPIRY NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO RECEIPT-VALID-SWITCH
           END-IF.
           IF RECEIPT-VALID
               PERFORM 307-CHECK-LOT-FIELDS
           END-IF.

      *a lot-controlled part cannot be received without the lot
      *number and expiry date off the delivery - the stock would
      *land in no lot and could never be drawn in expiry order. a
      *part not on the master is left for INVENT-POST to reject
       307-CHECK-LOT-FIELDS.
           MOVE RCPT-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.
           IF PART-FOUND AND PART-LOT-CONTROLLED
               IF RCPT-LOT-NUMBER = SPACES
                   OR RCPT-EXPIRY-DATE-X NOT NUMERIC
                   OR RCPT-EXPIRY-DATE = ZERO
                   MOVE "REJECTED - LOT/EXPIRY MISSING" TO LOG-STATUS
                   MOVE "NO" TO RECEIPT-VALID-SWITCH
               END-IF
           END-IF.

      *random read of the open-PO file for this supplier and part
       304-READ-OPEN-PO-LINE.
                   MOVE "YES" TO PO-LINE-FOUND-SWITCH
           END-READ.

      *checks the keyed batch before anything is applied: the first
      *line must be a header and the last a trailer, and the
      *trailer's record count and hash totals must agree with the
      *lines between them. a batch that passes is looked up on the
      *batch register and registered, so it can never post twice.
      *an empty file is no batch at all and is passed over
       308-CHECK-BATCH-CONTROLS.
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
           OPEN INPUT PO-RECEIPT-FILE.
           PERFORM 309-READ-BATCH-RECORD.
           IF EOF-FLAG-BATCH = "YES"
               MOVE "YES" TO BATCH-EMPTY-SWITCH
           ELSE
               MOVE PO-RECEIPT-RECORD TO BATCH-CONTROL-RECORD
               IF NOT BATCH-HEADER
                   MOVE "NO BATCH HEADER" TO BATCH-REJECT-REASON
               ELSE
                   IF BATCH-ID = SPACES OR BATCH-DATE-X NOT NUMERIC
                       MOVE "BATCH HEADER INVALID"
                           TO BATCH-REJECT-REASON
                   ELSE
                       MOVE BATCH-ID TO BATCH-ID-WS
                       MOVE BATCH-DATE TO BATCH-DATE-WS
                       PERFORM 309-READ-BATCH-RECORD
                       PERFORM 310-COUNT-BATCH-RECORD
                           UNTIL EOF-FLAG-BATCH = "YES"
                       PERFORM 311-CHECK-BATCH-TRAILER
                   END-IF
               END-IF
           END-IF.
           CLOSE PO-RECEIPT-FILE.
           IF BATCH-REJECT-REASON = SPACES AND NOT BATCH-EMPTY
               PERFORM 312-CHECK-BATCH-REGISTER
           END-IF.

      *read one line of the batch for the control check
       309-READ-BATCH-RECORD.
           READ PO-RECEIPT-FILE
           AT END MOVE "YES" TO EOF-FLAG-BATCH.

      *tallies one line of the batch - a transaction line into the
      *count and the hash totals, the trailer into its hold area. a
      *line after the trailer or a second header means two batches
      *ran together or the file was damaged in transfer
       310-COUNT-BATCH-RECORD.
           MOVE PO-RECEIPT-RECORD TO BATCH-CONTROL-RECORD.
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
                   IF RCPT-PART-NUMBER-X NUMERIC
                       ADD RCPT-PART-NUMBER TO BATCH-PART-HASH-WS
                   END-IF
                   IF RCPT-QTY-X NUMERIC
                       ADD RCPT-QTY TO BATCH-QTY-HASH-WS
                   END-IF
           END-EVALUATE.
           PERFORM 309-READ-BATCH-RECORD.

      *compares the trailer with the lines actually received - the
      *hash totals are compared on their low-order eleven digits
       311-CHECK-BATCH-TRAILER.
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
       312-CHECK-BATCH-REGISTER.
           OPEN I-O BATCH-REGISTER-FILE.
           MOVE "PORECTRN" TO BREG-FILE-NAME.
           MOVE BATCH-ID-WS TO BREG-BATCH-ID.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   PERFORM 313-REGISTER-BATCH
               NOT INVALID KEY
                   STRING "ALREADY POSTED " BREG-APPLIED-DATE
                       DELIMITED BY SIZE INTO BATCH-REJECT-REASON
           END-READ.
           CLOSE BATCH-REGISTER-FILE.

      *records the batch on the register as applied
       313-REGISTER-BATCH.
           MOVE BATCH-DATE-WS TO BREG-BATCH-DATE.
           MOVE CURRENT-DATE-WS TO BREG-APPLIED-DATE.
           MOVE BATCH-RECORDS-COUNTED TO BREG-RECORD-COUNT.
           MOVE "PO-RECEIVE" TO BREG-PROGRAM.
           WRITE BATCH-REGISTER-RECORD
               INVALID KEY
                   MOVE "REGISTER WRITE FAILED" TO BATCH-REJECT-REASON
               NOT INVALID KEY
                   MOVE "YES" TO BATCH-OK-SWITCH
           END-WRITE.

      *puts the outcome of the batch check on the log; a rejected
      *batch also sets a return code the scheduler can test
       314-WRITE-BATCH-LOG.
           MOVE SPACES TO RECEIVE-LOG-RECORD-OUT.
           EVALUATE TRUE
               WHEN BATCH-EMPTY
                   MOVE "NO KEYED BATCH TO RECEIVE"
                       TO RECEIVE-LOG-RECORD-OUT
               WHEN BATCH-OK
                   STRING "BATCH " BATCH-ID-WS " ACCEPTED - LINES "
                       BATCH-RECORDS-COUNTED
                       DELIMITED BY SIZE INTO RECEIVE-LOG-RECORD-OUT
               WHEN OTHER
                   STRING "BATCH " BATCH-ID-WS " REJECTED - "
                       BATCH-REJECT-REASON
                       DELIMITED BY SIZE INTO RECEIVE-LOG-RECORD-OUT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE RECEIVE-LOG-RECORD-OUT.

      *adds the delivered quantity onto the matched line, closing it
      *once the full ordered quantity has arrived. an arrival against
      *an already-closed line is flagged so purchasing can query the
           MOVE RCPT-LOCATION-CODE TO POST-LOCATION-CODE.
           MOVE SPACES TO POST-LOCATION-TO.
           MOVE SPACES TO POST-JOB-REF.
           MOVE RCPT-LOT-NUMBER TO POST-LOT-NUMBER.
           MOVE RCPT-EXPIRY-DATE-X TO POST-EXPIRY-DATE-X.
           WRITE INVENT-TRANS-RECORD.
           ADD 1 TO GEN-TRANS-WRITTEN.


      *closes files
       306-CLOSE-RECEIVE-FILES.
           CLOSE OPEN-PO-FILE INVENT-FILE PO-RECEIPT-FILE
               PO-RECEIVE-LOG GENERATED-TRANS-FILE.

      *writes one delivery line result to the log file
       404-WRITE-LOG-RECORD.
