      *a reservation is released by the matching issue posting
      *through INVENT-POST or by an explicit cancel here. every
      *transaction result goes to the maintenance log.
      *RSVTRN.TXT arrives as a controlled batch - a header with the
      *batch ID and date, the transactions, and a trailer with the
      *line count and hash totals of the part numbers and
      *quantities - checked whole against its trailer and against
      *the batch register BATCHREG.TXT before any line is applied,
      *so a short, damaged or repeated batch is rejected outright.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "C:\Users\Ruth\workspace\program3\RSVLOG.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-REGISTER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BATCHREG.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BREG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVATION-FILE.
       FD  RESERVE-MAINT-LOG.
       01  RESERVE-LOG-RECORD-OUT     PIC X(70).

       FD  BATCH-REGISTER-FILE.
       COPY BATCH-REGISTER-RECORD.

       WORKING-STORAGE SECTION.
       01  RESERVE-LOG-DETAIL.
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
           PERFORM 203-TERMINATE-RESERVE-MAINT.
           STOP RUN.

      *initialization - the batch is checked whole before anything
      *is applied. a batch that passes has its header line passed
      *over; one that fails is not read at all
       201-INIT-RESERVE-MAINT.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 307-CHECK-BATCH-CONTROLS.
           PERFORM 301-OPEN-RESERVE-FILES.
           PERFORM 313-WRITE-BATCH-LOG.
           IF BATCH-OK
               READ RESERVE-TRANS-FILE
                   AT END
                       MOVE "YES" TO EOF-FLAG-TRANS
                   NOT AT END
                       PERFORM 302-READ-TRANSACTION
               END-READ
           ELSE
               MOVE "YES" TO EOF-FLAG-TRANS
           END-IF.

      *mainline which applies one transaction to the reservation file
       202-PROCESS-TRANSACTION.
      *read one transaction record
       302-READ-TRANSACTION.
           READ RESERVE-TRANS-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-TRANS
               NOT AT END
                   MOVE RESERVE-TRANS-RECORD TO BATCH-CONTROL-RECORD
                   IF BATCH-TRAILER
                       MOVE "YES" TO EOF-FLAG-TRANS
                   ELSE
                       ADD 1 TO TRANS-READ
                   END-IF
           END-READ.

      *writes run summary to the log
       305-WRITE-MAINT-SUMMARY.
           CLOSE RESERVATION-FILE INVENT-FILE LOCATION-QTY-FILE
               RESERVE-TRANS-FILE RESERVE-MAINT-LOG.

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
           OPEN INPUT RESERVE-TRANS-FILE.
           PERFORM 308-READ-BATCH-RECORD.
           IF EOF-FLAG-BATCH = "YES"
               MOVE "YES" TO BATCH-EMPTY-SWITCH
           ELSE
               MOVE RESERVE-TRANS-RECORD TO BATCH-CONTROL-RECORD
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
           CLOSE RESERVE-TRANS-FILE.
           IF BATCH-REJECT-REASON = SPACES AND NOT BATCH-EMPTY
               PERFORM 311-CHECK-BATCH-REGISTER
           END-IF.

      *read one line of the batch for the control check
       308-READ-BATCH-RECORD.
           READ RESERVE-TRANS-FILE
           AT END MOVE "YES" TO EOF-FLAG-BATCH.

      *tallies one line of the batch - a transaction line into the
      *count and the hash totals, the trailer into its hold area. a
      *line after the trailer or a second header means two batches
      *ran together or the file was damaged in transfer
       309-COUNT-BATCH-RECORD.
           MOVE RESERVE-TRANS-RECORD TO BATCH-CONTROL-RECORD.
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
                   IF RTRANS-PART-NUMBER-X NUMERIC
                       ADD RTRANS-PART-NUMBER TO BATCH-PART-HASH-WS
                   END-IF
                   IF RTRANS-QTY-X NUMERIC
                       ADD RTRANS-QTY TO BATCH-QTY-HASH-WS
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
           MOVE "RSVTRN" TO BREG-FILE-NAME.
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
           MOVE "RESERVE-MAINT" TO BREG-PROGRAM.
           WRITE BATCH-REGISTER-RECORD
               INVALID KEY
                   MOVE "REGISTER WRITE FAILED" TO BATCH-REJECT-REASON
               NOT INVALID KEY
                   MOVE "YES" TO BATCH-OK-SWITCH
           END-WRITE.

      *puts the outcome of the batch check on the log; a rejected
      *batch also sets a return code the scheduler can test
       313-WRITE-BATCH-LOG.
           MOVE SPACES TO RESERVE-LOG-RECORD-OUT.
           EVALUATE TRUE
               WHEN BATCH-EMPTY
                   MOVE "NO KEYED BATCH TO APPLY"
                       TO RESERVE-LOG-RECORD-OUT
               WHEN BATCH-OK
                   STRING "BATCH " BATCH-ID-WS " ACCEPTED - LINES "
                       BATCH-RECORDS-COUNTED
                       DELIMITED BY SIZE INTO RESERVE-LOG-RECORD-OUT
               WHEN OTHER
                   STRING "BATCH " BATCH-ID-WS " REJECTED - "
                       BATCH-REJECT-REASON
                       DELIMITED BY SIZE INTO RESERVE-LOG-RECORD-OUT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE RESERVE-LOG-RECORD-OUT.

      *adds a new reservation after full validation and the
      *unreserved-stock check, the way INVENT-POST checks a
      *located issue before applying it
