       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINMAX-MAINT.
       AUTHOR. DAVID LEE.

      *maintains the stockroom min/max levels MINMAX.TXT from keyed
      *add/change/delete transactions, in the style of KIT-MAINT.
      *each entry gives one part's minimum and maximum at one
      *stockroom and the location it is refilled from, for the
      *nightly REPLENISH run. every add is checked against
      *INVENT6.TXT so the part is real and not obsolete; the
      *stockroom and supplying location must both be given and must
      *differ, the quantities must be numeric, and the maximum must
      *be above zero and not below the minimum. a change replaces
      *the minimum, maximum and supplying location of an existing
      *entry; a delete drops the entry and the stockroom is no
      *longer replenished for that part. every transaction result
      *goes to the maintenance log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT OPTIONAL MINMAX-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MINMAX.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MINMAX-KEY.

           SELECT MINMAX-TRANS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MMXTRN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MINMAX-MAINT-LOG
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MMXLOG.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  MINMAX-FILE.
       COPY MINMAX-RECORD.

       FD  MINMAX-TRANS-FILE.
       COPY MINMAX-TRANS-RECORD.

       FD  MINMAX-MAINT-LOG.
       01  MINMAX-LOG-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  MINMAX-LOG-DETAIL.
           05  LOG-TRANS-CODE         PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-PART-NUMBER        PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-LOCATION-CODE      PIC X(3).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-MIN-QTY            PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-MAX-QTY            PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-SOURCE-LOCATION    PIC X(3).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-STATUS             PIC X(35).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-TRANS         PIC X(3) VALUE "NO".
           05  PART-FOUND-SWITCH      PIC X(3) VALUE "NO".
               88  PART-FOUND                  VALUE "YES".
           05  TRANS-VALID-SWITCH     PIC X(3) VALUE "NO".
               88  TRANS-VALID                 VALUE "YES".
           05  MINMAX-FOUND-SWITCH    PIC X(3) VALUE "NO".
               88  MINMAX-FOUND                VALUE "YES".

       01  TRANS-READ                PIC 9(4) VALUE ZERO.
       01  TRANS-ACCEPTED            PIC 9(4) VALUE ZERO.
       01  TRANS-REJECTED            PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-MAINTAIN-MINMAX-FILE.
           PERFORM 201-INIT-MINMAX-MAINT.
           PERFORM 202-PROCESS-TRANSACTION
               UNTIL EOF-FLAG-TRANS = "YES".
           PERFORM 203-TERMINATE-MINMAX-MAINT.
           STOP RUN.

      *initialization
       201-INIT-MINMAX-MAINT.
           PERFORM 301-OPEN-MAINT-FILES.
           PERFORM 302-READ-TRANSACTION.

      *mainline which applies one transaction to the min/max file
       202-PROCESS-TRANSACTION.
           EVALUATE MTRANS-CODE
               WHEN "A"
                   PERFORM 401-ADD-MINMAX
               WHEN "C"
                   PERFORM 402-CHANGE-MINMAX
               WHEN "D"
                   PERFORM 403-DELETE-MINMAX
               WHEN OTHER
                   MOVE "INVALID TRANS CODE" TO LOG-STATUS
                   PERFORM 404-WRITE-LOG-RECORD
                   ADD 1 TO TRANS-REJECTED
           END-EVALUATE.
           PERFORM 302-READ-TRANSACTION.

      *termination
       203-TERMINATE-MINMAX-MAINT.
           PERFORM 305-WRITE-MAINT-SUMMARY.
           PERFORM 306-CLOSE-MAINT-FILES.

      *open files
       301-OPEN-MAINT-FILES.
           OPEN INPUT  INVENT-FILE.
           OPEN I-O    MINMAX-FILE.
           OPEN INPUT  MINMAX-TRANS-FILE.
           OPEN OUTPUT MINMAX-MAINT-LOG.

      *read one transaction record
       302-READ-TRANSACTION.
           READ MINMAX-TRANS-FILE
           AT END MOVE "YES" TO EOF-FLAG-TRANS
            NOT AT END ADD 1 TO TRANS-READ.

      *writes run summary to the log
       305-WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MINMAX-LOG-RECORD-OUT.
           STRING "TRANSACTIONS READ " TRANS-READ
               " ACCEPTED " TRANS-ACCEPTED
               " REJECTED " TRANS-REJECTED
               DELIMITED BY SIZE INTO MINMAX-LOG-RECORD-OUT.
           WRITE MINMAX-LOG-RECORD-OUT.

      *closes files
       306-CLOSE-MAINT-FILES.
           CLOSE INVENT-FILE MINMAX-FILE MINMAX-TRANS-FILE
               MINMAX-MAINT-LOG.

      *adds the levels for one part at one stockroom after the part
      *is read against the part master
       401-ADD-MINMAX.
           PERFORM 405-VALIDATE-MINMAX-FIELDS.
           IF TRANS-VALID
               PERFORM 406-CHECK-PART-ON-FILE
           END-IF.
           IF TRANS-VALID
               MOVE MTRANS-PART-NUMBER TO MINMAX-PART-NUMBER
               MOVE MTRANS-LOCATION-CODE TO MINMAX-LOCATION-CODE
               MOVE MTRANS-MIN-QTY TO MINMAX-MIN-QTY
               MOVE MTRANS-MAX-QTY TO MINMAX-MAX-QTY
               MOVE MTRANS-SOURCE-LOCATION TO MINMAX-SOURCE-LOCATION
               WRITE MINMAX-RECORD
                   INVALID KEY
                       MOVE "REJECTED - LEVELS ALREADY ON FILE"
                           TO LOG-STATUS
                       ADD 1 TO TRANS-REJECTED
                   NOT INVALID KEY
                       MOVE "ADDED" TO LOG-STATUS
                       ADD 1 TO TRANS-ACCEPTED
               END-WRITE
           ELSE
               ADD 1 TO TRANS-REJECTED
           END-IF.
           PERFORM 404-WRITE-LOG-RECORD.

      *replaces the minimum, maximum and supplying location of an
      *existing entry
       402-CHANGE-MINMAX.
           PERFORM 405-VALIDATE-MINMAX-FIELDS.
           IF TRANS-VALID
               PERFORM 407-READ-MINMAX
               IF MINMAX-FOUND
                   MOVE MTRANS-MIN-QTY TO MINMAX-MIN-QTY
                   MOVE MTRANS-MAX-QTY TO MINMAX-MAX-QTY
                   MOVE MTRANS-SOURCE-LOCATION
                       TO MINMAX-SOURCE-LOCATION
                   REWRITE MINMAX-RECORD
                       INVALID KEY
                           MOVE "REJECTED - REWRITE FAILED"
                               TO LOG-STATUS
                           ADD 1 TO TRANS-REJECTED
                       NOT INVALID KEY
                           MOVE "CHANGED" TO LOG-STATUS
                           ADD 1 TO TRANS-ACCEPTED
                   END-REWRITE
               ELSE
                   MOVE "REJECTED - LEVELS NOT ON FILE"
                       TO LOG-STATUS
                   ADD 1 TO TRANS-REJECTED
               END-IF
           ELSE
               ADD 1 TO TRANS-REJECTED
           END-IF.
           PERFORM 404-WRITE-LOG-RECORD.

      *drops the entry for one part at one stockroom; the quantity
      *and supplying location columns are not needed and not checked
       403-DELETE-MINMAX.
           MOVE "YES" TO TRANS-VALID-SWITCH.
           IF MTRANS-PART-NUMBER-X NOT NUMERIC
               MOVE "REJECTED - PART NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID
               PERFORM 407-READ-MINMAX
               IF MINMAX-FOUND
                   DELETE MINMAX-FILE
                       INVALID KEY
                           MOVE "REJECTED - DELETE FAILED"
                               TO LOG-STATUS
                           ADD 1 TO TRANS-REJECTED
                       NOT INVALID KEY
                           MOVE "DELETED" TO LOG-STATUS
                           ADD 1 TO TRANS-ACCEPTED
                   END-DELETE
               ELSE
                   MOVE "REJECTED - LEVELS NOT ON FILE"
                       TO LOG-STATUS
                   ADD 1 TO TRANS-REJECTED
               END-IF
           ELSE
               ADD 1 TO TRANS-REJECTED
           END-IF.
           PERFORM 404-WRITE-LOG-RECORD.

      *writes one transaction result to the log file
       404-WRITE-LOG-RECORD.
           MOVE MTRANS-CODE TO LOG-TRANS-CODE.
           MOVE MTRANS-PART-NUMBER-X TO LOG-PART-NUMBER.
           MOVE MTRANS-LOCATION-CODE TO LOG-LOCATION-CODE.
           MOVE MTRANS-MIN-QTY-X TO LOG-MIN-QTY.
           MOVE MTRANS-MAX-QTY-X TO LOG-MAX-QTY.
           MOVE MTRANS-SOURCE-LOCATION TO LOG-SOURCE-LOCATION.
           MOVE MINMAX-LOG-DETAIL TO MINMAX-LOG-RECORD-OUT.
           WRITE MINMAX-LOG-RECORD-OUT.

      *screens the fields of an add or change transaction; the first
      *failing edit decides the log message for the reject
       405-VALIDATE-MINMAX-FIELDS.
           MOVE "YES" TO TRANS-VALID-SWITCH.
           IF MTRANS-PART-NUMBER-X NOT NUMERIC
               MOVE "REJECTED - PART NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND MTRANS-LOCATION-CODE = SPACES
               MOVE "REJECTED - NO STOCKROOM" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND MTRANS-MIN-QTY-X NOT NUMERIC
               MOVE "REJECTED - MINIMUM NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND MTRANS-MAX-QTY-X NOT NUMERIC
               MOVE "REJECTED - MAXIMUM NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND MTRANS-MAX-QTY = ZERO
               MOVE "REJECTED - MAXIMUM IS ZERO" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND MTRANS-MIN-QTY > MTRANS-MAX-QTY
               MOVE "REJECTED - MINIMUM ABOVE MAXIMUM" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND MTRANS-SOURCE-LOCATION = SPACES
               MOVE "REJECTED - NO SUPPLYING LOCATION" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID
               AND MTRANS-SOURCE-LOCATION = MTRANS-LOCATION-CODE
               MOVE "REJECTED - STOCKROOM SUPPLIES ITSELF"
                   TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.

      *reads the part against the part master; an obsolete part is
      *not given stockroom levels
       406-CHECK-PART-ON-FILE.
           MOVE MTRANS-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.
           IF NOT PART-FOUND
               MOVE "REJECTED - PART NOT ON FILE" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           ELSE
               IF PART-OBSOLETE
                   MOVE "REJECTED - PART OBSOLETE" TO LOG-STATUS
                   MOVE "NO" TO TRANS-VALID-SWITCH
               END-IF
           END-IF.

      *random read of the min/max file for one part and stockroom
       407-READ-MINMAX.
           MOVE MTRANS-PART-NUMBER TO MINMAX-PART-NUMBER.
           MOVE MTRANS-LOCATION-CODE TO MINMAX-LOCATION-CODE.
           READ MINMAX-FILE
               INVALID KEY
                   MOVE "NO" TO MINMAX-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO MINMAX-FOUND-SWITCH
           END-READ.
