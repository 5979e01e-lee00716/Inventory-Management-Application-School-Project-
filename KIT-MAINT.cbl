       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-MAINT.
       AUTHOR. DAVID LEE.

      *maintains the kit master KITMAST.TXT from keyed add/change/
      *delete transactions, in the style of PART-MAINT. a kit is a
      *parent part built in the stockroom from a list of component
      *parts, each with a quantity per kit. every add is checked
      *against INVENT6.TXT so both the parent and the component are
      *real parts, a part can never be a component of itself, an
      *obsolete part cannot be added to a kit, and the quantity per
      *kit must be numeric and above zero. a change replaces the
      *quantity per kit of an existing component line; a delete
      *drops the component from the kit, and the kit itself is gone
      *once its last component is deleted. every transaction result
      *goes to the maintenance log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT OPTIONAL KIT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\KITMAST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS KIT-KEY.

           SELECT KIT-TRANS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\KITTRN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KIT-MAINT-LOG
              ASSIGN TO "C:\Users\Ruth\workspace\program3\KITMLOG.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  KIT-FILE.
       COPY KIT-RECORD.

       FD  KIT-TRANS-FILE.
       COPY KIT-TRANS-RECORD.

       FD  KIT-MAINT-LOG.
       01  KIT-LOG-RECORD-OUT         PIC X(70).

       WORKING-STORAGE SECTION.
       01  KIT-LOG-DETAIL.
           05  LOG-TRANS-CODE         PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-PARENT-PART        PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-COMPONENT-PART     PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-QTY-PER            PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-STATUS             PIC X(35).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-TRANS         PIC X(3) VALUE "NO".
           05  PART-FOUND-SWITCH      PIC X(3) VALUE "NO".
               88  PART-FOUND                  VALUE "YES".
           05  TRANS-VALID-SWITCH     PIC X(3) VALUE "NO".
               88  TRANS-VALID                 VALUE "YES".
           05  KIT-LINE-FOUND-SWITCH  PIC X(3) VALUE "NO".
               88  KIT-LINE-FOUND              VALUE "YES".

       01  TRANS-READ                PIC 9(4) VALUE ZERO.
       01  TRANS-ACCEPTED            PIC 9(4) VALUE ZERO.
       01  TRANS-REJECTED            PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-MAINTAIN-KIT-FILE.
           PERFORM 201-INIT-KIT-MAINT.
           PERFORM 202-PROCESS-TRANSACTION
               UNTIL EOF-FLAG-TRANS = "YES".
           PERFORM 203-TERMINATE-KIT-MAINT.
           STOP RUN.

      *initialization
       201-INIT-KIT-MAINT.
           PERFORM 301-OPEN-MAINT-FILES.
           PERFORM 302-READ-TRANSACTION.

      *mainline which applies one transaction to the kit master
       202-PROCESS-TRANSACTION.
           EVALUATE KTRANS-CODE
               WHEN "A"
                   PERFORM 401-ADD-KIT-COMPONENT
               WHEN "C"
                   PERFORM 402-CHANGE-KIT-COMPONENT
               WHEN "D"
                   PERFORM 403-DELETE-KIT-COMPONENT
               WHEN OTHER
                   MOVE "INVALID TRANS CODE" TO LOG-STATUS
                   PERFORM 404-WRITE-LOG-RECORD
                   ADD 1 TO TRANS-REJECTED
           END-EVALUATE.
           PERFORM 302-READ-TRANSACTION.

      *termination
       203-TERMINATE-KIT-MAINT.
           PERFORM 305-WRITE-MAINT-SUMMARY.
           PERFORM 306-CLOSE-MAINT-FILES.

      *open files
       301-OPEN-MAINT-FILES.
           OPEN INPUT  INVENT-FILE.
           OPEN I-O    KIT-FILE.
           OPEN INPUT  KIT-TRANS-FILE.
           OPEN OUTPUT KIT-MAINT-LOG.

      *read one transaction record
       302-READ-TRANSACTION.
           READ KIT-TRANS-FILE
           AT END MOVE "YES" TO EOF-FLAG-TRANS
            NOT AT END ADD 1 TO TRANS-READ.

      *writes run summary to the log
       305-WRITE-MAINT-SUMMARY.
           MOVE SPACES TO KIT-LOG-RECORD-OUT.
           STRING "TRANSACTIONS READ " TRANS-READ
               " ACCEPTED " TRANS-ACCEPTED
               " REJECTED " TRANS-REJECTED
               DELIMITED BY SIZE INTO KIT-LOG-RECORD-OUT.
           WRITE KIT-LOG-RECORD-OUT.

      *closes files
       306-CLOSE-MAINT-FILES.
           CLOSE INVENT-FILE KIT-FILE KIT-TRANS-FILE KIT-MAINT-LOG.

      *adds one component line to a kit after both parts are read
      *against the part master; the first line added starts the kit
       401-ADD-KIT-COMPONENT.
           PERFORM 405-VALIDATE-KIT-FIELDS.
           IF TRANS-VALID
               PERFORM 406-CHECK-PARTS-ON-FILE
           END-IF.
           IF TRANS-VALID
               MOVE KTRANS-PARENT-PART TO KIT-PARENT-PART
               MOVE KTRANS-COMPONENT-PART TO KIT-COMPONENT-PART
               MOVE KTRANS-QTY-PER TO KIT-QTY-PER
               WRITE KIT-RECORD
                   INVALID KEY
                       MOVE "REJECTED - COMPONENT ALREADY ON KIT"
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

      *replaces the quantity per kit of an existing component line
       402-CHANGE-KIT-COMPONENT.
           PERFORM 405-VALIDATE-KIT-FIELDS.
           IF TRANS-VALID
               PERFORM 407-READ-KIT-LINE
               IF KIT-LINE-FOUND
                   MOVE KTRANS-QTY-PER TO KIT-QTY-PER
                   REWRITE KIT-RECORD
                       INVALID KEY
                           MOVE "REJECTED - REWRITE FAILED"
                               TO LOG-STATUS
                           ADD 1 TO TRANS-REJECTED
                       NOT INVALID KEY
                           MOVE "CHANGED" TO LOG-STATUS
                           ADD 1 TO TRANS-ACCEPTED
                   END-REWRITE
               ELSE
                   MOVE "REJECTED - COMPONENT NOT ON KIT"
                       TO LOG-STATUS
                   ADD 1 TO TRANS-REJECTED
               END-IF
           ELSE
               ADD 1 TO TRANS-REJECTED
           END-IF.
           PERFORM 404-WRITE-LOG-RECORD.

      *drops one component line from a kit; the quantity column is
      *not needed and not checked
       403-DELETE-KIT-COMPONENT.
           MOVE "YES" TO TRANS-VALID-SWITCH.
           IF KTRANS-PARENT-PART-X NOT NUMERIC
               MOVE "REJECTED - PARENT NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND KTRANS-COMPONENT-PART-X NOT NUMERIC
               MOVE "REJECTED - COMPONENT NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID
               PERFORM 407-READ-KIT-LINE
               IF KIT-LINE-FOUND
                   DELETE KIT-FILE
                       INVALID KEY
                           MOVE "REJECTED - DELETE FAILED"
                               TO LOG-STATUS
                           ADD 1 TO TRANS-REJECTED
                       NOT INVALID KEY
                           MOVE "DELETED" TO LOG-STATUS
                           ADD 1 TO TRANS-ACCEPTED
                   END-DELETE
               ELSE
                   MOVE "REJECTED - COMPONENT NOT ON KIT"
                       TO LOG-STATUS
                   ADD 1 TO TRANS-REJECTED
               END-IF
           ELSE
               ADD 1 TO TRANS-REJECTED
           END-IF.
           PERFORM 404-WRITE-LOG-RECORD.

      *writes one transaction result to the log file
       404-WRITE-LOG-RECORD.
           MOVE KTRANS-CODE TO LOG-TRANS-CODE.
           MOVE KTRANS-PARENT-PART-X TO LOG-PARENT-PART.
           MOVE KTRANS-COMPONENT-PART-X TO LOG-COMPONENT-PART.
           MOVE KTRANS-QTY-PER-X TO LOG-QTY-PER.
           MOVE KIT-LOG-DETAIL TO KIT-LOG-RECORD-OUT.
           WRITE KIT-LOG-RECORD-OUT.

      *screens the fields of an add or change transaction; the first
      *failing edit decides the log message for the reject
       405-VALIDATE-KIT-FIELDS.
           MOVE "YES" TO TRANS-VALID-SWITCH.
           IF KTRANS-PARENT-PART-X NOT NUMERIC
               MOVE "REJECTED - PARENT NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND KTRANS-COMPONENT-PART-X NOT NUMERIC
               MOVE "REJECTED - COMPONENT NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND KTRANS-QTY-PER-X NOT NUMERIC
               MOVE "REJECTED - QTY PER NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND KTRANS-QTY-PER = ZERO
               MOVE "REJECTED - QTY PER IS ZERO" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID
               AND KTRANS-COMPONENT-PART = KTRANS-PARENT-PART
               MOVE "REJECTED - PART IS ITS OWN COMPONENT"
                   TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.

      *reads the parent and the component against the part master;
      *an obsolete component cannot go onto a kit
       406-CHECK-PARTS-ON-FILE.
           MOVE KTRANS-PARENT-PART TO PART-NUMBER.
           PERFORM 408-READ-INVENT-MASTER.
           IF NOT PART-FOUND
               MOVE "REJECTED - PARENT NOT ON FILE" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           ELSE
               MOVE KTRANS-COMPONENT-PART TO PART-NUMBER
               PERFORM 408-READ-INVENT-MASTER
               IF NOT PART-FOUND
                   MOVE "REJECTED - COMPONENT NOT ON FILE"
                       TO LOG-STATUS
                   MOVE "NO" TO TRANS-VALID-SWITCH
               ELSE
                   IF PART-STATUS = "O"
                       MOVE "REJECTED - COMPONENT OBSOLETE"
                           TO LOG-STATUS
                       MOVE "NO" TO TRANS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

      *random read of the kit master for one parent/component line
       407-READ-KIT-LINE.
           MOVE KTRANS-PARENT-PART TO KIT-PARENT-PART.
           MOVE KTRANS-COMPONENT-PART TO KIT-COMPONENT-PART.
           READ KIT-FILE
               INVALID KEY
                   MOVE "NO" TO KIT-LINE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO KIT-LINE-FOUND-SWITCH
           END-READ.

      *random read of the part master for one part number
       408-READ-INVENT-MASTER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.
