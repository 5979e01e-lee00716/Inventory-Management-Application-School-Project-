       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RETURN.
       AUTHOR. DAVID LEE.

      *applies return-to-vendor lines keyed by receiving against the
      *open purchase order file, for goods already received through
      *PO-RECEIVE and INVENT-POST that are rejected or found
      *defective and sent back. a return used to be keyed as an "A"
      *adjustment, which hid it as shrink and left the PO line
      *looking fully received. each accepted return now takes the
      *quantity off the line's received quantity, totals it in the
      *returned quantity and reopens the line so the replacement
      *can be received against it; it also comes off the invoiced
      *quantity, up to what had been invoiced, since the debit memo
      *recovers what was paid for it. a debit memo priced at the
      *line's order price is written to DEBITMEM.TXT for purchasing
      *to charge the supplier, and a "V" transaction in the
      *INVENT-TRANS-RECORD layout is generated onto PORECGEN.TXT so
      *the next INVENT-POST run takes the stock out of the stockroom
      *and records the return on MOVEHIST.TXT under its own code. a
      *return for more than the line has received, or for more than
      *the stockroom holds once the returns already accepted this
      *run are netted out, is rejected to the log. every line's
      *result goes to the return log with control totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\OPENPO.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPENPO-KEY.

           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT OPTIONAL LOCATION-QTY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOCQTY.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOCQTY-KEY.

           SELECT RETURN-TRANS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\RTVTRN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-RETURN-LOG
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PORTVLOG.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEBIT-MEMO-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\DEBITMEM.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GENERATED-TRANS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PORECGEN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE.
       COPY OPENPO-RECORD.

       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  LOCATION-QTY-FILE.
       COPY LOCATION-QTY-RECORD.

       FD  RETURN-TRANS-FILE.
       COPY RETURN-TRANS-RECORD.

       FD  PO-RETURN-LOG.
       01  RETURN-LOG-RECORD-OUT      PIC X(70).

       FD  DEBIT-MEMO-FILE.
       COPY DEBIT-MEMO-RECORD.

       FD  GENERATED-TRANS-FILE.
       COPY INVENT-TRANS-RECORD.

       WORKING-STORAGE SECTION.
       01  RETURN-LOG-DETAIL.
           05  LOG-SUPPLIER-CODE      PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-PART-NUMBER        PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-RETURN-QTY         PIC X(7).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-STATUS             PIC X(35).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-RETURN        PIC X(3) VALUE "NO".
           05  PO-LINE-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  PO-LINE-FOUND               VALUE "YES".
           05  RETURN-VALID-SWITCH    PIC X(3) VALUE "NO".
               88  RETURN-VALID                VALUE "YES".
           05  STOCK-OK-SWITCH        PIC X(3) VALUE "NO".
               88  STOCK-OK                    VALUE "YES".

      *what this run has already returned from each part and
      *stockroom - spaces for the location are the unsplit bucket -
      *so two returns cannot both be promised the same stock
       01  RUN-RETURN-TABLE.
           05  RUN-RETURN-ENTRY OCCURS 500 TIMES.
               10  RUN-PART-NUMBER-TBL     PIC 9(7).
               10  RUN-LOCATION-CODE-TBL   PIC X(3).
               10  RUN-RETURN-QTY-TBL      PIC 9(9).
       01  RUN-RETURN-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  RUN-I                     PIC 9(4) COMP VALUE ZERO.
       01  RUN-FOUND-I               PIC 9(4) COMP VALUE ZERO.
       01  RUN-PART-TOTAL-WS         PIC 9(9) VALUE ZERO.
       01  RUN-LOCATION-TOTAL-WS     PIC 9(9) VALUE ZERO.

       01  INVOICE-CREDIT-WS         PIC 9(7) VALUE ZERO.
       01  RETURNS-READ              PIC 9(4) VALUE ZERO.
       01  RETURNS-ACCEPTED          PIC 9(4) VALUE ZERO.
       01  RETURNS-REJECTED          PIC 9(4) VALUE ZERO.
       01  LINES-REOPENED            PIC 9(4) VALUE ZERO.
       01  GEN-TRANS-WRITTEN         PIC 9(4) VALUE ZERO.
       01  QTY-RETURNED-TOTAL        PIC 9(9) VALUE ZERO.
       01  DEBIT-AMOUNT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  DEBIT-AMOUNT-TOTAL-OUT    PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-APPLY-VENDOR-RETURNS.
           PERFORM 201-INIT-PO-RETURN.
           PERFORM 202-PROCESS-RETURN
               UNTIL EOF-FLAG-RETURN = "YES".
           PERFORM 203-TERMINATE-PO-RETURN.
           STOP RUN.

      *initialization
       201-INIT-PO-RETURN.
           PERFORM 301-OPEN-RETURN-FILES.
           PERFORM 302-READ-RETURN.

      *mainline which applies one return line to the open-PO file
       202-PROCESS-RETURN.
           PERFORM 303-VALIDATE-RETURN.
           IF RETURN-VALID
               PERFORM 304-READ-OPEN-PO-LINE
               IF PO-LINE-FOUND
                   PERFORM 401-APPLY-RETURN
               ELSE
                   MOVE "REJECTED - NO PO LINE ON FILE" TO LOG-STATUS
                   ADD 1 TO RETURNS-REJECTED
                   PERFORM 404-WRITE-LOG-RECORD
               END-IF
           ELSE
               ADD 1 TO RETURNS-REJECTED
               PERFORM 404-WRITE-LOG-RECORD
           END-IF.
           PERFORM 302-READ-RETURN.

      *termination
       203-TERMINATE-PO-RETURN.
           PERFORM 305-WRITE-RETURN-SUMMARY.
           PERFORM 306-CLOSE-RETURN-FILES.

      *open files - the generated transaction file is extended, not
      *rewritten, so returns and dock receipts keyed before the next
      *posting run ride to INVENT-POST together; INVENT-POST owns
      *emptying the file once it has drained it
       301-OPEN-RETURN-FILES.
           OPEN I-O    OPEN-PO-FILE.
           OPEN INPUT  INVENT-FILE.
           OPEN INPUT  LOCATION-QTY-FILE.
           OPEN INPUT  RETURN-TRANS-FILE.
           OPEN OUTPUT PO-RETURN-LOG.
           OPEN OUTPUT DEBIT-MEMO-FILE.
           OPEN EXTEND GENERATED-TRANS-FILE.

      *read one return line
       302-READ-RETURN.
           READ RETURN-TRANS-FILE
           AT END MOVE "YES" TO EOF-FLAG-RETURN
            NOT AT END ADD 1 TO RETURNS-READ.

      *screens the raw return fields before any file access
       303-VALIDATE-RETURN.
           MOVE "YES" TO RETURN-VALID-SWITCH.
           IF RTV-PART-NUMBER-X NOT NUMERIC
               MOVE "REJECTED - PART NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO RETURN-VALID-SWITCH
           END-IF.
           IF RETURN-VALID AND RTV-QTY-X NOT NUMERIC
               MOVE "REJECTED - QTY NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO RETURN-VALID-SWITCH
           END-IF.
           IF RETURN-VALID AND RTV-QTY = ZERO
               MOVE "REJECTED - QTY ZERO" TO LOG-STATUS
               MOVE "NO" TO RETURN-VALID-SWITCH
           END-IF.
           IF RETURN-VALID AND RTV-DATE-X NOT NUMERIC
               MOVE "REJECTED - DATE NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO RETURN-VALID-SWITCH
           END-IF.
           IF RETURN-VALID AND RTV-SUPPLIER-CODE = SPACES
               MOVE "REJECTED - SUPPLIER MISSING" TO LOG-STATUS
               MOVE "NO" TO RETURN-VALID-SWITCH
           END-IF.

      *random read of the open-PO file for this supplier and part
       304-READ-OPEN-PO-LINE.
           MOVE RTV-SUPPLIER-CODE TO OPENPO-SUPPLIER-CODE.
           MOVE RTV-PART-NUMBER TO OPENPO-PART-NUMBER.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE "NO" TO PO-LINE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PO-LINE-FOUND-SWITCH
           END-READ.

      *writes run summary and control totals to the log
       305-WRITE-RETURN-SUMMARY.
           MOVE SPACES TO RETURN-LOG-RECORD-OUT.
           STRING "RETURNS READ " RETURNS-READ
               " ACCEPTED " RETURNS-ACCEPTED
               " REJECTED " RETURNS-REJECTED
               DELIMITED BY SIZE INTO RETURN-LOG-RECORD-OUT.
           WRITE RETURN-LOG-RECORD-OUT.
           MOVE SPACES TO RETURN-LOG-RECORD-OUT.
           STRING "QTY RETURNED " QTY-RETURNED-TOTAL
               " LINES REOPENED " LINES-REOPENED
               DELIMITED BY SIZE INTO RETURN-LOG-RECORD-OUT.
           WRITE RETURN-LOG-RECORD-OUT.
           MOVE DEBIT-AMOUNT-TOTAL TO DEBIT-AMOUNT-TOTAL-OUT.
           MOVE SPACES TO RETURN-LOG-RECORD-OUT.
           STRING "DEBIT MEMO AMOUNT " DEBIT-AMOUNT-TOTAL-OUT
               " INVENT TRANS GENERATED " GEN-TRANS-WRITTEN
               DELIMITED BY SIZE INTO RETURN-LOG-RECORD-OUT.
           WRITE RETURN-LOG-RECORD-OUT.

      *closes files
       306-CLOSE-RETURN-FILES.
           CLOSE OPEN-PO-FILE INVENT-FILE LOCATION-QTY-FILE
               RETURN-TRANS-FILE PO-RETURN-LOG DEBIT-MEMO-FILE
               GENERATED-TRANS-FILE.

      *applies one return to its PO line - the line must have
      *received at least the quantity going back, and the stockroom
      *must still hold it
       401-APPLY-RETURN.
           IF RTV-QTY > OPENPO-RECEIVED-QTY
               MOVE "REJECTED - MORE THAN RECEIVED" TO LOG-STATUS
               ADD 1 TO RETURNS-REJECTED
               PERFORM 404-WRITE-LOG-RECORD
           ELSE
               PERFORM 405-CHECK-STOCK-ON-HAND
               IF STOCK-OK
                   PERFORM 402-RELIEVE-RECEIVED-QTY
               ELSE
                   ADD 1 TO RETURNS-REJECTED
                   PERFORM 404-WRITE-LOG-RECORD
               END-IF
           END-IF.

      *takes the returned goods off the line's received and invoiced
      *quantities and reopens it for the replacement. a return that
      *only sends back an over-delivery leaves the line at or above
      *its ordered quantity, so it stays closed
       402-RELIEVE-RECEIVED-QTY.
           SUBTRACT RTV-QTY FROM OPENPO-RECEIVED-QTY.
           ADD RTV-QTY TO OPENPO-RETURNED-QTY.
           IF RTV-QTY > OPENPO-INVOICED-QTY
               MOVE OPENPO-INVOICED-QTY TO INVOICE-CREDIT-WS
           ELSE
               MOVE RTV-QTY TO INVOICE-CREDIT-WS
           END-IF.
           SUBTRACT INVOICE-CREDIT-WS FROM OPENPO-INVOICED-QTY.
           IF OPENPO-RECEIVED-QTY < OPENPO-ORDER-QTY
               IF OPENPO-RECEIVED-QTY = ZERO
                   MOVE "O" TO OPENPO-STATUS
               ELSE
                   MOVE "P" TO OPENPO-STATUS
               END-IF
               MOVE "RETURNED - LINE REOPENED" TO LOG-STATUS
           ELSE
               MOVE "RETURNED - LINE STAYS CLOSED" TO LOG-STATUS
           END-IF.
           REWRITE OPENPO-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO LOG-STATUS
                   ADD 1 TO RETURNS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO RETURNS-ACCEPTED
                   ADD RTV-QTY TO QTY-RETURNED-TOTAL
                   PERFORM 409-RECORD-RUN-RETURN
                   IF NOT OPENPO-CLOSED
                       ADD 1 TO LINES-REOPENED
                   END-IF
                   PERFORM 403-WRITE-GENERATED-TRANS
                   PERFORM 406-WRITE-DEBIT-MEMO
           END-REWRITE.
           PERFORM 404-WRITE-LOG-RECORD.

      *generates the "V" inventory transaction for an accepted
      *return so INVENT-POST takes the stock out of the stockroom
      *and books it to the ledger as a return to vendor
       403-WRITE-GENERATED-TRANS.
           MOVE "V" TO POST-TRANS-CODE.
           MOVE RTV-PART-NUMBER-X TO POST-PART-NUMBER-X.
           MOVE RTV-QTY TO POST-TRANS-QTY.
           MOVE RTV-DATE-X TO POST-TRANS-DATE-X.
           MOVE RTV-LOCATION-CODE TO POST-LOCATION-CODE.
           MOVE SPACES TO POST-LOCATION-TO.
           MOVE SPACES TO POST-JOB-REF.
           MOVE SPACES TO POST-LOT-NUMBER.
           MOVE SPACES TO POST-EXPIRY-DATE-X.
           WRITE INVENT-TRANS-RECORD.
           ADD 1 TO GEN-TRANS-WRITTEN.

      *writes one return line result to the log file
       404-WRITE-LOG-RECORD.
           MOVE RTV-SUPPLIER-CODE TO LOG-SUPPLIER-CODE.
           MOVE RTV-PART-NUMBER-X TO LOG-PART-NUMBER.
           MOVE RTV-QTY-X TO LOG-RETURN-QTY.
           MOVE RETURN-LOG-DETAIL TO RETURN-LOG-RECORD-OUT.
           WRITE RETURN-LOG-RECORD-OUT.

      *checks the goods are still on the shelf to send back - the
      *named stockroom's holding on the location file, or the
      *master on-hand for a return from the unsplit bucket. the
      *returns this run has already accepted for the part, and for
      *the part at the stockroom, are netted out first, since they
      *are not posted until INVENT-POST runs. INVENT-POST checks
      *again when it posts the return
       405-CHECK-STOCK-ON-HAND.
           MOVE "YES" TO STOCK-OK-SWITCH.
           PERFORM 407-SUM-RUN-RETURNS.
           MOVE RTV-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "REJECTED - PART NOT ON FILE" TO LOG-STATUS
                   MOVE "NO" TO STOCK-OK-SWITCH
               NOT INVALID KEY
                   IF RTV-QTY + RUN-PART-TOTAL-WS > QUANTITY
                       MOVE "REJECTED - SHORT ON HAND" TO LOG-STATUS
                       MOVE "NO" TO STOCK-OK-SWITCH
                   END-IF
           END-READ.
           IF STOCK-OK AND RTV-LOCATION-CODE NOT = SPACES
               MOVE RTV-PART-NUMBER TO LOCQTY-PART-NUMBER
               MOVE RTV-LOCATION-CODE TO LOCQTY-LOCATION-CODE
               READ LOCATION-QTY-FILE
                   INVALID KEY
                       MOVE "REJECTED - SHORT AT LOCATION"
                           TO LOG-STATUS
                       MOVE "NO" TO STOCK-OK-SWITCH
                   NOT INVALID KEY
                       IF RTV-QTY + RUN-LOCATION-TOTAL-WS >
                           LOCQTY-ON-HAND
                           MOVE "REJECTED - SHORT AT LOCATION"
                               TO LOG-STATUS
                           MOVE "NO" TO STOCK-OK-SWITCH
                       END-IF
               END-READ
           END-IF.

      *writes the debit memo for an accepted return, priced at the
      *order price on the PO line, and rolls it into the total
       406-WRITE-DEBIT-MEMO.
           MOVE RTV-SUPPLIER-CODE TO DM-SUPPLIER-CODE.
           MOVE RTV-PART-NUMBER TO DM-PART-NUMBER.
           MOVE RTV-DATE TO DM-RETURN-DATE.
           MOVE RTV-QTY TO DM-RETURN-QTY.
           MOVE OPENPO-ORDER-PRICE TO DM-UNIT-PRICE.
           COMPUTE DM-AMOUNT = RTV-QTY * OPENPO-ORDER-PRICE.
           MOVE RTV-LOCATION-CODE TO DM-LOCATION-CODE.
           MOVE RTV-REASON TO DM-REASON.
           WRITE DEBIT-MEMO-RECORD.
           ADD DM-AMOUNT TO DEBIT-AMOUNT-TOTAL.

      *totals what this run has already returned of the part, and
      *of the part from the return's stockroom, noting that
      *stockroom's table entry
       407-SUM-RUN-RETURNS.
           MOVE ZERO TO RUN-PART-TOTAL-WS.
           MOVE ZERO TO RUN-LOCATION-TOTAL-WS.
           MOVE ZERO TO RUN-FOUND-I.
           PERFORM 408-ADD-RUN-ENTRY
               VARYING RUN-I FROM 1 BY 1
               UNTIL RUN-I > RUN-RETURN-COUNT.

      *adds one table entry into the run totals for the part
       408-ADD-RUN-ENTRY.
           IF RUN-PART-NUMBER-TBL(RUN-I) = RTV-PART-NUMBER
               ADD RUN-RETURN-QTY-TBL(RUN-I) TO RUN-PART-TOTAL-WS
               IF RUN-LOCATION-CODE-TBL(RUN-I) = RTV-LOCATION-CODE
                   ADD RUN-RETURN-QTY-TBL(RUN-I)
                       TO RUN-LOCATION-TOTAL-WS
                   MOVE RUN-I TO RUN-FOUND-I
               END-IF
           END-IF.

      *adds an accepted return into the run table, using the entry
      *405 found for the part and stockroom or starting a new one
       409-RECORD-RUN-RETURN.
           IF RUN-FOUND-I > ZERO
               ADD RTV-QTY TO RUN-RETURN-QTY-TBL(RUN-FOUND-I)
           ELSE
               IF RUN-RETURN-COUNT < 500
                   ADD 1 TO RUN-RETURN-COUNT
                   MOVE RTV-PART-NUMBER
                       TO RUN-PART-NUMBER-TBL(RUN-RETURN-COUNT)
                   MOVE RTV-LOCATION-CODE
                       TO RUN-LOCATION-CODE-TBL(RUN-RETURN-COUNT)
                   MOVE RTV-QTY
                       TO RUN-RETURN-QTY-TBL(RUN-RETURN-COUNT)
               ELSE
                   DISPLAY "RUN-RETURN-TABLE FULL - PART "
                       RTV-PART-NUMBER " LOCATION " RTV-LOCATION-CODE
                       " NOT NETTED FROM LATER RETURNS"
               END-IF
           END-IF.
