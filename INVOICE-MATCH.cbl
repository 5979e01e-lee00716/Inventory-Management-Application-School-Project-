       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       AUTHOR. DAVID LEE.

      *three-way match of supplier invoices against the open
      *purchase order file. each invoice line keyed from the
      *supplier's bill into SUPINV.TXT is matched by supplier code
      *and part number to its OPENPO.TXT line, which carries the
      *quantity ordered and the price it was ordered at (staged by
      *INVENTORY-REPORT) and the quantity the dock has received
      *(relieved by PO-RECEIVE). a line is an exception when there
      *is no PO line for it, when nothing has been received against
      *the line, when it bills more than was received (and, worse,
      *more than was ordered) once the quantity already invoiced is
      *counted, or when its unit price is further from the order
      *price than PRICE-TOLERANCE-PCT allows. exceptions go to the
      *exception report with the reason and are not paid; a clean
      *match is added to the line's invoiced quantity and written to
      *the accounts payable interface file APIF.TXT, so AP pays only
      *invoices that agree with what was ordered and delivered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\OPENPO.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPENPO-KEY.

           SELECT SUPPLIER-INVOICE-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\SUPINV.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-EXCEPTION-REPORT
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVEXC.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-INTERFACE-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\APIF.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE.
       COPY OPENPO-RECORD.

       FD  SUPPLIER-INVOICE-FILE.
       COPY SUPPLIER-INVOICE-RECORD.

       FD  INVOICE-EXCEPTION-REPORT.
       01  EXCEPTION-RECORD-OUT       PIC X(115).

       FD  AP-INTERFACE-FILE.
       01  AP-INTERFACE-RECORD-OUT    PIC X(60).

       WORKING-STORAGE SECTION.
       01  EXCEPTION-OUT-HEADERS.
           05  FILLER  PIC X(5)  VALUE "SUPPL".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "INVOICE".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "PART".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "INV QTY".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "INV PRC".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "ORDERED".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "RECEIVD".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "INVOICD".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(7)  VALUE "PO PRC".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(30) VALUE "EXCEPTION".

       01  EXCEPTION-DETAIL-OUT.
           05  SUPPLIER-CODE-EXC      PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INVOICE-NUMBER-EXC     PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PART-NUMBER-EXC        PIC X(7).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INVOICE-QTY-EXC        PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INVOICE-PRICE-EXC      PIC ZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ORDER-QTY-EXC          PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RECEIVED-QTY-EXC       PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INVOICED-QTY-EXC       PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ORDER-PRICE-EXC        PIC ZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXCEPTION-REASON       PIC X(30).

      *accounts payable interface - fixed columns, no edit
      *characters, in the record-type style of the PO interface
      *batch: BH batch header with the run date, DT one per matched
      *invoice line, TR trailer with the detail count and total
      *amount so AP can balance the batch before loading it
       01  APIF-BATCH-HEADER.
           05  FILLER              PIC X(2) VALUE "BH".
           05  APIF-RUN-DATE       PIC 9(8).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  APIF-DETAIL.
           05  FILLER              PIC X(2) VALUE "DT".
           05  APIF-SUPPLIER-CODE  PIC X(5).
           05  APIF-INVOICE-NUMBER PIC X(10).
           05  APIF-INVOICE-DATE   PIC 9(8).
           05  APIF-PART-NUMBER    PIC 9(7).
           05  APIF-INVOICE-QTY    PIC 9(7).
           05  APIF-UNIT-PRICE     PIC 9(4)V99.
           05  APIF-AMOUNT         PIC 9(11)V99.
           05  FILLER              PIC X(2) VALUE SPACES.

       01  APIF-TRAILER.
           05  FILLER              PIC X(2) VALUE "TR".
           05  APIF-RECORD-COUNT   PIC 9(5).
           05  APIF-TOTAL-AMOUNT   PIC 9(11)V99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-INVOICE       PIC X(3) VALUE "NO".
           05  PO-LINE-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  PO-LINE-FOUND               VALUE "YES".
           05  INVOICE-VALID-SWITCH   PIC X(3) VALUE "NO".
               88  INVOICE-VALID               VALUE "YES".
           05  PRICE-VARIANCE-SWITCH  PIC X(3) VALUE "NO".
               88  PRICE-OUT-OF-TOLERANCE      VALUE "YES".

      *an invoice unit price more than this percentage either side
      *of the price the line was ordered at is an exception
       01  PRICE-TOLERANCE-PCT    PIC 9(2)V99 VALUE 2.00.

       01  CURRENT-DATE-WS        PIC 9(8) VALUE ZERO.
       01  NEW-INVOICED-QTY-WS    PIC 9(8) VALUE ZERO.
       01  PRICE-DIFF-WS          PIC S9(5)V99 VALUE ZERO.
       01  PRICE-LIMIT-WS         PIC 9(5)V99 VALUE ZERO.
       01  LINE-AMOUNT-WS         PIC 9(11)V99 VALUE ZERO.
       01  INVOICES-READ          PIC 9(4) VALUE ZERO.
       01  INVOICES-MATCHED       PIC 9(4) VALUE ZERO.
       01  INVOICES-EXCEPTED      PIC 9(4) VALUE ZERO.
       01  AP-AMOUNT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  AP-AMOUNT-TOTAL-OUT    PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-MATCH-SUPPLIER-INVOICES.
           PERFORM 201-INIT-INVOICE-MATCH.
           PERFORM 202-PROCESS-INVOICE-LINE
               UNTIL EOF-FLAG-INVOICE = "YES".
           PERFORM 203-TERMINATE-INVOICE-MATCH.
           STOP RUN.

      *initialization
       201-INIT-INVOICE-MATCH.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 301-OPEN-MATCH-FILES.
           MOVE EXCEPTION-OUT-HEADERS TO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.
           MOVE CURRENT-DATE-WS TO APIF-RUN-DATE.
           WRITE AP-INTERFACE-RECORD-OUT FROM APIF-BATCH-HEADER.
           PERFORM 302-READ-INVOICE-LINE.

      *mainline which matches one invoice line to its open-PO line
       202-PROCESS-INVOICE-LINE.
           PERFORM 303-VALIDATE-INVOICE-LINE.
           IF INVOICE-VALID
               PERFORM 304-READ-OPEN-PO-LINE
               IF PO-LINE-FOUND
                   PERFORM 401-MATCH-INVOICE-LINE
               ELSE
                   MOVE "NO PO LINE FOR SUPPLIER/PART"
                       TO EXCEPTION-REASON
                   PERFORM 404-WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               PERFORM 404-WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM 302-READ-INVOICE-LINE.

      *termination
       203-TERMINATE-INVOICE-MATCH.
           MOVE INVOICES-MATCHED TO APIF-RECORD-COUNT.
           MOVE AP-AMOUNT-TOTAL TO APIF-TOTAL-AMOUNT.
           WRITE AP-INTERFACE-RECORD-OUT FROM APIF-TRAILER.
           PERFORM 305-WRITE-MATCH-SUMMARY.
           PERFORM 306-CLOSE-MATCH-FILES.

      *open files
       301-OPEN-MATCH-FILES.
           OPEN I-O    OPEN-PO-FILE.
           OPEN INPUT  SUPPLIER-INVOICE-FILE.
           OPEN OUTPUT INVOICE-EXCEPTION-REPORT.
           OPEN OUTPUT AP-INTERFACE-FILE.

      *read one invoice line
       302-READ-INVOICE-LINE.
           READ SUPPLIER-INVOICE-FILE
           AT END MOVE "YES" TO EOF-FLAG-INVOICE
            NOT AT END ADD 1 TO INVOICES-READ.

      *screens the raw invoice fields before any file access
       303-VALIDATE-INVOICE-LINE.
           MOVE "YES" TO INVOICE-VALID-SWITCH.
           MOVE "NO" TO PO-LINE-FOUND-SWITCH.
           IF INV-SUPPLIER-CODE = SPACES
               MOVE "REJECTED - SUPPLIER MISSING" TO EXCEPTION-REASON
               MOVE "NO" TO INVOICE-VALID-SWITCH
           END-IF.
           IF INVOICE-VALID AND INV-PART-NUMBER-X NOT NUMERIC
               MOVE "REJECTED - PART NOT NUMERIC" TO EXCEPTION-REASON
               MOVE "NO" TO INVOICE-VALID-SWITCH
           END-IF.
           IF INVOICE-VALID AND INV-QTY-X NOT NUMERIC
               MOVE "REJECTED - QTY NOT NUMERIC" TO EXCEPTION-REASON
               MOVE "NO" TO INVOICE-VALID-SWITCH
           END-IF.
           IF INVOICE-VALID AND INV-QTY = ZERO
               MOVE "REJECTED - QTY ZERO" TO EXCEPTION-REASON
               MOVE "NO" TO INVOICE-VALID-SWITCH
           END-IF.
           IF INVOICE-VALID AND INV-UNIT-PRICE-X NOT NUMERIC
               MOVE "REJECTED - PRICE NOT NUMERIC" TO EXCEPTION-REASON
               MOVE "NO" TO INVOICE-VALID-SWITCH
           END-IF.
           IF INVOICE-VALID AND INV-INVOICE-DATE-X NOT NUMERIC
               MOVE "REJECTED - DATE NOT NUMERIC" TO EXCEPTION-REASON
               MOVE "NO" TO INVOICE-VALID-SWITCH
           END-IF.

      *random read of the open-PO file for this supplier and part
       304-READ-OPEN-PO-LINE.
           MOVE INV-SUPPLIER-CODE TO OPENPO-SUPPLIER-CODE.
           MOVE INV-PART-NUMBER TO OPENPO-PART-NUMBER.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE "NO" TO PO-LINE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PO-LINE-FOUND-SWITCH
           END-READ.

      *writes the run summary and control totals to the report
       305-WRITE-MATCH-SUMMARY.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.
           STRING "INVOICE LINES READ " INVOICES-READ
               " MATCHED " INVOICES-MATCHED
               " EXCEPTIONS " INVOICES-EXCEPTED
               DELIMITED BY SIZE INTO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.
           MOVE AP-AMOUNT-TOTAL TO AP-AMOUNT-TOTAL-OUT.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           STRING "AMOUNT PASSED TO AP " AP-AMOUNT-TOTAL-OUT
               DELIMITED BY SIZE INTO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.

      *closes files
       306-CLOSE-MATCH-FILES.
           CLOSE OPEN-PO-FILE SUPPLIER-INVOICE-FILE
               INVOICE-EXCEPTION-REPORT AP-INTERFACE-FILE.

      *the three-way match proper - the billed quantity, added to
      *what has already been invoiced on the line, is held to the
      *received quantity (and the ordered quantity), and the billed
      *price to the order price. the first test a line fails is
      *the exception reported for it
       401-MATCH-INVOICE-LINE.
           COMPUTE NEW-INVOICED-QTY-WS =
               OPENPO-INVOICED-QTY + INV-QTY.
           PERFORM 402-CHECK-PRICE-VARIANCE.
           EVALUATE TRUE
               WHEN OPENPO-RECEIVED-QTY = ZERO
                   MOVE "BILLED - NOTHING RECEIVED"
                       TO EXCEPTION-REASON
                   PERFORM 404-WRITE-EXCEPTION-LINE
               WHEN NEW-INVOICED-QTY-WS > OPENPO-RECEIVED-QTY
                   AND NEW-INVOICED-QTY-WS > OPENPO-ORDER-QTY
                   MOVE "OVER-BILLED - EXCEEDS ORDER QTY"
                       TO EXCEPTION-REASON
                   PERFORM 404-WRITE-EXCEPTION-LINE
               WHEN NEW-INVOICED-QTY-WS > OPENPO-RECEIVED-QTY
                   MOVE "BILLED - NOT YET RECEIVED"
                       TO EXCEPTION-REASON
                   PERFORM 404-WRITE-EXCEPTION-LINE
               WHEN OPENPO-ORDER-PRICE = ZERO
                   MOVE "NO ORDER PRICE ON PO LINE"
                       TO EXCEPTION-REASON
                   PERFORM 404-WRITE-EXCEPTION-LINE
               WHEN PRICE-OUT-OF-TOLERANCE
                   MOVE "PRICE VARIANCE OVER TOLERANCE"
                       TO EXCEPTION-REASON
                   PERFORM 404-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM 403-PASS-LINE-TO-AP
           END-EVALUATE.

      *sets PRICE-OUT-OF-TOLERANCE when the invoice unit price is
      *further from the order price, either way, than the tolerance
      *percentage of the order price
       402-CHECK-PRICE-VARIANCE.
           MOVE "NO" TO PRICE-VARIANCE-SWITCH.
           COMPUTE PRICE-DIFF-WS = INV-UNIT-PRICE - OPENPO-ORDER-PRICE.
           IF PRICE-DIFF-WS < ZERO
               COMPUTE PRICE-DIFF-WS = ZERO - PRICE-DIFF-WS
           END-IF.
           COMPUTE PRICE-LIMIT-WS ROUNDED =
               OPENPO-ORDER-PRICE * PRICE-TOLERANCE-PCT / 100.
           IF PRICE-DIFF-WS > PRICE-LIMIT-WS
               MOVE "YES" TO PRICE-VARIANCE-SWITCH
           END-IF.

      *books the matched quantity onto the line's invoiced quantity
      *and releases the line to accounts payable at the invoice
      *price; a failed rewrite is reported instead of paid, so the
      *line can never be paid without the invoiced quantity moving
       403-PASS-LINE-TO-AP.
           MOVE NEW-INVOICED-QTY-WS TO OPENPO-INVOICED-QTY.
           REWRITE OPENPO-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED"
                       TO EXCEPTION-REASON
                   PERFORM 404-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM 405-WRITE-AP-DETAIL
           END-REWRITE.

      *writes one exception line; a line rejected before the PO
      *lookup shows zero for the PO-side figures
       404-WRITE-EXCEPTION-LINE.
           MOVE INV-SUPPLIER-CODE TO SUPPLIER-CODE-EXC.
           MOVE INV-INVOICE-NUMBER TO INVOICE-NUMBER-EXC.
           MOVE INV-PART-NUMBER-X TO PART-NUMBER-EXC.
           IF INVOICE-VALID
               MOVE INV-QTY TO INVOICE-QTY-EXC
               MOVE INV-UNIT-PRICE TO INVOICE-PRICE-EXC
           ELSE
               MOVE ZERO TO INVOICE-QTY-EXC
               MOVE ZERO TO INVOICE-PRICE-EXC
           END-IF.
           IF INVOICE-VALID AND PO-LINE-FOUND
               MOVE OPENPO-ORDER-QTY TO ORDER-QTY-EXC
               MOVE OPENPO-RECEIVED-QTY TO RECEIVED-QTY-EXC
               MOVE OPENPO-INVOICED-QTY TO INVOICED-QTY-EXC
               MOVE OPENPO-ORDER-PRICE TO ORDER-PRICE-EXC
           ELSE
               MOVE ZERO TO ORDER-QTY-EXC
               MOVE ZERO TO RECEIVED-QTY-EXC
               MOVE ZERO TO INVOICED-QTY-EXC
               MOVE ZERO TO ORDER-PRICE-EXC
           END-IF.
           MOVE EXCEPTION-DETAIL-OUT TO EXCEPTION-RECORD-OUT.
           WRITE EXCEPTION-RECORD-OUT.
           ADD 1 TO INVOICES-EXCEPTED.

      *writes one matched line to the AP interface batch and rolls
      *it into the trailer's balancing totals
       405-WRITE-AP-DETAIL.
           COMPUTE LINE-AMOUNT-WS = INV-QTY * INV-UNIT-PRICE.
           MOVE INV-SUPPLIER-CODE TO APIF-SUPPLIER-CODE.
           MOVE INV-INVOICE-NUMBER TO APIF-INVOICE-NUMBER.
           MOVE INV-INVOICE-DATE TO APIF-INVOICE-DATE.
           MOVE INV-PART-NUMBER TO APIF-PART-NUMBER.
           MOVE INV-QTY TO APIF-INVOICE-QTY.
           MOVE INV-UNIT-PRICE TO APIF-UNIT-PRICE.
           MOVE LINE-AMOUNT-WS TO APIF-AMOUNT.
           WRITE AP-INTERFACE-RECORD-OUT FROM APIF-DETAIL.
           ADD 1 TO INVOICES-MATCHED.
           ADD LINE-AMOUNT-WS TO AP-AMOUNT-TOTAL.
