      *OPENPO.TXT grew forever and OPENPO-REPORT waded through
      *months of dead lines. this run moves every closed line to the
      *purchase order history file POHIST.TXT - with its order date,
      *final receipt date and its quantities - and deletes it from
      *the open file, so the open file carries live lines only and
      *SUPPLIER-PERF can score delivery performance from the
      *history. run once at month end, after the last PO-RECEIVE run
      *of the month. a closed line the supplier has not yet fully
      *invoiced is held on the open file until INVOICE-MATCH has
      *passed its invoice to accounts payable, so a late invoice
      *still finds the line it has to be matched against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LINES-READ             PIC 9(7) VALUE ZERO.
       01  LINES-ARCHIVED         PIC 9(7) VALUE ZERO.
       01  LINES-LEFT-OPEN        PIC 9(7) VALUE ZERO.
       01  LINES-AWAITING-INVOICE PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
           CLOSE OPEN-PO-FILE PO-HISTORY-FILE.
           DISPLAY "PO-CLOSEOUT COMPLETE - READ " LINES-READ
               " ARCHIVED " LINES-ARCHIVED
               " LEFT OPEN " LINES-LEFT-OPEN
               " AWAITING INVOICE " LINES-AWAITING-INVOICE.
           STOP RUN.

      *archives and removes one closed, fully invoiced line; an open
      *or partial line, or a closed one still short of its invoice,
      *is passed over untouched
       201-PROCESS-ONE-PO-LINE.
           IF OPENPO-CLOSED
               IF OPENPO-INVOICED-QTY < OPENPO-RECEIVED-QTY
                   ADD 1 TO LINES-AWAITING-INVOICE
               ELSE
                   PERFORM 401-ARCHIVE-PO-LINE
                   PERFORM 402-DELETE-PO-LINE
               END-IF
           ELSE
               ADD 1 TO LINES-LEFT-OPEN
           END-IF.
           MOVE OPENPO-RECEIVED-QTY TO POHIST-RECEIVED-QTY.
           MOVE OPENPO-LAST-RECEIPT-DATE TO POHIST-FINAL-RECEIPT-DATE.
           MOVE CURRENT-DATE-WS TO POHIST-ARCHIVE-DATE.
           MOVE OPENPO-RETURNED-QTY TO POHIST-RETURNED-QTY.
           WRITE POHIST-RECORD.
           ADD 1 TO LINES-ARCHIVED.

