      *one count record precedes each table's entries; the layout
      *used to read/write a given entry is picked by CKSTATE-REC-TYPE
       FD  CHECKPOINT-STATE-FILE.
       01  CHECKPOINT-STATE-RECORD-OUT    PIC X(73).

       FD  AGING-REPORT.
       01  AGING-RECORD-OUT    PIC X(70).
       COPY REVAL-PENDING-RECORD.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD-IO   PIC X(49).

       WORKING-STORAGE SECTION.
       COPY PERIOD-CONTROL-RECORD.
       01  DAYS-SINCE-ACTIVITY    PIC S9(6) VALUE ZERO.
       01  NEVER-ACTIVE-SWITCH    PIC X(3) VALUE "NO".
           88  NEVER-ACTIVE               VALUE "YES".
       01  PO-LINE-HELD-SWITCH    PIC X(3) VALUE "NO".
           88  PO-LINE-HELD               VALUE "YES".

       01  INVENT-OUT-HEADERS.
           05  PART-NUMBER-HEADER  PIC X(11) VALUE "PART NUMBER".
           05  SUPPLIER-CODE-REORDER  PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  SUPPLIER-NAME-REORDER   PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  UNIT-PRICE-REORDER  PIC 9(4)V99.

      *PO-style grouped reorder report - candidates are staged into
      *this table as the inventory file is read, then sorted by
               10  ORDER-QTY-TBL       PIC 9(7).
               10  SUPPLIER-CODE-TBL   PIC X(5).
               10  SUPPLIER-NAME-TBL   PIC X(20).
               10  UNIT-PRICE-TBL      PIC 9(4)V99.
       01  REORDER-ENTRY-HOLD.
           05  PART-NUMBER-HOLD       PIC 9(7).
           05  PART-NAME-HOLD         PIC X(20).
           05  ORDER-QTY-HOLD         PIC 9(7).
           05  SUPPLIER-CODE-HOLD     PIC X(5).
           05  SUPPLIER-NAME-HOLD     PIC X(20).
           05  UNIT-PRICE-HOLD        PIC 9(4)V99.

      *usage-based ordering - a part with demand history is ordered
      *up to this many months of its average monthly usage instead
               88  CKSTATE-UTIL-COUNT-REC     VALUE "5".
               88  CKSTATE-UTIL-ENTRY-REC     VALUE "6".
               88  CKSTATE-AUDIT-REC          VALUE "7".
           05  CKSTATE-PAYLOAD         PIC X(72).
           05  CKSTATE-COUNT-VALUE REDEFINES CKSTATE-PAYLOAD
                                           PIC 9(4).
           05  CKSTATE-REORDER-ENTRY REDEFINES CKSTATE-PAYLOAD.
               10  CKSTATE-ORDER-QTY       PIC 9(7).
               10  CKSTATE-SUPPLIER-CODE   PIC X(5).
               10  CKSTATE-SUPPLIER-NAME   PIC X(20).
               10  CKSTATE-UNIT-PRICE      PIC 9(4)V99.
           05  CKSTATE-GL-ENTRY REDEFINES CKSTATE-PAYLOAD.
               10  CKSTATE-CATEGORY-CODE   PIC X(4).
               10  CKSTATE-CATEGORY-TOTAL  PIC 9(12)V99.
               10  FILLER                  PIC X(54).
           05  CKSTATE-UTIL-ENTRY REDEFINES CKSTATE-PAYLOAD.
               10  CKSTATE-SUPPLY-CODE     PIC X(5).
               10  CKSTATE-PART-COUNT      PIC 9(4).
               10  CKSTATE-LOW-STOCK-COUNT PIC 9(4).
               10  FILLER                  PIC X(59).
           05  CKSTATE-AUDIT-ENTRY REDEFINES CKSTATE-PAYLOAD.
               10  CKSTATE-TOTAL-VALUE-CALC   PIC 9(13)V99.
               10  CKSTATE-READ-DATA          PIC 9(4).
               10  CKSTATE-WRITTEN-DATA       PIC 9(4).
               10  FILLER                     PIC X(49).

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
           MOVE ORDER-QTY-TBL(SORT-I)       TO CKSTATE-ORDER-QTY.
           MOVE SUPPLIER-CODE-TBL(SORT-I)   TO CKSTATE-SUPPLIER-CODE.
           MOVE SUPPLIER-NAME-TBL(SORT-I)   TO CKSTATE-SUPPLIER-NAME.
           MOVE UNIT-PRICE-TBL(SORT-I)      TO CKSTATE-UNIT-PRICE.
           WRITE CHECKPOINT-STATE-RECORD-OUT
               FROM CHECKPOINT-STATE-RECORD.

           MOVE CKSTATE-ORDER-QTY     TO ORDER-QTY-TBL(SORT-I).
           MOVE CKSTATE-SUPPLIER-CODE TO SUPPLIER-CODE-TBL(SORT-I).
           MOVE CKSTATE-SUPPLIER-NAME TO SUPPLIER-NAME-TBL(SORT-I).
           MOVE CKSTATE-UNIT-PRICE    TO UNIT-PRICE-TBL(SORT-I).

      *reloads one GL-category-table entry from the checkpoint state
      *file
           MOVE PART-AVAIL-ON-HAND TO QTY-ON-HAND-REORDER.
           MOVE PART-NAME TO PART-NAME-REORDER.
           MOVE PART-NUMBER TO PART-NUMBER-REORDER.
           MOVE UNIT-PRICE TO UNIT-PRICE-REORDER.

      *raises a short suggested quantity to the matched supplier's
      *minimum order quantity so the line is not bounced back; a
                   TO SUPPLIER-CODE-TBL(REORDER-COUNT)
               MOVE SUPPLIER-NAME-REORDER
                   TO SUPPLIER-NAME-TBL(REORDER-COUNT)
               MOVE UNIT-PRICE-REORDER
                   TO UNIT-PRICE-TBL(REORDER-COUNT)
           ELSE
               DISPLAY "REORDER-TABLE FULL - PART "
                   PART-NUMBER-REORDER " DROPPED FROM PO REPORT"
           MOVE POIF-QTY-TOTAL TO POIF-TOTAL-QTY.
           WRITE PO-INTERFACE-RECORD-OUT FROM POIF-TRAILER.

      *writes one PO entry unless the supplier's last order for the
      *part is closed but still waiting on its invoice - restarting
      *that line would wipe its received and invoiced quantities
      *before PO-CLOSEOUT can archive it, so the part is left off
      *this run's PO and picked up again once the invoice is matched
       415-WRITE-PO-ENTRY.
           PERFORM 423-CHECK-PO-LINE-HELD.
           IF PO-LINE-HELD
               DISPLAY "PO LINE AWAITING INVOICE - PART "
                   PART-NUMBER-TBL(SORT-I) " SUPPLIER "
                   SUPPLIER-CODE-TBL(SORT-I) " NOT REORDERED THIS RUN"
           ELSE
               PERFORM 424-WRITE-PO-ENTRY-LINES
           END-IF.

      *reads the open-PO line for this supplier and part and holds
      *the part back when that line is closed but not fully invoiced
       423-CHECK-PO-LINE-HELD.
           MOVE "NO" TO PO-LINE-HELD-SWITCH.
           MOVE SUPPLIER-CODE-TBL(SORT-I) TO OPENPO-SUPPLIER-CODE.
           MOVE PART-NUMBER-TBL(SORT-I)   TO OPENPO-PART-NUMBER.
           READ OPEN-PO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPENPO-CLOSED
                   AND OPENPO-INVOICED-QTY < OPENPO-RECEIVED-QTY
                       MOVE "YES" TO PO-LINE-HELD-SWITCH
                   END-IF
           END-READ.

      *writes the PO lines for one entry, breaking to a new supplier
      *header whenever the supplier code changes and closing out the
      *prior PO's footer
       424-WRITE-PO-ENTRY-LINES.
           IF SUPPLIER-CODE-TBL(SORT-I) NOT = PO-CURRENT-SUPPLIER
               IF PO-LINE-COUNT > 0
                   PERFORM 417-WRITE-PO-FOOTER
      *already open for the same supplier and part is refreshed with
      *the latest suggested quantity - 403 produces a full top-up
      *suggestion each run, not an increment, so adding it on would
      *double the order every run the part stays low, and its order
      *price is left as agreed when the order was placed; a line
      *that had been closed out and fully invoiced is restarted as a
      *fresh order. a new or restarted line carries the part's
      *UNIT-PRICE as its order price, which INVOICE-MATCH holds the
      *supplier's invoice to
       418-STAGE-OPEN-PO-LINE.
           MOVE SUPPLIER-CODE-TBL(SORT-I) TO OPENPO-SUPPLIER-CODE.
           MOVE PART-NUMBER-TBL(SORT-I)   TO OPENPO-PART-NUMBER.
           MOVE ZERO TO OPENPO-RECEIVED-QTY.
           MOVE "O" TO OPENPO-STATUS.
           MOVE ZERO TO OPENPO-LAST-RECEIPT-DATE.
           MOVE UNIT-PRICE-TBL(SORT-I) TO OPENPO-ORDER-PRICE.
           MOVE ZERO TO OPENPO-INVOICED-QTY.
           MOVE ZERO TO OPENPO-RETURNED-QTY.
           WRITE OPENPO-RECORD
               INVALID KEY
                   DISPLAY "OPEN-PO WRITE FAILED - PART "
           MOVE ZERO TO OPENPO-RECEIVED-QTY.
           MOVE "O" TO OPENPO-STATUS.
           MOVE ZERO TO OPENPO-LAST-RECEIPT-DATE.
           MOVE UNIT-PRICE-TBL(SORT-I) TO OPENPO-ORDER-PRICE.
           MOVE ZERO TO OPENPO-INVOICED-QTY.
           MOVE ZERO TO OPENPO-RETURNED-QTY.
           REWRITE OPENPO-RECORD
               INVALID KEY
                   DISPLAY "OPEN-PO REWRITE FAILED - PART "
