      *relieves, so when PO-CLOSEOUT archives a closed line to the
      *purchase order history the final receipt date goes with it
      *and SUPPLIER-PERF can score the delivery against the
      *supplier's quoted lead time. the order price is the part's
      *UNIT-PRICE when the line was staged, and the invoiced quantity
      *is what INVOICE-MATCH has passed to accounts payable so far -
      *together with the received quantity they give the three-way
      *match of order, receipt and supplier invoice. PO-RETURN takes
      *goods sent back to the supplier off the received quantity and
      *totals them in the returned quantity, which goes to the
      *history with the line so SUPPLIER-PERF can score the quality
      *of what the supplier shipped.
       01  OPENPO-RECORD.
           05  OPENPO-KEY.
               10  OPENPO-SUPPLIER-CODE    PIC X(5).
               88  OPENPO-PARTIAL              VALUE "P".
               88  OPENPO-CLOSED               VALUE "C".
           05  OPENPO-LAST-RECEIPT-DATE    PIC 9(8).
           05  OPENPO-ORDER-PRICE      PIC 9(4)V99.
           05  OPENPO-INVOICED-QTY     PIC 9(7).
           05  OPENPO-RETURNED-QTY     PIC 9(7).
