      *against the lead time quoted on the supplier master. a zero
      *final receipt date marks a line archived from before the
      *receipt date was tracked - the lateness scoring skips it.
      *the returned quantity is what went back to the supplier
      *through PO-RETURN over the life of the line; a line archived
      *before returns were tracked carries spaces there, which
      *SUPPLIER-PERF reads as nothing returned.
       01  POHIST-RECORD.
           05  POHIST-SUPPLIER-CODE    PIC X(5).
           05  POHIST-PART-NUMBER      PIC 9(7).
           05  POHIST-RECEIVED-QTY     PIC 9(7).
           05  POHIST-FINAL-RECEIPT-DATE   PIC 9(8).
           05  POHIST-ARCHIVE-DATE     PIC 9(8).
           05  POHIST-RETURNED-QTY     PIC 9(7).
