      *SUPPLIER-INVOICE-RECORD layout for SUPINV.TXT - one supplier
      *invoice line per input record, keyed by accounts payable from
      *the supplier's bill. INVOICE-MATCH matches each line by
      *supplier code and part number to the open-PO line it bills
      *for. the date, part, quantity and unit price are carried as
      *display fields with numeric redefines so a badly keyed line
      *is reported as an exception instead of abending the run.
       01  SUPPLIER-INVOICE-RECORD.
           05  INV-SUPPLIER-CODE       PIC X(5).
           05  INV-INVOICE-NUMBER      PIC X(10).
           05  INV-INVOICE-DATE-X      PIC X(8).
           05  INV-INVOICE-DATE        REDEFINES INV-INVOICE-DATE-X
                                       PIC 9(8).
           05  INV-PART-NUMBER-X       PIC X(7).
           05  INV-PART-NUMBER         REDEFINES INV-PART-NUMBER-X
                                       PIC 9(7).
           05  INV-QTY-X               PIC X(7).
           05  INV-QTY                 REDEFINES INV-QTY-X
                                       PIC 9(7).
           05  INV-UNIT-PRICE-X        PIC X(6).
           05  INV-UNIT-PRICE          REDEFINES INV-UNIT-PRICE-X
                                       PIC 9(4)V99.
