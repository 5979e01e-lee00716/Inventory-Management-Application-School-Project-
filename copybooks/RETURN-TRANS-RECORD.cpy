      *RETURN-TRANS-RECORD layout for PO-RETURN - one return-to-
      *vendor line per input record, keyed by receiving when goods
      *already received against a PO line are rejected or found
      *defective and sent back. the supplier code and part number
      *name the open-PO line the goods came in on; the location
      *code is the stockroom the goods are pulled from (blank for
      *the part's unsplit bucket). quantity and date are carried as
      *display fields with numeric redefines so a badly keyed line
      *can be rejected to the log instead of abending the run. the
      *reason is free text carried onto the debit memo.
       01  RETURN-TRANS-RECORD.
           05  RTV-SUPPLIER-CODE       PIC X(5).
           05  RTV-PART-NUMBER-X       PIC X(7).
           05  RTV-PART-NUMBER         REDEFINES RTV-PART-NUMBER-X
                                       PIC 9(7).
           05  RTV-QTY-X               PIC X(7).
           05  RTV-QTY                 REDEFINES RTV-QTY-X
                                       PIC 9(7).
           05  RTV-DATE-X              PIC X(8).
           05  RTV-DATE                REDEFINES RTV-DATE-X
                                       PIC 9(8).
           05  RTV-LOCATION-CODE       PIC X(3).
           05  RTV-REASON              PIC X(20).
