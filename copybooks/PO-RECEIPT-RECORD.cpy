      *the receipt transaction PO-RECEIVE generates for INVENT-POST,
      *so the one keying at the dock updates the open-PO picture and
      *the on-hand picture together; a blank location books the
      *stock as the part's unsplit bucket. a lot-controlled part
      *must carry the lot number and expiry date printed on the
      *delivery; they travel onto the generated receipt the same way.
       01  PO-RECEIPT-RECORD.
           05  RCPT-SUPPLIER-CODE      PIC X(5).
           05  RCPT-PART-NUMBER-X      PIC X(7).
           05  RCPT-DATE               REDEFINES RCPT-DATE-X
                                       PIC 9(8).
           05  RCPT-LOCATION-CODE      PIC X(3).
           05  RCPT-LOT-NUMBER         PIC X(10).
           05  RCPT-EXPIRY-DATE-X      PIC X(8).
           05  RCPT-EXPIRY-DATE        REDEFINES RCPT-EXPIRY-DATE-X
                                       PIC 9(8).
