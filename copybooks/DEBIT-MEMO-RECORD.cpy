      *DEBIT-MEMO-RECORD layout for DEBITMEM.TXT - one debit memo
      *per return to vendor accepted by PO-RETURN, for purchasing
      *to charge back to the supplier. the returned quantity is
      *priced at the order price held on the open-PO line. fixed
      *columns, no edit characters.
       01  DEBIT-MEMO-RECORD.
           05  DM-SUPPLIER-CODE        PIC X(5).
           05  DM-PART-NUMBER          PIC 9(7).
           05  DM-RETURN-DATE          PIC 9(8).
           05  DM-RETURN-QTY           PIC 9(7).
           05  DM-UNIT-PRICE           PIC 9(4)V99.
           05  DM-AMOUNT               PIC 9(11)V99.
           05  DM-LOCATION-CODE        PIC X(3).
           05  DM-REASON               PIC X(20).
