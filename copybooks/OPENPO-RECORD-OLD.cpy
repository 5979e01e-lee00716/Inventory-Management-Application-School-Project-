      *OPENPO-RECORD-OLD - the 43-byte open purchase order record
      *layout OPENPO.TXT was built under, before OPENPO-ORDER-PRICE
      *and OPENPO-INVOICED-QTY were added to OPENPO-RECORD for the
      *invoice match and OPENPO-RETURNED-QTY for returns to
      *vendor. used only by OPENPO-REORG to unload/reload the file
      *under the new, wider layout.
       01  OLD-OPENPO-RECORD.
           05  OLD-OPENPO-KEY.
               10  OPENPO-SUPPLIER-OLD     PIC X(5).
               10  OPENPO-PART-OLD         PIC 9(7).
           05  OPENPO-ORDER-DATE-OLD   PIC 9(8).
           05  OPENPO-ORDER-QTY-OLD    PIC 9(7).
           05  OPENPO-RECEIVED-QTY-OLD PIC 9(7).
           05  OPENPO-STATUS-OLD       PIC X(1).
           05  OPENPO-LAST-RECEIPT-DATE-OLD    PIC 9(8).
