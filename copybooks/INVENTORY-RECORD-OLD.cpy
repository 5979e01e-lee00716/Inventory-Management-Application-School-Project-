      *INVENTORY-RECORD-OLD - the 85-byte inventory record layout
      *INVENT6.TXT was built under, before PART-LOT-CONTROL was added
      *to INVENTORY-RECORD. used only by INVENT-REORG to unload/reload
      *the file under the new, wider 86-byte layout.
       01  OLD-INVENTORY-RECORD.
           05  PART-NUMBER-OLD     PIC 9(7).
           05  PART-NAME-OLD       PIC X(20).
           05  QUANTITY-OLD        PIC 9(7).
           05  UNIT-PRICE-OLD      PIC 9(4)V99.
           05  REORDER-POINT-OLD   PIC 9(7).
           05  REORDER-TARGET-OLD  PIC 9(7).
           05  SUPPLIER-CODE-OLD   PIC X(5).
           05  SUPPLIER-ALT-OLD    PIC X(5).
           05  LAST-RECEIVED-OLD   PIC 9(8).
           05  LAST-ISSUED-OLD     PIC 9(8).
           05  CATEGORY-CODE-OLD   PIC X(4).
           05  PART-STATUS-OLD     PIC X(1).
