      *freely, an inactive one takes no new receipts or reorders but
      *can still issue down, and an obsolete one is skipped by the
      *reports and count sheets until PART-RETIRE purges it together
      *with its satellite records. PART-LOT-CONTROL marks a part
      *whose stock is received by lot number and expiry date and
      *carried lot by lot on LOTQTY.TXT, so issues can draw the
      *earliest-expiring lot first.
       01  INVENTORY-RECORD.
           05  PART-NUMBER         PIC 9(7).
           05  PART-NAME           PIC X(20).
               88  PART-ACTIVE             VALUE "A".
               88  PART-INACTIVE           VALUE "I".
               88  PART-OBSOLETE           VALUE "O".
           05  PART-LOT-CONTROL    PIC X(1).
               88  PART-LOT-CONTROLLED     VALUE "Y".
