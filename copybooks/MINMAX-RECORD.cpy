      *MINMAX-RECORD layout for MINMAX.TXT - the stockroom min/max
      *levels. one record per part per stockroom that is kept
      *topped up from another location: when the stockroom's
      *available quantity (its LOCQTY.TXT on hand less the
      *RESERVE.TXT reservations held there) falls to the minimum,
      *it is refilled back up to the maximum from the supplying
      *location - normally the main warehouse. keyed by part then
      *stockroom, so a part's stockrooms read back together.
      *maintained by MINMAX-MAINT; read by the nightly REPLENISH run.
       01  MINMAX-RECORD.
           05  MINMAX-KEY.
               10  MINMAX-PART-NUMBER      PIC 9(7).
               10  MINMAX-LOCATION-CODE    PIC X(3).
           05  MINMAX-MIN-QTY          PIC 9(7).
           05  MINMAX-MAX-QTY          PIC 9(7).
           05  MINMAX-SOURCE-LOCATION  PIC X(3).
