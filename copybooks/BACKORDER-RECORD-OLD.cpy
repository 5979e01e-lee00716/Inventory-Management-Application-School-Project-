      *BACKORDER-RECORD-OLD - the 30-byte backorder record layout
      *BACKORD.TXT was built under, before the job reference joined
      *BACKORDER-RECORD. used only by BACKORD-REORG to unload/reload
      *the file under the new, wider layout.
       01  OLD-BACKORDER-RECORD.
           05  OLD-BKO-KEY.
               10  BKO-PART-OLD        PIC 9(7).
               10  BKO-DATE-OLD        PIC 9(8).
               10  BKO-SEQUENCE-OLD    PIC 9(5).
           05  BKO-QTY-SHORT-OLD   PIC 9(7).
           05  BKO-LOCATION-OLD    PIC X(3).
