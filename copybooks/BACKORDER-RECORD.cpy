      *file with its remainder and the record is removed once the
      *last of it ships. the location is the stockroom the issue was
      *keyed against, so the counter knows where the stock is owed.
      *the job reference is the job the short issue was charged to,
      *carried onto the fill so the stock is still costed to the job.
      *reported by BACKORD-REPORT.
       01  BACKORDER-RECORD.
           05  BKO-KEY.
               10  BKO-SEQUENCE        PIC 9(5).
           05  BKO-QTY-SHORT       PIC 9(7).
           05  BKO-LOCATION-CODE   PIC X(3).
           05  BKO-JOB-REF         PIC X(8).
