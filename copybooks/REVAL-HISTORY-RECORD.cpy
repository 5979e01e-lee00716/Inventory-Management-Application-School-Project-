      *REVAL-HISTORY-RECORD layout for REVALHST.TXT - the permanent
      *price change history. PART-MAINT appends one record for every
      *posted price change, alongside the REVALPND.TXT record the GL
      *extract drains, but this file is never cleared: it keeps the
      *old and new price and the on-hand quantity the change was
      *valued at, so INVENT-RECON can price a part as it stood on any
      *date in a period and show the revaluations that moved its
      *value. the amount carries a leading separate sign so a
      *markdown survives the trip through a line sequential file.
       01  REVAL-HISTORY-RECORD.
           05  RVH-PART-NUMBER     PIC 9(7).
           05  RVH-CATEGORY-CODE   PIC X(4).
           05  RVH-EFFECTIVE-DATE  PIC 9(8).
           05  RVH-OLD-PRICE       PIC 9(4)V99.
           05  RVH-NEW-PRICE       PIC 9(4)V99.
           05  RVH-ON-HAND         PIC 9(7).
           05  RVH-NET-AMOUNT      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
