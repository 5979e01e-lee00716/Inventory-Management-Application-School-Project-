      *MOVEMENT-HISTORY-RECORD-OLD - the 46-byte movement ledger
      *record layout MOVEHIST.TXT was built under, before the job
      *reference and lot number joined MOVEMENT-HISTORY-RECORD. used
      *only by MOVEHIST-REORG to unload/reload the file under the
      *new, wider layout.
       01  OLD-MOVEMENT-HISTORY-RECORD.
           05  OLD-MOVEHIST-KEY.
               10  MOVEHIST-PART-OLD       PIC 9(7).
               10  MOVEHIST-DATE-OLD       PIC 9(8).
               10  MOVEHIST-SEQUENCE-OLD   PIC 9(5).
           05  MOVEHIST-CODE-OLD       PIC X(1).
           05  MOVEHIST-QTY-OLD        PIC 9(7).
           05  MOVEHIST-LOCATION-OLD   PIC X(3).
           05  MOVEHIST-LOCATION-TO-OLD PIC X(3).
           05  MOVEHIST-NEW-ON-HAND-OLD PIC 9(7).
           05  MOVEHIST-SOURCE-OLD     PIC X(5).
