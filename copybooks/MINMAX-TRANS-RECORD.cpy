      *MINMAX-TRANS-RECORD layout for MINMAX-MAINT - one stockroom
      *min/max transaction per input line: A = add the levels for a
      *part at a stockroom, C = change the minimum, maximum and
      *supplying location of an existing entry, D = delete the
      *entry so the stockroom is no longer replenished for the part.
      *the part number and quantities are carried as display fields
      *with numeric redefines so a badly keyed line can be rejected
      *to the log instead of abending the run.
       01  MINMAX-TRANS-RECORD.
           05  MTRANS-CODE             PIC X(1).
           05  MTRANS-PART-NUMBER-X    PIC X(7).
           05  MTRANS-PART-NUMBER      REDEFINES MTRANS-PART-NUMBER-X
                                       PIC 9(7).
           05  MTRANS-LOCATION-CODE    PIC X(3).
           05  MTRANS-MIN-QTY-X        PIC X(7).
           05  MTRANS-MIN-QTY          REDEFINES MTRANS-MIN-QTY-X
                                       PIC 9(7).
           05  MTRANS-MAX-QTY-X        PIC X(7).
           05  MTRANS-MAX-QTY          REDEFINES MTRANS-MAX-QTY-X
                                       PIC 9(7).
           05  MTRANS-SOURCE-LOCATION  PIC X(3).
