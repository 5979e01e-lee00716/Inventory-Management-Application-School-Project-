      *BATCH-CONTROL-RECORD layout for the batch header and trailer
      *lines that open and close every keyed transaction batch -
      *INVTRN.TXT for INVENT-POST, PORECTRN.TXT for PO-RECEIVE,
      *PARTTRN.TXT for PART-MAINT and RSVTRN.TXT for RESERVE-MAINT -
      *and the stockroom transfers REPLENISH writes to REPLTRN.TXT
      *for INVENT-POST.
      *the first line of the file is the header, carrying the batch
      *ID and the date the batch was made up; the last is the
      *trailer, carrying the number of transaction lines between
      *them and two hash totals - the sum of the part numbers and
      *the sum of the quantities on those lines, counting a field
      *that is not numeric (a cancel's blank quantity, say) as zero
      *and keeping only the low-order eleven digits. the tag in the
      *first five columns can never open a transaction line, so the
      *posting program moves each line it reads into this area to
      *tell the control lines from the transactions. a batch whose
      *trailer does not agree with the lines actually received, or
      *whose ID is already on the batch register BATCHREG.TXT, is
      *rejected whole before anything is applied. the layout fits
      *inside the shortest of the four transaction records.
       01  BATCH-CONTROL-RECORD.
           05  BATCH-TAG               PIC X(5).
               88  BATCH-HEADER                VALUE "*BHDR".
               88  BATCH-TRAILER               VALUE "*BTRL".
           05  BATCH-BODY              PIC X(29).
           05  BATCH-HEADER-BODY       REDEFINES BATCH-BODY.
               10  BATCH-ID            PIC X(10).
               10  BATCH-DATE-X        PIC X(8).
               10  BATCH-DATE          REDEFINES BATCH-DATE-X
                                       PIC 9(8).
               10  FILLER              PIC X(11).
           05  BATCH-TRAILER-BODY      REDEFINES BATCH-BODY.
               10  BATCH-RECORD-COUNT-X PIC X(7).
               10  BATCH-RECORD-COUNT  REDEFINES BATCH-RECORD-COUNT-X
                                       PIC 9(7).
               10  BATCH-PART-HASH-X   PIC X(11).
               10  BATCH-PART-HASH     REDEFINES BATCH-PART-HASH-X
                                       PIC 9(11).
               10  BATCH-QTY-HASH-X    PIC X(11).
               10  BATCH-QTY-HASH      REDEFINES BATCH-QTY-HASH-X
                                       PIC 9(11).
