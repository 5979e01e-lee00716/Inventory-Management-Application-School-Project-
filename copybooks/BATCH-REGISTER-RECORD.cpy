      *BATCH-REGISTER-RECORD layout for BATCHREG.TXT - one record
      *for every keyed transaction batch that passed its trailer
      *check and was applied, keyed by the transaction file it came
      *in on and its batch ID. the posting program writes the record
      *before it applies the first line, so the same batch loaded a
      *second time - or a rerun after the first run stopped part way
      *- is rejected instead of being posted twice. a rejected batch
      *is not registered and can be corrected and sent again under
      *the same ID.
       01  BATCH-REGISTER-RECORD.
           05  BREG-KEY.
               10  BREG-FILE-NAME      PIC X(8).
               10  BREG-BATCH-ID       PIC X(10).
           05  BREG-BATCH-DATE         PIC 9(8).
           05  BREG-APPLIED-DATE       PIC 9(8).
           05  BREG-RECORD-COUNT       PIC 9(7).
           05  BREG-PROGRAM            PIC X(13).
