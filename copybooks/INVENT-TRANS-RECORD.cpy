      *INVENT-TRANS-RECORD layout for INVENT-POST - one transaction
      *per input line: R = receipt, I = issue, A = adjustment (the
      *transaction quantity becomes the new on-hand count), T =
      *transfer between stocking locations, V = return to vendor
      *(generated by PO-RETURN only), K = kit build (the part is
      *the kit parent on KITMAST.TXT and the quantity the number of
      *kits built). quantity and date are
      *carried as display fields with numeric redefines so a badly
      *keyed line can be rejected to the log instead of abending the
      *run. the location code is the stockroom the movement applies
      *transfers only. an issue may carry the job reference of a
      *RESERVE.TXT reservation - posting it releases the matching
      *reservation for the same part and location, so committed
      *stock frees up as the job actually draws it. a receipt may
      *carry a job reference too, for stock a job hands back unused.
      *the job reference of an issue or receipt is kept on the
      *movement ledger for job costing. the lot number and expiry
      *date are required on a receipt or kit build of a
      *lot-controlled part and name the lot the stock goes into; on
      *an issue, transfer, adjustment or return to vendor a lot
      *number names the lot to draw from first (an expired lot is
      *written off by issuing it by name) - left blank, the
      *earliest-expiring lot is drawn automatically.
       01  INVENT-TRANS-RECORD.
           05  POST-TRANS-CODE     PIC X(1).
           05  POST-PART-NUMBER-X  PIC X(7).
           05  POST-LOCATION-CODE  PIC X(3).
           05  POST-LOCATION-TO    PIC X(3).
           05  POST-JOB-REF        PIC X(8).
           05  POST-LOT-NUMBER     PIC X(10).
           05  POST-EXPIRY-DATE-X  PIC X(8).
           05  POST-EXPIRY-DATE    REDEFINES POST-EXPIRY-DATE-X
                                   PIC 9(8).
