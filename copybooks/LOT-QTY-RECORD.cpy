      *LOT-QTY-RECORD layout for LOTQTY.TXT - one record per lot of
      *a lot-controlled part at each stocking location, carrying the
      *quantity of that lot still on hand there. the key runs part,
      *location, expiry date and lot number, so reading forward from
      *a part and location meets its lots earliest-expiring first -
      *the order INVENT-POST draws them in. created by a receipt or
      *kit build into a new lot, drawn down by issues, transfers and
      *returns to vendor, and deleted once it is empty. the received
      *date is the posting date of the receipt that opened the lot.
       01  LOT-QTY-RECORD.
           05  LOTQTY-KEY.
               10  LOTQTY-PART-NUMBER      PIC 9(7).
               10  LOTQTY-LOCATION-CODE    PIC X(3).
               10  LOTQTY-EXPIRY-DATE      PIC 9(8).
               10  LOTQTY-LOT-NUMBER       PIC X(10).
           05  LOTQTY-ON-HAND          PIC 9(7).
           05  LOTQTY-RECEIVED-DATE    PIC 9(8).
