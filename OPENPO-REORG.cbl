       PROGRAM-ID. OPENPO-REORG.
       AUTHOR. DAVID LEE.

      *one-time utility to carry OPENPO.TXT forward from the 43-byte
      *OLD-OPENPO-RECORD layout to the current, wider OPENPO-RECORD
      *layout - the order price and the invoiced quantity joined the
      *record so INVOICE-MATCH can check each supplier invoice line
      *against what was ordered, at what price, and what arrived,
      *and the returned quantity so PO-RETURN can record goods sent
      *back to the supplier against the line.
      *OPENPO.TXT is ORGANIZATION INDEXED with a fixed physical
      *record length, so PO-RECEIVE cannot just be pointed at it
      *once the copybook grows - the file itself has to be unloaded
      *under the old layout and reloaded under the new one first, in
      *the style of SUPPLIER-REORG and INVENT-REORG. run this once,
      *before PO-RECEIVE or INVOICE-MATCH is run against an
      *OPENPO.TXT built under the old layout.
      *
      *OPENPO-ORDER-PRICE has no equivalent under the old layout, so
      *it is taken from the part's current UNIT-PRICE on INVENT6.TXT
      *(zero for a part no longer on file). OPENPO-INVOICED-QTY
      *defaults to the received quantity - accounts payable has
      *already paid for everything delivered before the match
      *existed, and PO-CLOSEOUT holds back a closed line until it is
      *fully invoiced. OPENPO-RETURNED-QTY starts at zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-OPENPO-KEY.

           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT OPENPO-UNLOAD-FILE
              ASSIGN TO
                 "C:\Users\Ruth\workspace\program3\OPENPO-UNLD.TXT"
       COPY OPENPO-RECORD-OLD.

       FD  OPENPO-UNLOAD-FILE.
       01  OPENPO-UNLOAD-RECORD   PIC X(43).

       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  NEW-OPENPO-FILE.
       COPY OPENPO-RECORD.
               RECORDS-UNLOADED " RELOADED " RECORDS-RELOADED.
           STOP RUN.

      *unloads OPENPO.TXT under its old 43-byte layout into a flat
      *sequential file before the indexed file is recreated under the
      *new, wider record layout
       201-UNLOAD-OLD-OPENPO-FILE.
           CLOSE OPENPO-UNLOAD-FILE.

      *reads the unloaded records back and rewrites OPENPO.TXT under
      *the new record layout, defaulting the fields that did not
      *exist under the old one
       202-RELOAD-NEW-OPENPO-FILE.
           OPEN INPUT  OPENPO-UNLOAD-FILE.
           OPEN INPUT  INVENT-FILE.
           OPEN OUTPUT NEW-OPENPO-FILE.
           PERFORM 303-READ-UNLOAD-RECORD.
           PERFORM 304-WRITE-NEW-OPENPO-RECORD
               UNTIL EOF-FLAG-UNLOAD = "YES".
           CLOSE OPENPO-UNLOAD-FILE.
           CLOSE INVENT-FILE.
           CLOSE NEW-OPENPO-FILE.

      *reads one record under the old layout
           AT END MOVE "YES" TO EOF-FLAG-UNLOAD.

      *builds and writes one record under the new layout - the
      *order price comes from the part master and the invoiced
      *quantity starts level with what has already been received
       304-WRITE-NEW-OPENPO-RECORD.
           MOVE OPENPO-SUPPLIER-OLD TO OPENPO-SUPPLIER-CODE.
           MOVE OPENPO-PART-OLD TO OPENPO-PART-NUMBER.
           MOVE OPENPO-ORDER-QTY-OLD TO OPENPO-ORDER-QTY.
           MOVE OPENPO-RECEIVED-QTY-OLD TO OPENPO-RECEIVED-QTY.
           MOVE OPENPO-STATUS-OLD TO OPENPO-STATUS.
           MOVE OPENPO-LAST-RECEIPT-DATE-OLD
               TO OPENPO-LAST-RECEIPT-DATE.
           PERFORM 305-GET-ORDER-PRICE.
           MOVE OPENPO-RECEIVED-QTY-OLD TO OPENPO-INVOICED-QTY.
           MOVE ZERO TO OPENPO-RETURNED-QTY.
           WRITE OPENPO-RECORD
               INVALID KEY
                   DISPLAY "OPENPO-REORG - DUPLICATE KEY, PART "
           END-WRITE.
           ADD 1 TO RECORDS-RELOADED.
           PERFORM 303-READ-UNLOAD-RECORD.

      *prices the reloaded line at the part's current UNIT-PRICE; a
      *part gone from the master reloads at a zero price, which
      *INVOICE-MATCH treats as not yet priced
       305-GET-ORDER-PRICE.
           MOVE OPENPO-PART-OLD TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE ZERO TO OPENPO-ORDER-PRICE
               NOT INVALID KEY
                   MOVE UNIT-PRICE TO OPENPO-ORDER-PRICE
           END-READ.
