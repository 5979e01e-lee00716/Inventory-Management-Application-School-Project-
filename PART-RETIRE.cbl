      *line on PARTRET.TXT; a part is removed only when nothing
      *hangs off it - no on-hand stock on the master or at any
      *location, no open or partially received OPENPO.TXT line, and
      *no live reservation, and not a component of any active kit
      *on KITMAST.TXT (one whose parent is not obsolete) - otherwise
      *the line is rejected to the
      *log and the part stays (normally marked obsolete by
      *PART-MAINT) until the stock runs down and the paperwork
      *clears. a removal purges the master together with its
      *satellite records - demand history, zeroed location records,
      *leftover backorders, the ABC class entry, any kit lines it
      *appears on (as parent or as a component of a kit already
      *obsolete), any lot records left on LOTQTY.TXT and its
      *stockroom min/max levels on MINMAX.TXT - so nothing is left
      *to print "*PART RETIRED*" on the reports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ABC-PART-NUMBER.

           SELECT OPTIONAL KIT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\KITMAST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS KIT-KEY.

           SELECT OPTIONAL LOT-QTY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOTQTY.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOTQTY-KEY.

           SELECT OPTIONAL MINMAX-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MINMAX.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MINMAX-KEY.

           SELECT RETIRE-TRANS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PARTRET.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.
       FD  ABC-CLASS-FILE.
       COPY ABC-CLASS-RECORD.

       FD  KIT-FILE.
       COPY KIT-RECORD.

       FD  LOT-QTY-FILE.
       COPY LOT-QTY-RECORD.

       FD  MINMAX-FILE.
       COPY MINMAX-RECORD.

       FD  RETIRE-TRANS-FILE.
       01  RETIRE-TRANS-RECORD.
           05  RET-PART-NUMBER-X   PIC X(7).
           OPEN INPUT  RESERVATION-FILE.
           OPEN I-O    BACKORDER-FILE.
           OPEN I-O    ABC-CLASS-FILE.
           OPEN I-O    KIT-FILE.
           OPEN I-O    LOT-QTY-FILE.
           OPEN I-O    MINMAX-FILE.
           OPEN INPUT  RETIRE-TRANS-FILE.
           OPEN OUTPUT PART-RETIRE-LOG.
           PERFORM 302-READ-RETIREMENT.
           WRITE RETIRE-LOG-RECORD-OUT.
           CLOSE INVENT-FILE DEMAND-FILE LOCATION-QTY-FILE
               OPEN-PO-FILE RESERVATION-FILE BACKORDER-FILE
               ABC-CLASS-FILE KIT-FILE LOT-QTY-FILE MINMAX-FILE
               RETIRE-TRANS-FILE PART-RETIRE-LOG.

      *read one retirement candidate
       302-READ-RETIREMENT.
           END-READ.

      *the refusal checks: on-hand stock on the master or at any
      *location, an open or partially received PO line, a live
      *reservation, or a place on an active kit each block the
      *removal - the first failing check decides the log message.
      *the kit check reads the kit parents' master records, so the
      *candidate is read back afterwards for the purge to delete
       401-CHECK-NOTHING-HANGS-OFF.
           MOVE "YES" TO RETIRE-OK-SWITCH.
           IF QUANTITY > ZERO
           IF RETIRE-OK
               PERFORM 409-CHECK-RESERVATIONS
           END-IF.
           IF RETIRE-OK
               PERFORM 416-CHECK-ACTIVE-KITS
               PERFORM 304-READ-INVENT-MASTER
           END-IF.

      *scans the part's location records for remaining stock
       405-CHECK-LOCATION-STOCK.
           END-DELETE.
           PERFORM 412-PURGE-LOCATION-RECORDS.
           PERFORM 414-PURGE-BACKORDERS.
           PERFORM 418-PURGE-KIT-LINES.
           PERFORM 421-PURGE-LOT-RECORDS.
           PERFORM 423-PURGE-MINMAX-LEVELS.

      *deletes the part's zeroed location records - 405 has already
      *proven none still holds stock
                   END-IF
           END-READ.

      *walks the whole kit file for the part as a component - its
      *key leads with the parent, so there is no shortcut - and
      *blocks the removal on any kit whose parent is still on file
      *and not obsolete
       416-CHECK-ACTIVE-KITS.
           MOVE "NO" TO SCAN-DONE-SWITCH.
           MOVE ZERO TO KIT-PARENT-PART.
           MOVE ZERO TO KIT-COMPONENT-PART.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE "YES" TO SCAN-DONE-SWITCH
           END-START.
           PERFORM 417-CHECK-NEXT-KIT-LINE
               UNTIL SCAN-DONE.

      *reads the next kit line, checking the kit's parent when the
      *line uses the candidate
       417-CHECK-NEXT-KIT-LINE.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SCAN-DONE-SWITCH
               NOT AT END
                   IF KIT-COMPONENT-PART = RET-PART-NUMBER
                       PERFORM 420-CHECK-KIT-PARENT
                   END-IF
           END-READ.

      *blocks the removal when the kit's parent is still on file and
      *not obsolete; a kit whose parent is gone or obsolete is dead
       420-CHECK-KIT-PARENT.
           MOVE KIT-PARENT-PART TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.
           IF PART-FOUND AND NOT PART-OBSOLETE
               MOVE "REJECTED - COMPONENT OF ACTIVE KIT" TO LOG-STATUS
               MOVE "NO" TO RETIRE-OK-SWITCH
               MOVE "YES" TO SCAN-DONE-SWITCH
           END-IF.

      *deletes every kit line naming the part - its own kit when it
      *was a kit parent, and its place on any obsolete kit when it
      *was a component - walking the whole file for the same reason
      *as 416
       418-PURGE-KIT-LINES.
           MOVE "NO" TO SCAN-DONE-SWITCH.
           MOVE ZERO TO KIT-PARENT-PART.
           MOVE ZERO TO KIT-COMPONENT-PART.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE "YES" TO SCAN-DONE-SWITCH
           END-START.
           PERFORM 419-PURGE-NEXT-KIT-LINE
               UNTIL SCAN-DONE.

      *deletes the next kit line when it names the part
       419-PURGE-NEXT-KIT-LINE.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SCAN-DONE-SWITCH
               NOT AT END
                   IF KIT-PARENT-PART = RET-PART-NUMBER
                       OR KIT-COMPONENT-PART = RET-PART-NUMBER
                       DELETE KIT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

      *deletes any lot records left for the part - with no stock on
      *the master or at any location they can only be leftovers of
      *a count that wrote the stock off without naming the lot
       421-PURGE-LOT-RECORDS.
           MOVE "NO" TO SCAN-DONE-SWITCH.
           MOVE RET-PART-NUMBER TO LOTQTY-PART-NUMBER.
           MOVE LOW-VALUES TO LOTQTY-LOCATION-CODE.
           MOVE ZERO TO LOTQTY-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOTQTY-LOT-NUMBER.
           START LOT-QTY-FILE KEY IS NOT LESS THAN LOTQTY-KEY
               INVALID KEY
                   MOVE "YES" TO SCAN-DONE-SWITCH
           END-START.
           PERFORM 422-PURGE-NEXT-LOT
               UNTIL SCAN-DONE.

      *deletes the next of the part's lot records
       422-PURGE-NEXT-LOT.
           READ LOT-QTY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SCAN-DONE-SWITCH
               NOT AT END
                   IF LOTQTY-PART-NUMBER NOT = RET-PART-NUMBER
                       MOVE "YES" TO SCAN-DONE-SWITCH
                   ELSE
                       DELETE LOT-QTY-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

      *deletes the part's stockroom min/max levels so the nightly
      *replenishment run no longer tries to refill a vanished part
       423-PURGE-MINMAX-LEVELS.
           MOVE "NO" TO SCAN-DONE-SWITCH.
           MOVE RET-PART-NUMBER TO MINMAX-PART-NUMBER.
           MOVE LOW-VALUES TO MINMAX-LOCATION-CODE.
           START MINMAX-FILE KEY IS NOT LESS THAN MINMAX-KEY
               INVALID KEY
                   MOVE "YES" TO SCAN-DONE-SWITCH
           END-START.
           PERFORM 424-PURGE-NEXT-MINMAX
               UNTIL SCAN-DONE.

      *deletes the next of the part's min/max entries
       424-PURGE-NEXT-MINMAX.
           READ MINMAX-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SCAN-DONE-SWITCH
               NOT AT END
                   IF MINMAX-PART-NUMBER NOT = RET-PART-NUMBER
                       MOVE "YES" TO SCAN-DONE-SWITCH
                   ELSE
                       DELETE MINMAX-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

      *writes one retirement result to the log file
       404-WRITE-LOG-RECORD.
           MOVE RET-PART-NUMBER-X TO LOG-PART-NUMBER.
