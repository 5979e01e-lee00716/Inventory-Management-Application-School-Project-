       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLENISH.
       AUTHOR. DAVID LEE.

      *nightly stockroom replenishment run. REORDER-POINT and the
      *purchasing run look only at the company-wide total, so a
      *line-side crib can stand empty while the warehouse is full;
      *this run refills the stockrooms from the stock already in
      *the building. every entry on the min/max file MINMAX.TXT
      *(kept by MINMAX-MAINT) gives one part's minimum and maximum
      *at one stockroom and the location that supplies it. the
      *stockroom's available quantity - its LOCQTY.TXT on hand less
      *the RESERVE.TXT reservations held there - is compared with
      *its minimum, and a stockroom at or below the minimum is
      *refilled back up to its maximum with a "T" transfer from the
      *supplying location. the source only ever gives up what it
      *holds over and above its own reservations, less anything
      *this run has already drawn from it for another stockroom,
      *so a refill never takes stock a job there has been promised.
      *when the source cannot cover the whole refill the transfer
      *is cut to what it can spare, or dropped, and the shortfall
      *is flagged with a return code of 4. the expired lots of a
      *lot-controlled part are counted at neither end - issues will
      *not draw them at the stockroom and the transfer passes them
      *over at the source - so a stockroom holding only expired
      *stock is refilled with stock it can issue. an entry for a
      *part no longer on INVENT6.TXT or marked obsolete is listed
      *and passed over.
      *every stockroom that needs refilling gets a line on the pick
      *list REPLPICK.TXT, which the storekeepers pick from, and each
      *transfer goes onto REPLTRN.TXT in the INVENT-TRANS-RECORD
      *layout as a controlled batch - header, transfers, trailer
      *with the line count and hash totals - which the next
      *INVENT-POST run checks and posts after the keyed batch. the
      *batch ID is the run's date and time. a run that finds the
      *previous batch still on REPLTRN.TXT and not yet on the batch
      *register BATCHREG.TXT stops with a return code of 8 instead
      *of overwriting transfers that were picked but never posted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MINMAX-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MINMAX.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS MINMAX-KEY.

           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT OPTIONAL LOCATION-QTY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOCQTY.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOCQTY-KEY.

           SELECT OPTIONAL LOT-QTY-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\LOTQTY.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOTQTY-KEY.

           SELECT OPTIONAL RESERVATION-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\RESERVE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RSV-KEY.

           SELECT OPTIONAL BATCH-REGISTER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BATCHREG.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BREG-KEY.

           SELECT OPTIONAL REPLEN-TRANS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\REPLTRN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PICK-LIST-REPORT
              ASSIGN TO "C:\Users\Ruth\workspace\program3\REPLPICK.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MINMAX-FILE.
       COPY MINMAX-RECORD.

       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  LOCATION-QTY-FILE.
       COPY LOCATION-QTY-RECORD.

       FD  LOT-QTY-FILE.
       COPY LOT-QTY-RECORD.

       FD  RESERVATION-FILE.
       COPY RESERVATION-RECORD.

       FD  BATCH-REGISTER-FILE.
       COPY BATCH-REGISTER-RECORD.

       FD  REPLEN-TRANS-FILE.
       COPY INVENT-TRANS-RECORD.

       FD  PICK-LIST-REPORT.
       01  PICK-LIST-RECORD-OUT   PIC X(122).

       WORKING-STORAGE SECTION.
       COPY BATCH-CONTROL-RECORD.

       01  PICK-TITLE-OUT.
           05  FILLER              PIC X(35)
                        VALUE "STOCKROOM REPLENISHMENT PICK LIST -".
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  TITLE-RUN-DATE-OUT  PIC 9(8).
           05  FILLER              PIC X(9)  VALUE " - BATCH ".
           05  TITLE-BATCH-ID-OUT  PIC X(10).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  PICK-HEADER-OUT.
           05  FILLER  PIC X(9)  VALUE "PART     ".
           05  FILLER  PIC X(21) VALUE "PART NAME".
           05  FILLER  PIC X(5)  VALUE "FROM ".
           05  FILLER  PIC X(5)  VALUE "TO   ".
           05  FILLER  PIC X(8)  VALUE "    MIN ".
           05  FILLER  PIC X(8)  VALUE "    MAX ".
           05  FILLER  PIC X(8)  VALUE "ON HAND ".
           05  FILLER  PIC X(8)  VALUE "    RSV ".
           05  FILLER  PIC X(9)  VALUE "   AVAIL ".
           05  FILLER  PIC X(8)  VALUE "  SPARE ".
           05  FILLER  PIC X(9)  VALUE "   MOVE  ".
           05  FILLER  PIC X(6)  VALUE "STATUS".

       01  PICK-DETAIL-OUT.
           05  PART-NUMBER-PK      PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PART-NAME-PK        PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FROM-LOCATION-PK    PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  TO-LOCATION-PK      PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MIN-QTY-PK          PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  MAX-QTY-PK          PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  ON-HAND-PK          PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  RESERVED-PK         PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  AVAIL-PK            PIC -------9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  SOURCE-SPARE-PK     PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  MOVE-QTY-PK         PIC ZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PICK-STATUS-PK      PIC X(24).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-MINMAX     PIC X(3) VALUE "NO".
           05  FIRST-PART-SWITCH   PIC X(3) VALUE "YES".
               88  FIRST-PART              VALUE "YES".
           05  PART-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  PART-FOUND              VALUE "YES".
           05  RSV-SCAN-DONE-SWITCH    PIC X(3) VALUE "NO".
               88  RSV-SCAN-DONE           VALUE "YES".
           05  LOT-SCAN-DONE-SWITCH    PIC X(3) VALUE "NO".
               88  LOT-SCAN-DONE           VALUE "YES".
           05  DRAW-RECORDED-SWITCH    PIC X(3) VALUE "NO".
               88  DRAW-RECORDED           VALUE "YES".
           05  RUN-BLOCKED-SWITCH      PIC X(3) VALUE "NO".
               88  RUN-BLOCKED             VALUE "YES".

      *batch ID - the run date and time, yymmddhhmm
       01  BATCH-ID-WS.
           05  BATCH-ID-DATE-WS    PIC 9(6).
           05  BATCH-ID-TIME-WS    PIC 9(4).
       01  TIME-OF-RUN-WS.
           05  TIME-HHMM-WS        PIC 9(4).
           05  FILLER              PIC 9(4).

       01  CURRENT-DATE-WS        PIC 9(8) VALUE ZERO.
       01  CURRENT-PART-WS        PIC 9(7) VALUE ZERO.
       01  LOC-WORK-CODE          PIC X(3) VALUE SPACES.
       01  LOC-ON-HAND-WS         PIC 9(7) VALUE ZERO.
       01  LOC-RESERVED-WS        PIC 9(9) VALUE ZERO.
       01  LOC-DRAWN-WS           PIC 9(9) VALUE ZERO.
       01  LOC-EXPIRED-WS         PIC 9(9) VALUE ZERO.
       01  LOC-FREE-WS            PIC S9(9) VALUE ZERO.
       01  DEST-ON-HAND-WS        PIC 9(7) VALUE ZERO.
       01  DEST-RESERVED-WS       PIC 9(9) VALUE ZERO.
       01  DEST-AVAIL-WS          PIC S9(9) VALUE ZERO.
       01  REFILL-NEED-WS         PIC S9(9) VALUE ZERO.
       01  SOURCE-SPARE-WS        PIC 9(9) VALUE ZERO.
       01  MOVE-QTY-WS            PIC 9(7) VALUE ZERO.
       01  BATCH-PART-HASH-WS     PIC 9(15) VALUE ZERO.
       01  BATCH-QTY-HASH-WS      PIC 9(15) VALUE ZERO.
       01  ROOMS-CHECKED          PIC 9(7) VALUE ZERO.
       01  ROOMS-BELOW-MIN        PIC 9(7) VALUE ZERO.
       01  ROOMS-SHORT            PIC 9(7) VALUE ZERO.
       01  ROOMS-SKIPPED          PIC 9(7) VALUE ZERO.
       01  TRANSFERS-WRITTEN      PIC 9(7) VALUE ZERO.
       01  QTY-TO-MOVE-TOTAL      PIC 9(9) VALUE ZERO.

      *what this run has already drawn from each supplying location
      *for the part in hand, so two stockrooms refilled from the
      *same source cannot both be promised the same spare stock
       01  SOURCE-DRAWN-TABLE.
           05  SOURCE-DRAWN-ENTRY OCCURS 20 TIMES.
               10  DRAWN-LOCATION  PIC X(3).
               10  DRAWN-QTY       PIC 9(9).
       01  SOURCE-DRAWN-COUNT     PIC 9(4) COMP VALUE ZERO.
       01  DRAWN-I                PIC 9(4) COMP VALUE ZERO.
       01  DRAWN-FOUND-I          PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-PRODUCE-REPLENISHMENT.
           PERFORM 301-CHECK-PREVIOUS-BATCH.
           IF NOT RUN-BLOCKED
               PERFORM 201-INIT-REPLENISH
               PERFORM 202-CHECK-ONE-STOCKROOM
                   UNTIL EOF-FLAG-MINMAX = "YES"
               PERFORM 203-TERMINATE-REPLENISH
           END-IF.
           STOP RUN.

      *initialization - the batch ID is stamped from the run date
      *and time so two runs on one day still make distinct batches
       201-INIT-REPLENISH.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT BATCH-ID-DATE-WS FROM DATE.
           ACCEPT TIME-OF-RUN-WS FROM TIME.
           MOVE TIME-HHMM-WS TO BATCH-ID-TIME-WS.
           OPEN INPUT  MINMAX-FILE.
           OPEN INPUT  INVENT-FILE.
           OPEN INPUT  LOCATION-QTY-FILE.
           OPEN INPUT  LOT-QTY-FILE.
           OPEN INPUT  RESERVATION-FILE.
           OPEN OUTPUT REPLEN-TRANS-FILE.
           OPEN OUTPUT PICK-LIST-REPORT.
           MOVE CURRENT-DATE-WS TO TITLE-RUN-DATE-OUT.
           MOVE BATCH-ID-WS TO TITLE-BATCH-ID-OUT.
           MOVE PICK-TITLE-OUT TO PICK-LIST-RECORD-OUT.
           WRITE PICK-LIST-RECORD-OUT.
           MOVE PICK-HEADER-OUT TO PICK-LIST-RECORD-OUT.
           WRITE PICK-LIST-RECORD-OUT.
           PERFORM 302-READ-MINMAX.

      *mainline which checks one stockroom's level, starting a new
      *part when the part number changes
       202-CHECK-ONE-STOCKROOM.
           ADD 1 TO ROOMS-CHECKED.
           IF MINMAX-PART-NUMBER NOT = CURRENT-PART-WS
               OR FIRST-PART
               PERFORM 401-START-PART
           END-IF.
           EVALUATE TRUE
               WHEN NOT PART-FOUND
                   MOVE "PART NOT ON FILE" TO PICK-STATUS-PK
                   PERFORM 407-WRITE-SKIPPED-LINE
               WHEN PART-OBSOLETE
                   MOVE "PART OBSOLETE - SKIPPED" TO PICK-STATUS-PK
                   PERFORM 407-WRITE-SKIPPED-LINE
               WHEN OTHER
                   PERFORM 402-CHECK-STOCKROOM-LEVEL
           END-EVALUATE.
           PERFORM 302-READ-MINMAX.

      *termination - closes the batch with its trailer when any
      *transfer was written, then the run totals. a stockroom the
      *source could not fully refill sets a return code of 4
       203-TERMINATE-REPLENISH.
           IF TRANSFERS-WRITTEN > ZERO
               PERFORM 409-WRITE-BATCH-TRAILER
           END-IF.
           MOVE SPACES TO PICK-LIST-RECORD-OUT.
           WRITE PICK-LIST-RECORD-OUT.
           MOVE SPACES TO PICK-LIST-RECORD-OUT.
           STRING "STOCKROOMS CHECKED " ROOMS-CHECKED
               " AT OR BELOW MINIMUM " ROOMS-BELOW-MIN
               " SHORT AT SOURCE " ROOMS-SHORT
               " SKIPPED " ROOMS-SKIPPED
               DELIMITED BY SIZE INTO PICK-LIST-RECORD-OUT.
           WRITE PICK-LIST-RECORD-OUT.
           MOVE SPACES TO PICK-LIST-RECORD-OUT.
           IF TRANSFERS-WRITTEN > ZERO
               STRING "TRANSFERS WRITTEN " TRANSFERS-WRITTEN
                   " QTY TO MOVE " QTY-TO-MOVE-TOTAL
                   " BATCH " BATCH-ID-WS " ON REPLTRN.TXT"
                   DELIMITED BY SIZE INTO PICK-LIST-RECORD-OUT
           ELSE
               MOVE "NO TRANSFERS NEEDED - NO BATCH WRITTEN"
                   TO PICK-LIST-RECORD-OUT
           END-IF.
           WRITE PICK-LIST-RECORD-OUT.
           IF ROOMS-SHORT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE MINMAX-FILE INVENT-FILE LOCATION-QTY-FILE
               LOT-QTY-FILE RESERVATION-FILE REPLEN-TRANS-FILE
               PICK-LIST-REPORT.

      *the transfers of the last run must have been posted before
      *they are overwritten - a batch still on REPLTRN.TXT whose ID
      *is not on the batch register stops the run
       301-CHECK-PREVIOUS-BATCH.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           OPEN INPUT REPLEN-TRANS-FILE.
           READ REPLEN-TRANS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE INVENT-TRANS-RECORD TO BATCH-CONTROL-RECORD
           END-READ.
           CLOSE REPLEN-TRANS-FILE.
           IF BATCH-HEADER
               OPEN INPUT BATCH-REGISTER-FILE
               MOVE "REPLTRN" TO BREG-FILE-NAME
               MOVE BATCH-ID TO BREG-BATCH-ID
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "REPLENISH - BATCH " BATCH-ID
                           " ON REPLTRN.TXT NOT YET POSTED, RUN "
                           "INVENT-POST FIRST"
                       MOVE 8 TO RETURN-CODE
                       MOVE "YES" TO RUN-BLOCKED-SWITCH
               END-READ
               CLOSE BATCH-REGISTER-FILE
           END-IF.

      *read the next min/max entry in part/stockroom key order
       302-READ-MINMAX.
           READ MINMAX-FILE
           AT END MOVE "YES" TO EOF-FLAG-MINMAX.

      *starts a new part - looks it up on the master and clears what
      *has been drawn from the supplying locations
       401-START-PART.
           MOVE MINMAX-PART-NUMBER TO CURRENT-PART-WS.
           MOVE "NO" TO FIRST-PART-SWITCH.
           MOVE ZERO TO SOURCE-DRAWN-COUNT.
           MOVE MINMAX-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.

      *compares the stockroom's available quantity with its minimum
      *and plans a refill to the maximum when it has fallen to it
       402-CHECK-STOCKROOM-LEVEL.
           MOVE MINMAX-LOCATION-CODE TO LOC-WORK-CODE.
           PERFORM 403-GET-LOCATION-FREE.
           MOVE LOC-ON-HAND-WS TO DEST-ON-HAND-WS.
           MOVE LOC-RESERVED-WS TO DEST-RESERVED-WS.
           MOVE LOC-FREE-WS TO DEST-AVAIL-WS.
           IF DEST-AVAIL-WS NOT > MINMAX-MIN-QTY
               COMPUTE REFILL-NEED-WS =
                   MINMAX-MAX-QTY - DEST-AVAIL-WS
               IF REFILL-NEED-WS > ZERO
                   ADD 1 TO ROOMS-BELOW-MIN
                   PERFORM 405-PLAN-TRANSFER
               END-IF
           END-IF.

      *works out what a location holds free for the part in hand -
      *its on hand, less the reservations held there, less what
      *this run has already drawn from it, less any expired lots of
      *a lot-controlled part. the figure can go negative when the
      *location is over-promised
       403-GET-LOCATION-FREE.
           MOVE ZERO TO LOC-ON-HAND-WS.
           MOVE ZERO TO LOC-DRAWN-WS.
           MOVE MINMAX-PART-NUMBER TO LOCQTY-PART-NUMBER.
           MOVE LOC-WORK-CODE TO LOCQTY-LOCATION-CODE.
           READ LOCATION-QTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOCQTY-ON-HAND TO LOC-ON-HAND-WS
           END-READ.
           PERFORM 404-SUM-RESERVED-AT-LOCATION.
           MOVE ZERO TO DRAWN-FOUND-I.
           PERFORM 411-CHECK-DRAWN-ENTRY
               VARYING DRAWN-I FROM 1 BY 1
               UNTIL DRAWN-I > SOURCE-DRAWN-COUNT.
           IF DRAWN-FOUND-I > ZERO
               MOVE DRAWN-QTY(DRAWN-FOUND-I) TO LOC-DRAWN-WS
           END-IF.
           MOVE ZERO TO LOC-EXPIRED-WS.
           IF PART-LOT-CONTROLLED
               PERFORM 414-SUM-EXPIRED-AT-LOCATION
           END-IF.
           COMPUTE LOC-FREE-WS =
               LOC-ON-HAND-WS - LOC-RESERVED-WS - LOC-DRAWN-WS
                   - LOC-EXPIRED-WS.

      *totals the reservations on file for the part at the location
      *in hand
       404-SUM-RESERVED-AT-LOCATION.
           MOVE ZERO TO LOC-RESERVED-WS.
           MOVE "NO" TO RSV-SCAN-DONE-SWITCH.
           MOVE MINMAX-PART-NUMBER TO RSV-PART-NUMBER.
           MOVE LOC-WORK-CODE TO RSV-LOCATION-CODE.
           MOVE LOW-VALUES TO RSV-JOB-REF.
           START RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE "YES" TO RSV-SCAN-DONE-SWITCH
           END-START.
           PERFORM 410-READ-NEXT-RESERVATION
               UNTIL RSV-SCAN-DONE.

      *sizes the refill against what the supplying location can
      *spare, writes the transfer for whatever can move and puts
      *the stockroom on the pick list either way
       405-PLAN-TRANSFER.
           MOVE MINMAX-SOURCE-LOCATION TO LOC-WORK-CODE.
           PERFORM 403-GET-LOCATION-FREE.
           IF LOC-FREE-WS > ZERO
               MOVE LOC-FREE-WS TO SOURCE-SPARE-WS
           ELSE
               MOVE ZERO TO SOURCE-SPARE-WS
           END-IF.
           IF REFILL-NEED-WS > SOURCE-SPARE-WS
               MOVE SOURCE-SPARE-WS TO MOVE-QTY-WS
           ELSE
               MOVE REFILL-NEED-WS TO MOVE-QTY-WS
           END-IF.
           EVALUATE TRUE
               WHEN MOVE-QTY-WS = ZERO
                   MOVE "NOT MOVED - SOURCE SHORT" TO PICK-STATUS-PK
                   ADD 1 TO ROOMS-SHORT
               WHEN MOVE-QTY-WS < REFILL-NEED-WS
                   MOVE "PARTIAL - SOURCE SHORT" TO PICK-STATUS-PK
                   ADD 1 TO ROOMS-SHORT
               WHEN OTHER
                   MOVE "REFILL TO MAXIMUM" TO PICK-STATUS-PK
           END-EVALUATE.
           IF MOVE-QTY-WS > ZERO
               PERFORM 406-RECORD-DRAW
               IF DRAW-RECORDED
                   PERFORM 408-WRITE-TRANSFER
               ELSE
                   MOVE "NOT MOVED - TABLE FULL" TO PICK-STATUS-PK
                   MOVE ZERO TO MOVE-QTY-WS
                   ADD 1 TO ROOMS-SHORT
               END-IF
           END-IF.
           PERFORM 412-WRITE-PICK-LINE.

      *books the quantity about to move against the supplying
      *location found by the last 403, adding the location to the
      *table the first time it is drawn from
       406-RECORD-DRAW.
           MOVE "YES" TO DRAW-RECORDED-SWITCH.
           IF DRAWN-FOUND-I > ZERO
               ADD MOVE-QTY-WS TO DRAWN-QTY(DRAWN-FOUND-I)
           ELSE
               IF SOURCE-DRAWN-COUNT < 20
                   ADD 1 TO SOURCE-DRAWN-COUNT
                   MOVE LOC-WORK-CODE
                       TO DRAWN-LOCATION(SOURCE-DRAWN-COUNT)
                   MOVE MOVE-QTY-WS TO DRAWN-QTY(SOURCE-DRAWN-COUNT)
               ELSE
                   DISPLAY "REPLENISH - SOURCE TABLE FULL, PART "
                       MINMAX-PART-NUMBER " AT " MINMAX-LOCATION-CODE
                       " NOT MOVED"
                   MOVE "NO" TO DRAW-RECORDED-SWITCH
               END-IF
           END-IF.

      *lists an entry passed over for its part's state on the master
       407-WRITE-SKIPPED-LINE.
           ADD 1 TO ROOMS-SKIPPED.
           MOVE MINMAX-PART-NUMBER TO PART-NUMBER-PK.
           IF PART-FOUND
               MOVE PART-NAME TO PART-NAME-PK
           ELSE
               MOVE "*PART RETIRED*" TO PART-NAME-PK
           END-IF.
           MOVE MINMAX-SOURCE-LOCATION TO FROM-LOCATION-PK.
           MOVE MINMAX-LOCATION-CODE TO TO-LOCATION-PK.
           MOVE MINMAX-MIN-QTY TO MIN-QTY-PK.
           MOVE MINMAX-MAX-QTY TO MAX-QTY-PK.
           MOVE ZERO TO ON-HAND-PK.
           MOVE ZERO TO RESERVED-PK.
           MOVE ZERO TO AVAIL-PK.
           MOVE ZERO TO SOURCE-SPARE-PK.
           MOVE ZERO TO MOVE-QTY-PK.
           MOVE PICK-DETAIL-OUT TO PICK-LIST-RECORD-OUT.
           WRITE PICK-LIST-RECORD-OUT.

      *writes one ready-to-post transfer from the supplying location
      *to the stockroom, opening the batch with its header first
       408-WRITE-TRANSFER.
           IF TRANSFERS-WRITTEN = ZERO
               PERFORM 413-WRITE-BATCH-HEADER
           END-IF.
           MOVE "T" TO POST-TRANS-CODE.
           MOVE MINMAX-PART-NUMBER TO POST-PART-NUMBER.
           MOVE MOVE-QTY-WS TO POST-TRANS-QTY.
           MOVE CURRENT-DATE-WS TO POST-TRANS-DATE.
           MOVE MINMAX-SOURCE-LOCATION TO POST-LOCATION-CODE.
           MOVE MINMAX-LOCATION-CODE TO POST-LOCATION-TO.
           MOVE SPACES TO POST-JOB-REF.
           MOVE SPACES TO POST-LOT-NUMBER.
           MOVE SPACES TO POST-EXPIRY-DATE-X.
           WRITE INVENT-TRANS-RECORD.
           ADD 1 TO TRANSFERS-WRITTEN.
           ADD MOVE-QTY-WS TO QTY-TO-MOVE-TOTAL.
           ADD MINMAX-PART-NUMBER TO BATCH-PART-HASH-WS.
           ADD MOVE-QTY-WS TO BATCH-QTY-HASH-WS.

      *closes the batch with the line count and hash totals, kept on
      *their low-order eleven digits
       409-WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "*BTRL" TO BATCH-TAG.
           MOVE TRANSFERS-WRITTEN TO BATCH-RECORD-COUNT.
           MOVE BATCH-PART-HASH-WS TO BATCH-PART-HASH.
           MOVE BATCH-QTY-HASH-WS TO BATCH-QTY-HASH.
           WRITE INVENT-TRANS-RECORD FROM BATCH-CONTROL-RECORD.

      *adds the next reservation into the sum, stopping once the
      *key walks past the part and location in hand
       410-READ-NEXT-RESERVATION.
           READ RESERVATION-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO RSV-SCAN-DONE-SWITCH
               NOT AT END
                   IF RSV-PART-NUMBER NOT = MINMAX-PART-NUMBER
                       OR RSV-LOCATION-CODE NOT = LOC-WORK-CODE
                       MOVE "YES" TO RSV-SCAN-DONE-SWITCH
                   ELSE
                       ADD RSV-QTY TO LOC-RESERVED-WS
                   END-IF
           END-READ.

      *notes the table entry for the location in hand, if any
       411-CHECK-DRAWN-ENTRY.
           IF DRAWN-LOCATION(DRAWN-I) = LOC-WORK-CODE
               MOVE DRAWN-I TO DRAWN-FOUND-I
           END-IF.

      *writes one stockroom's line on the pick list
       412-WRITE-PICK-LINE.
           MOVE MINMAX-PART-NUMBER TO PART-NUMBER-PK.
           MOVE PART-NAME TO PART-NAME-PK.
           MOVE MINMAX-SOURCE-LOCATION TO FROM-LOCATION-PK.
           MOVE MINMAX-LOCATION-CODE TO TO-LOCATION-PK.
           MOVE MINMAX-MIN-QTY TO MIN-QTY-PK.
           MOVE MINMAX-MAX-QTY TO MAX-QTY-PK.
           MOVE DEST-ON-HAND-WS TO ON-HAND-PK.
           MOVE DEST-RESERVED-WS TO RESERVED-PK.
           MOVE DEST-AVAIL-WS TO AVAIL-PK.
           MOVE SOURCE-SPARE-WS TO SOURCE-SPARE-PK.
           MOVE MOVE-QTY-WS TO MOVE-QTY-PK.
           MOVE PICK-DETAIL-OUT TO PICK-LIST-RECORD-OUT.
           WRITE PICK-LIST-RECORD-OUT.

      *opens the batch with its ID and the run date
       413-WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "*BHDR" TO BATCH-TAG.
           MOVE BATCH-ID-WS TO BATCH-ID.
           MOVE CURRENT-DATE-WS TO BATCH-DATE.
           WRITE INVENT-TRANS-RECORD FROM BATCH-CONTROL-RECORD.

      *totals the part's lots at the location in hand that have
      *expired by the run date - the transfers are posted under the
      *run date, and the key order puts the expired lots first
       414-SUM-EXPIRED-AT-LOCATION.
           MOVE "NO" TO LOT-SCAN-DONE-SWITCH.
           MOVE MINMAX-PART-NUMBER TO LOTQTY-PART-NUMBER.
           MOVE LOC-WORK-CODE TO LOTQTY-LOCATION-CODE.
           MOVE ZERO TO LOTQTY-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOTQTY-LOT-NUMBER.
           START LOT-QTY-FILE KEY IS NOT LESS THAN LOTQTY-KEY
               INVALID KEY
                   MOVE "YES" TO LOT-SCAN-DONE-SWITCH
           END-START.
           PERFORM 415-ADD-NEXT-EXPIRED-LOT
               UNTIL LOT-SCAN-DONE.

      *adds the next lot into the expired total, stopping at the
      *first lot still in date or once the key walks past the part
      *and location
       415-ADD-NEXT-EXPIRED-LOT.
           READ LOT-QTY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO LOT-SCAN-DONE-SWITCH
               NOT AT END
                   IF LOTQTY-PART-NUMBER NOT = MINMAX-PART-NUMBER
                       OR LOTQTY-LOCATION-CODE NOT = LOC-WORK-CODE
                       OR LOTQTY-EXPIRY-DATE NOT < CURRENT-DATE-WS
                       MOVE "YES" TO LOT-SCAN-DONE-SWITCH
                   ELSE
                       ADD LOTQTY-ON-HAND TO LOC-EXPIRED-WS
                   END-IF
           END-READ.
