      *after the keyed INVTRN.TXT the run drains PORECGEN.TXT, the
      *receipt transactions PO-RECEIVE generated from matched dock
      *deliveries, so a receipt keyed once at the dock lands on the
      *master without a second keying. PO-RETURN puts its "V"
      *return-to-vendor transactions on the same file: a return
      *takes the goods out of the master and the stockroom and is
      *booked to the ledger under its own code, so it no longer
      *hides as shrink in an adjustment. a "V" is only taken from
      *the generated file - keyed into INVTRN.TXT it would bypass
      *the PO line and the debit memo, so it is rejected there.
      *a "K" kit build names a kit parent from KITMAST.TXT and the
      *number of kits built at one location: every component is
      *issued at its quantity per kit and the parent received in the
      *same step, so the two sides can no longer disagree. every
      *component is checked first and the whole build is rejected if
      *any one of them is short, so a build never half-posts. the
      *ledger books the component issues and the parent receipt as
      *ordinary "I" and "R" movements with KIT as their source.
      *an issue carrying a job reference charges the job, and a
      *receipt carrying one is stock the job handed back unused; the
      *ledger keeps the job reference on both so JOB-COST can cost
      *the material each job consumed.
      *a lot-controlled part is received only into a named lot with
      *its expiry date, kept on LOTQTY.TXT by part and location.
      *issues, backorder fills and kit components draw its lots
      *earliest expiry first, passing over lots already expired, and
      *the ledger books one movement per lot drawn with the lot
      *number on it; stock the lots do not cover (on hand from
      *before the part came under lot control) issues with no lot.
      *expired lot stock is held back from what an issue can take,
      *so the shortfall backorders instead of expired stock going
      *out. an issue naming a lot draws that lot first, expired or
      *not - the write-off path for expired stock. transfers carry
      *the lots across to the to-location, returns to vendor draw
      *them expired or not, and adjustments trim them on a
      *shortfall or add a named lot on a gain.
      *the keyed INVTRN.TXT arrives as a controlled batch: a header
      *with the batch ID and date, the transactions, and a trailer
      *with the line count and hash totals of the part numbers and
      *quantities. the whole batch is checked against its trailer
      *before a single line is posted and rejected whole - with the
      *reason on the posting log - when it is short, damaged or
      *already on the batch register BATCHREG.TXT, so a truncated
      *or twice-loaded batch can no longer post. between the keyed
      *batch and the generated receipts the run posts REPLTRN.TXT,
      *the stockroom refill transfers REPLENISH writes as a batch
      *of its own under the same controls; the ledger books them
      *with REPL as their source.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "C:\Users\Ruth\workspace\program3\PORECGEN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPLEN-TRANS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\REPLTRN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENT-POST-LOG
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVPLOG.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RSV-KEY.

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

           SELECT OPTIONAL BATCH-REGISTER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BATCHREG.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BREG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE.
       COPY INVENT-TRANS-RECORD.

       FD  GENERATED-TRANS-FILE.
       01  GENERATED-TRANS-RECORD-IN  PIC X(55).

       FD  REPLEN-TRANS-FILE.
       01  REPLEN-TRANS-RECORD-IN     PIC X(55).

       FD  INVENT-POST-LOG.
       01  POST-LOG-RECORD-OUT        PIC X(60).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD-IO   PIC X(49).

       FD  DEMAND-FILE.
       COPY DEMAND-HISTORY-RECORD.
       FD  RESERVATION-FILE.
       COPY RESERVATION-RECORD.

       FD  KIT-FILE.
       COPY KIT-RECORD.

       FD  LOT-QTY-FILE.
       COPY LOT-QTY-RECORD.

       FD  BATCH-REGISTER-FILE.
       COPY BATCH-REGISTER-RECORD.

       WORKING-STORAGE SECTION.
       COPY PERIOD-CONTROL-RECORD.

           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOG-STATUS             PIC X(30).

      *batch control check - the header and trailer of the batch
      *being checked and what was actually counted between them.
      *the keyed batch is checked first, then the replenishment
      *transfers REPLENISH generated
       COPY BATCH-CONTROL-RECORD.

       01  BATCH-CONTROL-SWITCHES.
           05  BATCH-FILE-SWITCH      PIC X(3) VALUE "KEY".
               88  CHECKING-REPLEN             VALUE "RPL".
           05  KEYED-BATCH-OK-SWITCH  PIC X(3) VALUE "NO".
               88  KEYED-BATCH-OK              VALUE "YES".
           05  REPLEN-BATCH-OK-SWITCH PIC X(3) VALUE "NO".
               88  REPLEN-BATCH-OK             VALUE "YES".
           05  EOF-FLAG-BATCH         PIC X(3) VALUE "NO".
           05  BATCH-OK-SWITCH        PIC X(3) VALUE "NO".
               88  BATCH-OK                    VALUE "YES".
           05  BATCH-EMPTY-SWITCH     PIC X(3) VALUE "NO".
               88  BATCH-EMPTY                 VALUE "YES".
           05  TRAILER-SEEN-SWITCH    PIC X(3) VALUE "NO".
               88  TRAILER-SEEN                VALUE "YES".

       01  BATCH-ID-WS               PIC X(10) VALUE SPACES.
       01  BATCH-DATE-WS             PIC 9(8) VALUE ZERO.
       01  BATCH-REJECT-REASON       PIC X(28) VALUE SPACES.
       01  BATCH-TRAILER-HOLD        PIC X(34) VALUE SPACES.
       01  BATCH-RECORDS-COUNTED     PIC 9(7) VALUE ZERO.
       01  BATCH-PART-HASH-WS        PIC 9(15) VALUE ZERO.
       01  BATCH-QTY-HASH-WS         PIC 9(15) VALUE ZERO.
       01  BATCH-PART-CHECK-WS       PIC 9(11) VALUE ZERO.
       01  BATCH-QTY-CHECK-WS        PIC 9(11) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-TRANS         PIC X(3) VALUE "NO".
           05  TRANS-SOURCE-SWITCH    PIC X(3) VALUE "KEY".
               88  READING-GENERATED          VALUE "GEN".
               88  READING-REPLEN             VALUE "RPL".
           05  PART-FOUND-SWITCH      PIC X(3) VALUE "NO".
               88  PART-FOUND                  VALUE "YES".
           05  TRANS-VALID-SWITCH     PIC X(3) VALUE "NO".
               88  BKO-WRITTEN                 VALUE "YES".
           05  BKO-SCAN-DONE-SWITCH   PIC X(3) VALUE "NO".
               88  BKO-SCAN-DONE               VALUE "YES".
           05  KIT-SCAN-DONE-SWITCH   PIC X(3) VALUE "NO".
               88  KIT-SCAN-DONE               VALUE "YES".
           05  KIT-BUILD-OK-SWITCH    PIC X(3) VALUE "NO".
               88  KIT-BUILD-OK                VALUE "YES".
           05  KIT-TOO-LARGE-SWITCH   PIC X(3) VALUE "NO".
               88  KIT-TOO-LARGE               VALUE "YES".
           05  KIT-PART-FOUND-SWITCH  PIC X(3) VALUE "NO".
               88  KIT-PART-FOUND              VALUE "YES".
           05  LOT-SCAN-DONE-SWITCH   PIC X(3) VALUE "NO".
               88  LOT-SCAN-DONE               VALUE "YES".
           05  LOT-SKIP-EXPIRED-SWITCH PIC X(3) VALUE "NO".
               88  LOT-SKIP-EXPIRED            VALUE "YES".

       01  LOC-WORK-CODE             PIC X(3) VALUE SPACES.
       01  LOC-OLD-QTY-WS            PIC 9(7) VALUE ZERO.
      *override them, so the shared ledger/demand/location
      *paragraphs apply whatever quantity actually moved
       01  LEDGER-CODE-WS            PIC X(1) VALUE SPACES.
       01  LEDGER-SOURCE-WS          PIC X(5) VALUE "POST ".
       01  LEDGER-JOB-REF-WS         PIC X(8) VALUE SPACES.
       01  LEDGER-LOT-WS             PIC X(10) VALUE SPACES.
       01  LEDGER-QTY-WS             PIC 9(7) VALUE ZERO.
       01  TAKE-QTY-WS               PIC 9(7) VALUE ZERO.
       01  DEMAND-ADD-QTY-WS         PIC 9(7) VALUE ZERO.
       01  QTY-ISSUED-TOTAL          PIC 9(9) VALUE ZERO.
       01  QTY-ADJUSTED-TOTAL        PIC 9(9) VALUE ZERO.
       01  QTY-TRANSFERRED-TOTAL     PIC 9(9) VALUE ZERO.
       01  QTY-RETURNED-TOTAL        PIC 9(9) VALUE ZERO.
       01  QTY-KITS-BUILT-TOTAL      PIC 9(9) VALUE ZERO.

      *the components of the kit being built, loaded from the kit
      *master with the quantity the build needs of each, so all of
      *them can be checked before any one is issued
       01  KIT-BUILD-TABLE.
           05  KIT-BUILD-ENTRY OCCURS 100 TIMES.
               10  KIT-BUILD-PART          PIC 9(7).
               10  KIT-BUILD-QTY           PIC 9(12).
       01  KIT-COMP-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  KIT-I                     PIC 9(4) COMP VALUE ZERO.
       01  KIT-SHORT-I               PIC 9(4) COMP VALUE ZERO.
       01  KIT-PARENT-HOLD           PIC 9(7) VALUE ZERO.
       01  KIT-COUNT-HOLD            PIC 9(7) VALUE ZERO.

      *lot working fields - 436 draws a quantity off the lots of the
      *part in hand at LOT-WORK-CODE, the named lot first and then
      *earliest expiry first, and lists what it took in the table
      *for the caller to book to the ledger or carry to another
      *location; 446 adds a quantity into one lot
       01  LOT-WORK-CODE             PIC X(3) VALUE SPACES.
       01  LOT-NAMED-WS              PIC X(10) VALUE SPACES.
       01  LOT-FILTER-WS             PIC X(10) VALUE SPACES.
       01  LOT-DRAW-QTY-WS           PIC 9(7) VALUE ZERO.
       01  LOT-TAKE-WS               PIC 9(7) VALUE ZERO.
       01  LOT-ISSUE-TOTAL-WS        PIC 9(7) VALUE ZERO.
       01  LOT-RUN-ON-HAND-WS        PIC 9(8) VALUE ZERO.
       01  LOT-QTY-SAVE-WS           PIC 9(7) VALUE ZERO.
       01  LOT-EXPIRED-QTY-WS        PIC 9(9) VALUE ZERO.
       01  LOT-ADD-NUMBER-WS         PIC X(10) VALUE SPACES.
       01  LOT-ADD-EXPIRY-WS         PIC 9(8) VALUE ZERO.
       01  LOT-ADD-RECEIVED-WS       PIC 9(8) VALUE ZERO.
       01  LOT-ADD-QTY-WS            PIC 9(7) VALUE ZERO.
       01  LOT-TAKE-TABLE.
           05  LOT-TAKE-ENTRY OCCURS 50 TIMES.
               10  LOT-TAKE-NUMBER         PIC X(10).
               10  LOT-TAKE-EXPIRY         PIC 9(8).
               10  LOT-TAKE-RECEIVED       PIC 9(8).
               10  LOT-TAKE-QTY            PIC 9(7).
       01  LOT-TAKE-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  LOT-I                     PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
           WRITE PERIOD-CONTROL-RECORD-IO FROM PERIOD-CONTROL-RECORD.
           CLOSE PERIOD-CONTROL-FILE.

      *initialization - the keyed batch and the replenishment batch
      *are each checked whole before anything is posted. a batch
      *that passes has its header line passed over; one that fails
      *is skipped entirely, and the generated receipts are drained
      *either way
       201-INIT-INVENT-POST.
           MOVE "KEY" TO BATCH-FILE-SWITCH.
           PERFORM 313-CHECK-BATCH-CONTROLS.
           PERFORM 301-OPEN-POST-FILES.
           PERFORM 319-WRITE-BATCH-LOG.
           MOVE BATCH-OK-SWITCH TO KEYED-BATCH-OK-SWITCH.
           MOVE "RPL" TO BATCH-FILE-SWITCH.
           PERFORM 313-CHECK-BATCH-CONTROLS.
           PERFORM 319-WRITE-BATCH-LOG.
           MOVE BATCH-OK-SWITCH TO REPLEN-BATCH-OK-SWITCH.
           OPEN INPUT REPLEN-TRANS-FILE.
           IF KEYED-BATCH-OK
               READ INVENT-TRANS-FILE
                   AT END
                       CONTINUE
               END-READ
               PERFORM 302-READ-TRANSACTION
           ELSE
               PERFORM 320-START-REPLEN-TRANS
           END-IF.

      *mainline which applies one transaction to the inventory master
       202-PROCESS-TRANSACTION.
               MOVE POST-TRANS-CODE TO LEDGER-CODE-WS
               MOVE POST-TRANS-QTY TO LEDGER-QTY-WS
               MOVE POST-TRANS-QTY TO TAKE-QTY-WS
               IF READING-REPLEN
                   MOVE "REPL " TO LEDGER-SOURCE-WS
               ELSE
                   MOVE "POST " TO LEDGER-SOURCE-WS
               END-IF
               MOVE SPACES TO LEDGER-LOT-WS
               IF POST-TRANS-CODE = "I" OR POST-TRANS-CODE = "R"
                   MOVE POST-JOB-REF TO LEDGER-JOB-REF-WS
               ELSE
                   MOVE SPACES TO LEDGER-JOB-REF-WS
               END-IF
               IF POST-TRANS-CODE = "R" OR POST-TRANS-CODE = "K"
                   MOVE SPACES TO LOT-NAMED-WS
               ELSE
                   MOVE POST-LOT-NUMBER TO LOT-NAMED-WS
               END-IF
               PERFORM 304-READ-INVENT-MASTER
               IF PART-FOUND
                   PERFORM 311-CHECK-PART-STATUS
               END-IF
               IF PART-FOUND AND TRANS-VALID
                   PERFORM 312-CHECK-LOT-FIELDS
               END-IF
               IF PART-FOUND AND TRANS-VALID
                   EVALUATE POST-TRANS-CODE
                       WHEN "R"
                           PERFORM 403-POST-ADJUSTMENT
                       WHEN "T"
                           PERFORM 408-POST-TRANSFER
                       WHEN "V"
                           PERFORM 427-POST-VENDOR-RETURN
                       WHEN "K"
                           PERFORM 428-POST-KIT-BUILD
                   END-EVALUATE
               END-IF
               IF PART-FOUND AND NOT TRANS-VALID
           OPEN I-O    MOVEMENT-HISTORY-FILE.
           OPEN I-O    BACKORDER-FILE.
           OPEN I-O    RESERVATION-FILE.
           OPEN INPUT  KIT-FILE.
           OPEN I-O    LOT-QTY-FILE.
           OPEN INPUT  INVENT-TRANS-FILE.
           OPEN INPUT  GENERATED-TRANS-FILE.
           OPEN OUTPUT INVENT-POST-LOG.

      *read one transaction record - the keyed file first, then the
      *stockroom transfers REPLENISH generated, then the receipt
      *transactions PO-RECEIVE generated at the dock, so one
      *unattended run applies all three. a batch's trailer line
      *ends it
       302-READ-TRANSACTION.
           EVALUATE TRUE
               WHEN READING-GENERATED
                   PERFORM 307-READ-GENERATED-TRANS
               WHEN READING-REPLEN
                   PERFORM 321-READ-REPLEN-TRANS
               WHEN OTHER
                   READ INVENT-TRANS-FILE
                       AT END
                           PERFORM 320-START-REPLEN-TRANS
                       NOT AT END
                           MOVE INVENT-TRANS-RECORD
                               TO BATCH-CONTROL-RECORD
                           IF BATCH-TRAILER
                               PERFORM 320-START-REPLEN-TRANS
                           ELSE
                               ADD 1 TO TRANS-READ
                           END-IF
                   END-READ
           END-EVALUATE.

      *moves on from the keyed file to the replenishment transfers,
      *passing over their header line, when that batch passed its
      *check - otherwise straight on to the generated receipts
       320-START-REPLEN-TRANS.
           IF REPLEN-BATCH-OK
               MOVE "RPL" TO TRANS-SOURCE-SWITCH
               READ REPLEN-TRANS-FILE
                   AT END
                       MOVE "GEN" TO TRANS-SOURCE-SWITCH
               END-READ
           ELSE
               MOVE "GEN" TO TRANS-SOURCE-SWITCH
           END-IF.
           IF READING-REPLEN
               PERFORM 321-READ-REPLEN-TRANS
           ELSE
               PERFORM 307-READ-GENERATED-TRANS
           END-IF.

      *read one replenishment transfer into the shared transaction
      *record area; the batch's trailer line ends it
       321-READ-REPLEN-TRANS.
           READ REPLEN-TRANS-FILE INTO INVENT-TRANS-RECORD
               AT END
                   MOVE "GEN" TO TRANS-SOURCE-SWITCH
                   PERFORM 307-READ-GENERATED-TRANS
               NOT AT END
                   MOVE INVENT-TRANS-RECORD TO BATCH-CONTROL-RECORD
                   IF BATCH-TRAILER
                       MOVE "GEN" TO TRANS-SOURCE-SWITCH
                       PERFORM 307-READ-GENERATED-TRANS
                   ELSE
                       ADD 1 TO TRANS-READ
                   END-IF
           END-READ.

      *read one generated receipt transaction into the shared
      *transaction record area
       307-READ-GENERATED-TRANS.
       303-VALIDATE-TRANSACTION.
           MOVE "YES" TO TRANS-VALID-SWITCH.
           IF POST-TRANS-CODE NOT = "R" AND "I" AND "A" AND "T"
               AND "V" AND "K"
               MOVE "INVALID TRANS CODE" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           ELSE
                   END-IF
               END-IF
           END-IF.
           IF TRANS-VALID AND POST-TRANS-CODE = "V"
               AND NOT READING-GENERATED
               MOVE "REJECTED - KEY VIA PO-RETURN" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND POST-TRANS-CODE = "K"
               AND POST-TRANS-QTY = ZERO
               MOVE "REJECTED - NO KITS TO BUILD" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.
           IF TRANS-VALID AND POST-EXPIRY-DATE-X NOT = SPACES
               AND POST-EXPIRY-DATE-X NOT NUMERIC
               MOVE "REJECTED - EXPIRY NOT NUMERIC" TO LOG-STATUS
               MOVE "NO" TO TRANS-VALID-SWITCH
           END-IF.

      *honors the part's lifecycle status: an obsolete part takes no
      *movements except the adjustment that zeroes it out or a
      *return of the dead stock to its supplier, and an
      *inactive part takes no new receipts but can still issue down
      *and transfer - nor can one be built as a kit, which receives
      *it. a status the file has never been set to (blank
      *on an unconverted record) blocks nothing
       311-CHECK-PART-STATUS.
           EVALUATE TRUE
               WHEN PART-OBSOLETE AND POST-TRANS-CODE NOT = "A"
                   AND POST-TRANS-CODE NOT = "V"
                   MOVE "REJECTED - PART OBSOLETE" TO LOG-STATUS
                   MOVE "NO" TO TRANS-VALID-SWITCH
               WHEN PART-INACTIVE
                   AND (POST-TRANS-CODE = "R" OR POST-TRANS-CODE = "K")
                   MOVE "REJECTED - PART INACTIVE" TO LOG-STATUS
                   MOVE "NO" TO TRANS-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *a lot-controlled part is received - keyed, from the dock or
      *off a kit build - only into a named lot with its expiry date,
      *so every unit that comes in can be drawn in expiry order
       312-CHECK-LOT-FIELDS.
           IF PART-LOT-CONTROLLED
               AND (POST-TRANS-CODE = "R" OR POST-TRANS-CODE = "K")
               IF POST-LOT-NUMBER = SPACES
                   OR POST-EXPIRY-DATE-X NOT NUMERIC
                   MOVE "REJECTED - LOT/EXPIRY MISSING" TO LOG-STATUS
                   MOVE "NO" TO TRANS-VALID-SWITCH
               ELSE
                   IF POST-EXPIRY-DATE = ZERO
                       MOVE "REJECTED - LOT/EXPIRY MISSING"
                           TO LOG-STATUS
                       MOVE "NO" TO TRANS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

      *random read of the inventory master for the transaction's part
       304-READ-INVENT-MASTER.
           MOVE POST-PART-NUMBER TO PART-NUMBER.
           WRITE POST-LOG-RECORD-OUT.
           MOVE SPACES TO POST-LOG-RECORD-OUT.
           STRING "QTY TRANSFERRED " QTY-TRANSFERRED-TOTAL
               " RETURNED " QTY-RETURNED-TOTAL
               DELIMITED BY SIZE INTO POST-LOG-RECORD-OUT.
           WRITE POST-LOG-RECORD-OUT.
           MOVE SPACES TO POST-LOG-RECORD-OUT.
           STRING "KITS BUILT " QTY-KITS-BUILT-TOTAL
               DELIMITED BY SIZE INTO POST-LOG-RECORD-OUT.
           WRITE POST-LOG-RECORD-OUT.

       306-CLOSE-POST-FILES.
           CLOSE INVENT-FILE DEMAND-FILE LOCATION-QTY-FILE
               MOVEMENT-HISTORY-FILE BACKORDER-FILE
               RESERVATION-FILE KIT-FILE LOT-QTY-FILE
               INVENT-TRANS-FILE REPLEN-TRANS-FILE
               GENERATED-TRANS-FILE INVENT-POST-LOG.
           OPEN OUTPUT GENERATED-TRANS-FILE.
           CLOSE GENERATED-TRANS-FILE.

      *checks the keyed batch, or the replenishment batch when that
      *is the one switched to, before anything is applied: the first
      *line must be a header and the last a trailer, and the
      *trailer's record count and hash totals must agree with the
      *lines between them. a batch that passes is looked up on the
      *batch register and registered, so it can never post twice.
      *an empty file is no batch at all and is passed over
       313-CHECK-BATCH-CONTROLS.
           MOVE "NO" TO BATCH-OK-SWITCH.
           MOVE "NO" TO BATCH-EMPTY-SWITCH.
           MOVE "NO" TO TRAILER-SEEN-SWITCH.
           MOVE "NO" TO EOF-FLAG-BATCH.
           MOVE SPACES TO BATCH-ID-WS.
           MOVE SPACES TO BATCH-REJECT-REASON.
           MOVE ZERO TO BATCH-DATE-WS.
           MOVE ZERO TO BATCH-RECORDS-COUNTED.
           MOVE ZERO TO BATCH-PART-HASH-WS.
           MOVE ZERO TO BATCH-QTY-HASH-WS.
           IF CHECKING-REPLEN
               OPEN INPUT REPLEN-TRANS-FILE
           ELSE
               OPEN INPUT INVENT-TRANS-FILE
           END-IF.
           PERFORM 314-READ-BATCH-RECORD.
           IF EOF-FLAG-BATCH = "YES"
               MOVE "YES" TO BATCH-EMPTY-SWITCH
           ELSE
               MOVE INVENT-TRANS-RECORD TO BATCH-CONTROL-RECORD
               IF NOT BATCH-HEADER
                   MOVE "NO BATCH HEADER" TO BATCH-REJECT-REASON
               ELSE
                   IF BATCH-ID = SPACES OR BATCH-DATE-X NOT NUMERIC
                       MOVE "BATCH HEADER INVALID"
                           TO BATCH-REJECT-REASON
                   ELSE
                       MOVE BATCH-ID TO BATCH-ID-WS
                       MOVE BATCH-DATE TO BATCH-DATE-WS
                       PERFORM 314-READ-BATCH-RECORD
                       PERFORM 315-COUNT-BATCH-RECORD
                           UNTIL EOF-FLAG-BATCH = "YES"
                       PERFORM 316-CHECK-BATCH-TRAILER
                   END-IF
               END-IF
           END-IF.
           IF CHECKING-REPLEN
               CLOSE REPLEN-TRANS-FILE
           ELSE
               CLOSE INVENT-TRANS-FILE
           END-IF.
           IF BATCH-REJECT-REASON = SPACES AND NOT BATCH-EMPTY
               PERFORM 317-CHECK-BATCH-REGISTER
           END-IF.

      *read one line of the batch for the control check
       314-READ-BATCH-RECORD.
           IF CHECKING-REPLEN
               READ REPLEN-TRANS-FILE INTO INVENT-TRANS-RECORD
                   AT END
                       MOVE "YES" TO EOF-FLAG-BATCH
               END-READ
           ELSE
               READ INVENT-TRANS-FILE
                   AT END
                       MOVE "YES" TO EOF-FLAG-BATCH
               END-READ
           END-IF.

      *tallies one line of the batch - a transaction line into the
      *count and the hash totals, the trailer into its hold area. a
      *line after the trailer or a second header means two batches
      *ran together or the file was damaged in transfer
       315-COUNT-BATCH-RECORD.
           MOVE INVENT-TRANS-RECORD TO BATCH-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE "LINES AFTER TRAILER" TO BATCH-REJECT-REASON
               WHEN BATCH-TRAILER
                   MOVE "YES" TO TRAILER-SEEN-SWITCH
                   MOVE BATCH-CONTROL-RECORD TO BATCH-TRAILER-HOLD
               WHEN BATCH-HEADER
                   MOVE "SECOND BATCH HEADER" TO BATCH-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO BATCH-RECORDS-COUNTED
                   IF POST-PART-NUMBER-X NUMERIC
                       ADD POST-PART-NUMBER TO BATCH-PART-HASH-WS
                   END-IF
                   IF POST-TRANS-QTY-X NUMERIC
                       ADD POST-TRANS-QTY TO BATCH-QTY-HASH-WS
                   END-IF
           END-EVALUATE.
           PERFORM 314-READ-BATCH-RECORD.

      *compares the trailer with the lines actually received - the
      *hash totals are compared on their low-order eleven digits
       316-CHECK-BATCH-TRAILER.
           MOVE BATCH-TRAILER-HOLD TO BATCH-CONTROL-RECORD.
           MOVE BATCH-PART-HASH-WS TO BATCH-PART-CHECK-WS.
           MOVE BATCH-QTY-HASH-WS TO BATCH-QTY-CHECK-WS.
           EVALUATE TRUE
               WHEN BATCH-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT TRAILER-SEEN
                   MOVE "NO BATCH TRAILER" TO BATCH-REJECT-REASON
               WHEN BATCH-RECORD-COUNT-X NOT NUMERIC
                   OR BATCH-PART-HASH-X NOT NUMERIC
                   OR BATCH-QTY-HASH-X NOT NUMERIC
                   MOVE "BATCH TRAILER INVALID" TO BATCH-REJECT-REASON
               WHEN BATCH-RECORD-COUNT NOT = BATCH-RECORDS-COUNTED
                   MOVE "RECORD COUNT MISMATCH" TO BATCH-REJECT-REASON
               WHEN BATCH-PART-HASH NOT = BATCH-PART-CHECK-WS
                   MOVE "PART HASH MISMATCH" TO BATCH-REJECT-REASON
               WHEN BATCH-QTY-HASH NOT = BATCH-QTY-CHECK-WS
                   MOVE "QUANTITY HASH MISMATCH" TO BATCH-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *a batch already on the register was applied before and is
      *refused; a new one is registered before its first line is
      *applied
       317-CHECK-BATCH-REGISTER.
           OPEN I-O BATCH-REGISTER-FILE.
           IF CHECKING-REPLEN
               MOVE "REPLTRN" TO BREG-FILE-NAME
           ELSE
               MOVE "INVTRN" TO BREG-FILE-NAME
           END-IF.
           MOVE BATCH-ID-WS TO BREG-BATCH-ID.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   PERFORM 318-REGISTER-BATCH
               NOT INVALID KEY
                   STRING "ALREADY POSTED " BREG-APPLIED-DATE
                       DELIMITED BY SIZE INTO BATCH-REJECT-REASON
           END-READ.
           CLOSE BATCH-REGISTER-FILE.

      *records the batch on the register as applied
       318-REGISTER-BATCH.
           MOVE BATCH-DATE-WS TO BREG-BATCH-DATE.
           MOVE CURRENT-DATE-WS TO BREG-APPLIED-DATE.
           MOVE BATCH-RECORDS-COUNTED TO BREG-RECORD-COUNT.
           MOVE "INVENT-POST" TO BREG-PROGRAM.
           WRITE BATCH-REGISTER-RECORD
               INVALID KEY
                   MOVE "REGISTER WRITE FAILED" TO BATCH-REJECT-REASON
               NOT INVALID KEY
                   MOVE "YES" TO BATCH-OK-SWITCH
           END-WRITE.

      *puts the outcome of the batch check on the log; a rejected
      *batch also sets a return code the scheduler can test
       319-WRITE-BATCH-LOG.
           MOVE SPACES TO POST-LOG-RECORD-OUT.
           EVALUATE TRUE
               WHEN BATCH-EMPTY AND CHECKING-REPLEN
                   MOVE "NO REPLENISHMENT BATCH TO POST"
                       TO POST-LOG-RECORD-OUT
               WHEN BATCH-EMPTY
                   MOVE "NO KEYED BATCH TO POST" TO POST-LOG-RECORD-OUT
               WHEN BATCH-OK
                   STRING "BATCH " BATCH-ID-WS " ACCEPTED - LINES "
                       BATCH-RECORDS-COUNTED
                       DELIMITED BY SIZE INTO POST-LOG-RECORD-OUT
               WHEN OTHER
                   STRING "BATCH " BATCH-ID-WS " REJECTED - "
                       BATCH-REJECT-REASON
                       DELIMITED BY SIZE INTO POST-LOG-RECORD-OUT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE POST-LOG-RECORD-OUT.

      *adds a receipt to on-hand and stamps the last-received date,
      *rejecting a receipt that would overflow the on-hand picture
       401-POST-RECEIPT.
                   PERFORM 405-REWRITE-INVENT-MASTER
                   IF LOG-STATUS = "POSTED"
                       ADD POST-TRANS-QTY TO QTY-RECEIVED-TOTAL
                       IF PART-LOT-CONTROLLED
                           PERFORM 451-RECEIVE-INTO-LOT
                       END-IF
                       PERFORM 409-WRITE-MOVEMENT-RECORD
                       MOVE SPACES TO LEDGER-LOT-WS
                       IF POST-LOCATION-CODE NOT = SPACES
                           MOVE POST-LOCATION-CODE TO LOC-WORK-CODE
                           PERFORM 410-ADD-TO-LOCATION
      *the named location's holding - is no longer bounced and
      *dropped: the available portion issues and the shortfall goes
      *to the backorder file, so the demand stops evaporating and
      *422 can fill it when a later receipt posts for the part. a
      *lot-controlled part cannot issue its expired lots unless the
      *issue names the lot, so they are held back from what is
      *available - on a named-lot issue every expired lot but the
      *named one, since what the named lot cannot cover is drawn
      *from the other lots in expiry order
       402-POST-ISSUE.
           MOVE QUANTITY TO ISSUE-AVAIL-WS.
           IF POST-LOCATION-CODE NOT = SPACES
                   MOVE LOC-AVAIL-QTY-WS TO ISSUE-AVAIL-WS
               END-IF
           END-IF.
           IF PART-LOT-CONTROLLED
               PERFORM 443-HOLD-BACK-EXPIRED
           END-IF.
           IF POST-TRANS-QTY > ISSUE-AVAIL-WS
               PERFORM 419-BACKORDER-SHORT-ISSUE
           ELSE
                   ADD POST-TRANS-QTY TO QTY-ISSUED-TOTAL
                   MOVE POST-TRANS-QTY TO DEMAND-ADD-QTY-WS
                   PERFORM 406-ACCUMULATE-DEMAND
                   PERFORM 440-WRITE-ISSUE-MOVEMENT
                   IF POST-LOCATION-CODE NOT = SPACES
                       MOVE POST-LOCATION-CODE TO LOC-WORK-CODE
                       PERFORM 411-TAKE-FROM-LOCATION
                       MOVE ISSUE-AVAIL-WS TO DEMAND-ADD-QTY-WS
                       PERFORM 406-ACCUMULATE-DEMAND
                       MOVE ISSUE-AVAIL-WS TO LEDGER-QTY-WS
                       PERFORM 440-WRITE-ISSUE-MOVEMENT
                       IF POST-LOCATION-CODE NOT = SPACES
                           MOVE POST-LOCATION-CODE TO LOC-WORK-CODE
                           MOVE ISSUE-AVAIL-WS TO TAKE-QTY-WS
      *writes the shortfall to the backorder file, oldest first
      *under the part by date and sequence, and logs the result. the
      *sequence is bumped past any backorder already on file for the
      *same part and date. the issue's job reference goes with it so
      *the fill is still charged to the job
       420-WRITE-BACKORDER.
           MOVE "NO" TO BKO-WRITTEN-SWITCH.
           MOVE POST-PART-NUMBER TO BKO-PART-NUMBER.
           MOVE 1 TO BKO-SEQUENCE.
           MOVE BKO-SHORT-WS TO BKO-QTY-SHORT.
           MOVE POST-LOCATION-CODE TO BKO-LOCATION-CODE.
           MOVE POST-JOB-REF TO BKO-JOB-REF.
           PERFORM 421-TRY-BACKORDER-WRITE
               UNTIL BKO-WRITTEN OR BKO-SEQUENCE = 99999.
           IF BKO-WRITTEN

      *fills as much of one backorder as the arrived stock allows -
      *bounded by the master total and, when the receipt named a
      *location, by that location's holding, less any expired lot
      *stock of a lot-controlled part. the fill is booked to the job
      *the backorder was raised for
       424-APPLY-ONE-FILL.
           MOVE BKO-QTY-SHORT TO FILL-QTY-WS.
           MOVE QUANTITY TO ISSUE-AVAIL-WS.
           IF POST-LOCATION-CODE NOT = SPACES
               PERFORM 418-GET-LOCATION-AVAIL
               IF LOC-AVAIL-QTY-WS < ISSUE-AVAIL-WS
                   MOVE LOC-AVAIL-QTY-WS TO ISSUE-AVAIL-WS
               END-IF
           END-IF.
           IF PART-LOT-CONTROLLED
               PERFORM 443-HOLD-BACK-EXPIRED
           END-IF.
           IF FILL-QTY-WS > ISSUE-AVAIL-WS
               MOVE ISSUE-AVAIL-WS TO FILL-QTY-WS
           END-IF.
           IF FILL-QTY-WS = ZERO
               MOVE "YES" TO BKO-SCAN-DONE-SWITCH
           ELSE
                       PERFORM 406-ACCUMULATE-DEMAND
                       MOVE "I" TO LEDGER-CODE-WS
                       MOVE FILL-QTY-WS TO LEDGER-QTY-WS
                       MOVE BKO-JOB-REF TO LEDGER-JOB-REF-WS
                       PERFORM 440-WRITE-ISSUE-MOVEMENT
                       IF POST-LOCATION-CODE NOT = SPACES
                           MOVE POST-LOCATION-CODE TO LOC-WORK-CODE
                           MOVE FILL-QTY-WS TO TAKE-QTY-WS
      *tracks instead), so the commitment comes off RESERVE.TXT and
      *stops counting against the part's available-to-promise. both
      *branches of a short issue release it alike - the backorder
      *now stands for what the job is still owed, so a claim left
      *live here would count the shortfall twice. a reservation
      *smaller than the issue just comes off whole; one larger
      *keeps the balance of its claim. an issue naming a job with
      *no reservation on file is logged so the counter can chase
      *an adjustment carrying a location code - the held-cycle-count
      *sign-off path - sets that location's record to the counted
      *quantity and moves the master total by the same difference,
      *so the book and location views stay in step. the lots of a
      *lot-controlled part follow the count by the same difference
       403-POST-ADJUSTMENT.
           IF POST-LOCATION-CODE = SPACES
               COMPUTE ADJUST-DELTA-WS = POST-TRANS-QTY - QUANTITY
               MOVE POST-TRANS-QTY TO QUANTITY
               PERFORM 405-REWRITE-INVENT-MASTER
               IF LOG-STATUS = "POSTED"
                   ADD POST-TRANS-QTY TO QTY-ADJUSTED-TOTAL
                   PERFORM 409-WRITE-MOVEMENT-RECORD
                   IF PART-LOT-CONTROLLED
                       PERFORM 449-ADJUST-LOTS
                   END-IF
               END-IF
           ELSE
               PERFORM 413-ADJUST-LOCATION-COUNT
           IF LOG-STATUS = "POSTED"
               ADD POST-TRANS-QTY TO QTY-ADJUSTED-TOTAL
               PERFORM 409-WRITE-MOVEMENT-RECORD
               IF PART-LOT-CONTROLLED
                   PERFORM 449-ADJUST-LOTS
               END-IF
           END-IF.

      *appends one accepted movement to the permanent ledger file so
           MOVE POST-LOCATION-CODE TO MOVEHIST-LOCATION-CODE.
           MOVE POST-LOCATION-TO TO MOVEHIST-LOCATION-TO.
           MOVE QUANTITY TO MOVEHIST-NEW-ON-HAND.
           MOVE LEDGER-SOURCE-WS TO MOVEHIST-SOURCE.
           MOVE LEDGER-JOB-REF-WS TO MOVEHIST-JOB-REF.
           MOVE LEDGER-LOT-WS TO MOVEHIST-LOT-NUMBER.
           PERFORM 417-TRY-MOVEMENT-WRITE
               UNTIL MOVE-WRITTEN OR MOVEHIST-SEQUENCE = 99999.
           IF NOT MOVE-WRITTEN
      *stock on hand from before location adoption gets assigned to
      *a stockroom. the from side must hold enough stock, the
      *to-location must have room in its picture, and the
      *to-location is started off if it is new. the lots of a
      *lot-controlled part move across with the stock
       408-POST-TRANSFER.
           MOVE "YES" TO LOCATION-OK-SWITCH.
           IF POST-LOCATION-CODE = SPACES
               END-IF
               MOVE POST-LOCATION-TO TO LOC-WORK-CODE
               PERFORM 410-ADD-TO-LOCATION
               IF PART-LOT-CONTROLLED
                   PERFORM 447-TRANSFER-LOTS
               END-IF
               MOVE "TRANSFERRED" TO LOG-STATUS
               ADD 1 TO TRANS-ACCEPTED
               ADD POST-TRANS-QTY TO QTY-TRANSFERRED-TOTAL
                   ADD 1 TO TRANS-ACCEPTED
           END-REWRITE.
           PERFORM 404-WRITE-LOG-RECORD.

      *sends returned goods back to the supplier: the master and,
      *when the return names one, the stockroom both give up the
      *quantity and the ledger books it under the "V" code. unlike
      *an issue there is no backorder for a short return - the goods
      *are either on the shelf to go back or the return is rejected
      *- and no demand, activity date or reservation is touched,
      *since nothing was consumed
       427-POST-VENDOR-RETURN.
           MOVE "YES" TO LOCATION-OK-SWITCH.
           IF POST-TRANS-QTY > QUANTITY
               MOVE "NO" TO LOCATION-OK-SWITCH
               MOVE "REJECTED - SHORT ON HAND" TO LOG-STATUS
           ELSE
               IF POST-LOCATION-CODE NOT = SPACES
                   PERFORM 412-CHECK-LOCATION-STOCK
                   IF NOT LOCATION-OK
                       MOVE "REJECTED - SHORT AT LOCATION"
                           TO LOG-STATUS
                   END-IF
               END-IF
           END-IF.
           IF NOT LOCATION-OK
               ADD 1 TO TRANS-REJECTED
               PERFORM 404-WRITE-LOG-RECORD
           ELSE
               SUBTRACT POST-TRANS-QTY FROM QUANTITY
               PERFORM 405-REWRITE-INVENT-MASTER
               IF LOG-STATUS = "POSTED"
                   ADD POST-TRANS-QTY TO QTY-RETURNED-TOTAL
                   PERFORM 440-WRITE-ISSUE-MOVEMENT
                   IF POST-LOCATION-CODE NOT = SPACES
                       MOVE POST-LOCATION-CODE TO LOC-WORK-CODE
                       PERFORM 411-TAKE-FROM-LOCATION
                   END-IF
               END-IF
           END-IF.

      *builds kits: the parent's receipt must fit its on-hand
      *picture, the kit must be on the kit master, and every
      *component must be on file, not obsolete and on hand in the
      *quantity the build needs - on the master and, when the build
      *names a location, in that stockroom. only when all of that
      *holds are the components issued and the parent received; one
      *failing component rejects the whole build and is named on a
      *second log line
       428-POST-KIT-BUILD.
           MOVE "YES" TO KIT-BUILD-OK-SWITCH.
           MOVE ZERO TO KIT-SHORT-I.
           IF QUANTITY + POST-TRANS-QTY > 9999999
               MOVE "NO" TO KIT-BUILD-OK-SWITCH
               MOVE "REJECTED - ON HAND OVERFLOW" TO LOG-STATUS
           ELSE
               PERFORM 429-LOAD-KIT-COMPONENTS
               EVALUATE TRUE
                   WHEN KIT-COMP-COUNT = ZERO
                       MOVE "NO" TO KIT-BUILD-OK-SWITCH
                       MOVE "REJECTED - NO KIT ON FILE" TO LOG-STATUS
                   WHEN KIT-TOO-LARGE
                       MOVE "NO" TO KIT-BUILD-OK-SWITCH
                       MOVE "REJECTED - KIT OVER 100 PARTS"
                           TO LOG-STATUS
                   WHEN OTHER
                       PERFORM 431-CHECK-KIT-COMPONENT
                           VARYING KIT-I FROM 1 BY 1
                           UNTIL KIT-I > KIT-COMP-COUNT
                           OR NOT KIT-BUILD-OK
               END-EVALUATE
           END-IF.
           IF NOT KIT-BUILD-OK
               ADD 1 TO TRANS-REJECTED
               PERFORM 404-WRITE-LOG-RECORD
               IF KIT-SHORT-I > ZERO
                   PERFORM 435-LOG-FAILING-COMPONENT
               END-IF
           ELSE
               MOVE POST-PART-NUMBER TO KIT-PARENT-HOLD
               MOVE POST-TRANS-QTY TO KIT-COUNT-HOLD
               MOVE "KIT  " TO LEDGER-SOURCE-WS
               PERFORM 433-ISSUE-KIT-COMPONENT
                   VARYING KIT-I FROM 1 BY 1
                   UNTIL KIT-I > KIT-COMP-COUNT
               MOVE KIT-PARENT-HOLD TO POST-PART-NUMBER
               MOVE KIT-COUNT-HOLD TO POST-TRANS-QTY
               PERFORM 434-RECEIVE-KIT-PARENT
           END-IF.

      *loads the kit's component lines from the kit master, with the
      *quantity of each the build needs
       429-LOAD-KIT-COMPONENTS.
           MOVE ZERO TO KIT-COMP-COUNT.
           MOVE "NO" TO KIT-TOO-LARGE-SWITCH.
           MOVE "NO" TO KIT-SCAN-DONE-SWITCH.
           MOVE POST-PART-NUMBER TO KIT-PARENT-PART.
           MOVE ZERO TO KIT-COMPONENT-PART.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE "YES" TO KIT-SCAN-DONE-SWITCH
           END-START.
           PERFORM 430-READ-NEXT-KIT-LINE
               UNTIL KIT-SCAN-DONE.

      *reads the next kit line into the table, stopping once the key
      *walks past the kit being built
       430-READ-NEXT-KIT-LINE.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO KIT-SCAN-DONE-SWITCH
               NOT AT END
                   IF KIT-PARENT-PART NOT = POST-PART-NUMBER
                       MOVE "YES" TO KIT-SCAN-DONE-SWITCH
                   ELSE
                       IF KIT-COMP-COUNT < 100
                           ADD 1 TO KIT-COMP-COUNT
                           MOVE KIT-COMPONENT-PART
                               TO KIT-BUILD-PART(KIT-COMP-COUNT)
                           COMPUTE KIT-BUILD-QTY(KIT-COMP-COUNT) =
                               KIT-QTY-PER * POST-TRANS-QTY
                       ELSE
                           MOVE "YES" TO KIT-TOO-LARGE-SWITCH
                           MOVE "YES" TO KIT-SCAN-DONE-SWITCH
                       END-IF
                   END-IF
           END-READ.

      *checks one component can be issued for the build - on file,
      *not obsolete, and enough on hand on the master and at the
      *build location, not counting expired lots
       431-CHECK-KIT-COMPONENT.
           MOVE KIT-BUILD-PART(KIT-I) TO PART-NUMBER.
           PERFORM 432-READ-KIT-PART-MASTER.
           EVALUATE TRUE
               WHEN NOT KIT-PART-FOUND
                   MOVE "REJECTED - COMPONENT MISSING" TO LOG-STATUS
                   MOVE "NO" TO KIT-BUILD-OK-SWITCH
               WHEN PART-OBSOLETE
                   MOVE "REJECTED - COMPONENT OBSOLETE" TO LOG-STATUS
                   MOVE "NO" TO KIT-BUILD-OK-SWITCH
               WHEN KIT-BUILD-QTY(KIT-I) > QUANTITY
                   MOVE "REJECTED - COMPONENT SHORT" TO LOG-STATUS
                   MOVE "NO" TO KIT-BUILD-OK-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF KIT-BUILD-OK AND POST-LOCATION-CODE NOT = SPACES
               MOVE KIT-BUILD-PART(KIT-I) TO LOCQTY-PART-NUMBER
               MOVE POST-LOCATION-CODE TO LOCQTY-LOCATION-CODE
               READ LOCATION-QTY-FILE
                   INVALID KEY
                       MOVE "NO" TO KIT-BUILD-OK-SWITCH
                   NOT INVALID KEY
                       IF KIT-BUILD-QTY(KIT-I) > LOCQTY-ON-HAND
                           MOVE "NO" TO KIT-BUILD-OK-SWITCH
                       END-IF
               END-READ
               IF NOT KIT-BUILD-OK
                   MOVE "REJECTED - COMPONENT SHORT" TO LOG-STATUS
               END-IF
           END-IF.
           IF KIT-BUILD-OK AND PART-LOT-CONTROLLED
               PERFORM 450-CHECK-KIT-COMPONENT-LOTS
           END-IF.
           IF NOT KIT-BUILD-OK
               MOVE KIT-I TO KIT-SHORT-I
           END-IF.

      *random read of the inventory master for one part of a kit -
      *a component or the parent itself
       432-READ-KIT-PART-MASTER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO KIT-PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO KIT-PART-FOUND-SWITCH
           END-READ.

      *issues one component into the build. the transaction's part
      *and quantity are pointed at the component for the duration,
      *so the shared demand, ledger, location and log paragraphs
      *apply to it exactly as they would to a keyed issue
       433-ISSUE-KIT-COMPONENT.
           MOVE KIT-BUILD-PART(KIT-I) TO POST-PART-NUMBER.
           MOVE KIT-BUILD-QTY(KIT-I) TO POST-TRANS-QTY.
           MOVE POST-PART-NUMBER TO PART-NUMBER.
           PERFORM 432-READ-KIT-PART-MASTER.
           IF KIT-PART-FOUND
               SUBTRACT POST-TRANS-QTY FROM QUANTITY
               MOVE POST-TRANS-DATE TO LAST-ISSUED-DATE
               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       MOVE "COMPONENT REWRITE FAILED" TO LOG-STATUS
                       PERFORM 404-WRITE-LOG-RECORD
                   NOT INVALID KEY
                       ADD POST-TRANS-QTY TO QTY-ISSUED-TOTAL
                       MOVE POST-TRANS-QTY TO DEMAND-ADD-QTY-WS
                       PERFORM 406-ACCUMULATE-DEMAND
                       MOVE "I" TO LEDGER-CODE-WS
                       MOVE POST-TRANS-QTY TO LEDGER-QTY-WS
                       PERFORM 440-WRITE-ISSUE-MOVEMENT
                       IF POST-LOCATION-CODE NOT = SPACES
                           MOVE POST-LOCATION-CODE TO LOC-WORK-CODE
                           MOVE POST-TRANS-QTY TO TAKE-QTY-WS
                           PERFORM 411-TAKE-FROM-LOCATION
                       END-IF
                       MOVE "KIT COMPONENT ISSUED" TO LOG-STATUS
                       PERFORM 404-WRITE-LOG-RECORD
               END-REWRITE
           ELSE
               MOVE "COMPONENT READ FAILED" TO LOG-STATUS
               PERFORM 404-WRITE-LOG-RECORD
           END-IF.

      *receives the finished kits into the parent part at the build
      *location, then lets them fill any backorders for the parent
      *the same way a receipt does
       434-RECEIVE-KIT-PARENT.
           MOVE POST-PART-NUMBER TO PART-NUMBER.
           PERFORM 432-READ-KIT-PART-MASTER.
           IF KIT-PART-FOUND
               ADD POST-TRANS-QTY TO QUANTITY
               MOVE POST-TRANS-DATE TO LAST-RECEIVED-DATE
               PERFORM 405-REWRITE-INVENT-MASTER
               IF LOG-STATUS = "POSTED"
                   ADD POST-TRANS-QTY TO QTY-KITS-BUILT-TOTAL
                   MOVE "R" TO LEDGER-CODE-WS
                   MOVE POST-TRANS-QTY TO LEDGER-QTY-WS
                   IF PART-LOT-CONTROLLED
                       PERFORM 451-RECEIVE-INTO-LOT
                   END-IF
                   PERFORM 409-WRITE-MOVEMENT-RECORD
                   MOVE SPACES TO LEDGER-LOT-WS
                   IF POST-LOCATION-CODE NOT = SPACES
                       MOVE POST-LOCATION-CODE TO LOC-WORK-CODE
                       PERFORM 410-ADD-TO-LOCATION
                   END-IF
                   MOVE "POST " TO LEDGER-SOURCE-WS
                   PERFORM 422-FILL-BACKORDERS
               END-IF
           ELSE
               MOVE "REJECTED - PARENT READ FAILED" TO LOG-STATUS
               ADD 1 TO TRANS-REJECTED
               PERFORM 404-WRITE-LOG-RECORD
           END-IF.

      *names the component that stopped a rejected build on its own
      *log line, with the quantity the build needed of it
       435-LOG-FAILING-COMPONENT.
           MOVE POST-PART-NUMBER TO KIT-PARENT-HOLD.
           MOVE POST-TRANS-QTY TO KIT-COUNT-HOLD.
           MOVE KIT-BUILD-PART(KIT-SHORT-I) TO POST-PART-NUMBER.
           IF KIT-BUILD-QTY(KIT-SHORT-I) > 9999999
               MOVE 9999999 TO POST-TRANS-QTY
           ELSE
               MOVE KIT-BUILD-QTY(KIT-SHORT-I) TO POST-TRANS-QTY
           END-IF.
           MOVE "COMPONENT HELD UP KIT BUILD" TO LOG-STATUS.
           PERFORM 404-WRITE-LOG-RECORD.
           MOVE KIT-PARENT-HOLD TO POST-PART-NUMBER.
           MOVE KIT-COUNT-HOLD TO POST-TRANS-QTY.

      *draws LOT-DRAW-QTY-WS off the part's lots at LOT-WORK-CODE -
      *the lot the transaction names first, then the rest earliest
      *expiry first - listing each lot drawn in the take table. what
      *the lots cannot cover is left in LOT-DRAW-QTY-WS. a named lot
      *not held at the location is logged and the draw carries on
      *in expiry order
       436-DRAW-FROM-LOTS.
           MOVE ZERO TO LOT-TAKE-COUNT.
           IF LOT-NAMED-WS NOT = SPACES
               MOVE LOT-NAMED-WS TO LOT-FILTER-WS
               PERFORM 437-SCAN-LOTS
               IF LOT-TAKE-COUNT = ZERO
                   MOVE "NAMED LOT NOT AT LOCATION" TO LOG-STATUS
                   PERFORM 404-WRITE-LOG-RECORD
               END-IF
           END-IF.
           IF LOT-DRAW-QTY-WS > ZERO
               MOVE SPACES TO LOT-FILTER-WS
               PERFORM 437-SCAN-LOTS
           END-IF.

      *positions on the part's first lot at the location - the key
      *puts them in expiry order - and walks forward through them
       437-SCAN-LOTS.
           MOVE "NO" TO LOT-SCAN-DONE-SWITCH.
           MOVE PART-NUMBER TO LOTQTY-PART-NUMBER.
           MOVE LOT-WORK-CODE TO LOTQTY-LOCATION-CODE.
           MOVE ZERO TO LOTQTY-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOTQTY-LOT-NUMBER.
           START LOT-QTY-FILE KEY IS NOT LESS THAN LOTQTY-KEY
               INVALID KEY
                   MOVE "YES" TO LOT-SCAN-DONE-SWITCH
           END-START.
           PERFORM 438-DRAW-NEXT-LOT
               UNTIL LOT-SCAN-DONE.

      *reads the next lot, stopping once the key walks past the part
      *and location, the draw is satisfied or the take table is full
       438-DRAW-NEXT-LOT.
           READ LOT-QTY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO LOT-SCAN-DONE-SWITCH
               NOT AT END
                   IF LOTQTY-PART-NUMBER NOT = PART-NUMBER
                       OR LOTQTY-LOCATION-CODE NOT = LOT-WORK-CODE
                       OR LOT-DRAW-QTY-WS = ZERO
                       OR LOT-TAKE-COUNT = 50
                       MOVE "YES" TO LOT-SCAN-DONE-SWITCH
                   ELSE
                       PERFORM 439-TAKE-FROM-LOT
                   END-IF
           END-READ.

      *takes what the draw still needs from one lot, passing over a
      *lot other than the named one on the named pass and, when the
      *caller asks, a lot already expired on the transaction date.
      *an emptied lot comes off the file
       439-TAKE-FROM-LOT.
           EVALUATE TRUE
               WHEN LOT-FILTER-WS NOT = SPACES
                   AND LOTQTY-LOT-NUMBER NOT = LOT-FILTER-WS
                   CONTINUE
               WHEN LOT-FILTER-WS = SPACES AND LOT-SKIP-EXPIRED
                   AND LOTQTY-EXPIRY-DATE < POST-TRANS-DATE
                   CONTINUE
               WHEN LOTQTY-ON-HAND = ZERO
                   CONTINUE
               WHEN OTHER
                   IF LOTQTY-ON-HAND < LOT-DRAW-QTY-WS
                       MOVE LOTQTY-ON-HAND TO LOT-TAKE-WS
                   ELSE
                       MOVE LOT-DRAW-QTY-WS TO LOT-TAKE-WS
                   END-IF
                   ADD 1 TO LOT-TAKE-COUNT
                   MOVE LOTQTY-LOT-NUMBER
                       TO LOT-TAKE-NUMBER(LOT-TAKE-COUNT)
                   MOVE LOTQTY-EXPIRY-DATE
                       TO LOT-TAKE-EXPIRY(LOT-TAKE-COUNT)
                   MOVE LOTQTY-RECEIVED-DATE
                       TO LOT-TAKE-RECEIVED(LOT-TAKE-COUNT)
                   MOVE LOT-TAKE-WS TO LOT-TAKE-QTY(LOT-TAKE-COUNT)
                   SUBTRACT LOT-TAKE-WS FROM LOT-DRAW-QTY-WS
                   SUBTRACT LOT-TAKE-WS FROM LOTQTY-ON-HAND
                   IF LOTQTY-ON-HAND = ZERO
                       DELETE LOT-QTY-FILE
                           INVALID KEY
                               MOVE "LOT DELETE FAILED" TO LOG-STATUS
                               PERFORM 404-WRITE-LOG-RECORD
                       END-DELETE
                   ELSE
                       REWRITE LOT-QTY-RECORD
                           INVALID KEY
                               MOVE "LOT REWRITE FAILED" TO LOG-STATUS
                               PERFORM 404-WRITE-LOG-RECORD
                       END-REWRITE
                   END-IF
           END-EVALUATE.

      *books an outgoing movement to the ledger. a lot-controlled
      *part first draws the quantity off its lots at the location -
      *passing over expired lots except on a return to vendor - and
      *books one movement per lot drawn
       440-WRITE-ISSUE-MOVEMENT.
           IF PART-LOT-CONTROLLED
               IF LEDGER-CODE-WS = "V"
                   MOVE "NO" TO LOT-SKIP-EXPIRED-SWITCH
               ELSE
                   MOVE "YES" TO LOT-SKIP-EXPIRED-SWITCH
               END-IF
               MOVE POST-LOCATION-CODE TO LOT-WORK-CODE
               MOVE LEDGER-QTY-WS TO LOT-DRAW-QTY-WS
               PERFORM 436-DRAW-FROM-LOTS
               PERFORM 441-WRITE-LOT-MOVEMENTS
           ELSE
               PERFORM 409-WRITE-MOVEMENT-RECORD
           END-IF.

      *writes one ledger movement per lot drawn, and a last one with
      *no lot for whatever the lots did not cover. the master is
      *already rewritten, so the new on-hand figure steps down from
      *the pre-issue balance lot by lot to the master QUANTITY
       441-WRITE-LOT-MOVEMENTS.
           MOVE QUANTITY TO LOT-QTY-SAVE-WS.
           MOVE LEDGER-QTY-WS TO LOT-ISSUE-TOTAL-WS.
           COMPUTE LOT-RUN-ON-HAND-WS = QUANTITY + LEDGER-QTY-WS.
           PERFORM 442-WRITE-ONE-LOT-MOVEMENT
               VARYING LOT-I FROM 1 BY 1
               UNTIL LOT-I > LOT-TAKE-COUNT.
           IF LOT-DRAW-QTY-WS > ZERO
               MOVE LOT-DRAW-QTY-WS TO LEDGER-QTY-WS
               MOVE SPACES TO LEDGER-LOT-WS
               MOVE LOT-QTY-SAVE-WS TO QUANTITY
               PERFORM 409-WRITE-MOVEMENT-RECORD
           END-IF.
           MOVE LOT-QTY-SAVE-WS TO QUANTITY.
           MOVE LOT-ISSUE-TOTAL-WS TO LEDGER-QTY-WS.
           MOVE SPACES TO LEDGER-LOT-WS.

      *books the movement for one lot drawn
       442-WRITE-ONE-LOT-MOVEMENT.
           MOVE LOT-TAKE-NUMBER(LOT-I) TO LEDGER-LOT-WS.
           MOVE LOT-TAKE-QTY(LOT-I) TO LEDGER-QTY-WS.
           SUBTRACT LOT-TAKE-QTY(LOT-I) FROM LOT-RUN-ON-HAND-WS.
           MOVE LOT-RUN-ON-HAND-WS TO QUANTITY.
           PERFORM 409-WRITE-MOVEMENT-RECORD.

      *takes the expired lot stock at the transaction's location off
      *the quantity available to issue, floored at zero. the lot the
      *transaction names may be issued expired, so it is not held
      *back
       443-HOLD-BACK-EXPIRED.
           MOVE POST-LOCATION-CODE TO LOT-WORK-CODE.
           PERFORM 444-GET-EXPIRED-LOT-QTY.
           IF LOT-EXPIRED-QTY-WS > ISSUE-AVAIL-WS
               MOVE ZERO TO ISSUE-AVAIL-WS
           ELSE
               SUBTRACT LOT-EXPIRED-QTY-WS FROM ISSUE-AVAIL-WS
           END-IF.

      *totals the part's lots at LOT-WORK-CODE that expired before
      *the transaction date - the key order puts them first
       444-GET-EXPIRED-LOT-QTY.
           MOVE ZERO TO LOT-EXPIRED-QTY-WS.
           MOVE "NO" TO LOT-SCAN-DONE-SWITCH.
           MOVE PART-NUMBER TO LOTQTY-PART-NUMBER.
           MOVE LOT-WORK-CODE TO LOTQTY-LOCATION-CODE.
           MOVE ZERO TO LOTQTY-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOTQTY-LOT-NUMBER.
           START LOT-QTY-FILE KEY IS NOT LESS THAN LOTQTY-KEY
               INVALID KEY
                   MOVE "YES" TO LOT-SCAN-DONE-SWITCH
           END-START.
           PERFORM 445-ADD-NEXT-EXPIRED-LOT
               UNTIL LOT-SCAN-DONE.

      *adds the next lot other than the named one into the expired
      *total, stopping at the first lot still in date or once the
      *key walks past the part and location
       445-ADD-NEXT-EXPIRED-LOT.
           READ LOT-QTY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO LOT-SCAN-DONE-SWITCH
               NOT AT END
                   IF LOTQTY-PART-NUMBER NOT = PART-NUMBER
                       OR LOTQTY-LOCATION-CODE NOT = LOT-WORK-CODE
                       OR LOTQTY-EXPIRY-DATE NOT < POST-TRANS-DATE
                       MOVE "YES" TO LOT-SCAN-DONE-SWITCH
                   ELSE
                       IF LOTQTY-LOT-NUMBER NOT = LOT-NAMED-WS
                           ADD LOTQTY-ON-HAND TO LOT-EXPIRED-QTY-WS
                       END-IF
                   END-IF
           END-READ.

      *adds LOT-ADD-QTY-WS into one lot of the part in hand at
      *LOT-WORK-CODE, starting the lot record the first time stock
      *of that lot lands there. an add that would overflow the lot's
      *picture is logged and left unapplied, as 410 does
       446-ADD-TO-LOT.
           MOVE PART-NUMBER TO LOTQTY-PART-NUMBER.
           MOVE LOT-WORK-CODE TO LOTQTY-LOCATION-CODE.
           MOVE LOT-ADD-EXPIRY-WS TO LOTQTY-EXPIRY-DATE.
           MOVE LOT-ADD-NUMBER-WS TO LOTQTY-LOT-NUMBER.
           READ LOT-QTY-FILE
               INVALID KEY
                   MOVE PART-NUMBER TO LOTQTY-PART-NUMBER
                   MOVE LOT-WORK-CODE TO LOTQTY-LOCATION-CODE
                   MOVE LOT-ADD-EXPIRY-WS TO LOTQTY-EXPIRY-DATE
                   MOVE LOT-ADD-NUMBER-WS TO LOTQTY-LOT-NUMBER
                   MOVE LOT-ADD-QTY-WS TO LOTQTY-ON-HAND
                   MOVE LOT-ADD-RECEIVED-WS TO LOTQTY-RECEIVED-DATE
                   WRITE LOT-QTY-RECORD
                       INVALID KEY
                           MOVE "LOT WRITE FAILED" TO LOG-STATUS
                           PERFORM 404-WRITE-LOG-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD LOT-ADD-QTY-WS TO LOTQTY-ON-HAND
                       ON SIZE ERROR
                           MOVE "LOT OVERFLOW - NOT ADDED"
                               TO LOG-STATUS
                           PERFORM 404-WRITE-LOG-RECORD
                       NOT ON SIZE ERROR
                           REWRITE LOT-QTY-RECORD
                               INVALID KEY
                                   MOVE "LOT REWRITE FAILED"
                                       TO LOG-STATUS
                                   PERFORM 404-WRITE-LOG-RECORD
                           END-REWRITE
                   END-ADD
           END-READ.

      *carries a transfer's lots across: the quantity is drawn off
      *the from-location's lots, expired or not, and each lot drawn
      *is added to the to-location under the same lot number,
      *expiry and received date. a replenishment transfer is meant
      *to refill a stockroom with stock it can issue, so it passes
      *over the expired lots, falling back on them only for what the
      *lots in date cannot cover so the lots stay level with the
      *locations
       447-TRANSFER-LOTS.
           IF READING-REPLEN
               MOVE "YES" TO LOT-SKIP-EXPIRED-SWITCH
           ELSE
               MOVE "NO" TO LOT-SKIP-EXPIRED-SWITCH
           END-IF.
           MOVE POST-LOCATION-CODE TO LOT-WORK-CODE.
           MOVE POST-TRANS-QTY TO LOT-DRAW-QTY-WS.
           PERFORM 436-DRAW-FROM-LOTS.
           IF LOT-DRAW-QTY-WS > ZERO AND LOT-SKIP-EXPIRED
               MOVE "NO" TO LOT-SKIP-EXPIRED-SWITCH
               MOVE SPACES TO LOT-FILTER-WS
               PERFORM 437-SCAN-LOTS
           END-IF.
           MOVE POST-LOCATION-TO TO LOT-WORK-CODE.
           PERFORM 448-MOVE-ONE-LOT
               VARYING LOT-I FROM 1 BY 1
               UNTIL LOT-I > LOT-TAKE-COUNT.

      *lands one drawn lot at the to-location
       448-MOVE-ONE-LOT.
           MOVE LOT-TAKE-NUMBER(LOT-I) TO LOT-ADD-NUMBER-WS.
           MOVE LOT-TAKE-EXPIRY(LOT-I) TO LOT-ADD-EXPIRY-WS.
           MOVE LOT-TAKE-RECEIVED(LOT-I) TO LOT-ADD-RECEIVED-WS.
           MOVE LOT-TAKE-QTY(LOT-I) TO LOT-ADD-QTY-WS.
           PERFORM 446-ADD-TO-LOT.

      *keeps the lots in step with a posted count: a shortfall comes
      *off the lots at the location - the named lot first, then
      *earliest expiry first - and a gain goes into the lot the
      *adjustment names when it carries the lot's expiry date. a
      *gain with no lot named is stock of no known lot and stays
      *outside the lots
       449-ADJUST-LOTS.
           MOVE POST-LOCATION-CODE TO LOT-WORK-CODE.
           IF ADJUST-DELTA-WS < ZERO
               MOVE "NO" TO LOT-SKIP-EXPIRED-SWITCH
               COMPUTE LOT-DRAW-QTY-WS = ZERO - ADJUST-DELTA-WS
               PERFORM 436-DRAW-FROM-LOTS
           ELSE
               IF ADJUST-DELTA-WS > ZERO
                   AND POST-LOT-NUMBER NOT = SPACES
                   AND POST-EXPIRY-DATE-X NUMERIC
                   MOVE POST-LOT-NUMBER TO LOT-ADD-NUMBER-WS
                   MOVE POST-EXPIRY-DATE TO LOT-ADD-EXPIRY-WS
                   MOVE POST-TRANS-DATE TO LOT-ADD-RECEIVED-WS
                   MOVE ADJUST-DELTA-WS TO LOT-ADD-QTY-WS
                   PERFORM 446-ADD-TO-LOT
               END-IF
           END-IF.

      *a lot-controlled component must have the build's quantity on
      *hand at the build location in lots that have not expired
       450-CHECK-KIT-COMPONENT-LOTS.
           MOVE QUANTITY TO ISSUE-AVAIL-WS.
           IF POST-LOCATION-CODE NOT = SPACES
               AND LOCQTY-ON-HAND < ISSUE-AVAIL-WS
               MOVE LOCQTY-ON-HAND TO ISSUE-AVAIL-WS
           END-IF.
           PERFORM 443-HOLD-BACK-EXPIRED.
           IF KIT-BUILD-QTY(KIT-I) > ISSUE-AVAIL-WS
               MOVE "REJECTED - COMPONENT EXPIRED" TO LOG-STATUS
               MOVE "NO" TO KIT-BUILD-OK-SWITCH
           END-IF.

      *books a receipt of a lot-controlled part into the lot it
      *names at the receiving location, and puts the lot on the
      *ledger movement about to be written
       451-RECEIVE-INTO-LOT.
           MOVE POST-LOT-NUMBER TO LEDGER-LOT-WS.
           MOVE POST-LOCATION-CODE TO LOT-WORK-CODE.
           MOVE POST-LOT-NUMBER TO LOT-ADD-NUMBER-WS.
           MOVE POST-EXPIRY-DATE TO LOT-ADD-EXPIRY-WS.
           MOVE POST-TRANS-DATE TO LOT-ADD-RECEIVED-WS.
           MOVE POST-TRANS-QTY TO LOT-ADD-QTY-WS.
           PERFORM 446-ADD-TO-LOT.
