       IDENTIFICATION DIVISION.
       PROGRAM-ID. PART-INQUIRY.
       AUTHOR. DAVID LEE.

      *online part inquiry for the counter and the floor. to answer
      *"do we have part X, and if not, when is it coming?" used to
      *take a LOC-AVAIL, an OPENPO-REPORT and a BACKORD-REPORT run
      *and a search through three output files; this program puts
      *the answer for one part on one screen at the terminal. the
      *operator keys a part number and sees the INVENT6.TXT master
      *fields and PART-STATUS with the part's ABC class from
      *ABCCLAS.TXT (a part never ranked shows as class C, the way
      *COUNT-SHEET treats it); on hand, reserved and available by
      *stockroom from LOCQTY.TXT and RESERVE.TXT, netted the way
      *LOC-AVAIL nets them, with book stock not yet at a location
      *shown as a "---" line; the open reservations by job; the
      *open lines on OPENPO.TXT with the order, last receipt and
      *due dates, the due date being the order date plus the lead
      *time quoted on the supplier master SUPPLIER1.TXT; the
      *backorders still owed on BACKORD.TXT; and the twelve monthly
      *demand buckets on DEMHIST.TXT, the month in progress first.
      *
      *N shows the next part on the master and P the previous one,
      *so the operator can page through the parts in number order.
      *a "/" followed by the start of a part name lists the parts
      *whose name begins that way - upper or lower case alike - for
      *when the caller does not know the number; a single match is
      *shown straight away. X ends the inquiry. every file is
      *opened for input only, so the inquiry can run alongside the
      *batch programs without changing anything.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL RESERVATION-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\RESERVE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RSV-KEY.

           SELECT OPTIONAL OPEN-PO-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\OPENPO.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPENPO-KEY.

           SELECT OPTIONAL SUPPLIER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\SUPPLIER1.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SUPPLY-CODE.

           SELECT OPTIONAL BACKORDER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BACKORD.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BKO-KEY.

           SELECT OPTIONAL ABC-CLASS-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\ABCCLAS.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ABC-PART-NUMBER.

           SELECT OPTIONAL DEMAND-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\DEMHIST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEMAND-PART-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  LOCATION-QTY-FILE.
       COPY LOCATION-QTY-RECORD.

       FD  RESERVATION-FILE.
       COPY RESERVATION-RECORD.

       FD  OPEN-PO-FILE.
       COPY OPENPO-RECORD.

       FD  SUPPLIER-FILE.
       COPY SUPPLIER-RECORD.

       FD  BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       FD  ABC-CLASS-FILE.
       COPY ABC-CLASS-RECORD.

       FD  DEMAND-FILE.
       COPY DEMAND-HISTORY-RECORD.

       WORKING-STORAGE SECTION.
       01  INQ-RULE-OUT            PIC X(76) VALUE ALL "-".

       01  INQ-PROMPT-OUT.
           05  FILLER              PIC X(33)
                        VALUE "PART NUMBER, N=NEXT, P=PREVIOUS, ".
           05  FILLER              PIC X(27)
                        VALUE "/NAME=FIND BY NAME, X=EXIT".

       01  INQ-PART-LINE-1.
           05  FILLER              PIC X(5)  VALUE "PART ".
           05  PART-NUMBER-IQ      PIC 9(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PART-NAME-IQ        PIC X(20).
           05  FILLER              PIC X(9)  VALUE "  STATUS ".
           05  PART-STATUS-IQ      PIC X(8).
           05  FILLER              PIC X(6)  VALUE "  ABC ".
           05  ABC-CLASS-IQ        PIC X(10).
           05  FILLER              PIC X(6)  VALUE "  LOT ".
           05  LOT-CONTROL-IQ      PIC X(3).

       01  INQ-PART-LINE-2.
           05  FILLER              PIC X(9)  VALUE "BOOK QTY ".
           05  BOOK-QTY-IQ         PIC ZZZZZZ9.
           05  FILLER              PIC X(8)  VALUE "  PRICE ".
           05  UNIT-PRICE-IQ       PIC ZZZ9.99.
           05  FILLER              PIC X(13) VALUE "  REORDER PT ".
           05  REORDER-POINT-IQ    PIC ZZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  TARGET  ".
           05  REORDER-TARGET-IQ   PIC ZZZZZZ9.

       01  INQ-PART-LINE-3.
           05  FILLER              PIC X(5)  VALUE "SUPP ".
           05  SUPPLIER-CODE-IQ    PIC X(5).
           05  FILLER              PIC X(6)  VALUE "  ALT ".
           05  SUPPLIER-ALT-IQ     PIC X(5).
           05  FILLER              PIC X(6)  VALUE "  CAT ".
           05  CATEGORY-CODE-IQ    PIC X(4).
           05  FILLER              PIC X(12) VALUE "  LAST RCVD ".
           05  LAST-RECEIVED-IQ    PIC 9(8).
           05  FILLER              PIC X(14) VALUE "  LAST ISSUED ".
           05  LAST-ISSUED-IQ      PIC 9(8).

       01  INQ-STOCKROOM-HEADER.
           05  FILLER  PIC X(12) VALUE "STOCKROOM   ".
           05  FILLER  PIC X(10) VALUE "   ON HAND".
           05  FILLER  PIC X(10) VALUE "  RESERVED".
           05  FILLER  PIC X(11) VALUE "  AVAILABLE".

       01  INQ-STOCKROOM-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  LOCATION-CODE-IQ    PIC X(5).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  LOC-ON-HAND-IQ      PIC ZZZZZZZZZ9.
           05  LOC-RESERVED-IQ     PIC ZZZZZZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  LOC-AVAILABLE-IQ    PIC ZZZZZZZZZ9.

       01  INQ-RESERVATION-HEADER.
           05  FILLER  PIC X(14) VALUE "RESERVATIONS  ".
           05  FILLER  PIC X(10) VALUE "JOB       ".
           05  FILLER  PIC X(5)  VALUE "LOC  ".
           05  FILLER  PIC X(9)  VALUE "      QTY".
           05  FILLER  PIC X(11) VALUE "  NEEDED BY".

       01  INQ-RESERVATION-LINE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  RSV-JOB-REF-IQ      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RSV-LOCATION-IQ     PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RSV-QTY-IQ          PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RSV-NEEDED-BY-IQ    PIC 9(8).

       01  INQ-OPEN-PO-HEADER.
           05  FILLER  PIC X(15) VALUE "OPEN PO  SUPP  ".
           05  FILLER  PIC X(10) VALUE "ORDERED   ".
           05  FILLER  PIC X(9)  VALUE "      QTY".
           05  FILLER  PIC X(11) VALUE "  RECEIVED ".
           05  FILLER  PIC X(9)  VALUE "      QTY".
           05  FILLER  PIC X(10) VALUE "  DUE     ".
           05  FILLER  PIC X(5)  VALUE " LEAD".

       01  INQ-OPEN-PO-LINE.
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  PO-SUPPLIER-IQ      PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  ORDER-DATE-IQ       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ORDER-QTY-IQ        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RECEIPT-DATE-IQ     PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  RECEIVED-QTY-IQ     PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DUE-DATE-IQ         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  LEAD-TIME-IQ        PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  LATE-FLAG-IQ        PIC X(4).

       01  INQ-BACKORDER-HEADER.
           05  FILLER  PIC X(14) VALUE "BACKORDERS    ".
           05  FILLER  PIC X(10) VALUE "DATE      ".
           05  FILLER  PIC X(5)  VALUE "LOC  ".
           05  FILLER  PIC X(9)  VALUE "QTY SHORT".
           05  FILLER  PIC X(10) VALUE "  JOB".

       01  INQ-BACKORDER-LINE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  BKO-DATE-IQ         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BKO-LOCATION-IQ     PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BKO-QTY-SHORT-IQ    PIC ZZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BKO-JOB-REF-IQ      PIC X(8).

       01  INQ-DEMAND-LINE.
           05  DEMAND-BUCKET-IQ    OCCURS 12 TIMES.
               10  FILLER          PIC X(1).
               10  DEMAND-QTY-IQ   PIC ZZZZ9.

       01  INQ-NAME-MATCH-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  MATCH-PART-IQ       PIC 9(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  MATCH-NAME-IQ       PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  MATCH-STATUS-IQ     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  MATCH-QTY-IQ        PIC ZZZZZZ9.

       01  FLAGS-AND-COUNTERS.
           05  INQUIRY-DONE-SWITCH     PIC X(3) VALUE "NO".
               88  INQUIRY-DONE            VALUE "YES".
           05  PART-FOUND-SWITCH       PIC X(3) VALUE "NO".
               88  PART-FOUND              VALUE "YES".
           05  SUPPLIER-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  SUPPLIER-FOUND          VALUE "YES".
           05  LOC-SCAN-DONE-SWITCH    PIC X(3) VALUE "NO".
               88  LOC-SCAN-DONE           VALUE "YES".
           05  RSV-SCAN-DONE-SWITCH    PIC X(3) VALUE "NO".
               88  RSV-SCAN-DONE           VALUE "YES".
           05  PO-SCAN-DONE-SWITCH     PIC X(3) VALUE "NO".
               88  PO-SCAN-DONE            VALUE "YES".
           05  BKO-SCAN-DONE-SWITCH    PIC X(3) VALUE "NO".
               88  BKO-SCAN-DONE           VALUE "YES".
           05  NAME-SCAN-DONE-SWITCH   PIC X(3) VALUE "NO".
               88  NAME-SCAN-DONE          VALUE "YES".

      *the operator's entry - a part number, a one-letter command,
      *or a "/" and the start of a part name
       01  INQUIRY-INPUT.
           05  INQUIRY-COMMAND     PIC X(1).
           05  INQUIRY-NAME-PREFIX PIC X(21).
       01  INPUT-LENGTH           PIC 9(4) COMP VALUE ZERO.
       01  PREFIX-LENGTH          PIC 9(4) COMP VALUE ZERO.
       01  NAME-COMPARE-WS        PIC X(20) VALUE SPACES.
       01  NAME-MATCHES           PIC 9(4) VALUE ZERO.
       01  NAME-MATCH-LIMIT       PIC 9(4) VALUE 15.
       01  FIRST-MATCH-PART-WS    PIC 9(7) VALUE ZERO.

       01  CURRENT-DATE-WS        PIC 9(8) VALUE ZERO.
       01  CURRENT-PART-WS        PIC 9(7) VALUE ZERO.
       01  KEYED-PART-WS          PIC 9(7) VALUE ZERO.
       01  LOCATED-TOTAL-WS       PIC 9(9) VALUE ZERO.
       01  RESERVED-LOC-WS        PIC 9(9) VALUE ZERO.
       01  RESERVED-PART-WS       PIC 9(9) VALUE ZERO.
       01  UNLOCATED-QTY-WS       PIC 9(9) VALUE ZERO.
       01  AVAILABLE-WS           PIC S9(9) VALUE ZERO.
       01  DUE-DATE-WS            PIC 9(8) VALUE ZERO.
       01  LINES-SHOWN            PIC 9(4) VALUE ZERO.
       01  BACKORDER-TOTAL-WS     PIC 9(9) VALUE ZERO.
       01  DEMAND-TOTAL-WS        PIC 9(7) VALUE ZERO.
       01  DEMAND-I               PIC 9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-RUN-PART-INQUIRY.
           PERFORM 201-INIT-PART-INQUIRY.
           PERFORM 202-HANDLE-ONE-ENTRY
               UNTIL INQUIRY-DONE.
           PERFORM 203-TERMINATE-PART-INQUIRY.
           STOP RUN.

      *initialization - every file is opened for input only
       201-INIT-PART-INQUIRY.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT INVENT-FILE.
           OPEN INPUT LOCATION-QTY-FILE.
           OPEN INPUT RESERVATION-FILE.
           OPEN INPUT OPEN-PO-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT BACKORDER-FILE.
           OPEN INPUT ABC-CLASS-FILE.
           OPEN INPUT DEMAND-FILE.
           DISPLAY INQ-RULE-OUT.
           DISPLAY "PART INQUIRY - " CURRENT-DATE-WS.

      *takes one entry from the operator and acts on it
       202-HANDLE-ONE-ENTRY.
           DISPLAY INQ-RULE-OUT.
           DISPLAY INQ-PROMPT-OUT.
           MOVE SPACES TO INQUIRY-INPUT.
           ACCEPT INQUIRY-INPUT.
           INSPECT INQUIRY-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN INQUIRY-INPUT = SPACES
                   CONTINUE
               WHEN INQUIRY-INPUT = "X"
                   MOVE "YES" TO INQUIRY-DONE-SWITCH
               WHEN INQUIRY-INPUT = "N"
                   PERFORM 302-READ-NEXT-PART
               WHEN INQUIRY-INPUT = "P"
                   PERFORM 303-READ-PREVIOUS-PART
               WHEN INQUIRY-COMMAND = "/"
                   PERFORM 414-FIND-BY-NAME
               WHEN OTHER
                   PERFORM 416-TAKE-PART-NUMBER
           END-EVALUATE.

      *termination
       203-TERMINATE-PART-INQUIRY.
           CLOSE INVENT-FILE LOCATION-QTY-FILE RESERVATION-FILE
               OPEN-PO-FILE SUPPLIER-FILE BACKORDER-FILE
               ABC-CLASS-FILE DEMAND-FILE.
           DISPLAY "PART INQUIRY ENDED".

      *reads the part keyed by the operator and shows it
       301-READ-PART.
           MOVE KEYED-PART-WS TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   DISPLAY "PART " KEYED-PART-WS " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM 401-SHOW-PART-SCREEN
           END-READ.

      *pages forward to the next part on the master; with no part
      *on the screen yet that is the first part on file
       302-READ-NEXT-PART.
           MOVE CURRENT-PART-WS TO PART-NUMBER.
           MOVE "YES" TO PART-FOUND-SWITCH.
           START INVENT-FILE KEY IS GREATER THAN PART-NUMBER
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
           END-START.
           IF PART-FOUND
               READ INVENT-FILE NEXT RECORD
                   AT END
                       MOVE "NO" TO PART-FOUND-SWITCH
               END-READ
           END-IF.
           IF PART-FOUND
               PERFORM 401-SHOW-PART-SCREEN
           ELSE
               DISPLAY "NO NEXT PART - END OF THE MASTER"
           END-IF.

      *pages back to the previous part on the master
       303-READ-PREVIOUS-PART.
           IF CURRENT-PART-WS = ZERO
               DISPLAY "NO PART ON THE SCREEN - KEY A PART NUMBER"
           ELSE
               MOVE CURRENT-PART-WS TO PART-NUMBER
               MOVE "YES" TO PART-FOUND-SWITCH
               START INVENT-FILE KEY IS LESS THAN PART-NUMBER
                   INVALID KEY
                       MOVE "NO" TO PART-FOUND-SWITCH
               END-START
               IF PART-FOUND
                   READ INVENT-FILE PREVIOUS RECORD
                       AT END
                           MOVE "NO" TO PART-FOUND-SWITCH
                   END-READ
               END-IF
               IF PART-FOUND
                   PERFORM 401-SHOW-PART-SCREEN
               ELSE
                   DISPLAY "NO PREVIOUS PART - START OF THE MASTER"
               END-IF
           END-IF.

      *reads the part's next stockroom record, stopping at the next
      *part
       304-READ-NEXT-LOCATION.
           READ LOCATION-QTY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO LOC-SCAN-DONE-SWITCH
               NOT AT END
                   IF LOCQTY-PART-NUMBER NOT = CURRENT-PART-WS
                       MOVE "YES" TO LOC-SCAN-DONE-SWITCH
                   END-IF
           END-READ.

      *reads the next reservation into the stockroom's sum, stopping
      *once the key walks past the part and stockroom in hand
       305-READ-NEXT-RESERVATION.
           READ RESERVATION-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO RSV-SCAN-DONE-SWITCH
               NOT AT END
                   IF RSV-PART-NUMBER NOT = LOCQTY-PART-NUMBER
                       OR RSV-LOCATION-CODE NOT =
                           LOCQTY-LOCATION-CODE
                       MOVE "YES" TO RSV-SCAN-DONE-SWITCH
                   ELSE
                       ADD RSV-QTY TO RESERVED-LOC-WS
                   END-IF
           END-READ.

      *reads the part's next reservation for the list by job
       306-READ-PART-RESERVATION.
           READ RESERVATION-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO RSV-SCAN-DONE-SWITCH
               NOT AT END
                   IF RSV-PART-NUMBER NOT = CURRENT-PART-WS
                       MOVE "YES" TO RSV-SCAN-DONE-SWITCH
                   END-IF
           END-READ.

      *reads the next open-PO line - the file is keyed by supplier
      *first, so every line is looked at for the part
       307-READ-NEXT-OPEN-PO.
           READ OPEN-PO-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO PO-SCAN-DONE-SWITCH
           END-READ.

      *reads the part's next backorder, oldest first, stopping at
      *the next part
       308-READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO BKO-SCAN-DONE-SWITCH
               NOT AT END
                   IF BKO-PART-NUMBER NOT = CURRENT-PART-WS
                       MOVE "YES" TO BKO-SCAN-DONE-SWITCH
                   END-IF
           END-READ.

      *reads the next part on the master for the name search
       309-READ-NEXT-NAME.
           READ INVENT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO NAME-SCAN-DONE-SWITCH
           END-READ.

      *shows one part's screen from the master record just read; it
      *becomes the part the next and previous keys page from
       401-SHOW-PART-SCREEN.
           MOVE PART-NUMBER TO CURRENT-PART-WS.
           DISPLAY INQ-RULE-OUT.
           PERFORM 402-SHOW-MASTER-FIELDS.
           PERFORM 403-SHOW-STOCKROOMS.
           PERFORM 405-SHOW-RESERVATIONS.
           PERFORM 406-SHOW-OPEN-PO-LINES.
           PERFORM 407-SHOW-BACKORDERS.
           PERFORM 408-SHOW-DEMAND.

      *the master fields, the part's status and its ABC class
       402-SHOW-MASTER-FIELDS.
           MOVE PART-NUMBER TO PART-NUMBER-IQ.
           MOVE PART-NAME TO PART-NAME-IQ.
           EVALUATE TRUE
               WHEN PART-ACTIVE
                   MOVE "ACTIVE" TO PART-STATUS-IQ
               WHEN PART-INACTIVE
                   MOVE "INACTIVE" TO PART-STATUS-IQ
               WHEN PART-OBSOLETE
                   MOVE "OBSOLETE" TO PART-STATUS-IQ
               WHEN OTHER
                   MOVE PART-STATUS TO PART-STATUS-IQ
           END-EVALUATE.
           MOVE PART-NUMBER TO ABC-PART-NUMBER.
           READ ABC-CLASS-FILE
               INVALID KEY
                   MOVE "C UNRANKED" TO ABC-CLASS-IQ
               NOT INVALID KEY
                   MOVE ABC-CLASS TO ABC-CLASS-IQ
           END-READ.
           IF PART-LOT-CONTROLLED
               MOVE "YES" TO LOT-CONTROL-IQ
           ELSE
               MOVE "NO" TO LOT-CONTROL-IQ
           END-IF.
           DISPLAY INQ-PART-LINE-1.
           MOVE QUANTITY TO BOOK-QTY-IQ.
           MOVE UNIT-PRICE TO UNIT-PRICE-IQ.
           MOVE REORDER-POINT TO REORDER-POINT-IQ.
           MOVE REORDER-TARGET-LEVEL TO REORDER-TARGET-IQ.
           DISPLAY INQ-PART-LINE-2.
           MOVE SUPPLIER-CODE TO SUPPLIER-CODE-IQ.
           MOVE SUPPLIER-CODE-ALT TO SUPPLIER-ALT-IQ.
           MOVE CATEGORY-CODE TO CATEGORY-CODE-IQ.
           MOVE LAST-RECEIVED-DATE TO LAST-RECEIVED-IQ.
           MOVE LAST-ISSUED-DATE TO LAST-ISSUED-IQ.
           DISPLAY INQ-PART-LINE-3.

      *on hand, reserved and available by stockroom, then the book
      *stock not yet at a location and the part total, as LOC-AVAIL
      *shows them
       403-SHOW-STOCKROOMS.
           DISPLAY SPACE.
           DISPLAY INQ-STOCKROOM-HEADER.
           MOVE ZERO TO LOCATED-TOTAL-WS.
           MOVE ZERO TO RESERVED-PART-WS.
           MOVE "NO" TO LOC-SCAN-DONE-SWITCH.
           MOVE CURRENT-PART-WS TO LOCQTY-PART-NUMBER.
           MOVE LOW-VALUES TO LOCQTY-LOCATION-CODE.
           START LOCATION-QTY-FILE KEY IS NOT LESS THAN LOCQTY-KEY
               INVALID KEY
                   MOVE "YES" TO LOC-SCAN-DONE-SWITCH
           END-START.
           IF NOT LOC-SCAN-DONE
               PERFORM 304-READ-NEXT-LOCATION
           END-IF.
           PERFORM 409-SHOW-ONE-STOCKROOM
               UNTIL LOC-SCAN-DONE.
           IF QUANTITY > LOCATED-TOTAL-WS
               SUBTRACT LOCATED-TOTAL-WS FROM QUANTITY
                   GIVING UNLOCATED-QTY-WS
               MOVE "---" TO LOCATION-CODE-IQ
               MOVE UNLOCATED-QTY-WS TO LOC-ON-HAND-IQ
               MOVE ZERO TO LOC-RESERVED-IQ
               MOVE UNLOCATED-QTY-WS TO LOC-AVAILABLE-IQ
               DISPLAY INQ-STOCKROOM-LINE
               ADD UNLOCATED-QTY-WS TO LOCATED-TOTAL-WS
           END-IF.
           MOVE "TOTAL" TO LOCATION-CODE-IQ.
           MOVE LOCATED-TOTAL-WS TO LOC-ON-HAND-IQ.
           MOVE RESERVED-PART-WS TO LOC-RESERVED-IQ.
           COMPUTE AVAILABLE-WS = LOCATED-TOTAL-WS - RESERVED-PART-WS.
           IF AVAILABLE-WS < ZERO
               MOVE ZERO TO AVAILABLE-WS
           END-IF.
           MOVE AVAILABLE-WS TO LOC-AVAILABLE-IQ.
           DISPLAY INQ-STOCKROOM-LINE.

      *totals the reservations held against the stockroom in hand
       404-SUM-RESERVED-AT-LOCATION.
           MOVE ZERO TO RESERVED-LOC-WS.
           MOVE "NO" TO RSV-SCAN-DONE-SWITCH.
           MOVE LOCQTY-PART-NUMBER TO RSV-PART-NUMBER.
           MOVE LOCQTY-LOCATION-CODE TO RSV-LOCATION-CODE.
           MOVE LOW-VALUES TO RSV-JOB-REF.
           START RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE "YES" TO RSV-SCAN-DONE-SWITCH
           END-START.
           PERFORM 305-READ-NEXT-RESERVATION
               UNTIL RSV-SCAN-DONE.

      *lists the part's open reservations in stockroom and job order
       405-SHOW-RESERVATIONS.
           DISPLAY SPACE.
           DISPLAY INQ-RESERVATION-HEADER.
           MOVE ZERO TO LINES-SHOWN.
           MOVE "NO" TO RSV-SCAN-DONE-SWITCH.
           MOVE CURRENT-PART-WS TO RSV-PART-NUMBER.
           MOVE LOW-VALUES TO RSV-LOCATION-CODE.
           MOVE LOW-VALUES TO RSV-JOB-REF.
           START RESERVATION-FILE KEY IS NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE "YES" TO RSV-SCAN-DONE-SWITCH
           END-START.
           IF NOT RSV-SCAN-DONE
               PERFORM 306-READ-PART-RESERVATION
           END-IF.
           PERFORM 410-SHOW-ONE-RESERVATION
               UNTIL RSV-SCAN-DONE.
           IF LINES-SHOWN = ZERO
               DISPLAY "              NONE"
           END-IF.

      *lists the part's open-PO lines still to be delivered - a
      *closed line waiting on its invoice is not shown
       406-SHOW-OPEN-PO-LINES.
           DISPLAY SPACE.
           DISPLAY INQ-OPEN-PO-HEADER.
           MOVE ZERO TO LINES-SHOWN.
           MOVE "NO" TO PO-SCAN-DONE-SWITCH.
           MOVE LOW-VALUES TO OPENPO-KEY.
           START OPEN-PO-FILE KEY IS NOT LESS THAN OPENPO-KEY
               INVALID KEY
                   MOVE "YES" TO PO-SCAN-DONE-SWITCH
           END-START.
           IF NOT PO-SCAN-DONE
               PERFORM 307-READ-NEXT-OPEN-PO
           END-IF.
           PERFORM 411-CHECK-ONE-PO-LINE
               UNTIL PO-SCAN-DONE.
           IF LINES-SHOWN = ZERO
               DISPLAY "         NONE"
           END-IF.

      *lists the backorders still owed on the part, oldest first
       407-SHOW-BACKORDERS.
           DISPLAY SPACE.
           DISPLAY INQ-BACKORDER-HEADER.
           MOVE ZERO TO LINES-SHOWN.
           MOVE ZERO TO BACKORDER-TOTAL-WS.
           MOVE "NO" TO BKO-SCAN-DONE-SWITCH.
           MOVE CURRENT-PART-WS TO BKO-PART-NUMBER.
           MOVE ZERO TO BKO-DATE.
           MOVE ZERO TO BKO-SEQUENCE.
           START BACKORDER-FILE KEY IS NOT LESS THAN BKO-KEY
               INVALID KEY
                   MOVE "YES" TO BKO-SCAN-DONE-SWITCH
           END-START.
           IF NOT BKO-SCAN-DONE
               PERFORM 308-READ-NEXT-BACKORDER
           END-IF.
           PERFORM 412-SHOW-ONE-BACKORDER
               UNTIL BKO-SCAN-DONE.
           IF LINES-SHOWN = ZERO
               DISPLAY "              NONE"
           ELSE
               DISPLAY "              TOTAL OWED " BACKORDER-TOTAL-WS
           END-IF.

      *the twelve monthly demand buckets, the month in progress
      *first, with their total
       408-SHOW-DEMAND.
           DISPLAY SPACE.
           MOVE CURRENT-PART-WS TO DEMAND-PART-NUMBER.
           READ DEMAND-FILE
               INVALID KEY
                   DISPLAY "DEMAND - NO DEMAND HISTORY"
               NOT INVALID KEY
                   MOVE ZERO TO DEMAND-TOTAL-WS
                   MOVE SPACES TO INQ-DEMAND-LINE
                   PERFORM 413-FORMAT-ONE-BUCKET
                       VARYING DEMAND-I FROM 1 BY 1
                       UNTIL DEMAND-I > 12
                   DISPLAY "DEMAND - THIS MONTH FIRST, LAST 12 "
                       "MONTHS TOTAL " DEMAND-TOTAL-WS
                   DISPLAY INQ-DEMAND-LINE
           END-READ.

      *shows one stockroom line, netting its reservations out of
      *the available figure
       409-SHOW-ONE-STOCKROOM.
           PERFORM 404-SUM-RESERVED-AT-LOCATION.
           MOVE LOCQTY-LOCATION-CODE TO LOCATION-CODE-IQ.
           MOVE LOCQTY-ON-HAND TO LOC-ON-HAND-IQ.
           MOVE RESERVED-LOC-WS TO LOC-RESERVED-IQ.
           COMPUTE AVAILABLE-WS = LOCQTY-ON-HAND - RESERVED-LOC-WS.
           IF AVAILABLE-WS < ZERO
               MOVE ZERO TO AVAILABLE-WS
           END-IF.
           MOVE AVAILABLE-WS TO LOC-AVAILABLE-IQ.
           DISPLAY INQ-STOCKROOM-LINE.
           ADD LOCQTY-ON-HAND TO LOCATED-TOTAL-WS.
           ADD RESERVED-LOC-WS TO RESERVED-PART-WS.
           PERFORM 304-READ-NEXT-LOCATION.

      *shows one reservation
       410-SHOW-ONE-RESERVATION.
           MOVE RSV-JOB-REF TO RSV-JOB-REF-IQ.
           MOVE RSV-LOCATION-CODE TO RSV-LOCATION-IQ.
           MOVE RSV-QTY TO RSV-QTY-IQ.
           MOVE RSV-NEEDED-BY-DATE TO RSV-NEEDED-BY-IQ.
           DISPLAY INQ-RESERVATION-LINE.
           ADD 1 TO LINES-SHOWN.
           PERFORM 306-READ-PART-RESERVATION.

      *shows an open-PO line for the part in hand with its due date -
      *the order date plus the supplier's quoted lead time - flagged
      *late once that date has passed
       411-CHECK-ONE-PO-LINE.
           IF OPENPO-PART-NUMBER = CURRENT-PART-WS
               AND NOT OPENPO-CLOSED
               MOVE OPENPO-SUPPLIER-CODE TO PO-SUPPLIER-IQ
               MOVE OPENPO-ORDER-DATE TO ORDER-DATE-IQ
               MOVE OPENPO-ORDER-QTY TO ORDER-QTY-IQ
               MOVE OPENPO-RECEIVED-QTY TO RECEIVED-QTY-IQ
               IF OPENPO-LAST-RECEIPT-DATE = ZERO
                   MOVE SPACES TO RECEIPT-DATE-IQ
               ELSE
                   MOVE OPENPO-LAST-RECEIPT-DATE TO RECEIPT-DATE-IQ
               END-IF
               MOVE OPENPO-SUPPLIER-CODE TO SUPPLY-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "NO" TO SUPPLIER-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "YES" TO SUPPLIER-FOUND-SWITCH
               END-READ
               MOVE SPACES TO LATE-FLAG-IQ
               IF SUPPLIER-FOUND AND OPENPO-ORDER-DATE > ZERO
                   COMPUTE DUE-DATE-WS = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(OPENPO-ORDER-DATE)
                       + SUPPLY-LEAD-TIME-DAYS)
                   MOVE DUE-DATE-WS TO DUE-DATE-IQ
                   MOVE SUPPLY-LEAD-TIME-DAYS TO LEAD-TIME-IQ
                   IF DUE-DATE-WS < CURRENT-DATE-WS
                       MOVE "LATE" TO LATE-FLAG-IQ
                   END-IF
               ELSE
                   MOVE "UNKNOWN" TO DUE-DATE-IQ
                   MOVE ZERO TO LEAD-TIME-IQ
               END-IF
               DISPLAY INQ-OPEN-PO-LINE
               ADD 1 TO LINES-SHOWN
           END-IF.
           PERFORM 307-READ-NEXT-OPEN-PO.

      *shows one backorder
       412-SHOW-ONE-BACKORDER.
           MOVE BKO-DATE TO BKO-DATE-IQ.
           MOVE BKO-LOCATION-CODE TO BKO-LOCATION-IQ.
           MOVE BKO-QTY-SHORT TO BKO-QTY-SHORT-IQ.
           MOVE BKO-JOB-REF TO BKO-JOB-REF-IQ.
           DISPLAY INQ-BACKORDER-LINE.
           ADD BKO-QTY-SHORT TO BACKORDER-TOTAL-WS.
           ADD 1 TO LINES-SHOWN.
           PERFORM 308-READ-NEXT-BACKORDER.

      *formats one demand bucket into the demand line
       413-FORMAT-ONE-BUCKET.
           MOVE DEMAND-MONTH-QTY(DEMAND-I)
               TO DEMAND-QTY-IQ(DEMAND-I).
           ADD DEMAND-MONTH-QTY(DEMAND-I) TO DEMAND-TOTAL-WS.

      *lists the parts whose name starts with the prefix keyed after
      *the "/", up to the match limit; a single match is shown in
      *full. the search starts from the first part on the master
       414-FIND-BY-NAME.
           MOVE ZERO TO PREFIX-LENGTH.
           INSPECT INQUIRY-NAME-PREFIX TALLYING PREFIX-LENGTH
               FOR CHARACTERS BEFORE INITIAL "  ".
           IF PREFIX-LENGTH > 20
               MOVE 20 TO PREFIX-LENGTH
           END-IF.
           IF PREFIX-LENGTH = ZERO
               DISPLAY "KEY THE START OF THE PART NAME AFTER THE /"
           ELSE
               MOVE ZERO TO NAME-MATCHES
               MOVE "NO" TO NAME-SCAN-DONE-SWITCH
               MOVE ZERO TO PART-NUMBER
               START INVENT-FILE KEY IS NOT LESS THAN PART-NUMBER
                   INVALID KEY
                       MOVE "YES" TO NAME-SCAN-DONE-SWITCH
               END-START
               IF NOT NAME-SCAN-DONE
                   PERFORM 309-READ-NEXT-NAME
               END-IF
               PERFORM 415-CHECK-ONE-NAME
                   UNTIL NAME-SCAN-DONE
               EVALUATE TRUE
                   WHEN NAME-MATCHES = ZERO
                       DISPLAY "NO PART NAME STARTS WITH "
                           INQUIRY-NAME-PREFIX
                   WHEN NAME-MATCHES = 1
                       MOVE FIRST-MATCH-PART-WS TO KEYED-PART-WS
                       PERFORM 301-READ-PART
                   WHEN NAME-MATCHES > NAME-MATCH-LIMIT
                       DISPLAY "MORE THAN " NAME-MATCH-LIMIT
                           " MATCHES - KEY MORE OF THE NAME"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *checks one master part's name against the prefix, listing it
      *while the match limit allows
       415-CHECK-ONE-NAME.
           MOVE PART-NAME TO NAME-COMPARE-WS.
           INSPECT NAME-COMPARE-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NAME-COMPARE-WS(1:PREFIX-LENGTH) =
               INQUIRY-NAME-PREFIX(1:PREFIX-LENGTH)
               ADD 1 TO NAME-MATCHES
               IF NAME-MATCHES = 1
                   MOVE PART-NUMBER TO FIRST-MATCH-PART-WS
                   DISPLAY INQ-RULE-OUT
               END-IF
               IF NOT NAME-MATCHES > NAME-MATCH-LIMIT
                   MOVE PART-NUMBER TO MATCH-PART-IQ
                   MOVE PART-NAME TO MATCH-NAME-IQ
                   EVALUATE TRUE
                       WHEN PART-ACTIVE
                           MOVE "ACTIVE" TO MATCH-STATUS-IQ
                       WHEN PART-INACTIVE
                           MOVE "INACTIVE" TO MATCH-STATUS-IQ
                       WHEN PART-OBSOLETE
                           MOVE "OBSOLETE" TO MATCH-STATUS-IQ
                       WHEN OTHER
                           MOVE PART-STATUS TO MATCH-STATUS-IQ
                   END-EVALUATE
                   MOVE QUANTITY TO MATCH-QTY-IQ
                   DISPLAY INQ-NAME-MATCH-LINE
               END-IF
           END-IF.
           PERFORM 309-READ-NEXT-NAME.

      *takes a keyed part number - up to seven digits, leading
      *zeroes optional
       416-TAKE-PART-NUMBER.
           MOVE ZERO TO INPUT-LENGTH.
           INSPECT INQUIRY-INPUT TALLYING INPUT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF INPUT-LENGTH > ZERO
               AND INPUT-LENGTH NOT > 7
               AND INQUIRY-INPUT(1:INPUT-LENGTH) IS NUMERIC
               MOVE INQUIRY-INPUT(1:INPUT-LENGTH)
                   TO KEYED-PART-WS
               PERFORM 301-READ-PART
           ELSE
               DISPLAY "NOT A PART NUMBER OR COMMAND - "
                   INQUIRY-INPUT
           END-IF.
