      *be set from evidence instead of gut feel. a history line with
      *no final receipt date (archived from before the receipt date
      *was tracked) still counts in the fill rate but is left out of
      *the lateness scoring. goods sent back through PO-RETURN count
      *against the supplier too: the returned quantity is shown
      *with its share of everything the supplier delivered, so a
      *supplier who ships on time but ships junk no longer scores
      *perfectly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY SUPPLIER-RECORD.

       FD  SUPPLIER-PERF-REPORT.
       01  SUPPLIER-PERF-RECORD-OUT   PIC X(93).

       WORKING-STORAGE SECTION.
       01  PERF-HEADER-OUT.
           05  FILLER  PIC X(8)  VALUE "ON TIME ".
           05  FILLER  PIC X(6)  VALUE "LATE  ".
           05  FILLER  PIC X(10) VALUE "AVG LATE  ".
           05  FILLER  PIC X(10) VALUE "FILL PCT  ".
           05  FILLER  PIC X(9)  VALUE "RETURNED ".
           05  FILLER  PIC X(9)  VALUE "  RTN PCT".

       01  PERF-DETAIL-OUT.
           05  SUPPLY-CODE-PRF     PIC X(5).
           05  AVG-LATE-PRF        PIC ZZZZ9.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILL-PCT-PRF        PIC ZZ9.9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RETURNED-PRF        PIC ZZZZZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RETURN-PCT-PRF      PIC ZZ9.9.
           05  FILLER              PIC X(2) VALUE SPACES.

      *one accumulator entry per supplier seen on the history file
       01  PERF-TABLE.
               10  LATE-DAYS-PERF-TBL      PIC 9(7).
               10  ORDERED-PERF-TBL        PIC 9(9).
               10  RECEIVED-PERF-TBL       PIC 9(9).
               10  RETURNED-PERF-TBL       PIC 9(9).
       01  PERF-ENTRY-HOLD.
           05  SUPPLY-CODE-PERF-HOLD   PIC X(5).
           05  LINE-COUNT-PERF-HOLD    PIC 9(5).
           05  LATE-DAYS-PERF-HOLD     PIC 9(7).
           05  ORDERED-PERF-HOLD       PIC 9(9).
           05  RECEIVED-PERF-HOLD      PIC 9(9).
           05  RETURNED-PERF-HOLD      PIC 9(9).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-HIST       PIC X(3) VALUE "NO".
       01  DAYS-LATE-WS           PIC S9(6) VALUE ZERO.
       01  AVG-LATE-WS            PIC 9(5) VALUE ZERO.
       01  FILL-PCT-WS            PIC 9(3)V9 VALUE ZERO.
       01  RETURN-PCT-WS          PIC 9(3)V9 VALUE ZERO.
       01  DELIVERED-QTY-WS       PIC 9(10) VALUE ZERO.
       01  LINES-READ             PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
                   MOVE ZERO TO LATE-DAYS-PERF-TBL(PERF-COUNT)
                   MOVE ZERO TO ORDERED-PERF-TBL(PERF-COUNT)
                   MOVE ZERO TO RECEIVED-PERF-TBL(PERF-COUNT)
                   MOVE ZERO TO RETURNED-PERF-TBL(PERF-COUNT)
                   MOVE PERF-COUNT TO PERF-SEARCH-I
                   MOVE "YES" TO PERF-FOUND-SWITCH
               ELSE
               MOVE "YES" TO PERF-FOUND-SWITCH
           END-IF.

      *scores one archived line: quantities into the fill rate and
      *the returned share (a line archived before returns were
      *tracked has no returned quantity to add), and
      *the final receipt date against the order date plus the
      *supplier's quoted lead time for the on-time split. a supplier
      *missing from the master scores against a zero lead time so
           ADD POHIST-ORDER-QTY TO ORDERED-PERF-TBL(PERF-SEARCH-I).
           ADD POHIST-RECEIVED-QTY
               TO RECEIVED-PERF-TBL(PERF-SEARCH-I).
           IF POHIST-RETURNED-QTY NUMERIC
               ADD POHIST-RETURNED-QTY
                   TO RETURNED-PERF-TBL(PERF-SEARCH-I)
           END-IF.
           IF POHIST-FINAL-RECEIPT-DATE > ZERO
               AND POHIST-ORDER-DATE > ZERO
               MOVE POHIST-SUPPLIER-CODE TO SUPPLY-CODE
               MOVE ZERO TO FILL-PCT-WS
           END-IF.
           MOVE FILL-PCT-WS TO FILL-PCT-PRF.
           MOVE RETURNED-PERF-TBL(SORT-I) TO RETURNED-PRF.
           COMPUTE DELIVERED-QTY-WS = RECEIVED-PERF-TBL(SORT-I)
               + RETURNED-PERF-TBL(SORT-I).
           IF DELIVERED-QTY-WS > ZERO
               COMPUTE RETURN-PCT-WS ROUNDED =
                   RETURNED-PERF-TBL(SORT-I) * 100
                   / DELIVERED-QTY-WS
           ELSE
               MOVE ZERO TO RETURN-PCT-WS
           END-IF.
           MOVE RETURN-PCT-WS TO RETURN-PCT-PRF.
           MOVE PERF-DETAIL-OUT TO SUPPLIER-PERF-RECORD-OUT.
           WRITE SUPPLIER-PERF-RECORD-OUT.

