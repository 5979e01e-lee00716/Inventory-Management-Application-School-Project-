      *prints the backorder status report from BACKORD.TXT, the
      *shortfalls INVENT-POST captured off short issues, in part and
      *age order - so the counter can tell a customer what is owed,
      *which stockroom wanted it and for which job, how long it has
      *waited and how many are still short. the part name is looked
      *up on INVENT6.TXT; backorders clear off this report
      *automatically as receipts post and INVENT-POST fills them
      *oldest first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY INVENTORY-RECORD.

       FD  BACKORDER-REPORT.
       01  BACKORDER-RECORD-OUT   PIC X(80).

       WORKING-STORAGE SECTION.
       01  BKO-OUT-HEADERS.
           05  FILLER  PIC X(9)  VALUE "QTY SHORT".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(9)  VALUE "DAYS OPEN".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE "JOB REF".

       01  BKO-DETAIL-OUT.
           05  PART-NUMBER-BKO     PIC 9(7).
           05  QTY-SHORT-BKO       PIC ZZZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  DAYS-OPEN-BKO       PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  JOB-REF-BKO         PIC X(8).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-BKO        PIC X(3) VALUE "NO".
           MOVE BKO-LOCATION-CODE TO LOCATION-BKO.
           MOVE BKO-DATE TO ORDERED-DATE-BKO.
           MOVE BKO-QTY-SHORT TO QTY-SHORT-BKO.
           MOVE BKO-JOB-REF TO JOB-REF-BKO.
           IF BKO-DATE > ZERO
               COMPUTE DAYS-OPEN-WS =
                   FUNCTION INTEGER-OF-DATE(CURRENT-DATE-WS) -
