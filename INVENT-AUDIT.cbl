       01  AUDIT-RECORD-OUT       PIC X(60).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD-IO   PIC X(49).

       WORKING-STORAGE SECTION.
       COPY PERIOD-CONTROL-RECORD.
