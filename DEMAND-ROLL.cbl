       COPY DEMAND-HISTORY-RECORD.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD-IO   PIC X(49).

       WORKING-STORAGE SECTION.
       COPY PERIOD-CONTROL-RECORD.
