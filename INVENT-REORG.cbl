       PROGRAM-ID. INVENT-REORG.
       AUTHOR. DAVID LEE.

      *one-time utility to carry INVENT6.TXT forward from its old
      *85-byte layout to the current, wider one - PART-LOT-CONTROL
      *joined the master record so the parts received by lot number
      *and expiry date can be told from the rest. the file is
      *ORGANIZATION INDEXED with a fixed physical record length, so
      *the programs cannot just be pointed at it once the copybook
      *grows - it has to be unloaded under its old layout and
      *reloaded under the new one first. run this once, before
      *anything else is run against a file built under the old
      *layout.
      *
      *every field carries straight across. PART-LOT-CONTROL has no
      *equivalent under the old layout, so every part comes forward
      *not lot-controlled - PART-MAINT turns the flag on part by part
      *for the stock that has to be traced by lot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PART-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-INVENT-FILE.
       COPY INVENTORY-RECORD-OLD.

       FD  INVENT-UNLOAD-FILE.
       01  INVENT-UNLOAD-RECORD   PIC X(85).

       FD  NEW-INVENT-FILE.
       COPY INVENTORY-RECORD.

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-OLD        PIC X(3) VALUE "NO".
           05  EOF-FLAG-UNLOAD     PIC X(3) VALUE "NO".

       01  RECORDS-UNLOADED        PIC 9(7) VALUE ZERO.
       01  RECORDS-RELOADED        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-REORGANIZE-INVENT-FILE.
           PERFORM 201-UNLOAD-OLD-INVENT-FILE.
           PERFORM 202-RELOAD-NEW-INVENT-FILE.
           DISPLAY "INVENT-REORG COMPLETE - UNLOADED "
               RECORDS-UNLOADED " RELOADED " RECORDS-RELOADED.
           STOP RUN.

      *unloads INVENT6.TXT under its old 85-byte layout into a flat
      *sequential file before the indexed file is recreated under the
      *new, wider record layout
       201-UNLOAD-OLD-INVENT-FILE.
           CLOSE INVENT-UNLOAD-FILE.

      *reads the unloaded records back and rewrites INVENT6.TXT under
      *the new record layout, defaulting the lot-control flag
       202-RELOAD-NEW-INVENT-FILE.
           OPEN INPUT  INVENT-UNLOAD-FILE.
           OPEN OUTPUT NEW-INVENT-FILE.
           CLOSE INVENT-UNLOAD-FILE.
           CLOSE NEW-INVENT-FILE.

      *reads one record under the old layout
       301-READ-OLD-INVENT-RECORD.
           READ OLD-INVENT-FILE
           READ INVENT-UNLOAD-FILE INTO OLD-INVENTORY-RECORD
           AT END MOVE "YES" TO EOF-FLAG-UNLOAD.

      *builds and writes one record under the new layout - every
      *old field carries straight across and the lot-control flag,
      *which the old layout never carried, defaults to off
       304-WRITE-NEW-INVENT-RECORD.
           MOVE SPACES TO INVENTORY-RECORD.
           MOVE PART-NUMBER-OLD TO PART-NUMBER.
           MOVE LAST-RECEIVED-OLD TO LAST-RECEIVED-DATE.
           MOVE LAST-ISSUED-OLD TO LAST-ISSUED-DATE.
           MOVE CATEGORY-CODE-OLD TO CATEGORY-CODE.
           MOVE PART-STATUS-OLD TO PART-STATUS.
           MOVE "N" TO PART-LOT-CONTROL.
           WRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "INVENT-REORG - DUPLICATE KEY, PART "
           END-WRITE.
           ADD 1 TO RECORDS-RELOADED.
           PERFORM 303-READ-UNLOAD-RECORD.
