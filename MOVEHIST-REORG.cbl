       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEHIST-REORG.
       AUTHOR. DAVID LEE.

      *one-time utility to carry MOVEHIST.TXT forward from the
      *46-byte OLD-MOVEMENT-HISTORY-RECORD layout to the current,
      *wider MOVEMENT-HISTORY-RECORD layout - the job reference
      *joined the ledger record so the material issued to each job
      *survives past the posting run for JOB-COST to total, and the
      *lot number joined it so every movement of a lot-controlled
      *part can be traced to the lot it went into or came out of.
      *MOVEHIST.TXT is ORGANIZATION INDEXED with a fixed physical
      *record length, so INVENT-POST cannot just be pointed at it
      *once the copybook grows - the file itself has to be unloaded
      *under the old layout and reloaded under the new one first, in
      *the style of OPENPO-REORG and INVENT-REORG. run this once,
      *before INVENT-POST, CYCLE-COUNT or STOCK-CARD is run against
      *a MOVEHIST.TXT built under the old layout.
      *
      *the job reference and lot number have no equivalent under
      *the old layout - the posting logs they could be rebuilt from
      *are long gone - so every movement already on the ledger comes
      *forward with no job and no lot, and job costing and lot
      *tracing start from the first posting run after the
      *reorganization.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MOVEHIST-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MOVEHIST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-MOVEHIST-KEY.

           SELECT MOVEHIST-UNLOAD-FILE
              ASSIGN TO
                 "C:\Users\Ruth\workspace\program3\MOVEHIST-UNLD.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MOVEHIST-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\MOVEHIST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS MOVEHIST-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MOVEHIST-FILE.
       COPY MOVEMENT-HISTORY-RECORD-OLD.

       FD  MOVEHIST-UNLOAD-FILE.
       01  MOVEHIST-UNLOAD-RECORD  PIC X(46).

       FD  NEW-MOVEHIST-FILE.
       COPY MOVEMENT-HISTORY-RECORD.

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-OLD        PIC X(3) VALUE "NO".
           05  EOF-FLAG-UNLOAD     PIC X(3) VALUE "NO".

       01  RECORDS-UNLOADED        PIC 9(7) VALUE ZERO.
       01  RECORDS-RELOADED        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-REORGANIZE-MOVEHIST-FILE.
           PERFORM 201-UNLOAD-OLD-MOVEHIST-FILE.
           PERFORM 202-RELOAD-NEW-MOVEHIST-FILE.
           DISPLAY "MOVEHIST-REORG COMPLETE - UNLOADED "
               RECORDS-UNLOADED " RELOADED " RECORDS-RELOADED.
           STOP RUN.

      *unloads MOVEHIST.TXT under its old 46-byte layout into a flat
      *sequential file before the indexed file is recreated under the
      *new, wider record layout
       201-UNLOAD-OLD-MOVEHIST-FILE.
           OPEN INPUT  OLD-MOVEHIST-FILE.
           OPEN OUTPUT MOVEHIST-UNLOAD-FILE.
           PERFORM 301-READ-OLD-MOVEHIST-RECORD.
           PERFORM 302-WRITE-UNLOAD-RECORD
               UNTIL EOF-FLAG-OLD = "YES".
           CLOSE OLD-MOVEHIST-FILE.
           CLOSE MOVEHIST-UNLOAD-FILE.

      *reads the unloaded records back and rewrites MOVEHIST.TXT
      *under the new record layout, defaulting the fields that did
      *not exist under the old one
       202-RELOAD-NEW-MOVEHIST-FILE.
           OPEN INPUT  MOVEHIST-UNLOAD-FILE.
           OPEN OUTPUT NEW-MOVEHIST-FILE.
           PERFORM 303-READ-UNLOAD-RECORD.
           PERFORM 304-WRITE-NEW-MOVEHIST-RECORD
               UNTIL EOF-FLAG-UNLOAD = "YES".
           CLOSE MOVEHIST-UNLOAD-FILE.
           CLOSE NEW-MOVEHIST-FILE.

      *reads one record under the old layout
       301-READ-OLD-MOVEHIST-RECORD.
           READ OLD-MOVEHIST-FILE
           AT END MOVE "YES" TO EOF-FLAG-OLD.

      *copies one old-layout record straight to the unload file
       302-WRITE-UNLOAD-RECORD.
           MOVE OLD-MOVEMENT-HISTORY-RECORD TO MOVEHIST-UNLOAD-RECORD.
           WRITE MOVEHIST-UNLOAD-RECORD.
           ADD 1 TO RECORDS-UNLOADED.
           PERFORM 301-READ-OLD-MOVEHIST-RECORD.

      *reads one unloaded record back into the old-layout record area
       303-READ-UNLOAD-RECORD.
           READ MOVEHIST-UNLOAD-FILE INTO OLD-MOVEMENT-HISTORY-RECORD
           AT END MOVE "YES" TO EOF-FLAG-UNLOAD.

      *builds and writes one record under the new layout - every old
      *field carries straight across and the movement has no job
      *and no lot
       304-WRITE-NEW-MOVEHIST-RECORD.
           MOVE MOVEHIST-PART-OLD TO MOVEHIST-PART-NUMBER.
           MOVE MOVEHIST-DATE-OLD TO MOVEHIST-TRANS-DATE.
           MOVE MOVEHIST-SEQUENCE-OLD TO MOVEHIST-SEQUENCE.
           MOVE MOVEHIST-CODE-OLD TO MOVEHIST-TRANS-CODE.
           MOVE MOVEHIST-QTY-OLD TO MOVEHIST-TRANS-QTY.
           MOVE MOVEHIST-LOCATION-OLD TO MOVEHIST-LOCATION-CODE.
           MOVE MOVEHIST-LOCATION-TO-OLD TO MOVEHIST-LOCATION-TO.
           MOVE MOVEHIST-NEW-ON-HAND-OLD TO MOVEHIST-NEW-ON-HAND.
           MOVE MOVEHIST-SOURCE-OLD TO MOVEHIST-SOURCE.
           MOVE SPACES TO MOVEHIST-JOB-REF.
           MOVE SPACES TO MOVEHIST-LOT-NUMBER.
           WRITE MOVEMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "MOVEHIST-REORG - DUPLICATE KEY, PART "
                       MOVEHIST-PART-OLD " SKIPPED"
           END-WRITE.
           ADD 1 TO RECORDS-RELOADED.
           PERFORM 303-READ-UNLOAD-RECORD.
