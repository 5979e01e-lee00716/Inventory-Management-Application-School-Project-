       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORD-REORG.
       AUTHOR. DAVID LEE.

      *one-time utility to carry BACKORD.TXT forward from the 30-byte
      *OLD-BACKORDER-RECORD layout to the current, wider
      *BACKORDER-RECORD layout - the job reference joined the record
      *so stock owed to a job-charged issue is still charged to the
      *job when INVENT-POST fills the backorder, and JOB-COST counts
      *it. BACKORD.TXT is ORGANIZATION INDEXED with a fixed physical
      *record length, so INVENT-POST cannot just be pointed at it
      *once the copybook grows - the file itself has to be unloaded
      *under the old layout and reloaded under the new one first, in
      *the style of MOVEHIST-REORG and OPENPO-REORG. run this once,
      *before INVENT-POST, BACKORD-REPORT, PART-RETIRE or
      *PART-INQUIRY is run against a BACKORD.TXT built under the old
      *layout.
      *
      *the job reference has no equivalent under the old layout, so
      *every backorder already on file comes forward with no job and
      *its fill is booked uncharged, as it would have been before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BACKORDER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BACKORD.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OLD-BKO-KEY.

           SELECT BACKORD-UNLOAD-FILE
              ASSIGN TO
                 "C:\Users\Ruth\workspace\program3\BACKORD-UNLD.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-BACKORDER-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\BACKORD.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS BKO-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BACKORDER-FILE.
       COPY BACKORDER-RECORD-OLD.

       FD  BACKORD-UNLOAD-FILE.
       01  BACKORD-UNLOAD-RECORD   PIC X(30).

       FD  NEW-BACKORDER-FILE.
       COPY BACKORDER-RECORD.

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-OLD        PIC X(3) VALUE "NO".
           05  EOF-FLAG-UNLOAD     PIC X(3) VALUE "NO".

       01  RECORDS-UNLOADED        PIC 9(7) VALUE ZERO.
       01  RECORDS-RELOADED        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-REORGANIZE-BACKORD-FILE.
           PERFORM 201-UNLOAD-OLD-BACKORD-FILE.
           PERFORM 202-RELOAD-NEW-BACKORD-FILE.
           DISPLAY "BACKORD-REORG COMPLETE - UNLOADED "
               RECORDS-UNLOADED " RELOADED " RECORDS-RELOADED.
           STOP RUN.

      *unloads BACKORD.TXT under its old 30-byte layout into a flat
      *sequential file before the indexed file is recreated under the
      *new, wider record layout
       201-UNLOAD-OLD-BACKORD-FILE.
           OPEN INPUT  OLD-BACKORDER-FILE.
           OPEN OUTPUT BACKORD-UNLOAD-FILE.
           PERFORM 301-READ-OLD-BACKORD-RECORD.
           PERFORM 302-WRITE-UNLOAD-RECORD
               UNTIL EOF-FLAG-OLD = "YES".
           CLOSE OLD-BACKORDER-FILE.
           CLOSE BACKORD-UNLOAD-FILE.

      *reads the unloaded records back and rewrites BACKORD.TXT
      *under the new record layout, defaulting the field that did
      *not exist under the old one
       202-RELOAD-NEW-BACKORD-FILE.
           OPEN INPUT  BACKORD-UNLOAD-FILE.
           OPEN OUTPUT NEW-BACKORDER-FILE.
           PERFORM 303-READ-UNLOAD-RECORD.
           PERFORM 304-WRITE-NEW-BACKORD-RECORD
               UNTIL EOF-FLAG-UNLOAD = "YES".
           CLOSE BACKORD-UNLOAD-FILE.
           CLOSE NEW-BACKORDER-FILE.

      *reads one record under the old layout
       301-READ-OLD-BACKORD-RECORD.
           READ OLD-BACKORDER-FILE
           AT END MOVE "YES" TO EOF-FLAG-OLD.

      *copies one old-layout record straight to the unload file
       302-WRITE-UNLOAD-RECORD.
           MOVE OLD-BACKORDER-RECORD TO BACKORD-UNLOAD-RECORD.
           WRITE BACKORD-UNLOAD-RECORD.
           ADD 1 TO RECORDS-UNLOADED.
           PERFORM 301-READ-OLD-BACKORD-RECORD.

      *reads one unloaded record back into the old-layout record area
       303-READ-UNLOAD-RECORD.
           READ BACKORD-UNLOAD-FILE INTO OLD-BACKORDER-RECORD
           AT END MOVE "YES" TO EOF-FLAG-UNLOAD.

      *builds and writes one record under the new layout - every old
      *field carries straight across and the backorder has no job
       304-WRITE-NEW-BACKORD-RECORD.
           MOVE BKO-PART-OLD TO BKO-PART-NUMBER.
           MOVE BKO-DATE-OLD TO BKO-DATE.
           MOVE BKO-SEQUENCE-OLD TO BKO-SEQUENCE.
           MOVE BKO-QTY-SHORT-OLD TO BKO-QTY-SHORT.
           MOVE BKO-LOCATION-OLD TO BKO-LOCATION-CODE.
           MOVE SPACES TO BKO-JOB-REF.
           WRITE BACKORDER-RECORD
               INVALID KEY
                   DISPLAY "BACKORD-REORG - DUPLICATE KEY, PART "
                       BKO-PART-OLD " SKIPPED"
           END-WRITE.
           ADD 1 TO RECORDS-RELOADED.
           PERFORM 303-READ-UNLOAD-RECORD.
