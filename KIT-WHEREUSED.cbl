       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-WHEREUSED.
       AUTHOR. DAVID LEE.

      *prints the kit where-used report from the kit master
      *KITMAST.TXT maintained by KIT-MAINT. the kit master is keyed
      *parent first, so it reads naturally as "what goes into this
      *kit"; this report turns it round to "which kits use this
      *part" - every component part with each kit it goes into, the
      *quantity per kit, and whether that kit is still active (its
      *parent not obsolete), so a part can be checked before it is
      *changed, substituted or retired. part names come from
      *INVENT6.TXT; a part no longer on the master prints as not on
      *file rather than dropping off the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KIT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\KITMAST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS KIT-KEY.

           SELECT INVENT-FILE
              ASSIGN TO "C:\Users\Ruth\workspace\program3\INVENT6.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER.

           SELECT WHERE-USED-REPORT
              ASSIGN TO "C:\Users\Ruth\workspace\program3\KITWUSED.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KIT-FILE.
       COPY KIT-RECORD.

       FD  INVENT-FILE.
       COPY INVENTORY-RECORD.

       FD  WHERE-USED-REPORT.
       01  WHERE-USED-RECORD-OUT      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WHERE-USED-HEADER-OUT.
           05  FILLER  PIC X(10) VALUE "COMPONENT ".
           05  FILLER  PIC X(21) VALUE "COMPONENT NAME".
           05  FILLER  PIC X(9)  VALUE "USED IN  ".
           05  FILLER  PIC X(21) VALUE "KIT NAME".
           05  FILLER  PIC X(9)  VALUE "QTY/KIT  ".
           05  FILLER  PIC X(10) VALUE "KIT STATUS".

       01  WHERE-USED-DETAIL-OUT.
           05  COMPONENT-PART-WU   PIC 9(7).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  COMPONENT-NAME-WU   PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  PARENT-PART-WU      PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PARENT-NAME-WU      PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  QTY-PER-WU          PIC ZZZZ9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  KIT-STATUS-WU       PIC X(10).

      *one entry per kit master line, keyed component first for the
      *where-used sequence
       01  WHERE-USED-TABLE.
           05  WHERE-USED-ENTRY OCCURS 2000 TIMES.
               10  WU-SORT-KEY-TBL.
                   15  COMPONENT-PART-TBL  PIC 9(7).
                   15  PARENT-PART-TBL     PIC 9(7).
               10  QTY-PER-TBL             PIC 9(5).
       01  WHERE-USED-ENTRY-HOLD.
           05  WU-SORT-KEY-HOLD.
               10  COMPONENT-PART-HOLD     PIC 9(7).
               10  PARENT-PART-HOLD        PIC 9(7).
           05  QTY-PER-HOLD                PIC 9(5).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-KIT        PIC X(3) VALUE "NO".
           05  PART-FOUND-SWITCH   PIC X(3) VALUE "NO".
               88  PART-FOUND              VALUE "YES".

       01  WU-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  SORT-I                 PIC 9(4) COMP VALUE ZERO.
       01  SORT-J                 PIC 9(4) COMP VALUE ZERO.
       01  KIT-LINES-READ         PIC 9(7) VALUE ZERO.
       01  COMPONENTS-LISTED      PIC 9(7) VALUE ZERO.
       01  LAST-COMPONENT-WS      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *the top of the tree which controls all modules
       100-PRODUCE-WHERE-USED.
           PERFORM 201-INIT-WHERE-USED.
           PERFORM 202-LOAD-ONE-KIT-LINE
               UNTIL EOF-FLAG-KIT = "YES".
           PERFORM 203-TERMINATE-WHERE-USED.
           STOP RUN.

      *initialization
       201-INIT-WHERE-USED.
           OPEN INPUT KIT-FILE.
           OPEN INPUT INVENT-FILE.
           OPEN OUTPUT WHERE-USED-REPORT.
           PERFORM 302-READ-KIT-LINE.

      *mainline which loads one kit master line into the table
       202-LOAD-ONE-KIT-LINE.
           IF WU-COUNT < 2000
               ADD 1 TO WU-COUNT
               MOVE KIT-COMPONENT-PART TO COMPONENT-PART-TBL(WU-COUNT)
               MOVE KIT-PARENT-PART TO PARENT-PART-TBL(WU-COUNT)
               MOVE KIT-QTY-PER TO QTY-PER-TBL(WU-COUNT)
           ELSE
               DISPLAY "WHERE-USED-TABLE FULL - KIT " KIT-PARENT-PART
                   " COMPONENT " KIT-COMPONENT-PART
                   " DROPPED FROM REPORT"
           END-IF.
           PERFORM 302-READ-KIT-LINE.

      *termination - sorts the table into component then kit order
      *and prints one line per kit the component goes into
       203-TERMINATE-WHERE-USED.
           MOVE WHERE-USED-HEADER-OUT TO WHERE-USED-RECORD-OUT.
           WRITE WHERE-USED-RECORD-OUT.
           PERFORM 401-SORT-WHERE-USED-TABLE.
           PERFORM 404-WRITE-WHERE-USED-ENTRY
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > WU-COUNT.
           MOVE SPACES TO WHERE-USED-RECORD-OUT.
           STRING "KIT LINES READ " KIT-LINES-READ
               " COMPONENT PARTS " COMPONENTS-LISTED
               DELIMITED BY SIZE INTO WHERE-USED-RECORD-OUT.
           WRITE WHERE-USED-RECORD-OUT.
           CLOSE KIT-FILE INVENT-FILE WHERE-USED-REPORT.

      *read the next kit master line in key order
       302-READ-KIT-LINE.
           READ KIT-FILE NEXT RECORD
           AT END MOVE "YES" TO EOF-FLAG-KIT
            NOT AT END ADD 1 TO KIT-LINES-READ.

      *sorts the table by component then kit part number
       401-SORT-WHERE-USED-TABLE.
           IF WU-COUNT > 1
               PERFORM 402-SORT-PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > WU-COUNT - 1
           END-IF.

      *one bubble-sort pass over the unsorted portion of the table
       402-SORT-PASS.
           PERFORM 403-COMPARE-AND-SWAP
               VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > WU-COUNT - SORT-I.

      *compares a pair of adjacent entries and swaps them if needed
       403-COMPARE-AND-SWAP.
           IF WU-SORT-KEY-TBL(SORT-J) > WU-SORT-KEY-TBL(SORT-J + 1)
               MOVE WHERE-USED-ENTRY(SORT-J) TO WHERE-USED-ENTRY-HOLD
               MOVE WHERE-USED-ENTRY(SORT-J + 1)
                   TO WHERE-USED-ENTRY(SORT-J)
               MOVE WHERE-USED-ENTRY-HOLD
                   TO WHERE-USED-ENTRY(SORT-J + 1)
           END-IF.

      *formats and writes one where-used line with both part names
      *and the kit's status from the part master; a blank line
      *separates one component's group from the next
       404-WRITE-WHERE-USED-ENTRY.
           IF SORT-I = 1
               OR COMPONENT-PART-TBL(SORT-I) NOT = LAST-COMPONENT-WS
               IF SORT-I > 1
                   MOVE SPACES TO WHERE-USED-RECORD-OUT
                   WRITE WHERE-USED-RECORD-OUT
               END-IF
               ADD 1 TO COMPONENTS-LISTED
               MOVE COMPONENT-PART-TBL(SORT-I) TO LAST-COMPONENT-WS
           END-IF.
           MOVE COMPONENT-PART-TBL(SORT-I) TO COMPONENT-PART-WU.
           MOVE COMPONENT-PART-TBL(SORT-I) TO PART-NUMBER.
           PERFORM 405-READ-INVENT-MASTER.
           IF PART-FOUND
               MOVE PART-NAME TO COMPONENT-NAME-WU
           ELSE
               MOVE "*NOT ON FILE*" TO COMPONENT-NAME-WU
           END-IF.
           MOVE PARENT-PART-TBL(SORT-I) TO PARENT-PART-WU.
           MOVE PARENT-PART-TBL(SORT-I) TO PART-NUMBER.
           PERFORM 405-READ-INVENT-MASTER.
           IF PART-FOUND
               MOVE PART-NAME TO PARENT-NAME-WU
               IF PART-STATUS = "O"
                   MOVE "OBSOLETE" TO KIT-STATUS-WU
               ELSE
                   MOVE "ACTIVE" TO KIT-STATUS-WU
               END-IF
           ELSE
               MOVE "*NOT ON FILE*" TO PARENT-NAME-WU
               MOVE "NOT ON FILE" TO KIT-STATUS-WU
           END-IF.
           MOVE QTY-PER-TBL(SORT-I) TO QTY-PER-WU.
           MOVE WHERE-USED-DETAIL-OUT TO WHERE-USED-RECORD-OUT.
           WRITE WHERE-USED-RECORD-OUT.

      *random read of the part master for one part number
       405-READ-INVENT-MASTER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SWITCH
           END-READ.
