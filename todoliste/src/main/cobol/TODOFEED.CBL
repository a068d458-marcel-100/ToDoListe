       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDLIST-JOURNAL ASSIGN TO "todolist-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-SEGMENT ASSIGN TO WS-SEGMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT ARCHIVE-CATALOG
               ASSIGN TO "todolist-archive-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST-JOURNAL.
       01 TDLIST-JOURNAL-FILE.
           COPY auditrec.

       FD JOURNAL-SEGMENT.
       01 JOURNAL-SEGMENT-FILE.
           COPY auditrec.

       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-FILE.
           COPY archcat.

       FD FEED-FILE.
       01 FEED-RECORD.
           COPY tdfeedrec.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-REC.
           COPY auditrec.
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-SEGMENT-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-CATALOG-EOF PIC A(1).
       01 WS-SEGMENT-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-FEED-DATE-TEXT PIC X(10).
       01 WS-FEED-DATE PIC 9(8).
       01 WS-FEED-IS-NIGHTLY PIC X.
       01 WS-FEED-FILE-NAME PIC X(64).
       01 WS-SEGMENT-FILE-NAME PIC X(64).
       01 WS-SEEN-FIELDS.
           05 WS-SEEN-COUNT PIC 999.
           05 WS-SEEN-MAX PIC 999 VALUE 200.
           05 WS-SEEN-INDEX PIC 999.
           05 WS-FILE-ALREADY-SEEN PIC X.
           05 WS-SEEN-FILE-NAME PIC X(64) OCCURS 200.
       01 WS-FEED-COUNTS.
           05 WS-DETAIL-COUNT PIC 9(7).
           05 WS-ADDED-COUNT PIC 9(7).
           05 WS-CHANGED-COUNT PIC 9(7).
           05 WS-DELETED-COUNT PIC 9(7).
           05 WS-LIST-LEVEL-COUNT PIC 9(7).
           05 WS-HASH-TOTAL PIC 9(15).
       COPY tdrunctl.

      * -------------------------------------------------------------- *
      * Nightly change-feed extract for downstream systems: every     *
      * journal record stamped on one day goes out as a fixed-layout  *
      * detail record (see tdfeedrec) between a header and a trailer  *
      * carrying the counts and the hash total of item ids, to        *
      * todofeed-YYYYMMDD.txt dated by that day. Reads one line from  *
      * SYSIN, the wanted YYYYMMDD day. Blank is the nightly run and  *
      * means yesterday - the day just closed, whether the chain runs *
      * before or after midnight - and only that run checks in with   *
      * TODORUNCTL. An explicit date is a catch-up or a repeat and    *
      * always rebuilds its file, whatever tonight's run has done.    *
      * The day's records are looked for in TODOAUDIT's order -       *
      * every "*JOURNAL*" segment in the catalog, then the live       *
      * journal - so a month-end TODOJRNL rollover that has already   *
      * moved the evening's records into a segment loses nothing.     *
      * The file is written OUTPUT from scratch and carries nothing   *
      * about the run itself, so a rerun for the same day rebuilds    *
      * the identical file under the same name instead of adding a    *
      * second feed.                                                  *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-FEED-DATE-TEXT
           ACCEPT WS-FEED-DATE-TEXT

           IF WS-FEED-DATE-TEXT(1:8) IS NUMERIC THEN
               MOVE "N" TO WS-FEED-IS-NIGHTLY
               MOVE WS-FEED-DATE-TEXT(1:8) TO WS-FEED-DATE
           ELSE
               MOVE "Y" TO WS-FEED-IS-NIGHTLY
               COMPUTE WS-FEED-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
           END-IF

      * Run-control check-in, nightly run only: a night already       *
      * finished is a no-op - its feed file is on disk - and a rerun  *
      * after an abend simply writes the whole file again.            *
           IF WS-FEED-IS-NIGHTLY = "Y" THEN
               MOVE "TODOFEED" TO RC-JOB-NAME
               MOVE "CHECK" TO RC-FUNCTION
               MOVE 0 TO RC-ITEMS-TOUCHED
               CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST
               IF RC-ALREADY-FINISHED = "Y" THEN
                   GOBACK
               END-IF

               MOVE "START" TO RC-FUNCTION
               CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST
           END-IF

           MOVE SPACES TO WS-FEED-FILE-NAME
           STRING "todofeed-" DELIMITED BY SIZE
               WS-FEED-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-FEED-FILE-NAME

           INITIALIZE WS-FEED-COUNTS

           OPEN OUTPUT FEED-FILE

           PERFORM WRITE-FEED-HEADER
           PERFORM EXTRACT-DAYS-CHANGES
           PERFORM WRITE-FEED-TRAILER

           CLOSE FEED-FILE

           IF WS-FEED-IS-NIGHTLY = "Y" THEN
               MOVE "FINISH" TO RC-FUNCTION
               MOVE WS-DETAIL-COUNT TO RC-ITEMS-TOUCHED
               CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST
           END-IF

           GOBACK.

      * ------------------------HEADER---------------------------------*
       WRITE-FEED-HEADER SECTION.

           MOVE SPACES TO FEED-RECORD
           MOVE "H" TO FEED-RECORD-TYPE
           MOVE "TODOLISTE" TO FEED-HDR-SYSTEM
           MOVE "02" TO FEED-HDR-LAYOUT-VERSION
           MOVE WS-FEED-DATE TO FEED-HDR-CHANGE-DATE

           WRITE FEED-RECORD

           EXIT.

      * ------------------------EXTRACT--------------------------------*
       EXTRACT-DAYS-CHANGES SECTION.

           MOVE 0 TO WS-SEEN-COUNT

           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS = 0 THEN
               MOVE "N" TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ ARCHIVE-CATALOG
                       AT END MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-IS-JOURNAL-SEGMENT THEN
                               PERFORM CHECK-FILE-ALREADY-SEEN
                               IF WS-FILE-ALREADY-SEEN = "N" THEN
                                   MOVE CAT-FILE-NAME
                                       TO WS-SEGMENT-FILE-NAME
                                   PERFORM EXTRACT-ONE-SEGMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF

           OPEN INPUT TDLIST-JOURNAL
           IF WS-JOURNAL-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TDLIST-JOURNAL INTO WS-JOURNAL-REC
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AUDIT-TIMESTAMP IN WS-JOURNAL-REC(1:8)
                               = WS-FEED-DATE THEN
                               PERFORM WRITE-FEED-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDLIST-JOURNAL
           END-IF

           EXIT.

      * ------------------------ONE-SEGMENT----------------------------*
      * A segment is dated by the day it was rolled over, not by the  *
      * records in it, so every cataloged segment is read.            *
       EXTRACT-ONE-SEGMENT SECTION.

           OPEN INPUT JOURNAL-SEGMENT
           IF WS-SEGMENT-STATUS = 0 THEN
               MOVE "N" TO WS-SEGMENT-EOF
               PERFORM UNTIL WS-SEGMENT-EOF = "Y"
                   READ JOURNAL-SEGMENT INTO WS-JOURNAL-REC
                       AT END MOVE "Y" TO WS-SEGMENT-EOF
                       NOT AT END
                           IF AUDIT-TIMESTAMP IN WS-JOURNAL-REC(1:8)
                               = WS-FEED-DATE THEN
                               PERFORM WRITE-FEED-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-SEGMENT
           END-IF

           EXIT.

      * ------------------------SEEN-FILES-----------------------------*
      * The same de-duplication TODOAUDIT makes over the catalog.     *
       CHECK-FILE-ALREADY-SEEN SECTION.

           MOVE "N" TO WS-FILE-ALREADY-SEEN

           PERFORM VARYING WS-SEEN-INDEX FROM 1 BY 1
               UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
               OR WS-FILE-ALREADY-SEEN = "Y"
               IF WS-SEEN-FILE-NAME(WS-SEEN-INDEX) = CAT-FILE-NAME THEN
                   MOVE "Y" TO WS-FILE-ALREADY-SEEN
               END-IF
           END-PERFORM

           IF WS-FILE-ALREADY-SEEN = "N" AND
               WS-SEEN-COUNT < WS-SEEN-MAX THEN
               ADD 1 TO WS-SEEN-COUNT
               MOVE CAT-FILE-NAME TO WS-SEEN-FILE-NAME(WS-SEEN-COUNT)
           END-IF

           EXIT.

      * ------------------------DETAIL---------------------------------*
      * One journal record as one detail. The kind comes from the     *
      * images the way TODOAUDIT reads them - a blank before image is *
      * an add, a blank after image a delete - and item id zero is a  *
      * list-level record with no item fields at all.                 *
       WRITE-FEED-DETAIL SECTION.

           MOVE SPACES TO FEED-RECORD
           MOVE "D" TO FEED-RECORD-TYPE
           ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-DETAIL-COUNT TO FEED-SEQUENCE
           MOVE AUDIT-TIMESTAMP IN WS-JOURNAL-REC TO FEED-TIMESTAMP
           MOVE AUDIT-ACTION IN WS-JOURNAL-REC TO FEED-ACTION
           MOVE AUDIT-LIST-NAME IN WS-JOURNAL-REC TO FEED-LIST-NAME
           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC TO FEED-ITEM-ID
           MOVE AUDIT-USER-NAME IN WS-JOURNAL-REC TO FEED-USER-NAME
           MOVE "NNNNNNNN" TO FEED-CHANGED-FIELDS
           ADD AUDIT-ITEM-ID IN WS-JOURNAL-REC TO WS-HASH-TOTAL

           EVALUATE TRUE
               WHEN AUDIT-ITEM-ID IN WS-JOURNAL-REC = 0
                   MOVE "L" TO FEED-CHANGE-KIND
                   ADD 1 TO WS-LIST-LEVEL-COUNT
               WHEN AUDIT-BEFORE-STATUS IN WS-JOURNAL-REC = SPACE AND
                   AUDIT-BEFORE-CONTENT IN WS-JOURNAL-REC = SPACES
                   MOVE "A" TO FEED-CHANGE-KIND
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "YYYYYY" TO FEED-CHANGED-FIELDS(1:6)
                   IF AUDIT-AFTER-PARENT-ID IN WS-JOURNAL-REC
                       IS NUMERIC THEN
                       MOVE "Y" TO FEED-PARENT-CHANGED
                   END-IF
                   IF AUDIT-AFTER-ESTIMATE IN WS-JOURNAL-REC
                       IS NUMERIC THEN
                       MOVE "Y" TO FEED-ESTIMATE-CHANGED
                   END-IF
                   PERFORM TAKE-AFTER-VALUES
               WHEN AUDIT-AFTER-STATUS IN WS-JOURNAL-REC = SPACE AND
                   AUDIT-AFTER-CONTENT IN WS-JOURNAL-REC = SPACES
                   MOVE "D" TO FEED-CHANGE-KIND
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "YYYYYY" TO FEED-CHANGED-FIELDS(1:6)
                   IF AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC
                       IS NUMERIC THEN
                       MOVE "Y" TO FEED-PARENT-CHANGED
                   END-IF
                   IF AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC
                       IS NUMERIC THEN
                       MOVE "Y" TO FEED-ESTIMATE-CHANGED
                   END-IF
                   PERFORM TAKE-BEFORE-VALUES
               WHEN OTHER
                   MOVE "C" TO FEED-CHANGE-KIND
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM FLAG-CHANGED-FIELDS
                   PERFORM TAKE-AFTER-VALUES
           END-EVALUATE

           WRITE FEED-RECORD

           EXIT.

      * ------------------------FLAGS----------------------------------*
       FLAG-CHANGED-FIELDS SECTION.

           IF AUDIT-BEFORE-CONTENT IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-CONTENT IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-CONTENT-CHANGED
           END-IF
           IF AUDIT-BEFORE-STATUS IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-STATUS IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-STATUS-CHANGED
           END-IF
           IF AUDIT-BEFORE-PRIORITY IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-PRIORITY IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-PRIORITY-CHANGED
           END-IF
           IF AUDIT-BEFORE-DUE-DATE IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-DUE-DATE IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-DUE-DATE-CHANGED
           END-IF
           IF AUDIT-BEFORE-RECURRENCE IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-RECURRENCE IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-RECURRENCE-CHANGED
           END-IF
           IF AUDIT-BEFORE-ASSIGNEE IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-ASSIGNEE IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-ASSIGNEE-CHANGED
           END-IF
           IF AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC IS NUMERIC AND
               AUDIT-AFTER-PARENT-ID IN WS-JOURNAL-REC IS NUMERIC AND
               AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-PARENT-ID IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-PARENT-CHANGED
           END-IF
           IF AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC IS NUMERIC AND
               AUDIT-AFTER-ESTIMATE IN WS-JOURNAL-REC IS NUMERIC AND
               AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC NOT =
               AUDIT-AFTER-ESTIMATE IN WS-JOURNAL-REC THEN
               MOVE "Y" TO FEED-ESTIMATE-CHANGED
           END-IF

           EXIT.

      * ------------------------AFTER-VALUES---------------------------*
       TAKE-AFTER-VALUES SECTION.

           MOVE AUDIT-AFTER-CONTENT IN WS-JOURNAL-REC TO FEED-CONTENT
           MOVE AUDIT-AFTER-STATUS IN WS-JOURNAL-REC TO FEED-STATUS
           MOVE AUDIT-AFTER-PRIORITY IN WS-JOURNAL-REC TO FEED-PRIORITY
           MOVE AUDIT-AFTER-DUE-DATE IN WS-JOURNAL-REC TO FEED-DUE-DATE
           MOVE AUDIT-AFTER-RECURRENCE IN WS-JOURNAL-REC
               TO FEED-RECURRENCE
           MOVE AUDIT-AFTER-ASSIGNEE IN WS-JOURNAL-REC TO FEED-ASSIGNEE
           IF AUDIT-AFTER-PARENT-ID IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-AFTER-PARENT-ID IN WS-JOURNAL-REC
                   TO FEED-PARENT-ID
           END-IF
           IF AUDIT-AFTER-ESTIMATE IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-AFTER-ESTIMATE IN WS-JOURNAL-REC
                   TO FEED-ESTIMATE
           END-IF

           EXIT.

      * ------------------------BEFORE-VALUES--------------------------*
       TAKE-BEFORE-VALUES SECTION.

           MOVE AUDIT-BEFORE-CONTENT IN WS-JOURNAL-REC TO FEED-CONTENT
           MOVE AUDIT-BEFORE-STATUS IN WS-JOURNAL-REC TO FEED-STATUS
           MOVE AUDIT-BEFORE-PRIORITY IN WS-JOURNAL-REC
               TO FEED-PRIORITY
           MOVE AUDIT-BEFORE-DUE-DATE IN WS-JOURNAL-REC
               TO FEED-DUE-DATE
           MOVE AUDIT-BEFORE-RECURRENCE IN WS-JOURNAL-REC
               TO FEED-RECURRENCE
           MOVE AUDIT-BEFORE-ASSIGNEE IN WS-JOURNAL-REC
               TO FEED-ASSIGNEE
           IF AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC
                   TO FEED-PARENT-ID
           END-IF
           IF AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC
                   TO FEED-ESTIMATE
           END-IF

           EXIT.

      * ------------------------TRAILER--------------------------------*
      * The record count takes in the header and the trailer itself.  *
       WRITE-FEED-TRAILER SECTION.

           MOVE SPACES TO FEED-RECORD
           MOVE "T" TO FEED-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO FEED-TRL-DETAIL-COUNT
           MOVE WS-ADDED-COUNT TO FEED-TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO FEED-TRL-CHANGED-COUNT
           MOVE WS-DELETED-COUNT TO FEED-TRL-DELETED-COUNT
           MOVE WS-LIST-LEVEL-COUNT TO FEED-TRL-LIST-LEVEL-COUNT
           COMPUTE FEED-TRL-RECORD-COUNT = WS-DETAIL-COUNT + 2
           MOVE WS-HASH-TOTAL TO FEED-TRL-HASH-TOTAL

           WRITE FEED-RECORD

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOFEED.
