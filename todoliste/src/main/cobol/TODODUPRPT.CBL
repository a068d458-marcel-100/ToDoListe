       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODODUPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDLIST ASSIGN TO WS-LIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-FILE
               FILE STATUS IS WS-TDLIST-STATUS.
           SELECT LIST-REGISTRY ASSIGN TO "todolist-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "tododuprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

       FD LIST-REGISTRY.
       01 LIST-REGISTRY-FILE.
           05 REGISTRY-LIST-NAME PIC X(20).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-NORMAL-CONTENT PIC X(1024).
           05 SW-LIST-NAME PIC X(20).
           05 SW-ITEM-ID PIC 9(5).
           05 SW-ITEM-CONTENT PIC X(1024).
           05 SW-ITEM-ASSIGNEE PIC X(20).
           05 SW-ITEM-DUE-DATE PIC X(8).
           05 SW-ITEM-LAST-CHANGED PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST.
           COPY tdlistrec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-SORT-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-REGISTRY-EOF PIC A(1).
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-CURRENT-LIST PIC X(20).
       01 WS-LIST-TABLE-FIELDS.
           05 WS-LIST-COUNT PIC 999.
           05 WS-LIST-MAX PIC 999 VALUE 200.
           05 WS-LIST-INDEX PIC 999.
           05 WS-LIST-NAME-ENTRY PIC X(20) OCCURS 200.
      * The record RETURNed just before the current one - a group is  *
      * a run of equal normalized content in the sorted stream, so    *
      * only the neighbour behind is ever needed to find one.         *
       01 WS-PREVIOUS-RECORD.
           05 WS-PREV-NORMAL-CONTENT PIC X(1024).
           05 WS-PREV-LIST-NAME PIC X(20).
           05 WS-PREV-ITEM-ID PIC 9(5).
           05 WS-PREV-ITEM-CONTENT PIC X(1024).
           05 WS-PREV-ITEM-ASSIGNEE PIC X(20).
           05 WS-PREV-ITEM-DUE-DATE PIC X(8).
           05 WS-PREV-ITEM-LAST-CHANGED PIC X(14).
       01 WS-HAVE-PREVIOUS PIC X.
       01 WS-IN-GROUP PIC X.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-ASSIGNEE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-DUE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-CHANGED PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-CONTENT PIC X(53).
       01 WS-GROUP-CONTENT PIC X(80).
       01 WS-HELD-LINE PIC X(132).
       01 WS-LISTS-READ PIC 9(5).
       01 WS-ITEMS-READ PIC 9(7).
       01 WS-GROUP-COUNT PIC 9(5).
       01 WS-GROUPED-ITEMS PIC 9(7).
       COPY tdrunctl.
       COPY tdlstctl.
       COPY tdnormctl.

      * -------------------------------------------------------------- *
      * Batch job: the nightly suspected-duplicate report, written to *
      * tododuprpt.txt. Every open item on the shared list and on     *
      * every named list in the todolist-names.txt registry (closed   *
      * lists left out) is sorted on its content as TODONORM reads it *
      * - case, blanks and punctuation ignored, the same reading      *
      * TODOLISTE warns with on add - and each run of two or more     *
      * equal items is printed as one group: list, id, assignee, due  *
      * date and last change of each, so the shift lead can decide    *
      * which to keep and merge or delete the rest. Groups may span   *
      * lists; within a group the shared list comes first, then the   *
      * named lists alphabetically, then item id. Nothing is changed  *
      * on any list.                                                  *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

      * Run-control check-in: a night already finished is a no-op; a  *
      * rerun after an abend just rebuilds the report whole, which    *
      * an OPEN OUTPUT makes safe anyway.                             *
           MOVE "TODODUPRPT" TO RC-JOB-NAME
           MOVE "CHECK" TO RC-FUNCTION
           MOVE 0 TO RC-ITEMS-TOUCHED
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST
           IF RC-ALREADY-FINISHED = "Y" THEN
               GOBACK
           END-IF

           MOVE "START" TO RC-FUNCTION
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST

           MOVE 0 TO WS-LISTS-READ
           MOVE 0 TO WS-ITEMS-READ
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUPED-ITEMS

           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           PERFORM LOAD-LIST-REGISTRY

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-NORMAL-CONTENT
               ON ASCENDING KEY SW-LIST-NAME
               ON ASCENDING KEY SW-ITEM-ID
               INPUT PROCEDURE IS RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS PRINT-DUPLICATE-GROUPS

           PERFORM PRINT-TOTALS

           CLOSE REPORT-FILE

           MOVE "FINISH" TO RC-FUNCTION
           MOVE WS-GROUPED-ITEMS TO RC-ITEMS-TOUCHED
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST

           GOBACK.

      * ------------------------REGISTRY-------------------------------*
      * The registry is read into a table up front so its file handle *
      * is closed again before the sort starts.                       *
       LOAD-LIST-REGISTRY SECTION.

           MOVE 0 TO WS-LIST-COUNT

           OPEN INPUT LIST-REGISTRY
           IF WS-REGISTRY-STATUS = 0 THEN
               MOVE "N" TO WS-REGISTRY-EOF
               PERFORM UNTIL WS-REGISTRY-EOF = "Y"
                   READ LIST-REGISTRY
                       AT END MOVE "Y" TO WS-REGISTRY-EOF
                       NOT AT END
                           IF REGISTRY-LIST-NAME NOT = SPACES AND
                               WS-LIST-COUNT < WS-LIST-MAX THEN
                               PERFORM TAKE-REGISTRY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-REGISTRY
           END-IF
           EXIT.

      * ------------------------REGISTRY-ENTRY-------------------------*
      * A list closed in the master file (see TODOLSTMT) is left out  *
      * of the run altogether; TODOLSTCTL answers active for a list   *
      * with no master record.                                        *
       TAKE-REGISTRY-ENTRY SECTION.

           MOVE REGISTRY-LIST-NAME TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST
           IF LC-LIST-IS-CLOSED THEN
               EXIT SECTION
           END-IF

           ADD 1 TO WS-LIST-COUNT
           MOVE REGISTRY-LIST-NAME TO WS-LIST-NAME-ENTRY(WS-LIST-COUNT)

           EXIT.

      * ------------------------RELEASE-ITEMS--------------------------*
      * Sort input: the shared list, then each registered list.       *
       RELEASE-OPEN-ITEMS SECTION.

           MOVE SPACES TO WS-CURRENT-LIST
           PERFORM RELEASE-CURRENT-LIST

           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
               MOVE WS-LIST-NAME-ENTRY(WS-LIST-INDEX)
                   TO WS-CURRENT-LIST
               PERFORM RELEASE-CURRENT-LIST
           END-PERFORM

           EXIT.

      * ------------------------RELEASE-LIST---------------------------*
      * One list's open items, each with its normalized content as    *
      * the sort key. The file name is built from WS-CURRENT-LIST the *
      * same way TODOLISTE's own BUILD-LIST-FILE-NAME builds it,      *
      * blank meaning the shared list. Done items are skipped, and so *
      * is content that normalizes to nothing - there is nothing to   *
      * call a duplicate of.                                          *
       RELEASE-CURRENT-LIST SECTION.

           IF WS-CURRENT-LIST = SPACES THEN
               MOVE "todolist.txt" TO WS-LIST-FILE-NAME
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-LIST-FILE-NAME
           END-IF

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = 0 THEN
               ADD 1 TO WS-LISTS-READ
               MOVE "N" TO WS-EOF

               PERFORM UNTIL WS-EOF = "Y"
                   READ TDLIST NEXT INTO WS-TDLIST
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ITEM-STATUS IN WS-TDLIST NOT = "D" THEN
                               PERFORM RELEASE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TDLIST
           END-IF
           EXIT.

      * ------------------------RELEASE-ONE----------------------------*
       RELEASE-ONE-ITEM SECTION.

           ADD 1 TO WS-ITEMS-READ

           MOVE ITEM-CONTENT IN WS-TDLIST TO NM-CONTENT
           CALL "TODONORM" USING NORMALIZE-REQUEST
           IF NM-NORMAL-LENGTH = 0 THEN
               EXIT SECTION
           END-IF

           MOVE NM-NORMAL-CONTENT TO SW-NORMAL-CONTENT
           MOVE WS-CURRENT-LIST TO SW-LIST-NAME
           MOVE ITEM-ID IN WS-TDLIST TO SW-ITEM-ID
           MOVE ITEM-CONTENT IN WS-TDLIST TO SW-ITEM-CONTENT
           MOVE ITEM-ASSIGNEE IN WS-TDLIST TO SW-ITEM-ASSIGNEE
           MOVE ITEM-DUE-DATE IN WS-TDLIST TO SW-ITEM-DUE-DATE
           MOVE ITEM-LAST-CHANGED IN WS-TDLIST TO SW-ITEM-LAST-CHANGED
           RELEASE SORT-WORK-RECORD

           EXIT.

      * ------------------------PRINT-GROUPS---------------------------*
      * Sort output: a record equal to the one before it opens a group *
      * if none is open - the group heading and that earlier record   *
      * go out first - and is printed under it. The first record that *
      * differs closes the group with a blank line. A record with no  *
      * equal neighbour is never printed.                             *
       PRINT-DUPLICATE-GROUPS SECTION.

           MOVE "N" TO WS-HAVE-PREVIOUS
           MOVE "N" TO WS-IN-GROUP
           MOVE "N" TO WS-SORT-EOF

           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
                   NOT AT END PERFORM TAKE-RETURNED-RECORD
               END-RETURN
           END-PERFORM

           IF WS-IN-GROUP = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           EXIT.

      * ------------------------TAKE-RETURNED--------------------------*
       TAKE-RETURNED-RECORD SECTION.

           IF WS-HAVE-PREVIOUS = "Y" AND
               SW-NORMAL-CONTENT = WS-PREV-NORMAL-CONTENT THEN
               IF WS-IN-GROUP = "N" THEN
                   PERFORM START-DUPLICATE-GROUP
               END-IF
               MOVE SW-LIST-NAME TO WS-DETAIL-LIST
               MOVE SW-ITEM-ID TO WS-DETAIL-ID
               MOVE SW-ITEM-ASSIGNEE TO WS-DETAIL-ASSIGNEE
               MOVE SW-ITEM-DUE-DATE TO WS-DETAIL-DUE
               MOVE SW-ITEM-LAST-CHANGED TO WS-DETAIL-CHANGED
               MOVE FUNCTION TRIM(SW-ITEM-CONTENT) TO WS-DETAIL-CONTENT
               PERFORM PRINT-DETAIL-LINE
           ELSE
               IF WS-IN-GROUP = "Y" THEN
                   MOVE SPACES TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "N" TO WS-IN-GROUP
               END-IF
           END-IF

           MOVE SORT-WORK-RECORD TO WS-PREVIOUS-RECORD
           MOVE "Y" TO WS-HAVE-PREVIOUS

           EXIT.

      * ------------------------START-GROUP----------------------------*
      * The heading names the group by the first item's own wording;  *
      * the held record is that first item.                           *
       START-DUPLICATE-GROUP SECTION.

           MOVE "Y" TO WS-IN-GROUP
           ADD 1 TO WS-GROUP-COUNT

           MOVE FUNCTION TRIM(WS-PREV-ITEM-CONTENT) TO WS-GROUP-CONTENT
           MOVE SPACES TO REPORT-LINE
           STRING "GROUP " DELIMITED BY SIZE
               WS-GROUP-COUNT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-GROUP-CONTENT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-PREV-LIST-NAME TO WS-DETAIL-LIST
           MOVE WS-PREV-ITEM-ID TO WS-DETAIL-ID
           MOVE WS-PREV-ITEM-ASSIGNEE TO WS-DETAIL-ASSIGNEE
           MOVE WS-PREV-ITEM-DUE-DATE TO WS-DETAIL-DUE
           MOVE WS-PREV-ITEM-LAST-CHANGED TO WS-DETAIL-CHANGED
           MOVE FUNCTION TRIM(WS-PREV-ITEM-CONTENT) TO WS-DETAIL-CONTENT
           PERFORM PRINT-DETAIL-LINE

           EXIT.

      * ------------------------DETAIL-LINE----------------------------*
       PRINT-DETAIL-LINE SECTION.

           IF WS-DETAIL-LIST = SPACES THEN
               MOVE "(SHARED)" TO WS-DETAIL-LIST
           END-IF
           IF WS-DETAIL-ASSIGNEE = SPACES THEN
               MOVE "(UNASSIGNED)" TO WS-DETAIL-ASSIGNEE
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-GROUPED-ITEMS

           EXIT.

      * ------------------------TOTALS---------------------------------*
       PRINT-TOTALS SECTION.

           IF WS-GROUP-COUNT = 0 THEN
               MOVE "NO SUSPECTED DUPLICATES FOUND" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "LISTS READ.........: " DELIMITED BY SIZE
               WS-LISTS-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OPEN ITEMS READ....: " DELIMITED BY SIZE
               WS-ITEMS-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DUPLICATE GROUPS...: " DELIMITED BY SIZE
               WS-GROUP-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS IN GROUPS....: " DELIMITED BY SIZE
               WS-GROUPED-ITEMS DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------WRITE-LINE-----------------------------*
      * Starts a fresh page once WS-LINES-PER-PAGE lines have gone out *
      * on the current one.                                            *
       WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-PAGE-HEADING
           END-IF

           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           EXIT.

      * ------------------------PAGE-HEADING---------------------------*
      * The line being written when the page ran out is held while    *
      * the heading and column titles go out, then put back.          *
       PRINT-PAGE-HEADING SECTION.

           MOVE REPORT-LINE TO WS-HELD-LINE
           ADD 1 TO WS-PAGE-NUMBER

           MOVE SPACES TO REPORT-LINE
           STRING "TODO LIST SUSPECTED DUPLICATES   DATE: "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  LIST                  ID     ASSIGNEE"
               DELIMITED BY SIZE
               "              DUE       LAST CHANGED    CONTENT"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 3 TO WS-LINE-COUNT
           MOVE WS-HELD-LINE TO REPORT-LINE

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODODUPRPT.
