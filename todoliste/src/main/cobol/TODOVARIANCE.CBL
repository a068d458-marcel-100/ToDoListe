       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOVARIANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDLIST ASSIGN TO WS-LIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-FILE
               FILE STATUS IS WS-TDLIST-STATUS.
           SELECT TDLIST-TIME ASSIGN TO WS-TIME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT LIST-REGISTRY ASSIGN TO "todolist-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "todovariance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

       FD TDLIST-TIME.
       01 TDLIST-TIME-FILE.
           COPY tdtimerec.

       FD LIST-REGISTRY.
       01 LIST-REGISTRY-FILE.
           05 REGISTRY-LIST-NAME PIC X(20).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST.
           COPY tdlistrec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-TIME-STATUS PIC 99.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-TIME-EOF PIC A(1).
       01 WS-REGISTRY-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-TIME-FILE-NAME PIC X(64).
       01 WS-CURRENT-LIST PIC X(20).
       01 WS-LIST-LABEL PIC X(20).
       01 WS-LIST-TABLE-FIELDS.
           05 WS-LIST-COUNT PIC 999.
           05 WS-LIST-MAX PIC 999 VALUE 200.
           05 WS-LIST-INDEX PIC 999.
           05 WS-LIST-NAME-ENTRY PIC X(20) OCCURS 200.
      * Hours booked per item id on the list being reported, summed  *
      * from its time file before the list itself is read. Indexed  *
      * straight by item id the way TODOASOF's replay table is.      *
       01 WS-ACTUAL-FIELDS.
           05 WS-ACTUAL-HOURS PIC 9(5)V99 OCCURS 99999.
       01 WS-ITEM-ACTUAL PIC 9(5)V99.
       01 WS-ITEM-VARIANCE PIC S9(5)V99.
      * Totals for one list, then for the run. Only items that had  *
      * an estimate go into the estimate, actual and variance        *
      * totals - hours on an unestimated item say nothing about how  *
      * good the estimates were - and are counted separately.        *
       01 WS-LIST-TOTALS.
           05 WS-LT-DONE-COUNT PIC 9(5).
           05 WS-LT-NO-ESTIMATE-COUNT PIC 9(5).
           05 WS-LT-ESTIMATE PIC 9(7)V99.
           05 WS-LT-ACTUAL PIC 9(7)V99.
           05 WS-LT-UNESTIMATED-ACTUAL PIC 9(7)V99.
       01 WS-RUN-TOTALS.
           05 WS-RT-DONE-COUNT PIC 9(7).
           05 WS-RT-NO-ESTIMATE-COUNT PIC 9(7).
           05 WS-RT-ESTIMATE PIC 9(7)V99.
           05 WS-RT-ACTUAL PIC 9(7)V99.
           05 WS-RT-UNESTIMATED-ACTUAL PIC 9(7)V99.
      * The block PRINT-TOTAL-BLOCK prints, filled from either.      *
       01 WS-TOTAL-FIELDS.
           05 WS-TOTAL-TITLE PIC X(30).
           05 WS-TOTAL-DONE-COUNT PIC 9(7).
           05 WS-TOTAL-NO-ESTIMATE-COUNT PIC 9(7).
           05 WS-TOTAL-ESTIMATE PIC 9(7)V99.
           05 WS-TOTAL-ACTUAL PIC 9(7)V99.
           05 WS-TOTAL-UNESTIMATED-ACTUAL PIC 9(7)V99.
           05 WS-TOTAL-VARIANCE PIC S9(7)V99.
       01 WS-TOTAL-DISPLAY PIC Z(6)9.99.
       01 WS-VARIANCE-DISPLAY PIC -Z(6)9.99.
       01 WS-PERCENT PIC 9(5).
       01 WS-PERCENT-DISPLAY PIC ZZZZ9.
       01 WS-COUNT-DISPLAY PIC Z(6)9.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(42) VALUE "CONTENT".
           05 FILLER PIC X(22) VALUE "ASSIGNEE".
           05 FILLER PIC X(10) VALUE "ESTIMATE".
           05 FILLER PIC X(10) VALUE "  ACTUAL".
           05 FILLER PIC X(12) VALUE " VARIANCE".
           05 FILLER PIC X(5) VALUE "  PCT".
       01 WS-DETAIL-LINE.
           05 WS-DL-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CONTENT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-ASSIGNEE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-ESTIMATE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-ACTUAL PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-COMPARISON.
               10 WS-DL-VARIANCE PIC -ZZZZ9.99.
               10 FILLER PIC X(3) VALUE SPACES.
               10 WS-DL-PERCENT PIC ZZZZ9.
           05 WS-DL-NO-ESTIMATE REDEFINES WS-DL-COMPARISON
               PIC X(17).
       01 WS-HELD-LINE PIC X(132).
       COPY tdrunctl.

      * -------------------------------------------------------------- *
      * Batch job: estimate against actual effort for the items that  *
      * are done, written to todovariance.txt, so planning can see    *
      * how far the estimates run from the hours really spent. One    *
      * section per list - the shared list first, then every list in  *
      * the todolist-names.txt registry - with one line per done      *
      * item: its estimate (set with the set-estimate action), the     *
      * hours booked on it with log-time, the difference (positive    *
      * means it took longer than estimated) and, under PCT, actual   *
      * as a percentage of estimate. Items done without an estimate  *
      * are listed with their hours but kept out of the variance      *
      * totals. Each list closes with its totals and the run with     *
      * totals over all lists.                                        *
      *                                                               *
      * Only done items still on their list are reported: once the    *
      * sweep or a clear has moved an item to the archive its time    *
      * entries have gone to the time archive with it. Closed lists   *
      * are reported too - their done work is as much a measure of    *
      * the estimates as any other.                                   *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

      * Run-control check-in: a night already finished is a no-op; a  *
      * rerun after an abend just rebuilds the report whole, which    *
      * an OPEN OUTPUT makes safe anyway.                             *
           MOVE "TODOVARIANCE" TO RC-JOB-NAME
           MOVE "CHECK" TO RC-FUNCTION
           MOVE 0 TO RC-ITEMS-TOUCHED
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST
           IF RC-ALREADY-FINISHED = "Y" THEN
               GOBACK
           END-IF

           MOVE "START" TO RC-FUNCTION
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST

           INITIALIZE WS-RUN-TOTALS

           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           MOVE SPACES TO WS-CURRENT-LIST
           PERFORM REPORT-CURRENT-LIST

           PERFORM LOAD-LIST-REGISTRY

           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
               MOVE WS-LIST-NAME-ENTRY(WS-LIST-INDEX)
                   TO WS-CURRENT-LIST
               PERFORM REPORT-CURRENT-LIST
           END-PERFORM

           PERFORM PRINT-RUN-TOTALS

           CLOSE REPORT-FILE

           MOVE "FINISH" TO RC-FUNCTION
           MOVE WS-RT-DONE-COUNT TO RC-ITEMS-TOUCHED
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST

           GOBACK.

      * ------------------------REGISTRY-------------------------------*
      * Every registered list, open or closed.                        *
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
                               ADD 1 TO WS-LIST-COUNT
                               MOVE REGISTRY-LIST-NAME
                                   TO WS-LIST-NAME-ENTRY(WS-LIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-REGISTRY
           END-IF
           EXIT.

      * ------------------------LIST-SECTION---------------------------*
      * One list's section: the hours summed from its time file, then *
      * its done items in id order, then its totals. The file names   *
      * are built the same way TODOLISTE's BUILD-LIST-FILE-NAME       *
      * builds them, blank meaning the shared list.                   *
       REPORT-CURRENT-LIST SECTION.

           IF WS-CURRENT-LIST = SPACES THEN
               MOVE "todolist.txt" TO WS-LIST-FILE-NAME
               MOVE "todolist-time.txt" TO WS-TIME-FILE-NAME
               MOVE "(SHARED)" TO WS-LIST-LABEL
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-LIST-FILE-NAME
               MOVE SPACES TO WS-TIME-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   "-time.txt" DELIMITED BY SIZE
                   INTO WS-TIME-FILE-NAME
               MOVE WS-CURRENT-LIST TO WS-LIST-LABEL
           END-IF

           INITIALIZE WS-LIST-TOTALS

           MOVE SPACES TO REPORT-LINE
           STRING "LIST: " DELIMITED BY SIZE
               WS-LIST-LABEL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM SUM-ACTUAL-HOURS

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = 0 THEN
               MOVE "N" TO WS-EOF

               PERFORM UNTIL WS-EOF = "Y"
                   READ TDLIST NEXT INTO WS-TDLIST
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ITEM-STATUS IN WS-TDLIST = "D" THEN
                               PERFORM PRINT-DONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TDLIST
           END-IF

           PERFORM PRINT-LIST-TOTALS

           ADD WS-LT-DONE-COUNT TO WS-RT-DONE-COUNT
           ADD WS-LT-NO-ESTIMATE-COUNT TO WS-RT-NO-ESTIMATE-COUNT
           ADD WS-LT-ESTIMATE TO WS-RT-ESTIMATE
           ADD WS-LT-ACTUAL TO WS-RT-ACTUAL
           ADD WS-LT-UNESTIMATED-ACTUAL TO WS-RT-UNESTIMATED-ACTUAL

           EXIT.

      * ------------------------SUM-HOURS------------------------------*
      * A list with no time file has no hours booked on it.           *
       SUM-ACTUAL-HOURS SECTION.

           INITIALIZE WS-ACTUAL-FIELDS

           OPEN INPUT TDLIST-TIME
           IF WS-TIME-STATUS = 0 THEN
               MOVE "N" TO WS-TIME-EOF
               PERFORM UNTIL WS-TIME-EOF = "Y"
                   READ TDLIST-TIME
                       AT END MOVE "Y" TO WS-TIME-EOF
                       NOT AT END
                           IF TIME-ITEM-ID IS NUMERIC AND
                               TIME-ITEM-ID > 0 AND
                               TIME-HOURS IS NUMERIC THEN
                               ADD TIME-HOURS
                                   TO WS-ACTUAL-HOURS(TIME-ITEM-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDLIST-TIME
           END-IF

           EXIT.

      * ------------------------DONE-ITEM------------------------------*
      * An estimate of zero is no estimate. The percentage is actual  *
      * over estimate, rounded, and shows 99999 when it would not fit.*
       PRINT-DONE-ITEM SECTION.

           MOVE 0 TO WS-ITEM-ACTUAL
           IF ITEM-ID IN WS-TDLIST > 0 THEN
               MOVE WS-ACTUAL-HOURS(ITEM-ID IN WS-TDLIST)
                   TO WS-ITEM-ACTUAL
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ITEM-ID IN WS-TDLIST TO WS-DL-ID
           MOVE FUNCTION TRIM(ITEM-CONTENT IN WS-TDLIST)
               TO WS-DL-CONTENT
           MOVE ITEM-ASSIGNEE IN WS-TDLIST TO WS-DL-ASSIGNEE
           MOVE WS-ITEM-ACTUAL TO WS-DL-ACTUAL

           ADD 1 TO WS-LT-DONE-COUNT

           IF ITEM-ESTIMATE-HOURS IN WS-TDLIST IS NOT NUMERIC OR
               ITEM-ESTIMATE-HOURS IN WS-TDLIST = 0 THEN
               MOVE "NO ESTIMATE" TO WS-DL-NO-ESTIMATE
               ADD 1 TO WS-LT-NO-ESTIMATE-COUNT
               ADD WS-ITEM-ACTUAL TO WS-LT-UNESTIMATED-ACTUAL
           ELSE
               MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST TO WS-DL-ESTIMATE
               COMPUTE WS-ITEM-VARIANCE =
                   WS-ITEM-ACTUAL - ITEM-ESTIMATE-HOURS IN WS-TDLIST
               MOVE WS-ITEM-VARIANCE TO WS-DL-VARIANCE
               COMPUTE WS-PERCENT ROUNDED = WS-ITEM-ACTUAL * 100 /
                   ITEM-ESTIMATE-HOURS IN WS-TDLIST
                   ON SIZE ERROR MOVE 99999 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-DL-PERCENT
               ADD ITEM-ESTIMATE-HOURS IN WS-TDLIST TO WS-LT-ESTIMATE
               ADD WS-ITEM-ACTUAL TO WS-LT-ACTUAL
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------LIST-TOTALS----------------------------*
       PRINT-LIST-TOTALS SECTION.

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-TOTAL-TITLE
           STRING "TOTALS FOR " DELIMITED BY SIZE
               WS-LIST-LABEL DELIMITED BY SIZE
               INTO WS-TOTAL-TITLE
           MOVE WS-LT-DONE-COUNT TO WS-TOTAL-DONE-COUNT
           MOVE WS-LT-NO-ESTIMATE-COUNT TO WS-TOTAL-NO-ESTIMATE-COUNT
           MOVE WS-LT-ESTIMATE TO WS-TOTAL-ESTIMATE
           MOVE WS-LT-ACTUAL TO WS-TOTAL-ACTUAL
           MOVE WS-LT-UNESTIMATED-ACTUAL TO WS-TOTAL-UNESTIMATED-ACTUAL
           PERFORM PRINT-TOTAL-BLOCK

           EXIT.

      * ------------------------RUN-TOTALS-----------------------------*
       PRINT-RUN-TOTALS SECTION.

           MOVE "TOTALS FOR ALL LISTS" TO WS-TOTAL-TITLE
           MOVE WS-RT-DONE-COUNT TO WS-TOTAL-DONE-COUNT
           MOVE WS-RT-NO-ESTIMATE-COUNT TO WS-TOTAL-NO-ESTIMATE-COUNT
           MOVE WS-RT-ESTIMATE TO WS-TOTAL-ESTIMATE
           MOVE WS-RT-ACTUAL TO WS-TOTAL-ACTUAL
           MOVE WS-RT-UNESTIMATED-ACTUAL TO WS-TOTAL-UNESTIMATED-ACTUAL
           PERFORM PRINT-TOTAL-BLOCK

           EXIT.

      * ------------------------TOTAL-BLOCK----------------------------*
      * The estimated and actual hours here are those of the items    *
      * that had an estimate; hours on the others follow on their own *
      * line. With nothing estimated there is no percentage to give.  *
       PRINT-TOTAL-BLOCK SECTION.

           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-TITLE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOTAL-DONE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  DONE ITEMS.........: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOTAL-NO-ESTIMATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  WITHOUT ESTIMATE...: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOTAL-ESTIMATE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ESTIMATED HOURS....: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOTAL-ACTUAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTUAL HOURS.......: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE WS-TOTAL-VARIANCE =
               WS-TOTAL-ACTUAL - WS-TOTAL-ESTIMATE
           MOVE WS-TOTAL-VARIANCE TO WS-VARIANCE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  VARIANCE...........:" DELIMITED BY SIZE
               WS-VARIANCE-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-TOTAL-ESTIMATE > 0 THEN
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOTAL-ACTUAL * 100 / WS-TOTAL-ESTIMATE
                   ON SIZE ERROR MOVE 99999 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  ACTUAL/ESTIMATE PCT: " DELIMITED BY SIZE
                   WS-PERCENT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WS-TOTAL-UNESTIMATED-ACTUAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  UNESTIMATED HOURS..: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
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
       PRINT-PAGE-HEADING SECTION.

           ADD 1 TO WS-PAGE-NUMBER

           MOVE REPORT-LINE TO WS-HELD-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TODO LIST ESTIMATE VARIANCE REPORT   DATE: "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HELD-LINE TO REPORT-LINE
           MOVE 2 TO WS-LINE-COUNT

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOVARIANCE.
