       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOTIMESHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDLIST-TIME ASSIGN TO WS-TIME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT LIST-REGISTRY ASSIGN TO "todolist-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT ARCHIVE-CATALOG
               ASSIGN TO "todolist-archive-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "todotimesheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST-TIME.
       01 TDLIST-TIME-FILE.
           COPY tdtimerec.

       FD LIST-REGISTRY.
       01 LIST-REGISTRY-FILE.
           05 REGISTRY-LIST-NAME PIC X(20).

       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-FILE.
           COPY archcat.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TIME-STATUS PIC 99.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-REGISTRY-EOF PIC A(1).
       01 WS-CATALOG-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-TIME-FILE-NAME PIC X(64).
       01 WS-CURRENT-LIST PIC X(20).
       01 WS-LIST-LABEL PIC X(20).
       01 WS-WEEK-TEXT PIC X(20).
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-END PIC 9(8).
       01 WS-WEEK-START-INTEGER PIC 9(8).
       01 WS-DAY-OFFSET PIC S9(8).
       01 WS-DAY-INDEX PIC 9.
       01 WS-INPUT-IS-VALID PIC X.
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-NAME-LENGTH PIC 99.
       01 WS-ENTRIES-READ PIC 9(7).
       01 WS-ENTRIES-SELECTED PIC 9(7).
       01 WS-FILES-READ PIC 9(5).
       01 WS-LIST-TABLE-FIELDS.
           05 WS-LIST-COUNT PIC 999.
           05 WS-LIST-MAX PIC 999 VALUE 200.
           05 WS-LIST-INDEX PIC 999.
           05 WS-LIST-NAME-ENTRY PIC X(20) OCCURS 200.
       01 WS-SEEN-FIELDS.
           05 WS-SEEN-COUNT PIC 999.
           05 WS-SEEN-MAX PIC 999 VALUE 200.
           05 WS-SEEN-INDEX PIC 999.
           05 WS-FILE-ALREADY-SEEN PIC X.
           05 WS-SEEN-FILE-NAME PIC X(64) OCCURS 200.
      * The week's dates, one per column, worked out once up front.  *
       01 WS-DAY-FIELDS.
           05 WS-DAY-DATE PIC 9(8) OCCURS 7.
      * One row per person and list that has hours in the week, in   *
      * first-seen order; the report groups the rows by person when  *
      * it prints them. WS-SHEET-PRINTED marks rows already out.     *
       01 WS-SHEET-FIELDS.
           05 WS-SHEET-COUNT PIC 9(4).
           05 WS-SHEET-MAX PIC 9(4) VALUE 1000.
           05 WS-SHEET-INDEX PIC 9(4).
           05 WS-SHEET-FOUND PIC X.
           05 WS-SHEET-TABLE OCCURS 1000.
               10 WS-SHEET-PERSON PIC X(20).
               10 WS-SHEET-LIST PIC X(20).
               10 WS-SHEET-PRINTED PIC X.
               10 WS-SHEET-HOURS PIC 9(5)V99 OCCURS 7.
       01 WS-SHEET-FULL-COUNT PIC 9(7).
       01 WS-ROW-INDEX PIC 9(4).
       01 WS-CURRENT-PERSON PIC X(20).
       01 WS-PERSON-HOURS PIC 9(5)V99 OCCURS 7.
       01 WS-GRAND-HOURS PIC 9(5)V99 OCCURS 7.
       01 WS-ROW-TOTAL PIC 9(6)V99.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(22) VALUE "PERSON".
           05 FILLER PIC X(22) VALUE "LIST".
           05 WS-CL-DAY PIC X(10) OCCURS 7.
           05 FILLER PIC X(10) VALUE "     TOTAL".
       01 WS-SHEET-LINE.
           05 WS-SL-PERSON PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-DAY-COLUMN OCCURS 7.
               10 FILLER PIC X(2).
               10 WS-SL-HOURS PIC ZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-TOTAL PIC ZZZZZ9.99.
       01 WS-HELD-LINE PIC X(132).

      * -------------------------------------------------------------- *
      * Weekly timesheet: hours booked with the log-time action, per  *
      * person per list per day, for one week, written to             *
      * todotimesheet.txt. Reads one line from SYSIN - the first day  *
      * of the week as YYYYMMDD; blank means the Monday of the        *
      * current week - and reports that day and the six after it.     *
      *                                                               *
      * The hours come from every time file there is: the shared      *
      * list's, every list in the todolist-names.txt registry (closed *
      * lists included - the hours were worked all the same), and the *
      * dated time archives that clears and sweeps have moved         *
      * entries into. The archives are found through the archive      *
      * catalog: each item archive cataloged on or after the week's   *
      * first day has its time archive next to it under the same      *
      * date, with "time-" in front of "archive-" in the file name.   *
      * Nothing is archived before it was logged, and nothing is      *
      * logged before the day it was worked, so older catalog         *
      * entries cannot hold any of the week's hours. The list column  *
      * is the list the entry was in when read, so hours on an item   *
      * that has since been transferred show under its new list.      *
      *                                                               *
      * Each person gets one row per list, a total row across their   *
      * lists, and the report closes with totals per day.             *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WEEK-TEXT
           ACCEPT WS-WEEK-TEXT

           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           MOVE 0 TO WS-ENTRIES-READ
           MOVE 0 TO WS-ENTRIES-SELECTED

           PERFORM VALIDATE-WEEK-START
           IF NOT INPUT-IS-VALID THEN
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           PERFORM SET-WEEK-DAYS
           PERFORM PRINT-SELECTION-LINE

           MOVE 0 TO WS-SHEET-COUNT
           MOVE 0 TO WS-SHEET-FULL-COUNT
           MOVE 0 TO WS-FILES-READ

           MOVE SPACES TO WS-CURRENT-LIST
           PERFORM BUILD-TIME-FILE-NAME
           PERFORM READ-ONE-TIME-FILE

           PERFORM LOAD-LIST-REGISTRY

           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
               MOVE WS-LIST-NAME-ENTRY(WS-LIST-INDEX)
                   TO WS-CURRENT-LIST
               PERFORM BUILD-TIME-FILE-NAME
               PERFORM READ-ONE-TIME-FILE
           END-PERFORM

           PERFORM READ-TIME-ARCHIVES

           PERFORM PRINT-TIMESHEET
           PERFORM PRINT-RUN-TOTALS

           CLOSE REPORT-FILE

           GOBACK.

      * ------------------------VALIDATE-------------------------------*
      * A blank week start means this week's Monday: day 1 of the     *
      * integer calendar was a Monday, so MOD 7 of today's integer    *
      * date is the number of days since the last Monday. A given    *
      * date must be eight digits and a real calendar day - it must   *
      * come back unchanged from the integer calendar. On a bad date *
      * REPORT-LINE holds the reason.                                 *
       VALIDATE-WEEK-START SECTION.

           MOVE "Y" TO WS-INPUT-IS-VALID
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INTEGER

           MOVE FUNCTION TRIM(WS-WEEK-TEXT) TO WS-WEEK-TEXT
           IF WS-WEEK-TEXT = SPACES THEN
               COMPUTE WS-WEEK-START-INTEGER = WS-TODAY-INTEGER -
                   FUNCTION MOD(WS-TODAY-INTEGER - 1, 7)
               MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INTEGER)
                   TO WS-WEEK-START
               EXIT SECTION
           END-IF

           IF WS-WEEK-TEXT(1:8) IS NOT NUMERIC OR
               WS-WEEK-TEXT(9:12) NOT = SPACES THEN
               MOVE "N" TO WS-INPUT-IS-VALID
           ELSE
               MOVE WS-WEEK-TEXT(1:8) TO WS-WEEK-START
               IF WS-WEEK-START(5:2) < "01" OR
                   WS-WEEK-START(5:2) > "12" OR
                   WS-WEEK-START(7:2) < "01" OR
                   WS-WEEK-START(7:2) > "31" OR
                   WS-WEEK-START < 16010101 THEN
                   MOVE "N" TO WS-INPUT-IS-VALID
               ELSE
                   MOVE FUNCTION INTEGER-OF-DATE(WS-WEEK-START)
                       TO WS-WEEK-START-INTEGER
                   IF FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INTEGER)
                       NOT = WS-WEEK-START THEN
                       MOVE "N" TO WS-INPUT-IS-VALID
                   END-IF
               END-IF
           END-IF

           IF NOT INPUT-IS-VALID THEN
               MOVE "WEEK START MUST BE A VALID YYYYMMDD OR BLANK"
                   TO REPORT-LINE
           END-IF

           EXIT.

      * ------------------------WEEK-DAYS------------------------------*
      * The seven dates, the column headings that show them, and the  *
      * day totals cleared.                                           *
       SET-WEEK-DAYS SECTION.

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INTEGER +
                   WS-DAY-INDEX - 1) TO WS-DAY-DATE(WS-DAY-INDEX)
               MOVE SPACES TO WS-CL-DAY(WS-DAY-INDEX)
               MOVE WS-DAY-DATE(WS-DAY-INDEX)
                   TO WS-CL-DAY(WS-DAY-INDEX)(3:8)
               MOVE 0 TO WS-GRAND-HOURS(WS-DAY-INDEX)
           END-PERFORM

           MOVE WS-DAY-DATE(7) TO WS-WEEK-END

           EXIT.

      * ------------------------SELECTION------------------------------*
       PRINT-SELECTION-LINE SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "WEEK: " DELIMITED BY SIZE
               WS-WEEK-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-WEEK-END DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------REGISTRY-------------------------------*
      * Every registered list, open or closed - a closed list still    *
      * carries the hours that were booked on it before it closed.    *
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

      * ------------------------FILE-NAME------------------------------*
      * The same naming TODOLISTE's BUILD-LIST-FILE-NAME uses for the *
      * time file, blank meaning the shared list.                     *
       BUILD-TIME-FILE-NAME SECTION.

           IF WS-CURRENT-LIST = SPACES THEN
               MOVE "todolist-time.txt" TO WS-TIME-FILE-NAME
               MOVE "(SHARED)" TO WS-LIST-LABEL
           ELSE
               MOVE SPACES TO WS-TIME-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   "-time.txt" DELIMITED BY SIZE
                   INTO WS-TIME-FILE-NAME
               MOVE WS-CURRENT-LIST TO WS-LIST-LABEL
           END-IF

           EXIT.

      * ------------------------ARCHIVES-------------------------------*
      * Item archives cataloged on or after the week's first day, each *
      * file once; journal segments are not list archives and are     *
      * skipped. The time archive's name is the item archive's with   *
      * "time-" put in before the "archive-YYYYMMDD.txt" tail, which  *
      * keeps working for lists renamed since - the catalog holds the  *
      * file name the archive was written under. Any entry not ending *
      * in that tail is left alone.                                   *
       READ-TIME-ARCHIVES SECTION.

           MOVE 0 TO WS-SEEN-COUNT

           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS = 0 THEN
               MOVE "N" TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ ARCHIVE-CATALOG
                       AT END MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF NOT CAT-IS-JOURNAL-SEGMENT AND
                               CAT-ARCHIVE-DATE >= WS-WEEK-START THEN
                               PERFORM CHECK-FILE-ALREADY-SEEN
                               IF WS-FILE-ALREADY-SEEN = "N" THEN
                                   PERFORM TAKE-CATALOG-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF

           EXIT.

      * ------------------------CATALOG-ENTRY--------------------------*
       TAKE-CATALOG-ENTRY SECTION.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(CAT-FILE-NAME))
               TO WS-NAME-LENGTH
           IF WS-NAME-LENGTH < 21 OR WS-NAME-LENGTH > 59 THEN
               EXIT SECTION
           END-IF
           IF CAT-FILE-NAME(WS-NAME-LENGTH - 19:8) NOT = "archive-" THEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-TIME-FILE-NAME
           STRING CAT-FILE-NAME(1:WS-NAME-LENGTH - 20)
               DELIMITED BY SIZE
               "time-" DELIMITED BY SIZE
               CAT-FILE-NAME(WS-NAME-LENGTH - 19:20) DELIMITED BY SIZE
               INTO WS-TIME-FILE-NAME

           IF CAT-LIST-NAME = SPACES THEN
               MOVE "(SHARED)" TO WS-LIST-LABEL
           ELSE
               MOVE CAT-LIST-NAME TO WS-LIST-LABEL
           END-IF

           PERFORM READ-ONE-TIME-FILE

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

      * ------------------------ONE-FILE-------------------------------*
      * A file that is not there simply has no hours to give.         *
       READ-ONE-TIME-FILE SECTION.

           OPEN INPUT TDLIST-TIME
           IF WS-TIME-STATUS = 0 THEN
               ADD 1 TO WS-FILES-READ
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TDLIST-TIME
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM TAKE-TIME-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TDLIST-TIME
           END-IF

           EXIT.

      * ------------------------TAKE-ENTRY-----------------------------*
      * Entries worked outside the week, or with a work date that is  *
      * not a date at all, are counted as read and passed over.       *
       TAKE-TIME-ENTRY SECTION.

           ADD 1 TO WS-ENTRIES-READ

           IF TIME-WORK-DATE IS NOT NUMERIC OR
               TIME-HOURS IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           IF TIME-WORK-DATE < WS-WEEK-START OR
               TIME-WORK-DATE > WS-WEEK-END THEN
               EXIT SECTION
           END-IF

           COMPUTE WS-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE(TIME-WORK-DATE) -
               WS-WEEK-START-INTEGER + 1
           IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > 7 THEN
               EXIT SECTION
           END-IF
           MOVE WS-DAY-OFFSET TO WS-DAY-INDEX

           MOVE "N" TO WS-SHEET-FOUND
           PERFORM VARYING WS-SHEET-INDEX FROM 1 BY 1
               UNTIL WS-SHEET-INDEX > WS-SHEET-COUNT
               OR WS-SHEET-FOUND = "Y"
               IF WS-SHEET-PERSON(WS-SHEET-INDEX) = TIME-PERSON AND
                   WS-SHEET-LIST(WS-SHEET-INDEX) = WS-LIST-LABEL THEN
                   MOVE "Y" TO WS-SHEET-FOUND
               END-IF
           END-PERFORM

           IF WS-SHEET-FOUND = "Y" THEN
               SUBTRACT 1 FROM WS-SHEET-INDEX
           ELSE
               IF WS-SHEET-COUNT >= WS-SHEET-MAX THEN
                   ADD 1 TO WS-SHEET-FULL-COUNT
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-SHEET-COUNT
               MOVE WS-SHEET-COUNT TO WS-SHEET-INDEX
               MOVE TIME-PERSON TO WS-SHEET-PERSON(WS-SHEET-INDEX)
               MOVE WS-LIST-LABEL TO WS-SHEET-LIST(WS-SHEET-INDEX)
               MOVE "N" TO WS-SHEET-PRINTED(WS-SHEET-INDEX)
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 7
                   MOVE 0
                       TO WS-SHEET-HOURS(WS-SHEET-INDEX, WS-DAY-INDEX)
               END-PERFORM
               MOVE WS-DAY-OFFSET TO WS-DAY-INDEX
           END-IF

           ADD TIME-HOURS
               TO WS-SHEET-HOURS(WS-SHEET-INDEX, WS-DAY-INDEX)
           ADD TIME-HOURS TO WS-GRAND-HOURS(WS-DAY-INDEX)
           ADD 1 TO WS-ENTRIES-SELECTED

           EXIT.

      * ------------------------TIMESHEET------------------------------*
      * Rows grouped by person: the first row not yet printed names   *
      * the next person, and all of that person's rows go out         *
      * together, followed by their total across lists.               *
       PRINT-TIMESHEET SECTION.

           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-SHEET-COUNT = 0 THEN
               MOVE "NO HOURS BOOKED IN THIS WEEK" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-SHEET-COUNT
               IF WS-SHEET-PRINTED(WS-ROW-INDEX) = "N" THEN
                   MOVE WS-SHEET-PERSON(WS-ROW-INDEX)
                       TO WS-CURRENT-PERSON
                   PERFORM PRINT-PERSON-ROWS
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SHEET-LINE
           MOVE "ALL PERSONS" TO WS-SL-PERSON
           MOVE "ALL LISTS" TO WS-SL-LIST
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7
               MOVE WS-GRAND-HOURS(WS-DAY-INDEX)
                   TO WS-SL-HOURS(WS-DAY-INDEX)
               ADD WS-GRAND-HOURS(WS-DAY-INDEX) TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-SL-TOTAL
           MOVE WS-SHEET-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------PERSON-ROWS----------------------------*
       PRINT-PERSON-ROWS SECTION.

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7
               MOVE 0 TO WS-PERSON-HOURS(WS-DAY-INDEX)
           END-PERFORM

           PERFORM VARYING WS-SHEET-INDEX FROM WS-ROW-INDEX BY 1
               UNTIL WS-SHEET-INDEX > WS-SHEET-COUNT
               IF WS-SHEET-PRINTED(WS-SHEET-INDEX) = "N" AND
                   WS-SHEET-PERSON(WS-SHEET-INDEX) =
                       WS-CURRENT-PERSON THEN
                   PERFORM PRINT-ONE-ROW
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-SHEET-LINE
           MOVE WS-CURRENT-PERSON TO WS-SL-PERSON
           MOVE "TOTAL" TO WS-SL-LIST
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7
               MOVE WS-PERSON-HOURS(WS-DAY-INDEX)
                   TO WS-SL-HOURS(WS-DAY-INDEX)
               ADD WS-PERSON-HOURS(WS-DAY-INDEX) TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-SL-TOTAL
           MOVE WS-SHEET-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------ONE-ROW--------------------------------*
       PRINT-ONE-ROW SECTION.

           MOVE SPACES TO WS-SHEET-LINE
           MOVE WS-SHEET-PERSON(WS-SHEET-INDEX) TO WS-SL-PERSON
           MOVE WS-SHEET-LIST(WS-SHEET-INDEX) TO WS-SL-LIST
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 7
               MOVE WS-SHEET-HOURS(WS-SHEET-INDEX, WS-DAY-INDEX)
                   TO WS-SL-HOURS(WS-DAY-INDEX)
               ADD WS-SHEET-HOURS(WS-SHEET-INDEX, WS-DAY-INDEX)
                   TO WS-ROW-TOTAL
               ADD WS-SHEET-HOURS(WS-SHEET-INDEX, WS-DAY-INDEX)
                   TO WS-PERSON-HOURS(WS-DAY-INDEX)
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-SL-TOTAL
           MOVE WS-SHEET-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Y" TO WS-SHEET-PRINTED(WS-SHEET-INDEX)

           EXIT.

      * ------------------------RUN-TOTALS-----------------------------*
       PRINT-RUN-TOTALS SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "TIME FILES READ....: " DELIMITED BY SIZE
               WS-FILES-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES READ.......: " DELIMITED BY SIZE
               WS-ENTRIES-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES IN WEEK....: " DELIMITED BY SIZE
               WS-ENTRIES-SELECTED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-SHEET-FULL-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "ENTRIES NOT SHOWN..: " DELIMITED BY SIZE
                   WS-SHEET-FULL-COUNT DELIMITED BY SIZE
                   "  (TABLE FULL)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

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
      * The line waiting to be written is held aside while the        *
      * heading goes out, and put back for WRITE-REPORT-LINE.         *
       PRINT-PAGE-HEADING SECTION.

           ADD 1 TO WS-PAGE-NUMBER

           MOVE REPORT-LINE TO WS-HELD-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TODO LIST WEEKLY TIMESHEET   DATE: "
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

       END PROGRAM TODOTIMESHT.
