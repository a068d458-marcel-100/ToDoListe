               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "todoworkload.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABSENCE-FILE ASSIGN TO "todolist-absence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD ABSENCE-FILE.
       01 ABSENCE-FILE-RECORD.
           COPY tdabsrec.

       WORKING-STORAGE SECTION.
       01 WS-TDLIST.
           COPY tdlistrec.
           05 WS-LIST-INDEX PIC 999.
           05 WS-LIST-NAME-ENTRY PIC X(20) OCCURS 200.
       01 WS-ITEMS-REPORTED PIC 9(5).
       01 WS-ABSENCE-STATUS PIC 99.
       01 WS-ABSENCE-EOF PIC A(1).
      * Every absence not yet over (see tdabsrec), today's and those  *
      * coming up, in file order, read once for the whole report.     *
       01 WS-ABSENCE-FIELDS.
           05 WS-ABSENCE-COUNT PIC 999.
           05 WS-ABSENCE-MAX PIC 999 VALUE 200.
           05 WS-ABSENCE-INDEX PIC 999.
           05 WS-ABSENCE-ENTRY OCCURS 200.
               10 WS-ABS-PERSON PIC X(20).
               10 WS-ABS-FROM-DATE PIC 9(8).
               10 WS-ABS-TO-DATE PIC 9(8).
               10 WS-ABS-DELEGATE PIC X(20).
       01 WS-COVER-LABEL PIC X(20).
       COPY tdrunctl.
       COPY tdlstctl.

      * -------------------------------------------------------------- *
      * Batch job: writes a per-person workload report to             *
      * person's open and overdue counts followed by their open       *
      * items, so the shift lead can rebalance work each morning.     *
      * Unassigned items get their own block at the end of each       *
      * list's section. Under each person's name go their absences    *
      * from the absence file that are not over yet, with who covers. *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           PERFORM LOAD-ABSENCES

           MOVE SPACES TO WS-CURRENT-LIST
           PERFORM REPORT-CURRENT-LIST

                       NOT AT END
                           IF REGISTRY-LIST-NAME NOT = SPACES AND
                               WS-LIST-COUNT < WS-LIST-MAX THEN
                               PERFORM TAKE-REGISTRY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
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

      * ------------------------ABSENCES-------------------------------*
       LOAD-ABSENCES SECTION.

           MOVE 0 TO WS-ABSENCE-COUNT

           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = 0 THEN
               MOVE "N" TO WS-ABSENCE-EOF
               PERFORM UNTIL WS-ABSENCE-EOF = "Y"
                   READ ABSENCE-FILE
                       AT END MOVE "Y" TO WS-ABSENCE-EOF
                       NOT AT END
                           IF ABS-PERSON-NAME NOT = SPACES AND
                               ABS-FROM-DATE IS NUMERIC AND
                               ABS-TO-DATE IS NUMERIC AND
                               ABS-TO-DATE >= WS-TODAY AND
                               WS-ABSENCE-COUNT < WS-ABSENCE-MAX THEN
                               ADD 1 TO WS-ABSENCE-COUNT
                               MOVE ABS-PERSON-NAME
                                   TO WS-ABS-PERSON(WS-ABSENCE-COUNT)
                               MOVE ABS-FROM-DATE
                                   TO WS-ABS-FROM-DATE(WS-ABSENCE-COUNT)
                               MOVE ABS-TO-DATE
                                   TO WS-ABS-TO-DATE(WS-ABSENCE-COUNT)
                               MOVE ABS-DELEGATE-NAME
                                   TO WS-ABS-DELEGATE(WS-ABSENCE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF
           EXIT.

      * ------------------------LIST-SECTION---------------------------*
      * One list's full section: its heading, then the per-person     *
      * blocks built fresh from that list's file. The file name is    *
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-CURRENT-PERSON NOT = SPACES THEN
               PERFORM VARYING WS-ABSENCE-INDEX FROM 1 BY 1
                   UNTIL WS-ABSENCE-INDEX > WS-ABSENCE-COUNT
                   IF WS-ABS-PERSON(WS-ABSENCE-INDEX) =
                       WS-CURRENT-PERSON THEN
                       PERFORM PRINT-ABSENCE-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  OPEN ITEMS....: " DELIMITED BY SIZE
               WS-PERSON-OPEN-COUNT(WS-PERSON-INDEX)

           EXIT.

      * ------------------------ABSENCE-LINE---------------------------*
       PRINT-ABSENCE-LINE SECTION.

           IF WS-ABS-DELEGATE(WS-ABSENCE-INDEX) = SPACES THEN
               MOVE "(SHIFT LEAD)" TO WS-COVER-LABEL
           ELSE
               MOVE WS-ABS-DELEGATE(WS-ABSENCE-INDEX) TO WS-COVER-LABEL
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-ABS-TO-DATE(WS-ABSENCE-INDEX) = 99999999 THEN
               STRING "  LEFT..........: FROM " DELIMITED BY SIZE
                   WS-ABS-FROM-DATE(WS-ABSENCE-INDEX) DELIMITED BY SIZE
                   "      COVER: " DELIMITED BY SIZE
                   WS-COVER-LABEL DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  AWAY..........: " DELIMITED BY SIZE
                   WS-ABS-FROM-DATE(WS-ABSENCE-INDEX) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-ABS-TO-DATE(WS-ABSENCE-INDEX) DELIMITED BY SIZE
                   "  COVER: " DELIMITED BY SIZE
                   WS-COVER-LABEL DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------DETAIL-LINE----------------------------*
       PRINT-ITEM-DETAIL-LINE SECTION.

