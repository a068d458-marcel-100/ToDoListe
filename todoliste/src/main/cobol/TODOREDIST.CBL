       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOREDIST.

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
           SELECT ABSENCE-FILE ASSIGN TO "todolist-absence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT TDLIST-JOURNAL ASSIGN TO "todolist-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "todoredistrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

       FD LIST-REGISTRY.
       01 LIST-REGISTRY-FILE.
           05 REGISTRY-LIST-NAME PIC X(20).

       FD ABSENCE-FILE.
       01 ABSENCE-FILE-RECORD.
           COPY tdabsrec.

       FD TDLIST-JOURNAL.
       01 TDLIST-JOURNAL-FILE.
           COPY auditrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST.
           COPY tdlistrec.
       01 WS-TDLIST-BEFORE.
           COPY tdlistrec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-ABSENCE-STATUS PIC 99.
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-REGISTRY-EOF PIC A(1).
       01 WS-ABSENCE-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-HELD-LINE PIC X(132).
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-CURRENT-LIST PIC X(20).
       01 WS-LIST-LABEL PIC X(20).
       01 WS-LIST-TABLE-FIELDS.
           05 WS-LIST-COUNT PIC 999.
           05 WS-LIST-MAX PIC 999 VALUE 200.
           05 WS-LIST-INDEX PIC 999.
           05 WS-LIST-NAME-ENTRY PIC X(20) OCCURS 200.
      * The request, as read from SYSIN.                              *
       01 WS-WANTED-PERSON PIC X(20).
       01 WS-DELEGATE PIC X(20).
       01 WS-WANTED-LIST-TEXT PIC X(20).
       01 WS-MODE-TEXT PIC X(10).
       01 WS-WANTED-LIST PIC X(20).
       01 WS-ALL-LISTS PIC X.
       01 WS-APPLY-WANTED PIC X.
       01 WS-INPUT-IS-VALID PIC X.
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-FIELD-LENGTH PIC 9(4).
       01 WS-FIELD-INDEX PIC 9(4).
       01 WS-FIELD-CHAR PIC X.
       01 WS-DELEGATE-FROM-FILE PIC X.
       01 WS-FIND-NAME PIC X(20).
       01 WS-ABSENCE-FOUND PIC X.
       01 WS-ABSENCE-TO-DATE PIC 9(8).
       01 WS-ABSENCE-DELEGATE PIC X(20).
       01 WS-RUN-COUNTS.
           05 WS-LISTS-SEARCHED PIC 9(5).
           05 WS-ITEMS-FOUND PIC 9(5).
           05 WS-ITEMS-REASSIGNED PIC 9(5).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(22) VALUE "LIST".
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(10) VALUE "DUE".
           05 FILLER PIC X(3) VALUE "P".
           05 FILLER PIC X(62) VALUE "CONTENT".
       01 WS-DETAIL-LINE.
           05 WS-DL-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-DUE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PRIORITY PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CONTENT PIC X(60).
       COPY tdlstctl.
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.

      * -------------------------------------------------------------- *
      * Hands a person's open items to someone else for good - for a  *
      * long absence, or someone who has left - where TODODIGEST's    *
      * cover only routes their reminders for a while. Reads four     *
      * lines from SYSIN:                                             *
      *   the person whose items go;                                  *
      *   the delegate who takes them - blank for the delegate named  *
      *   on the person's absence line covering today (tdabsrec);     *
      *   the list - a name, blank for the shared list, "*" for the   *
      *   shared list and every list in the registry;                 *
      *   "APPLY" to reassign; anything else only lists the items.    *
      * Writes todoredistrpt.txt.                                     *
      *                                                               *
      * Every open item assigned to the person is listed, sub-tasks   *
      * included; done items keep their assignee as a record of who   *
      * did them. An APPLY run rewrites each one with the delegate as *
      * the assignee and journals it as an "assign" under this        *
      * program's name, the way every batch writer signs, so the      *
      * moves can be inspected - or rolled back with TODOROLLBK -     *
      * like any other change. A closed list is left alone: named on  *
      * its own it is refused, under "*" it is passed by.             *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WANTED-PERSON
           MOVE SPACES TO WS-DELEGATE
           MOVE SPACES TO WS-WANTED-LIST-TEXT
           MOVE SPACES TO WS-MODE-TEXT
           ACCEPT WS-WANTED-PERSON
           ACCEPT WS-DELEGATE
           ACCEPT WS-WANTED-LIST-TEXT
           ACCEPT WS-MODE-TEXT

           INITIALIZE WS-RUN-COUNTS

           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           PERFORM VALIDATE-REQUEST
           IF NOT INPUT-IS-VALID THEN
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           PERFORM PRINT-SELECTION-LINES

           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-ALL-LISTS = "Y" THEN
               MOVE SPACES TO WS-CURRENT-LIST
               PERFORM REDISTRIBUTE-CURRENT-LIST

               PERFORM LOAD-LIST-REGISTRY

               PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-INDEX > WS-LIST-COUNT
                   MOVE WS-LIST-NAME-ENTRY(WS-LIST-INDEX)
                       TO WS-CURRENT-LIST
                   PERFORM REDISTRIBUTE-CURRENT-LIST
               END-PERFORM
           ELSE
               MOVE WS-WANTED-LIST TO WS-CURRENT-LIST
               PERFORM REDISTRIBUTE-CURRENT-LIST
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-RUN-TOTALS

           CLOSE REPORT-FILE

           GOBACK.

      * ------------------------VALIDATE-------------------------------*
      * A person is required, and a delegate other than the person -  *
      * given, or taken from the absence file. The list name gets the *
      * VALIDATE-LIST-NAME whitelist; a list named on its own must    *
      * not be closed. On a bad request REPORT-LINE holds the reason. *
       VALIDATE-REQUEST SECTION.

           MOVE "Y" TO WS-INPUT-IS-VALID
           MOVE FUNCTION TRIM(WS-WANTED-PERSON) TO WS-WANTED-PERSON
           MOVE FUNCTION TRIM(WS-DELEGATE) TO WS-DELEGATE

           IF WS-WANTED-PERSON = SPACES THEN
               MOVE "N" TO WS-INPUT-IS-VALID
               MOVE "PERSON NAME REQUIRED" TO REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE WS-WANTED-PERSON TO WS-FIND-NAME
           PERFORM FIND-TODAYS-ABSENCE

           MOVE "N" TO WS-DELEGATE-FROM-FILE
           IF WS-DELEGATE = SPACES THEN
               IF WS-ABSENCE-FOUND = "N" THEN
                   MOVE "N" TO WS-INPUT-IS-VALID
                   MOVE "NO DELEGATE GIVEN AND NO ABSENCE FOR TODAY"
                       TO REPORT-LINE
                   EXIT SECTION
               END-IF
               IF WS-ABSENCE-DELEGATE = SPACES THEN
                   MOVE "N" TO WS-INPUT-IS-VALID
                   MOVE "ABSENCE NAMES NO DELEGATE - GIVE ONE"
                       TO REPORT-LINE
                   EXIT SECTION
               END-IF
               MOVE WS-ABSENCE-DELEGATE TO WS-DELEGATE
               MOVE "Y" TO WS-DELEGATE-FROM-FILE
           END-IF

           IF WS-DELEGATE = WS-WANTED-PERSON THEN
               MOVE "N" TO WS-INPUT-IS-VALID
               MOVE "DELEGATE IS THE PERSON" TO REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE FUNCTION TRIM(WS-WANTED-LIST-TEXT) TO WS-WANTED-LIST
           MOVE "N" TO WS-ALL-LISTS
           IF WS-WANTED-LIST = "*" THEN
               MOVE "Y" TO WS-ALL-LISTS
               MOVE SPACES TO WS-WANTED-LIST
           END-IF

           IF WS-WANTED-LIST NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WANTED-LIST))
                   TO WS-FIELD-LENGTH
               PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > WS-FIELD-LENGTH
                   MOVE WS-WANTED-LIST(WS-FIELD-INDEX:1)
                       TO WS-FIELD-CHAR
                   IF (WS-FIELD-CHAR < "A" OR WS-FIELD-CHAR > "Z") AND
                       (WS-FIELD-CHAR < "a" OR WS-FIELD-CHAR > "z") AND
                       (WS-FIELD-CHAR < "0" OR WS-FIELD-CHAR > "9") AND
                       WS-FIELD-CHAR NOT = "-" AND
                       WS-FIELD-CHAR NOT = "_" THEN
                       MOVE "N" TO WS-INPUT-IS-VALID
                   END-IF
               END-PERFORM
               IF NOT INPUT-IS-VALID THEN
                   MOVE "LIST NAME HAS BAD CHARACTER" TO REPORT-LINE
                   EXIT SECTION
               END-IF

               MOVE WS-WANTED-LIST TO LC-LIST-NAME
               CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST
               IF LC-LIST-IS-CLOSED THEN
                   MOVE "N" TO WS-INPUT-IS-VALID
                   MOVE "LIST IS CLOSED" TO REPORT-LINE
                   EXIT SECTION
               END-IF
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TEXT))
               = "APPLY" THEN
               MOVE "Y" TO WS-APPLY-WANTED
           ELSE
               MOVE "N" TO WS-APPLY-WANTED
           END-IF

           EXIT.

      * ------------------------ABSENCE--------------------------------*
      * WS-FIND-NAME's first absence line covering today, if any -    *
      * the same line TODODIGEST goes by.                             *
       FIND-TODAYS-ABSENCE SECTION.

           MOVE "N" TO WS-ABSENCE-FOUND
           MOVE SPACES TO WS-ABSENCE-DELEGATE
           MOVE 0 TO WS-ABSENCE-TO-DATE

           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = 0 THEN
               MOVE "N" TO WS-ABSENCE-EOF
               PERFORM UNTIL WS-ABSENCE-EOF = "Y"
                   OR WS-ABSENCE-FOUND = "Y"
                   READ ABSENCE-FILE
                       AT END MOVE "Y" TO WS-ABSENCE-EOF
                       NOT AT END
                           IF ABS-PERSON-NAME = WS-FIND-NAME AND
                               ABS-FROM-DATE IS NUMERIC AND
                               ABS-TO-DATE IS NUMERIC AND
                               ABS-FROM-DATE <= WS-TODAY AND
                               ABS-TO-DATE >= WS-TODAY THEN
                               MOVE "Y" TO WS-ABSENCE-FOUND
                               MOVE ABS-TO-DATE TO WS-ABSENCE-TO-DATE
                               MOVE ABS-DELEGATE-NAME
                                   TO WS-ABSENCE-DELEGATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF

           EXIT.

      * ------------------------SELECTION------------------------------*
      * The request as understood, with a word of warning when the    *
      * delegate is away today themselves: their new items then show  *
      * in their own cover's digest until they are back.              *
       PRINT-SELECTION-LINES SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "PERSON: " DELIMITED BY SIZE
               WS-WANTED-PERSON DELIMITED BY SIZE
               "  DELEGATE: " DELIMITED BY SIZE
               WS-DELEGATE DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-DELEGATE-FROM-FILE = "Y" THEN
               MOVE "(FROM ABSENCE FILE)" TO REPORT-LINE(63:19)
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-ABSENCE-FOUND = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               IF WS-ABSENCE-TO-DATE = 99999999 THEN
                   MOVE "PERSON HAS LEFT" TO REPORT-LINE
               ELSE
                   STRING "PERSON IS AWAY UNTIL " DELIMITED BY SIZE
                       WS-ABSENCE-TO-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ALL-LISTS = "Y"
                   MOVE "LIST: (ALL LISTS)" TO REPORT-LINE
               WHEN WS-WANTED-LIST = SPACES
                   MOVE "LIST: (SHARED)" TO REPORT-LINE
               WHEN OTHER
                   STRING "LIST: " DELIMITED BY SIZE
                       WS-WANTED-LIST DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           IF WS-APPLY-WANTED = "Y" THEN
               MOVE "MODE: APPLY" TO REPORT-LINE
           ELSE
               MOVE "MODE: PREVIEW ONLY" TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE WS-DELEGATE TO WS-FIND-NAME
           PERFORM FIND-TODAYS-ABSENCE
           IF WS-ABSENCE-FOUND = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: DELEGATE IS AWAY TODAY UNTIL "
                   DELIMITED BY SIZE
                   WS-ABSENCE-TO-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------REGISTRY-------------------------------*
      * The registry is read into a table up front so its file handle *
      * is closed again before the per-list passes start.             *
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

      * ------------------------LIST-PASS------------------------------*
      * One pass over the list in key order, opened for update only   *
      * when the run is to apply. The file name is built from         *
      * WS-CURRENT-LIST the same way TODOLISTE's own                  *
      * BUILD-LIST-FILE-NAME builds it, blank meaning the shared      *
      * list.                                                         *
       REDISTRIBUTE-CURRENT-LIST SECTION.

           IF WS-CURRENT-LIST = SPACES THEN
               MOVE "todolist.txt" TO WS-LIST-FILE-NAME
               MOVE "(SHARED)" TO WS-LIST-LABEL
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-LIST-FILE-NAME
               MOVE WS-CURRENT-LIST TO WS-LIST-LABEL
           END-IF

           IF WS-APPLY-WANTED = "Y" THEN
               OPEN I-O TDLIST
           ELSE
               OPEN INPUT TDLIST
           END-IF
           IF WS-TDLIST-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           ADD 1 TO WS-LISTS-SEARCHED

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TDLIST NEXT INTO WS-TDLIST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ITEM-STATUS IN WS-TDLIST NOT = "D" AND
                           ITEM-ASSIGNEE IN WS-TDLIST =
                               WS-WANTED-PERSON THEN
                           PERFORM TAKE-PERSONS-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TDLIST

           EXIT.

      * ------------------------TAKE-ITEM------------------------------*
       TAKE-PERSONS-ITEM SECTION.

           ADD 1 TO WS-ITEMS-FOUND

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-LIST-LABEL TO WS-DL-LIST
           MOVE ITEM-ID IN WS-TDLIST TO WS-DL-ID
           MOVE ITEM-DUE-DATE IN WS-TDLIST TO WS-DL-DUE
           MOVE ITEM-PRIORITY IN WS-TDLIST TO WS-DL-PRIORITY
           MOVE FUNCTION TRIM(ITEM-CONTENT IN WS-TDLIST)
               TO WS-DL-CONTENT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-APPLY-WANTED = "Y" THEN
               PERFORM REASSIGN-CURRENT-ITEM
           END-IF

           EXIT.

      * ------------------------REASSIGN-------------------------------*
      * The record just read is the current one, so the REWRITE goes  *
      * straight back over it.                                        *
       REASSIGN-CURRENT-ITEM SECTION.

           MOVE WS-TDLIST TO WS-TDLIST-BEFORE
           MOVE WS-DELEGATE TO ITEM-ASSIGNEE IN WS-TDLIST

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-TODAY TO ITEM-LAST-CHANGED IN WS-TDLIST(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO ITEM-LAST-CHANGED IN WS-TDLIST(9:6)

           REWRITE TDLIST-FILE FROM WS-TDLIST
           IF WS-TDLIST-STATUS = 0 THEN
               PERFORM WRITE-REASSIGN-AUDIT
               ADD 1 TO WS-ITEMS-REASSIGNED
           END-IF

           EXIT.

      * ------------------------AUDIT----------------------------------*
      * Same journal, same record shape as TODOLISTE's assign, signed *
      * with the program's own name.                                  *
       WRITE-REASSIGN-AUDIT SECTION.

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-TODAY TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE "assign" TO AUDIT-ACTION IN WS-AUDIT-RECORD
           MOVE ITEM-ID IN WS-TDLIST TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           MOVE WS-CURRENT-LIST TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD

           MOVE ITEM-CONTENT IN WS-TDLIST-BEFORE
               TO AUDIT-BEFORE-CONTENT IN WS-AUDIT-RECORD
           MOVE ITEM-STATUS IN WS-TDLIST-BEFORE
               TO AUDIT-BEFORE-STATUS IN WS-AUDIT-RECORD
           MOVE ITEM-PRIORITY IN WS-TDLIST-BEFORE
               TO AUDIT-BEFORE-PRIORITY IN WS-AUDIT-RECORD
           MOVE ITEM-DUE-DATE IN WS-TDLIST-BEFORE
               TO AUDIT-BEFORE-DUE-DATE IN WS-AUDIT-RECORD
           MOVE ITEM-RECURRENCE-CODE IN WS-TDLIST-BEFORE
               TO AUDIT-BEFORE-RECURRENCE IN WS-AUDIT-RECORD
           MOVE ITEM-ASSIGNEE IN WS-TDLIST-BEFORE
               TO AUDIT-BEFORE-ASSIGNEE IN WS-AUDIT-RECORD

           MOVE ITEM-CONTENT IN WS-TDLIST
               TO AUDIT-AFTER-CONTENT IN WS-AUDIT-RECORD
           MOVE ITEM-STATUS IN WS-TDLIST
               TO AUDIT-AFTER-STATUS IN WS-AUDIT-RECORD
           MOVE ITEM-PRIORITY IN WS-TDLIST
               TO AUDIT-AFTER-PRIORITY IN WS-AUDIT-RECORD
           MOVE ITEM-DUE-DATE IN WS-TDLIST
               TO AUDIT-AFTER-DUE-DATE IN WS-AUDIT-RECORD
           MOVE ITEM-RECURRENCE-CODE IN WS-TDLIST
               TO AUDIT-AFTER-RECURRENCE IN WS-AUDIT-RECORD
           MOVE ITEM-ASSIGNEE IN WS-TDLIST
               TO AUDIT-AFTER-ASSIGNEE IN WS-AUDIT-RECORD
           MOVE ITEM-PARENT-ID IN WS-TDLIST-BEFORE
               TO AUDIT-BEFORE-PARENT-ID IN WS-AUDIT-RECORD
           MOVE ITEM-PARENT-ID IN WS-TDLIST
               TO AUDIT-AFTER-PARENT-ID IN WS-AUDIT-RECORD
           IF ITEM-ESTIMATE-HOURS IN WS-TDLIST-BEFORE IS NUMERIC THEN
               MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST-BEFORE
                   TO AUDIT-BEFORE-ESTIMATE IN WS-AUDIT-RECORD
           END-IF
           IF ITEM-ESTIMATE-HOURS IN WS-TDLIST IS NUMERIC THEN
               MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST
                   TO AUDIT-AFTER-ESTIMATE IN WS-AUDIT-RECORD
           END-IF

           MOVE "TODOREDIST" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

      * Stamped before the journal is opened: TODOJSEQ may have to    *
      * read it back to find where the chain ends.                    *
           MOVE "STAMP" TO JS-FUNCTION
           CALL "TODOJSEQ" USING JOURNAL-SEQUENCE-REQUEST
               WS-AUDIT-RECORD

           OPEN EXTEND TDLIST-JOURNAL
           IF WS-JOURNAL-STATUS = 35 THEN
               OPEN OUTPUT TDLIST-JOURNAL
           END-IF
           WRITE TDLIST-JOURNAL-FILE FROM WS-AUDIT-RECORD

           CLOSE TDLIST-JOURNAL

           EXIT.

      * ------------------------TOTALS---------------------------------*
       PRINT-RUN-TOTALS SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "LISTS SEARCHED...: " DELIMITED BY SIZE
               WS-LISTS-SEARCHED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OPEN ITEMS FOUND.: " DELIMITED BY SIZE
               WS-ITEMS-FOUND DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-APPLY-WANTED = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS REASSIGNED.: " DELIMITED BY SIZE
                   WS-ITEMS-REASSIGNED DELIMITED BY SIZE
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
           STRING "TODO LIST REDISTRIBUTION   DATE: " DELIMITED BY SIZE
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

       END PROGRAM TODOREDIST.
