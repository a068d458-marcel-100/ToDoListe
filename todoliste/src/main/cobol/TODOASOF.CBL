       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDLIST ASSIGN TO WS-LIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-FILE
               FILE STATUS IS WS-TDLIST-STATUS.
           SELECT ASOF-WORK ASSIGN TO "todolist-asof-work.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN ASOF-WORK-FILE
               FILE STATUS IS WS-ASOF-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "todoasofrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

       FD ASOF-WORK.
       01 ASOF-WORK-FILE.
           COPY tdlistrec.

       FD TDLIST-JOURNAL.
       01 TDLIST-JOURNAL-FILE.
           COPY auditrec.

       FD JOURNAL-SEGMENT.
       01 JOURNAL-SEGMENT-FILE.
           COPY auditrec.

       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-FILE.
           COPY archcat.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST.
           COPY tdlistrec.
       01 WS-ASOF-ITEM.
           COPY tdlistrec.
       01 WS-LIVE-ITEM.
           COPY tdlistrec.
       01 WS-JOURNAL-REC.
           COPY auditrec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-ASOF-STATUS PIC 99.
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-SEGMENT-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-CATALOG-EOF PIC A(1).
       01 WS-SEGMENT-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-SEGMENT-FILE-NAME PIC X(64).
       01 WS-WANTED-LIST PIC X(20).
       01 WS-LIST-LABEL PIC X(20).
       01 WS-AS-OF-TEXT PIC X(20).
       01 WS-AS-OF PIC X(14).
       01 WS-COMPARE-TEXT PIC X(10).
       01 WS-COMPARE-WANTED PIC X.
       01 WS-INPUT-IS-VALID PIC X.
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-FIELD-LENGTH PIC 9(4).
       01 WS-FIELD-INDEX PIC 9(4).
       01 WS-FIELD-CHAR PIC X.
       01 WS-CHECK-ID PIC 9(5).
       01 WS-RECORD-ORDINAL PIC 9(9).
       01 WS-BUILD-PASS PIC X.
       01 WS-RECORDS-REPLAYED PIC 9(9).
       01 WS-RECORDS-AFTER PIC 9(9).
       01 WS-ITEMS-SHOWN PIC 9(5).
       01 WS-DIFF-COUNT PIC 9(5).
       01 WS-ASOF-KEY PIC 9(6).
       01 WS-LIVE-KEY PIC 9(6).
       01 WS-LIVE-IS-OPEN PIC X.
       01 WS-HELD-LINE PIC X(132).
       01 WS-SEEN-FIELDS.
           05 WS-SEEN-COUNT PIC 999.
           05 WS-SEEN-MAX PIC 999 VALUE 200.
           05 WS-SEEN-INDEX PIC 999.
           05 WS-FILE-ALREADY-SEEN PIC X.
           05 WS-SEEN-FILE-NAME PIC X(64) OCCURS 200.
      * The replay's verdict per item id at the wanted moment: which  *
      * journal record (by its position in the segments-then-live    *
      * reading order) last touched the id, whether that record      *
      * deleted it, and the last parent id the journal recorded for  *
      * it. Indexed straight by item id the way TODOVERIF's replay   *
      * table is. Only the record's position is kept, not its image  *
      * - the second pass goes back for the full images of exactly   *
      * those records, so the table stays small whatever the content *
      * length.                                                       *
       01 WS-REPLAY-FIELDS.
           05 WS-REPLAY-ENTRY OCCURS 99999.
               10 WS-RP-ORDINAL PIC 9(9).
               10 WS-RP-DELETED PIC X.
               10 WS-RP-PARENT-KNOWN PIC X.
               10 WS-RP-PARENT PIC 9(5).
       01 WS-ITEM-LINE.
           05 FILLER PIC X(3) VALUE "ID ".
           05 WS-IL-ID PIC 9(5).
           05 FILLER PIC X(9) VALUE "  STATUS ".
           05 WS-IL-STATUS PIC X(1).
           05 FILLER PIC X(7) VALUE "  PRIO ".
           05 WS-IL-PRIORITY PIC X(1).
           05 FILLER PIC X(6) VALUE "  DUE ".
           05 WS-IL-DUE PIC X(8).
           05 FILLER PIC X(11) VALUE "  ASSIGNEE ".
           05 WS-IL-ASSIGNEE PIC X(20).
           05 FILLER PIC X(9) VALUE "  PARENT ".
           05 WS-IL-PARENT PIC X(5).
           05 FILLER PIC X(15) VALUE "  LAST CHANGED ".
           05 WS-IL-CHANGED PIC X(14).
       01 WS-TEXT-LINE.
           05 FILLER PIC X(8) VALUE "  TEXT: ".
           05 WS-TL-CONTENT PIC X(124).
       01 WS-DIFF-LINE.
           05 WS-DL-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-FIELD PIC X(10).
           05 WS-DL-ASOF PIC X(55).
           05 FILLER PIC X(3) VALUE " | ".
           05 WS-DL-LIVE PIC X(55).

      * -------------------------------------------------------------- *
      * As-of reconstruction: prints one list exactly as it stood at  *
      * a past moment, rebuilt from the change journal alone. Reads   *
      * three lines from SYSIN - the list name (blank for the shared  *
      * list), the moment as YYYYMMDDHHMMSS (a bare YYYYMMDD means    *
      * the end of that day), and "DIFF" to add a side-by-side        *
      * difference against the live list (blank for none) - and      *
      * writes todoasofrpt.txt.                                       *
      *                                                               *
      * The journal is replayed in TODOVERIF's order - every rolled-  *
      * over segment in catalog order, then the live journal - and   *
      * every record on the list stamped at or before the moment     *
      * counts; the last one per item id decides whether the item     *
      * existed then and, if so, what it looked like: its after       *
      * image. A transfer or rename reads as a delete on the list the *
      * item left and an add on the list it joined, so the list is    *
      * asked for under the name it had at that moment. The parent    *
      * id is the last one the journal recorded for the item; records *
      * from before the journal carried parent ids leave it showing   *
      * as "?". Sub-tasks re-pointed as a side effect of a move or    *
      * of their parent's deletion were never journaled themselves    *
      * and show the parent the journal last saw.                     *
      *                                                               *
      * The rebuilt list is held in an indexed work file              *
      * (todolist-asof-work.txt) in the list's own record layout, so  *
      * it prints in id order and the difference is a plain match of  *
      * two files in key order: items gone since, items added since,  *
      * and, for items on both, every field that changed with the     *
      * old value on the left and the live one on the right.          *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WANTED-LIST
           MOVE SPACES TO WS-AS-OF-TEXT
           MOVE SPACES TO WS-COMPARE-TEXT
           ACCEPT WS-WANTED-LIST
           ACCEPT WS-AS-OF-TEXT
           ACCEPT WS-COMPARE-TEXT

           MOVE FUNCTION TRIM(WS-WANTED-LIST) TO WS-WANTED-LIST
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMPARE-TEXT))
               = "DIFF" THEN
               MOVE "Y" TO WS-COMPARE-WANTED
           ELSE
               MOVE "N" TO WS-COMPARE-WANTED
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           PERFORM VALIDATE-REQUEST
           IF NOT INPUT-IS-VALID THEN
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           PERFORM BUILD-LIST-FILE-NAME
           PERFORM PRINT-SELECTION-LINE

           INITIALIZE WS-REPLAY-FIELDS
           MOVE 0 TO WS-RECORDS-REPLAYED
           MOVE 0 TO WS-RECORDS-AFTER

           MOVE "N" TO WS-BUILD-PASS
           PERFORM READ-WHOLE-JOURNAL

           OPEN OUTPUT ASOF-WORK
           MOVE "Y" TO WS-BUILD-PASS
           PERFORM READ-WHOLE-JOURNAL
           CLOSE ASOF-WORK

           PERFORM PRINT-REBUILT-LIST

           IF WS-COMPARE-WANTED = "Y" THEN
               PERFORM PRINT-DIFFERENCE
           END-IF

           CLOSE REPORT-FILE

           GOBACK.

      * ------------------------VALIDATE-------------------------------*
      * The list name goes into a file name, so it gets the same      *
      * whitelist as TODOLISTE's VALIDATE-LIST-NAME. The moment must  *
      * be all digits, 14 of them or a bare 8-digit day. On a bad     *
      * request REPORT-LINE holds the reason.                         *
       VALIDATE-REQUEST SECTION.

           MOVE "Y" TO WS-INPUT-IS-VALID

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
           END-IF

           MOVE FUNCTION TRIM(WS-AS-OF-TEXT) TO WS-AS-OF-TEXT
           EVALUATE TRUE
               WHEN WS-AS-OF-TEXT(1:14) IS NUMERIC AND
                   WS-AS-OF-TEXT(15:6) = SPACES
                   MOVE WS-AS-OF-TEXT(1:14) TO WS-AS-OF
               WHEN WS-AS-OF-TEXT(1:8) IS NUMERIC AND
                   WS-AS-OF-TEXT(9:12) = SPACES
                   MOVE WS-AS-OF-TEXT(1:8) TO WS-AS-OF(1:8)
                   MOVE "235959" TO WS-AS-OF(9:6)
               WHEN OTHER
                   MOVE "N" TO WS-INPUT-IS-VALID
                   MOVE "MOMENT MUST BE YYYYMMDDHHMMSS OR YYYYMMDD"
                       TO REPORT-LINE
           END-EVALUATE

           EXIT.

      * ------------------------FILE-NAME------------------------------*
      * The same naming TODOLISTE's BUILD-LIST-FILE-NAME uses.        *
       BUILD-LIST-FILE-NAME SECTION.

           IF WS-WANTED-LIST = SPACES THEN
               MOVE "todolist.txt" TO WS-LIST-FILE-NAME
               MOVE "(SHARED)" TO WS-LIST-LABEL
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WANTED-LIST) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-LIST-FILE-NAME
               MOVE WS-WANTED-LIST TO WS-LIST-LABEL
           END-IF

           EXIT.

      * ------------------------SELECTION------------------------------*
       PRINT-SELECTION-LINE SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "LIST: " DELIMITED BY SIZE
               WS-LIST-LABEL DELIMITED BY SIZE
               "  AS OF: " DELIMITED BY SIZE
               WS-AS-OF DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------READ-JOURNAL---------------------------*
      * Segments in catalog order, then the live journal, each        *
      * record numbered in that reading order. Run twice: the first   *
      * pass (WS-BUILD-PASS "N") settles which record has the last    *
      * word per id, the second writes those records' images to the  *
      * work file. Both passes skip the same doubled catalog entries, *
      * so the numbering comes out the same both times.               *
       READ-WHOLE-JOURNAL SECTION.

           MOVE 0 TO WS-RECORD-ORDINAL
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
                                   PERFORM READ-ONE-SEGMENT
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
                       NOT AT END PERFORM TAKE-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE TDLIST-JOURNAL
           END-IF

           EXIT.

      * ------------------------ONE-SEGMENT----------------------------*
       READ-ONE-SEGMENT SECTION.

           OPEN INPUT JOURNAL-SEGMENT
           IF WS-SEGMENT-STATUS = 0 THEN
               MOVE "N" TO WS-SEGMENT-EOF
               PERFORM UNTIL WS-SEGMENT-EOF = "Y"
                   READ JOURNAL-SEGMENT INTO WS-JOURNAL-REC
                       AT END MOVE "Y" TO WS-SEGMENT-EOF
                       NOT AT END PERFORM TAKE-JOURNAL-RECORD
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

      * ------------------------TAKE-RECORD----------------------------*
      * Records for other lists, list-level records (item id zero)    *
      * and records stamped after the moment are numbered and passed  *
      * by; the rest go to the pass's own handling.                   *
       TAKE-JOURNAL-RECORD SECTION.

           ADD 1 TO WS-RECORD-ORDINAL

           IF AUDIT-LIST-NAME IN WS-JOURNAL-REC NOT = WS-WANTED-LIST
               OR AUDIT-ITEM-ID IN WS-JOURNAL-REC = 0 THEN
               EXIT SECTION
           END-IF

           IF AUDIT-TIMESTAMP IN WS-JOURNAL-REC > WS-AS-OF THEN
               IF WS-BUILD-PASS = "N" THEN
                   ADD 1 TO WS-RECORDS-AFTER
               END-IF
               EXIT SECTION
           END-IF

           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC TO WS-CHECK-ID

           IF WS-BUILD-PASS = "N" THEN
               PERFORM NOTE-LAST-WORD
           ELSE
               IF WS-RP-ORDINAL(WS-CHECK-ID) = WS-RECORD-ORDINAL AND
                   WS-RP-DELETED(WS-CHECK-ID) = "N" THEN
                   PERFORM WRITE-REBUILT-ITEM
               END-IF
           END-IF

           EXIT.

      * ------------------------LAST-WORD------------------------------*
      * A later record for the id overwrites an earlier one - the     *
      * forward replay TODOVERIF does. A completely blank after image *
      * is a delete. A blank parent field is an older record that did *
      * not carry one: the parent already known stands, except that   *
      * an add (blank before image) starts the id afresh.             *
       NOTE-LAST-WORD SECTION.

           ADD 1 TO WS-RECORDS-REPLAYED
           MOVE WS-RECORD-ORDINAL TO WS-RP-ORDINAL(WS-CHECK-ID)

           IF AUDIT-AFTER-STATUS IN WS-JOURNAL-REC = SPACE AND
               AUDIT-AFTER-CONTENT IN WS-JOURNAL-REC = SPACES THEN
               MOVE "Y" TO WS-RP-DELETED(WS-CHECK-ID)
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-RP-DELETED(WS-CHECK-ID)

           IF AUDIT-BEFORE-STATUS IN WS-JOURNAL-REC = SPACE AND
               AUDIT-BEFORE-CONTENT IN WS-JOURNAL-REC = SPACES THEN
               MOVE "N" TO WS-RP-PARENT-KNOWN(WS-CHECK-ID)
               MOVE 0 TO WS-RP-PARENT(WS-CHECK-ID)
           END-IF

           IF AUDIT-AFTER-PARENT-ID IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE "Y" TO WS-RP-PARENT-KNOWN(WS-CHECK-ID)
               MOVE AUDIT-AFTER-PARENT-ID IN WS-JOURNAL-REC
                   TO WS-RP-PARENT(WS-CHECK-ID)
           END-IF

           EXIT.

      * ------------------------WRITE-REBUILT--------------------------*
      * The after image in the list's own layout. An unknown parent   *
      * goes in as zero; the print tells the two apart from the       *
      * replay table.                                                 *
       WRITE-REBUILT-ITEM SECTION.

           MOVE SPACES TO WS-TDLIST
           MOVE WS-CHECK-ID TO ITEM-ID IN WS-TDLIST
           MOVE AUDIT-AFTER-CONTENT IN WS-JOURNAL-REC
               TO ITEM-CONTENT IN WS-TDLIST
           MOVE AUDIT-AFTER-STATUS IN WS-JOURNAL-REC
               TO ITEM-STATUS IN WS-TDLIST
           MOVE AUDIT-AFTER-PRIORITY IN WS-JOURNAL-REC
               TO ITEM-PRIORITY IN WS-TDLIST
           MOVE AUDIT-AFTER-DUE-DATE IN WS-JOURNAL-REC
               TO ITEM-DUE-DATE IN WS-TDLIST
           MOVE AUDIT-AFTER-RECURRENCE IN WS-JOURNAL-REC
               TO ITEM-RECURRENCE-CODE IN WS-TDLIST
           MOVE AUDIT-AFTER-ASSIGNEE IN WS-JOURNAL-REC
               TO ITEM-ASSIGNEE IN WS-TDLIST
           MOVE AUDIT-TIMESTAMP IN WS-JOURNAL-REC
               TO ITEM-LAST-CHANGED IN WS-TDLIST
           MOVE WS-RP-PARENT(WS-CHECK-ID) TO ITEM-PARENT-ID IN WS-TDLIST

           WRITE ASOF-WORK-FILE FROM WS-TDLIST
               INVALID KEY CONTINUE
           END-WRITE

           EXIT.

      * ------------------------PRINT-LIST-----------------------------*
       PRINT-REBUILT-LIST SECTION.

           MOVE 0 TO WS-ITEMS-SHOWN

           OPEN INPUT ASOF-WORK
           IF WS-ASOF-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ASOF-WORK NEXT INTO WS-ASOF-ITEM
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM PRINT-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ASOF-WORK
           END-IF

           IF WS-ITEMS-SHOWN = 0 THEN
               MOVE "NO ITEMS ON THE LIST AT THAT MOMENT" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS AT THAT MOMENT.....: " DELIMITED BY SIZE
               WS-ITEMS-SHOWN DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL RECORDS REPLAYED.: " DELIMITED BY SIZE
               WS-RECORDS-REPLAYED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LATER RECORDS LEFT OUT...: " DELIMITED BY SIZE
               WS-RECORDS-AFTER DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------PRINT-ONE------------------------------*
       PRINT-ONE-ITEM SECTION.

           MOVE ITEM-ID IN WS-ASOF-ITEM TO WS-IL-ID
           MOVE ITEM-STATUS IN WS-ASOF-ITEM TO WS-IL-STATUS
           MOVE ITEM-PRIORITY IN WS-ASOF-ITEM TO WS-IL-PRIORITY
           MOVE ITEM-DUE-DATE IN WS-ASOF-ITEM TO WS-IL-DUE
           MOVE ITEM-ASSIGNEE IN WS-ASOF-ITEM TO WS-IL-ASSIGNEE
           MOVE ITEM-LAST-CHANGED IN WS-ASOF-ITEM TO WS-IL-CHANGED
           MOVE ITEM-ID IN WS-ASOF-ITEM TO WS-CHECK-ID
           IF WS-RP-PARENT-KNOWN(WS-CHECK-ID) = "Y" THEN
               MOVE ITEM-PARENT-ID IN WS-ASOF-ITEM TO WS-IL-PARENT
           ELSE
               MOVE "?" TO WS-IL-PARENT
           END-IF
           MOVE WS-ITEM-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE FUNCTION TRIM(ITEM-CONTENT IN WS-ASOF-ITEM)
               TO WS-TL-CONTENT
           MOVE WS-TEXT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-ITEMS-SHOWN

           EXIT.

      * ------------------------DIFFERENCE-----------------------------*
      * The rebuilt list against the live one, both read in key       *
      * order and matched on item id; a side that runs out reads as   *
      * key 999999 so the other side drains. A live list with no file *
      * on disk is an empty one.                                      *
       PRINT-DIFFERENCE SECTION.

           MOVE 0 TO WS-DIFF-COUNT

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DIFFERENCE: AS OF " DELIMITED BY SIZE
               WS-AS-OF DELIMITED BY SIZE
               " (LEFT) AGAINST LIVE LIST (RIGHT)" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT ASOF-WORK
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = 0 THEN
               MOVE "Y" TO WS-LIVE-IS-OPEN
           ELSE
               MOVE "N" TO WS-LIVE-IS-OPEN
           END-IF

           PERFORM READ-NEXT-ASOF-ITEM
           PERFORM READ-NEXT-LIVE-ITEM

           PERFORM UNTIL WS-ASOF-KEY = 999999 AND WS-LIVE-KEY = 999999
               EVALUATE TRUE
                   WHEN WS-ASOF-KEY < WS-LIVE-KEY
                       MOVE WS-ASOF-KEY TO WS-DL-ID
                       MOVE "ITEM" TO WS-DL-FIELD
                       MOVE ITEM-CONTENT IN WS-ASOF-ITEM TO WS-DL-ASOF
                       MOVE "(GONE SINCE)" TO WS-DL-LIVE
                       PERFORM WRITE-DIFF-LINE
                       PERFORM READ-NEXT-ASOF-ITEM
                   WHEN WS-ASOF-KEY > WS-LIVE-KEY
                       MOVE WS-LIVE-KEY TO WS-DL-ID
                       MOVE "ITEM" TO WS-DL-FIELD
                       MOVE "(ADDED SINCE)" TO WS-DL-ASOF
                       MOVE ITEM-CONTENT IN WS-LIVE-ITEM TO WS-DL-LIVE
                       PERFORM WRITE-DIFF-LINE
                       PERFORM READ-NEXT-LIVE-ITEM
                   WHEN OTHER
                       PERFORM COMPARE-MATCHED-ITEM
                       PERFORM READ-NEXT-ASOF-ITEM
                       PERFORM READ-NEXT-LIVE-ITEM
               END-EVALUATE
           END-PERFORM

           CLOSE ASOF-WORK
           IF WS-LIVE-IS-OPEN = "Y" THEN
               CLOSE TDLIST
           END-IF

           IF WS-DIFF-COUNT = 0 THEN
               MOVE "NO DIFFERENCES" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "DIFFERENCES..............: " DELIMITED BY SIZE
                   WS-DIFF-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           EXIT.

      * ------------------------NEXT-ASOF------------------------------*
       READ-NEXT-ASOF-ITEM SECTION.

           IF WS-ASOF-STATUS NOT = 0 THEN
               MOVE 999999 TO WS-ASOF-KEY
               EXIT SECTION
           END-IF

           READ ASOF-WORK NEXT INTO WS-ASOF-ITEM
               AT END MOVE 999999 TO WS-ASOF-KEY
               NOT AT END MOVE ITEM-ID IN WS-ASOF-ITEM TO WS-ASOF-KEY
           END-READ

           EXIT.

      * ------------------------NEXT-LIVE------------------------------*
       READ-NEXT-LIVE-ITEM SECTION.

           IF WS-LIVE-IS-OPEN = "N" THEN
               MOVE 999999 TO WS-LIVE-KEY
               EXIT SECTION
           END-IF

           READ TDLIST NEXT INTO WS-LIVE-ITEM
               AT END MOVE 999999 TO WS-LIVE-KEY
               NOT AT END MOVE ITEM-ID IN WS-LIVE-ITEM TO WS-LIVE-KEY
           END-READ

           EXIT.

      * ------------------------COMPARE--------------------------------*
      * One line per field that differs. The parent is only compared  *
      * when the journal recorded one.                                *
       COMPARE-MATCHED-ITEM SECTION.

           MOVE WS-ASOF-KEY TO WS-DL-ID
           MOVE WS-ASOF-KEY TO WS-CHECK-ID

           IF ITEM-CONTENT IN WS-ASOF-ITEM NOT =
               ITEM-CONTENT IN WS-LIVE-ITEM THEN
               MOVE "CONTENT" TO WS-DL-FIELD
               MOVE ITEM-CONTENT IN WS-ASOF-ITEM TO WS-DL-ASOF
               MOVE ITEM-CONTENT IN WS-LIVE-ITEM TO WS-DL-LIVE
               PERFORM WRITE-DIFF-LINE
           END-IF

           IF ITEM-STATUS IN WS-ASOF-ITEM NOT =
               ITEM-STATUS IN WS-LIVE-ITEM THEN
               MOVE "STATUS" TO WS-DL-FIELD
               MOVE ITEM-STATUS IN WS-ASOF-ITEM TO WS-DL-ASOF
               MOVE ITEM-STATUS IN WS-LIVE-ITEM TO WS-DL-LIVE
               PERFORM WRITE-DIFF-LINE
           END-IF

           IF ITEM-PRIORITY IN WS-ASOF-ITEM NOT =
               ITEM-PRIORITY IN WS-LIVE-ITEM THEN
               MOVE "PRIORITY" TO WS-DL-FIELD
               MOVE ITEM-PRIORITY IN WS-ASOF-ITEM TO WS-DL-ASOF
               MOVE ITEM-PRIORITY IN WS-LIVE-ITEM TO WS-DL-LIVE
               PERFORM WRITE-DIFF-LINE
           END-IF

           IF ITEM-DUE-DATE IN WS-ASOF-ITEM NOT =
               ITEM-DUE-DATE IN WS-LIVE-ITEM THEN
               MOVE "DUE DATE" TO WS-DL-FIELD
               MOVE ITEM-DUE-DATE IN WS-ASOF-ITEM TO WS-DL-ASOF
               MOVE ITEM-DUE-DATE IN WS-LIVE-ITEM TO WS-DL-LIVE
               PERFORM WRITE-DIFF-LINE
           END-IF

           IF ITEM-ASSIGNEE IN WS-ASOF-ITEM NOT =
               ITEM-ASSIGNEE IN WS-LIVE-ITEM THEN
               MOVE "ASSIGNEE" TO WS-DL-FIELD
               MOVE ITEM-ASSIGNEE IN WS-ASOF-ITEM TO WS-DL-ASOF
               MOVE ITEM-ASSIGNEE IN WS-LIVE-ITEM TO WS-DL-LIVE
               PERFORM WRITE-DIFF-LINE
           END-IF

           IF WS-RP-PARENT-KNOWN(WS-CHECK-ID) = "Y" AND
               ITEM-PARENT-ID IN WS-ASOF-ITEM NOT =
               ITEM-PARENT-ID IN WS-LIVE-ITEM THEN
               MOVE "PARENT" TO WS-DL-FIELD
               MOVE ITEM-PARENT-ID IN WS-ASOF-ITEM TO WS-DL-ASOF
               MOVE ITEM-PARENT-ID IN WS-LIVE-ITEM TO WS-DL-LIVE
               PERFORM WRITE-DIFF-LINE
           END-IF

           EXIT.

      * ------------------------DIFF-LINE------------------------------*
       WRITE-DIFF-LINE SECTION.

           MOVE WS-DIFF-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-DIFF-COUNT

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
           STRING "TODO LIST AS-OF RECONSTRUCTION   DATE: "
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

       END PROGRAM TODOASOF.
