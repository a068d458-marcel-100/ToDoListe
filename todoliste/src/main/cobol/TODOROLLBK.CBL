       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOROLLBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDLIST ASSIGN TO WS-LIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-FILE
               FILE STATUS IS WS-TDLIST-STATUS.
           SELECT ROLLBACK-WORK ASSIGN TO "todolist-rollback-work.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-REVERSE-ORDINAL
               FILE STATUS IS WS-WORK-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "todorollbkrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

      * One selected journal record, keyed so that reading the file   *
      * in key order hands the records back newest first.             *
       FD ROLLBACK-WORK.
       01 ROLLBACK-WORK-FILE.
           COPY auditrec.
           05 RB-REVERSE-ORDINAL PIC 9(9).

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
       01 WS-TDLIST-BEFORE.
           COPY tdlistrec.
       01 WS-JOURNAL-REC.
           COPY auditrec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-WORK-STATUS PIC 99.
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-SEGMENT-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-CATALOG-EOF PIC A(1).
       01 WS-SEGMENT-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-HELD-LINE PIC X(132).
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-SEGMENT-FILE-NAME PIC X(64).
       01 WS-SEEN-FIELDS.
           05 WS-SEEN-COUNT PIC 999.
           05 WS-SEEN-MAX PIC 999 VALUE 200.
           05 WS-SEEN-INDEX PIC 999.
           05 WS-FILE-ALREADY-SEEN PIC X.
           05 WS-SEEN-FILE-NAME PIC X(64) OCCURS 200.
      * The selection, as read from SYSIN.                            *
       01 WS-WANTED-USER PIC X(20).
       01 WS-FROM-TEXT PIC X(20).
       01 WS-TO-TEXT PIC X(20).
       01 WS-WANTED-LIST-TEXT PIC X(20).
       01 WS-MODE-TEXT PIC X(10).
       01 WS-WANTED-FROM PIC X(14).
       01 WS-WANTED-TO PIC X(14).
       01 WS-WANTED-LIST PIC X(20).
       01 WS-ALL-LISTS PIC X.
       01 WS-APPLY-WANTED PIC X.
       01 WS-INPUT-IS-VALID PIC X.
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-CHECK-TIME-TEXT PIC X(20).
       01 WS-CHECK-TIME PIC X(14).
       01 WS-CHECK-END-OF-DAY PIC X.
       01 WS-FIELD-LENGTH PIC 9(4).
       01 WS-FIELD-INDEX PIC 9(4).
       01 WS-FIELD-CHAR PIC X.
       01 WS-RECORD-ORDINAL PIC 9(9).
       01 WS-RECORD-SELECTED PIC X.
      * One entry per list and item the selection touches: whether    *
      * somebody other than the selected user changed it after one of *
      * the selected records, and - once the rollback has started -   *
      * whether it was refused part way, so its older records are     *
      * left alone too. An item is reversed completely or not at all. *
       01 WS-ITEM-FIELDS.
           05 WS-ITEM-COUNT PIC 9(4).
           05 WS-ITEM-MAX PIC 9(4) VALUE 5000.
           05 WS-ITEM-INDEX PIC 9(4).
           05 WS-ITEM-FOUND PIC X.
           05 WS-ITEM-OVERFLOW PIC X.
           05 WS-ITEM-ENTRY OCCURS 5000.
               10 WS-IT-LIST PIC X(20).
               10 WS-IT-ID PIC 9(5).
               10 WS-IT-REFUSED PIC X.
               10 WS-IT-BY-USER PIC X(20).
               10 WS-IT-AT-TIME PIC X(14).
               10 WS-IT-REASON PIC X(30).
       01 WS-REVERSAL-KIND PIC X.
           88 REVERSE-AN-ADD VALUE "A".
           88 REVERSE-AN-EDIT VALUE "E".
           88 REVERSE-A-DELETE VALUE "D".
           88 REVERSAL-IS-A-MOVE VALUE "M".
       01 WS-OUTCOME PIC X(40).
       01 WS-LIVE-MATCHES PIC X.
       01 WS-ITEM-ON-FILE PIC X.
       01 WS-RUN-COUNTS.
           05 WS-SELECTED-COUNT PIC 9(7).
           05 WS-REVERSED-COUNT PIC 9(7).
           05 WS-REFUSED-COUNT PIC 9(7).
           05 WS-SKIPPED-COUNT PIC 9(7).
       01 WS-DETAIL-LINE.
           05 WS-DT-TIME PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DT-ACTION PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DT-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DT-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DT-OUTCOME PIC X(70).
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.

      * -------------------------------------------------------------- *
      * Journal rollback: undoes one user's changes - a person's, or  *
      * a batch job's, since batch writers sign the journal with      *
      * their program name - over a time window, from the before      *
      * images the journal already holds. Reads five lines from       *
      * SYSIN:                                                        *
      *   the user name as it appears in the journal (TODOLOAD, ...); *
      *   the window's start, YYYYMMDDHHMMSS or a bare YYYYMMDD for   *
      *   the start of that day;                                      *
      *   the window's end, the same way (a bare day means its end;   *
      *   blank means up to now);                                     *
      *   the list - a name, blank for the shared list, "*" for all;  *
      *   "APPLY" to carry the rollback out; anything else only       *
      *   previews it.                                                *
      * Every run prints the preview first - each selected record,    *
      * newest first, with what its reversal would do - to            *
      * todorollbkrpt.txt; an APPLY run then reverses them in the     *
      * same order and prints the outcome of each:                    *
      *   an add is deleted again;                                    *
      *   an edit (and a toggle, assign, move, escalation, ...) gets  *
      *   its before image back;                                      *
      *   a delete (item delete, clear, sweep) is re-added under its  *
      *   old id.                                                     *
      * An item somebody else changed after one of the selected       *
      * records is refused whole - rolling it back would throw their  *
      * change away - and so is one whose live record no longer       *
      * matches what the journal says the user left behind, or whose  *
      * old id has been taken again. Transfers and list renames move  *
      * items between files, with their notes and dependencies, and   *
      * are only listed: they are undone with another transfer or     *
      * rename. Notes and dependencies of deleted or re-added items   *
      * are not touched. Every reversal is journaled as "rollback"    *
      * under this program's name, so a rollback can itself be       *
      * inspected - or rolled back - like any other change.           *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WANTED-USER
           MOVE SPACES TO WS-FROM-TEXT
           MOVE SPACES TO WS-TO-TEXT
           MOVE SPACES TO WS-WANTED-LIST-TEXT
           MOVE SPACES TO WS-MODE-TEXT
           ACCEPT WS-WANTED-USER
           ACCEPT WS-FROM-TEXT
           ACCEPT WS-TO-TEXT
           ACCEPT WS-WANTED-LIST-TEXT
           ACCEPT WS-MODE-TEXT

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

           MOVE 0 TO WS-SELECTED-COUNT
           MOVE 0 TO WS-REVERSED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-ITEM-OVERFLOW

           OPEN OUTPUT ROLLBACK-WORK
           PERFORM COLLECT-SELECTED-RECORDS
           CLOSE ROLLBACK-WORK

           PERFORM PRINT-PREVIEW

           IF WS-APPLY-WANTED = "Y" THEN
               IF WS-ITEM-OVERFLOW = "Y" THEN
                   MOVE "SELECTION TOO LARGE FOR ONE RUN - NOTHING DONE"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM APPLY-REVERSALS
               END-IF
           END-IF

           PERFORM PRINT-RUN-TOTALS

           CLOSE REPORT-FILE

           GOBACK.

      * ------------------------VALIDATE-------------------------------*
      * A user is required - a rollback of everybody's changes is a   *
      * restore from backup, not this. The list name gets the         *
      * VALIDATE-LIST-NAME whitelist. On a bad request REPORT-LINE    *
      * holds the reason.                                             *
       VALIDATE-REQUEST SECTION.

           MOVE "Y" TO WS-INPUT-IS-VALID
           MOVE FUNCTION TRIM(WS-WANTED-USER) TO WS-WANTED-USER

           IF WS-WANTED-USER = SPACES THEN
               MOVE "N" TO WS-INPUT-IS-VALID
               MOVE "USER NAME REQUIRED" TO REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE WS-FROM-TEXT TO WS-CHECK-TIME-TEXT
           MOVE "N" TO WS-CHECK-END-OF-DAY
           PERFORM VALIDATE-TIME-TEXT
           IF NOT INPUT-IS-VALID OR WS-FROM-TEXT = SPACES THEN
               MOVE "N" TO WS-INPUT-IS-VALID
               MOVE "WINDOW START MUST BE YYYYMMDDHHMMSS OR YYYYMMDD"
                   TO REPORT-LINE
               EXIT SECTION
           END-IF
           MOVE WS-CHECK-TIME TO WS-WANTED-FROM

           IF WS-TO-TEXT = SPACES THEN
               MOVE "99999999999999" TO WS-WANTED-TO
           ELSE
               MOVE WS-TO-TEXT TO WS-CHECK-TIME-TEXT
               MOVE "Y" TO WS-CHECK-END-OF-DAY
               PERFORM VALIDATE-TIME-TEXT
               IF NOT INPUT-IS-VALID THEN
                   MOVE "WINDOW END MUST BE YYYYMMDDHHMMSS OR YYYYMMDD"
                       TO REPORT-LINE
                   EXIT SECTION
               END-IF
               MOVE WS-CHECK-TIME TO WS-WANTED-TO
           END-IF

           IF WS-WANTED-TO < WS-WANTED-FROM THEN
               MOVE "N" TO WS-INPUT-IS-VALID
               MOVE "WINDOW ENDS BEFORE IT STARTS" TO REPORT-LINE
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
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TEXT))
               = "APPLY" THEN
               MOVE "Y" TO WS-APPLY-WANTED
           ELSE
               MOVE "N" TO WS-APPLY-WANTED
           END-IF

           EXIT.

      * ------------------------TIME-TEXT------------------------------*
      * WS-CHECK-TIME-TEXT into WS-CHECK-TIME: 14 digits as they are, *
      * 8 digits as the start of the day - or its end, when           *
      * WS-CHECK-END-OF-DAY is "Y".                                   *
       VALIDATE-TIME-TEXT SECTION.

           MOVE FUNCTION TRIM(WS-CHECK-TIME-TEXT) TO WS-CHECK-TIME-TEXT
           EVALUATE TRUE
               WHEN WS-CHECK-TIME-TEXT(1:14) IS NUMERIC AND
                   WS-CHECK-TIME-TEXT(15:6) = SPACES
                   MOVE WS-CHECK-TIME-TEXT(1:14) TO WS-CHECK-TIME
               WHEN WS-CHECK-TIME-TEXT(1:8) IS NUMERIC AND
                   WS-CHECK-TIME-TEXT(9:12) = SPACES
                   MOVE WS-CHECK-TIME-TEXT(1:8) TO WS-CHECK-TIME(1:8)
                   IF WS-CHECK-END-OF-DAY = "Y" THEN
                       MOVE "235959" TO WS-CHECK-TIME(9:6)
                   ELSE
                       MOVE "000000" TO WS-CHECK-TIME(9:6)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-INPUT-IS-VALID
           END-EVALUATE

           EXIT.

      * ------------------------SELECTION------------------------------*
       PRINT-SELECTION-LINES SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "USER: " DELIMITED BY SIZE
               WS-WANTED-USER DELIMITED BY SIZE
               "  FROM: " DELIMITED BY SIZE
               WS-WANTED-FROM DELIMITED BY SIZE
               "  TO: " DELIMITED BY SIZE
               WS-WANTED-TO DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

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

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------COLLECT--------------------------------*
      * One forward pass over the whole journal in TODOAUDIT's order  *
      * - rolled-over segments in catalog order, then the live        *
      * journal - numbering every record as it goes.                  *
       COLLECT-SELECTED-RECORDS SECTION.

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
                                   PERFORM COLLECT-ONE-SEGMENT
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
       COLLECT-ONE-SEGMENT SECTION.

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
      * A selected record goes into the work file and makes sure its  *
      * item is in the item table. Any other record for an item       *
      * already in the table came after a selected one; if someone    *
      * else wrote it, the item is refused, and the first such change *
      * is kept for the listing.                                      *
       TAKE-JOURNAL-RECORD SECTION.

           ADD 1 TO WS-RECORD-ORDINAL

           IF AUDIT-ITEM-ID IN WS-JOURNAL-REC = 0 THEN
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-RECORD-SELECTED
           IF AUDIT-USER-NAME IN WS-JOURNAL-REC = WS-WANTED-USER AND
               AUDIT-TIMESTAMP IN WS-JOURNAL-REC >= WS-WANTED-FROM AND
               AUDIT-TIMESTAMP IN WS-JOURNAL-REC <= WS-WANTED-TO AND
               (WS-ALL-LISTS = "Y" OR
               AUDIT-LIST-NAME IN WS-JOURNAL-REC = WS-WANTED-LIST) THEN
               MOVE "Y" TO WS-RECORD-SELECTED
           END-IF

           PERFORM FIND-ITEM-ENTRY

           IF WS-RECORD-SELECTED = "Y" THEN
               IF WS-ITEM-FOUND = "N" THEN
                   PERFORM ADD-ITEM-ENTRY
               END-IF
               MOVE SPACES TO ROLLBACK-WORK-FILE
               MOVE WS-JOURNAL-REC TO ROLLBACK-WORK-FILE
               COMPUTE RB-REVERSE-ORDINAL =
                   999999999 - WS-RECORD-ORDINAL
               WRITE ROLLBACK-WORK-FILE
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-SELECTED-COUNT
               EXIT SECTION
           END-IF

           IF WS-ITEM-FOUND = "Y" AND
               AUDIT-USER-NAME IN WS-JOURNAL-REC NOT = WS-WANTED-USER
               AND WS-IT-REFUSED(WS-ITEM-INDEX) = "N" THEN
               MOVE "Y" TO WS-IT-REFUSED(WS-ITEM-INDEX)
               MOVE AUDIT-USER-NAME IN WS-JOURNAL-REC
                   TO WS-IT-BY-USER(WS-ITEM-INDEX)
               MOVE AUDIT-TIMESTAMP IN WS-JOURNAL-REC
                   TO WS-IT-AT-TIME(WS-ITEM-INDEX)
               MOVE "CHANGED SINCE BY" TO WS-IT-REASON(WS-ITEM-INDEX)
           END-IF

           EXIT.

      * ------------------------FIND-ITEM------------------------------*
      * WS-ITEM-INDEX left on the entry for WS-JOURNAL-REC's list and *
      * item when WS-ITEM-FOUND is "Y".                               *
       FIND-ITEM-ENTRY SECTION.

           MOVE "N" TO WS-ITEM-FOUND

           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               IF WS-IT-ID(WS-ITEM-INDEX) =
                   AUDIT-ITEM-ID IN WS-JOURNAL-REC AND
                   WS-IT-LIST(WS-ITEM-INDEX) =
                   AUDIT-LIST-NAME IN WS-JOURNAL-REC THEN
                   MOVE "Y" TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EXIT.

      * ------------------------ADD-ITEM-------------------------------*
      * A selection with more items than the table holds is listed,   *
      * but never applied - an item missing from the table could not  *
      * be checked for later changes.                                 *
       ADD-ITEM-ENTRY SECTION.

           IF WS-ITEM-COUNT >= WS-ITEM-MAX THEN
               MOVE "Y" TO WS-ITEM-OVERFLOW
               EXIT SECTION
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-ITEM-INDEX
           MOVE AUDIT-LIST-NAME IN WS-JOURNAL-REC
               TO WS-IT-LIST(WS-ITEM-INDEX)
           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC
               TO WS-IT-ID(WS-ITEM-INDEX)
           MOVE "N" TO WS-IT-REFUSED(WS-ITEM-INDEX)
           MOVE SPACES TO WS-IT-BY-USER(WS-ITEM-INDEX)
           MOVE SPACES TO WS-IT-AT-TIME(WS-ITEM-INDEX)
           MOVE SPACES TO WS-IT-REASON(WS-ITEM-INDEX)

           EXIT.

      * ------------------------KIND-----------------------------------*
      * What reversing WS-JOURNAL-REC means, from its images: a blank *
      * before image was an add, a blank after image a delete,        *
      * anything else an edit. Transfers and renames are moves.       *
       CLASSIFY-RECORD SECTION.

           EVALUATE TRUE
               WHEN AUDIT-ACTION IN WS-JOURNAL-REC(1:9) = "transfer-"
               WHEN AUDIT-ACTION IN WS-JOURNAL-REC(1:7) = "rename-"
                   MOVE "M" TO WS-REVERSAL-KIND
               WHEN AUDIT-BEFORE-STATUS IN WS-JOURNAL-REC = SPACE AND
                   AUDIT-BEFORE-CONTENT IN WS-JOURNAL-REC = SPACES
                   MOVE "A" TO WS-REVERSAL-KIND
               WHEN AUDIT-AFTER-STATUS IN WS-JOURNAL-REC = SPACE AND
                   AUDIT-AFTER-CONTENT IN WS-JOURNAL-REC = SPACES
                   MOVE "D" TO WS-REVERSAL-KIND
               WHEN OTHER
                   MOVE "E" TO WS-REVERSAL-KIND
           END-EVALUATE

           EXIT.

      * ------------------------PREVIEW--------------------------------*
      * The work file in key order: newest record first, the order   *
      * an APPLY run will take them in.                               *
       PRINT-PREVIEW SECTION.

           MOVE "PREVIEW - NEWEST FIRST" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT ROLLBACK-WORK
           IF WS-WORK-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ROLLBACK-WORK NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM PREVIEW-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ROLLBACK-WORK
           END-IF

           IF WS-SELECTED-COUNT = 0 THEN
               MOVE "  NO JOURNAL RECORDS MATCHED" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------PREVIEW-ONE----------------------------*
       PREVIEW-ONE-RECORD SECTION.

           MOVE ROLLBACK-WORK-FILE TO WS-JOURNAL-REC
           PERFORM CLASSIFY-RECORD
           PERFORM FIND-ITEM-ENTRY

           EVALUATE TRUE
               WHEN REVERSAL-IS-A-MOVE
                   MOVE "WOULD SKIP - MOVE BETWEEN LISTS" TO WS-OUTCOME
               WHEN WS-ITEM-FOUND = "Y" AND
                   WS-IT-REFUSED(WS-ITEM-INDEX) = "Y"
                   PERFORM BUILD-REFUSAL-TEXT
               WHEN REVERSE-AN-ADD
                   MOVE "WOULD DELETE THE ADDED ITEM" TO WS-OUTCOME
               WHEN REVERSE-A-DELETE
                   MOVE "WOULD RE-ADD THE DELETED ITEM" TO WS-OUTCOME
               WHEN OTHER
                   MOVE "WOULD RESTORE THE BEFORE IMAGE" TO WS-OUTCOME
           END-EVALUATE

           PERFORM PRINT-DETAIL-LINE

           EXIT.

      * ------------------------REFUSAL-TEXT---------------------------*
       BUILD-REFUSAL-TEXT SECTION.

           MOVE SPACES TO WS-OUTCOME
           IF WS-IT-BY-USER(WS-ITEM-INDEX) = SPACES AND
               WS-IT-AT-TIME(WS-ITEM-INDEX) = SPACES THEN
               STRING "REFUSED - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IT-REASON(WS-ITEM-INDEX))
                   DELIMITED BY SIZE
                   INTO WS-OUTCOME
           ELSE
               STRING "REFUSED - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IT-REASON(WS-ITEM-INDEX))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IT-BY-USER(WS-ITEM-INDEX))
                   DELIMITED BY SIZE
                   INTO WS-OUTCOME
           END-IF

           EXIT.

      * ------------------------DETAIL---------------------------------*
       PRINT-DETAIL-LINE SECTION.

           MOVE AUDIT-TIMESTAMP IN WS-JOURNAL-REC TO WS-DT-TIME
           MOVE AUDIT-ACTION IN WS-JOURNAL-REC TO WS-DT-ACTION
           IF AUDIT-LIST-NAME IN WS-JOURNAL-REC = SPACES THEN
               MOVE "(SHARED)" TO WS-DT-LIST
           ELSE
               MOVE AUDIT-LIST-NAME IN WS-JOURNAL-REC TO WS-DT-LIST
           END-IF
           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC TO WS-DT-ID
           MOVE WS-OUTCOME TO WS-DT-OUTCOME
           IF WS-IT-AT-TIME(WS-ITEM-INDEX) NOT = SPACES AND
               WS-OUTCOME(1:7) = "REFUSED" THEN
               MOVE SPACES TO WS-DT-OUTCOME
               STRING FUNCTION TRIM(WS-OUTCOME) DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   WS-IT-AT-TIME(WS-ITEM-INDEX) DELIMITED BY SIZE
                   INTO WS-DT-OUTCOME
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------APPLY----------------------------------*
      * The work file again, newest first, reversing as it goes.      *
       APPLY-REVERSALS SECTION.

           MOVE "ROLLBACK - NEWEST FIRST" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD

           OPEN INPUT ROLLBACK-WORK
           IF WS-WORK-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ROLLBACK-WORK NEXT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM APPLY-ONE-REVERSAL
                   END-READ
               END-PERFORM
               CLOSE ROLLBACK-WORK
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------APPLY-ONE------------------------------*
      * One reversal against the live list file, opened and closed    *
      * per record since consecutive records can be on different      *
      * lists. The live record has to be exactly what the selected    *
      * record left behind; anything else means the journal and the   *
      * file have parted company, and the item is refused from here   *
      * on.                                                           *
       APPLY-ONE-REVERSAL SECTION.

           MOVE ROLLBACK-WORK-FILE TO WS-JOURNAL-REC
           PERFORM CLASSIFY-RECORD
           PERFORM FIND-ITEM-ENTRY

           IF REVERSAL-IS-A-MOVE THEN
               MOVE "SKIPPED - MOVE BETWEEN LISTS" TO WS-OUTCOME
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM PRINT-DETAIL-LINE
               EXIT SECTION
           END-IF

           IF WS-IT-REFUSED(WS-ITEM-INDEX) = "Y" THEN
               PERFORM BUILD-REFUSAL-TEXT
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM PRINT-DETAIL-LINE
               EXIT SECTION
           END-IF

           PERFORM BUILD-LIST-FILE-NAME

           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS = 35 AND REVERSE-A-DELETE THEN
               OPEN OUTPUT TDLIST
               CLOSE TDLIST
               OPEN I-O TDLIST
           END-IF
           IF WS-TDLIST-STATUS NOT = 0 THEN
               MOVE "LIST FILE NOT ON DISK"
                   TO WS-IT-REASON(WS-ITEM-INDEX)
               PERFORM REFUSE-CURRENT-ITEM
               EXIT SECTION
           END-IF

           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC
               TO ITEM-ID IN TDLIST-FILE
           MOVE "Y" TO WS-ITEM-ON-FILE
           READ TDLIST INTO WS-TDLIST
               INVALID KEY MOVE "N" TO WS-ITEM-ON-FILE
           END-READ

           EVALUATE TRUE
               WHEN REVERSE-A-DELETE
                   PERFORM REVERSE-ONE-DELETE
               WHEN REVERSE-AN-ADD
                   PERFORM REVERSE-ONE-ADD
               WHEN OTHER
                   PERFORM REVERSE-ONE-EDIT
           END-EVALUATE

           CLOSE TDLIST

           EXIT.

      * ------------------------REVERSE-DELETE-------------------------*
      * The before image goes back under its old id, provided nothing *
      * has taken that id since.                                      *
       REVERSE-ONE-DELETE SECTION.

           IF WS-ITEM-ON-FILE = "Y" THEN
               MOVE "OLD ID IN USE AGAIN" TO WS-IT-REASON(WS-ITEM-INDEX)
               PERFORM REFUSE-CURRENT-ITEM
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-TDLIST-BEFORE
           MOVE SPACES TO WS-TDLIST
           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC TO ITEM-ID IN WS-TDLIST
           PERFORM TAKE-BEFORE-IMAGE
           IF AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC
                   TO ITEM-PARENT-ID IN WS-TDLIST
           ELSE
               MOVE 0 TO ITEM-PARENT-ID IN WS-TDLIST
           END-IF
           IF AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC
                   TO ITEM-ESTIMATE-HOURS IN WS-TDLIST
           ELSE
               MOVE 0 TO ITEM-ESTIMATE-HOURS IN WS-TDLIST
           END-IF
           PERFORM STAMP-RECORD-CHANGED

           WRITE TDLIST-FILE FROM WS-TDLIST
               INVALID KEY
                   MOVE "WRITE FAILED" TO WS-IT-REASON(WS-ITEM-INDEX)
                   PERFORM REFUSE-CURRENT-ITEM
                   EXIT SECTION
           END-WRITE

           PERFORM WRITE-ROLLBACK-AUDIT
           MOVE "RE-ADDED" TO WS-OUTCOME
           ADD 1 TO WS-REVERSED-COUNT
           PERFORM PRINT-DETAIL-LINE

           EXIT.

      * ------------------------REVERSE-ADD----------------------------*
      * An add is deleted again. An item already gone needs nothing.  *
       REVERSE-ONE-ADD SECTION.

           IF WS-ITEM-ON-FILE = "N" THEN
               MOVE "NOTHING TO DO - ITEM ALREADY GONE" TO WS-OUTCOME
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM PRINT-DETAIL-LINE
               EXIT SECTION
           END-IF

           PERFORM CHECK-LIVE-MATCHES-AFTER
           IF WS-LIVE-MATCHES = "N" THEN
               MOVE "LIVE ITEM DIFFERS FROM JOURNAL"
                   TO WS-IT-REASON(WS-ITEM-INDEX)
               PERFORM REFUSE-CURRENT-ITEM
               EXIT SECTION
           END-IF

           MOVE WS-TDLIST TO WS-TDLIST-BEFORE
           DELETE TDLIST RECORD
               INVALID KEY
                   MOVE "DELETE FAILED" TO WS-IT-REASON(WS-ITEM-INDEX)
                   PERFORM REFUSE-CURRENT-ITEM
                   EXIT SECTION
           END-DELETE

           MOVE SPACES TO WS-TDLIST
           PERFORM WRITE-ROLLBACK-AUDIT
           MOVE "DELETED" TO WS-OUTCOME
           ADD 1 TO WS-REVERSED-COUNT
           PERFORM PRINT-DETAIL-LINE

           EXIT.

      * ------------------------REVERSE-EDIT---------------------------*
      * The before image's fields are laid back over the live record. *
      * The parent and the estimate are only put back when the        *
      * journal recorded them.                                        *
       REVERSE-ONE-EDIT SECTION.

           IF WS-ITEM-ON-FILE = "N" THEN
               MOVE "ITEM NO LONGER ON LIST"
                   TO WS-IT-REASON(WS-ITEM-INDEX)
               PERFORM REFUSE-CURRENT-ITEM
               EXIT SECTION
           END-IF

           PERFORM CHECK-LIVE-MATCHES-AFTER
           IF WS-LIVE-MATCHES = "N" THEN
               MOVE "LIVE ITEM DIFFERS FROM JOURNAL"
                   TO WS-IT-REASON(WS-ITEM-INDEX)
               PERFORM REFUSE-CURRENT-ITEM
               EXIT SECTION
           END-IF

           MOVE WS-TDLIST TO WS-TDLIST-BEFORE
           PERFORM TAKE-BEFORE-IMAGE
           IF AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-BEFORE-PARENT-ID IN WS-JOURNAL-REC
                   TO ITEM-PARENT-ID IN WS-TDLIST
           END-IF
           IF AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-BEFORE-ESTIMATE IN WS-JOURNAL-REC
                   TO ITEM-ESTIMATE-HOURS IN WS-TDLIST
           END-IF
           PERFORM STAMP-RECORD-CHANGED

           REWRITE TDLIST-FILE FROM WS-TDLIST
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-IT-REASON(WS-ITEM-INDEX)
                   PERFORM REFUSE-CURRENT-ITEM
                   EXIT SECTION
           END-REWRITE

           PERFORM WRITE-ROLLBACK-AUDIT
           MOVE "BEFORE IMAGE RESTORED" TO WS-OUTCOME
           ADD 1 TO WS-REVERSED-COUNT
           PERFORM PRINT-DETAIL-LINE

           EXIT.

      * ------------------------BEFORE-IMAGE---------------------------*
       TAKE-BEFORE-IMAGE SECTION.

           MOVE AUDIT-BEFORE-CONTENT IN WS-JOURNAL-REC
               TO ITEM-CONTENT IN WS-TDLIST
           MOVE AUDIT-BEFORE-STATUS IN WS-JOURNAL-REC
               TO ITEM-STATUS IN WS-TDLIST
           MOVE AUDIT-BEFORE-PRIORITY IN WS-JOURNAL-REC
               TO ITEM-PRIORITY IN WS-TDLIST
           MOVE AUDIT-BEFORE-DUE-DATE IN WS-JOURNAL-REC
               TO ITEM-DUE-DATE IN WS-TDLIST
           MOVE AUDIT-BEFORE-RECURRENCE IN WS-JOURNAL-REC
               TO ITEM-RECURRENCE-CODE IN WS-TDLIST
           MOVE AUDIT-BEFORE-ASSIGNEE IN WS-JOURNAL-REC
               TO ITEM-ASSIGNEE IN WS-TDLIST

           EXIT.

      * ------------------------LIVE-MATCHES---------------------------*
       CHECK-LIVE-MATCHES-AFTER SECTION.

           MOVE "Y" TO WS-LIVE-MATCHES

           IF ITEM-CONTENT IN WS-TDLIST NOT =
                   AUDIT-AFTER-CONTENT IN WS-JOURNAL-REC OR
               ITEM-STATUS IN WS-TDLIST NOT =
                   AUDIT-AFTER-STATUS IN WS-JOURNAL-REC OR
               ITEM-PRIORITY IN WS-TDLIST NOT =
                   AUDIT-AFTER-PRIORITY IN WS-JOURNAL-REC OR
               ITEM-DUE-DATE IN WS-TDLIST NOT =
                   AUDIT-AFTER-DUE-DATE IN WS-JOURNAL-REC OR
               ITEM-RECURRENCE-CODE IN WS-TDLIST NOT =
                   AUDIT-AFTER-RECURRENCE IN WS-JOURNAL-REC OR
               ITEM-ASSIGNEE IN WS-TDLIST NOT =
                   AUDIT-AFTER-ASSIGNEE IN WS-JOURNAL-REC THEN
               MOVE "N" TO WS-LIVE-MATCHES
           END-IF

           IF AUDIT-AFTER-ESTIMATE IN WS-JOURNAL-REC IS NUMERIC AND
               ITEM-ESTIMATE-HOURS IN WS-TDLIST IS NUMERIC THEN
               IF ITEM-ESTIMATE-HOURS IN WS-TDLIST NOT =
                   AUDIT-AFTER-ESTIMATE IN WS-JOURNAL-REC THEN
                   MOVE "N" TO WS-LIVE-MATCHES
               END-IF
           END-IF

           EXIT.

      * ------------------------REFUSE---------------------------------*
      * Refuses the current record and, through the item table, every *
      * older record of the same item still to come.                 *
       REFUSE-CURRENT-ITEM SECTION.

           MOVE "Y" TO WS-IT-REFUSED(WS-ITEM-INDEX)
           MOVE SPACES TO WS-IT-BY-USER(WS-ITEM-INDEX)
           MOVE SPACES TO WS-IT-AT-TIME(WS-ITEM-INDEX)
           PERFORM BUILD-REFUSAL-TEXT
           ADD 1 TO WS-REFUSED-COUNT
           PERFORM PRINT-DETAIL-LINE

           EXIT.

      * ------------------------STAMP----------------------------------*
      * A reversal is a change like any other and gets today's stamp, *
      * so the sweep and the conflict check see it as fresh.          *
       STAMP-RECORD-CHANGED SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE TO ITEM-LAST-CHANGED IN WS-TDLIST(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO ITEM-LAST-CHANGED IN WS-TDLIST(9:6)

           EXIT.

      * ------------------------FILE-NAME------------------------------*
       BUILD-LIST-FILE-NAME SECTION.

           IF AUDIT-LIST-NAME IN WS-JOURNAL-REC = SPACES THEN
               MOVE "todolist.txt" TO WS-LIST-FILE-NAME
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-LIST-NAME IN WS-JOURNAL-REC)
                   DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-LIST-FILE-NAME
           END-IF

           EXIT.

      * ------------------------AUDIT----------------------------------*
      * The reversal in the journal: what the live record was as the  *
      * before image (blank for a re-add), what it is now as the      *
      * after image (blank for a deleted add), signed with the        *
      * program's own name the way every batch writer signs.          *
       WRITE-ROLLBACK-AUDIT SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-AUDIT-DATE TO AUDIT-TIMESTAMP IN
               WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6) TO AUDIT-TIMESTAMP IN
               WS-AUDIT-RECORD(9:6)
           MOVE "rollback" TO AUDIT-ACTION IN WS-AUDIT-RECORD
           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC
               TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           MOVE AUDIT-LIST-NAME IN WS-JOURNAL-REC
               TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD

           IF NOT REVERSE-A-DELETE THEN
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
               IF ITEM-PARENT-ID IN WS-TDLIST-BEFORE IS NUMERIC THEN
                   MOVE ITEM-PARENT-ID IN WS-TDLIST-BEFORE
                       TO AUDIT-BEFORE-PARENT-ID IN WS-AUDIT-RECORD
               END-IF
               IF ITEM-ESTIMATE-HOURS IN WS-TDLIST-BEFORE IS NUMERIC
                   THEN
                   MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST-BEFORE
                       TO AUDIT-BEFORE-ESTIMATE IN WS-AUDIT-RECORD
               END-IF
           END-IF

           IF NOT REVERSE-AN-ADD THEN
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
               MOVE ITEM-PARENT-ID IN WS-TDLIST
                   TO AUDIT-AFTER-PARENT-ID IN WS-AUDIT-RECORD
               IF ITEM-ESTIMATE-HOURS IN WS-TDLIST IS NUMERIC THEN
                   MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST
                       TO AUDIT-AFTER-ESTIMATE IN WS-AUDIT-RECORD
               END-IF
           END-IF

           MOVE "TODOROLLBK" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

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
           STRING "RECORDS SELECTED.: " DELIMITED BY SIZE
               WS-SELECTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-APPLY-WANTED = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "RECORDS REVERSED.: " DELIMITED BY SIZE
                   WS-REVERSED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               STRING "RECORDS REFUSED..: " DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               STRING "RECORDS SKIPPED..: " DELIMITED BY SIZE
                   WS-SKIPPED-COUNT DELIMITED BY SIZE
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
           STRING "TODO LIST JOURNAL ROLLBACK   DATE: "
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

       END PROGRAM TODOROLLBK.
