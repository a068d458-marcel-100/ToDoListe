       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODORESTOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDLIST ASSIGN TO WS-LIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-FILE
               FILE STATUS IS WS-TDLIST-STATUS.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT BACKUP-COPY ASSIGN TO WS-COPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT BACKUP-MANIFEST ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "todorestorrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

       FD LIVE-FILE.
       01 LIVE-FILE-RECORD PIC X(2048).

       FD BACKUP-COPY.
       01 BACKUP-COPY-RECORD PIC X(2048).

       FD BACKUP-MANIFEST.
       01 BACKUP-MANIFEST-FILE.
           COPY tdbkmrec.

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
       01 WS-TDLIST-LIVE.
           COPY tdlistrec.
       01 WS-JOURNAL-REC.
           COPY auditrec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-LIVE-STATUS PIC 99.
       01 WS-COPY-STATUS PIC 99.
       01 WS-MANIFEST-STATUS PIC 99.
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-SEGMENT-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-COPY-EOF PIC A(1).
       01 WS-LIVE-EOF PIC A(1).
       01 WS-COPY-IS-OPEN PIC X.
       01 WS-MANIFEST-EOF PIC A(1).
       01 WS-CATALOG-EOF PIC A(1).
       01 WS-SEGMENT-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-HELD-LINE PIC X(132).
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-LIVE-FILE-NAME PIC X(64).
       01 WS-COPY-FILE-NAME PIC X(64).
       01 WS-MANIFEST-NAME PIC X(64).
       01 WS-SEGMENT-FILE-NAME PIC X(64).
      * The request, as read from SYSIN.                              *
       01 WS-DATE-TEXT PIC X(20).
       01 WS-WANTED-LIST-TEXT PIC X(20).
       01 WS-MODE-TEXT PIC X(10).
       01 WS-BACKUP-DATE PIC 9(8).
       01 WS-WANTED-LIST PIC X(20).
       01 WS-WHOLE-SET PIC X.
       01 WS-APPLY-WANTED PIC X.
       01 WS-INPUT-IS-VALID PIC X.
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-FIELD-LENGTH PIC 9(4).
       01 WS-FIELD-INDEX PIC 9(4).
       01 WS-FIELD-CHAR PIC X.
       01 WS-TAKEN-AT PIC X(14).
       01 WS-SET-IS-SOUND PIC X.
       01 WS-COPY-COUNT PIC 9(9).
       01 WS-RESTORED-COUNT PIC 9(9).
      * How the restore changes one item of a list, found by setting  *
      * the live list against the backup copy before it is reloaded.  *
       01 WS-RESTORE-KIND PIC X.
           88 RESTORE-BRINGS-BACK VALUE "B".
           88 RESTORE-REMOVES VALUE "R".
           88 RESTORE-CHANGES VALUE "C".
      * The manifest lines the request selects, with what the check   *
      * of each copy found.                                           *
       01 WS-FILE-FIELDS.
           05 WS-FILE-COUNT PIC 9(4).
           05 WS-FILE-MAX PIC 9(4) VALUE 1000.
           05 WS-FILE-INDEX PIC 9(4).
           05 WS-FILE-ENTRY OCCURS 1000.
               10 WS-FL-KIND PIC X(8).
               10 WS-FL-LIST PIC X(20).
               10 WS-FL-FILE-NAME PIC X(64).
               10 WS-FL-COPY-NAME PIC X(64).
               10 WS-FL-SOURCE-STATUS PIC X(2).
               10 WS-FL-RECORD-COUNT PIC 9(9).
               10 WS-FL-COPY-COUNT PIC 9(9).
               10 WS-FL-VERDICT PIC X(24).
       01 WS-FILE-OVERFLOW PIC X.
      * The journal segments that can hold records from after the     *
      * backup, taken from the live catalog - no restore puts the     *
      * catalog back, so it still names every segment rolled over     *
      * since the set was taken.                                      *
       01 WS-SEGMENT-FIELDS.
           05 WS-SEGMENT-COUNT PIC 999.
           05 WS-SEGMENT-MAX PIC 999 VALUE 200.
           05 WS-SEGMENT-INDEX PIC 999.
           05 WS-SEGMENT-ALREADY-SEEN PIC X.
           05 WS-SEGMENT-NAME-ENTRY PIC X(64) OCCURS 200.
       01 WS-RUN-COUNTS.
           05 WS-FILES-SELECTED PIC 9(5).
           05 WS-CHECK-FAILURES PIC 9(5).
           05 WS-FILES-RESTORED PIC 9(5).
           05 WS-RECORDS-RESTORED PIC 9(9).
           05 WS-ITEMS-JOURNALED PIC 9(9).
           05 WS-REPLAY-COUNT PIC 9(9).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "KIND".
           05 FILLER PIC X(22) VALUE "LIST".
           05 FILLER PIC X(42) VALUE "FILE".
           05 FILLER PIC X(4) VALUE "ST".
           05 FILLER PIC X(11) VALUE " MANIFEST".
           05 FILLER PIC X(11) VALUE "     COPY".
           05 FILLER PIC X(24) VALUE "CHECK".
       01 WS-DETAIL-LINE.
           05 WS-DL-KIND PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-FILE PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STATUS PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-MANIFEST-COUNT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-COPY-COUNT PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-VERDICT PIC X(24).
       01 WS-REPLAY-LINE.
           05 WS-RL-TIME PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-ACTION PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-USER PIC X(20).
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.

      * -------------------------------------------------------------- *
      * Recovery from a TODOBACKUP backup set: puts one list - its    *
      * list file, notes, dependencies and time entries - or the      *
      * whole set back the way it was when the set was taken, and     *
      * says which journal records came after. Reads three lines      *
      * from SYSIN:                                                   *
      *   the date of the backup set, YYYYMMDD;                       *
      *   the list - a name, blank for the shared list, "*" for the   *
      *   whole set (every list in it and the site-wide files);       *
      *   "APPLY" to restore; anything else only checks and reports.  *
      * Writes todorestorrpt.txt.                                     *
      *                                                               *
      * Every run first checks the selected files of the set against  *
      * the set's manifest, counting each copy's records again. A     *
      * copy that is missing or short, or a file that could not be    *
      * read whole when the set was taken, fails the check, and an    *
      * APPLY run then restores nothing - half a restore is worse     *
      * than none.                                                    *
      *                                                               *
      * Either way the run lists the journal records stamped from the *
      * moment the set was taken onwards - for the one list, or for   *
      * every list on a whole-set restore - from the rolled-over      *
      * segments cataloged since and the live journal, oldest first:  *
      * the changes to make again to bring the list current.          *
      *                                                               *
      * A sound APPLY run then reloads each list file from its        *
      * unloaded copy and copies every other file back whole; a file  *
      * that did not exist when the set was taken is emptied. The     *
      * archive catalog is the exception and is never put back: it    *
      * is append-only, names segments and archives that exist        *
      * whatever is restored, and no restore may shorten it. Before a *
      * list is reloaded it is set against the copy, and every item   *
      * the reload changes gets a "restore" journal record under this *
      * program's name - the live item as the before image (blank for *
      * one the restore brings back), the restored item as the after  *
      * image (blank for one it removes). A live list that cannot be  *
      * read gets one list-level record instead (item id zero) naming *
      * the set. Files are put back under the names they had in the   *
      * set, so a list renamed since comes back under its old name.   *
      *                                                               *
      * Notes and time entries are not journaled; those made since    *
      * the set was taken cannot be listed and have to be re-entered. *
      * The lists must not be in use while an APPLY run works.        *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-TEXT
           MOVE SPACES TO WS-WANTED-LIST-TEXT
           MOVE SPACES TO WS-MODE-TEXT
           ACCEPT WS-DATE-TEXT
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

           PERFORM LOAD-MANIFEST
           IF NOT INPUT-IS-VALID THEN
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           PERFORM PRINT-SELECTION-LINES

           PERFORM CHECK-SELECTED-COPIES

           PERFORM LOAD-SEGMENT-NAMES

           PERFORM PRINT-REPLAY-RECORDS

           IF WS-APPLY-WANTED = "Y" THEN
               IF WS-SET-IS-SOUND = "Y" THEN
                   PERFORM RESTORE-SELECTED-FILES
               ELSE
                   MOVE
                       "BACKUP SET DID NOT CHECK OUT - NOTHING RESTORED"
                       TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF

           PERFORM PRINT-RUN-TOTALS

           CLOSE REPORT-FILE

           GOBACK.

      * ------------------------VALIDATE-------------------------------*
      * The date names the set's files, so it must be eight digits;   *
      * the list name gets the VALIDATE-LIST-NAME whitelist. On a bad *
      * request REPORT-LINE holds the reason.                         *
       VALIDATE-REQUEST SECTION.

           MOVE "Y" TO WS-INPUT-IS-VALID

           MOVE FUNCTION TRIM(WS-DATE-TEXT) TO WS-DATE-TEXT
           IF WS-DATE-TEXT(1:8) IS NOT NUMERIC OR
               WS-DATE-TEXT(9:12) NOT = SPACES THEN
               MOVE "N" TO WS-INPUT-IS-VALID
               MOVE "BACKUP DATE MUST BE YYYYMMDD" TO REPORT-LINE
               EXIT SECTION
           END-IF
           MOVE WS-DATE-TEXT(1:8) TO WS-BACKUP-DATE

           MOVE FUNCTION TRIM(WS-WANTED-LIST-TEXT) TO WS-WANTED-LIST
           MOVE "N" TO WS-WHOLE-SET
           IF WS-WANTED-LIST = "*" THEN
               MOVE "Y" TO WS-WHOLE-SET
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

      * ------------------------MANIFEST-------------------------------*
      * The manifest lines the request selects: all of them for the   *
      * whole set, otherwise the four files of the one list. A set    *
      * too large for the table is refused rather than restored in    *
      * part.                                                         *
       LOAD-MANIFEST SECTION.

           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "todobkup-" DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               "-manifest.txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME

           MOVE 0 TO WS-FILE-COUNT
           MOVE "N" TO WS-FILE-OVERFLOW
           MOVE SPACES TO WS-TAKEN-AT

           OPEN INPUT BACKUP-MANIFEST
           IF WS-MANIFEST-STATUS NOT = 0 THEN
               MOVE "N" TO WS-INPUT-IS-VALID
               MOVE SPACES TO REPORT-LINE
               STRING "NO BACKUP SET FOR " DELIMITED BY SIZE
                   WS-BACKUP-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-MANIFEST-EOF
           PERFORM UNTIL WS-MANIFEST-EOF = "Y"
               READ BACKUP-MANIFEST
                   AT END MOVE "Y" TO WS-MANIFEST-EOF
                   NOT AT END PERFORM TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM

           CLOSE BACKUP-MANIFEST

           EVALUATE TRUE
               WHEN WS-FILE-OVERFLOW = "Y"
                   MOVE "N" TO WS-INPUT-IS-VALID
                   MOVE
                       "BACKUP SET TOO LARGE FOR ONE RUN - NOTHING DONE"
                       TO REPORT-LINE
               WHEN WS-FILE-COUNT = 0 AND WS-WHOLE-SET = "Y"
                   MOVE "N" TO WS-INPUT-IS-VALID
                   MOVE "BACKUP SET MANIFEST IS EMPTY" TO REPORT-LINE
               WHEN WS-FILE-COUNT = 0
                   MOVE "N" TO WS-INPUT-IS-VALID
                   MOVE "LIST IS NOT IN THE BACKUP SET" TO REPORT-LINE
           END-EVALUATE

           EXIT.

      * ------------------------MANIFEST-LINE--------------------------*
       TAKE-MANIFEST-LINE SECTION.

           MOVE BKM-TAKEN-AT TO WS-TAKEN-AT

           IF WS-WHOLE-SET = "N" THEN
               IF NOT BKM-BELONGS-TO-A-LIST OR
                   BKM-LIST-NAME NOT = WS-WANTED-LIST THEN
                   EXIT SECTION
               END-IF
           END-IF

           IF WS-FILE-COUNT >= WS-FILE-MAX THEN
               MOVE "Y" TO WS-FILE-OVERFLOW
               EXIT SECTION
           END-IF

           ADD 1 TO WS-FILE-COUNT
           MOVE BKM-FILE-KIND TO WS-FL-KIND(WS-FILE-COUNT)
           MOVE BKM-LIST-NAME TO WS-FL-LIST(WS-FILE-COUNT)
           MOVE BKM-FILE-NAME TO WS-FL-FILE-NAME(WS-FILE-COUNT)
           MOVE BKM-COPY-NAME TO WS-FL-COPY-NAME(WS-FILE-COUNT)
           MOVE BKM-SOURCE-STATUS TO WS-FL-SOURCE-STATUS(WS-FILE-COUNT)
           MOVE BKM-RECORD-COUNT TO WS-FL-RECORD-COUNT(WS-FILE-COUNT)
           MOVE 0 TO WS-FL-COPY-COUNT(WS-FILE-COUNT)
           MOVE SPACES TO WS-FL-VERDICT(WS-FILE-COUNT)

           EXIT.

      * ------------------------SELECTION------------------------------*
       PRINT-SELECTION-LINES SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "BACKUP SET: " DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               "  TAKEN AT: " DELIMITED BY SIZE
               WS-TAKEN-AT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-WHOLE-SET = "Y"
                   MOVE "LIST: (WHOLE SET)" TO REPORT-LINE
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
               MOVE "MODE: CHECK ONLY" TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------CHECK----------------------------------*
      * The same verdicts TODOBACKUP's own check gives.               *
       CHECK-SELECTED-COPIES SECTION.

           MOVE "Y" TO WS-SET-IS-SOUND

           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > WS-FILE-COUNT
               PERFORM CHECK-ONE-COPY
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------CHECK-COPY-----------------------------*
       CHECK-ONE-COPY SECTION.

           ADD 1 TO WS-FILES-SELECTED
           MOVE WS-FL-COPY-NAME(WS-FILE-INDEX) TO WS-COPY-FILE-NAME
           PERFORM COUNT-COPY-RECORDS
           MOVE WS-COPY-COUNT TO WS-FL-COPY-COUNT(WS-FILE-INDEX)

           EVALUATE TRUE
               WHEN WS-COPY-STATUS NOT = 0
                   MOVE "COPY MISSING" TO WS-FL-VERDICT(WS-FILE-INDEX)
               WHEN WS-COPY-COUNT NOT =
                   WS-FL-RECORD-COUNT(WS-FILE-INDEX)
                   MOVE "COUNT MISMATCH" TO WS-FL-VERDICT(WS-FILE-INDEX)
               WHEN WS-FL-SOURCE-STATUS(WS-FILE-INDEX) = "35"
                   MOVE "NO LIVE FILE" TO WS-FL-VERDICT(WS-FILE-INDEX)
               WHEN WS-FL-SOURCE-STATUS(WS-FILE-INDEX) NOT = "00"
                   MOVE "LIVE FILE READ ERROR"
                       TO WS-FL-VERDICT(WS-FILE-INDEX)
               WHEN OTHER
                   MOVE "OK" TO WS-FL-VERDICT(WS-FILE-INDEX)
           END-EVALUATE

           IF WS-FL-VERDICT(WS-FILE-INDEX) NOT = "OK" AND
               WS-FL-VERDICT(WS-FILE-INDEX) NOT = "NO LIVE FILE" THEN
               MOVE "N" TO WS-SET-IS-SOUND
               ADD 1 TO WS-CHECK-FAILURES
           END-IF

           PERFORM PRINT-FILE-LINE

           EXIT.

      * ------------------------FILE-LINE------------------------------*
       PRINT-FILE-LINE SECTION.

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FL-KIND(WS-FILE-INDEX) TO WS-DL-KIND
           IF WS-FL-LIST(WS-FILE-INDEX) = SPACES AND
               (WS-FL-KIND(WS-FILE-INDEX) = "LIST" OR
               WS-FL-KIND(WS-FILE-INDEX) = "NOTES" OR
               WS-FL-KIND(WS-FILE-INDEX) = "DEPS" OR
               WS-FL-KIND(WS-FILE-INDEX) = "TIME") THEN
               MOVE "(SHARED)" TO WS-DL-LIST
           ELSE
               MOVE WS-FL-LIST(WS-FILE-INDEX) TO WS-DL-LIST
           END-IF
           MOVE WS-FL-FILE-NAME(WS-FILE-INDEX) TO WS-DL-FILE
           MOVE WS-FL-SOURCE-STATUS(WS-FILE-INDEX) TO WS-DL-STATUS
           MOVE WS-FL-RECORD-COUNT(WS-FILE-INDEX)
               TO WS-DL-MANIFEST-COUNT
           MOVE WS-FL-COPY-COUNT(WS-FILE-INDEX) TO WS-DL-COPY-COUNT
           MOVE WS-FL-VERDICT(WS-FILE-INDEX) TO WS-DL-VERDICT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------COUNT-COPY-----------------------------*
      * WS-COPY-STATUS is left non-zero when the copy cannot be       *
      * opened.                                                       *
       COUNT-COPY-RECORDS SECTION.

           MOVE 0 TO WS-COPY-COUNT

           OPEN INPUT BACKUP-COPY
           IF WS-COPY-STATUS = 0 THEN
               MOVE "N" TO WS-COPY-EOF
               PERFORM UNTIL WS-COPY-EOF = "Y"
                   READ BACKUP-COPY
                       AT END MOVE "Y" TO WS-COPY-EOF
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-COPY
               MOVE 0 TO WS-COPY-STATUS
           END-IF

           EXIT.

      * ------------------------SEGMENTS-------------------------------*
      * Segments cataloged on or after the day of the set, each file  *
      * once. A segment is dated by the day it was rolled over, and   *
      * holds only records older than that, so one dated before the   *
      * set cannot hold anything written after it.                    *
       LOAD-SEGMENT-NAMES SECTION.

           MOVE 0 TO WS-SEGMENT-COUNT

           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS = 0 THEN
               MOVE "N" TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ ARCHIVE-CATALOG
                       AT END MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-IS-JOURNAL-SEGMENT AND
                               CAT-ARCHIVE-DATE >= WS-BACKUP-DATE THEN
                               PERFORM TAKE-SEGMENT-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF

           EXIT.

      * ------------------------SEGMENT-NAME---------------------------*
      * The same de-duplication TODOAUDIT makes over the catalog.     *
       TAKE-SEGMENT-NAME SECTION.

           MOVE "N" TO WS-SEGMENT-ALREADY-SEEN

           PERFORM VARYING WS-SEGMENT-INDEX FROM 1 BY 1
               UNTIL WS-SEGMENT-INDEX > WS-SEGMENT-COUNT
               OR WS-SEGMENT-ALREADY-SEEN = "Y"
               IF WS-SEGMENT-NAME-ENTRY(WS-SEGMENT-INDEX) =
                   CAT-FILE-NAME THEN
                   MOVE "Y" TO WS-SEGMENT-ALREADY-SEEN
               END-IF
           END-PERFORM

           IF WS-SEGMENT-ALREADY-SEEN = "N" AND
               WS-SEGMENT-COUNT < WS-SEGMENT-MAX THEN
               ADD 1 TO WS-SEGMENT-COUNT
               MOVE CAT-FILE-NAME
                   TO WS-SEGMENT-NAME-ENTRY(WS-SEGMENT-COUNT)
           END-IF

           EXIT.

      * ------------------------RESTORE--------------------------------*
      * The catalog is left as it is - see the header.                *
       RESTORE-SELECTED-FILES SECTION.

           MOVE "RESTORED FILES" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > WS-FILE-COUNT
               MOVE WS-FL-COPY-NAME(WS-FILE-INDEX) TO WS-COPY-FILE-NAME
               MOVE SPACES TO REPORT-LINE
               EVALUATE WS-FL-KIND(WS-FILE-INDEX)
                   WHEN "CATALOG"
                       STRING "  " DELIMITED BY SIZE
                           WS-FL-FILE-NAME(WS-FILE-INDEX)
                           DELIMITED BY SPACE
                           "  KEPT - APPEND-ONLY, NOT RESTORED"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WHEN "LIST"
                       PERFORM JOURNAL-LIST-CHANGES
                       PERFORM RELOAD-INDEXED-LIST
                   WHEN OTHER
                       PERFORM RESTORE-SEQUENTIAL-FILE
               END-EVALUATE

               IF WS-FL-KIND(WS-FILE-INDEX) NOT = "CATALOG" THEN
                   ADD 1 TO WS-FILES-RESTORED
                   ADD WS-RESTORED-COUNT TO WS-RECORDS-RESTORED
                   STRING "  " DELIMITED BY SIZE
                       WS-FL-FILE-NAME(WS-FILE-INDEX) DELIMITED BY SPACE
                       "  RECORDS: " DELIMITED BY SIZE
                       WS-RESTORED-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------RELOAD-LIST----------------------------*
      * The list file is built afresh from the unloaded copy - which  *
      * is also what repairs an indexed file that can no longer be    *
      * read. The copy is in key order, so the keys go in ascending.  *
       RELOAD-INDEXED-LIST SECTION.

           MOVE WS-FL-FILE-NAME(WS-FILE-INDEX) TO WS-LIST-FILE-NAME
           MOVE 0 TO WS-RESTORED-COUNT

           OPEN OUTPUT TDLIST

           OPEN INPUT BACKUP-COPY
           IF WS-COPY-STATUS = 0 THEN
               MOVE "N" TO WS-COPY-EOF
               PERFORM UNTIL WS-COPY-EOF = "Y"
                   READ BACKUP-COPY INTO WS-TDLIST
                       AT END MOVE "Y" TO WS-COPY-EOF
                       NOT AT END
                           WRITE TDLIST-FILE FROM WS-TDLIST
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RESTORED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE BACKUP-COPY
           END-IF

           CLOSE TDLIST

           EXIT.

      * ------------------------RESTORE-FILE---------------------------*
      * Copied back whole over the live file; an empty copy leaves an *
      * empty live file.                                              *
       RESTORE-SEQUENTIAL-FILE SECTION.

           MOVE WS-FL-FILE-NAME(WS-FILE-INDEX) TO WS-LIVE-FILE-NAME
           MOVE 0 TO WS-RESTORED-COUNT

           OPEN OUTPUT LIVE-FILE

           OPEN INPUT BACKUP-COPY
           IF WS-COPY-STATUS = 0 THEN
               MOVE "N" TO WS-COPY-EOF
               PERFORM UNTIL WS-COPY-EOF = "Y"
                   READ BACKUP-COPY
                       AT END MOVE "Y" TO WS-COPY-EOF
                       NOT AT END
                           WRITE LIVE-FILE-RECORD
                               FROM BACKUP-COPY-RECORD
                           ADD 1 TO WS-RESTORED-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-COPY
           END-IF

           CLOSE LIVE-FILE

           EXIT.

      * ------------------------REPLAY---------------------------------*
      * Segments in catalog order, then the live journal - the order  *
      * TODOAUDIT reads them, oldest first.                           *
       PRINT-REPLAY-RECORDS SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL RECORDS TO REPLAY - STAMPED AT OR AFTER "
               DELIMITED BY SIZE
               WS-TAKEN-AT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SEGMENT-INDEX FROM 1 BY 1
               UNTIL WS-SEGMENT-INDEX > WS-SEGMENT-COUNT
               MOVE WS-SEGMENT-NAME-ENTRY(WS-SEGMENT-INDEX)
                   TO WS-SEGMENT-FILE-NAME
               PERFORM READ-ONE-SEGMENT
           END-PERFORM

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

           IF WS-REPLAY-COUNT = 0 THEN
               MOVE "NOTHING TO REPLAY - NO CHANGES SINCE THE SET"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

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

      * ------------------------TAKE-RECORD----------------------------*
      * A record stamped in the very second the set was started may   *
      * or may not be in it; it is listed, to be looked at rather     *
      * than missed.                                                  *
       TAKE-JOURNAL-RECORD SECTION.

           IF AUDIT-TIMESTAMP IN WS-JOURNAL-REC < WS-TAKEN-AT THEN
               EXIT SECTION
           END-IF
           IF WS-WHOLE-SET = "N" AND
               AUDIT-LIST-NAME IN WS-JOURNAL-REC NOT = WS-WANTED-LIST
               THEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-REPLAY-LINE
           MOVE AUDIT-TIMESTAMP IN WS-JOURNAL-REC TO WS-RL-TIME
           MOVE AUDIT-ACTION IN WS-JOURNAL-REC TO WS-RL-ACTION
           IF AUDIT-LIST-NAME IN WS-JOURNAL-REC = SPACES THEN
               MOVE "(SHARED)" TO WS-RL-LIST
           ELSE
               MOVE AUDIT-LIST-NAME IN WS-JOURNAL-REC TO WS-RL-LIST
           END-IF
           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC TO WS-RL-ID
           MOVE AUDIT-USER-NAME IN WS-JOURNAL-REC TO WS-RL-USER
           MOVE WS-REPLAY-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD 1 TO WS-REPLAY-COUNT

           EXIT.

      * ------------------------JOURNAL--------------------------------*
      * The live list against the copy about to replace it, both in   *
      * key order, before the reload: an item only on the copy is     *
      * brought back, one only on the live list is removed, one on    *
      * both whose record differs is changed. Each is journaled. A    *
      * live list that is not there has nothing to remove; one that   *
      * cannot be read at all gets the list-level record instead.     *
       JOURNAL-LIST-CHANGES SECTION.

           MOVE WS-FL-FILE-NAME(WS-FILE-INDEX) TO WS-LIST-FILE-NAME

           MOVE "N" TO WS-LIVE-EOF
           OPEN INPUT TDLIST
           EVALUATE WS-TDLIST-STATUS
               WHEN 0
                   PERFORM READ-NEXT-LIVE-ITEM
               WHEN 35
                   MOVE "Y" TO WS-LIVE-EOF
               WHEN OTHER
                   PERFORM WRITE-RESTORE-AUDIT
                   EXIT SECTION
           END-EVALUATE

           MOVE "N" TO WS-COPY-EOF
           MOVE "N" TO WS-COPY-IS-OPEN
           OPEN INPUT BACKUP-COPY
           IF WS-COPY-STATUS = 0 THEN
               MOVE "Y" TO WS-COPY-IS-OPEN
               PERFORM READ-NEXT-COPY-ITEM
           ELSE
               MOVE "Y" TO WS-COPY-EOF
           END-IF

           PERFORM UNTIL WS-LIVE-EOF = "Y" AND WS-COPY-EOF = "Y"
               EVALUATE TRUE
                   WHEN WS-LIVE-EOF = "Y"
                       MOVE "B" TO WS-RESTORE-KIND
                       PERFORM WRITE-ITEM-RESTORE-AUDIT
                       PERFORM READ-NEXT-COPY-ITEM
                   WHEN WS-COPY-EOF = "Y"
                       MOVE "R" TO WS-RESTORE-KIND
                       PERFORM WRITE-ITEM-RESTORE-AUDIT
                       PERFORM READ-NEXT-LIVE-ITEM
                   WHEN ITEM-ID IN WS-TDLIST-LIVE <
                       ITEM-ID IN WS-TDLIST
                       MOVE "R" TO WS-RESTORE-KIND
                       PERFORM WRITE-ITEM-RESTORE-AUDIT
                       PERFORM READ-NEXT-LIVE-ITEM
                   WHEN ITEM-ID IN WS-TDLIST-LIVE >
                       ITEM-ID IN WS-TDLIST
                       MOVE "B" TO WS-RESTORE-KIND
                       PERFORM WRITE-ITEM-RESTORE-AUDIT
                       PERFORM READ-NEXT-COPY-ITEM
                   WHEN OTHER
                       IF WS-TDLIST-LIVE NOT = WS-TDLIST THEN
                           MOVE "C" TO WS-RESTORE-KIND
                           PERFORM WRITE-ITEM-RESTORE-AUDIT
                       END-IF
                       PERFORM READ-NEXT-LIVE-ITEM
                       PERFORM READ-NEXT-COPY-ITEM
               END-EVALUATE
           END-PERFORM

           IF WS-COPY-IS-OPEN = "Y" THEN
               CLOSE BACKUP-COPY
           END-IF
           IF WS-TDLIST-STATUS NOT = 35 THEN
               CLOSE TDLIST
           END-IF

           EXIT.

      * ------------------------NEXT-LIVE------------------------------*
      * A read error part-way ends the live side there, as the end of *
      * the file would.                                               *
       READ-NEXT-LIVE-ITEM SECTION.

           READ TDLIST NEXT RECORD INTO WS-TDLIST-LIVE
               AT END MOVE "Y" TO WS-LIVE-EOF
           END-READ
           IF WS-TDLIST-STATUS NOT = 0 THEN
               MOVE "Y" TO WS-LIVE-EOF
           END-IF

           EXIT.

      * ------------------------NEXT-COPY------------------------------*
       READ-NEXT-COPY-ITEM SECTION.

           READ BACKUP-COPY INTO WS-TDLIST
               AT END MOVE "Y" TO WS-COPY-EOF
           END-READ

           EXIT.

      * ------------------------ITEM-AUDIT-----------------------------*
      * One item the reload changes, the way TODOROLLBK journals its  *
      * reversals: the live record as the before image (blank for an  *
      * item brought back), the restored one as the after image       *
      * (blank for an item removed).                                  *
       WRITE-ITEM-RESTORE-AUDIT SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-TODAY TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE "restore" TO AUDIT-ACTION IN WS-AUDIT-RECORD
           MOVE WS-FL-LIST(WS-FILE-INDEX)
               TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD

           IF RESTORE-REMOVES THEN
               MOVE ITEM-ID IN WS-TDLIST-LIVE
                   TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           ELSE
               MOVE ITEM-ID IN WS-TDLIST
                   TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           END-IF

           IF NOT RESTORE-BRINGS-BACK THEN
               MOVE ITEM-CONTENT IN WS-TDLIST-LIVE
                   TO AUDIT-BEFORE-CONTENT IN WS-AUDIT-RECORD
               MOVE ITEM-STATUS IN WS-TDLIST-LIVE
                   TO AUDIT-BEFORE-STATUS IN WS-AUDIT-RECORD
               MOVE ITEM-PRIORITY IN WS-TDLIST-LIVE
                   TO AUDIT-BEFORE-PRIORITY IN WS-AUDIT-RECORD
               MOVE ITEM-DUE-DATE IN WS-TDLIST-LIVE
                   TO AUDIT-BEFORE-DUE-DATE IN WS-AUDIT-RECORD
               MOVE ITEM-RECURRENCE-CODE IN WS-TDLIST-LIVE
                   TO AUDIT-BEFORE-RECURRENCE IN WS-AUDIT-RECORD
               MOVE ITEM-ASSIGNEE IN WS-TDLIST-LIVE
                   TO AUDIT-BEFORE-ASSIGNEE IN WS-AUDIT-RECORD
               IF ITEM-PARENT-ID IN WS-TDLIST-LIVE IS NUMERIC THEN
                   MOVE ITEM-PARENT-ID IN WS-TDLIST-LIVE
                       TO AUDIT-BEFORE-PARENT-ID IN WS-AUDIT-RECORD
               END-IF
               IF ITEM-ESTIMATE-HOURS IN WS-TDLIST-LIVE IS NUMERIC
                   THEN
                   MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST-LIVE
                       TO AUDIT-BEFORE-ESTIMATE IN WS-AUDIT-RECORD
               END-IF
           END-IF

           IF NOT RESTORE-REMOVES THEN
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
               IF ITEM-PARENT-ID IN WS-TDLIST IS NUMERIC THEN
                   MOVE ITEM-PARENT-ID IN WS-TDLIST
                       TO AUDIT-AFTER-PARENT-ID IN WS-AUDIT-RECORD
               END-IF
               IF ITEM-ESTIMATE-HOURS IN WS-TDLIST IS NUMERIC THEN
                   MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST
                       TO AUDIT-AFTER-ESTIMATE IN WS-AUDIT-RECORD
               END-IF
           END-IF

           MOVE "TODORESTOR" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

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

           ADD 1 TO WS-ITEMS-JOURNALED

           EXIT.

      * ------------------------LIST-AUDIT-----------------------------*
      * A live list that cannot be read cannot be set against the     *
      * copy: one list-level record instead, the shape of TODOLSTMT's *
      * "rename-list" record - item id zero and blank item images,    *
      * the content naming the set.                                   *
       WRITE-RESTORE-AUDIT SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-TODAY TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE "restore" TO AUDIT-ACTION IN WS-AUDIT-RECORD
           MOVE 0 TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           MOVE WS-FL-LIST(WS-FILE-INDEX)
               TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD
           STRING "restored from backup set " DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               " taken at " DELIMITED BY SIZE
               WS-TAKEN-AT DELIMITED BY SIZE
               INTO AUDIT-AFTER-CONTENT IN WS-AUDIT-RECORD
           MOVE "TODORESTOR" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

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

      * ------------------------RUN-TOTALS-----------------------------*
       PRINT-RUN-TOTALS SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "FILES SELECTED.....: " DELIMITED BY SIZE
               WS-FILES-SELECTED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CHECK FAILURES.....: " DELIMITED BY SIZE
               WS-CHECK-FAILURES DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FILES RESTORED.....: " DELIMITED BY SIZE
               WS-FILES-RESTORED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS RESTORED...: " DELIMITED BY SIZE
               WS-RECORDS-RESTORED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS TO REPLAY..: " DELIMITED BY SIZE
               WS-REPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS JOURNALED....: " DELIMITED BY SIZE
               WS-ITEMS-JOURNALED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "NOTES AND TIME ENTRIES MADE SINCE THE SET ARE NOT"
               TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "JOURNALED AND MUST BE RE-ENTERED BY HAND"
               TO REPORT-LINE
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
      * The line waiting to be written is held aside while the        *
      * heading goes out, and put back for WRITE-REPORT-LINE.         *
       PRINT-PAGE-HEADING SECTION.

           ADD 1 TO WS-PAGE-NUMBER

           MOVE REPORT-LINE TO WS-HELD-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TODO LIST RESTORE FROM BACKUP   DATE: "
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

       END PROGRAM TODORESTOR.
