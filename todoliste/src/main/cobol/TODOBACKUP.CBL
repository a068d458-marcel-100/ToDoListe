       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOBACKUP.

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
           SELECT LIST-REGISTRY ASSIGN TO "todolist-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "todobackuprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

      * The sequential files of the set all go through these two,     *
      * whatever their layout: a line is copied as it stands.        *
       FD LIVE-FILE.
       01 LIVE-FILE-RECORD PIC X(2048).

       FD BACKUP-COPY.
       01 BACKUP-COPY-RECORD PIC X(2048).

       FD BACKUP-MANIFEST.
       01 BACKUP-MANIFEST-FILE.
           COPY tdbkmrec.

       FD LIST-REGISTRY.
       01 LIST-REGISTRY-FILE.
           05 REGISTRY-LIST-NAME PIC X(20).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST.
           COPY tdlistrec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-LIVE-STATUS PIC 99.
       01 WS-COPY-STATUS PIC 99.
       01 WS-MANIFEST-STATUS PIC 99.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-COPY-EOF PIC A(1).
       01 WS-MANIFEST-EOF PIC A(1).
       01 WS-REGISTRY-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-TAKEN-AT PIC X(14).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-HELD-LINE PIC X(132).
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-LIVE-FILE-NAME PIC X(64).
       01 WS-COPY-FILE-NAME PIC X(64).
       01 WS-MANIFEST-NAME PIC X(64).
       01 WS-CURRENT-LIST PIC X(20).
       01 WS-FILE-KIND PIC X(8).
       01 WS-NAME-SUFFIX PIC X(20).
       01 WS-SOURCE-STATUS PIC 99.
       01 WS-RECORD-COUNT PIC 9(9).
       01 WS-COPY-COUNT PIC 9(9).
       01 WS-VERDICT PIC X(20).
       01 WS-LIST-TABLE-FIELDS.
           05 WS-LIST-COUNT PIC 999.
           05 WS-LIST-MAX PIC 999 VALUE 200.
           05 WS-LIST-INDEX PIC 999.
           05 WS-LIST-NAME-ENTRY PIC X(20) OCCURS 200.
       01 WS-RUN-COUNTS.
           05 WS-FILES-COPIED PIC 9(5).
           05 WS-FILES-MISSING PIC 9(5).
           05 WS-FILES-IN-ERROR PIC 9(5).
           05 WS-RECORDS-COPIED PIC 9(9).
           05 WS-FILES-CHECKED PIC 9(5).
           05 WS-CHECK-FAILURES PIC 9(5).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "KIND".
           05 FILLER PIC X(22) VALUE "LIST".
           05 FILLER PIC X(42) VALUE "FILE".
           05 FILLER PIC X(4) VALUE "ST".
           05 FILLER PIC X(11) VALUE " MANIFEST".
           05 FILLER PIC X(11) VALUE "     COPY".
           05 FILLER PIC X(20) VALUE "CHECK".
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
           05 WS-DL-VERDICT PIC X(20).
       COPY tdrunctl.

      * -------------------------------------------------------------- *
      * Batch job: takes a dated backup set of everything the lists    *
      * live on, so a damaged indexed list or a lost notes, deps or   *
      * time file can be put back without the system backup. Every    *
      * file of the set is copied whole to todobkup-YYYYMMDD-<name>:  *
      *   the shared list and every list in the todolist-names.txt    *
      *   registry, closed ones included - the list file itself       *
      *   unloaded in key order, and its notes, dependencies and      *
      *   time entries;                                               *
      *   the site-wide files - the checklist templates, the site     *
      *   calendar, the registry, the archive catalog, the list       *
      *   master file, the list grants and the absence file.          *
      * The journal and the dated archives and segments are not       *
      * copied: they are append-only and already kept apart.          *
      *                                                               *
      * Alongside the copies goes a manifest                          *
      * (todobkup-YYYYMMDD-manifest.txt, see tdbkmrec) with one line  *
      * per file: its name, the list it belongs to, whether it could  *
      * be read and how many records were copied. Once everything is  *
      * copied the set is checked against the manifest - every copy   *
      * is read back and its records counted - and todobackuprpt.txt  *
      * lists each file with both counts and the verdict. TODORESTOR  *
      * puts a list or the whole set back from it.                    *
      *                                                               *
      * The set is only as consistent as the moment it is taken: the  *
      * job belongs in the nightly chain after the jobs that change   *
      * the lists (TODOESCAL, TODORECUR, TODOSWEEP, ...), and the     *
      * moment it started is kept in the manifest so that a restore   *
      * can tell which journal records came after it.                 *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY TO WS-TAKEN-AT(1:8)
           MOVE WS-NOW-TIME(1:6) TO WS-TAKEN-AT(9:6)

      * Run-control check-in: a night already finished is a no-op; a  *
      * rerun after an abend takes the whole set again - every copy   *
      * and the manifest are opened OUTPUT, so nothing is doubled.    *
           MOVE "TODOBACKUP" TO RC-JOB-NAME
           MOVE "CHECK" TO RC-FUNCTION
           MOVE 0 TO RC-ITEMS-TOUCHED
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST
           IF RC-ALREADY-FINISHED = "Y" THEN
               GOBACK
           END-IF

           MOVE "START" TO RC-FUNCTION
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST

           INITIALIZE WS-RUN-COUNTS

           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "todobkup-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "-manifest.txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME

           OPEN OUTPUT BACKUP-MANIFEST

           MOVE SPACES TO WS-CURRENT-LIST
           PERFORM BACKUP-LIST-FILES

           PERFORM LOAD-LIST-REGISTRY

           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
               MOVE WS-LIST-NAME-ENTRY(WS-LIST-INDEX)
                   TO WS-CURRENT-LIST
               PERFORM BACKUP-LIST-FILES
           END-PERFORM

           PERFORM BACKUP-SITE-FILES

           CLOSE BACKUP-MANIFEST

           PERFORM CHECK-BACKUP-SET
           PERFORM PRINT-RUN-TOTALS

           CLOSE REPORT-FILE

           MOVE "FINISH" TO RC-FUNCTION
           MOVE WS-FILES-COPIED TO RC-ITEMS-TOUCHED
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST

           GOBACK.

      * ------------------------REGISTRY-------------------------------*
      * Every registered list, open or closed - a closed list keeps   *
      * its items and is worth as much to lose.                       *
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

      * ------------------------LIST-FILES-----------------------------*
      * One list's four files, named the way TODOLISTE's              *
      * BUILD-LIST-FILE-NAME names them, blank meaning the shared     *
      * list.                                                         *
       BACKUP-LIST-FILES SECTION.

           IF WS-CURRENT-LIST = SPACES THEN
               MOVE "todolist.txt" TO WS-LIST-FILE-NAME
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-LIST-FILE-NAME
           END-IF
           PERFORM BACKUP-INDEXED-LIST

           MOVE "NOTES" TO WS-FILE-KIND
           MOVE "-notes.txt" TO WS-NAME-SUFFIX
           PERFORM BUILD-COMPANION-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "DEPS" TO WS-FILE-KIND
           MOVE "-deps.txt" TO WS-NAME-SUFFIX
           PERFORM BUILD-COMPANION-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "TIME" TO WS-FILE-KIND
           MOVE "-time.txt" TO WS-NAME-SUFFIX
           PERFORM BUILD-COMPANION-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           EXIT.

      * ------------------------COMPANION-NAME-------------------------*
      * The companion's live name from its suffix in WS-NAME-SUFFIX  *
      * ("-notes.txt").                                               *
       BUILD-COMPANION-NAME SECTION.

           MOVE SPACES TO WS-LIVE-FILE-NAME
           IF WS-CURRENT-LIST = SPACES THEN
               STRING "todolist" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NAME-SUFFIX) DELIMITED BY SIZE
                   INTO WS-LIVE-FILE-NAME
           ELSE
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NAME-SUFFIX) DELIMITED BY SIZE
                   INTO WS-LIVE-FILE-NAME
           END-IF

           EXIT.

      * ------------------------SITE-FILES-----------------------------*
      * The files that belong to no one list.                         *
       BACKUP-SITE-FILES SECTION.

           MOVE SPACES TO WS-CURRENT-LIST

           MOVE "TEMPLATE" TO WS-FILE-KIND
           MOVE "todolist-templates.txt" TO WS-LIVE-FILE-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "CALENDAR" TO WS-FILE-KIND
           MOVE "todolist-calendar.txt" TO WS-LIVE-FILE-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "REGISTRY" TO WS-FILE-KIND
           MOVE "todolist-names.txt" TO WS-LIVE-FILE-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "CATALOG" TO WS-FILE-KIND
           MOVE "todolist-archive-catalog.txt" TO WS-LIVE-FILE-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "MASTER" TO WS-FILE-KIND
           MOVE "todolist-master.txt" TO WS-LIVE-FILE-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "AUTH" TO WS-FILE-KIND
           MOVE "todolist-auth.txt" TO WS-LIVE-FILE-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           MOVE "ABSENCE" TO WS-FILE-KIND
           MOVE "todolist-absence.txt" TO WS-LIVE-FILE-NAME
           PERFORM BACKUP-SEQUENTIAL-FILE

           EXIT.

      * ------------------------COPY-NAME------------------------------*
       BUILD-COPY-NAME SECTION.

           MOVE SPACES TO WS-COPY-FILE-NAME
           STRING "todobkup-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIVE-FILE-NAME) DELIMITED BY SIZE
               INTO WS-COPY-FILE-NAME

           EXIT.

      * ------------------------INDEXED-LIST---------------------------*
      * The list file is unloaded in key order, one record per line.  *
      * A read error part way ends the copy there; the status goes    *
      * into the manifest so the set shows the copy is short. A list  *
      * with no file yet gets an empty copy.                          *
       BACKUP-INDEXED-LIST SECTION.

           MOVE "LIST" TO WS-FILE-KIND
           MOVE WS-LIST-FILE-NAME TO WS-LIVE-FILE-NAME
           PERFORM BUILD-COPY-NAME
           MOVE 0 TO WS-RECORD-COUNT

           OPEN OUTPUT BACKUP-COPY

           OPEN INPUT TDLIST
           MOVE WS-TDLIST-STATUS TO WS-SOURCE-STATUS
           IF WS-TDLIST-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TDLIST NEXT INTO WS-TDLIST
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           WRITE BACKUP-COPY-RECORD FROM WS-TDLIST
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
                   IF WS-TDLIST-STATUS NOT = 0 AND
                       WS-TDLIST-STATUS NOT = 10 THEN
                       MOVE WS-TDLIST-STATUS TO WS-SOURCE-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-PERFORM
               CLOSE TDLIST
           END-IF

           CLOSE BACKUP-COPY

           PERFORM WRITE-MANIFEST-ENTRY

           EXIT.

      * ------------------------SEQUENTIAL-----------------------------*
      * WS-LIVE-FILE-NAME and WS-FILE-KIND set by the caller. The same *
      * rules as the indexed unload: a missing file gives an empty    *
      * copy, a read error ends the copy where it happened.           *
       BACKUP-SEQUENTIAL-FILE SECTION.

           PERFORM BUILD-COPY-NAME
           MOVE 0 TO WS-RECORD-COUNT

           OPEN OUTPUT BACKUP-COPY

           OPEN INPUT LIVE-FILE
           MOVE WS-LIVE-STATUS TO WS-SOURCE-STATUS
           IF WS-LIVE-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LIVE-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           WRITE BACKUP-COPY-RECORD
                               FROM LIVE-FILE-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
                   IF WS-LIVE-STATUS NOT = 0 AND
                       WS-LIVE-STATUS NOT = 10 THEN
                       MOVE WS-LIVE-STATUS TO WS-SOURCE-STATUS
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF

           CLOSE BACKUP-COPY

           PERFORM WRITE-MANIFEST-ENTRY

           EXIT.

      * ------------------------MANIFEST-------------------------------*
       WRITE-MANIFEST-ENTRY SECTION.

           MOVE SPACES TO BACKUP-MANIFEST-FILE
           MOVE WS-TAKEN-AT TO BKM-TAKEN-AT
           MOVE WS-FILE-KIND TO BKM-FILE-KIND
           IF BKM-BELONGS-TO-A-LIST THEN
               MOVE WS-CURRENT-LIST TO BKM-LIST-NAME
           END-IF
           MOVE WS-LIVE-FILE-NAME TO BKM-FILE-NAME
           MOVE WS-COPY-FILE-NAME TO BKM-COPY-NAME
           MOVE WS-SOURCE-STATUS TO BKM-SOURCE-STATUS
           MOVE WS-RECORD-COUNT TO BKM-RECORD-COUNT

           WRITE BACKUP-MANIFEST-FILE

           EVALUATE TRUE
               WHEN BKM-SOURCE-COPIED
                   ADD 1 TO WS-FILES-COPIED
               WHEN BKM-SOURCE-WAS-MISSING
                   ADD 1 TO WS-FILES-MISSING
               WHEN OTHER
                   ADD 1 TO WS-FILES-IN-ERROR
           END-EVALUATE
           ADD WS-RECORD-COUNT TO WS-RECORDS-COPIED

           EXIT.

      * ------------------------CHECK-SET------------------------------*
      * The manifest is read back from disk, not from memory, and     *
      * every copy it names is counted again: the check proves what   *
      * a restore would find, not what this run meant to write.       *
       CHECK-BACKUP-SET SECTION.

           MOVE WS-COLUMN-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT BACKUP-MANIFEST
           IF WS-MANIFEST-STATUS NOT = 0 THEN
               MOVE "MANIFEST CANNOT BE READ BACK - SET NOT CHECKED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-CHECK-FAILURES
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-MANIFEST-EOF
           PERFORM UNTIL WS-MANIFEST-EOF = "Y"
               READ BACKUP-MANIFEST
                   AT END MOVE "Y" TO WS-MANIFEST-EOF
                   NOT AT END PERFORM CHECK-ONE-COPY
               END-READ
           END-PERFORM

           CLOSE BACKUP-MANIFEST

           EXIT.

      * ------------------------CHECK-COPY-----------------------------*
      * A copy checks out when it holds exactly the manifest's count. *
      * A file that could not be read whole is a failure even when    *
      * the counts agree - the copy is short of the live file.        *
       CHECK-ONE-COPY SECTION.

           ADD 1 TO WS-FILES-CHECKED
           MOVE BKM-COPY-NAME TO WS-COPY-FILE-NAME
           PERFORM COUNT-COPY-RECORDS

           EVALUATE TRUE
               WHEN WS-COPY-STATUS NOT = 0
                   MOVE "COPY MISSING" TO WS-VERDICT
                   ADD 1 TO WS-CHECK-FAILURES
               WHEN WS-COPY-COUNT NOT = BKM-RECORD-COUNT
                   MOVE "COUNT MISMATCH" TO WS-VERDICT
                   ADD 1 TO WS-CHECK-FAILURES
               WHEN BKM-SOURCE-WAS-MISSING
                   MOVE "NO LIVE FILE" TO WS-VERDICT
               WHEN NOT BKM-SOURCE-COPIED
                   MOVE "LIVE FILE READ ERROR" TO WS-VERDICT
                   ADD 1 TO WS-CHECK-FAILURES
               WHEN OTHER
                   MOVE "OK" TO WS-VERDICT
           END-EVALUATE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BKM-FILE-KIND TO WS-DL-KIND
           IF BKM-BELONGS-TO-A-LIST AND BKM-LIST-NAME = SPACES THEN
               MOVE "(SHARED)" TO WS-DL-LIST
           ELSE
               MOVE BKM-LIST-NAME TO WS-DL-LIST
           END-IF
           MOVE BKM-FILE-NAME TO WS-DL-FILE
           MOVE BKM-SOURCE-STATUS TO WS-DL-STATUS
           MOVE BKM-RECORD-COUNT TO WS-DL-MANIFEST-COUNT
           MOVE WS-COPY-COUNT TO WS-DL-COPY-COUNT
           MOVE WS-VERDICT TO WS-DL-VERDICT
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

      * ------------------------RUN-TOTALS-----------------------------*
       PRINT-RUN-TOTALS SECTION.

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BACKUP SET.........: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MANIFEST-NAME) DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TAKEN AT...........: " DELIMITED BY SIZE
               WS-TAKEN-AT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FILES COPIED.......: " DELIMITED BY SIZE
               WS-FILES-COPIED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FILES NOT PRESENT..: " DELIMITED BY SIZE
               WS-FILES-MISSING DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FILES READ IN ERROR: " DELIMITED BY SIZE
               WS-FILES-IN-ERROR DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS COPIED.....: " DELIMITED BY SIZE
               WS-RECORDS-COPIED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FILES CHECKED......: " DELIMITED BY SIZE
               WS-FILES-CHECKED DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CHECK FAILURES.....: " DELIMITED BY SIZE
               WS-CHECK-FAILURES DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-CHECK-FAILURES > 0 THEN
               MOVE "BACKUP SET DID NOT CHECK OUT - SEE LINES ABOVE"
                   TO REPORT-LINE
           ELSE
               MOVE "BACKUP SET MATCHES ITS MANIFEST" TO REPORT-LINE
           END-IF
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
           STRING "TODO LIST BACKUP SET   DATE: " DELIMITED BY SIZE
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

       END PROGRAM TODOBACKUP.
