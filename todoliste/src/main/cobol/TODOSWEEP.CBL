           SELECT TDLIST-NOTES-WORK ASSIGN TO WS-NOTES-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-WORK-STATUS.
           SELECT TDLIST-TIME ASSIGN TO WS-TIME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT TDLIST-TIME-ARCHIVE
               ASSIGN TO WS-TIME-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDLIST-TIME-WORK ASSIGN TO WS-TIME-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-WORK-STATUS.
           SELECT TDLIST-DEPS ASSIGN TO WS-DEPS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPS-STATUS.
       01 TDLIST-NOTES-WORK-FILE.
           COPY tdnoterec.

       FD TDLIST-TIME.
       01 TDLIST-TIME-FILE.
           COPY tdtimerec.

       FD TDLIST-TIME-ARCHIVE.
       01 TDLIST-TIME-ARCHIVE-FILE.
           COPY tdtimerec.

       FD TDLIST-TIME-WORK.
       01 TDLIST-TIME-WORK-FILE.
           COPY tdtimerec.

       FD TDLIST-DEPS.
       01 TDLIST-DEPS-FILE.
           COPY tddeprec.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-NOTES-STATUS PIC 99.
       01 WS-NOTES-WORK-STATUS PIC 99.
       01 WS-TIME-STATUS PIC 99.
       01 WS-TIME-WORK-STATUS PIC 99.
       01 WS-DEPS-STATUS PIC 99.
       01 WS-DEPS-WORK-STATUS PIC 99.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-REGISTRY-EOF PIC A(1).
       01 WS-NOTES-EOF PIC A(1).
       01 WS-TIME-EOF PIC A(1).
       01 WS-DEPS-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-RETENTION-TEXT PIC X(10).
       01 WS-RETENTION-DAYS PIC 9(4).
       01 WS-LIST-RETENTION-DAYS PIC 9(4).
       01 WS-CUTOFF-INTEGER PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-TEXT PIC X(8).
       01 WS-NOTES-FILE-NAME PIC X(64).
       01 WS-NOTES-ARCHIVE-NAME PIC X(64).
       01 WS-NOTES-WORK-NAME PIC X(64).
       01 WS-TIME-FILE-NAME PIC X(64).
       01 WS-TIME-ARCHIVE-NAME PIC X(64).
       01 WS-TIME-WORK-NAME PIC X(64).
       01 WS-DEPS-FILE-NAME PIC X(64).
       01 WS-DEPS-WORK-NAME PIC X(64).
       01 WS-CURRENT-LIST PIC X(20).
       01 WS-LIST-SWEPT-COUNT PIC 9(5).
       01 WS-TOTAL-SWEPT-COUNT PIC 9(5).
       01 WS-NOTE-KEEP PIC X.
       01 WS-TIME-KEEP PIC X.
       01 WS-DEP-KEEP PIC X.
       01 WS-LIST-TABLE-FIELDS.
           05 WS-LIST-COUNT PIC 999.
       01 WS-SWEEP-FIELDS.
           05 WS-SWEEP-FLAG PIC X OCCURS 99999.
       COPY tdrunctl.
       COPY tdlstctl.
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.

      * -------------------------------------------------------------- *
      * Nightly housekeeping sweep: moves done items that have sat   *
      * every web request.                                           *
      *                                                              *
      * Reads one line from SYSIN, the retention in days; blank or   *
      * zero means 30. That is the site default: a list whose master *
      * record (see TODOLSTMT) carries its own retention is swept    *
      * against that instead, and a closed list is not swept at all. *
      * The rules per list:                                          *
      *   - a top-level item leaves when it is done and its          *
      *     ITEM-LAST-CHANGED is older than the cutoff;              *
      *   - its sub-tasks leave with it, whatever their own age, and *
      *     a parent with any sub-task still open stays whole - a    *
      *     parent never loses part of its checklist;                *
      *   - a done sub-task under a live parent stays;               *
      *   - each swept item's notes and time entries follow into the *
      *     dated archived notes and time files, its removal is      *
      *     journaled like a delete                                  *
      *     (action "sweep"), and dependency records naming it are   *
      *     purged the way DELETE-ITEM purges them.                  *
      * Checks in with the run-control file; a rerun finds the swept *
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

      * ------------------------SWEEP-LIST-----------------------------*
      * One list, start to finish: settle which ids go (three        *
      * marking passes), then move them - items to the dated         *
      * archive, notes and time entries to the dated archived notes  *
      * and time files, removals into the journal, dangling          *
      * dependencies out.                                            *
       SWEEP-CURRENT-LIST SECTION.

           PERFORM BUILD-LIST-FILE-NAMES
           PERFORM SET-LIST-CUTOFF

           INITIALIZE WS-SWEEP-FIELDS
           MOVE 0 TO WS-LIST-SWEPT-COUNT
           IF WS-LIST-SWEPT-COUNT > 0 THEN
               PERFORM WRITE-ARCHIVE-CATALOG-ENTRY
               PERFORM CARRY-NOTES-TO-ARCHIVE
               PERFORM CARRY-TIME-TO-ARCHIVE
               PERFORM PURGE-DANGLING-DEPENDENCIES
           END-IF


           EXIT.

      * ------------------------LIST-CUTOFF----------------------------*
      * The list's own retention from its master record, or the site  *
      * default read from SYSIN when the record has none (zero) or    *
      * there is no record.                                           *
       SET-LIST-CUTOFF SECTION.

           MOVE WS-CURRENT-LIST TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST

           IF LC-RETENTION-DAYS > 0 THEN
               MOVE LC-RETENTION-DAYS TO WS-LIST-RETENTION-DAYS
           ELSE
               MOVE WS-RETENTION-DAYS TO WS-LIST-RETENTION-DAYS
           END-IF

           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-LIST-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-TEXT

           EXIT.

      * ------------------------FILE-NAMES-----------------------------*
      * All of one list's companion names, built the way TODOLISTE's  *
      * own BUILD-LIST-FILE-NAME and ARCHIVE-LIST build theirs, so   *
               MOVE "todolist.txt" TO WS-LIST-FILE-NAME
               MOVE "todolist-notes.txt" TO WS-NOTES-FILE-NAME
               MOVE "todolist-notes-work.txt" TO WS-NOTES-WORK-NAME
               MOVE "todolist-time.txt" TO WS-TIME-FILE-NAME
               MOVE "todolist-time-work.txt" TO WS-TIME-WORK-NAME
               MOVE "todolist-deps.txt" TO WS-DEPS-FILE-NAME
               MOVE "todolist-deps-work.txt" TO WS-DEPS-WORK-NAME
               MOVE "(SHARED)" TO WS-LIST-LABEL
                   WS-TODAY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOTES-ARCHIVE-NAME
               MOVE SPACES TO WS-TIME-ARCHIVE-NAME
               STRING "todolist-time-archive-" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-TIME-ARCHIVE-NAME
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   "-notes-work.txt" DELIMITED BY SIZE
                   INTO WS-NOTES-WORK-NAME
               MOVE SPACES TO WS-TIME-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   "-time.txt" DELIMITED BY SIZE
                   INTO WS-TIME-FILE-NAME
               MOVE SPACES TO WS-TIME-WORK-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   "-time-work.txt" DELIMITED BY SIZE
                   INTO WS-TIME-WORK-NAME
               MOVE SPACES TO WS-DEPS-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOTES-ARCHIVE-NAME
               MOVE SPACES TO WS-TIME-ARCHIVE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-LIST) DELIMITED BY SIZE
                   "-time-archive-" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-TIME-ARCHIVE-NAME
           END-IF

           EXIT.

           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-TODAY TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE "sweep" TO AUDIT-ACTION IN WS-AUDIT-RECORD
           MOVE ITEM-ID IN WS-TDLIST TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           MOVE WS-CURRENT-LIST TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD

           MOVE ITEM-CONTENT IN WS-TDLIST
               TO AUDIT-BEFORE-CONTENT IN WS-AUDIT-RECORD
           MOVE ITEM-STATUS IN WS-TDLIST
               TO AUDIT-BEFORE-STATUS IN WS-AUDIT-RECORD
           MOVE ITEM-PRIORITY IN WS-TDLIST
               TO AUDIT-BEFORE-PRIORITY IN WS-AUDIT-RECORD
           MOVE ITEM-DUE-DATE IN WS-TDLIST
               TO AUDIT-BEFORE-DUE-DATE IN WS-AUDIT-RECORD
           MOVE ITEM-RECURRENCE-CODE IN WS-TDLIST
               TO AUDIT-BEFORE-RECURRENCE IN WS-AUDIT-RECORD
           MOVE ITEM-ASSIGNEE IN WS-TDLIST
               TO AUDIT-BEFORE-ASSIGNEE IN WS-AUDIT-RECORD
           MOVE ITEM-PARENT-ID IN WS-TDLIST
               TO AUDIT-BEFORE-PARENT-ID IN WS-AUDIT-RECORD
           IF ITEM-ESTIMATE-HOURS IN WS-TDLIST IS NUMERIC THEN
               MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST
                   TO AUDIT-BEFORE-ESTIMATE IN WS-AUDIT-RECORD
           END-IF

           MOVE "TODOSWEEP" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

      * Stamped before the journal is opened: TODOJSEQ may have to    *
      * read it back to find where the chain ends.                    *
           MOVE "STAMP" TO JS-FUNCTION
           CALL "TODOJSEQ" USING JOURNAL-SEQUENCE-REQUEST
               WS-AUDIT-RECORD

           OPEN EXTEND TDLIST-JOURNAL
           WRITE TDLIST-JOURNAL-FILE FROM WS-AUDIT-RECORD

           CLOSE TDLIST-JOURNAL


           EXIT.

      * ------------------------TIME-----------------------------------*
      * A swept item's time entries follow it into the dated archived *
      * time file the same way its notes do, so the hours booked on   *
      * it are still there for the timesheet and the variance report. *
       CARRY-TIME-TO-ARCHIVE SECTION.

           OPEN INPUT TDLIST-TIME
           IF WS-TIME-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN EXTEND TDLIST-TIME-ARCHIVE
           OPEN OUTPUT TDLIST-TIME-WORK
           MOVE "N" TO WS-TIME-EOF

           PERFORM UNTIL WS-TIME-EOF = "Y"
               READ TDLIST-TIME
                   AT END MOVE "Y" TO WS-TIME-EOF
                   NOT AT END
                       MOVE "Y" TO WS-TIME-KEEP
                       IF TIME-ITEM-ID IN TDLIST-TIME-FILE > 0 AND
                           WS-SWEEP-FLAG
                           (TIME-ITEM-ID IN TDLIST-TIME-FILE)
                               = "Y" THEN
                           MOVE "N" TO WS-TIME-KEEP
                       END-IF
                       IF WS-TIME-KEEP = "Y" THEN
                           WRITE TDLIST-TIME-WORK-FILE
                               FROM TDLIST-TIME-FILE
                       ELSE
                           WRITE TDLIST-TIME-ARCHIVE-FILE
                               FROM TDLIST-TIME-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TDLIST-TIME
           CLOSE TDLIST-TIME-ARCHIVE
           CLOSE TDLIST-TIME-WORK

           OPEN INPUT TDLIST-TIME-WORK
           IF WS-TIME-WORK-STATUS = 0 THEN
               OPEN OUTPUT TDLIST-TIME
               MOVE "N" TO WS-TIME-EOF
               PERFORM UNTIL WS-TIME-EOF = "Y"
                   READ TDLIST-TIME-WORK
                       AT END MOVE "Y" TO WS-TIME-EOF
                       NOT AT END
                           WRITE TDLIST-TIME-FILE
                               FROM TDLIST-TIME-WORK-FILE
                   END-READ
               END-PERFORM
               CLOSE TDLIST-TIME
               CLOSE TDLIST-TIME-WORK
           END-IF

           EXIT.

      * ------------------------PURGE-DEPS-----------------------------*
      * A dependency record naming a swept id on either side goes     *
      * with it, exactly the cleanup DELETE-ITEM applies - a          *
               WS-LIST-LABEL DELIMITED BY SIZE
               " ITEMS ARCHIVED: " DELIMITED BY SIZE
               WS-LIST-SWEPT-COUNT DELIMITED BY SIZE
               "  RETENTION: " DELIMITED BY SIZE
               WS-LIST-RETENTION-DAYS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

