       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOLSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-IN ASSIGN TO "todolstmt.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ERROR-LISTING ASSIGN TO "todolstmterr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-MASTER ASSIGN TO "todolist-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LIST-MASTER-WORK
               ASSIGN TO "todolist-master-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-WORK-STATUS.
           SELECT LIST-REGISTRY ASSIGN TO "todolist-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT LIST-REGISTRY-WORK
               ASSIGN TO "todolist-names-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-WORK-STATUS.
           SELECT ARCHIVE-CATALOG
               ASSIGN TO "todolist-archive-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-CATALOG-WORK
               ASSIGN TO "todolist-archive-catalog-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-WORK-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "todolist-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-WORK ASSIGN TO "todolist-history-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-WORK-STATUS.
           SELECT LIST-AUTH ASSIGN TO "todolist-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT LIST-AUTH-WORK ASSIGN TO "todolist-auth-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-WORK-STATUS.
           SELECT TDLIST ASSIGN TO WS-LIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-FILE
               FILE STATUS IS WS-TDLIST-STATUS.
           SELECT TDLIST-TARGET ASSIGN TO WS-TARGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-TARGET-FILE
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT TDLIST-NOTES ASSIGN TO WS-NOTES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT TDLIST-TARGET-NOTES ASSIGN TO WS-TARGET-NOTES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-NOTES-STATUS.
           SELECT TDLIST-TIME ASSIGN TO WS-TIME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT TDLIST-TARGET-TIME ASSIGN TO WS-TARGET-TIME-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-TIME-STATUS.
           SELECT TDLIST-DEPS ASSIGN TO WS-DEPS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPS-STATUS.
           SELECT TDLIST-TARGET-DEPS ASSIGN TO WS-TARGET-DEPS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-DEPS-STATUS.
           SELECT TDLIST-JOURNAL ASSIGN TO "todolist-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-IN.
       01 CSV-RECORD PIC X(1300).

       FD ERROR-LISTING.
       01 ERROR-LINE PIC X(132).

       FD LIST-MASTER.
       01 LIST-MASTER-FILE.
           COPY tdlstmst.

       FD LIST-MASTER-WORK.
       01 LIST-MASTER-WORK-FILE.
           COPY tdlstmst.

       FD LIST-REGISTRY.
       01 LIST-REGISTRY-FILE.
           05 REGISTRY-LIST-NAME PIC X(20).

       FD LIST-REGISTRY-WORK.
       01 LIST-REGISTRY-WORK-FILE.
           05 REGISTRY-WORK-LIST-NAME PIC X(20).

       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-FILE.
           COPY archcat.

       FD ARCHIVE-CATALOG-WORK.
       01 ARCHIVE-CATALOG-WORK-FILE.
           COPY archcat.

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY tdhistrec.

       FD HISTORY-WORK.
       01 HISTORY-WORK-RECORD.
           COPY tdhistrec.

       FD LIST-AUTH.
       01 LIST-AUTH-FILE.
           COPY tdauthrec.

       FD LIST-AUTH-WORK.
       01 LIST-AUTH-WORK-FILE.
           COPY tdauthrec.

       FD TDLIST.
       01 TDLIST-FILE.
           COPY tdlistrec.

       FD TDLIST-TARGET.
       01 TDLIST-TARGET-FILE.
           COPY tdlistrec.

       FD TDLIST-NOTES.
       01 TDLIST-NOTES-FILE.
           COPY tdnoterec.

       FD TDLIST-TARGET-NOTES.
       01 TDLIST-TARGET-NOTES-FILE.
           COPY tdnoterec.

       FD TDLIST-TIME.
       01 TDLIST-TIME-FILE.
           COPY tdtimerec.

       FD TDLIST-TARGET-TIME.
       01 TDLIST-TARGET-TIME-FILE.
           COPY tdtimerec.

       FD TDLIST-DEPS.
       01 TDLIST-DEPS-FILE.
           COPY tddeprec.

       FD TDLIST-TARGET-DEPS.
       01 TDLIST-TARGET-DEPS-FILE.
           COPY tddeprec.

       FD TDLIST-JOURNAL.
       01 TDLIST-JOURNAL-FILE.
           COPY auditrec.

       WORKING-STORAGE SECTION.
       01 WS-CSV-STATUS PIC 99.
       01 WS-MASTER-STATUS PIC 99.
       01 WS-MASTER-WORK-STATUS PIC 99.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-REGISTRY-WORK-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-CATALOG-WORK-STATUS PIC 99.
       01 WS-HISTORY-STATUS PIC 99.
       01 WS-HISTORY-WORK-STATUS PIC 99.
       01 WS-AUTH-STATUS PIC 99.
       01 WS-AUTH-WORK-STATUS PIC 99.
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-TARGET-STATUS PIC 99.
       01 WS-NOTES-STATUS PIC 99.
       01 WS-TARGET-NOTES-STATUS PIC 99.
       01 WS-TIME-STATUS PIC 99.
       01 WS-TARGET-TIME-STATUS PIC 99.
       01 WS-DEPS-STATUS PIC 99.
       01 WS-TARGET-DEPS-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-FILE-EOF PIC A(1).
       01 WS-ROW-NUMBER PIC 9(5).
       01 WS-ROWS-APPLIED PIC 9(5).
       01 WS-ROWS-REJECTED PIC 9(5).
       01 WS-ITEMS-MOVED PIC 9(5).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-CSV-FIELDS.
           05 CSV-ACTION PIC X(8).
           05 CSV-LIST-NAME PIC X(24).
           05 CSV-OWNER PIC X(24).
           05 CSV-DESCRIPTION PIC X(64).
           05 CSV-RETENTION PIC X(8).
           05 CSV-ESCALATE PIC X(8).
           05 CSV-NEW-NAME PIC X(24).
       01 WS-ACTION-CODE PIC X(8).
           88 ACTION-IS-CREATE VALUE "CREATE".
           88 ACTION-IS-CHANGE VALUE "CHANGE".
           88 ACTION-IS-CLOSE VALUE "CLOSE".
           88 ACTION-IS-REOPEN VALUE "REOPEN".
           88 ACTION-IS-RENAME VALUE "RENAME".
       01 WS-ROW-IS-VALID PIC X.
           88 ROW-IS-VALID VALUE "Y".
       01 WS-FIELD-LENGTH PIC 9(4).
       01 WS-FIELD-INDEX PIC 9(4).
       01 WS-FIELD-CHAR PIC X.
       01 WS-CHECK-NAME PIC X(24).
       01 WS-CHECK-NUMBER PIC X(8).
       01 WS-CHECK-DIGITS PIC 9.
       01 WS-OLD-LIST PIC X(20).
       01 WS-NEW-LIST PIC X(20).
       01 WS-WANTED-NAME PIC X(20).
       01 WS-NAME-REGISTERED PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-LIST-FILE-NAME PIC X(64).
       01 WS-NOTES-FILE-NAME PIC X(64).
       01 WS-TIME-FILE-NAME PIC X(64).
       01 WS-DEPS-FILE-NAME PIC X(64).
       01 WS-TARGET-FILE-NAME PIC X(64).
       01 WS-TARGET-NOTES-NAME PIC X(64).
       01 WS-TARGET-TIME-NAME PIC X(64).
       01 WS-TARGET-DEPS-NAME PIC X(64).
       01 WS-TDLIST.
           COPY tdlistrec.
      * The record the current row will leave in the master file,    *
      * built from TODOLSTCTL's answer and the row's own fields.      *
       01 WS-MASTER-WORK.
           COPY tdlstmst.
       01 WS-MASTER-DROP-NAME PIC X(20).
      * What one rename carried across, for the journal's list-level  *
      * record and the listing.                                       *
       01 WS-RENAME-COUNTS.
           05 WS-RENAME-ITEMS PIC 9(5).
           05 WS-RENAME-NOTES PIC 9(5).
           05 WS-RENAME-TIME PIC 9(5).
           05 WS-RENAME-DEPS PIC 9(5).
       01 WS-AUDIT-FIELDS.
           05 WS-AUDIT-ACTION PIC X(15).
           05 WS-AUDIT-ON-LIST PIC X(20).
           05 WS-AUDIT-PAIR-LIST PIC X(20).
           05 WS-AUDIT-ITEM-ID PIC 9(5).
           05 WS-AUDIT-PAIR-ID PIC 9(5).
           05 WS-AUDIT-IS-ARRIVAL PIC X.
       01 WS-ERROR-DETAIL.
           05 FILLER PIC X(4) VALUE "ROW ".
           05 WS-ERROR-ROW PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERROR-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERROR-TEXT PIC X(89).
       COPY tdlstctl.
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.

      * -------------------------------------------------------------- *
      * Batch maintenance for the list master file (see tdlstmst), in *
      * the TODOLOAD mold: reads todolstmt.csv - one change per row,  *
      * comma-separated, in the column order                          *
      *   action,list,owner,description,retention,escalate,newname    *
      * (trailing columns may be left empty; fields must not contain  *
      * commas themselves) - validates each row and applies the good  *
      * ones in file order, so a later row sees what an earlier one   *
      * did. Rejected rows go to todolstmterr.txt with a reason per   *
      * row, followed by the run totals. The actions:                 *
      *   CREATE - sets up a new named list: owner required,          *
      *            description and the two policies optional; the    *
      *            name goes into the registry as well, so the        *
      *            nightly jobs visit it from tonight;                *
      *   CHANGE - replaces owner, description, retention or          *
      *            escalation with whatever non-empty columns the     *
      *            row carries ("0" puts a policy back to the site    *
      *            default). The only action allowed on the shared    *
      *            list (empty list column);                          *
      *   CLOSE  - closes a list: TODOLISTE refuses new items and     *
      *            the nightly jobs pass it by;                       *
      *   REOPEN - the reverse of CLOSE;                              *
      *   RENAME - moves a named list to the name in the newname      *
      *            column: items keep their ids and stamps, notes     *
      *            and dependencies move to the new companion files,  *
      *            the archive catalog, the statistics history and    *
      *            the list's authorization grants follow the new     *
      *            name, and registry and master file are rewritten.  *
      *            Every moved item is journaled as a                 *
      *            "rename-out"/"rename-in" pair naming the other     *
      *            side, the way a transfer is, plus one list-level   *
      *            "rename-list" record (item id zero), so an inquiry *
      *            can follow the list's history across the rename.   *
      *            Archive files keep their old physical names - the  *
      *            catalog records the file name, so nothing is lost. *
      *            A COBOL program cannot delete a file, so the old   *
      *            list and companion files are left behind empty.    *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           MOVE 0 TO WS-ROW-NUMBER
           MOVE 0 TO WS-ROWS-APPLIED
           MOVE 0 TO WS-ROWS-REJECTED
           MOVE 0 TO WS-ITEMS-MOVED

           OPEN OUTPUT ERROR-LISTING

           OPEN INPUT CSV-IN
           IF WS-CSV-STATUS = 0 THEN
               MOVE "N" TO WS-EOF

               PERFORM UNTIL WS-EOF = "Y"
                   READ CSV-IN
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           PERFORM PROCESS-ONE-CSV-ROW
                   END-READ
               END-PERFORM

               CLOSE CSV-IN
           ELSE
               MOVE "NO todolstmt.csv ON DISK" TO ERROR-LINE
               WRITE ERROR-LINE
           END-IF

           PERFORM WRITE-RUN-TOTALS

           CLOSE ERROR-LISTING

           GOBACK.

      * ------------------------ONE-ROW--------------------------------*
      * The CSV row carries nothing the web side ever sees, but the   *
      * list names still get the VALIDATE-LIST-NAME whitelist - they  *
      * end up in file names just the same.                           *
       PROCESS-ONE-CSV-ROW SECTION.

           IF CSV-RECORD = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CSV-FIELDS
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO CSV-ACTION CSV-LIST-NAME CSV-OWNER
                   CSV-DESCRIPTION CSV-RETENTION CSV-ESCALATE
                   CSV-NEW-NAME
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CSV-ACTION))
               TO WS-ACTION-CODE
           MOVE FUNCTION TRIM(CSV-LIST-NAME) TO WS-OLD-LIST
           MOVE FUNCTION TRIM(CSV-NEW-NAME) TO WS-NEW-LIST

           PERFORM VALIDATE-CSV-ROW

           IF ROW-IS-VALID THEN
               EVALUATE TRUE
                   WHEN ACTION-IS-CREATE
                       PERFORM APPLY-CREATE-LIST
                   WHEN ACTION-IS-CHANGE
                       PERFORM APPLY-CHANGE-LIST
                   WHEN ACTION-IS-CLOSE
                       PERFORM APPLY-CLOSE-LIST
                   WHEN ACTION-IS-REOPEN
                       PERFORM APPLY-CLOSE-LIST
                   WHEN ACTION-IS-RENAME
                       PERFORM APPLY-RENAME-LIST
               END-EVALUATE
           END-IF

           IF ROW-IS-VALID THEN
               ADD 1 TO WS-ROWS-APPLIED
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM WRITE-REJECT-LINE
           END-IF

           EXIT.

      * ------------------------VALIDATE-------------------------------*
      * Everything that can be decided before a file is touched. A    *
      * "known" list is one in the registry or the master file - a    *
      * list that predates the master file has only its registry      *
      * entry, and must still be closable and renamable.              *
       VALIDATE-CSV-ROW SECTION.

           MOVE "Y" TO WS-ROW-IS-VALID
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT ACTION-IS-CREATE AND NOT ACTION-IS-CHANGE AND
               NOT ACTION-IS-CLOSE AND NOT ACTION-IS-REOPEN AND
               NOT ACTION-IS-RENAME THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           IF CSV-LIST-NAME = SPACES AND NOT ACTION-IS-CHANGE THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "SHARED LIST ONLY TAKES CHANGE" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           MOVE CSV-LIST-NAME TO WS-CHECK-NAME
           PERFORM VALIDATE-CSV-LIST-NAME
           IF NOT ROW-IS-VALID THEN
               EXIT SECTION
           END-IF

           MOVE CSV-RETENTION TO WS-CHECK-NUMBER
           MOVE 4 TO WS-CHECK-DIGITS
           PERFORM VALIDATE-CSV-NUMBER
           IF NOT ROW-IS-VALID THEN
               MOVE "RETENTION NOT 0-9999 DAYS" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           MOVE CSV-ESCALATE TO WS-CHECK-NUMBER
           MOVE 2 TO WS-CHECK-DIGITS
           PERFORM VALIDATE-CSV-NUMBER
           IF NOT ROW-IS-VALID THEN
               MOVE "ESCALATE NOT 0-99 DAYS" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

      * The master file holds 20 characters of owner and 60 of        *
      * description; a longer value is refused, not cut short.        *
           IF FUNCTION LENGTH(FUNCTION TRIM(CSV-OWNER)) > 20 THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "OWNER TOO LONG" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(CSV-DESCRIPTION)) > 60 THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "DESCRIPTION TOO LONG" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           MOVE WS-OLD-LIST TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST

           MOVE WS-OLD-LIST TO WS-WANTED-NAME
           PERFORM FIND-REGISTERED-NAME

           IF ACTION-IS-CREATE THEN
               IF LC-RECORD-FOUND = "Y" THEN
                   MOVE "N" TO WS-ROW-IS-VALID
                   MOVE "LIST ALREADY SET UP" TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
               IF CSV-OWNER = SPACES THEN
                   MOVE "N" TO WS-ROW-IS-VALID
                   MOVE "EMPTY OWNER" TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
               EXIT SECTION
           END-IF

           IF WS-OLD-LIST NOT = SPACES AND
               LC-RECORD-FOUND = "N" AND
               WS-NAME-REGISTERED = "N" THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "UNKNOWN LIST" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           IF ACTION-IS-RENAME THEN
               PERFORM VALIDATE-RENAME-TARGET
           END-IF

           EXIT.

      * ------------------------RENAME-TARGET--------------------------*
      * The new name must be a fresh one: not in the registry, not in *
      * the master file, and not the name of a list file that still   *
      * holds items (an unregistered file left over from before the   *
      * registry existed). An empty leftover - what an earlier rename *
      * leaves behind - is fair game.                                 *
       VALIDATE-RENAME-TARGET SECTION.

           IF CSV-NEW-NAME = SPACES THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "EMPTY NEW NAME" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           MOVE CSV-NEW-NAME TO WS-CHECK-NAME
           PERFORM VALIDATE-CSV-LIST-NAME
           IF NOT ROW-IS-VALID THEN
               EXIT SECTION
           END-IF

           IF WS-NEW-LIST = WS-OLD-LIST THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "NEW NAME SAME AS OLD" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           MOVE WS-NEW-LIST TO WS-WANTED-NAME
           PERFORM FIND-REGISTERED-NAME
           MOVE WS-NEW-LIST TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST
           IF WS-NAME-REGISTERED = "Y" OR LC-RECORD-FOUND = "Y" THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "NEW NAME ALREADY IN USE" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           PERFORM BUILD-RENAME-FILE-NAMES

           OPEN INPUT TDLIST-TARGET
           IF WS-TARGET-STATUS = 0 THEN
               READ TDLIST-TARGET NEXT
                   AT END CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-ROW-IS-VALID
                       MOVE "NEW LIST FILE HOLDS ITEMS"
                           TO WS-REJECT-REASON
               END-READ
               CLOSE TDLIST-TARGET
           END-IF

           EXIT.

      * ------------------------NAME-----------------------------------*
      * The same whitelist as TODOLISTE's VALIDATE-LIST-NAME:         *
      * letters, digits, dash and underscore, at most 20 characters.  *
      * An empty name passes - the callers decide whether the shared  *
      * list is allowed.                                              *
       VALIDATE-CSV-LIST-NAME SECTION.

           IF WS-CHECK-NAME = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-NAME))
               TO WS-FIELD-LENGTH

           IF WS-FIELD-LENGTH > 20 THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "LIST NAME TOO LONG" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-LENGTH
               MOVE FUNCTION TRIM(WS-CHECK-NAME)(WS-FIELD-INDEX:1)
                   TO WS-FIELD-CHAR
               IF (WS-FIELD-CHAR < "A" OR WS-FIELD-CHAR > "Z") AND
                   (WS-FIELD-CHAR < "a" OR WS-FIELD-CHAR > "z") AND
                   (WS-FIELD-CHAR < "0" OR WS-FIELD-CHAR > "9") AND
                   WS-FIELD-CHAR NOT = "-" AND
                   WS-FIELD-CHAR NOT = "_" THEN
                   MOVE "N" TO WS-ROW-IS-VALID
                   MOVE "LIST NAME HAS BAD CHARACTER"
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM

           EXIT.

      * ------------------------NUMBER---------------------------------*
      * Empty, or up to WS-CHECK-DIGITS digits.                       *
       VALIDATE-CSV-NUMBER SECTION.

           IF WS-CHECK-NUMBER = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-NUMBER))
               TO WS-FIELD-LENGTH

           IF WS-FIELD-LENGTH > WS-CHECK-DIGITS THEN
               MOVE "N" TO WS-ROW-IS-VALID
               EXIT SECTION
           END-IF

           IF FUNCTION TRIM(WS-CHECK-NUMBER)(1:WS-FIELD-LENGTH)
               IS NOT NUMERIC THEN
               MOVE "N" TO WS-ROW-IS-VALID
           END-IF

           EXIT.

      * ------------------------REGISTERED-----------------------------*
      * One pass over the registry for WS-WANTED-NAME.                *
       FIND-REGISTERED-NAME SECTION.

           MOVE "N" TO WS-NAME-REGISTERED

           IF WS-WANTED-NAME = SPACES THEN
               EXIT SECTION
           END-IF

           OPEN INPUT LIST-REGISTRY
           IF WS-REGISTRY-STATUS = 0 THEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-REGISTRY
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF REGISTRY-LIST-NAME = WS-WANTED-NAME THEN
                               MOVE "Y" TO WS-NAME-REGISTERED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-REGISTRY
           END-IF

           EXIT.

      * ------------------------CREATE---------------------------------*
      * A new master record, status active, created today, and the    *
      * name into the registry unless it is already there (a list     *
      * that existed before the master file did).                     *
       APPLY-CREATE-LIST SECTION.

           MOVE SPACES TO WS-MASTER-WORK
           MOVE WS-OLD-LIST TO LM-LIST-NAME IN WS-MASTER-WORK
           MOVE FUNCTION TRIM(CSV-OWNER) TO LM-OWNER IN WS-MASTER-WORK
           MOVE FUNCTION TRIM(CSV-DESCRIPTION)
               TO LM-DESCRIPTION IN WS-MASTER-WORK
           MOVE "A" TO LM-STATUS IN WS-MASTER-WORK
           MOVE WS-TODAY TO LM-CREATED-DATE IN WS-MASTER-WORK
           MOVE 0 TO LM-RETENTION-DAYS IN WS-MASTER-WORK
           MOVE 0 TO LM-ESCALATE-DAYS IN WS-MASTER-WORK
           PERFORM TAKE-CSV-POLICIES

           MOVE SPACES TO WS-MASTER-DROP-NAME
           PERFORM REWRITE-MASTER-FILE

           IF WS-NAME-REGISTERED = "N" THEN
               OPEN EXTEND LIST-REGISTRY
               MOVE WS-OLD-LIST TO REGISTRY-LIST-NAME
               WRITE LIST-REGISTRY-FILE
               CLOSE LIST-REGISTRY
           END-IF

           EXIT.

      * ------------------------CHANGE---------------------------------*
      * Starts from the record TODOLSTCTL handed back - or from a     *
      * fresh active record when the list has none yet - and lays     *
      * the row's non-empty columns over it.                          *
       APPLY-CHANGE-LIST SECTION.

           PERFORM START-FROM-CURRENT-RECORD

           IF CSV-OWNER NOT = SPACES THEN
               MOVE FUNCTION TRIM(CSV-OWNER)
                   TO LM-OWNER IN WS-MASTER-WORK
           END-IF
           IF CSV-DESCRIPTION NOT = SPACES THEN
               MOVE FUNCTION TRIM(CSV-DESCRIPTION)
                   TO LM-DESCRIPTION IN WS-MASTER-WORK
           END-IF
           PERFORM TAKE-CSV-POLICIES

           MOVE SPACES TO WS-MASTER-DROP-NAME
           PERFORM REWRITE-MASTER-FILE

           EXIT.

      * ------------------------CLOSE----------------------------------*
      * CLOSE and REOPEN only flip the status byte.                   *
       APPLY-CLOSE-LIST SECTION.

           PERFORM START-FROM-CURRENT-RECORD

           IF ACTION-IS-CLOSE THEN
               MOVE "C" TO LM-STATUS IN WS-MASTER-WORK
           ELSE
               MOVE "A" TO LM-STATUS IN WS-MASTER-WORK
           END-IF

           MOVE SPACES TO WS-MASTER-DROP-NAME
           PERFORM REWRITE-MASTER-FILE

           EXIT.

      * ------------------------CURRENT-RECORD-------------------------*
      * WS-MASTER-WORK from the LIST-CONTROL-REQUEST answer for the   *
      * row's list; a list without a record starts active, created    *
      * today, with site defaults.                                    *
       START-FROM-CURRENT-RECORD SECTION.

           MOVE WS-OLD-LIST TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST

           MOVE SPACES TO WS-MASTER-WORK
           MOVE WS-OLD-LIST TO LM-LIST-NAME IN WS-MASTER-WORK
           MOVE LC-OWNER TO LM-OWNER IN WS-MASTER-WORK
           MOVE LC-DESCRIPTION TO LM-DESCRIPTION IN WS-MASTER-WORK
           MOVE LC-STATUS TO LM-STATUS IN WS-MASTER-WORK
           IF LC-RECORD-FOUND = "Y" THEN
               MOVE LC-CREATED-DATE TO LM-CREATED-DATE IN WS-MASTER-WORK
           ELSE
               MOVE WS-TODAY TO LM-CREATED-DATE IN WS-MASTER-WORK
           END-IF
           MOVE LC-RETENTION-DAYS TO LM-RETENTION-DAYS IN WS-MASTER-WORK
           MOVE LC-ESCALATE-DAYS TO LM-ESCALATE-DAYS IN WS-MASTER-WORK

           EXIT.

      * ------------------------POLICIES-------------------------------*
       TAKE-CSV-POLICIES SECTION.

           IF CSV-RETENTION NOT = SPACES THEN
               COMPUTE LM-RETENTION-DAYS IN WS-MASTER-WORK =
                   FUNCTION NUMVAL(CSV-RETENTION)
           END-IF
           IF CSV-ESCALATE NOT = SPACES THEN
               COMPUTE LM-ESCALATE-DAYS IN WS-MASTER-WORK =
                   FUNCTION NUMVAL(CSV-ESCALATE)
           END-IF

           EXIT.

      * ------------------------REWRITE-MASTER-------------------------*
      * The master file through its work file and back: every record  *
      * for WS-MASTER-WORK's name - and for WS-MASTER-DROP-NAME, when *
      * a rename retires the old one - is dropped, and WS-MASTER-WORK *
      * is appended in their place. Rewriting rather than appending   *
      * keeps the file at one record per list however often a row    *
      * touches it.                                                   *
       REWRITE-MASTER-FILE SECTION.

           OPEN OUTPUT LIST-MASTER-WORK

           OPEN INPUT LIST-MASTER
           IF WS-MASTER-STATUS = 0 THEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-MASTER
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF LM-LIST-NAME IN LIST-MASTER-FILE NOT =
                               LM-LIST-NAME IN WS-MASTER-WORK AND
                               (WS-MASTER-DROP-NAME = SPACES OR
                               LM-LIST-NAME IN LIST-MASTER-FILE NOT =
                               WS-MASTER-DROP-NAME) THEN
                               WRITE LIST-MASTER-WORK-FILE
                                   FROM LIST-MASTER-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-MASTER
           END-IF

           WRITE LIST-MASTER-WORK-FILE FROM WS-MASTER-WORK

           CLOSE LIST-MASTER-WORK

           OPEN INPUT LIST-MASTER-WORK
           IF WS-MASTER-WORK-STATUS = 0 THEN
               OPEN OUTPUT LIST-MASTER
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-MASTER-WORK
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           WRITE LIST-MASTER-FILE
                               FROM LIST-MASTER-WORK-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-MASTER
               CLOSE LIST-MASTER-WORK
           END-IF

           EXIT.

      * ------------------------RENAME---------------------------------*
      * Items first, then their companion files, then every file that *
      * names the list, then the registry and the master file - a     *
      * run that stops part way leaves the items under the new name   *
      * and the old name still registered, which a rerun of the same  *
      * row cannot repair by itself; the listing says which row it    *
      * was, and the journal says how far it got.                     *
       APPLY-RENAME-LIST SECTION.

           MOVE 0 TO WS-RENAME-ITEMS
           MOVE 0 TO WS-RENAME-NOTES
           MOVE 0 TO WS-RENAME-TIME
           MOVE 0 TO WS-RENAME-DEPS

           PERFORM BUILD-RENAME-FILE-NAMES

           PERFORM MOVE-RENAMED-ITEMS
           IF NOT ROW-IS-VALID THEN
               EXIT SECTION
           END-IF

           PERFORM MOVE-RENAMED-NOTES
           PERFORM MOVE-RENAMED-TIME
           PERFORM MOVE-RENAMED-DEPENDENCIES
           PERFORM RENAME-CATALOG-ENTRIES
           PERFORM RENAME-HISTORY-ENTRIES
           PERFORM RENAME-AUTH-ENTRIES
           PERFORM RENAME-REGISTRY-ENTRY

           PERFORM START-FROM-CURRENT-RECORD
           MOVE WS-NEW-LIST TO LM-LIST-NAME IN WS-MASTER-WORK
           MOVE WS-OLD-LIST TO WS-MASTER-DROP-NAME
           PERFORM REWRITE-MASTER-FILE

           MOVE SPACES TO WS-TDLIST
           MOVE "rename-list" TO WS-AUDIT-ACTION
           MOVE WS-NEW-LIST TO WS-AUDIT-ON-LIST
           MOVE WS-OLD-LIST TO WS-AUDIT-PAIR-LIST
           MOVE 0 TO WS-AUDIT-ITEM-ID
           MOVE 0 TO WS-AUDIT-PAIR-ID
           MOVE "N" TO WS-AUDIT-IS-ARRIVAL
           PERFORM WRITE-RENAME-AUDIT

           ADD WS-RENAME-ITEMS TO WS-ITEMS-MOVED

           EXIT.

      * ------------------------RENAME-NAMES---------------------------*
      * Old and new file names, built the way TODOLISTE's             *
      * BUILD-LIST-FILE-NAME builds them for a named list.            *
       BUILD-RENAME-FILE-NAMES SECTION.

           MOVE SPACES TO WS-LIST-FILE-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OLD-LIST) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
           MOVE SPACES TO WS-NOTES-FILE-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OLD-LIST) DELIMITED BY SIZE
               "-notes.txt" DELIMITED BY SIZE
               INTO WS-NOTES-FILE-NAME
           MOVE SPACES TO WS-TIME-FILE-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OLD-LIST) DELIMITED BY SIZE
               "-time.txt" DELIMITED BY SIZE
               INTO WS-TIME-FILE-NAME
           MOVE SPACES TO WS-DEPS-FILE-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OLD-LIST) DELIMITED BY SIZE
               "-deps.txt" DELIMITED BY SIZE
               INTO WS-DEPS-FILE-NAME

           MOVE SPACES TO WS-TARGET-FILE-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NEW-LIST) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-TARGET-FILE-NAME
           MOVE SPACES TO WS-TARGET-NOTES-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NEW-LIST) DELIMITED BY SIZE
               "-notes.txt" DELIMITED BY SIZE
               INTO WS-TARGET-NOTES-NAME
           MOVE SPACES TO WS-TARGET-TIME-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NEW-LIST) DELIMITED BY SIZE
               "-time.txt" DELIMITED BY SIZE
               INTO WS-TARGET-TIME-NAME
           MOVE SPACES TO WS-TARGET-DEPS-NAME
           STRING "todolist-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NEW-LIST) DELIMITED BY SIZE
               "-deps.txt" DELIMITED BY SIZE
               INTO WS-TARGET-DEPS-NAME

           EXIT.

      * ------------------------MOVE-ITEMS-----------------------------*
      * The same read-copy-delete pass through one I-O connector as   *
      * TODOLISTE's ARCHIVE-LIST, into the new list file instead of   *
      * an archive. Ids and last-changed stamps travel unchanged - a  *
      * rename is not an edit, and the sweep must not see every item  *
      * as freshly touched. A list registered but never written to   *
      * has no file; the rename still goes through. The new list is   *
      * created and opened again I-O, so a copy can be taken back off *
      * it.                                                           *
       MOVE-RENAMED-ITEMS SECTION.

           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT TDLIST-TARGET
           CLOSE TDLIST-TARGET
           OPEN I-O TDLIST-TARGET
           MOVE "N" TO WS-FILE-EOF

           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TDLIST NEXT INTO WS-TDLIST
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END PERFORM MOVE-ONE-RENAMED-ITEM
               END-READ
           END-PERFORM

           CLOSE TDLIST
           CLOSE TDLIST-TARGET

           EXIT.

      * ------------------------MOVE-ONE-------------------------------*
      * An item that cannot be taken off the old list has not left    *
      * it: the copy comes off the new list again and the rename      *
      * stops there, as for a write that fails on the new list.       *
       MOVE-ONE-RENAMED-ITEM SECTION.

           WRITE TDLIST-TARGET-FILE FROM WS-TDLIST
               INVALID KEY
                   MOVE "N" TO WS-ROW-IS-VALID
                   MOVE "ITEM WRITE FAILED ON NEW LIST"
                       TO WS-REJECT-REASON
                   MOVE "Y" TO WS-FILE-EOF
           END-WRITE

           IF NOT ROW-IS-VALID THEN
               EXIT SECTION
           END-IF

           DELETE TDLIST RECORD
               INVALID KEY
                   MOVE ITEM-ID IN WS-TDLIST
                       TO ITEM-ID IN TDLIST-TARGET-FILE
                   DELETE TDLIST-TARGET RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE "N" TO WS-ROW-IS-VALID
                   MOVE "ITEM DELETE FAILED ON OLD LIST"
                       TO WS-REJECT-REASON
                   MOVE "Y" TO WS-FILE-EOF
                   EXIT SECTION
               NOT INVALID KEY
                   ADD 1 TO WS-RENAME-ITEMS
                   MOVE "rename-out" TO WS-AUDIT-ACTION
                   MOVE WS-OLD-LIST TO WS-AUDIT-ON-LIST
                   MOVE WS-NEW-LIST TO WS-AUDIT-PAIR-LIST
                   MOVE "N" TO WS-AUDIT-IS-ARRIVAL
                   MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                   MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-PAIR-ID
                   PERFORM WRITE-RENAME-AUDIT

                   MOVE "rename-in" TO WS-AUDIT-ACTION
                   MOVE WS-NEW-LIST TO WS-AUDIT-ON-LIST
                   MOVE WS-OLD-LIST TO WS-AUDIT-PAIR-LIST
                   MOVE "Y" TO WS-AUDIT-IS-ARRIVAL
                   MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                   MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-PAIR-ID
                   PERFORM WRITE-RENAME-AUDIT
           END-DELETE

           EXIT.

      * ------------------------MOVE-NOTES-----------------------------*
      * Notes copied across whole, then the old notes file emptied.   *
       MOVE-RENAMED-NOTES SECTION.

           OPEN INPUT TDLIST-NOTES
           IF WS-NOTES-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT TDLIST-TARGET-NOTES
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TDLIST-NOTES
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       WRITE TDLIST-TARGET-NOTES-FILE
                           FROM TDLIST-NOTES-FILE
                       ADD 1 TO WS-RENAME-NOTES
               END-READ
           END-PERFORM
           CLOSE TDLIST-NOTES
           CLOSE TDLIST-TARGET-NOTES

           OPEN OUTPUT TDLIST-NOTES
           CLOSE TDLIST-NOTES

           EXIT.

      * ------------------------MOVE-TIME------------------------------*
      * Time entries the same way as the notes - whole, ids unchanged. *
       MOVE-RENAMED-TIME SECTION.

           OPEN INPUT TDLIST-TIME
           IF WS-TIME-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT TDLIST-TARGET-TIME
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TDLIST-TIME
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       WRITE TDLIST-TARGET-TIME-FILE
                           FROM TDLIST-TIME-FILE
                       ADD 1 TO WS-RENAME-TIME
               END-READ
           END-PERFORM
           CLOSE TDLIST-TIME
           CLOSE TDLIST-TARGET-TIME

           OPEN OUTPUT TDLIST-TIME
           CLOSE TDLIST-TIME

           EXIT.

      * ------------------------MOVE-DEPS------------------------------*
      * Dependencies the same way - ids did not change, so every      *
      * pair still means what it meant.                               *
       MOVE-RENAMED-DEPENDENCIES SECTION.

           OPEN INPUT TDLIST-DEPS
           IF WS-DEPS-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT TDLIST-TARGET-DEPS
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TDLIST-DEPS
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       WRITE TDLIST-TARGET-DEPS-FILE
                           FROM TDLIST-DEPS-FILE
                       ADD 1 TO WS-RENAME-DEPS
               END-READ
           END-PERFORM
           CLOSE TDLIST-DEPS
           CLOSE TDLIST-TARGET-DEPS

           OPEN OUTPUT TDLIST-DEPS
           CLOSE TDLIST-DEPS

           EXIT.

      * ------------------------RENAME-CATALOG-------------------------*
      * Catalog entries of the old name are re-labelled with the new  *
      * one; the file names they record stay as they are, so          *
      * TODOARCHV finds the list's old archives under its new name.   *
      * Journal segments carry the "*JOURNAL*" marker, never a list   *
      * name, and are untouched.                                      *
       RENAME-CATALOG-ENTRIES SECTION.

           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT ARCHIVE-CATALOG-WORK
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ARCHIVE-CATALOG
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CAT-LIST-NAME IN ARCHIVE-CATALOG-FILE =
                           WS-OLD-LIST THEN
                           MOVE WS-NEW-LIST TO
                               CAT-LIST-NAME IN ARCHIVE-CATALOG-FILE
                       END-IF
                       WRITE ARCHIVE-CATALOG-WORK-FILE
                           FROM ARCHIVE-CATALOG-FILE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG
           CLOSE ARCHIVE-CATALOG-WORK

           OPEN INPUT ARCHIVE-CATALOG-WORK
           IF WS-CATALOG-WORK-STATUS = 0 THEN
               OPEN OUTPUT ARCHIVE-CATALOG
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ ARCHIVE-CATALOG-WORK
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           WRITE ARCHIVE-CATALOG-FILE
                               FROM ARCHIVE-CATALOG-WORK-FILE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
               CLOSE ARCHIVE-CATALOG-WORK
           END-IF

           EXIT.

      * ------------------------RENAME-HISTORY-------------------------*
      * TODOSTATS' nightly snapshots follow the new name, so          *
      * TODOTREND draws one unbroken line across the rename.          *
       RENAME-HISTORY-ENTRIES SECTION.

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT HISTORY-WORK
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF HIST-LIST-NAME IN HISTORY-RECORD =
                           WS-OLD-LIST THEN
                           MOVE WS-NEW-LIST TO
                               HIST-LIST-NAME IN HISTORY-RECORD
                       END-IF
                       WRITE HISTORY-WORK-RECORD FROM HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE HISTORY-WORK

           OPEN INPUT HISTORY-WORK
           IF WS-HISTORY-WORK-STATUS = 0 THEN
               OPEN OUTPUT HISTORY-FILE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ HISTORY-WORK
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           WRITE HISTORY-RECORD
                               FROM HISTORY-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE HISTORY-WORK
           END-IF

           EXIT.

      * ------------------------RENAME-AUTH----------------------------*
      * The list's grants move with it - left on the old name, they   *
      * would leave the renamed list open to everyone and restrict a  *
      * name nobody uses. "*" grants name no list and stay as they    *
      * are.                                                          *
       RENAME-AUTH-ENTRIES SECTION.

           OPEN INPUT LIST-AUTH
           IF WS-AUTH-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN OUTPUT LIST-AUTH-WORK
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ LIST-AUTH
                   AT END MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF AUTH-LIST-NAME IN LIST-AUTH-FILE =
                           WS-OLD-LIST THEN
                           MOVE WS-NEW-LIST TO
                               AUTH-LIST-NAME IN LIST-AUTH-FILE
                       END-IF
                       WRITE LIST-AUTH-WORK-FILE FROM LIST-AUTH-FILE
               END-READ
           END-PERFORM
           CLOSE LIST-AUTH
           CLOSE LIST-AUTH-WORK

           OPEN INPUT LIST-AUTH-WORK
           IF WS-AUTH-WORK-STATUS = 0 THEN
               OPEN OUTPUT LIST-AUTH
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-AUTH-WORK
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           WRITE LIST-AUTH-FILE
                               FROM LIST-AUTH-WORK-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-AUTH
               CLOSE LIST-AUTH-WORK
           END-IF

           EXIT.

      * ------------------------RENAME-REGISTRY------------------------*
      * The old name's registry entry becomes the new name in place,  *
      * so the nightly jobs keep visiting the list in the same order. *
      * A list that was only ever in the master file gets its new     *
      * name appended.                                                *
       RENAME-REGISTRY-ENTRY SECTION.

           MOVE "N" TO WS-NAME-REGISTERED

           OPEN OUTPUT LIST-REGISTRY-WORK

           OPEN INPUT LIST-REGISTRY
           IF WS-REGISTRY-STATUS = 0 THEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-REGISTRY
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF REGISTRY-LIST-NAME = WS-OLD-LIST THEN
                               MOVE WS-NEW-LIST TO REGISTRY-LIST-NAME
                               MOVE "Y" TO WS-NAME-REGISTERED
                           END-IF
                           WRITE LIST-REGISTRY-WORK-FILE
                               FROM LIST-REGISTRY-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-REGISTRY
           END-IF

           IF WS-NAME-REGISTERED = "N" THEN
               MOVE WS-NEW-LIST TO REGISTRY-WORK-LIST-NAME
               WRITE LIST-REGISTRY-WORK-FILE
           END-IF

           CLOSE LIST-REGISTRY-WORK

           OPEN INPUT LIST-REGISTRY-WORK
           IF WS-REGISTRY-WORK-STATUS = 0 THEN
               OPEN OUTPUT LIST-REGISTRY
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-REGISTRY-WORK
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           WRITE LIST-REGISTRY-FILE
                               FROM LIST-REGISTRY-WORK-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-REGISTRY
               CLOSE LIST-REGISTRY-WORK
           END-IF

           EXIT.

      * ------------------------AUDIT----------------------------------*
      * Same journal, same record shape as TODOLISTE's transfer pair: *
      * the departure carries the item as its before image, the       *
      * arrival as its after image, each names the other side in the  *
      * pair fields, and the program's own name is the user.          *
       WRITE-RENAME-AUDIT SECTION.

           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-TODAY TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION IN WS-AUDIT-RECORD
           MOVE WS-AUDIT-ITEM-ID TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           MOVE WS-AUDIT-ON-LIST TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD

           IF WS-AUDIT-IS-ARRIVAL = "Y" THEN
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
           ELSE
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
               IF ITEM-PARENT-ID IN WS-TDLIST IS NUMERIC THEN
                   MOVE ITEM-PARENT-ID IN WS-TDLIST
                       TO AUDIT-BEFORE-PARENT-ID IN WS-AUDIT-RECORD
               END-IF
               IF ITEM-ESTIMATE-HOURS IN WS-TDLIST IS NUMERIC THEN
                   MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST
                       TO AUDIT-BEFORE-ESTIMATE IN WS-AUDIT-RECORD
               END-IF
           END-IF

           MOVE "TODOLSTMT" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD
           MOVE WS-AUDIT-PAIR-LIST
               TO AUDIT-PAIR-LIST-NAME IN WS-AUDIT-RECORD
           MOVE WS-AUDIT-PAIR-ID
               TO AUDIT-PAIR-ITEM-ID IN WS-AUDIT-RECORD

      * Stamped before the journal is opened: TODOJSEQ may have to    *
      * read it back to find where the chain ends.                    *
           MOVE "STAMP" TO JS-FUNCTION
           CALL "TODOJSEQ" USING JOURNAL-SEQUENCE-REQUEST
               WS-AUDIT-RECORD

           OPEN EXTEND TDLIST-JOURNAL
           WRITE TDLIST-JOURNAL-FILE FROM WS-AUDIT-RECORD

           CLOSE TDLIST-JOURNAL

           EXIT.

      * ------------------------REJECT-LINE----------------------------*
       WRITE-REJECT-LINE SECTION.

           MOVE WS-ROW-NUMBER TO WS-ERROR-ROW
           MOVE WS-REJECT-REASON TO WS-ERROR-REASON
           MOVE FUNCTION TRIM(CSV-RECORD) TO WS-ERROR-TEXT
           MOVE WS-ERROR-DETAIL TO ERROR-LINE
           WRITE ERROR-LINE

           EXIT.

      * ------------------------TOTALS---------------------------------*
       WRITE-RUN-TOTALS SECTION.

           MOVE SPACES TO ERROR-LINE
           WRITE ERROR-LINE

           MOVE SPACES TO ERROR-LINE
           STRING "ROWS READ.....: " DELIMITED BY SIZE
               WS-ROW-NUMBER DELIMITED BY SIZE
               INTO ERROR-LINE
           WRITE ERROR-LINE

           MOVE SPACES TO ERROR-LINE
           STRING "ROWS APPLIED..: " DELIMITED BY SIZE
               WS-ROWS-APPLIED DELIMITED BY SIZE
               INTO ERROR-LINE
           WRITE ERROR-LINE

           MOVE SPACES TO ERROR-LINE
           STRING "ROWS REJECTED.: " DELIMITED BY SIZE
               WS-ROWS-REJECTED DELIMITED BY SIZE
               INTO ERROR-LINE
           WRITE ERROR-LINE

           MOVE SPACES TO ERROR-LINE
           STRING "ITEMS RENAMED.: " DELIMITED BY SIZE
               WS-ITEMS-MOVED DELIMITED BY SIZE
               INTO ERROR-LINE
           WRITE ERROR-LINE

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOLSTMT.
