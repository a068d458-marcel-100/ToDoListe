       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-IN ASSIGN TO "todoauth.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ERROR-LISTING ASSIGN TO "todoautherr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-AUTH ASSIGN TO "todolist-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT LIST-AUTH-WORK ASSIGN TO "todolist-auth-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-WORK-STATUS.
           SELECT LIST-REGISTRY ASSIGN TO "todolist-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CSV-IN.
       01 CSV-RECORD PIC X(1300).

       FD ERROR-LISTING.
       01 ERROR-LINE PIC X(132).

       FD LIST-AUTH.
       01 LIST-AUTH-FILE.
           COPY tdauthrec.

       FD LIST-AUTH-WORK.
       01 LIST-AUTH-WORK-FILE.
           COPY tdauthrec.

       FD LIST-REGISTRY.
       01 LIST-REGISTRY-FILE.
           05 REGISTRY-LIST-NAME PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-CSV-STATUS PIC 99.
       01 WS-AUTH-STATUS PIC 99.
       01 WS-AUTH-WORK-STATUS PIC 99.
       01 WS-REGISTRY-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-FILE-EOF PIC A(1).
       01 WS-ROW-NUMBER PIC 9(5).
       01 WS-ROWS-APPLIED PIC 9(5).
       01 WS-ROWS-REJECTED PIC 9(5).
       01 WS-GRANTS-DROPPED PIC 9(5).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-CSV-FIELDS.
           05 CSV-ACTION PIC X(8).
           05 CSV-LIST-NAME PIC X(24).
           05 CSV-USER-NAME PIC X(24).
           05 CSV-LEVEL PIC X(4).
       01 WS-ACTION-CODE PIC X(8).
           88 ACTION-IS-GRANT VALUE "GRANT".
           88 ACTION-IS-REVOKE VALUE "REVOKE".
       01 WS-ROW-IS-VALID PIC X.
           88 ROW-IS-VALID VALUE "Y".
       01 WS-FIELD-LENGTH PIC 9(4).
       01 WS-FIELD-INDEX PIC 9(4).
       01 WS-FIELD-CHAR PIC X.
       01 WS-NAME-REGISTERED PIC X.
      * The grant the current row leaves in the file (GRANT) or takes *
      * out of it (REVOKE).                                           *
       01 WS-AUTH-WORK.
           COPY tdauthrec.
       01 WS-ERROR-DETAIL.
           05 FILLER PIC X(4) VALUE "ROW ".
           05 WS-ERROR-ROW PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERROR-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERROR-TEXT PIC X(89).
       COPY tdlstctl.

      * -------------------------------------------------------------- *
      * Batch maintenance for the list authorization file (see        *
      * tdauthrec), in the TODOLSTMT mold: reads todoauth.csv - one   *
      * change per row, comma-separated, in the column order          *
      *   action,list,user,level                                      *
      * - validates each row and applies the good ones in file order. *
      * Rejected rows go to todoautherr.txt with a reason per row,    *
      * followed by the run totals. The actions:                      *
      *   GRANT  - gives the user R (read), U (update) or A           *
      *            (administer) on the list, replacing whatever       *
      *            level the same user already held on it;            *
      *   REVOKE - takes the user's grant on the list away; the       *
      *            level column is ignored.                           *
      * The list column is a registered list or one in the master     *
      * file, empty for the shared list, or "*" for a grant that      *
      * holds on every list; the user column is a user name or "*"    *
      * for everyone. Granting the first user on a list is what       *
      * closes it to everybody else - the owner excepted - so a list  *
      * meant to stay readable to all wants a ("list", "*", R) grant  *
      * as well. Revoking the last grant on a list opens it again.    *
      * The file is rewritten through a work file, one line per       *
      * list and user however often a row touches them.               *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           MOVE 0 TO WS-ROW-NUMBER
           MOVE 0 TO WS-ROWS-APPLIED
           MOVE 0 TO WS-ROWS-REJECTED
           MOVE 0 TO WS-GRANTS-DROPPED

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
               MOVE "NO todoauth.csv ON DISK" TO ERROR-LINE
               WRITE ERROR-LINE
           END-IF

           PERFORM WRITE-RUN-TOTALS

           CLOSE ERROR-LISTING

           GOBACK.

      * ------------------------ONE-ROW--------------------------------*
       PROCESS-ONE-CSV-ROW SECTION.

           IF CSV-RECORD = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-CSV-FIELDS
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO CSV-ACTION CSV-LIST-NAME CSV-USER-NAME CSV-LEVEL
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CSV-ACTION))
               TO WS-ACTION-CODE

           PERFORM VALIDATE-CSV-ROW

           IF ROW-IS-VALID THEN
               MOVE SPACES TO WS-AUTH-WORK
               MOVE FUNCTION TRIM(CSV-LIST-NAME)
                   TO AUTH-LIST-NAME IN WS-AUTH-WORK
               MOVE FUNCTION TRIM(CSV-USER-NAME)
                   TO AUTH-USER-NAME IN WS-AUTH-WORK
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CSV-LEVEL))
                   TO AUTH-LEVEL IN WS-AUTH-WORK
               PERFORM REWRITE-AUTH-FILE
           END-IF

           IF ROW-IS-VALID THEN
               ADD 1 TO WS-ROWS-APPLIED
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM WRITE-REJECT-LINE
           END-IF

           EXIT.

      * ------------------------VALIDATE-------------------------------*
      * A grant on a list nobody has heard of is most likely a typing *
      * slip, and would restrict a name that some later CREATE picks  *
      * up - so the list must already be in the registry or the       *
      * master file. Revoking a grant that is not there is not an     *
      * error: the file ends up the way the row asks.                 *
       VALIDATE-CSV-ROW SECTION.

           MOVE "Y" TO WS-ROW-IS-VALID
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT ACTION-IS-GRANT AND NOT ACTION-IS-REVOKE THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           IF CSV-USER-NAME = SPACES THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "EMPTY USER" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           IF FUNCTION LENGTH(FUNCTION TRIM(CSV-USER-NAME)) > 20 THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "USER NAME TOO LONG" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           IF ACTION-IS-GRANT THEN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CSV-LEVEL))
                   TO WS-FIELD-CHAR
               IF FUNCTION LENGTH(FUNCTION TRIM(CSV-LEVEL)) > 1 OR
                   (WS-FIELD-CHAR NOT = "R" AND
                   WS-FIELD-CHAR NOT = "U" AND
                   WS-FIELD-CHAR NOT = "A") THEN
                   MOVE "N" TO WS-ROW-IS-VALID
                   MOVE "LEVEL NOT R, U OR A" TO WS-REJECT-REASON
                   EXIT SECTION
               END-IF
           END-IF

           IF FUNCTION TRIM(CSV-LIST-NAME) = "*" OR
               CSV-LIST-NAME = SPACES THEN
               EXIT SECTION
           END-IF

           PERFORM VALIDATE-CSV-LIST-NAME
           IF NOT ROW-IS-VALID THEN
               EXIT SECTION
           END-IF

           PERFORM FIND-REGISTERED-NAME
           MOVE FUNCTION TRIM(CSV-LIST-NAME) TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST
           IF WS-NAME-REGISTERED = "N" AND LC-RECORD-FOUND = "N" THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "UNKNOWN LIST" TO WS-REJECT-REASON
           END-IF

           EXIT.

      * ------------------------NAME-----------------------------------*
      * The same whitelist as TODOLISTE's VALIDATE-LIST-NAME:         *
      * letters, digits, dash and underscore, at most 20 characters.  *
       VALIDATE-CSV-LIST-NAME SECTION.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(CSV-LIST-NAME))
               TO WS-FIELD-LENGTH

           IF WS-FIELD-LENGTH > 20 THEN
               MOVE "N" TO WS-ROW-IS-VALID
               MOVE "LIST NAME TOO LONG" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
               UNTIL WS-FIELD-INDEX > WS-FIELD-LENGTH
               MOVE FUNCTION TRIM(CSV-LIST-NAME)(WS-FIELD-INDEX:1)
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

      * ------------------------REGISTERED-----------------------------*
       FIND-REGISTERED-NAME SECTION.

           MOVE "N" TO WS-NAME-REGISTERED

           OPEN INPUT LIST-REGISTRY
           IF WS-REGISTRY-STATUS = 0 THEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-REGISTRY
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF REGISTRY-LIST-NAME =
                               FUNCTION TRIM(CSV-LIST-NAME) THEN
                               MOVE "Y" TO WS-NAME-REGISTERED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-REGISTRY
           END-IF

           EXIT.

      * ------------------------REWRITE-AUTH---------------------------*
      * The authorization file through its work file and back: every  *
      * line for WS-AUTH-WORK's list and user is dropped, and for a   *
      * GRANT WS-AUTH-WORK is appended in their place.                *
       REWRITE-AUTH-FILE SECTION.

           OPEN OUTPUT LIST-AUTH-WORK

           OPEN INPUT LIST-AUTH
           IF WS-AUTH-STATUS = 0 THEN
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ LIST-AUTH
                       AT END MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF AUTH-LIST-NAME IN LIST-AUTH-FILE =
                               AUTH-LIST-NAME IN WS-AUTH-WORK AND
                               AUTH-USER-NAME IN LIST-AUTH-FILE =
                               AUTH-USER-NAME IN WS-AUTH-WORK THEN
                               ADD 1 TO WS-GRANTS-DROPPED
                           ELSE
                               WRITE LIST-AUTH-WORK-FILE
                                   FROM LIST-AUTH-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-AUTH
           END-IF

           IF ACTION-IS-GRANT THEN
               WRITE LIST-AUTH-WORK-FILE FROM WS-AUTH-WORK
           END-IF

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
           STRING "GRANTS REPLACED OR REVOKED: " DELIMITED BY SIZE
               WS-GRANTS-DROPPED DELIMITED BY SIZE
               INTO ERROR-LINE
           WRITE ERROR-LINE

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOAUTH.
