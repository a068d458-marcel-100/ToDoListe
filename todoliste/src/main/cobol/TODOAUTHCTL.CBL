       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOAUTHCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-AUTH ASSIGN TO "todolist-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "todolist-security.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-AUTH.
       01 LIST-AUTH-FILE.
           COPY tdauthrec.

       FD SECURITY-LOG.
       01 SECURITY-LOG-FILE.
           COPY tdsecrec.

       WORKING-STORAGE SECTION.
       01 WS-AUTH-STATUS PIC 99.
       01 WS-SECURITY-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-LIST-RESTRICTED PIC X.
       01 WS-HELD-RANK PIC 9.
       01 WS-GRANT-RANK PIC 9.
       01 WS-NEEDED-RANK PIC 9.
       01 WS-RANK-LEVEL PIC X.
       01 WS-RANK-VALUE PIC 9.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       COPY tdlstctl.

       LINKAGE SECTION.
       COPY tdauthctl.

      * -------------------------------------------------------------- *
      * The authorization check (see tdauthrec/tdauthctl): one pass   *
      * over todolist-auth.txt collects every grant that applies to   *
      * the user on the list - the list's own, "*" list grants and    *
      * "*" user grants - and keeps the highest. A list none of the   *
      * grants names by name is unrestricted; otherwise the user      *
      * needs a grant at least as high as the action's level, or to   *
      * be the list's owner in the master file. No authorization     *
      * file on disk leaves every list unrestricted. A refusal is     *
      * appended to the security log here, so the caller only has to  *
      * answer the request. Kept as one CALLed subprogram the way     *
      * TODORUNCTL is.                                                *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION USING AUTH-CONTROL-REQUEST.

           MOVE "N" TO WS-LIST-RESTRICTED
           MOVE 0 TO WS-HELD-RANK

           OPEN INPUT LIST-AUTH
           IF WS-AUTH-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LIST-AUTH
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM TAKE-ONE-GRANT
                   END-READ
               END-PERFORM
               CLOSE LIST-AUTH
           END-IF

           IF WS-LIST-RESTRICTED = "Y" AND
               AC-USER-NAME NOT = SPACES THEN
               MOVE AC-LIST-NAME TO LC-LIST-NAME
               CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST
               IF LC-OWNER = AC-USER-NAME THEN
                   MOVE 3 TO WS-HELD-RANK
               END-IF
           END-IF

           MOVE AC-LEVEL-NEEDED TO WS-RANK-LEVEL
           PERFORM RANK-OF-LEVEL
           MOVE WS-RANK-VALUE TO WS-NEEDED-RANK

           EVALUATE WS-HELD-RANK
               WHEN 1 MOVE "R" TO AC-LEVEL-HELD
               WHEN 2 MOVE "U" TO AC-LEVEL-HELD
               WHEN 3 MOVE "A" TO AC-LEVEL-HELD
               WHEN OTHER MOVE SPACE TO AC-LEVEL-HELD
           END-EVALUATE

           IF WS-LIST-RESTRICTED = "N" OR
               WS-HELD-RANK >= WS-NEEDED-RANK THEN
               MOVE "Y" TO AC-GRANTED
           ELSE
               MOVE "N" TO AC-GRANTED
               PERFORM LOG-REFUSED-ATTEMPT
           END-IF

           GOBACK.

      * ------------------------ONE-GRANT------------------------------*
      * A grant naming the list by name restricts it, whoever it is   *
      * for; it only counts toward the user's level when it is the    *
      * user's or everyone's. A line with no user on it is a blank    *
      * line, not a grant.                                            *
       TAKE-ONE-GRANT SECTION.

           IF AUTH-USER-NAME = SPACES THEN
               EXIT SECTION
           END-IF

           IF AUTH-LIST-NAME = AC-LIST-NAME THEN
               MOVE "Y" TO WS-LIST-RESTRICTED
           END-IF

           IF AUTH-LIST-NAME NOT = AC-LIST-NAME AND
               NOT AUTH-FOR-EVERY-LIST THEN
               EXIT SECTION
           END-IF

           IF AUTH-USER-NAME NOT = AC-USER-NAME AND
               NOT AUTH-FOR-EVERY-USER THEN
               EXIT SECTION
           END-IF

           IF AC-USER-NAME = SPACES AND NOT AUTH-FOR-EVERY-USER THEN
               EXIT SECTION
           END-IF

           MOVE AUTH-LEVEL TO WS-RANK-LEVEL
           PERFORM RANK-OF-LEVEL
           MOVE WS-RANK-VALUE TO WS-GRANT-RANK
           IF WS-GRANT-RANK > WS-HELD-RANK THEN
               MOVE WS-GRANT-RANK TO WS-HELD-RANK
           END-IF

           EXIT.

      * ------------------------RANK-----------------------------------*
      * R/U/A as 1/2/3 so "at least" is a numeric compare; anything   *
      * else grants nothing.                                          *
       RANK-OF-LEVEL SECTION.

           EVALUATE WS-RANK-LEVEL
               WHEN "R" MOVE 1 TO WS-RANK-VALUE
               WHEN "U" MOVE 2 TO WS-RANK-VALUE
               WHEN "A" MOVE 3 TO WS-RANK-VALUE
               WHEN OTHER MOVE 0 TO WS-RANK-VALUE
           END-EVALUATE

           EXIT.

      * ------------------------LOG-REFUSAL----------------------------*
      * Opened and closed per record, EXTEND, like the journal.       *
       LOG-REFUSED-ATTEMPT SECTION.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           OPEN EXTEND SECURITY-LOG
           IF WS-SECURITY-STATUS = 35 THEN
               OPEN OUTPUT SECURITY-LOG
           END-IF

           MOVE SPACES TO SECURITY-LOG-FILE
           MOVE WS-AUDIT-DATE TO SEC-TIMESTAMP(1:8)
           MOVE WS-AUDIT-TIME(1:6) TO SEC-TIMESTAMP(9:6)
           MOVE AC-USER-NAME TO SEC-USER-NAME
           MOVE AC-LIST-NAME TO SEC-LIST-NAME
           MOVE AC-ACTION TO SEC-ACTION
           MOVE AC-ITEM-TEXT TO SEC-ITEM-TEXT
           MOVE AC-LEVEL-NEEDED TO SEC-LEVEL-NEEDED
           MOVE AC-LEVEL-HELD TO SEC-LEVEL-HELD

           WRITE SECURITY-LOG-FILE

           CLOSE SECURITY-LOG

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOAUTHCTL.
