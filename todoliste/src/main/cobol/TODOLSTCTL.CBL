       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOLSTCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-MASTER ASSIGN TO "todolist-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-MASTER.
       01 LIST-MASTER-FILE.
           COPY tdlstmst.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC 99.
       01 WS-EOF PIC A(1).

       LINKAGE SECTION.
       COPY tdlstctl.

      * -------------------------------------------------------------- *
      * The list master lookup (see tdlstmst/tdlstctl): one pass over *
      * todolist-master.txt for the named list, handing back its      *
      * owner, status and policies. Kept as one CALLed subprogram the *
      * way TODORUNCTL is, so TODOLISTE and every nightly job share   *
      * one reading of "is this list closed" and "what are its        *
      * retention and escalation days" instead of each carrying its   *
      * own copy of the master file. No master file on disk, or no    *
      * record for the name, answers active with site defaults. The   *
      * last record for a name wins, so a hand-appended correction    *
      * takes effect without a rewrite.                               *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION USING LIST-CONTROL-REQUEST.

           MOVE "N" TO LC-RECORD-FOUND
           MOVE SPACES TO LC-OWNER
           MOVE SPACES TO LC-DESCRIPTION
           MOVE "A" TO LC-STATUS
           MOVE 0 TO LC-CREATED-DATE
           MOVE 0 TO LC-RETENTION-DAYS
           MOVE 0 TO LC-ESCALATE-DAYS

           OPEN INPUT LIST-MASTER
           IF WS-MASTER-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LIST-MASTER
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LM-LIST-NAME = LC-LIST-NAME THEN
                               PERFORM TAKE-MASTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-MASTER
           END-IF

           GOBACK.

      * ------------------------TAKE-RECORD----------------------------*
      * Numeric fields are only taken when they are numeric - a       *
      * hand-edited line with blanks in a count reads as the site     *
      * default rather than as garbage days.                          *
       TAKE-MASTER-RECORD SECTION.

           MOVE "Y" TO LC-RECORD-FOUND
           MOVE LM-OWNER TO LC-OWNER
           MOVE LM-DESCRIPTION TO LC-DESCRIPTION

           IF LM-LIST-IS-CLOSED THEN
               MOVE "C" TO LC-STATUS
           ELSE
               MOVE "A" TO LC-STATUS
           END-IF

           IF LM-CREATED-DATE IS NUMERIC THEN
               MOVE LM-CREATED-DATE TO LC-CREATED-DATE
           ELSE
               MOVE 0 TO LC-CREATED-DATE
           END-IF

           IF LM-RETENTION-DAYS IS NUMERIC THEN
               MOVE LM-RETENTION-DAYS TO LC-RETENTION-DAYS
           ELSE
               MOVE 0 TO LC-RETENTION-DAYS
           END-IF

           IF LM-ESCALATE-DAYS IS NUMERIC THEN
               MOVE LM-ESCALATE-DAYS TO LC-ESCALATE-DAYS
           ELSE
               MOVE 0 TO LC-ESCALATE-DAYS
           END-IF

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOLSTCTL.
