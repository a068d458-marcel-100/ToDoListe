       01 WS-DUE-DATE-INTEGER PIC 9(8).
       01 WS-DAYS-OVERDUE PIC S9(4).
       01 WS-ESCALATE-DAYS PIC 9(2) VALUE 3.
       01 WS-LIST-ESCALATE-DAYS PIC 9(2).
       01 WS-WARN-AHEAD-DAYS PIC 9(2) VALUE 2.
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-PRIORITY-CHANGED PIC X.
           05 WS-CALENDAR-INDEX PIC 9(3).
           05 WS-CALENDAR-DATE PIC 9(8) OCCURS 400.
       COPY tdrunctl.
       COPY tdlstctl.
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.

      * -------------------------------------------------------------- *
      * Nightly batch job, the companion to TODORECUR: finds open     *
      * next WS-WARN-AHEAD-DAYS days so people are warned before the  *
      * deadline, not after. Escalation is one step (L becomes M) the *
      * day an item goes overdue, and straight to H once it is        *
      * WS-ESCALATE-DAYS days overdue - the site default; a list      *
      * whose master record (see TODOLSTMT) carries its own threshold *
      * escalates on that instead, and a closed list is passed by.    *
      * Each escalation is appended to the change journal the same    *
      * way TODOLISTE journals its own actions. Sweeps the shared     *
      * list first, then every named list in the todolist-names.txt   *
      * registry, so overdue items on named lists escalate and land   *
      * in the extract too - the list name rides in each extract      *
      * record.                                                       *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.
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
      * One list's deadline pass - the file name is built from        *
      * WS-CURRENT-LIST the same way TODOLISTE's own                  *
                   INTO WS-DEPS-FILE-NAME
           END-IF

           MOVE WS-CURRENT-LIST TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST
           IF LC-ESCALATE-DAYS > 0 THEN
               MOVE LC-ESCALATE-DAYS TO WS-LIST-ESCALATE-DAYS
           ELSE
               MOVE WS-ESCALATE-DAYS TO WS-LIST-ESCALATE-DAYS
           END-IF

           PERFORM LOAD-LIST-STATUS-TABLE
           PERFORM LOAD-DEPENDENCY-TABLE


      * ------------------------ESCALATE-------------------------------*
      * One step the day an item goes overdue, straight to H once it  *
      * has sat the list's escalation days - the REWRITE only happens *
      * when the priority actually moved, so a nightly re-run of the  *
      * same overdue H item touches nothing.                          *
       ESCALATE-OVERDUE-ITEM SECTION.

           MOVE "N" TO WS-PRIORITY-CHANGED
           MOVE WS-TDLIST TO WS-TDLIST-BEFORE

           IF WS-DAYS-OVERDUE >= WS-LIST-ESCALATE-DAYS THEN
               IF ITEM-PRIORITY IN WS-TDLIST NOT = "H" THEN
                   MOVE "H" TO ITEM-PRIORITY IN WS-TDLIST
                   MOVE "Y" TO WS-PRIORITY-CHANGED

           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-TODAY TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE "escalate" TO AUDIT-ACTION IN WS-AUDIT-RECORD
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

      * A batch job signs the journal's user field with its own       *
      * program name, so machine escalations are told apart from      *
      * human changes.                                                *
           MOVE "TODOESCAL" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

      * Stamped before the journal is opened: TODOJSEQ may have to    *
      * read it back to find where the chain ends.                    *
           MOVE "STAMP" TO JS-FUNCTION
           CALL "TODOJSEQ" USING JOURNAL-SEQUENCE-REQUEST
               WS-AUDIT-RECORD

           OPEN EXTEND TDLIST-JOURNAL
           WRITE TDLIST-JOURNAL-FILE FROM WS-AUDIT-RECORD

           CLOSE TDLIST-JOURNAL

