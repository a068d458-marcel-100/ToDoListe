           SELECT SITE-CALENDAR ASSIGN TO "todolist-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ERROR-LISTING ASSIGN TO "todorecurerr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 TDLIST-JOURNAL-FILE.
           COPY auditrec.

       FD ERROR-LISTING.
       01 ERROR-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST.
           COPY tdlistrec.
       01 WS-SUCCESSOR-EOF PIC A(1).
       01 WS-NEXT-DUE-TEXT PIC X(8).
       01 WS-ITEMS-REGENERATED PIC 9(5).
       01 WS-ITEMS-NOT-REGENERATED PIC 9(5).
      * One line per recurring item TODOLISTE would not add a copy    *
      * of. The original stays as it is, recurrence and all, so it    *
      * comes round again the next night until the cause is dealt     *
      * with - on a list with grants (see TODOAUTHCTL) that is        *
      * usually a missing (list, TODORECUR, U) grant, and the         *
      * refusal is in todolist-security.txt as well.                  *
       01 WS-ERROR-DETAIL.
           05 FILLER PIC X(5) VALUE "LIST ".
           05 WS-ERROR-LIST PIC X(20).
           05 FILLER PIC X(7) VALUE "  ITEM ".
           05 WS-ERROR-ITEM-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERROR-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERROR-TEXT PIC X(61).
       01 WS-CALENDAR-STATUS PIC 99.
       01 WS-CALENDAR-EOF PIC A(1).
       01 WS-CHECK-DATE-INTEGER PIC 9(8).
           05 WS-CALENDAR-INDEX PIC 9(3).
           05 WS-CALENDAR-DATE PIC 9(8) OCCURS 400.
       COPY tdrunctl.
       COPY tdlstctl.
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.
       COPY todoactions.
       COPY todoitem.

      * finished becomes a no-op, and a rerun after an abend checks  *
      * for an already-regenerated successor before re-adding, so a  *
      * bad night can no longer mint triple copies of the weekly     *
      * safety walk. Items whose copy TODOLISTE refused are listed,   *
      * by list and item id, in todorecurerr.txt with the night's     *
      * totals.                                                       *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST

           MOVE 0 TO WS-ITEMS-REGENERATED
           MOVE 0 TO WS-ITEMS-NOT-REGENERATED

           OPEN OUTPUT ERROR-LISTING

           PERFORM LOAD-SITE-CALENDAR

               PERFORM SWEEP-CURRENT-LIST
           END-PERFORM

           PERFORM WRITE-RUN-TOTALS

           CLOSE ERROR-LISTING

           MOVE "FINISH" TO RC-FUNCTION
           MOVE WS-ITEMS-REGENERATED TO RC-ITEMS-TOUCHED
           CALL "TODORUNCTL" USING RUN-CONTROL-REQUEST
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
      * One list's regeneration pass - the file name is built from    *
      * WS-CURRENT-LIST the same way TODOLISTE's own                  *
                   CLOSE TDLIST

                   PERFORM RE-ADD-RECURRING-ITEM
                   IF RETURN-CODE NOT = 0 THEN
                       PERFORM WRITE-NOT-REGENERATED-LINE
                   END-IF

                   OPEN I-O TDLIST
                   IF WS-TDLIST-STATUS = 0 THEN

           ACCEPT WS-STAMP-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-TODAY TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-STAMP-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE "retire" TO AUDIT-ACTION IN WS-AUDIT-RECORD
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

           MOVE "TODORECUR" TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

      * Stamped before the journal is opened: TODOJSEQ may have to    *
      * read it back to find where the chain ends.                    *
           MOVE "STAMP" TO JS-FUNCTION
           CALL "TODOJSEQ" USING JOURNAL-SEQUENCE-REQUEST
               WS-AUDIT-RECORD

           OPEN EXTEND TDLIST-JOURNAL
           WRITE TDLIST-JOURNAL-FILE FROM WS-AUDIT-RECORD

           CLOSE TDLIST-JOURNAL


           EXIT.

      * ------------------------NOT-REGENERATED------------------------*
       WRITE-NOT-REGENERATED-LINE SECTION.

           ADD 1 TO WS-ITEMS-NOT-REGENERATED

           IF WS-CURRENT-LIST = SPACES THEN
               MOVE "(SHARED)" TO WS-ERROR-LIST
           ELSE
               MOVE WS-CURRENT-LIST TO WS-ERROR-LIST
           END-IF
           MOVE WS-RESUME-ITEM-ID TO WS-ERROR-ITEM-ID
           MOVE "ADD REFUSED - NOT REGENERATED" TO WS-ERROR-REASON
           MOVE ITEM-CONTENT IN WS-TDLIST TO WS-ERROR-TEXT
           MOVE WS-ERROR-DETAIL TO ERROR-LINE
           WRITE ERROR-LINE

           EXIT.

      * ------------------------TOTALS---------------------------------*
       WRITE-RUN-TOTALS SECTION.

           MOVE SPACES TO ERROR-LINE
           WRITE ERROR-LINE

           MOVE SPACES TO ERROR-LINE
           STRING "ITEMS REGENERATED.: " DELIMITED BY SIZE
               WS-ITEMS-REGENERATED DELIMITED BY SIZE
               INTO ERROR-LINE
           WRITE ERROR-LINE

           MOVE SPACES TO ERROR-LINE
           STRING "NOT REGENERATED...: " DELIMITED BY SIZE
               WS-ITEMS-NOT-REGENERATED DELIMITED BY SIZE
               INTO ERROR-LINE
           WRITE ERROR-LINE

           EXIT.

      * ------------------------SUCCESSOR------------------------------*
      * Is the regenerated copy already on the list: an open record   *
      * with the same content and the computed next due date. TDLIST  *
