           05 WS-LIST-NAME-ENTRY PIC X(20) OCCURS 200.
       01 WS-EVENTS-WRITTEN PIC 9(5).
       COPY tdrunctl.
       COPY tdlstctl.

      * -------------------------------------------------------------- *
      * Batch job, meant to run nightly alongside TODORECUR: exports  *
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

      * ------------------------EXPORT-LIST----------------------------*
      * One list's export pass - the file name is built from          *
      * WS-CURRENT-LIST the same way TODOLISTE's own                  *
