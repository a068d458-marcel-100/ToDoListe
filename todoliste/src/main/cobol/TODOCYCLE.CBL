       01 WS-PERSON-LABEL PIC X(20).
       01 WS-TOTAL-CREDITED PIC 9(5).
       COPY tdrunctl.
       COPY tdlstctl.
       01 WS-STAT-LINE.
           05 WS-STAT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
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

      * ------------------------LIST-SECTION---------------------------*
       REPORT-CURRENT-LIST SECTION.

