               ASSIGN TO "todolist-templates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.
           SELECT TDLIST-TARGET ASSIGN TO WS-TARGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID IN TDLIST-TARGET-FILE
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT TDLIST-TARGET-NOTES ASSIGN TO WS-TARGET-NOTES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-NOTES-STATUS.
           SELECT TDLIST-NOTES-WORK ASSIGN TO WS-NOTES-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-WORK-STATUS.
           SELECT TDLIST-TARGET-DEPS ASSIGN TO WS-TARGET-DEPS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-DEPS-STATUS.
           SELECT TDLIST-TIME ASSIGN TO WS-TIME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT TDLIST-TIME-ARCHIVE
               ASSIGN TO WS-TIME-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDLIST-TIME-WORK ASSIGN TO WS-TIME-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-WORK-STATUS.
           SELECT TDLIST-TARGET-TIME ASSIGN TO WS-TARGET-TIME-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-TIME-STATUS.
           SELECT LIST-MASTER ASSIGN TO "todolist-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       01 TEMPLATE-CATALOG-FILE.
           COPY tdtmplrec.

      * The receiving list of a transfer and its companion files -    *
      * a different physical file from TDLIST's, so both connectors   *
      * can be open together while the items move across.             *
       FD TDLIST-TARGET.
       01 TDLIST-TARGET-FILE.
           COPY tdlistrec.

       FD TDLIST-TARGET-NOTES.
       01 TDLIST-TARGET-NOTES-FILE.
           COPY tdnoterec.

       FD TDLIST-NOTES-WORK.
       01 TDLIST-NOTES-WORK-FILE.
           COPY tdnoterec.

       FD TDLIST-TARGET-DEPS.
       01 TDLIST-TARGET-DEPS-FILE.
           COPY tddeprec.

      * The list's time entries (see tdtimerec), with the same       *
      * archive, work and transfer-target companions as the notes.    *
       FD TDLIST-TIME.
       01 TDLIST-TIME-FILE.
           COPY tdtimerec.

       FD TDLIST-TIME-ARCHIVE.
       01 TDLIST-TIME-ARCHIVE-FILE.
           COPY tdtimerec.

       FD TDLIST-TIME-WORK.
       01 TDLIST-TIME-WORK-FILE.
           COPY tdtimerec.

       FD TDLIST-TARGET-TIME.
       01 TDLIST-TARGET-TIME-FILE.
           COPY tdtimerec.

       FD LIST-MASTER.
       01 LIST-MASTER-FILE.
           COPY tdlstmst.

      * SORT-WORK-FILE backs SORT-TABLE-BY-URGENCY's SORT statement -  *
      * SW-PRIORITY-RANK is the numeric 1/2/3 stand-in for H/M/L, so   *
      * priority sorts correctly alongside the due date in one pass.  *
           05 SW-ITEM-ASSIGNEE PIC X(20).
           05 SW-ITEM-LAST-CHANGED PIC X(14).
           05 SW-ITEM-PARENT-ID PIC 9(5).
           05 SW-ITEM-ESTIMATE-HOURS PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 TEMP-FIELDS.
           05 SHIFT-RECURRENCE PIC X(1).
           05 SHIFT-ASSIGNEE PIC X(20).
           05 SHIFT-PARENT-ID PIC 9(5).
           05 SHIFT-ESTIMATE-HOURS PIC 9(3)V99.
           05 NEIGHBOR-CONTENT PIC X(1024).
           05 NEIGHBOR-STATUS PIC X(1).
           05 NEIGHBOR-PRIORITY PIC X(1).
           05 NEIGHBOR-RECURRENCE PIC X(1).
           05 NEIGHBOR-ASSIGNEE PIC X(20).
           05 NEIGHBOR-PARENT-ID PIC 9(5).
           05 NEIGHBOR-ESTIMATE-HOURS PIC 9(3)V99.
       01 WS-EOF PIC A(1).
       01 WS-TDLIST.
           COPY tdlistrec.
               10 WS-TMPL-OFFSET PIC 9(4).
               10 WS-TMPL-TEXT PIC X(1024).

       01 WS-TARGET-STATUS PIC 99.
       01 WS-TARGET-NOTES-STATUS PIC 99.
       01 WS-NOTES-WORK-STATUS PIC 99.
       01 WS-TARGET-DEPS-STATUS PIC 99.
       01 WS-TARGET-FILE-NAME PIC X(64).
       01 WS-TARGET-NOTES-NAME PIC X(64).
       01 WS-TARGET-DEPS-NAME PIC X(64).
       01 WS-NOTES-WORK-NAME PIC X(64).
       01 WS-TARGET-LIST-NAME PIC X(20).
       01 WS-TARGET-IS-VALID PIC X.
           88 TARGET-LIST-IS-VALID VALUE "Y".
       01 WS-TARGET-MAX-ID PIC 9(5).
       01 WS-TARGET-EOF PIC A(1).
       01 WS-XFER-OK PIC X.
       01 WS-XFER-ERROR PIC X(40).
       01 WS-XFER-MOVED PIC 9(4).
       01 WS-XFER-NOTES PIC 9(5).
       01 WS-XFER-DEPS-CARRIED PIC 9(4).
       01 WS-XFER-DEPS-DROPPED PIC 9(4).
       01 WS-XFER-NEW-ITEM PIC 9(5).
       01 WS-XFER-NEW-PRED PIC 9(5).
      * The transferred item and its sub-tasks, parent first: the id  *
      * each had on the list it leaves and the id it is given on the  *
      * list it joins. Notes and dependencies are renumbered through  *
      * this table after the items themselves have moved.             *
       01 WS-XFER-TABLE-FIELDS.
           05 WS-XFER-COUNT PIC 9(4).
           05 WS-XFER-MAX PIC 9(4) VALUE 500.
           05 WS-XFER-INDEX PIC 9(4).
           05 WS-XFER-ENTRY OCCURS 500.
               10 WS-XFER-OLD-ID PIC 9(5).
               10 WS-XFER-NEW-ID PIC 9(5).
      * Set only while a transfer journals its paired records: the    *
      * action, the list the record belongs to and the other side of  *
      * the pair. WRITE-AUDIT-RECORD takes the request's own action   *
      * and list whenever the action here is blank.                   *
       01 WS-AUDIT-PAIR-FIELDS.
           05 WS-AUDIT-PAIR-ACTION PIC X(15) VALUE SPACES.
           05 WS-AUDIT-PAIR-ON-LIST PIC X(20).
           05 WS-AUDIT-PAIR-LIST PIC X(20).
           05 WS-AUDIT-PAIR-ID PIC 9(5).
       01 WS-MASTER-STATUS PIC 99.
       01 WS-TIME-STATUS PIC 99.
       01 WS-TIME-WORK-STATUS PIC 99.
       01 WS-TARGET-TIME-STATUS PIC 99.
       01 WS-TIME-FILE-NAME PIC X(64).
       01 WS-TIME-ARCHIVE-NAME PIC X(64).
       01 WS-TIME-WORK-NAME PIC X(64).
       01 WS-TARGET-TIME-NAME PIC X(64).
       01 WS-TIME-EOF PIC A(1).
       01 WS-XFER-TIME PIC 9(5).
      * The hours typed into the estimate or log-time action, checked *
      * by VALIDATE-HOURS-TEXT before anything is written: digits     *
      * with at most one decimal point and two places after it.      *
       01 WS-HOURS-TEXT PIC X(10).
       01 WS-HOURS-LENGTH PIC 9(4).
       01 WS-HOURS-INDEX PIC 9(4).
       01 WS-HOURS-POINTS PIC 9(4).
       01 WS-HOURS-DECIMALS PIC 9(4).
       01 WS-HOURS-CHAR PIC X.
       01 WS-HOURS-VALUE PIC 9(5)V99.
       01 WS-HOURS-ARE-VALID PIC X.
           88 HOURS-TEXT-IS-VALID VALUE "Y".
       01 WS-HOURS-DISPLAY PIC ZZ9.99.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-TEXT PIC X(10).
       01 WS-WORK-DATE-INTEGER PIC 9(8).
       01 WS-TIME-PERSON PIC X(20).
      * Open items on the list whose content normalizes (TODONORM) to *
      * the same text as the one being added - reported back with    *
      * the new id as a warning, the add itself still goes through.   *
       01 WS-NEW-NORMAL-CONTENT PIC X(1024).
       01 WS-DUPLICATE-COUNT PIC 9(5).
       01 WS-DUPLICATE-INDEX PIC 9(4).
       01 WS-DUPLICATE-TABLE.
           05 WS-DUPLICATE-ID PIC 9(5) OCCURS 10 TIMES.
      * Template instantiation: ids from WS-DUPLICATE-FLOOR-ID up are *
      * this instantiation's own new items and are not compared - a   *
      * checklist may repeat a line under each of its parents. Each   *
      * line that did match is kept for the one response at the end.  *
       01 WS-DUPLICATE-FLOOR-ID PIC 9(5) VALUE 0.
       01 WS-TMPL-DUP-FIELDS.
           05 WS-TMPL-DUP-COUNT PIC 999.
           05 WS-TMPL-DUP-INDEX PIC 999.
           05 WS-TMPL-DUP-ENTRY OCCURS 100.
               10 WS-TMPL-DUP-ITEM-ID PIC 9(5).
               10 WS-TMPL-DUP-MATCHES PIC 9(5).
               10 WS-TMPL-DUP-IDS PIC X(50).
       COPY tdlstctl.
       COPY tdauthctl.
       COPY tdnormctl.
       01 WS-AUDIT-RECORD.
           COPY auditrec.
       COPY tdjseqctl.

       LINKAGE SECTION.
       COPY todoactions.
       COPY todoitem.

           PERFORM VALIDATE-LIST-NAME

           PERFORM CHECK-ACTION-AUTHORIZATION
           IF NOT AC-ACTION-IS-GRANTED THEN
               MOVE "N" TO WS-ADD-SUCCEEDED
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "not authorized" }'
               GOBACK
           END-IF

           PERFORM BUILD-LIST-FILE-NAME

           PERFORM COUNT-LINES-IN-FILE
                   PERFORM ADD-DEPENDENCY
               WHEN ACTION-INSTANTIATE
                   PERFORM INSTANTIATE-TEMPLATE
               WHEN ACTION-TRANSFER-ITEM
                   PERFORM TRANSFER-ITEM
               WHEN ACTION-SET-ESTIMATE
                   PERFORM SET-ITEM-ESTIMATE
               WHEN ACTION-LOG-TIME
                   PERFORM LOG-TIME-ON-ITEM
           END-EVALUATE

           GOBACK.

           EXIT.

      * ------------------------AUTHORIZATION-------------------------*
      * Every request is checked against the list authorization file *
      * through TODOAUTHCTL (see tdauthctl) before anything is read   *
      * or written: looking at a list needs R, changing its items     *
      * needs U, clearing it or stamping a template onto it needs A.  *
      * The operand - item id or template name as typed - rides along *
      * only so a refusal's security log record says what was tried;  *
      * an add's operand is the new item's text and is left out.      *
       CHECK-ACTION-AUTHORIZATION SECTION.

           MOVE WS-SAFE-LIST-NAME TO AC-LIST-NAME
           MOVE WS-ACTING-USER TO AC-USER-NAME
           MOVE TODO-ACTION TO AC-ACTION
           IF ACTION-ADD THEN
               MOVE SPACES TO AC-ITEM-TEXT
           ELSE
               MOVE FUNCTION TRIM(NEW-TODO-ITEM) TO AC-ITEM-TEXT
           END-IF

           EVALUATE TRUE
               WHEN ACTION-SHOW
               WHEN ACTION-SEARCH
               WHEN ACTION-SHOW-NOTES
                   MOVE "R" TO AC-LEVEL-NEEDED
               WHEN ACTION-DELETE
               WHEN ACTION-INSTANTIATE
                   MOVE "A" TO AC-LEVEL-NEEDED
               WHEN OTHER
                   MOVE "U" TO AC-LEVEL-NEEDED
           END-EVALUATE

           CALL "TODOAUTHCTL" USING AUTH-CONTROL-REQUEST

           EXIT.

      * ------------------------VALIDATE-LIST----------------------*
      * PARAMETER-VALUE-5 is the caller's "list" parameter, taken      *
      * straight off the HTTP request - it must never reach a file    *
               MOVE "todolist-notes.txt" TO WS-NOTES-FILE-NAME
               MOVE "todolist-deps.txt" TO WS-DEPS-FILE-NAME
               MOVE "todolist-deps-work.txt" TO WS-DEPS-WORK-NAME
               MOVE "todolist-notes-work.txt" TO WS-NOTES-WORK-NAME
               MOVE "todolist-time.txt" TO WS-TIME-FILE-NAME
               MOVE "todolist-time-work.txt" TO WS-TIME-WORK-NAME
           ELSE
               MOVE SPACES TO WS-LIST-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SAFE-LIST-NAME) DELIMITED BY SIZE
                   "-deps-work.txt" DELIMITED BY SIZE
                   INTO WS-DEPS-WORK-NAME
               MOVE SPACES TO WS-NOTES-WORK-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SAFE-LIST-NAME) DELIMITED BY SIZE
                   "-notes-work.txt" DELIMITED BY SIZE
                   INTO WS-NOTES-WORK-NAME
               MOVE SPACES TO WS-TIME-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SAFE-LIST-NAME) DELIMITED BY SIZE
                   "-time.txt" DELIMITED BY SIZE
                   INTO WS-TIME-FILE-NAME
               MOVE SPACES TO WS-TIME-WORK-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SAFE-LIST-NAME) DELIMITED BY SIZE
                   "-time-work.txt" DELIMITED BY SIZE
                   INTO WS-TIME-WORK-NAME
           END-IF

           EXIT.
      * id and only reported as failed if the retry also collides.    *
       ADD-NEW-TODO-ITEM SECTION.

           PERFORM LOOKUP-LIST-CONTROL
           IF LC-LIST-IS-CLOSED THEN
               MOVE "N" TO WS-ADD-SUCCEEDED
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "list is closed" }'
               EXIT SECTION
           END-IF

           IF PARAMETER-VALUE-3 = SPACES THEN
               MOVE "M" TO PARAMETER-VALUE-3
           END-IF
               EXIT SECTION
           END-IF

      * TODORECUR's regenerated copy would only ever match the item   *
      * it replaces, still open until the add returns, so its adds    *
      * are not compared.                                             *
           MOVE 0 TO WS-DUPLICATE-COUNT
           IF (ACTION-ADD OR ACTION-INSTANTIATE) AND
               WS-ACTING-USER NOT = "TODORECUR" THEN
               PERFORM FIND-SUSPECTED-DUPLICATES
           END-IF

           MOVE "Y" TO WS-ADD-SUCCEEDED

           COMPUTE ITEM-ID IN WS-TDLIST = WS-MAX-ITEM-ID + 1
           MOVE PARAMETER-VALUE-2 TO ITEM-ASSIGNEE IN WS-TDLIST
           PERFORM SANITIZE-ASSIGNEE
           MOVE WS-PARENT-ID TO ITEM-PARENT-ID IN WS-TDLIST
           MOVE 0 TO ITEM-ESTIMATE-HOURS IN WS-TDLIST
           PERFORM STAMP-RECORD-CHANGED

           PERFORM REGISTER-LIST-NAME
           PERFORM WRITE-DEFAULT-MASTER-RECORD

           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS = 35 THEN
               MOVE WS-TDLIST TO WS-TDLIST-AFTER
               MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
               PERFORM WRITE-AUDIT-RECORD
               IF WS-DUPLICATE-COUNT > 0 AND ACTION-ADD THEN
                   PERFORM DISPLAY-DUPLICATE-WARNING
               END-IF
           ELSE
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "could not add item" }'

           EXIT.

      * ------------------------FIND-DUPLICATES------------------------*
      * Before an add or a template line lands, every open item       *
      * already on the list is compared with the new content through  *
      * TODONORM - case, blanks and punctuation ignored, the same     *
      * reading the nightly TODODUPRPT report uses. Done items never  *
      * count; neither does content that normalizes to nothing. Only  *
      * the first ten ids are kept for the response,                  *
      * WS-DUPLICATE-COUNT counts them all.                           *
       FIND-SUSPECTED-DUPLICATES SECTION.

           MOVE NEW-TODO-ITEM TO NM-CONTENT
           CALL "TODONORM" USING NORMALIZE-REQUEST
           IF NM-NORMAL-LENGTH = 0 THEN
               EXIT SECTION
           END-IF
           MOVE NM-NORMAL-CONTENT TO WS-NEW-NORMAL-CONTENT

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO ITEM-ID IN TDLIST-FILE
           START TDLIST KEY IS GREATER THAN ITEM-ID IN TDLIST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = "Y"
                       READ TDLIST NEXT INTO WS-TDLIST-CHILD
                           AT END MOVE "Y" TO WS-SCAN-EOF
                           NOT AT END
                               IF ITEM-STATUS IN WS-TDLIST-CHILD
                                   NOT = "D" THEN
                                   PERFORM COMPARE-WITH-NEW-CONTENT
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           CLOSE TDLIST

           EXIT.

      * ------------------------COMPARE-CONTENT------------------------*
       COMPARE-WITH-NEW-CONTENT SECTION.

           IF WS-DUPLICATE-FLOOR-ID > 0 AND
               ITEM-ID IN WS-TDLIST-CHILD >= WS-DUPLICATE-FLOOR-ID THEN
               EXIT SECTION
           END-IF

           MOVE ITEM-CONTENT IN WS-TDLIST-CHILD TO NM-CONTENT
           CALL "TODONORM" USING NORMALIZE-REQUEST
           IF NM-NORMAL-CONTENT = WS-NEW-NORMAL-CONTENT THEN
               ADD 1 TO WS-DUPLICATE-COUNT
               IF WS-DUPLICATE-COUNT <= 10 THEN
                   MOVE ITEM-ID IN WS-TDLIST-CHILD
                       TO WS-DUPLICATE-ID(WS-DUPLICATE-COUNT)
               END-IF
           END-IF

           EXIT.

      * ------------------------DUPLICATE-WARNING----------------------*
      * A successful add otherwise answers nothing; with suspected    *
      * duplicates on the list it answers the new id, the warning and *
      * the open ids it matched, e.g.                                 *
      *   { "itemId" : 00012, "warning" : "possible duplicate",       *
      *     "duplicateOf" : [ 00003, 00007 ], "duplicates" : 00002 }  *
       DISPLAY-DUPLICATE-WARNING SECTION.

           DISPLAY '{ "itemId" : ' WITH NO ADVANCING
           DISPLAY ITEM-ID IN WS-TDLIST WITH NO ADVANCING
           DISPLAY ', "warning" : "possible duplicate"'
               WITH NO ADVANCING
           DISPLAY ', "duplicateOf" : ' WITH NO ADVANCING
           PERFORM DISPLAY-DUPLICATE-IDS
           DISPLAY ', "duplicates" : ' WITH NO ADVANCING
           DISPLAY WS-DUPLICATE-COUNT WITH NO ADVANCING
           DISPLAY ' }'

           EXIT.

      * ------------------------DUPLICATE-IDS--------------------------*
      * The kept ids of WS-DUPLICATE-TABLE as a JSON array.           *
       DISPLAY-DUPLICATE-IDS SECTION.

           DISPLAY '[ ' WITH NO ADVANCING
           PERFORM VARYING WS-DUPLICATE-INDEX FROM 1 BY 1
               UNTIL WS-DUPLICATE-INDEX > WS-DUPLICATE-COUNT OR
                   WS-DUPLICATE-INDEX > 10
               IF WS-DUPLICATE-INDEX > 1 THEN
                   DISPLAY ', ' WITH NO ADVANCING
               END-IF
               DISPLAY WS-DUPLICATE-ID(WS-DUPLICATE-INDEX)
                   WITH NO ADVANCING
           END-PERFORM
           DISPLAY ' ]' WITH NO ADVANCING

           EXIT.

      * ------------------------INSTANTIATE-DUPLICATES-----------------*
      * The instantiate response's "duplicates" member: one entry per *
      * new item that matched open items already on the list, e.g.    *
      *   "duplicates" : [ { "itemId" : 00031,                        *
      *     "duplicateOf" : [ 00012 ], "duplicates" : 00001 } ]       *
       DISPLAY-TEMPLATE-DUPLICATES SECTION.

           DISPLAY ', "duplicates" : [ ' WITH NO ADVANCING
           PERFORM VARYING WS-TMPL-DUP-INDEX FROM 1 BY 1
               UNTIL WS-TMPL-DUP-INDEX > WS-TMPL-DUP-COUNT
               IF WS-TMPL-DUP-INDEX > 1 THEN
                   DISPLAY ', ' WITH NO ADVANCING
               END-IF
               MOVE WS-TMPL-DUP-MATCHES(WS-TMPL-DUP-INDEX)
                   TO WS-DUPLICATE-COUNT
               MOVE WS-TMPL-DUP-IDS(WS-TMPL-DUP-INDEX)
                   TO WS-DUPLICATE-TABLE
               DISPLAY '{ "itemId" : ' WITH NO ADVANCING
               DISPLAY WS-TMPL-DUP-ITEM-ID(WS-TMPL-DUP-INDEX)
                   WITH NO ADVANCING
               DISPLAY ', "duplicateOf" : ' WITH NO ADVANCING
               PERFORM DISPLAY-DUPLICATE-IDS
               DISPLAY ', "duplicates" : ' WITH NO ADVANCING
               DISPLAY WS-DUPLICATE-COUNT WITH NO ADVANCING
               DISPLAY ' }' WITH NO ADVANCING
           END-PERFORM
           DISPLAY ' ]' WITH NO ADVANCING

           EXIT.

      * ------------------------VALIDATE-PARENT------------------------*
      * The add action's "parent" parameter: blank or zero makes an   *
      * ordinary top-level item. Anything else must be numeric, name  *
               END-IF

               PERFORM ARCHIVE-NOTES-FILE
               PERFORM ARCHIVE-TIME-FILE

      * Every item is gone, so every dependency record dangles -     *
      * the purge leaves the deps file empty alongside the emptied   *

           EXIT.

      * ------------------------ARCHIVE-TIME---------------------------*
      * The time entries go the same way as the notes: into a dated   *
      * archive time file next to the item archive, and the live file *
      * is emptied - the hours booked against the cleared items stay  *
      * on record for the timesheet.                                  *
       ARCHIVE-TIME-FILE SECTION.

           MOVE SPACES TO WS-TIME-ARCHIVE-NAME
           IF WS-SAFE-LIST-NAME = SPACES THEN
               STRING "todolist-time-archive-" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-TIME-ARCHIVE-NAME
           ELSE
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SAFE-LIST-NAME) DELIMITED BY SIZE
                   "-time-archive-" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-TIME-ARCHIVE-NAME
           END-IF

           OPEN INPUT TDLIST-TIME
           IF WS-TIME-STATUS = 0 THEN
               OPEN EXTEND TDLIST-TIME-ARCHIVE
               MOVE "N" TO WS-TIME-EOF

               PERFORM UNTIL WS-TIME-EOF = "Y"
                   READ TDLIST-TIME
                       AT END MOVE "Y" TO WS-TIME-EOF
                       NOT AT END
                           WRITE TDLIST-TIME-ARCHIVE-FILE
                               FROM TDLIST-TIME-FILE
                   END-READ
               END-PERFORM

               CLOSE TDLIST-TIME
               CLOSE TDLIST-TIME-ARCHIVE

               OPEN OUTPUT TDLIST-TIME
               CLOSE TDLIST-TIME
           END-IF

           EXIT.

      * ------------------------ARCHIVE-CATALOG------------------------*
      * Records that WS-ARCHIVE-FILE-NAME now exists, so TODOARCHV can *
      * browse and restore the dated archive files without reading    *
           MOVE ITEM-RECURRENCE-CODE IN WS-TDLIST TO SHIFT-RECURRENCE
           MOVE ITEM-ASSIGNEE IN WS-TDLIST TO SHIFT-ASSIGNEE
           MOVE ITEM-PARENT-ID IN WS-TDLIST TO SHIFT-PARENT-ID
           MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST TO SHIFT-ESTIMATE-HOURS

           MOVE NEIGHBOR-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
           MOVE ITEM-RECURRENCE-CODE IN WS-TDLIST TO NEIGHBOR-RECURRENCE
           MOVE ITEM-ASSIGNEE IN WS-TDLIST TO NEIGHBOR-ASSIGNEE
           MOVE ITEM-PARENT-ID IN WS-TDLIST TO NEIGHBOR-PARENT-ID
           MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST
               TO NEIGHBOR-ESTIMATE-HOURS
           MOVE WS-TDLIST TO WS-TDLIST-BEFORE

           MOVE SHIFT-CONTENT TO ITEM-CONTENT IN WS-TDLIST
           MOVE SHIFT-RECURRENCE TO ITEM-RECURRENCE-CODE IN WS-TDLIST
           MOVE SHIFT-ASSIGNEE TO ITEM-ASSIGNEE IN WS-TDLIST
           MOVE SHIFT-PARENT-ID TO ITEM-PARENT-ID IN WS-TDLIST
           MOVE SHIFT-ESTIMATE-HOURS TO ITEM-ESTIMATE-HOURS IN WS-TDLIST
           PERFORM STAMP-RECORD-CHANGED
           REWRITE TDLIST-FILE FROM WS-TDLIST
           MOVE WS-TDLIST TO WS-TDLIST-AFTER
           MOVE SHIFT-ASSIGNEE TO ITEM-ASSIGNEE IN WS-TDLIST-BEFORE
           MOVE SHIFT-PARENT-ID
               TO ITEM-PARENT-ID IN WS-TDLIST-BEFORE
           MOVE SHIFT-ESTIMATE-HOURS
               TO ITEM-ESTIMATE-HOURS IN WS-TDLIST-BEFORE

           MOVE ITEM-TO-DELETE TO ITEM-ID IN WS-TDLIST
           MOVE NEIGHBOR-CONTENT TO ITEM-CONTENT IN WS-TDLIST
           MOVE NEIGHBOR-RECURRENCE TO ITEM-RECURRENCE-CODE IN WS-TDLIST
           MOVE NEIGHBOR-ASSIGNEE TO ITEM-ASSIGNEE IN WS-TDLIST
           MOVE NEIGHBOR-PARENT-ID TO ITEM-PARENT-ID IN WS-TDLIST
           MOVE NEIGHBOR-ESTIMATE-HOURS
               TO ITEM-ESTIMATE-HOURS IN WS-TDLIST
           PERFORM STAMP-RECORD-CHANGED
           REWRITE TDLIST-FILE FROM WS-TDLIST
           MOVE WS-TDLIST TO WS-TDLIST-AFTER

       EXIT.

      * ------------------------SET-ESTIMATE---------------------------*
      * Sets (or, with zero, clears) the planned hours of one item -   *
      * the "estimate" parameter, up to 999.99. Same guards, stamp    *
      * check and journaling as ASSIGN-ITEM-TO-PERSON, so a changed   *
      * estimate shows in the journal like any other field.           *
       SET-ITEM-ESTIMATE SECTION.

           PERFORM VALIDATE-ITEM-ID
           IF NOT ITEM-ID-IS-VALID THEN
               PERFORM DISPLAY-INVALID-ID-ERROR
               EXIT SECTION
           END-IF

           MOVE FUNCTION TRIM(PARAMETER-VALUE-2) TO WS-HOURS-TEXT
           PERFORM VALIDATE-HOURS-TEXT
           IF NOT HOURS-TEXT-IS-VALID OR WS-HOURS-VALUE > 999.99 THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "invalid estimate" }'
               EXIT SECTION
           END-IF

           OPEN I-O TDLIST
           MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-UPDATE-CONFLICT
                   IF UPDATE-CONFLICT-FOUND THEN
                       PERFORM DISPLAY-CONFLICT-ERROR
                   ELSE
                       MOVE WS-TDLIST TO WS-TDLIST-BEFORE
                       MOVE WS-HOURS-VALUE
                        TO ITEM-ESTIMATE-HOURS IN WS-TDLIST
                       PERFORM STAMP-RECORD-CHANGED
                       REWRITE TDLIST-FILE FROM WS-TDLIST
                       MOVE WS-TDLIST TO WS-TDLIST-AFTER
                       MOVE ITEM-TO-DELETE TO WS-AUDIT-ITEM-ID
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
           END-READ
           CLOSE TDLIST

           EXIT.

      * ------------------------LOG-TIME-------------------------------*
      * Appends one time entry for an existing item to the list's      *
      * companion time file, the way ADD-NOTE-TO-ITEM appends a note:  *
      * "hours" (more than zero, at most 24 for one day), an optional *
      * "remark", the "workdate" the hours belong to - blank is today, *
      * a later day is refused - and the "person" who did the work.   *
      * A blank person is the acting user, and failing that the       *
      * item's assignee. The item record itself is not touched, so    *
      * logging time needs no stamp and leaves no journal record; the *
      * time file is its own record of who booked what.               *
       LOG-TIME-ON-ITEM SECTION.

           PERFORM VALIDATE-ITEM-ID
           IF NOT ITEM-ID-IS-VALID THEN
               PERFORM DISPLAY-INVALID-ID-ERROR
               EXIT SECTION
           END-IF

           MOVE FUNCTION TRIM(PARAMETER-VALUE-2) TO WS-HOURS-TEXT
           PERFORM VALIDATE-HOURS-TEXT
           IF NOT HOURS-TEXT-IS-VALID OR WS-HOURS-VALUE = 0 OR
               WS-HOURS-VALUE > 24 THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "invalid hours" }'
               EXIT SECTION
           END-IF

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           PERFORM VALIDATE-WORK-DATE
           IF WS-WORK-DATE = 0 THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "invalid work date" }'
               EXIT SECTION
           END-IF

           MOVE FUNCTION TRIM(PARAMETER-VALUE-7) TO WS-TIME-PERSON
           IF WS-TIME-PERSON = SPACES THEN
               MOVE WS-ACTING-USER TO WS-TIME-PERSON
           END-IF
           IF WS-TIME-PERSON = SPACES THEN
               OPEN INPUT TDLIST
               MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
               READ TDLIST INTO WS-TDLIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-ASSIGNEE IN WS-TDLIST
                           TO WS-TIME-PERSON
               END-READ
               CLOSE TDLIST
           END-IF
           IF WS-TIME-PERSON = SPACES THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "no person to book the time to" }'
               EXIT SECTION
           END-IF

           OPEN EXTEND TDLIST-TIME
           IF WS-TIME-STATUS = 35 THEN
               OPEN OUTPUT TDLIST-TIME
           END-IF

           MOVE SPACES TO TDLIST-TIME-FILE
           MOVE ITEM-TO-DELETE TO TIME-ITEM-ID IN TDLIST-TIME-FILE
           MOVE WS-TIME-PERSON TO TIME-PERSON IN TDLIST-TIME-FILE
           MOVE WS-WORK-DATE TO TIME-WORK-DATE IN TDLIST-TIME-FILE
           MOVE WS-HOURS-VALUE TO TIME-HOURS IN TDLIST-TIME-FILE
           MOVE PARAMETER-VALUE-3 TO TIME-REMARK IN TDLIST-TIME-FILE
           MOVE WS-AUDIT-DATE
               TO TIME-LOGGED-AT IN TDLIST-TIME-FILE(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO TIME-LOGGED-AT IN TDLIST-TIME-FILE(9:6)

           WRITE TDLIST-TIME-FILE

           CLOSE TDLIST-TIME

           MOVE 0 TO RETURN-CODE

           EXIT.

      * ------------------------VALIDATE-HOURS-------------------------*
      * WS-HOURS-TEXT, trimmed by the caller: one to seven            *
      * characters, digits and at most one decimal point with no more *
      * than two places after it. Only a text that passes reaches     *
      * NUMVAL; the value lands in WS-HOURS-VALUE for the caller's    *
      * own range check.                                              *
       VALIDATE-HOURS-TEXT SECTION.

           MOVE "Y" TO WS-HOURS-ARE-VALID
           MOVE 0 TO WS-HOURS-VALUE
           MOVE 0 TO WS-HOURS-POINTS
           MOVE 0 TO WS-HOURS-DECIMALS

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HOURS-TEXT))
               TO WS-HOURS-LENGTH
           IF WS-HOURS-TEXT = SPACES OR WS-HOURS-LENGTH > 7 THEN
               MOVE "N" TO WS-HOURS-ARE-VALID
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-HOURS-INDEX FROM 1 BY 1
               UNTIL WS-HOURS-INDEX > WS-HOURS-LENGTH
               MOVE WS-HOURS-TEXT(WS-HOURS-INDEX:1) TO WS-HOURS-CHAR
               EVALUATE TRUE
                   WHEN WS-HOURS-CHAR = "."
                       ADD 1 TO WS-HOURS-POINTS
                   WHEN WS-HOURS-CHAR IS NUMERIC
                       IF WS-HOURS-POINTS > 0 THEN
                           ADD 1 TO WS-HOURS-DECIMALS
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-HOURS-ARE-VALID
               END-EVALUATE
           END-PERFORM

           IF WS-HOURS-POINTS > 1 OR WS-HOURS-DECIMALS > 2 OR
               WS-HOURS-TEXT(1:WS-HOURS-LENGTH) = "." THEN
               MOVE "N" TO WS-HOURS-ARE-VALID
           END-IF

           IF HOURS-TEXT-IS-VALID THEN
               COMPUTE WS-HOURS-VALUE =
                   FUNCTION NUMVAL(WS-HOURS-TEXT(1:WS-HOURS-LENGTH))
           END-IF

           EXIT.

      * ------------------------VALIDATE-WORKDATE----------------------*
      * The log-time "workdate" parameter into WS-WORK-DATE: blank is  *
      * today (WS-AUDIT-DATE, which the caller has just accepted);     *
      * otherwise eight digits naming a real calendar day no later     *
      * than today. Zero tells the caller the date was refused.        *
       VALIDATE-WORK-DATE SECTION.

           MOVE 0 TO WS-WORK-DATE

           IF PARAMETER-VALUE-4 = SPACES THEN
               MOVE WS-AUDIT-DATE TO WS-WORK-DATE
               EXIT SECTION
           END-IF

           MOVE FUNCTION TRIM(PARAMETER-VALUE-4) TO WS-WORK-DATE-TEXT
           IF WS-WORK-DATE-TEXT(9:2) NOT = SPACES OR
               WS-WORK-DATE-TEXT(1:8) IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF

           IF WS-WORK-DATE-TEXT(5:2) < "01" OR
               WS-WORK-DATE-TEXT(5:2) > "12" OR
               WS-WORK-DATE-TEXT(7:2) < "01" OR
               WS-WORK-DATE-TEXT(7:2) > "31" OR
               WS-WORK-DATE-TEXT(1:4) < "1601" THEN
               EXIT SECTION
           END-IF

           MOVE WS-WORK-DATE-TEXT(1:8) TO WS-WORK-DATE
           COMPUTE WS-WORK-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INTEGER)
               NOT = WS-WORK-DATE OR
               WS-WORK-DATE > WS-AUDIT-DATE THEN
               MOVE 0 TO WS-WORK-DATE
           END-IF

           EXIT.

      * ------------------------REGISTER-LIST--------------------------*
      * Keeps todolist-names.txt, the registry of named lists that     *
      * exist on disk - batch jobs that have to visit every list      *

           EXIT.

      * ------------------------LIST-CONTROL---------------------------*
      * The current list's master record through TODOLSTCTL (see      *
      * tdlstctl). A closed list takes no new items, whichever path   *
      * they come in by; everything else on it - edits, toggles,      *
      * notes, a clear - still works, so a closed list can be wound   *
      * down properly.                                                *
       LOOKUP-LIST-CONTROL SECTION.

           MOVE WS-SAFE-LIST-NAME TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST

           EXIT.

      * ------------------------DEFAULT-MASTER-------------------------*
      * The first add to a named list nobody set up through TODOLSTMT *
      * writes its master record: active, created today, site        *
      * default policies, and the person adding as its owner - that   *
      * is who started the list. Relies on the LOOKUP-LIST-CONTROL    *
      * answer ADD-NEW-TODO-ITEM already holds; the shared list has   *
      * no owner and gets no record unless TODOLSTMT writes one.      *
       WRITE-DEFAULT-MASTER-RECORD SECTION.

           IF WS-SAFE-LIST-NAME = SPACES OR
               LC-RECORD-FOUND = "Y" THEN
               EXIT SECTION
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN EXTEND LIST-MASTER
           IF WS-MASTER-STATUS = 35 THEN
               OPEN OUTPUT LIST-MASTER
           END-IF

           MOVE SPACES TO LIST-MASTER-FILE
           MOVE WS-SAFE-LIST-NAME TO LM-LIST-NAME
           MOVE WS-ACTING-USER TO LM-OWNER
           MOVE "A" TO LM-STATUS
           MOVE WS-TODAY TO LM-CREATED-DATE
           MOVE 0 TO LM-RETENTION-DAYS
           MOVE 0 TO LM-ESCALATE-DAYS
           WRITE LIST-MASTER-FILE

           CLOSE LIST-MASTER

           MOVE "Y" TO LC-RECORD-FOUND

           EXIT.

      * ------------------------STAMP----------------------------------*
      * Sets the record's last-changed stamp to now, YYYYMMDDHHMMSS.  *
      * Every path that WRITEs or REWRITEs WS-TDLIST performs this    *
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE WS-AUDIT-DATE TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(1:8)
           MOVE WS-AUDIT-TIME(1:6)
               TO AUDIT-TIMESTAMP IN WS-AUDIT-RECORD(9:6)
           MOVE TODO-ACTION TO AUDIT-ACTION IN WS-AUDIT-RECORD
           MOVE WS-AUDIT-ITEM-ID TO AUDIT-ITEM-ID IN WS-AUDIT-RECORD
           MOVE WS-SAFE-LIST-NAME TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD

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

           MOVE ITEM-CONTENT IN WS-TDLIST-AFTER
               TO AUDIT-AFTER-CONTENT IN WS-AUDIT-RECORD
           MOVE ITEM-STATUS IN WS-TDLIST-AFTER
               TO AUDIT-AFTER-STATUS IN WS-AUDIT-RECORD
           MOVE ITEM-PRIORITY IN WS-TDLIST-AFTER
               TO AUDIT-AFTER-PRIORITY IN WS-AUDIT-RECORD
           MOVE ITEM-DUE-DATE IN WS-TDLIST-AFTER
               TO AUDIT-AFTER-DUE-DATE IN WS-AUDIT-RECORD
           MOVE ITEM-RECURRENCE-CODE IN WS-TDLIST-AFTER
               TO AUDIT-AFTER-RECURRENCE IN WS-AUDIT-RECORD
           MOVE ITEM-ASSIGNEE IN WS-TDLIST-AFTER
               TO AUDIT-AFTER-ASSIGNEE IN WS-AUDIT-RECORD

      * A blank image has no parent to give; the field stays blank.   *
           IF ITEM-PARENT-ID IN WS-TDLIST-BEFORE IS NUMERIC THEN
               MOVE ITEM-PARENT-ID IN WS-TDLIST-BEFORE
                   TO AUDIT-BEFORE-PARENT-ID IN WS-AUDIT-RECORD
           END-IF
           IF ITEM-PARENT-ID IN WS-TDLIST-AFTER IS NUMERIC THEN
               MOVE ITEM-PARENT-ID IN WS-TDLIST-AFTER
                   TO AUDIT-AFTER-PARENT-ID IN WS-AUDIT-RECORD
           END-IF
           IF ITEM-ESTIMATE-HOURS IN WS-TDLIST-BEFORE IS NUMERIC THEN
               MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST-BEFORE
                   TO AUDIT-BEFORE-ESTIMATE IN WS-AUDIT-RECORD
           END-IF
           IF ITEM-ESTIMATE-HOURS IN WS-TDLIST-AFTER IS NUMERIC THEN
               MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST-AFTER
                   TO AUDIT-AFTER-ESTIMATE IN WS-AUDIT-RECORD
           END-IF

           MOVE WS-ACTING-USER TO AUDIT-USER-NAME IN WS-AUDIT-RECORD

           IF WS-AUDIT-PAIR-ACTION NOT = SPACES THEN
               MOVE WS-AUDIT-PAIR-ACTION
                   TO AUDIT-ACTION IN WS-AUDIT-RECORD
               MOVE WS-AUDIT-PAIR-ON-LIST
                   TO AUDIT-LIST-NAME IN WS-AUDIT-RECORD
               MOVE WS-AUDIT-PAIR-LIST
                   TO AUDIT-PAIR-LIST-NAME IN WS-AUDIT-RECORD
               MOVE WS-AUDIT-PAIR-ID
                   TO AUDIT-PAIR-ITEM-ID IN WS-AUDIT-RECORD
           END-IF

      * Stamped before the journal is opened: TODOJSEQ may have to    *
      * read it back to find where the chain ends.                    *
           MOVE "STAMP" TO JS-FUNCTION
           CALL "TODOJSEQ" USING JOURNAL-SEQUENCE-REQUEST
               WS-AUDIT-RECORD

           OPEN EXTEND TDLIST-JOURNAL
           WRITE TDLIST-JOURNAL-FILE FROM WS-AUDIT-RECORD

           CLOSE TDLIST-JOURNAL

           EXIT.

      * acting user carried as usual. Due dates are the line's       *
      * offset in days from today; the 9999 offset means no          *
      * deadline. The catalog itself is maintained by the TODOTMPL   *
      * batch load. Each line is checked for suspected duplicates the *
      * way a plain add is, and the lines that matched are listed in  *
      * the response rather than one warning per line.                *
       INSTANTIATE-TEMPLATE SECTION.

           PERFORM LOOKUP-LIST-CONTROL
           IF LC-LIST-IS-CLOSED THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "list is closed" }'
               EXIT SECTION
           END-IF

           MOVE FUNCTION TRIM(NEW-TODO-ITEM) TO WS-WANTED-TEMPLATE

           PERFORM LOAD-WANTED-TEMPLATE

           MOVE 0 TO WS-TMPL-PARENT-ID
           MOVE 0 TO WS-ITEMS-CREATED
           MOVE 0 TO WS-DUPLICATE-FLOOR-ID
           MOVE 0 TO WS-TMPL-DUP-COUNT

           PERFORM VARYING WS-TMPL-INDEX FROM 1 BY 1
               UNTIL WS-TMPL-INDEX > WS-TMPL-COUNT
               PERFORM ADD-ONE-TEMPLATE-LINE
           END-PERFORM

           MOVE 0 TO WS-DUPLICATE-FLOOR-ID

           MOVE 0 TO RETURN-CODE
           DISPLAY '{ "instantiated" : ' WITH NO ADVANCING
           DISPLAY WS-ITEMS-CREATED WITH NO ADVANCING
           IF WS-TMPL-DUP-COUNT > 0 THEN
               PERFORM DISPLAY-TEMPLATE-DUPLICATES
           END-IF
           DISPLAY ' }'

           EXIT.
               IF WS-TMPL-TYPE(WS-TMPL-INDEX) = "P" THEN
                   MOVE ITEM-ID IN WS-TDLIST TO WS-TMPL-PARENT-ID
               END-IF
               IF WS-DUPLICATE-FLOOR-ID = 0 THEN
                   MOVE ITEM-ID IN WS-TDLIST TO WS-DUPLICATE-FLOOR-ID
               END-IF
               IF WS-DUPLICATE-COUNT > 0 AND
                   WS-TMPL-DUP-COUNT < WS-TMPL-MAX THEN
                   ADD 1 TO WS-TMPL-DUP-COUNT
                   MOVE ITEM-ID IN WS-TDLIST
                       TO WS-TMPL-DUP-ITEM-ID(WS-TMPL-DUP-COUNT)
                   MOVE WS-DUPLICATE-COUNT
                       TO WS-TMPL-DUP-MATCHES(WS-TMPL-DUP-COUNT)
                   MOVE WS-DUPLICATE-TABLE
                       TO WS-TMPL-DUP-IDS(WS-TMPL-DUP-COUNT)
               END-IF
           END-IF

           EXIT.

           EXIT.

      * ------------------------TRANSFER-------------------------------*
      * Moves a top-level item and all its sub-tasks from this list   *
      * to another registered list (blank target: the shared list),   *
      * instead of deleting it here and retyping it there. The items  *
      * take fresh ids on the target - ids are per list - with the    *
      * sub-tasks repointed at the parent's new id; each one is       *
      * written to the target before it is deleted here, so a failure *
      * part-way leaves a copy rather than a loss. Every move is      *
      * journaled as a pair, "transfer-out" on this list and          *
      * "transfer-in" on the target, each naming the other side, so   *
      * TODOAUDIT and TODOVERIF can follow the item across. Notes     *
      * follow the item into the target's notes file; a dependency    *
      * between two of the moved items moves with them, one that      *
      * would have to cross lists is dropped and counted in the       *
      * response.                                                     *
       TRANSFER-ITEM SECTION.

           PERFORM VALIDATE-ITEM-ID
           IF NOT ITEM-ID-IS-VALID THEN
               MOVE 1 TO RETURN-CODE
               PERFORM DISPLAY-INVALID-ID-ERROR
               EXIT SECTION
           END-IF

           PERFORM VALIDATE-TARGET-LIST-NAME
           IF NOT TARGET-LIST-IS-VALID THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "invalid target list" }'
               EXIT SECTION
           END-IF

           MOVE WS-TARGET-LIST-NAME TO LC-LIST-NAME
           CALL "TODOLSTCTL" USING LIST-CONTROL-REQUEST
           IF LC-LIST-IS-CLOSED THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "target list is closed" }'
               EXIT SECTION
           END-IF

      * The item arrives on the target as if added there, so the     *
      * user needs U on the target as well as on the list it leaves.  *
           MOVE WS-TARGET-LIST-NAME TO AC-LIST-NAME
           MOVE "U" TO AC-LEVEL-NEEDED
           CALL "TODOAUTHCTL" USING AUTH-CONTROL-REQUEST
           IF NOT AC-ACTION-IS-GRANTED THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "not authorized on target list" }'
               EXIT SECTION
           END-IF

           PERFORM BUILD-TARGET-FILE-NAMES

           PERFORM COLLECT-TRANSFER-ITEMS
           IF WS-XFER-OK = "N" THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "' FUNCTION TRIM(WS-XFER-ERROR)
                   '" }'
               EXIT SECTION
           END-IF

           PERFORM FIND-TARGET-MAX-ID
           IF WS-TARGET-MAX-ID + WS-XFER-COUNT > 99999 THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "target list has no free ids" }'
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-XFER-INDEX FROM 1 BY 1
               UNTIL WS-XFER-INDEX > WS-XFER-COUNT
               COMPUTE WS-XFER-NEW-ID(WS-XFER-INDEX) =
                   WS-TARGET-MAX-ID + WS-XFER-INDEX
           END-PERFORM

           PERFORM MOVE-TRANSFER-ITEMS
           IF WS-XFER-MOVED = 0 THEN
               MOVE 1 TO RETURN-CODE
               DISPLAY '{ "error" : "could not transfer item" }'
               EXIT SECTION
           END-IF

           PERFORM CARRY-TRANSFER-NOTES
           PERFORM CARRY-TRANSFER-TIME
           PERFORM CARRY-TRANSFER-DEPENDENCIES

           IF WS-XFER-OK = "N" THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY '{ "transferred" : ' WITH NO ADVANCING
           DISPLAY ITEM-TO-DELETE WITH NO ADVANCING
           DISPLAY ', "targetList" : "' WITH NO ADVANCING
           DISPLAY FUNCTION TRIM(WS-TARGET-LIST-NAME) WITH NO ADVANCING
           DISPLAY '", "newId" : ' WITH NO ADVANCING
           DISPLAY WS-XFER-NEW-ID(1) WITH NO ADVANCING
           DISPLAY ', "items" : ' WITH NO ADVANCING
           DISPLAY WS-XFER-MOVED WITH NO ADVANCING
           DISPLAY ', "notes" : ' WITH NO ADVANCING
           DISPLAY WS-XFER-NOTES WITH NO ADVANCING
           DISPLAY ', "timeEntries" : ' WITH NO ADVANCING
           DISPLAY WS-XFER-TIME WITH NO ADVANCING
           DISPLAY ', "depsCarried" : ' WITH NO ADVANCING
           DISPLAY WS-XFER-DEPS-CARRIED WITH NO ADVANCING
           DISPLAY ', "depsDropped" : ' WITH NO ADVANCING
           DISPLAY WS-XFER-DEPS-DROPPED WITH NO ADVANCING
           IF WS-XFER-OK = "N" THEN
               DISPLAY ', "incomplete" : true' WITH NO ADVANCING
           END-IF
           DISPLAY ' }'

           EXIT.

      * ------------------------VALIDATE-TARGET------------------------*
      * The "target" parameter gets the same character whitelist as   *
      * VALIDATE-LIST-NAME, but a bad name is refused rather than     *
      * quietly turned into the shared list - moving work onto the    *
      * wrong list is worse than not moving it. A named target must   *
      * already be in the registry, and the target cannot be the     *
      * list the item is already on.                                  *
       VALIDATE-TARGET-LIST-NAME SECTION.

           MOVE SPACES TO WS-TARGET-LIST-NAME
           MOVE "Y" TO WS-TARGET-IS-VALID

           IF PARAMETER-VALUE-2 NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(PARAMETER-VALUE-2))
                   TO WS-LIST-NAME-LENGTH
               IF WS-LIST-NAME-LENGTH >
                   FUNCTION LENGTH(WS-TARGET-LIST-NAME) THEN
                   MOVE "N" TO WS-TARGET-IS-VALID
               ELSE
                   PERFORM VARYING WS-LIST-NAME-INDEX FROM 1 BY 1
                       UNTIL WS-LIST-NAME-INDEX > WS-LIST-NAME-LENGTH
                       MOVE FUNCTION TRIM(PARAMETER-VALUE-2)
                           (WS-LIST-NAME-INDEX:1) TO WS-LIST-NAME-CHAR
                       IF (WS-LIST-NAME-CHAR < "A" OR
                               WS-LIST-NAME-CHAR > "Z") AND
                           (WS-LIST-NAME-CHAR < "a" OR
                               WS-LIST-NAME-CHAR > "z") AND
                           (WS-LIST-NAME-CHAR < "0" OR
                               WS-LIST-NAME-CHAR > "9") AND
                           WS-LIST-NAME-CHAR NOT = "-" AND
                           WS-LIST-NAME-CHAR NOT = "_" THEN
                           MOVE "N" TO WS-TARGET-IS-VALID
                       END-IF
                   END-PERFORM
               END-IF

               IF TARGET-LIST-IS-VALID THEN
                   MOVE FUNCTION TRIM(PARAMETER-VALUE-2)
                       TO WS-TARGET-LIST-NAME
               END-IF
           END-IF

           IF NOT TARGET-LIST-IS-VALID THEN
               EXIT SECTION
           END-IF

           IF WS-TARGET-LIST-NAME = WS-SAFE-LIST-NAME THEN
               MOVE "N" TO WS-TARGET-IS-VALID
               EXIT SECTION
           END-IF

           IF WS-TARGET-LIST-NAME = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE "N" TO WS-NAME-REGISTERED
           OPEN INPUT LIST-REGISTRY
           IF WS-REGISTRY-STATUS = 0 THEN
               MOVE "N" TO WS-REGISTRY-EOF
               PERFORM UNTIL WS-REGISTRY-EOF = "Y"
                   READ LIST-REGISTRY
                       AT END MOVE "Y" TO WS-REGISTRY-EOF
                       NOT AT END
                           IF REGISTRY-LIST-NAME =
                               WS-TARGET-LIST-NAME THEN
                               MOVE "Y" TO WS-NAME-REGISTERED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-REGISTRY
           END-IF

           IF WS-NAME-REGISTERED = "N" THEN
               MOVE "N" TO WS-TARGET-IS-VALID
           END-IF

           EXIT.

      * ------------------------TARGET-NAMES---------------------------*
      * The target list's file names, built the same way              *
      * BUILD-LIST-FILE-NAME builds the current list's.               *
       BUILD-TARGET-FILE-NAMES SECTION.

           IF WS-TARGET-LIST-NAME = SPACES THEN
               MOVE "todolist.txt" TO WS-TARGET-FILE-NAME
               MOVE "todolist-notes.txt" TO WS-TARGET-NOTES-NAME
               MOVE "todolist-deps.txt" TO WS-TARGET-DEPS-NAME
               MOVE "todolist-time.txt" TO WS-TARGET-TIME-NAME
           ELSE
               MOVE SPACES TO WS-TARGET-FILE-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-LIST-NAME) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-TARGET-FILE-NAME
               MOVE SPACES TO WS-TARGET-NOTES-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-LIST-NAME) DELIMITED BY SIZE
                   "-notes.txt" DELIMITED BY SIZE
                   INTO WS-TARGET-NOTES-NAME
               MOVE SPACES TO WS-TARGET-DEPS-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-LIST-NAME) DELIMITED BY SIZE
                   "-deps.txt" DELIMITED BY SIZE
                   INTO WS-TARGET-DEPS-NAME
               MOVE SPACES TO WS-TARGET-TIME-NAME
               STRING "todolist-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-LIST-NAME) DELIMITED BY SIZE
                   "-time.txt" DELIMITED BY SIZE
                   INTO WS-TARGET-TIME-NAME
           END-IF

           EXIT.

      * ------------------------COLLECT-TRANSFER-----------------------*
      * The item to move and its sub-tasks into WS-XFER-TABLE-FIELDS, *
      * parent first. Only a top-level item can be transferred - a    *
      * sub-task belongs to its checklist - and the caller's stamp is *
      * checked the same way the single-item updates check it.        *
       COLLECT-TRANSFER-ITEMS SECTION.

           MOVE "Y" TO WS-XFER-OK
           MOVE SPACES TO WS-XFER-ERROR
           MOVE 0 TO WS-XFER-COUNT

           OPEN INPUT TDLIST
           MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
               INVALID KEY
                   MOVE "N" TO WS-XFER-OK
                   MOVE "invalid id" TO WS-XFER-ERROR
           END-READ

           IF WS-XFER-OK = "Y" AND
               ITEM-PARENT-ID IN WS-TDLIST NOT = 0 THEN
               MOVE "N" TO WS-XFER-OK
               MOVE "only top-level items can be transferred"
                   TO WS-XFER-ERROR
           END-IF

           IF WS-XFER-OK = "Y" THEN
               PERFORM CHECK-UPDATE-CONFLICT
               IF UPDATE-CONFLICT-FOUND THEN
                   MOVE "N" TO WS-XFER-OK
                   MOVE "item changed, reload" TO WS-XFER-ERROR
               END-IF
           END-IF

           IF WS-XFER-OK = "Y" THEN
               MOVE 1 TO WS-XFER-COUNT
               MOVE ITEM-TO-DELETE TO WS-XFER-OLD-ID(1)

               MOVE 0 TO ITEM-ID IN TDLIST-FILE
               START TDLIST KEY IS GREATER THAN ITEM-ID IN TDLIST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-SCAN-EOF
                       PERFORM UNTIL WS-SCAN-EOF = "Y"
                           READ TDLIST NEXT INTO WS-TDLIST-CHILD
                               AT END MOVE "Y" TO WS-SCAN-EOF
                               NOT AT END
                                   IF ITEM-PARENT-ID IN WS-TDLIST-CHILD
                                       = ITEM-TO-DELETE THEN
                                       PERFORM COLLECT-ONE-SUB-TASK
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF

           CLOSE TDLIST

           EXIT.

      * ------------------------COLLECT-ONE----------------------------*
       COLLECT-ONE-SUB-TASK SECTION.

           IF WS-XFER-COUNT < WS-XFER-MAX THEN
               ADD 1 TO WS-XFER-COUNT
               MOVE ITEM-ID IN WS-TDLIST-CHILD
                   TO WS-XFER-OLD-ID(WS-XFER-COUNT)
           ELSE
               MOVE "N" TO WS-XFER-OK
               MOVE "too many sub-tasks to transfer" TO WS-XFER-ERROR
               MOVE "Y" TO WS-SCAN-EOF
           END-IF

           EXIT.

      * ------------------------TARGET-MAX-----------------------------*
      * Highest id on the target list, the same pass COUNT-LINES-IN-  *
      * FILE makes for the current one. No target file yet is zero.   *
       FIND-TARGET-MAX-ID SECTION.

           MOVE 0 TO WS-TARGET-MAX-ID

           OPEN INPUT TDLIST-TARGET
           IF WS-TARGET-STATUS = 0 THEN
               MOVE "N" TO WS-TARGET-EOF
               PERFORM UNTIL WS-TARGET-EOF = "Y"
                   READ TDLIST-TARGET NEXT
                       AT END MOVE "Y" TO WS-TARGET-EOF
                       NOT AT END
                           IF ITEM-ID IN TDLIST-TARGET-FILE >
                               WS-TARGET-MAX-ID THEN
                               MOVE ITEM-ID IN TDLIST-TARGET-FILE
                                   TO WS-TARGET-MAX-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDLIST-TARGET
           END-IF

           EXIT.

      * ------------------------MOVE-TRANSFER--------------------------*
      * Both lists open at once, one item at a time in table order so *
      * the parent lands before its sub-tasks. A write that collides  *
      * on the target (another writer took the id in between) stops  *
      * the move where it is; what already moved stays moved and is  *
      * journaled, and the response says the transfer is incomplete. *
      * A new target list is created and opened again I-O, so a copy  *
      * can be taken back off it.                                     *
       MOVE-TRANSFER-ITEMS SECTION.

           MOVE 0 TO WS-XFER-MOVED

           OPEN I-O TDLIST
           OPEN I-O TDLIST-TARGET
           IF WS-TARGET-STATUS = 35 THEN
               OPEN OUTPUT TDLIST-TARGET
               CLOSE TDLIST-TARGET
               OPEN I-O TDLIST-TARGET
           END-IF

           PERFORM VARYING WS-XFER-INDEX FROM 1 BY 1
               UNTIL WS-XFER-INDEX > WS-XFER-COUNT
               OR WS-XFER-OK = "N"
               PERFORM MOVE-ONE-TRANSFER-ITEM
           END-PERFORM

           CLOSE TDLIST
           CLOSE TDLIST-TARGET

           MOVE SPACES TO WS-AUDIT-PAIR-ACTION

           EXIT.

      * ------------------------MOVE-ONE-TRANSFER----------------------*
       MOVE-ONE-TRANSFER-ITEM SECTION.

           MOVE "N" TO WS-RECORD-WAS-READ
           MOVE WS-XFER-OLD-ID(WS-XFER-INDEX) TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-RECORD-WAS-READ
           END-READ

      * An item gone from the source since the table was built stops  *
      * the move: the entries after it would lose their parent, and   *
      * the moved count would no longer mark how far the table got.   *
           IF WS-RECORD-WAS-READ = "N" THEN
               MOVE "N" TO WS-XFER-OK
               EXIT SECTION
           END-IF

           MOVE WS-TDLIST TO WS-TDLIST-BEFORE
           MOVE WS-XFER-NEW-ID(WS-XFER-INDEX) TO ITEM-ID IN WS-TDLIST
           IF WS-XFER-INDEX > 1 THEN
               MOVE WS-XFER-NEW-ID(1) TO ITEM-PARENT-ID IN WS-TDLIST
           END-IF
           PERFORM STAMP-RECORD-CHANGED

           MOVE "Y" TO WS-ADD-SUCCEEDED
           WRITE TDLIST-TARGET-FILE FROM WS-TDLIST
               INVALID KEY MOVE "N" TO WS-ADD-SUCCEEDED
           END-WRITE

           IF NOT ADD-ITEM-SUCCEEDED THEN
               MOVE "N" TO WS-XFER-OK
               EXIT SECTION
           END-IF

      * An item that cannot be taken off the source list has not      *
      * left it: the copy comes off the target again and the move     *
      * stops there, as for a collision on the target.                *
           DELETE TDLIST RECORD
               INVALID KEY
                   MOVE ITEM-ID IN WS-TDLIST
                       TO ITEM-ID IN TDLIST-TARGET-FILE
                   DELETE TDLIST-TARGET RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE "N" TO WS-XFER-OK
                   EXIT SECTION
               NOT INVALID KEY
                   ADD 1 TO WS-XFER-MOVED
                   MOVE SPACES TO WS-TDLIST-AFTER
                   MOVE WS-XFER-OLD-ID(WS-XFER-INDEX)
                       TO WS-AUDIT-ITEM-ID
                   MOVE "transfer-out" TO WS-AUDIT-PAIR-ACTION
                   MOVE WS-SAFE-LIST-NAME TO WS-AUDIT-PAIR-ON-LIST
                   MOVE WS-TARGET-LIST-NAME TO WS-AUDIT-PAIR-LIST
                   MOVE WS-XFER-NEW-ID(WS-XFER-INDEX)
                       TO WS-AUDIT-PAIR-ID
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE

           MOVE SPACES TO WS-TDLIST-BEFORE
           MOVE WS-TDLIST TO WS-TDLIST-AFTER
           MOVE WS-XFER-NEW-ID(WS-XFER-INDEX) TO WS-AUDIT-ITEM-ID
           MOVE "transfer-in" TO WS-AUDIT-PAIR-ACTION
           MOVE WS-TARGET-LIST-NAME TO WS-AUDIT-PAIR-ON-LIST
           MOVE WS-SAFE-LIST-NAME TO WS-AUDIT-PAIR-LIST
           MOVE WS-XFER-OLD-ID(WS-XFER-INDEX) TO WS-AUDIT-PAIR-ID
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-AUDIT-PAIR-ACTION

           EXIT.

      * ------------------------LOOKUP-TRANSFER------------------------*
      * The new id of a moved item, from WS-PRED-ID's old id; zero    *
      * when that id did not move. Only the entries MOVE-TRANSFER-    *
      * ITEMS actually got across count.                              *
       LOOKUP-TRANSFER-ID SECTION.

           MOVE 0 TO WS-XFER-NEW-PRED

           PERFORM VARYING WS-XFER-INDEX FROM 1 BY 1
               UNTIL WS-XFER-INDEX > WS-XFER-MOVED
               OR WS-XFER-NEW-PRED > 0
               IF WS-XFER-OLD-ID(WS-XFER-INDEX) = WS-PRED-ID THEN
                   MOVE WS-XFER-NEW-ID(WS-XFER-INDEX)
                       TO WS-XFER-NEW-PRED
               END-IF
           END-PERFORM

           EXIT.

      * ------------------------CARRY-NOTES----------------------------*
      * Notes of the moved items are appended to the target's notes   *
      * file under their new ids, timestamps untouched; everything    *
      * else goes through the work file and back into this list's     *
      * notes file, the same copy-back shape as the deps purge.       *
       CARRY-TRANSFER-NOTES SECTION.

           MOVE 0 TO WS-XFER-NOTES

           OPEN INPUT TDLIST-NOTES
           IF WS-NOTES-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN EXTEND TDLIST-TARGET-NOTES
           IF WS-TARGET-NOTES-STATUS = 35 THEN
               OPEN OUTPUT TDLIST-TARGET-NOTES
           END-IF
           OPEN OUTPUT TDLIST-NOTES-WORK
           MOVE "N" TO WS-NOTES-EOF

           PERFORM UNTIL WS-NOTES-EOF = "Y"
               READ TDLIST-NOTES
                   AT END MOVE "Y" TO WS-NOTES-EOF
                   NOT AT END
                       MOVE NOTE-ITEM-ID IN TDLIST-NOTES-FILE
                           TO WS-PRED-ID
                       PERFORM LOOKUP-TRANSFER-ID
                       IF WS-XFER-NEW-PRED > 0 THEN
                           MOVE TDLIST-NOTES-FILE
                               TO TDLIST-TARGET-NOTES-FILE
                           MOVE WS-XFER-NEW-PRED TO NOTE-ITEM-ID
                               IN TDLIST-TARGET-NOTES-FILE
                           WRITE TDLIST-TARGET-NOTES-FILE
                           ADD 1 TO WS-XFER-NOTES
                       ELSE
                           WRITE TDLIST-NOTES-WORK-FILE
                               FROM TDLIST-NOTES-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TDLIST-NOTES
           CLOSE TDLIST-TARGET-NOTES
           CLOSE TDLIST-NOTES-WORK

           IF WS-XFER-NOTES > 0 THEN
               OPEN INPUT TDLIST-NOTES-WORK
               IF WS-NOTES-WORK-STATUS = 0 THEN
                   OPEN OUTPUT TDLIST-NOTES
                   MOVE "N" TO WS-NOTES-EOF
                   PERFORM UNTIL WS-NOTES-EOF = "Y"
                       READ TDLIST-NOTES-WORK
                           AT END MOVE "Y" TO WS-NOTES-EOF
                           NOT AT END
                               WRITE TDLIST-NOTES-FILE
                                   FROM TDLIST-NOTES-WORK-FILE
                       END-READ
                   END-PERFORM
                   CLOSE TDLIST-NOTES
                   CLOSE TDLIST-NOTES-WORK
               END-IF
           END-IF

           EXIT.

      * ------------------------CARRY-TIME-----------------------------*
      * The moved items' time entries, the same way as their notes:   *
      * appended to the target's time file under the new ids, person, *
      * date and hours untouched, the rest copied back in place.      *
       CARRY-TRANSFER-TIME SECTION.

           MOVE 0 TO WS-XFER-TIME

           OPEN INPUT TDLIST-TIME
           IF WS-TIME-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN EXTEND TDLIST-TARGET-TIME
           IF WS-TARGET-TIME-STATUS = 35 THEN
               OPEN OUTPUT TDLIST-TARGET-TIME
           END-IF
           OPEN OUTPUT TDLIST-TIME-WORK
           MOVE "N" TO WS-TIME-EOF

           PERFORM UNTIL WS-TIME-EOF = "Y"
               READ TDLIST-TIME
                   AT END MOVE "Y" TO WS-TIME-EOF
                   NOT AT END
                       MOVE TIME-ITEM-ID IN TDLIST-TIME-FILE
                           TO WS-PRED-ID
                       PERFORM LOOKUP-TRANSFER-ID
                       IF WS-XFER-NEW-PRED > 0 THEN
                           MOVE TDLIST-TIME-FILE
                               TO TDLIST-TARGET-TIME-FILE
                           MOVE WS-XFER-NEW-PRED TO TIME-ITEM-ID
                               IN TDLIST-TARGET-TIME-FILE
                           WRITE TDLIST-TARGET-TIME-FILE
                           ADD 1 TO WS-XFER-TIME
                       ELSE
                           WRITE TDLIST-TIME-WORK-FILE
                               FROM TDLIST-TIME-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TDLIST-TIME
           CLOSE TDLIST-TARGET-TIME
           CLOSE TDLIST-TIME-WORK

           IF WS-XFER-TIME > 0 THEN
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
           END-IF

           EXIT.

      * ------------------------CARRY-DEPS-----------------------------*
      * A dependency between two moved items moves with them,         *
      * renumbered on both sides. One that ties a moved item to an    *
      * item staying behind cannot hold across two lists - a deps     *
      * record only ever names ids of its own list - so it is dropped *
      * and counted for the response. The rest stay where they are.   *
       CARRY-TRANSFER-DEPENDENCIES SECTION.

           MOVE 0 TO WS-XFER-DEPS-CARRIED
           MOVE 0 TO WS-XFER-DEPS-DROPPED

           OPEN INPUT TDLIST-DEPS
           IF WS-DEPS-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF

           OPEN EXTEND TDLIST-TARGET-DEPS
           IF WS-TARGET-DEPS-STATUS = 35 THEN
               OPEN OUTPUT TDLIST-TARGET-DEPS
           END-IF
           OPEN OUTPUT TDLIST-DEPS-WORK
           MOVE "N" TO WS-DEPS-EOF

           PERFORM UNTIL WS-DEPS-EOF = "Y"
               READ TDLIST-DEPS
                   AT END MOVE "Y" TO WS-DEPS-EOF
                   NOT AT END PERFORM SORT-OUT-ONE-DEPENDENCY
               END-READ
           END-PERFORM

           CLOSE TDLIST-DEPS
           CLOSE TDLIST-TARGET-DEPS
           CLOSE TDLIST-DEPS-WORK

           IF WS-XFER-DEPS-CARRIED > 0 OR
               WS-XFER-DEPS-DROPPED > 0 THEN
               PERFORM COPY-DEPS-WORK-BACK
           END-IF

           EXIT.

      * ------------------------SORT-OUT-DEP---------------------------*
       SORT-OUT-ONE-DEPENDENCY SECTION.

           MOVE DEP-ITEM-ID IN TDLIST-DEPS-FILE TO WS-PRED-ID
           PERFORM LOOKUP-TRANSFER-ID
           MOVE WS-XFER-NEW-PRED TO WS-XFER-NEW-ITEM

           MOVE DEP-PREDECESSOR-ID IN TDLIST-DEPS-FILE TO WS-PRED-ID
           PERFORM LOOKUP-TRANSFER-ID

           EVALUATE TRUE
               WHEN WS-XFER-NEW-ITEM > 0 AND WS-XFER-NEW-PRED > 0
                   MOVE WS-XFER-NEW-ITEM
                       TO DEP-ITEM-ID IN TDLIST-TARGET-DEPS-FILE
                   MOVE WS-XFER-NEW-PRED
                       TO DEP-PREDECESSOR-ID IN TDLIST-TARGET-DEPS-FILE
                   WRITE TDLIST-TARGET-DEPS-FILE
                   ADD 1 TO WS-XFER-DEPS-CARRIED
               WHEN WS-XFER-NEW-ITEM > 0 OR WS-XFER-NEW-PRED > 0
                   ADD 1 TO WS-XFER-DEPS-DROPPED
               WHEN OTHER
                   WRITE TDLIST-DEPS-WORK-FILE FROM TDLIST-DEPS-FILE
           END-EVALUATE

           EXIT.

      *v3 == der dritte Parameter
      *ITEM-TO-DELETE == die ID

           MOVE ITEM-ASSIGNEE IN WS-TDLIST TO SW-ITEM-ASSIGNEE
           MOVE ITEM-LAST-CHANGED IN WS-TDLIST TO SW-ITEM-LAST-CHANGED
           MOVE ITEM-PARENT-ID IN WS-TDLIST TO SW-ITEM-PARENT-ID
           MOVE ITEM-ESTIMATE-HOURS IN WS-TDLIST
               TO SW-ITEM-ESTIMATE-HOURS
           RELEASE SORT-WORK-RECORD
           ADD 1 TO WS-TOTAL-COUNT

           MOVE SW-ITEM-LAST-CHANGED
               TO ITEM-LAST-CHANGED IN WS-EMIT-ITEM
           MOVE SW-ITEM-PARENT-ID TO ITEM-PARENT-ID IN WS-EMIT-ITEM
           MOVE SW-ITEM-ESTIMATE-HOURS
               TO ITEM-ESTIMATE-HOURS IN WS-EMIT-ITEM

           IF SORTING-FOR-SHOW THEN
               PERFORM EMIT-JSON-ITEM-WITH-CHILDREN
      * The scalar fields of the record in WS-EMIT-ITEM, from the      *
      * opening brace up to but not including the closing one, so the *
      * callers above can append a children array or just close the   *
      * object. priority/dueDate/parentId/estimate are plain fixed-   *
      * format codes, not free text, so they need no escaping.        *
       EMIT-JSON-FIELDS SECTION.

           PERFORM ESCAPE-JSON-CONTENT
           DISPLAY '", "parentId" : ' WITH NO ADVANCING
           DISPLAY ITEM-PARENT-ID IN WS-EMIT-ITEM
               WITH NO ADVANCING
           IF ITEM-ESTIMATE-HOURS IN WS-EMIT-ITEM IS NUMERIC THEN
               MOVE ITEM-ESTIMATE-HOURS IN WS-EMIT-ITEM
                   TO WS-HOURS-DISPLAY
           ELSE
               MOVE 0 TO WS-HOURS-DISPLAY
           END-IF
           DISPLAY ', "estimate" : ' WITH NO ADVANCING
           DISPLAY FUNCTION TRIM(WS-HOURS-DISPLAY) WITH NO ADVANCING
           PERFORM CHECK-EMIT-ITEM-BLOCKED
           DISPLAY ', "blocked" : ' WITH NO ADVANCING
           IF WS-EMIT-BLOCKED = "Y" THEN
