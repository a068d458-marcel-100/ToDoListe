       01 WS-USER-LINE.
           05 WS-USER-TAG PIC X(10).
           05 WS-USER-NAME PIC X(20).
       01 WS-PAIR-LINE.
           05 WS-PAIR-TAG PIC X(10).
           05 WS-PAIR-DIRECTION PIC X(10).
           05 FILLER PIC X(5) VALUE "LIST ".
           05 WS-PAIR-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "ITEM ".
           05 WS-PAIR-ITEM-ID PIC 9(5).
      * An item transferred to another list carries on there under a  *
      * new id; the ID inquiry picks up each list/id pair a matched   *
      * "transfer-out" (or a list rename's "rename-out") names, so    *
      * the item's story continues past the move instead of stopping  *
      * at it.                                                        *
       01 WS-FOLLOW-FIELDS.
           05 WS-FOLLOW-COUNT PIC 99.
           05 WS-FOLLOW-MAX PIC 99 VALUE 50.
           05 WS-FOLLOW-INDEX PIC 99.
           05 WS-FOLLOW-ENTRY OCCURS 50.
               10 WS-FOLLOW-LIST PIC X(20).
               10 WS-FOLLOW-ID PIC 9(5).

      * -------------------------------------------------------------- *
      * Inquiry over the append-only change journal that TODOLISTE    *
      * writers sign with their program names, so "TODOESCAL" pulls   *
      * the machine's changes the same way a person's name pulls      *
      * theirs. Also answers "show me everything that happened to    *
      * item 00042" and "all changes on 2026-08-21". An item that was *
      * transferred to another list is followed there: the ID mode    *
      * keeps reporting its records under the new list and id the    *
      * paired transfer records name.                                 *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE 0 TO WS-FOLLOW-COUNT

           EVALUATE TRUE
               WHEN INQUIRE-BY-ID
                   IF AUDIT-ITEM-ID IN WS-JOURNAL-REC
                       = WS-WANTED-ID THEN
                       MOVE "Y" TO WS-RECORD-MATCHES
                   ELSE
                       PERFORM CHECK-FOLLOWED-ITEM
                   END-IF
                   IF WS-RECORD-MATCHES = "Y" AND
                       (AUDIT-ACTION IN WS-JOURNAL-REC
                           = "transfer-out" OR
                       AUDIT-ACTION IN WS-JOURNAL-REC
                           = "rename-out") THEN
                       PERFORM ADD-FOLLOWED-ITEM
                   END-IF
               WHEN INQUIRE-BY-DATE
                   IF AUDIT-TIMESTAMP IN WS-JOURNAL-REC(1:8)

           EXIT.

      * ------------------------FOLLOWED-------------------------------*
      * Does the record belong to a list/id pair a transfer has moved *
      * the wanted item to.                                           *
       CHECK-FOLLOWED-ITEM SECTION.

           PERFORM VARYING WS-FOLLOW-INDEX FROM 1 BY 1
               UNTIL WS-FOLLOW-INDEX > WS-FOLLOW-COUNT
               OR WS-RECORD-MATCHES = "Y"
               IF AUDIT-LIST-NAME IN WS-JOURNAL-REC =
                   WS-FOLLOW-LIST(WS-FOLLOW-INDEX) AND
                   AUDIT-ITEM-ID IN WS-JOURNAL-REC =
                   WS-FOLLOW-ID(WS-FOLLOW-INDEX) THEN
                   MOVE "Y" TO WS-RECORD-MATCHES
               END-IF
           END-PERFORM

           EXIT.

      * ------------------------ADD-FOLLOWED---------------------------*
       ADD-FOLLOWED-ITEM SECTION.

           IF WS-FOLLOW-COUNT < WS-FOLLOW-MAX THEN
               ADD 1 TO WS-FOLLOW-COUNT
               MOVE AUDIT-PAIR-LIST-NAME IN WS-JOURNAL-REC
                   TO WS-FOLLOW-LIST(WS-FOLLOW-COUNT)
               MOVE AUDIT-PAIR-ITEM-ID IN WS-JOURNAL-REC
                   TO WS-FOLLOW-ID(WS-FOLLOW-COUNT)
           END-IF

           EXIT.

      * ------------------------PRINT-RECORD---------------------------*
      * One block per journal record: the head line, then the before   *
      * and after images. Content is shown trimmed to the line - the  *
           MOVE WS-USER-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF AUDIT-PAIR-LIST-NAME IN WS-JOURNAL-REC NOT = SPACES OR
               AUDIT-ACTION IN WS-JOURNAL-REC = "transfer-out" OR
               AUDIT-ACTION IN WS-JOURNAL-REC = "transfer-in" THEN
               MOVE "  PAIR  : " TO WS-PAIR-TAG
               IF AUDIT-ACTION IN WS-JOURNAL-REC = "transfer-out" OR
                   AUDIT-ACTION IN WS-JOURNAL-REC = "rename-out" THEN
                   MOVE "MOVED TO" TO WS-PAIR-DIRECTION
               ELSE
                   MOVE "CAME FROM" TO WS-PAIR-DIRECTION
               END-IF
               IF AUDIT-PAIR-LIST-NAME IN WS-JOURNAL-REC = SPACES THEN
                   MOVE "(SHARED)" TO WS-PAIR-LIST
               ELSE
                   MOVE AUDIT-PAIR-LIST-NAME IN WS-JOURNAL-REC
                       TO WS-PAIR-LIST
               END-IF
               MOVE AUDIT-PAIR-ITEM-ID IN WS-JOURNAL-REC
                   TO WS-PAIR-ITEM-ID
               MOVE WS-PAIR-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "  BEFORE: " TO WS-IMAGE-TAG
           MOVE AUDIT-BEFORE-STATUS IN WS-JOURNAL-REC
               TO WS-IMAGE-STATUS
