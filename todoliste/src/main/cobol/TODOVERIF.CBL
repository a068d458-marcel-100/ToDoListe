           05 WS-LIVE-ENTRY OCCURS 99999.
               10 WS-LV-PRESENT PIC X.
               10 WS-LV-PARENT PIC 9(5).
      * Transfers between lists, collected on the first list's replay *
      * (every pass reads the whole journal, so one pass sees them   *
      * all): each "transfer-out" waits here for the "transfer-in"    *
      * that names it back, and whatever is left unmatched at the end *
      * is a move that lost one of its halves. A list rename moves    *
      * every item as a "rename-out"/"rename-in" pair of the same     *
      * shape and is checked the same way. A pair once matched frees  *
      * its slot for later records; when even then there is no room   *
      * the pairing cannot be trusted and is reported as a finding.   *
       01 WS-PAIRING-PASS PIC X.
       01 WS-PAIR-FOUND PIC X.
       01 WS-PAIR-WANTED-ACTION PIC X(15).
       01 WS-TRANSFER-FIELDS.
           05 WS-TP-COUNT PIC 9(4).
           05 WS-TP-MAX PIC 9(4) VALUE 2000.
           05 WS-TP-INDEX PIC 9(4).
           05 WS-TP-SLOT PIC 9(4).
           05 WS-TP-OVERFLOW PIC X.
           05 WS-TP-ENTRY OCCURS 2000.
               10 WS-TP-ACTION PIC X(15).
               10 WS-TP-LIST PIC X(20).
               10 WS-TP-ID PIC 9(5).
               10 WS-TP-PAIR-LIST PIC X(20).
               10 WS-TP-PAIR-ID PIC 9(5).
               10 WS-TP-MATCHED PIC X.
       01 WS-PAIR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PL-ACTION PIC X(13).
           05 WS-PL-LIST PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-ID PIC 9(5).
           05 FILLER PIC X(4) VALUE " -> ".
           05 WS-PL-PAIR-LIST PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-PL-PAIR-ID PIC 9(5).

      * -------------------------------------------------------------- *
      * Batch integrity verifier: proves - or disproves - that the    *
      *   - flags notes in the companion notes file whose item is     *
      *     gone from the list.                                       *
      * Then flags registry entries in todolist-names.txt with no     *
      * file behind them, and transfers and list renames whose        *
      * departure ("transfer-out", "rename-out") and arrival          *
      * ("transfer-in", "rename-in") halves do not pair up. Either    *
      * reads as a delete on the list the item left and an add on     *
      * the list it joined, so the per-list replay needs nothing      *
      * special for it. An item with no journal history at    *
      * all is reported too - a record nobody journaled writing is    *
      * exactly the kind of drift this job exists to surface.         *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           PERFORM LOAD-LIST-REGISTRY

           MOVE 0 TO WS-TP-COUNT
           MOVE "N" TO WS-TP-OVERFLOW
           MOVE "Y" TO WS-PAIRING-PASS
           MOVE SPACES TO WS-CURRENT-LIST
           PERFORM VERIFY-CURRENT-LIST
           MOVE "N" TO WS-PAIRING-PASS

           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT

           PERFORM CHECK-REGISTRY-FILES

           PERFORM CHECK-TRANSFER-PAIRS

           PERFORM PRINT-VERDICT

           CLOSE REPORT-FILE
      * is completely blank is a delete.                              *
       APPLY-JOURNAL-RECORD SECTION.

           IF WS-PAIRING-PASS = "Y" AND
               (AUDIT-ACTION IN WS-JOURNAL-REC = "transfer-out" OR
               AUDIT-ACTION IN WS-JOURNAL-REC = "transfer-in" OR
               AUDIT-ACTION IN WS-JOURNAL-REC = "rename-out" OR
               AUDIT-ACTION IN WS-JOURNAL-REC = "rename-in") THEN
               PERFORM NOTE-TRANSFER-RECORD
           END-IF

           IF AUDIT-LIST-NAME IN WS-JOURNAL-REC NOT = WS-CURRENT-LIST
               OR AUDIT-ITEM-ID IN WS-JOURNAL-REC = 0 THEN
               EXIT SECTION

           EXIT.

      * ------------------------NOTE-TRANSFER--------------------------*
      * A "transfer-out" is written before its "transfer-in", so an   *
      * in looks back for the unmatched out that names it and ticks   *
      * both off; anything that finds no partner is kept unmatched.  *
      * A "rename-in" looks for its "rename-out" the same way.        *
       NOTE-TRANSFER-RECORD SECTION.

           MOVE "N" TO WS-PAIR-FOUND
           MOVE SPACES TO WS-PAIR-WANTED-ACTION

           IF AUDIT-ACTION IN WS-JOURNAL-REC = "transfer-in" THEN
               MOVE "transfer-out" TO WS-PAIR-WANTED-ACTION
           END-IF
           IF AUDIT-ACTION IN WS-JOURNAL-REC = "rename-in" THEN
               MOVE "rename-out" TO WS-PAIR-WANTED-ACTION
           END-IF

           IF WS-PAIR-WANTED-ACTION NOT = SPACES THEN
               PERFORM VARYING WS-TP-INDEX FROM 1 BY 1
                   UNTIL WS-TP-INDEX > WS-TP-COUNT
                   OR WS-PAIR-FOUND = "Y"
                   IF WS-TP-ACTION(WS-TP-INDEX) =
                       WS-PAIR-WANTED-ACTION AND
                       WS-TP-MATCHED(WS-TP-INDEX) = "N" AND
                       WS-TP-LIST(WS-TP-INDEX) =
                           AUDIT-PAIR-LIST-NAME IN WS-JOURNAL-REC AND
                       WS-TP-ID(WS-TP-INDEX) =
                           AUDIT-PAIR-ITEM-ID IN WS-JOURNAL-REC AND
                       WS-TP-PAIR-LIST(WS-TP-INDEX) =
                           AUDIT-LIST-NAME IN WS-JOURNAL-REC AND
                       WS-TP-PAIR-ID(WS-TP-INDEX) =
                           AUDIT-ITEM-ID IN WS-JOURNAL-REC THEN
                       MOVE "Y" TO WS-TP-MATCHED(WS-TP-INDEX)
                       MOVE "Y" TO WS-PAIR-FOUND
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PAIR-FOUND = "Y" THEN
               EXIT SECTION
           END-IF

      * A slot a matched pair has finished with first, then a new one *
           MOVE 0 TO WS-TP-SLOT
           PERFORM VARYING WS-TP-INDEX FROM 1 BY 1
               UNTIL WS-TP-INDEX > WS-TP-COUNT
               OR WS-TP-SLOT > 0
               IF WS-TP-MATCHED(WS-TP-INDEX) = "Y" THEN
                   MOVE WS-TP-INDEX TO WS-TP-SLOT
               END-IF
           END-PERFORM

           IF WS-TP-SLOT = 0 THEN
               IF WS-TP-COUNT >= WS-TP-MAX THEN
                   MOVE "Y" TO WS-TP-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TP-COUNT
               MOVE WS-TP-COUNT TO WS-TP-SLOT
           END-IF

           MOVE AUDIT-ACTION IN WS-JOURNAL-REC
               TO WS-TP-ACTION(WS-TP-SLOT)
           MOVE AUDIT-LIST-NAME IN WS-JOURNAL-REC
               TO WS-TP-LIST(WS-TP-SLOT)
           MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC
               TO WS-TP-ID(WS-TP-SLOT)
           MOVE AUDIT-PAIR-LIST-NAME IN WS-JOURNAL-REC
               TO WS-TP-PAIR-LIST(WS-TP-SLOT)
           MOVE AUDIT-PAIR-ITEM-ID IN WS-JOURNAL-REC
               TO WS-TP-PAIR-ID(WS-TP-SLOT)
           MOVE "N" TO WS-TP-MATCHED(WS-TP-SLOT)

           EXIT.

      * ------------------------TAKE-STOCK-----------------------------*
      * First pass over the live file: which ids exist, and what      *
      * parent each one points at. The structural checks afterwards   *

           EXIT.

      * ------------------------TRANSFER-PAIRS-------------------------*
      * Every transfer or rename half still unmatched after the whole *
      * journal has been read: the item left one list with no        *
      * arrival on record, or arrived with no departure.              *
       CHECK-TRANSFER-PAIRS SECTION.

           MOVE "TRANSFER CHECK" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-TP-OVERFLOW = "Y" THEN
               MOVE "  TRANSFER TABLE FULL - PAIRING NOT CHECKED"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF

           PERFORM VARYING WS-TP-INDEX FROM 1 BY 1
               UNTIL WS-TP-INDEX > WS-TP-COUNT
               IF WS-TP-MATCHED(WS-TP-INDEX) = "N" THEN
                   MOVE SPACES TO REPORT-LINE
                   IF WS-TP-ACTION(WS-TP-INDEX) = "transfer-out" OR
                       WS-TP-ACTION(WS-TP-INDEX) = "rename-out" THEN
                       MOVE "  DEPARTURE HAS NO ARRIVAL"
                           TO REPORT-LINE
                   ELSE
                       MOVE "  ARRIVAL HAS NO DEPARTURE"
                           TO REPORT-LINE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-TP-ACTION(WS-TP-INDEX) TO WS-PL-ACTION
                   IF WS-TP-LIST(WS-TP-INDEX) = SPACES THEN
                       MOVE "(SHARED)" TO WS-PL-LIST
                   ELSE
                       MOVE WS-TP-LIST(WS-TP-INDEX) TO WS-PL-LIST
                   END-IF
                   MOVE WS-TP-ID(WS-TP-INDEX) TO WS-PL-ID
                   IF WS-TP-PAIR-LIST(WS-TP-INDEX) = SPACES THEN
                       MOVE "(SHARED)" TO WS-PL-PAIR-LIST
                   ELSE
                       MOVE WS-TP-PAIR-LIST(WS-TP-INDEX)
                           TO WS-PL-PAIR-LIST
                   END-IF
                   MOVE WS-TP-PAIR-ID(WS-TP-INDEX) TO WS-PL-PAIR-ID
                   MOVE WS-PAIR-LINE TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-DISCREPANCY-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------DISCREPANCY----------------------------*
      * The caller leaves the text of the finding in REPORT-LINE;     *
      * this prefixes the item id, writes the line and counts it.     *
