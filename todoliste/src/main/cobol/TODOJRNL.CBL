       01 WS-ARCHIVED-COUNT PIC 9(7).
       01 WS-KEPT-COUNT PIC 9(7).
       01 WS-SEGMENT-IS-OPEN PIC X.
       01 WS-KEEPING-STARTED PIC X.
      * The chain sequence numbers (see auditrec) either side of the  *
      * cut, for the run report - zero where the records carry none.  *
       01 WS-FIRST-ARCHIVED-SEQ PIC 9(9).
       01 WS-LAST-ARCHIVED-SEQ PIC 9(9).
       01 WS-FIRST-KEPT-SEQ PIC 9(9).
       COPY tdrunctl.

      * -------------------------------------------------------------- *
      * the work file, and the next run picks up the remainder.       *
      * Meant to run monthly; running it twice in one period finds    *
      * nothing left to move and touches nothing.                     *
      * Records move byte for byte and in order, so the journal chain *
      * (see TODOJSEQ) runs on unbroken from the last record of the   *
      * segment to the first one left live; the chain's end is kept   *
      * outside the journal, so an empty live journal does not        *
      * restart it.                                                   *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.
      * the identical segment from the unchanged live journal         *
      * instead of appending a second copy, and a run with nothing    *
      * to move never truncates a segment an earlier run of the same  *
      * day already wrote. The cut is made once: from the first       *
      * current-period record on, everything stays live, even a       *
      * record stamped earlier that was appended after it - moving    *
      * that one alone would tear it out of the chain's order and     *
      * leave TODOCHAIN a gap in the segment and a record out of      *
      * place in the live journal.                                    *
       SPLIT-JOURNAL-BY-PERIOD SECTION.

           MOVE "N" TO WS-SEGMENT-IS-OPEN
           MOVE "N" TO WS-KEEPING-STARTED
           MOVE 0 TO WS-FIRST-ARCHIVED-SEQ
           MOVE 0 TO WS-LAST-ARCHIVED-SEQ
           MOVE 0 TO WS-FIRST-KEPT-SEQ

           OPEN INPUT TDLIST-JOURNAL
           IF WS-JOURNAL-STATUS = 0 THEN
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AUDIT-TIMESTAMP IN TDLIST-JOURNAL-FILE
                               (1:8) NOT < WS-PERIOD-START THEN
                               MOVE "Y" TO WS-KEEPING-STARTED
                           END-IF
                           IF WS-KEEPING-STARTED = "N" THEN
                               IF WS-SEGMENT-IS-OPEN = "N" THEN
                                   OPEN OUTPUT JOURNAL-SEGMENT
                                   MOVE "Y" TO WS-SEGMENT-IS-OPEN
                               WRITE JOURNAL-SEGMENT-FILE
                                   FROM TDLIST-JOURNAL-FILE
                               ADD 1 TO WS-ARCHIVED-COUNT
                               PERFORM NOTE-ARCHIVED-SEQUENCE
                           ELSE
                               WRITE JOURNAL-WORK-FILE
                                   FROM TDLIST-JOURNAL-FILE
                               ADD 1 TO WS-KEPT-COUNT
                               PERFORM NOTE-KEPT-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

      * ------------------------NOTE-SEQUENCE--------------------------*
      * Records from before the chain existed carry no sequence       *
      * number and are not noted.                                     *
       NOTE-ARCHIVED-SEQUENCE SECTION.

           IF AUDIT-SEQUENCE-NUMBER IN TDLIST-JOURNAL-FILE IS NUMERIC
               AND AUDIT-SEQUENCE-NUMBER IN TDLIST-JOURNAL-FILE > 0 THEN
               IF WS-FIRST-ARCHIVED-SEQ = 0 THEN
                   MOVE AUDIT-SEQUENCE-NUMBER IN TDLIST-JOURNAL-FILE
                       TO WS-FIRST-ARCHIVED-SEQ
               END-IF
               MOVE AUDIT-SEQUENCE-NUMBER IN TDLIST-JOURNAL-FILE
                   TO WS-LAST-ARCHIVED-SEQ
           END-IF

           EXIT.

      * ------------------------NOTE-KEPT------------------------------*
       NOTE-KEPT-SEQUENCE SECTION.

           IF WS-FIRST-KEPT-SEQ = 0 AND
               AUDIT-SEQUENCE-NUMBER IN TDLIST-JOURNAL-FILE IS NUMERIC
               AND AUDIT-SEQUENCE-NUMBER IN TDLIST-JOURNAL-FILE > 0 THEN
               MOVE AUDIT-SEQUENCE-NUMBER IN TDLIST-JOURNAL-FILE
                   TO WS-FIRST-KEPT-SEQ
           END-IF

           EXIT.

      * ------------------------CATALOG--------------------------------*
      * Same shape as TODOLISTE's WRITE-ARCHIVE-CATALOG-ENTRY, with   *
      * the "*JOURNAL*" marker in the list-name slot so list-oriented *
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               STRING "SEGMENT SEQUENCE: " DELIMITED BY SIZE
                   WS-FIRST-ARCHIVED-SEQ DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-LAST-ARCHIVED-SEQ DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "NOTHING BEFORE THE CURRENT PERIOD - NO SEGMENT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-KEPT-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "LIVE STARTS AT..: " DELIMITED BY SIZE
                   WS-FIRST-KEPT-SEQ DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE

           EXIT.
