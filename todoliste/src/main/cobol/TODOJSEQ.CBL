       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOJSEQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCE-STATE ASSIGN TO "todolist-journal-seq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT TDLIST-JOURNAL ASSIGN TO "todolist-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-SEGMENT ASSIGN TO WS-SEGMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT ARCHIVE-CATALOG
               ASSIGN TO "todolist-archive-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEQUENCE-STATE.
       01 SEQUENCE-STATE-FILE.
           COPY tdjseqrec.

       FD TDLIST-JOURNAL.
       01 TDLIST-JOURNAL-FILE.
           COPY auditrec.

       FD JOURNAL-SEGMENT.
       01 JOURNAL-SEGMENT-FILE.
           COPY auditrec.

       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-FILE.
           COPY archcat.

       WORKING-STORAGE SECTION.
       01 WS-STATE-STATUS PIC 99.
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-SEGMENT-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-CATALOG-EOF PIC A(1).
       01 WS-SEGMENT-EOF PIC A(1).
       01 WS-SEGMENT-FILE-NAME PIC X(64).
       01 WS-LAST-SEQUENCE PIC 9(9).
       01 WS-LAST-CHECK-VALUE PIC 9(9).
       01 WS-CHAIN-END-KNOWN PIC X.
       01 WS-SEEN-FIELDS.
           05 WS-SEEN-COUNT PIC 999.
           05 WS-SEEN-MAX PIC 999 VALUE 200.
           05 WS-SEEN-INDEX PIC 999.
           05 WS-FILE-ALREADY-SEEN PIC X.
           05 WS-SEEN-FILE-NAME PIC X(64) OCCURS 200.
       01 WS-CHECK-LENGTH PIC 9(4).
       01 WS-CHECK-INDEX PIC 9(4).
       01 WS-CHECK-WORK PIC 9(12).
      * The check value is kept below this prime, so it always fits   *
      * the nine digits the journal record gives it.                  *
       01 WS-CHECK-MODULUS PIC 9(9) VALUE 999999937.

       LINKAGE SECTION.
       COPY tdjseqctl.
       01 JS-JOURNAL-RECORD.
           COPY auditrec.

      * -------------------------------------------------------------- *
      * The journal chain keeper (see tdjseqctl/tdjseqrec): every     *
      * journal writer builds its record in working storage and hands *
      * it over before it opens the journal to write it - never with  *
      * the journal already open, since the bootstrap below may have  *
      * to read it - and this stamps the next sequence number and the *
      * check value chained to the record stamped before it. Kept as  *
      * one CALLed subprogram the way TODORUNCTL is, so eight writers *
      * and the TODOCHAIN verifier share one sequence and one reading *
      * of how a check value is computed.                             *
      *                                                               *
      * The check value starts from the previous record's check value *
      * and folds in every byte of this record ahead of its own check *
      * field - timestamp, action, ids, both images, user, pair,      *
      * parent and estimate fields and the sequence number - as       *
      * value * 31 + byte ordinal, modulo WS-CHECK-MODULUS. Change    *
      * one byte of one record and that record stops matching; take   *
      * one record out and the sequence shows the gap.                *
      *                                                               *
      * The chain's end is kept in todolist-journal-seq.txt rather    *
      * than read off the live journal's last record, so it carries   *
      * straight on over a TODOJRNL rollover that leaves the live     *
      * journal empty. Without that file (first run, or lost) the     *
      * end is found again by walking the cataloged segments and the  *
      * live journal, the order TODOAUDIT reads them. A file in that  *
      * walk that is there but will not open leaves the end unknown,  *
      * and then no number is guessed: the record goes out with zero  *
      * sequence and check value, which TODOCHAIN reports, and the    *
      * state file is left as it was so the next writer tries again.  *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION USING JOURNAL-SEQUENCE-REQUEST
           JS-JOURNAL-RECORD.

           EVALUATE TRUE
               WHEN JS-FUNCTION-STAMP
                   PERFORM STAMP-JOURNAL-RECORD
               WHEN JS-FUNCTION-CHECK
                   PERFORM COMPUTE-CHECK-VALUE
           END-EVALUATE

           GOBACK.

      * ------------------------STAMP----------------------------------*
       STAMP-JOURNAL-RECORD SECTION.

           PERFORM READ-CHAIN-END
           IF WS-CHAIN-END-KNOWN = "N" THEN
               MOVE "N" TO JS-STAMP-RESULT
               MOVE 0 TO JS-SEQUENCE-NUMBER
               MOVE 0 TO JS-CHECK-VALUE
               MOVE 0 TO AUDIT-SEQUENCE-NUMBER IN JS-JOURNAL-RECORD
               MOVE 0 TO AUDIT-CHECK-VALUE IN JS-JOURNAL-RECORD
               EXIT SECTION
           END-IF

           MOVE "Y" TO JS-STAMP-RESULT
           COMPUTE JS-SEQUENCE-NUMBER = WS-LAST-SEQUENCE + 1
           MOVE JS-SEQUENCE-NUMBER
               TO AUDIT-SEQUENCE-NUMBER IN JS-JOURNAL-RECORD
           MOVE WS-LAST-CHECK-VALUE TO JS-PREVIOUS-CHECK
           PERFORM COMPUTE-CHECK-VALUE
           MOVE JS-CHECK-VALUE TO AUDIT-CHECK-VALUE IN JS-JOURNAL-RECORD

           OPEN OUTPUT SEQUENCE-STATE
           MOVE JS-SEQUENCE-NUMBER TO JSQ-LAST-SEQUENCE
           MOVE JS-CHECK-VALUE TO JSQ-LAST-CHECK-VALUE
           MOVE AUDIT-TIMESTAMP IN JS-JOURNAL-RECORD
               TO JSQ-LAST-TIMESTAMP
           WRITE SEQUENCE-STATE-FILE
           CLOSE SEQUENCE-STATE

           EXIT.

      * ------------------------CHAIN-END------------------------------*
      * A state record that is there but unreadable is treated like a *
      * missing one - the journal itself is the better witness.       *
       READ-CHAIN-END SECTION.

           MOVE 0 TO WS-LAST-SEQUENCE
           MOVE 0 TO WS-LAST-CHECK-VALUE
           MOVE "Y" TO WS-CHAIN-END-KNOWN

           OPEN INPUT SEQUENCE-STATE
           IF WS-STATE-STATUS = 0 THEN
               READ SEQUENCE-STATE
                   AT END MOVE 35 TO WS-STATE-STATUS
               END-READ
               CLOSE SEQUENCE-STATE
           END-IF

           IF WS-STATE-STATUS = 0 AND
               JSQ-LAST-SEQUENCE IS NUMERIC AND
               JSQ-LAST-CHECK-VALUE IS NUMERIC THEN
               MOVE JSQ-LAST-SEQUENCE TO WS-LAST-SEQUENCE
               MOVE JSQ-LAST-CHECK-VALUE TO WS-LAST-CHECK-VALUE
           ELSE
               PERFORM FIND-CHAIN-END-IN-JOURNAL
           END-IF

           EXIT.

      * ------------------------FIND-END-------------------------------*
      * Segments in catalog order, then the live journal; the last    *
      * record carrying a sequence number is the chain's end. Records *
      * from before the chain existed carry none and are passed over. *
      * A file that is not there (status 35) has nothing to add; any  *
      * other failed open - the journal held open by a writer, a      *
      * segment unreadable - means the end cannot be trusted.         *
       FIND-CHAIN-END-IN-JOURNAL SECTION.

           MOVE 0 TO WS-SEEN-COUNT

           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS NOT = 0 AND
               WS-CATALOG-STATUS NOT = 35 THEN
               MOVE "N" TO WS-CHAIN-END-KNOWN
               EXIT SECTION
           END-IF
           IF WS-CATALOG-STATUS = 0 THEN
               MOVE "N" TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ ARCHIVE-CATALOG
                       AT END MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-IS-JOURNAL-SEGMENT THEN
                               PERFORM CHECK-FILE-ALREADY-SEEN
                               IF WS-FILE-ALREADY-SEEN = "N" AND
                                   WS-CHAIN-END-KNOWN = "Y" THEN
                                   MOVE CAT-FILE-NAME
                                       TO WS-SEGMENT-FILE-NAME
                                   PERFORM FIND-END-IN-SEGMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF
           IF WS-CHAIN-END-KNOWN = "N" THEN
               EXIT SECTION
           END-IF

           OPEN INPUT TDLIST-JOURNAL
           IF WS-JOURNAL-STATUS NOT = 0 AND
               WS-JOURNAL-STATUS NOT = 35 THEN
               MOVE "N" TO WS-CHAIN-END-KNOWN
               EXIT SECTION
           END-IF
           IF WS-JOURNAL-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TDLIST-JOURNAL
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AUDIT-SEQUENCE-NUMBER IN
                               TDLIST-JOURNAL-FILE IS NUMERIC AND
                               AUDIT-SEQUENCE-NUMBER IN
                               TDLIST-JOURNAL-FILE > 0 AND
                               AUDIT-CHECK-VALUE IN
                               TDLIST-JOURNAL-FILE IS NUMERIC THEN
                               MOVE AUDIT-SEQUENCE-NUMBER IN
                                   TDLIST-JOURNAL-FILE
                                   TO WS-LAST-SEQUENCE
                               MOVE AUDIT-CHECK-VALUE IN
                                   TDLIST-JOURNAL-FILE
                                   TO WS-LAST-CHECK-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDLIST-JOURNAL
           END-IF

           EXIT.

      * ------------------------FIND-END-SEGMENT-----------------------*
       FIND-END-IN-SEGMENT SECTION.

           OPEN INPUT JOURNAL-SEGMENT
           IF WS-SEGMENT-STATUS NOT = 0 AND
               WS-SEGMENT-STATUS NOT = 35 THEN
               MOVE "N" TO WS-CHAIN-END-KNOWN
               EXIT SECTION
           END-IF
           IF WS-SEGMENT-STATUS = 0 THEN
               MOVE "N" TO WS-SEGMENT-EOF
               PERFORM UNTIL WS-SEGMENT-EOF = "Y"
                   READ JOURNAL-SEGMENT
                       AT END MOVE "Y" TO WS-SEGMENT-EOF
                       NOT AT END
                           IF AUDIT-SEQUENCE-NUMBER IN
                               JOURNAL-SEGMENT-FILE IS NUMERIC AND
                               AUDIT-SEQUENCE-NUMBER IN
                               JOURNAL-SEGMENT-FILE > 0 AND
                               AUDIT-CHECK-VALUE IN
                               JOURNAL-SEGMENT-FILE IS NUMERIC THEN
                               MOVE AUDIT-SEQUENCE-NUMBER IN
                                   JOURNAL-SEGMENT-FILE
                                   TO WS-LAST-SEQUENCE
                               MOVE AUDIT-CHECK-VALUE IN
                                   JOURNAL-SEGMENT-FILE
                                   TO WS-LAST-CHECK-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-SEGMENT
           END-IF

           EXIT.

      * ------------------------CHECK-VALUE----------------------------*
      * Everything ahead of the check field, the check field being    *
      * the last one in the record (see auditrec).                    *
       COMPUTE-CHECK-VALUE SECTION.

           COMPUTE WS-CHECK-LENGTH =
               FUNCTION LENGTH(JS-JOURNAL-RECORD) -
               FUNCTION LENGTH(AUDIT-CHECK-VALUE IN JS-JOURNAL-RECORD)

           MOVE JS-PREVIOUS-CHECK TO WS-CHECK-WORK

           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
               UNTIL WS-CHECK-INDEX > WS-CHECK-LENGTH
               COMPUTE WS-CHECK-WORK = FUNCTION MOD(
                   WS-CHECK-WORK * 31 +
                   FUNCTION ORD(JS-JOURNAL-RECORD(WS-CHECK-INDEX:1)),
                   WS-CHECK-MODULUS)
           END-PERFORM

           MOVE WS-CHECK-WORK TO JS-CHECK-VALUE

           EXIT.

      * ------------------------SEEN-FILES-----------------------------*
      * The same de-duplication pass TODOARCHV makes over the         *
      * catalog: a file name already handled is not read twice.       *
       CHECK-FILE-ALREADY-SEEN SECTION.

           MOVE "N" TO WS-FILE-ALREADY-SEEN

           PERFORM VARYING WS-SEEN-INDEX FROM 1 BY 1
               UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
               OR WS-FILE-ALREADY-SEEN = "Y"
               IF WS-SEEN-FILE-NAME(WS-SEEN-INDEX) = CAT-FILE-NAME THEN
                   MOVE "Y" TO WS-FILE-ALREADY-SEEN
               END-IF
           END-PERFORM

           IF WS-FILE-ALREADY-SEEN = "N" AND
               WS-SEEN-COUNT < WS-SEEN-MAX THEN
               ADD 1 TO WS-SEEN-COUNT
               MOVE CAT-FILE-NAME TO WS-SEEN-FILE-NAME(WS-SEEN-COUNT)
           END-IF

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOJSEQ.
