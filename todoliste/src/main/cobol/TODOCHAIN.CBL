       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCHAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SEQUENCE-STATE ASSIGN TO "todolist-journal-seq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "todochainrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TDLIST-JOURNAL.
       01 TDLIST-JOURNAL-FILE.
           COPY auditrec.

       FD JOURNAL-SEGMENT.
       01 JOURNAL-SEGMENT-FILE.
           COPY auditrec.

       FD ARCHIVE-CATALOG.
       01 ARCHIVE-CATALOG-FILE.
           COPY archcat.

       FD SEQUENCE-STATE.
       01 SEQUENCE-STATE-FILE.
           COPY tdjseqrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-REC.
           COPY auditrec.
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-SEGMENT-STATUS PIC 99.
       01 WS-CATALOG-STATUS PIC 99.
       01 WS-STATE-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-CATALOG-EOF PIC A(1).
       01 WS-SEGMENT-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-LINE-COUNT PIC 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 50.
       01 WS-PAGE-NUMBER PIC 999.
       01 WS-HELD-LINE PIC X(132).
       01 WS-SEGMENT-FILE-NAME PIC X(64).
       01 WS-CURRENT-FILE-NAME PIC X(64).
       01 WS-SEEN-FIELDS.
           05 WS-SEEN-COUNT PIC 999.
           05 WS-SEEN-MAX PIC 999 VALUE 200.
           05 WS-SEEN-INDEX PIC 999.
           05 WS-FILE-ALREADY-SEEN PIC X.
           05 WS-SEEN-FILE-NAME PIC X(64) OCCURS 200.
      * Where the walk stands: the last record that moved the chain   *
      * on, and the record read just before this one for the          *
      * timestamp order check. A record reported as a duplicate does  *
      * not move the chain on, so one stray copy is reported once and *
      * the records after it still check against the real chain.      *
       01 WS-CHAIN-STARTED PIC X.
       01 WS-LAST-SEQUENCE PIC 9(9).
       01 WS-LAST-CHECK-VALUE PIC 9(9).
       01 WS-LAST-CHECK-USABLE PIC X.
       01 WS-PREVIOUS-TIMESTAMP PIC X(14).
       01 WS-THIS-SEQUENCE PIC 9(9).
       01 WS-MISSING-COUNT PIC 9(9).
       01 WS-MISSING-FROM PIC 9(9).
       01 WS-MISSING-TO PIC 9(9).
       01 WS-FIRST-SEQUENCE PIC 9(9).
      * Per file walked: how many records, and the sequence numbers   *
      * it runs from and to.                                          *
       01 WS-FILE-RECORDS PIC 9(7).
       01 WS-FILE-FIRST-SEQ PIC 9(9).
       01 WS-FILE-LAST-SEQ PIC 9(9).
       01 WS-FINDING-TEXT PIC X(60) VALUE SPACES.
       01 WS-FINDING-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-SEQUENCE PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-TIMESTAMP PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-ACTION PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-ITEM-ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-FL-TEXT PIC X(60).
       01 WS-TOTALS.
           05 WS-FILES-READ PIC 9(5).
           05 WS-RECORDS-READ PIC 9(9).
           05 WS-PREDATING-COUNT PIC 9(9).
           05 WS-SEQUENCED-COUNT PIC 9(9).
           05 WS-VERIFIED-COUNT PIC 9(9).
           05 WS-GAP-COUNT PIC 9(7).
           05 WS-GAP-RECORDS PIC 9(9).
           05 WS-DUPLICATE-COUNT PIC 9(7).
           05 WS-ORDER-COUNT PIC 9(7).
           05 WS-MISMATCH-COUNT PIC 9(7).
           05 WS-UNSEQUENCED-COUNT PIC 9(7).
           05 WS-UNVERIFIED-COUNT PIC 9(7).
           05 WS-MISSING-FILE-COUNT PIC 9(5).
           05 WS-DISCREPANCY-COUNT PIC 9(7).
       COPY tdjseqctl.

      * -------------------------------------------------------------- *
      * Journal chain verifier: walks the whole change journal in the *
      * order it was written - every "*JOURNAL*" segment in catalog   *
      * order, then the live journal, the order TODOAUDIT reads them  *
      * - and proves the chain TODOJSEQ stamps on every record (see   *
      * auditrec) unbroken, writing a certify / do-not-certify report *
      * to todochainrpt.txt with one line per finding:                *
      *   - a gap: sequence numbers missing between two records, at   *
      *     the start of the chain, or after the last record on file  *
      *     when todolist-journal-seq.txt says more were stamped;     *
      *   - a duplicate: a sequence number equal to, or behind, one   *
      *     already passed;                                           *
      *   - a timestamp earlier than the record read before it;       *
      *   - a check value that no longer matches the record and the   *
      *     check value of the record before it - the record was      *
      *     changed after it was written;                             *
      *   - a record with no sequence number after the chain began -  *
      *     written by something that bypassed TODOJSEQ;              *
      *   - a cataloged segment that is no longer there.              *
      * Records from before the chain existed carry no sequence       *
      * number; those ahead of the first stamped record are counted,  *
      * not reported. Across a gap the check value cannot be proved   *
      * (the record it was chained to is gone); such records are      *
      * counted as unverified links, the gap itself being the         *
      * finding. Reads only; changes nothing.                         *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT

           INITIALIZE WS-TOTALS
           MOVE "N" TO WS-CHAIN-STARTED
           MOVE 0 TO WS-LAST-SEQUENCE
           MOVE 0 TO WS-LAST-CHECK-VALUE
           MOVE "Y" TO WS-LAST-CHECK-USABLE
           MOVE 0 TO WS-FIRST-SEQUENCE
           MOVE SPACES TO WS-PREVIOUS-TIMESTAMP

           PERFORM WALK-CATALOGED-SEGMENTS

           PERFORM WALK-LIVE-JOURNAL

           PERFORM CHECK-CHAIN-END

           PERFORM PRINT-TOTALS

           CLOSE REPORT-FILE

           GOBACK.

      * ------------------------SEGMENTS-------------------------------*
      * Catalog order is rollover order. A file name cataloged twice  *
      * is walked once; a cataloged file that cannot be opened is a   *
      * finding of its own, and its records will show as a gap.       *
       WALK-CATALOGED-SEGMENTS SECTION.

           MOVE 0 TO WS-SEEN-COUNT

           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS = 0 THEN
               MOVE "N" TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ ARCHIVE-CATALOG
                       AT END MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-IS-JOURNAL-SEGMENT THEN
                               PERFORM CHECK-FILE-ALREADY-SEEN
                               IF WS-FILE-ALREADY-SEEN = "N" THEN
                                   MOVE CAT-FILE-NAME
                                       TO WS-SEGMENT-FILE-NAME
                                   PERFORM WALK-ONE-SEGMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF

           EXIT.

      * ------------------------SEGMENT--------------------------------*
       WALK-ONE-SEGMENT SECTION.

           MOVE WS-SEGMENT-FILE-NAME TO WS-CURRENT-FILE-NAME
           PERFORM START-FILE-COUNTS

           OPEN INPUT JOURNAL-SEGMENT
           IF WS-SEGMENT-STATUS NOT = 0 THEN
               ADD 1 TO WS-MISSING-FILE-COUNT
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SEGMENT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-FILE-NAME)
                   DELIMITED BY SIZE
                   " IS CATALOGED BUT CANNOT BE OPENED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT SECTION
           END-IF

           PERFORM PRINT-FILE-HEADING
           ADD 1 TO WS-FILES-READ

           MOVE "N" TO WS-SEGMENT-EOF
           PERFORM UNTIL WS-SEGMENT-EOF = "Y"
               READ JOURNAL-SEGMENT INTO WS-JOURNAL-REC
                   AT END MOVE "Y" TO WS-SEGMENT-EOF
                   NOT AT END PERFORM CHECK-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-SEGMENT

           PERFORM PRINT-FILE-SUMMARY

           EXIT.

      * ------------------------LIVE-----------------------------------*
       WALK-LIVE-JOURNAL SECTION.

           MOVE "todolist-journal.txt" TO WS-CURRENT-FILE-NAME
           PERFORM START-FILE-COUNTS

           OPEN INPUT TDLIST-JOURNAL
           IF WS-JOURNAL-STATUS NOT = 0 THEN
               MOVE "LIVE JOURNAL NOT FOUND" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT SECTION
           END-IF

           PERFORM PRINT-FILE-HEADING
           ADD 1 TO WS-FILES-READ

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TDLIST-JOURNAL INTO WS-JOURNAL-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE TDLIST-JOURNAL

           PERFORM PRINT-FILE-SUMMARY

           EXIT.

      * ------------------------FILE-COUNTS----------------------------*
       START-FILE-COUNTS SECTION.

           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-FIRST-SEQ
           MOVE 0 TO WS-FILE-LAST-SEQ

           EXIT.

      * ------------------------FILE-HEADING---------------------------*
       PRINT-FILE-HEADING SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-FILE-NAME) DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------FILE-SUMMARY---------------------------*
       PRINT-FILE-SUMMARY SECTION.

           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDS: " DELIMITED BY SIZE
               WS-FILE-RECORDS DELIMITED BY SIZE
               "   SEQUENCE " DELIMITED BY SIZE
               WS-FILE-FIRST-SEQ DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-FILE-LAST-SEQ DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------CHECK-RECORD---------------------------*
      * One record against the chain so far. The timestamp is checked *
      * against the record read just before it whatever else is       *
      * wrong; the sequence number decides the rest.                  *
       CHECK-JOURNAL-RECORD SECTION.

           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-FILE-RECORDS

           IF WS-PREVIOUS-TIMESTAMP NOT = SPACES AND
               AUDIT-TIMESTAMP IN WS-JOURNAL-REC <
               WS-PREVIOUS-TIMESTAMP THEN
               ADD 1 TO WS-ORDER-COUNT
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "TIMESTAMP BEFORE PREVIOUS RECORD'S "
                   DELIMITED BY SIZE
                   WS-PREVIOUS-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM REPORT-FINDING
           END-IF
           MOVE AUDIT-TIMESTAMP IN WS-JOURNAL-REC
               TO WS-PREVIOUS-TIMESTAMP

           IF AUDIT-SEQUENCE-NUMBER IN WS-JOURNAL-REC IS NOT NUMERIC
               OR AUDIT-SEQUENCE-NUMBER IN WS-JOURNAL-REC = 0 THEN
               IF WS-CHAIN-STARTED = "N" THEN
                   ADD 1 TO WS-PREDATING-COUNT
               ELSE
                   ADD 1 TO WS-UNSEQUENCED-COUNT
                   MOVE "NO SEQUENCE NUMBER - WRITTEN OUTSIDE THE CHAIN"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-FINDING
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO WS-SEQUENCED-COUNT
           MOVE AUDIT-SEQUENCE-NUMBER IN WS-JOURNAL-REC
               TO WS-THIS-SEQUENCE
           IF WS-FILE-FIRST-SEQ = 0 THEN
               MOVE WS-THIS-SEQUENCE TO WS-FILE-FIRST-SEQ
           END-IF
           MOVE WS-THIS-SEQUENCE TO WS-FILE-LAST-SEQ

           IF WS-CHAIN-STARTED = "N" THEN
               MOVE "Y" TO WS-CHAIN-STARTED
               MOVE WS-THIS-SEQUENCE TO WS-FIRST-SEQUENCE
               IF WS-THIS-SEQUENCE = 1 THEN
                   MOVE 0 TO WS-LAST-CHECK-VALUE
                   MOVE "Y" TO WS-LAST-CHECK-USABLE
                   PERFORM VERIFY-CHECK-VALUE
               ELSE
                   MOVE 1 TO WS-MISSING-FROM
                   COMPUTE WS-MISSING-TO = WS-THIS-SEQUENCE - 1
                   PERFORM REPORT-GAP
                   ADD 1 TO WS-UNVERIFIED-COUNT
               END-IF
               PERFORM MOVE-CHAIN-ON
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN WS-THIS-SEQUENCE = WS-LAST-SEQUENCE + 1
                   PERFORM VERIFY-CHECK-VALUE
                   PERFORM MOVE-CHAIN-ON
               WHEN WS-THIS-SEQUENCE > WS-LAST-SEQUENCE + 1
                   COMPUTE WS-MISSING-FROM = WS-LAST-SEQUENCE + 1
                   COMPUTE WS-MISSING-TO = WS-THIS-SEQUENCE - 1
                   PERFORM REPORT-GAP
                   ADD 1 TO WS-UNVERIFIED-COUNT
                   PERFORM MOVE-CHAIN-ON
               WHEN WS-THIS-SEQUENCE = WS-LAST-SEQUENCE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "DUPLICATE - SAME SEQUENCE AS THE RECORD BEFORE"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-FINDING
               WHEN OTHER
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "DUPLICATE OR MISPLACED - CHAIN ALREADY AT "
                       DELIMITED BY SIZE
                       WS-LAST-SEQUENCE DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM REPORT-FINDING
           END-EVALUATE

           EXIT.

      * ------------------------VERIFY-CHECK---------------------------*
      * TODOJSEQ recomputes the check value this record should carry  *
      * given the check value of the record before it.                *
       VERIFY-CHECK-VALUE SECTION.

           IF WS-LAST-CHECK-USABLE = "N" THEN
               ADD 1 TO WS-UNVERIFIED-COUNT
               EXIT SECTION
           END-IF

           MOVE "CHECK" TO JS-FUNCTION
           MOVE WS-LAST-CHECK-VALUE TO JS-PREVIOUS-CHECK
           CALL "TODOJSEQ" USING JOURNAL-SEQUENCE-REQUEST
               WS-JOURNAL-REC

           IF AUDIT-CHECK-VALUE IN WS-JOURNAL-REC IS NUMERIC AND
               AUDIT-CHECK-VALUE IN WS-JOURNAL-REC = JS-CHECK-VALUE THEN
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "CHECK VALUE DOES NOT MATCH - RECORD ALTERED"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-FINDING
           END-IF

           EXIT.

      * ------------------------MOVE-ON--------------------------------*
      * The chain moves on from the check value the record carries,   *
      * right or wrong: the next record was chained to exactly that,  *
      * so one altered record is reported once, not once for every    *
      * record after it.                                              *
       MOVE-CHAIN-ON SECTION.

           MOVE WS-THIS-SEQUENCE TO WS-LAST-SEQUENCE
           IF AUDIT-CHECK-VALUE IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-CHECK-VALUE IN WS-JOURNAL-REC
                   TO WS-LAST-CHECK-VALUE
               MOVE "Y" TO WS-LAST-CHECK-USABLE
           ELSE
               MOVE "N" TO WS-LAST-CHECK-USABLE
           END-IF

           EXIT.

      * ------------------------GAP------------------------------------*
      * WS-MISSING-FROM through WS-MISSING-TO were never seen.        *
       REPORT-GAP SECTION.

           ADD 1 TO WS-GAP-COUNT
           COMPUTE WS-MISSING-COUNT =
               WS-MISSING-TO - WS-MISSING-FROM + 1
           ADD WS-MISSING-COUNT TO WS-GAP-RECORDS

           MOVE SPACES TO WS-FINDING-TEXT
           STRING "GAP - " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               " MISSING, " DELIMITED BY SIZE
               WS-MISSING-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-MISSING-TO DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
           PERFORM REPORT-FINDING

           EXIT.

      * ------------------------FINDING--------------------------------*
      * One line per finding, naming the record it was found on.      *
       REPORT-FINDING SECTION.

           ADD 1 TO WS-DISCREPANCY-COUNT

           IF AUDIT-SEQUENCE-NUMBER IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-SEQUENCE-NUMBER IN WS-JOURNAL-REC
                   TO WS-FL-SEQUENCE
           ELSE
               MOVE 0 TO WS-FL-SEQUENCE
           END-IF
           MOVE AUDIT-TIMESTAMP IN WS-JOURNAL-REC TO WS-FL-TIMESTAMP
           MOVE AUDIT-ACTION IN WS-JOURNAL-REC TO WS-FL-ACTION
           IF AUDIT-ITEM-ID IN WS-JOURNAL-REC IS NUMERIC THEN
               MOVE AUDIT-ITEM-ID IN WS-JOURNAL-REC TO WS-FL-ITEM-ID
           ELSE
               MOVE 0 TO WS-FL-ITEM-ID
           END-IF
           MOVE WS-FINDING-TEXT TO WS-FL-TEXT
           MOVE SPACES TO WS-FINDING-TEXT

           MOVE WS-FINDING-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------CHAIN-END------------------------------*
      * The chain's end TODOJSEQ keeps should be the last record on   *
      * file. Ahead of it means records were stamped and then lost    *
      * off the end; behind it means the next record stamped would    *
      * repeat a sequence number already on file.                     *
       CHECK-CHAIN-END SECTION.

           OPEN INPUT SEQUENCE-STATE
           IF WS-STATE-STATUS NOT = 0 THEN
               EXIT SECTION
           END-IF
           READ SEQUENCE-STATE
               AT END MOVE 35 TO WS-STATE-STATUS
           END-READ
           CLOSE SEQUENCE-STATE

           IF WS-STATE-STATUS NOT = 0 OR
               JSQ-LAST-SEQUENCE IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF

           IF JSQ-LAST-SEQUENCE > WS-LAST-SEQUENCE THEN
               MOVE SPACES TO WS-JOURNAL-REC
               MOVE JSQ-LAST-SEQUENCE
                   TO AUDIT-SEQUENCE-NUMBER IN WS-JOURNAL-REC
               MOVE JSQ-LAST-TIMESTAMP
                   TO AUDIT-TIMESTAMP IN WS-JOURNAL-REC
               MOVE "(CHAIN END)" TO AUDIT-ACTION IN WS-JOURNAL-REC
               MOVE 0 TO AUDIT-ITEM-ID IN WS-JOURNAL-REC
               COMPUTE WS-MISSING-FROM = WS-LAST-SEQUENCE + 1
               MOVE JSQ-LAST-SEQUENCE TO WS-MISSING-TO
               MOVE "AFTER THE LAST RECORD ON FILE" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM REPORT-GAP
           END-IF

           IF JSQ-LAST-SEQUENCE < WS-LAST-SEQUENCE THEN
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "CHAIN END FILE SAYS " DELIMITED BY SIZE
                   JSQ-LAST-SEQUENCE DELIMITED BY SIZE
                   " BUT THE JOURNAL RUNS TO " DELIMITED BY SIZE
                   WS-LAST-SEQUENCE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           EXIT.

      * ------------------------TOTALS---------------------------------*
       PRINT-TOTALS SECTION.

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FILES READ.............: " DELIMITED BY SIZE
               WS-FILES-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS READ...........: " DELIMITED BY SIZE
               WS-RECORDS-READ DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BEFORE THE CHAIN BEGAN.: " DELIMITED BY SIZE
               WS-PREDATING-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SEQUENCED RECORDS......: " DELIMITED BY SIZE
               WS-SEQUENCED-COUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FIRST-SEQUENCE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-LAST-SEQUENCE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CHECK VALUES PROVED....: " DELIMITED BY SIZE
               WS-VERIFIED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LINKS NOT PROVABLE.....: " DELIMITED BY SIZE
               WS-UNVERIFIED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "GAPS...................: " DELIMITED BY SIZE
               WS-GAP-COUNT DELIMITED BY SIZE
               "   RECORDS MISSING: " DELIMITED BY SIZE
               WS-GAP-RECORDS DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DUPLICATES.............: " DELIMITED BY SIZE
               WS-DUPLICATE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TIMESTAMPS OUT OF ORDER: " DELIMITED BY SIZE
               WS-ORDER-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CHECK VALUE MISMATCHES.: " DELIMITED BY SIZE
               WS-MISMATCH-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "UNSEQUENCED RECORDS....: " DELIMITED BY SIZE
               WS-UNSEQUENCED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SEGMENTS NOT FOUND.....: " DELIMITED BY SIZE
               WS-MISSING-FILE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "DISCREPANCIES..........: " DELIMITED BY SIZE
               WS-DISCREPANCY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-DISCREPANCY-COUNT = 0 THEN
               MOVE "JOURNAL CHAIN VERIFIED - FIT TO CERTIFY"
                   TO REPORT-LINE
           ELSE
               MOVE "JOURNAL CHAIN BROKEN - DO NOT CERTIFY"
                   TO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ------------------------SEEN-FILES-----------------------------*
      * The same de-duplication pass TODOARCHV makes over the         *
      * catalog: a file name already handled is not walked twice.     *
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

      * ------------------------WRITE-LINE-----------------------------*
      * Starts a fresh page once WS-LINES-PER-PAGE lines have gone out *
      * on the current one.                                            *
       WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
               PERFORM PRINT-PAGE-HEADING
           END-IF

           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           EXIT.

      * ------------------------PAGE-HEADING---------------------------*
      * The line being written when the page ran out is held while    *
      * the heading goes out, then put back.                          *
       PRINT-PAGE-HEADING SECTION.

           MOVE REPORT-LINE TO WS-HELD-LINE
           ADD 1 TO WS-PAGE-NUMBER

           MOVE SPACES TO REPORT-LINE
           STRING "TODO LIST JOURNAL CHAIN VERIFICATION   DATE: "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   PAGE: " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 2 TO WS-LINE-COUNT
           MOVE WS-HELD-LINE TO REPORT-LINE

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOCHAIN.
