       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOSECRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO "todolist-security.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "todosecrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SECURITY-LOG.
       01 SECURITY-LOG-FILE.
           COPY tdsecrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SECURITY-STATUS PIC 99.
       01 WS-EOF PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-WANTED-DATE-TEXT PIC X(20).
       01 WS-WANTED-DATE PIC 9(8).
       01 WS-WANTED-DATE-INTEGER PIC 9(8).
       01 WS-INPUT-IS-VALID PIC X.
           88 INPUT-IS-VALID VALUE "Y".
       01 WS-LINES-SHOWN PIC 9(5).
       01 WS-USER-INDEX PIC 9(3).
       01 WS-USER-COUNT PIC 9(3).
       01 WS-USER-FOUND PIC X.
      * Refusals per user for the closing summary. The first 49       *
      * distinct users get a line each; a busy day with more than     *
      * that lumps the rest into the last slot's "(OTHERS)" line.     *
       01 WS-USER-MAX PIC 9(3) VALUE 49.
       01 WS-USER-TOTALS.
           05 WS-USER-ENTRY OCCURS 50 TIMES.
               10 WS-USER-TOTAL-NAME PIC X(20).
               10 WS-USER-TOTAL-COUNT PIC 9(5).
       01 WS-DETAIL-LINE.
           05 WS-DETAIL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-USER PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-LIST PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-ACTION PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DETAIL-ITEM PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "NEED ".
           05 WS-DETAIL-NEEDED PIC X(1).
           05 FILLER PIC X(7) VALUE "  HELD ".
           05 WS-DETAIL-HELD PIC X(1).
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SUMMARY-USER PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SUMMARY-COUNT PIC ZZZZ9.

      * -------------------------------------------------------------- *
      * The daily security report: prints one day's refused attempts  *
      * from the security log TODOAUTHCTL keeps (see tdsecrec) to     *
      * todosecrpt.txt, one line per refusal in the order they were   *
      * logged - when, who, on which list, what they tried and on     *
      * which item, the level the action needed and the level the     *
      * user held ("-" for none) - then the refusals per user, so a   *
      * run of attempts by one person stands out. Reads one line from *
      * SYSIN, the wanted YYYYMMDD day; blank means today.            *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-WANTED-DATE-TEXT
           ACCEPT WS-WANTED-DATE-TEXT

           OPEN OUTPUT REPORT-FILE

           PERFORM VALIDATE-WANTED-DATE
           IF NOT INPUT-IS-VALID THEN
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           MOVE 0 TO WS-LINES-SHOWN
           MOVE 0 TO WS-USER-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED ATTEMPTS FOR " DELIMITED BY SIZE
               WS-WANTED-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT SECURITY-LOG
           IF WS-SECURITY-STATUS = 0 THEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SECURITY-LOG
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SEC-TIMESTAMP(1:8) = WS-WANTED-DATE THEN
                               PERFORM PRINT-ONE-REFUSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG
           ELSE
               MOVE "NO SECURITY LOG ON DISK YET" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-SECURITY-STATUS = 0 AND WS-LINES-SHOWN = 0 THEN
               MOVE "NO ATTEMPTS REFUSED THAT DAY" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-LINES-SHOWN > 0 THEN
               PERFORM PRINT-USER-SUMMARY
           END-IF

           CLOSE REPORT-FILE

           GOBACK.

      * ------------------------VALIDATE-------------------------------*
      * A given day must be eight digits and a real calendar day - it *
      * must come back unchanged from the integer calendar, the check *
      * TODOTIMESHT makes of its week start. On a bad date            *
      * REPORT-LINE holds the reason.                                 *
       VALIDATE-WANTED-DATE SECTION.

           MOVE "Y" TO WS-INPUT-IS-VALID

           MOVE FUNCTION TRIM(WS-WANTED-DATE-TEXT)
               TO WS-WANTED-DATE-TEXT
           IF WS-WANTED-DATE-TEXT = SPACES THEN
               MOVE WS-TODAY TO WS-WANTED-DATE
               EXIT SECTION
           END-IF

           IF WS-WANTED-DATE-TEXT(1:8) IS NOT NUMERIC OR
               WS-WANTED-DATE-TEXT(9:12) NOT = SPACES THEN
               MOVE "N" TO WS-INPUT-IS-VALID
           ELSE
               MOVE WS-WANTED-DATE-TEXT(1:8) TO WS-WANTED-DATE
               IF WS-WANTED-DATE(5:2) < "01" OR
                   WS-WANTED-DATE(5:2) > "12" OR
                   WS-WANTED-DATE(7:2) < "01" OR
                   WS-WANTED-DATE(7:2) > "31" OR
                   WS-WANTED-DATE < 16010101 THEN
                   MOVE "N" TO WS-INPUT-IS-VALID
               ELSE
                   MOVE FUNCTION INTEGER-OF-DATE(WS-WANTED-DATE)
                       TO WS-WANTED-DATE-INTEGER
                   IF FUNCTION DATE-OF-INTEGER(WS-WANTED-DATE-INTEGER)
                       NOT = WS-WANTED-DATE THEN
                       MOVE "N" TO WS-INPUT-IS-VALID
                   END-IF
               END-IF
           END-IF

           IF NOT INPUT-IS-VALID THEN
               MOVE "DAY MUST BE A VALID YYYYMMDD OR BLANK"
                   TO REPORT-LINE
           END-IF

           EXIT.

      * ------------------------ONE-LINE-------------------------------*
      * The shared list has no name of its own and prints as          *
      * "(SHARED)", the way the nightly jobs label it.                *
       PRINT-ONE-REFUSAL SECTION.

           MOVE SEC-TIMESTAMP(9:6) TO WS-DETAIL-TIME
           MOVE SEC-USER-NAME TO WS-DETAIL-USER
           IF SEC-LIST-NAME = SPACES THEN
               MOVE "(SHARED)" TO WS-DETAIL-LIST
           ELSE
               MOVE SEC-LIST-NAME TO WS-DETAIL-LIST
           END-IF
           MOVE SEC-ACTION TO WS-DETAIL-ACTION
           MOVE SEC-ITEM-TEXT TO WS-DETAIL-ITEM
           MOVE SEC-LEVEL-NEEDED TO WS-DETAIL-NEEDED
           IF SEC-LEVEL-HELD = SPACE THEN
               MOVE "-" TO WS-DETAIL-HELD
           ELSE
               MOVE SEC-LEVEL-HELD TO WS-DETAIL-HELD
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-SHOWN

           PERFORM COUNT-USER-REFUSAL

           EXIT.

      * ------------------------COUNT-USER-----------------------------*
       COUNT-USER-REFUSAL SECTION.

           MOVE "N" TO WS-USER-FOUND
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX > WS-USER-COUNT
               OR WS-USER-FOUND = "Y"
               IF WS-USER-TOTAL-NAME(WS-USER-INDEX) = SEC-USER-NAME
                   THEN
                   ADD 1 TO WS-USER-TOTAL-COUNT(WS-USER-INDEX)
                   MOVE "Y" TO WS-USER-FOUND
               END-IF
           END-PERFORM

           IF WS-USER-FOUND = "Y" THEN
               EXIT SECTION
           END-IF

           IF WS-USER-COUNT < WS-USER-MAX THEN
               ADD 1 TO WS-USER-COUNT
               MOVE SEC-USER-NAME TO WS-USER-TOTAL-NAME(WS-USER-COUNT)
               MOVE 1 TO WS-USER-TOTAL-COUNT(WS-USER-COUNT)
           ELSE
               IF WS-USER-COUNT = WS-USER-MAX THEN
                   ADD 1 TO WS-USER-COUNT
                   MOVE "(OTHERS)" TO WS-USER-TOTAL-NAME(WS-USER-COUNT)
                   MOVE 0 TO WS-USER-TOTAL-COUNT(WS-USER-COUNT)
               END-IF
               ADD 1 TO WS-USER-TOTAL-COUNT(WS-USER-COUNT)
           END-IF

           EXIT.

      * ------------------------SUMMARY--------------------------------*
       PRINT-USER-SUMMARY SECTION.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "REFUSALS BY USER" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX > WS-USER-COUNT
               MOVE WS-USER-TOTAL-NAME(WS-USER-INDEX)
                   TO WS-SUMMARY-USER
               MOVE WS-USER-TOTAL-COUNT(WS-USER-INDEX)
                   TO WS-SUMMARY-COUNT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL REFUSED.: " DELIMITED BY SIZE
               WS-LINES-SHOWN DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           EXIT.

      * -------------------------------------------------------------- *

       END PROGRAM TODOSECRPT.
