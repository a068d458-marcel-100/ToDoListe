       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODONORM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-UPPER-CONTENT PIC X(1024).
       01 WS-CONTENT-LENGTH PIC 9(4).
       01 WS-CHAR-INDEX PIC 9(4).
       01 WS-CHAR PIC X.

       LINKAGE SECTION.
       COPY tdnormctl.

      * -------------------------------------------------------------- *
      * The item content normalizer (see tdnormctl): the one reading  *
      * of "the same item" shared by TODOLISTE's duplicate warning on *
      * add and the nightly TODODUPRPT report, kept as one CALLed     *
      * subprogram the way TODOLSTCTL is so the two can never drift   *
      * apart. Letters and digits are kept, upper-cased; everything   *
      * else - blanks, tabs, punctuation - is dropped. Bytes above    *
      * the ASCII range are kept as they are, so umlauts and other    *
      * letters outside A-Z still count (upper-casing leaves them     *
      * alone, so they compare case-sensitively).                     *
      * -------------------------------------------------------------- *

       PROCEDURE DIVISION USING NORMALIZE-REQUEST.

           MOVE SPACES TO NM-NORMAL-CONTENT
           MOVE 0 TO NM-NORMAL-LENGTH

           MOVE FUNCTION UPPER-CASE(NM-CONTENT) TO WS-UPPER-CONTENT
           IF WS-UPPER-CONTENT = SPACES THEN
               GOBACK
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-UPPER-CONTENT TRAILING))
               TO WS-CONTENT-LENGTH

           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
               UNTIL WS-CHAR-INDEX > WS-CONTENT-LENGTH
               MOVE WS-UPPER-CONTENT(WS-CHAR-INDEX:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z") OR
                   (WS-CHAR >= "0" AND WS-CHAR <= "9") OR
                   WS-CHAR > X"7F" THEN
                   ADD 1 TO NM-NORMAL-LENGTH
                   MOVE WS-CHAR TO NM-NORMAL-CONTENT(NM-NORMAL-LENGTH:1)
               END-IF
           END-PERFORM

           GOBACK.

      * -------------------------------------------------------------- *

       END PROGRAM TODONORM.
