               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT DIGEST-FILE ASSIGN TO WS-DIGEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABSENCE-FILE ASSIGN TO "todolist-absence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIGEST-FILE.
       01 DIGEST-LINE PIC X(132).

       FD ABSENCE-FILE.
       01 ABSENCE-FILE-RECORD.
           COPY tdabsrec.

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS PIC 99.
       01 WS-EOF PIC A(1).
           05 WS-PERSON-INDEX PIC 999.
           05 WS-PERSON-FOUND PIC X.
           05 WS-PERSON-NAME PIC X(20) OCCURS 200.
       01 WS-NOTE-NAME PIC X(20).
       01 WS-ABSENCE-STATUS PIC 99.
       01 WS-ABSENCE-EOF PIC A(1).
      * Everyone away today (see tdabsrec), with the person who       *
      * actually covers for them: the delegate, or the delegate's own *
      * delegate where the delegate is away too, and so on - the      *
      * shift lead when the chain runs in a circle.                   *
       01 WS-ABSENCE-FIELDS.
           05 WS-ABSENCE-COUNT PIC 999.
           05 WS-ABSENCE-MAX PIC 999 VALUE 200.
           05 WS-ABSENCE-INDEX PIC 999.
           05 WS-ABSENCE-FOUND-INDEX PIC 999.
           05 WS-FIND-INDEX PIC 999.
           05 WS-ABSENCE-ENTRY OCCURS 200.
               10 WS-ABS-PERSON PIC X(20).
               10 WS-ABS-TO-DATE PIC 9(8).
               10 WS-ABS-COVER PIC X(20).
       01 WS-FIND-NAME PIC X(20).
       01 WS-COVER-NAME PIC X(20).
       01 WS-COVER-LABEL PIC X(20).
       01 WS-COVER-HOPS PIC 999.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(5) VALUE "ITEM ".
           05 WS-DGT-ID PIC 9(5).
      * person's OVERDUE items, days-overdue and priority first,      *
      * then their DUESOON items; items with no assignee collect in   *
      * tododigest-shiftlead.txt for the shift lead to hand out.      *
      * Someone away today in the absence file (see tdabsrec) still   *
      * gets their digest, headed with who covers for them, and their *
      * items go into the cover's digest as well, each marked as      *
      * cover, so nothing waits unseen until they are back.           *
      * Meant to run right after TODOESCAL in the nightly chain, and  *
      * checks in with the run-control file like the rest of it.      *
      * -------------------------------------------------------------- *

           MOVE 0 TO WS-DIGESTS-WRITTEN

           PERFORM LOAD-TODAYS-ABSENCES

           PERFORM COLLECT-DISTINCT-ASSIGNEES

           PERFORM ADD-COVERING-PERSONS

           PERFORM VARYING WS-PERSON-INDEX FROM 1 BY 1
               UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT
               MOVE WS-PERSON-NAME(WS-PERSON-INDEX)
               PERFORM UNTIL WS-EOF = "Y"
                   READ REMIND-EXTRACT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE REMIND-ASSIGNEE IN REMIND-EXTRACT-FILE
                               TO WS-NOTE-NAME
                           PERFORM NOTE-ONE-ASSIGNEE
                   END-READ
               END-PERFORM
               CLOSE REMIND-EXTRACT
           PERFORM VARYING WS-PERSON-INDEX FROM 1 BY 1
               UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT
               OR WS-PERSON-FOUND = "Y"
               IF WS-PERSON-NAME(WS-PERSON-INDEX) = WS-NOTE-NAME THEN
                   MOVE "Y" TO WS-PERSON-FOUND
               END-IF
           END-PERFORM
           IF WS-PERSON-FOUND = "N" AND
               WS-PERSON-COUNT < WS-PERSON-MAX THEN
               ADD 1 TO WS-PERSON-COUNT
               MOVE WS-NOTE-NAME TO WS-PERSON-NAME(WS-PERSON-COUNT)
           END-IF

           EXIT.

      * ------------------------COVERS---------------------------------*
      * The cover of every absent person with something in the        *
      * extract gets a digest too, even with no items of their own.   *
       ADD-COVERING-PERSONS SECTION.

           PERFORM VARYING WS-ABSENCE-INDEX FROM 1 BY 1
               UNTIL WS-ABSENCE-INDEX > WS-ABSENCE-COUNT
               MOVE "N" TO WS-PERSON-FOUND
               PERFORM VARYING WS-PERSON-INDEX FROM 1 BY 1
                   UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT
                   OR WS-PERSON-FOUND = "Y"
                   IF WS-PERSON-NAME(WS-PERSON-INDEX) =
                       WS-ABS-PERSON(WS-ABSENCE-INDEX) THEN
                       MOVE "Y" TO WS-PERSON-FOUND
                   END-IF
               END-PERFORM
               IF WS-PERSON-FOUND = "Y" THEN
                   MOVE WS-ABS-COVER(WS-ABSENCE-INDEX) TO WS-NOTE-NAME
                   PERFORM NOTE-ONE-ASSIGNEE
               END-IF
           END-PERFORM

           EXIT.

      * ------------------------ABSENCES-------------------------------*
      * The absence lines covering today, the first per person, with  *
      * the cover worked out once for the whole run.                  *
       LOAD-TODAYS-ABSENCES SECTION.

           MOVE 0 TO WS-ABSENCE-COUNT

           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = 0 THEN
               MOVE "N" TO WS-ABSENCE-EOF
               PERFORM UNTIL WS-ABSENCE-EOF = "Y"
                   READ ABSENCE-FILE
                       AT END MOVE "Y" TO WS-ABSENCE-EOF
                       NOT AT END
                           IF ABS-PERSON-NAME NOT = SPACES AND
                               ABS-FROM-DATE IS NUMERIC AND
                               ABS-TO-DATE IS NUMERIC AND
                               ABS-FROM-DATE <= WS-TODAY AND
                               ABS-TO-DATE >= WS-TODAY THEN
                               PERFORM TAKE-ABSENCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF

           PERFORM VARYING WS-ABSENCE-INDEX FROM 1 BY 1
               UNTIL WS-ABSENCE-INDEX > WS-ABSENCE-COUNT
               PERFORM RESOLVE-ONE-COVER
           END-PERFORM

           EXIT.

      * ------------------------ABSENCE-LINE---------------------------*
       TAKE-ABSENCE-LINE SECTION.

           MOVE ABS-PERSON-NAME TO WS-FIND-NAME
           PERFORM FIND-ABSENT-PERSON
           IF WS-ABSENCE-FOUND-INDEX > 0 OR
               WS-ABSENCE-COUNT >= WS-ABSENCE-MAX THEN
               EXIT SECTION
           END-IF

           ADD 1 TO WS-ABSENCE-COUNT
           MOVE ABS-PERSON-NAME TO WS-ABS-PERSON(WS-ABSENCE-COUNT)
           MOVE ABS-TO-DATE TO WS-ABS-TO-DATE(WS-ABSENCE-COUNT)
           MOVE ABS-DELEGATE-NAME TO WS-ABS-COVER(WS-ABSENCE-COUNT)

           EXIT.

      * ------------------------RESOLVE-COVER--------------------------*
      * Follows the delegates until one is not away; after as many    *
      * hops as there are absences the chain can only be circling, so *
      * the shift lead takes it.                                      *
       RESOLVE-ONE-COVER SECTION.

           MOVE WS-ABS-COVER(WS-ABSENCE-INDEX) TO WS-COVER-NAME
           MOVE 0 TO WS-COVER-HOPS

           MOVE WS-COVER-NAME TO WS-FIND-NAME
           PERFORM FIND-ABSENT-PERSON
           PERFORM UNTIL WS-ABSENCE-FOUND-INDEX = 0
               OR WS-COVER-NAME = SPACES
               IF WS-COVER-HOPS >= WS-ABSENCE-COUNT THEN
                   MOVE SPACES TO WS-COVER-NAME
               ELSE
                   ADD 1 TO WS-COVER-HOPS
                   MOVE WS-ABS-COVER(WS-ABSENCE-FOUND-INDEX)
                       TO WS-COVER-NAME
                   MOVE WS-COVER-NAME TO WS-FIND-NAME
                   PERFORM FIND-ABSENT-PERSON
               END-IF
           END-PERFORM

           MOVE WS-COVER-NAME TO WS-ABS-COVER(WS-ABSENCE-INDEX)

           EXIT.

      * ------------------------FIND-ABSENT----------------------------*
      * WS-ABSENCE-FOUND-INDEX is WS-FIND-NAME's absence entry, zero  *
      * when they are not away today. The shift lead never is.        *
       FIND-ABSENT-PERSON SECTION.

           MOVE 0 TO WS-ABSENCE-FOUND-INDEX

           IF WS-FIND-NAME = SPACES THEN
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-FIND-INDEX FROM 1 BY 1
               UNTIL WS-FIND-INDEX > WS-ABSENCE-COUNT
               OR WS-ABSENCE-FOUND-INDEX > 0
               IF WS-ABS-PERSON(WS-FIND-INDEX) = WS-FIND-NAME THEN
                   MOVE WS-FIND-INDEX TO WS-ABSENCE-FOUND-INDEX
               END-IF
           END-PERFORM

           EXIT.

      * ------------------------ONE-DIGEST-----------------------------*
           MOVE SPACES TO DIGEST-LINE
           WRITE DIGEST-LINE

           MOVE WS-CURRENT-PERSON TO WS-FIND-NAME
           PERFORM FIND-ABSENT-PERSON
           IF WS-ABSENCE-FOUND-INDEX > 0 THEN
               PERFORM WRITE-ABSENCE-NOTICE
           END-IF

           MOVE "OVERDUE" TO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE "OVERDUE" TO WS-WANTED-FLAG

           EXIT.

      * ------------------------ABSENCE-NOTICE-------------------------*
      * Heads an absent person's own digest, so whoever reads it      *
      * knows the items below are being seen to.                     *
       WRITE-ABSENCE-NOTICE SECTION.

           IF WS-ABS-COVER(WS-ABSENCE-FOUND-INDEX) = SPACES THEN
               MOVE "(SHIFT LEAD)" TO WS-COVER-LABEL
           ELSE
               MOVE WS-ABS-COVER(WS-ABSENCE-FOUND-INDEX)
                   TO WS-COVER-LABEL
           END-IF

           MOVE SPACES TO DIGEST-LINE
           IF WS-ABS-TO-DATE(WS-ABSENCE-FOUND-INDEX) = 99999999 THEN
               STRING "LEFT - ITEMS BELOW ARE COVERED BY "
                   DELIMITED BY SIZE
                   WS-COVER-LABEL DELIMITED BY SIZE
                   INTO DIGEST-LINE
           ELSE
               STRING "AWAY UNTIL " DELIMITED BY SIZE
                   WS-ABS-TO-DATE(WS-ABSENCE-FOUND-INDEX)
                   DELIMITED BY SIZE
                   " - ITEMS BELOW ARE COVERED BY " DELIMITED BY SIZE
                   WS-COVER-LABEL DELIMITED BY SIZE
                   INTO DIGEST-LINE
           END-IF
           WRITE DIGEST-LINE

           MOVE SPACES TO DIGEST-LINE
           WRITE DIGEST-LINE

           EXIT.

      * ------------------------FILE-NAME------------------------------*
      * tododigest-NAME.txt, the name cut to the letters, digits,     *
      * dash and underscore the list-name whitelist allows - any      *

      * ------------------------MATCHING-ITEMS-------------------------*
      * The current person's records with the wanted flag, in          *
      * extract order - their own, and those of anyone away today     *
      * they cover for, marked as cover.                              *
       WRITE-MATCHING-ITEMS SECTION.

           MOVE 0 TO WS-LINES-WRITTEN
                   READ REMIND-EXTRACT
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF REMIND-FLAG IN REMIND-EXTRACT-FILE
                               = WS-WANTED-FLAG THEN
                               PERFORM CHECK-ONE-REMINDER
                           END-IF
                   END-READ
               END-PERFORM

           EXIT.

      * ------------------------CHECK-REMINDER-------------------------*
       CHECK-ONE-REMINDER SECTION.

           IF REMIND-ASSIGNEE IN REMIND-EXTRACT-FILE = WS-CURRENT-PERSON
               THEN
               PERFORM WRITE-ITEM-DETAIL-LINE
               EXIT SECTION
           END-IF

           MOVE REMIND-ASSIGNEE IN REMIND-EXTRACT-FILE TO WS-FIND-NAME
           PERFORM FIND-ABSENT-PERSON
           IF WS-ABSENCE-FOUND-INDEX > 0 THEN
               IF WS-ABS-COVER(WS-ABSENCE-FOUND-INDEX) =
                   WS-CURRENT-PERSON THEN
                   PERFORM WRITE-ITEM-DETAIL-LINE
                   PERFORM WRITE-COVER-LINE
               END-IF
           END-IF

           EXIT.

      * ------------------------COVER-LINE-----------------------------*
      * Under a covered item: whose it is and until when.             *
       WRITE-COVER-LINE SECTION.

           MOVE SPACES TO DIGEST-LINE
           IF WS-ABS-TO-DATE(WS-ABSENCE-FOUND-INDEX) = 99999999 THEN
               STRING "             COVER FOR " DELIMITED BY SIZE
                   FUNCTION TRIM(REMIND-ASSIGNEE IN REMIND-EXTRACT-FILE)
                   DELIMITED BY SIZE
                   " - LEFT" DELIMITED BY SIZE
                   INTO DIGEST-LINE
           ELSE
               STRING "             COVER FOR " DELIMITED BY SIZE
                   FUNCTION TRIM(REMIND-ASSIGNEE IN REMIND-EXTRACT-FILE)
                   DELIMITED BY SIZE
                   " - AWAY UNTIL " DELIMITED BY SIZE
                   WS-ABS-TO-DATE(WS-ABSENCE-FOUND-INDEX)
                   DELIMITED BY SIZE
                   INTO DIGEST-LINE
           END-IF
           WRITE DIGEST-LINE

           EXIT.

      * ------------------------DETAIL-LINE----------------------------*
       WRITE-ITEM-DETAIL-LINE SECTION.

