      * ------------------------------------------------------------------ *
      * TDABSREC                                                          *
      * One line of the absence file (todolist-absence.txt): this person  *
      * is away from the first date to the last, both days included, and  *
      * this delegate covers for them meanwhile. The person and delegate  *
      * are assignee names as they stand on the items. A person may have  *
      * any number of lines, one per absence; where two cover the same    *
      * day the first in the file counts. A blank delegate hands the      *
      * person's work to the shift lead. A leaver is entered with a last  *
      * date of 99999999, and their open items are moved for good by      *
      * TODOREDIST. TODODIGEST routes an absent person's reminders to     *
      * the delegate's digest, TODOWORKLOAD shows the absences next to    *
      * each person.                                                      *
      * ------------------------------------------------------------------ *
           05  ABS-PERSON-NAME                  PIC X(20).
           05  ABS-FROM-DATE                    PIC 9(8).
           05  ABS-TO-DATE                      PIC 9(8).
               88  ABS-PERSON-HAS-LEFT          VALUE 99999999.
           05  ABS-DELEGATE-NAME                PIC X(20).
               88  ABS-COVERED-BY-SHIFT-LEAD    VALUE SPACES.
