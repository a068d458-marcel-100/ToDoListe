      * ------------------------------------------------------------------ *
      * TDTIMEREC                                                         *
      * One time entry: hours a person spent on an item on one working   *
      * day, with a short remark. Entries live in a companion file next  *
      * to each list (todolist-time.txt, todolist-NAME-time.txt), kept   *
      * the way the notes are - append-only, written by the log-time     *
      * action, carried along when an item is transferred, and moved to  *
      * a dated time archive (todolist-time-archive-YYYYMMDD.txt,        *
      * todolist-NAME-time-archive-YYYYMMDD.txt) when the list is        *
      * cleared or its done items are swept, next to the item archive.   *
      * TIME-LOGGED-AT is when the entry was made, YYYYMMDDHHMMSS; the   *
      * work date is the day the hours belong to.                        *
      * ------------------------------------------------------------------ *
           05  TIME-ITEM-ID                     PIC 9(5).
           05  TIME-PERSON                      PIC X(20).
           05  TIME-WORK-DATE                   PIC 9(8).
           05  TIME-HOURS                       PIC 9(2)V99.
           05  TIME-REMARK                      PIC X(100).
           05  TIME-LOGGED-AT                   PIC X(14).
