      * ------------------------------------------------------------------ *
      * TDLSTMST                                                           *
      * One record of the list master file (todolist-master.txt): who      *
      * owns a named list, what it is for, whether it is still in use      *
      * and the policies the nightly jobs apply to it. Maintained by       *
      * the TODOLSTMT batch program; a first add to a list nobody has      *
      * set up writes a default record with the adding user as owner.      *
      * The registry (todolist-names.txt) stays the list of names the      *
      * batch jobs walk; this file says how each one is to be treated.     *
      * A closed list refuses new items and the nightly jobs pass it       *
      * by, but its items, notes and archives stay where they are. The     *
      * retention and escalation fields override the site defaults         *
      * (TODOSWEEP's SYSIN line, TODOESCAL's WS-ESCALATE-DAYS) for this    *
      * list only; zero means the site default applies. A blank list       *
      * name is the shared list, which can carry policies but can be       *
      * neither renamed nor closed. Lists with no record at all read       *
      * as active with site defaults.                                      *
      * ------------------------------------------------------------------ *
           05  LM-LIST-NAME                     PIC X(20).
           05  LM-OWNER                         PIC X(20).
           05  LM-DESCRIPTION                   PIC X(60).
           05  LM-STATUS                        PIC X(1).
               88  LM-LIST-IS-ACTIVE            VALUE "A".
               88  LM-LIST-IS-CLOSED            VALUE "C".
           05  LM-CREATED-DATE                  PIC 9(8).
           05  LM-RETENTION-DAYS                PIC 9(4).
           05  LM-ESCALATE-DAYS                 PIC 9(2).
