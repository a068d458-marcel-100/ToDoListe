      * ------------------------------------------------------------------ *
      * TDAUTHREC                                                          *
      * One grant of the list authorization file (todolist-auth.txt),      *
      * maintained by the TODOAUTH batch program: this user may do this    *
      * much on this list. R may look at the list, U may also change       *
      * its items (add, edit, toggle, move, assign, notes, dependencies,   *
      * transfers), A may also clear it and instantiate templates on it.   *
      * A list with no grant of its own is open to everyone, the way       *
      * every list was before the file existed; the first grant naming a   *
      * list restricts it to the users granted. The list's owner in the    *
      * master file (see tdlstmst) always holds A. A list name of "*"      *
      * grants on every list and a user name of "*" grants to everyone -   *
      * neither restricts a list by itself. Batch jobs that write to a     *
      * restricted list through TODOLISTE sign with their program name     *
      * and need a grant like anyone else ("*" list, program name, U).     *
      * A blank list name is the shared list.                              *
      * ------------------------------------------------------------------ *
           05  AUTH-LIST-NAME                   PIC X(20).
               88  AUTH-FOR-EVERY-LIST          VALUE "*".
           05  AUTH-USER-NAME                   PIC X(20).
               88  AUTH-FOR-EVERY-USER          VALUE "*".
           05  AUTH-LEVEL                       PIC X(1).
               88  AUTH-LEVEL-READ              VALUE "R".
               88  AUTH-LEVEL-UPDATE            VALUE "U".
               88  AUTH-LEVEL-ADMIN             VALUE "A".
