      * sub-tasks of its own.                                         *
           05  ITEM-PARENT-ID                   PIC 9(5).
               88  ITEM-IS-TOP-LEVEL             VALUE ZERO.
      * Planned effort in hours, set through the set-estimate action. *
      * Zero means nobody has estimated the item yet. The actual     *
      * effort is not kept here - it is the sum of the item's entries *
      * in the list's time file (see tdtimerec).                      *
           05  ITEM-ESTIMATE-HOURS              PIC 9(3)V99.
