      * ------------------------------------------------------------------ *
      * TDAUTHCTL                                                          *
      * Linkage block passed to TODOAUTHCTL, the authorization check       *
      * TODOLISTE makes before it acts on a list: the list, the acting     *
      * user, the action and its operand, and the level the action needs   *
      * (R, U or A - see tdauthrec) in; the highest level the user holds   *
      * on the list and the verdict out. A refusal is also written to      *
      * the security log (see tdsecrec) before the answer comes back, so   *
      * every caller logs refusals the same way.                           *
      * ------------------------------------------------------------------ *
       01  AUTH-CONTROL-REQUEST.
           05  AC-LIST-NAME                     PIC X(20).
           05  AC-USER-NAME                     PIC X(20).
           05  AC-ACTION                        PIC X(15).
           05  AC-ITEM-TEXT                     PIC X(20).
           05  AC-LEVEL-NEEDED                  PIC X(1).
           05  AC-LEVEL-HELD                    PIC X(1).
           05  AC-GRANTED                       PIC X(1).
               88  AC-ACTION-IS-GRANTED         VALUE "Y".
