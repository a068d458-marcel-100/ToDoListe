      * ------------------------------------------------------------------ *
      * TDLSTCTL                                                           *
      * Linkage block passed to TODOLSTCTL, the list master lookup: the    *
      * list name in, that list's master record out. A list with no        *
      * master record comes back active, with zero retention and           *
      * escalation days - the caller's site defaults - and                 *
      * RECORD-FOUND = "N", so TODOLISTE can tell a list nobody has set    *
      * up yet from one that is set up with default policies.              *
      * ------------------------------------------------------------------ *
       01  LIST-CONTROL-REQUEST.
           05  LC-LIST-NAME                     PIC X(20).
           05  LC-RECORD-FOUND                  PIC X(1).
           05  LC-OWNER                         PIC X(20).
           05  LC-DESCRIPTION                   PIC X(60).
           05  LC-STATUS                        PIC X(1).
               88  LC-LIST-IS-ACTIVE            VALUE "A".
               88  LC-LIST-IS-CLOSED            VALUE "C".
           05  LC-CREATED-DATE                  PIC 9(8).
           05  LC-RETENTION-DAYS                PIC 9(4).
           05  LC-ESCALATE-DAYS                 PIC 9(2).
