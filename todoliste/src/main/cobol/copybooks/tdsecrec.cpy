      * ------------------------------------------------------------------ *
      * TDSECREC                                                           *
      * One refused attempt in the append-only security log                *
      * (todolist-security.txt), written by TODOAUTHCTL whenever a user    *
      * asks TODOLISTE for something the authorization file does not       *
      * allow: when, who, on which list, which action with which operand   *
      * (the item id or template name, as typed), the level the action     *
      * needed and the highest level the user held - blank for none.       *
      * TODOSECRPT prints one day of it for the supervisors.               *
      * ------------------------------------------------------------------ *
           05  SEC-TIMESTAMP                    PIC X(14).
           05  SEC-USER-NAME                    PIC X(20).
           05  SEC-LIST-NAME                    PIC X(20).
           05  SEC-ACTION                       PIC X(15).
           05  SEC-ITEM-TEXT                    PIC X(20).
           05  SEC-LEVEL-NEEDED                 PIC X(1).
           05  SEC-LEVEL-HELD                   PIC X(1).
