      * there, so human and machine changes stay distinguishable. The    *
      * field sits at the end of the record, so journal records from     *
      * before it existed read back with it blank.                       *
      * A transfer between lists is journaled as a pair: "transfer-out"  *
      * on the list the item left (a delete image) and "transfer-in" on  *
      * the list it arrived on (an add image), each naming the other     *
      * side in the pair fields, so an inquiry can follow the item from  *
      * its old id to its new one. A list rename (TODOLSTMT) journals    *
      * each item the same way as "rename-out"/"rename-in" - same id on  *
      * both sides - plus one "rename-list" record with item id zero     *
      * on the new name, pairing it with the old. The pair fields are    *
      * only meaningful on those actions; they read back blank on every  *
      * other record, older ones included. The parent ids came last of   *
      * all: the sub-task's parent before and after the change, blank on *
      * the side an add or delete has no image for, and blank on every   *
      * record from before they existed - readers treat a blank parent   *
      * as "not recorded", never as top-level. The estimates followed    *
      * the same way: the item's planned hours before and after, blank   *
      * wherever there was no image or the record predates them.         *
      * Last come the chain fields, stamped by TODOJSEQ just before the   *
      * record is written: a sequence number that runs on, without gaps,  *
      * across every writer and every TODOJRNL segment, and a check       *
      * value computed over the whole record ahead of it - sequence       *
      * number included - seeded with the check value of the record       *
      * before it. A record altered, dropped or inserted after the fact   *
      * breaks the chain at that point; TODOCHAIN walks it to prove it    *
      * unbroken. Records from before the chain existed read back with    *
      * both fields blank. The check value must stay the last field.      *
      * ------------------------------------------------------------------ *
           05  AUDIT-TIMESTAMP                  PIC X(14).
           05  AUDIT-ACTION                     PIC X(15).
               10  AUDIT-AFTER-RECURRENCE       PIC X(1).
               10  AUDIT-AFTER-ASSIGNEE         PIC X(20).
           05  AUDIT-USER-NAME                  PIC X(20).
           05  AUDIT-PAIR-LIST-NAME             PIC X(20).
           05  AUDIT-PAIR-ITEM-ID               PIC 9(5).
           05  AUDIT-BEFORE-PARENT-ID           PIC 9(5).
           05  AUDIT-AFTER-PARENT-ID            PIC 9(5).
           05  AUDIT-BEFORE-ESTIMATE            PIC 9(3)V99.
           05  AUDIT-AFTER-ESTIMATE             PIC 9(3)V99.
           05  AUDIT-SEQUENCE-NUMBER            PIC 9(9).
           05  AUDIT-CHECK-VALUE                PIC 9(9).
