
           PERFORM READ-ACTING-USER

      * Only the add action (parent id) and log-time (person) use the
      * seventh parameter; every other action hands the engine an
      * empty one.
           MOVE SPACES TO PARAMETER-VALUE-7

          *>  DISPLAY CHUNK-OF-POST UPON SYSERR
                   PERFORM ADD-ITEM-DEP
               WHEN ACTION-INSTANTIATE
                   PERFORM INSTANTIATE-TEMPLATE
               WHEN ACTION-TRANSFER-ITEM
                   PERFORM TRANSFER-ITEM
               WHEN ACTION-SET-ESTIMATE
                   PERFORM SET-ITEM-ESTIMATE
               WHEN ACTION-LOG-TIME
                   PERFORM LOG-ITEM-TIME
               WHEN OTHER
                   DISPLAY "Action unbekannt: " TODO-ACTION
           END-EVALUATE
               PARAMETER-VALUE-8
           EXIT.

      * -------------------------------------------------------------- *

      * "id" is a top-level item on "list", "target" the registered
      * list it moves to with its sub-tasks; blank "target" is the
      * shared list.
       TRANSFER-ITEM SECTION.

           MOVE "id" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-1

           MOVE "target" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-2
           MOVE SPACES TO PARAMETER-VALUE-3 PARAMETER-VALUE-4

           MOVE "stamp" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-6

           CALL "TODOLISTE" USING
               TODO-ACTION PARAMETER-VALUE-1 PARAMETER-VALUE-2
               PARAMETER-VALUE-3 PARAMETER-VALUE-4 PARAMETER-VALUE-5
               PARAMETER-VALUE-6 PARAMETER-VALUE-7
               PARAMETER-VALUE-8
           EXIT.

      * -------------------------------------------------------------- *

      * "estimate" is the item's planned effort in hours, e.g. 2.5;
      * zero clears it.
       SET-ITEM-ESTIMATE SECTION.

           MOVE "id" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-1

           MOVE "estimate" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-2
           MOVE SPACES TO PARAMETER-VALUE-3 PARAMETER-VALUE-4

           MOVE "stamp" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-6

           CALL "TODOLISTE" USING
               TODO-ACTION PARAMETER-VALUE-1 PARAMETER-VALUE-2
               PARAMETER-VALUE-3 PARAMETER-VALUE-4 PARAMETER-VALUE-5
               PARAMETER-VALUE-6 PARAMETER-VALUE-7
               PARAMETER-VALUE-8
           EXIT.

      * -------------------------------------------------------------- *

      * One time entry: "hours" spent on item "id" on "workdate"
      * (YYYYMMDD, blank = today) by "person" (blank = the acting
      * user), with an optional "remark".
       LOG-ITEM-TIME SECTION.

           MOVE "id" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-1

           MOVE "hours" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-2

           MOVE "remark" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-3

           MOVE "workdate" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-4
           MOVE SPACES TO PARAMETER-VALUE-6

           MOVE "person" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO PARAMETER-VALUE-7

           CALL "TODOLISTE" USING
               TODO-ACTION PARAMETER-VALUE-1 PARAMETER-VALUE-2
               PARAMETER-VALUE-3 PARAMETER-VALUE-4 PARAMETER-VALUE-5
               PARAMETER-VALUE-6 PARAMETER-VALUE-7
               PARAMETER-VALUE-8
           EXIT.

      * -------------------------------------------------------------- *

       SEARCH-TODOLIST SECTION.
