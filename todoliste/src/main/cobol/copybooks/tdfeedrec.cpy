      * ------------------------------------------------------------------ *
      * TDFEEDREC                                                          *
      * One record of the daily change-feed interchange file TODOFEED      *
      * writes for downstream systems (todofeed-YYYYMMDD.txt, dated by     *
      * the day the changes were made). Every record is the same length    *
      * and starts with its type: one header, one detail per journal       *
      * record of the day in journal order, one trailer.                   *
      * The detail carries the change kind - A an item added, C changed,   *
      * D deleted, L a list-level record (item id zero, e.g. a rename) -   *
      * one Y/N flag per item field telling which fields the change        *
      * touched, and the field values: the item as the change left it,     *
      * or for a delete the item as it was before it went. The parent      *
      * flag is N whenever the journal did not record the parent, and      *
      * the same goes for the estimate. The estimate is the item's         *
      * planned hours as five digits with two implied decimals, blank      *
      * when not recorded; layout version 02 added it.                     *
      * The trailer lets the receiving side reconcile: detail records      *
      * by kind, records in the file including header and trailer, and     *
      * the hash total - the sum of the item ids of all details.           *
      * ------------------------------------------------------------------ *
           05  FEED-RECORD-TYPE                 PIC X(1).
               88  FEED-IS-HEADER               VALUE "H".
               88  FEED-IS-DETAIL               VALUE "D".
               88  FEED-IS-TRAILER              VALUE "T".
           05  FEED-DETAIL.
               10  FEED-SEQUENCE                PIC 9(7).
               10  FEED-TIMESTAMP               PIC X(14).
               10  FEED-ACTION                  PIC X(15).
               10  FEED-CHANGE-KIND             PIC X(1).
                   88  FEED-ITEM-ADDED          VALUE "A".
                   88  FEED-ITEM-CHANGED        VALUE "C".
                   88  FEED-ITEM-DELETED        VALUE "D".
                   88  FEED-LIST-LEVEL          VALUE "L".
               10  FEED-LIST-NAME               PIC X(20).
               10  FEED-ITEM-ID                 PIC 9(5).
               10  FEED-USER-NAME               PIC X(20).
               10  FEED-CHANGED-FIELDS.
                   15  FEED-CONTENT-CHANGED     PIC X(1).
                   15  FEED-STATUS-CHANGED      PIC X(1).
                   15  FEED-PRIORITY-CHANGED    PIC X(1).
                   15  FEED-DUE-DATE-CHANGED    PIC X(1).
                   15  FEED-RECURRENCE-CHANGED  PIC X(1).
                   15  FEED-ASSIGNEE-CHANGED    PIC X(1).
                   15  FEED-PARENT-CHANGED      PIC X(1).
                   15  FEED-ESTIMATE-CHANGED    PIC X(1).
               10  FEED-STATUS                  PIC X(1).
               10  FEED-PRIORITY                PIC X(1).
               10  FEED-DUE-DATE                PIC X(8).
               10  FEED-RECURRENCE              PIC X(1).
               10  FEED-ASSIGNEE                PIC X(20).
               10  FEED-PARENT-ID               PIC X(5).
               10  FEED-CONTENT                 PIC X(1024).
               10  FEED-ESTIMATE                PIC 9(3)V99.
           05  FEED-HEADER REDEFINES FEED-DETAIL.
               10  FEED-HDR-SYSTEM              PIC X(10).
               10  FEED-HDR-LAYOUT-VERSION      PIC X(2).
               10  FEED-HDR-CHANGE-DATE         PIC 9(8).
               10  FILLER                       PIC X(1135).
           05  FEED-TRAILER REDEFINES FEED-DETAIL.
               10  FEED-TRL-DETAIL-COUNT        PIC 9(7).
               10  FEED-TRL-ADDED-COUNT         PIC 9(7).
               10  FEED-TRL-CHANGED-COUNT       PIC 9(7).
               10  FEED-TRL-DELETED-COUNT       PIC 9(7).
               10  FEED-TRL-LIST-LEVEL-COUNT    PIC 9(7).
               10  FEED-TRL-RECORD-COUNT        PIC 9(7).
               10  FEED-TRL-HASH-TOTAL          PIC 9(15).
               10  FILLER                       PIC X(1098).
