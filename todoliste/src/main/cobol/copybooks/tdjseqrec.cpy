      * ------------------------------------------------------------------ *
      * TDJSEQREC                                                          *
      * The journal chain's end (todolist-journal-seq.txt), one record     *
      * rewritten by TODOJSEQ each time it stamps a journal record: the    *
      * last sequence number handed out, that record's check value and     *
      * its timestamp. It lives apart from the journal so the chain runs   *
      * on unchanged when TODOJRNL moves the live records into a segment.  *
      * If the file is lost it is rebuilt from the last stamped record in  *
      * the segments and the live journal; TODOCHAIN compares it with the  *
      * last record on file to catch records lost off the end.             *
      * ------------------------------------------------------------------ *
           05  JSQ-LAST-SEQUENCE                PIC 9(9).
           05  JSQ-LAST-CHECK-VALUE             PIC 9(9).
           05  JSQ-LAST-TIMESTAMP               PIC X(14).
