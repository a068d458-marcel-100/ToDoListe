      * ------------------------------------------------------------------ *
      * TDJSEQCTL                                                          *
      * Linkage block passed to TODOJSEQ, the journal chain keeper, along  *
      * with the journal record itself (see auditrec). STAMP gives the     *
      * record the next sequence number and its check value, chained to    *
      * the last record stamped, and moves the chain on - every journal    *
      * writer calls it before it opens the journal to write. CHECK only   *
      * the check value the record should carry if PREVIOUS-CHECK is the   *
      * check value of the record before it; the chain is left alone.      *
      * TODOCHAIN uses CHECK to re-prove the chain record by record.       *
      * STAMP-RESULT is N when the chain's end could not be established    *
      * (see TODOJSEQ): the record then carries zero sequence and check    *
      * value and the chain has not moved.                                 *
      * ------------------------------------------------------------------ *
       01  JOURNAL-SEQUENCE-REQUEST.
           05  JS-FUNCTION                      PIC X(8).
               88  JS-FUNCTION-STAMP            VALUE "STAMP".
               88  JS-FUNCTION-CHECK            VALUE "CHECK".
           05  JS-PREVIOUS-CHECK                PIC 9(9).
           05  JS-SEQUENCE-NUMBER               PIC 9(9).
           05  JS-CHECK-VALUE                   PIC 9(9).
           05  JS-STAMP-RESULT                  PIC X(1).
               88  JS-RECORD-STAMPED            VALUE "Y".
               88  JS-CHAIN-END-UNKNOWN         VALUE "N".
