      * ------------------------------------------------------------------ *
      * TDNORMCTL                                                          *
      * Linkage block passed to TODONORM, the item content normalizer:     *
      * the content in, its comparison form out - upper case, with every   *
      * blank and punctuation mark taken out, so "Order toner!" and        *
      * "order  TONER" come back the same. Two items whose normalized      *
      * content is equal are suspected duplicates. NM-NORMAL-LENGTH is     *
      * the length of the comparison form; zero means the content had      *
      * nothing to compare on (blank, or punctuation only).                *
      * ------------------------------------------------------------------ *
       01  NORMALIZE-REQUEST.
           05  NM-CONTENT                       PIC X(1024).
           05  NM-NORMAL-CONTENT                PIC X(1024).
           05  NM-NORMAL-LENGTH                 PIC 9(4).
