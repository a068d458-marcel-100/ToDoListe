      * ------------------------------------------------------------------ *
      * TDBKMREC                                                          *
      * One line of a backup set's manifest                               *
      * (todobkup-YYYYMMDD-manifest.txt), written by TODOBACKUP - one     *
      * line per file it copied into the set, or tried to. Every file of  *
      * the set is the live file copied whole under the name              *
      * todobkup-YYYYMMDD-<live name>; an indexed list file is unloaded   *
      * to a line sequential copy in its own record layout, so the set    *
      * can be read and reloaded even when the indexed file cannot.       *
      * BKM-TAKEN-AT is when the backup started, YYYYMMDDHHMMSS, the      *
      * same on every line - journal records stamped from then on are     *
      * the ones a restore from this set has to replay. The list name     *
      * says which list a LIST, NOTES, DEPS or TIME file belongs to       *
      * (blank for the shared list); it is blank on the site-wide files.  *
      * The source status is the live file's status when it was copied:   *
      * 00 copied whole, 35 the file did not exist then (the copy is      *
      * empty and a restore empties the live file), anything else the     *
      * copy stopped at a read error and holds only what came before it. *
      * The record count is what was read from the live file; TODOBACKUP  *
      * and TODORESTOR both count the copy again against it.              *
      * ------------------------------------------------------------------ *
           05  BKM-TAKEN-AT                     PIC X(14).
           05  BKM-FILE-KIND                    PIC X(8).
               88  BKM-IS-LIST-FILE             VALUE "LIST".
               88  BKM-IS-NOTES-FILE            VALUE "NOTES".
               88  BKM-IS-DEPS-FILE             VALUE "DEPS".
               88  BKM-IS-TIME-FILE             VALUE "TIME".
               88  BKM-BELONGS-TO-A-LIST        VALUE "LIST" "NOTES"
                                                      "DEPS" "TIME".
           05  BKM-LIST-NAME                    PIC X(20).
           05  BKM-FILE-NAME                    PIC X(64).
           05  BKM-COPY-NAME                    PIC X(64).
           05  BKM-SOURCE-STATUS                PIC X(2).
               88  BKM-SOURCE-COPIED            VALUE "00".
               88  BKM-SOURCE-WAS-MISSING       VALUE "35".
           05  BKM-RECORD-COUNT                 PIC 9(9).
