      * REPRISE.CPY - the parameter block passed to JournalReprise by
      * the programs that rewrite several files in one run.
      *   "R" ON START, WITHOUT THE REGISTRY LOCK HELD (IT IS TAKEN
      *       INSIDE): RESOLVE ANY UNFINISHED RUN (THE FILES ARE
      *       SHARED, SO IT MAY BE ANOTHER PROGRAM'S) - REP-ISSUE SAYS
      *       WHAT WAS DONE, REP-DETAIL WHAT THE RUN HAD SET OUT TO DO;
      *   "D" A NEW RUN STARTS, REP-DETAIL SAYING WHAT IT WILL DO -
      *       REFUSED (REP-STATUT "N") WHILE ANOTHER RUN IS UNDER WAY,
      *       AND THEN NO WORK FILE MAY BE WRITTEN;
      *   "P" REP-TRAVAIL HOLDS THE NEW CONTENTS OF REP-FICHIER
      *       (SPACES: REP-FICHIER IS TO BE EMPTIED);
      *   "V" EVERYTHING IS PREPARED - COMMIT;
      *   "A" REPLACE EVERY PREPARED FILE AND CLOSE THE RUN;
      *   "C" COUNT THE UNRESOLVED RUNS OF EVERY PROGRAM (THE NIGHTLY
      *       CHAIN WILL NOT START OVER ONE);
      *   "I" SEED REP-TRAVAIL WITH A COPY OF REP-FICHIER, FOR A FILE
      *       THE RUN ONLY APPENDS TO (EMPTY WHEN THERE IS NO FILE).
       01 ZONE-REPRISE.
           05 REP-FONCTION             PIC X(01).
               88 REP-REPRENDRE        VALUE "R".
               88 REP-DEBUT            VALUE "D".
               88 REP-PREPARER         VALUE "P".
               88 REP-VALIDER          VALUE "V".
               88 REP-APPLIQUER        VALUE "A".
               88 REP-CONTROLER        VALUE "C".
               88 REP-INITIALISER      VALUE "I".
           05 REP-PROGRAMME            PIC X(20).
           05 REP-FICHIER              PIC X(60).
           05 REP-TRAVAIL              PIC X(60).
           05 REP-DETAIL               PIC X(60).
      * ON "R" AND "C": THE UNRESOLVED RUNS LEFT, AND THE PROGRAM
      * WHOSE RUN IS IN QUESTION.
           05 REP-NB-EN-SUSPENS        PIC 9(03).
           05 REP-EN-CAUSE             PIC X(20).
      * ON "R": SPACE NOTHING WAS PENDING, "T" THE RUN WAS FINISHED,
      * "A" IT WAS ROLLED BACK, "I" IT COULD NOT BE FINISHED (A WORK
      * FILE IS MISSING OR SHORT) AND IS STILL PENDING. ON "R" AND
      * "C": "E" ANOTHER RUN IS UNDER WAY (OR, ON "R", THE REGISTRY IS
      * IN USE) - NOTHING WAS LOOKED AT, TRY AGAIN LATER.
           05 REP-ISSUE                PIC X(01).
               88 REP-RIEN-EN-SUSPENS  VALUE SPACE.
               88 REP-TERMINEE         VALUE "T".
               88 REP-ANNULEE          VALUE "A".
               88 REP-IMPOSSIBLE       VALUE "I".
               88 REP-OCCUPE           VALUE "E".
           05 REP-STATUT               PIC X(01).
               88 REP-OK               VALUE "O".
               88 REP-ERREUR           VALUE "N".
      * ON "P": HOW MANY LINES OF REP-FICHIER THE WORK FILE WAS BUILT
      * FROM. LINES FOUND BEYOND THAT WHEN THE FILE IS REPLACED WERE
      * APPENDED BY A TERMINAL WHILE THE RUN WAS GOING, AND ARE
      * CARRIED OVER TO THE END OF THE NEW FILE. REP-SANS-REPORT FOR
      * A FILE ONLY THE BATCHES WRITE, OR ONE BEING EMPTIED.
           05 REP-NB-SOURCE            PIC 9(07).
               88 REP-SANS-REPORT      VALUE 9999999.
