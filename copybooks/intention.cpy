      * INTENTION.CPY - one record per event of a multi-file rewrite,
      * appended to assets/rewrite_journal.txt through JournalReprise
      * by FusionJoueurs, GameLogArchive, Housekeeping,
      * EffacementJoueur and ChargeCohorte. A RUN
      * WRITES EVERY NEW FILE TO A WORK FILE FIRST AND TOUCHES NO
      * LIVE FILE UNTIL ITS "V" RECORD IS ON DISK:
      *   D - THE RUN STARTS, WITH WHAT IT MEANS TO DO;
      *   P - ONE LIVE FILE AND THE WORK FILE HOLDING ITS NEW
      *       CONTENTS, WITH THE WORK FILE'S LINE COUNT (NO WORK
      *       FILE MEANS THE LIVE FILE IS TO BE EMPTIED);
      *   V - EVERY WORK FILE IS READY: THE RUN IS COMMITTED;
      *   S - THE LINES A TERMINAL APPENDED TO ONE LIVE FILE WHILE
      *       THE RUN WAS GOING ARE SET ASIDE IN THE TAIL FILE (WITH
      *       THEIR COUNT), READY TO FOLLOW THE WORK FILE OVER;
      *   E - ONE LIVE FILE HAS BEEN REPLACED BY ITS WORK FILE;
      *   T - THE RUN ENDED NORMALLY;
      *   R - AN INTERRUPTED RUN WAS RESOLVED ON A LATER START:
      *       FINISHED FROM ITS WORK FILES WHEN IT HAD BEEN COMMITTED,
      *       OTHERWISE ROLLED BACK (NO LIVE FILE HAD BEEN TOUCHED).
      * A RUN WITH A "D" BUT NO "T" OR "R" IS UNRESOLVED.
       01 INTENTION-RECORD.
           88 FIN-DE-FICHIER-INTENTION VALUE HIGH-VALUES.
           05 INT-PROGRAMME            PIC X(20).
      * DATE AND TIME THE RUN STARTED - IT TAGS ALL OF ITS RECORDS.
           05 INT-EXECUTION            PIC X(14).
           05 INT-TYPE                 PIC X(01).
               88 INT-DEBUT            VALUE "D".
               88 INT-PREPARE          VALUE "P".
               88 INT-VALIDE           VALUE "V".
               88 INT-SUITE            VALUE "S".
               88 INT-ECRIT            VALUE "E".
               88 INT-TERMINE          VALUE "T".
               88 INT-REPRIS           VALUE "R".
           05 INT-FICHIER              PIC X(60).
           05 INT-TRAVAIL              PIC X(60).
           05 INT-NB-LIGNES            PIC 9(07).
      * ON "D" WHAT THE RUN IS FOR; ON "R" HOW IT WAS RESOLVED.
           05 INT-DETAIL               PIC X(60).
      * ON "P" AND "E": HOW MANY LINES OF THE LIVE FILE THE WORK FILE
      * WAS BUILT FROM (ALL NINES: NONE ARE CARRIED OVER).
           05 INT-NB-SOURCE            PIC 9(07).
