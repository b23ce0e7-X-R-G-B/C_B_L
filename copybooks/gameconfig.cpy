      *   "K" - DAYS AN ABANDONED CHECKPOINT SURVIVES BEFORE THE
      *         NIGHTLY HOUSEKEEPING CLEARS IT (DEFAULT 14);
      *   "D" - MONTHS WITHOUT A GAME BEFORE HOUSEKEEPING FLIPS A
      *         PLAYER TO INACTIVE (DEFAULT 6);
      *   "J" - DAYS BEFORE A DAILY WORD MAY BE PLANNED AGAIN IN
      *         THE DAILY-WORD CALENDAR (DEFAULT 30);
      *   "T" - PERCENT A NIGHTLY STEP'S CONTROL TOTALS MAY STRAY
      *         FROM THEIR RECENT AVERAGE BEFORE CONTROLETOTAUX
      *         REPORTS AN EXCEPTION (DEFAULT 50);
      *   "H" - SUCCESSFUL NIGHTS THAT RECENT AVERAGE IS TAKEN OVER
      *         (DEFAULT 7);
      *   "P" - GAMES A TRAINEE MUST PLAY IN A SESSION TO PASS ON
      *         THE HR TRAINING-COMPLETION FEED (DEFAULT 3);
      *   "V" - WINS A TRAINEE MUST HAVE IN THAT SESSION TO PASS
      *         (DEFAULT 1);
      *   "W" - DAYS OF PLAY, TODAY INCLUDED, THE NIGHTLY
      *         SUSPICIOUS-PLAY CHECK LOOKS AT (DEFAULT 7).
       01 LIGNE-CONFIG.
           88 FIN-DE-FICHIER-CONFIG   VALUE HIGH-VALUES.
           05 CONFIG-PROFIL           PIC X(01).
