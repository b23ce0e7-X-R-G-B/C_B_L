      * HISTO.CPY - one record per game of the live log, in the
      * indexed assets/game_history.dat. PENDU.CBL ADDS THE RECORD AS
      * IT LOGS THE GAME; RECONSTRUIREHISTORIQUE RECREATES THE WHOLE
      * FILE FROM THE LIVE LOG AFTER ANY BATCH THAT REWRITES IT, AND
      * THE NIGHTLY CHAIN (CONTROLEHISTORIQUE) CHECKS THE DAILY
      * COUNTS AGAINST THE LOG TRAILERS. GAME_LOG.TXT STAYS THE
      * RECORD OF REFERENCE - THIS FILE ONLY SPARES THE TERMINALS A
      * FULL READ OF IT.
      * THE PRIMARY KEY LEADS WITH THE DATE SO A DAY CAN BE READ ON
      * ITS OWN; THE PLAYER AND THE SEQUENCE MAKE IT UNIQUE EVEN FOR
      * THE TWO RECORDS OF A DUEL OR A GAME LOGGED WITH SEQUENCE 0.
       01 HISTO-RECORD.
           88 FIN-DE-FICHIER-HISTO     VALUE HIGH-VALUES.
           05 HIS-CLE.
               10 HIS-DATE             PIC X(08).
               10 HIS-HEURE            PIC X(06).
               10 HIS-SEQUENCE         PIC 9(07).
               10 HIS-JOUEUR-PARTIE    PIC X(20).
      * ALTERNATE KEY, DUPLICATES ALLOWED: THE GAMES OF ONE PLAYER IN
      * DATE ORDER (SPACES = ANONYMOUS).
           05 HIS-CLE-JOUEUR.
               10 HIS-JOUEUR           PIC X(20).
               10 HIS-DATE-JOUEUR      PIC X(08).
      * ALTERNATE KEY, DUPLICATES ALLOWED: THE GAMES OF ONE WORD IN
      * DATE ORDER. THE WORD IS STORED AS IN LOG-MOT, WITHOUT THE ";"
      * TERMINATOR.
           05 HIS-CLE-MOT.
               10 HIS-MOT              PIC X(30).
               10 HIS-DATE-MOT         PIC X(08).
      * ALTERNATE KEY, DUPLICATES ALLOWED: THE SCORE AS LOGGED, FOR
      * THE LEADERBOARD POSITION ON THE INQUIRY SCREEN.
           05 HIS-SCORE                PIC 9(05).
      * THE LOG RECORD ITSELF (GAMELOG.CPY), MOVED BACK INTO
      * GAME-LOG-RECORD BY THE READERS SO VOIDS AND EVERY LOG-* TEST
      * APPLY UNCHANGED. WIDER THAN THE RECORD TO LEAVE ROOM TO GROW.
           05 HIS-PARTIE               PIC X(120).
