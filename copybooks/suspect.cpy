      * SUSPECT.CPY - one record per game flagged by the nightly
      * suspicious-play check (PartiesSuspectes), kept in
      * assets/suspicious_play_cases.txt alongside the readable
      * report. TournamentStandings reads it to warn the supervisor
      * before a classement is published. THE FILE IS CUMULATIVE:
      * EACH NIGHT ADDS ONLY THE CASES (GAME AND RULE) NOT ALREADY ON
      * IT, SO A GAME CAUGHT BY TWO RULES MAY HAVE ITS TWO RECORDS
      * NIGHTS APART. A CASE STAYS UNTIL CLEARED: VOIDING THE GAME
      * (SEE GAMEVOID.CPY) SETTLES IT, OR THE SUPERVISOR REMOVES ITS
      * LINE ONCE THE GAME IS FOUND IN ORDER.
       01 SUSPECT-RECORD.
           88 FIN-DE-FICHIER-SUSPECT   VALUE HIGH-VALUES.
      * THE NIGHT THE CASE WAS FIRST FILED.
           05 SUS-DATE-CONTROLE        PIC X(08).
      * WHICH RULE CAUGHT THE GAME.
           05 SUS-REGLE                PIC X(01).
               88 SUS-SANS-FAUTE       VALUE "F".
               88 SUS-OPERATEUR        VALUE "O".
               88 SUS-DEFI-DU-JOUR     VALUE "J".
               88 SUS-CHRONO           VALUE "C".
           05 SUS-SEQUENCE             PIC 9(07).
           05 SUS-DATE                 PIC X(08).
           05 SUS-JOUEUR               PIC X(20).
           05 SUS-MODE                 PIC X(01).
           05 SUS-TOURNOI              PIC X(08).
           05 SUS-RONDE                PIC 9(02).
