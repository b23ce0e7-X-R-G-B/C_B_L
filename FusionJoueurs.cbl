       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONFICHIER ASSIGN TO NOM-FICHIER-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-SLIP ASSIGN TO 'assets/results_slips_work.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOURNAMENT-ROSTER ASSIGN TO NOM-FICHIER-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CKPT-SOURCE ASSIGN TO NOM-CKPT-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CKPT-CIBLE ASSIGN TO NOM-CKPT-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-CKPT-CIBLE.
           SELECT BADGE-FILE ASSIGN TO NOM-FICHIER-BADGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-BADGE.
           SELECT LAST-SEEN ASSIGN TO NOM-FICHIER-VU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-VU.
           SELECT MERGE-LOG
               ASSIGN TO 'assets/player_merge_log_work.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-ENROLMENT
               ASSIGN TO 'assets/session_enrolment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-INSCRIPTION.
           SELECT WORK-INSCRIPTION
               ASSIGN TO 'assets/session_enrolment_work.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE REGISTRY LOCK PENDU AND LISTEDESJOUEURS TAKE - SEE
      * PRENDRE-VERROU-REGISTRE.
           SELECT VERROU-REGISTRE ASSIGN TO 'assets/player_registry.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-VERROU.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

      * THE WORK FILES CARRY THE REMAPPED RECORDS AS PLAIN LINES UNTIL
      * JOURNALREPRISE COPIES THEM OVER THE LIVE FILES - SAME SCHEME
      * AS GAMELOGARCHIVE, SO THE WIDE BUFFERS ARE SAFE WHATEVER THE
      * RECORDS GROW TO.
       FD WORK-LOG.
       01 WORK-LOG-RECORD.
           88 FIN-DE-FICHIER-TRAV-LOG VALUE HIGH-VALUES.
       FD WORK-SLIP.
       01 WORK-SLIP-RECORD.
           88 FIN-DE-FICHIER-TRAV-SLIP VALUE HIGH-VALUES.
           05 WORK-SLIP-DATA          PIC X(200).

       FD TOURNAMENT-ROSTER.
           COPY "copybooks/tournoi.cpy".
       FD MERGE-LOG.
           COPY "copybooks/mergelog.cpy".

       FD SESSION-ENROLMENT.
           COPY "copybooks/inscription.cpy".

       FD WORK-INSCRIPTION.
       01 WORK-INSCRIPTION-RECORD.
           88 FIN-DE-FICHIER-TRAV-INS VALUE HIGH-VALUES.
           05 WORK-INSCRIPTION-DATA   PIC X(100).

       FD VERROU-REGISTRE.
       01 LIGNE-VERROU-REGISTRE PIC X(1).

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       01 TABLE-DES-JOUEURS.
           05 JOUEUR-TABLE OCCURS 500 TIMES.
               10 JOUEUR-TABLE-ID PIC 9(05).
               10 JOUEUR-TABLE-NOM PIC X(20).
               10 JOUEUR-TABLE-DATE PIC X(08).
               10 JOUEUR-TABLE-ACTIF PIC X(01).
               10 JOUEUR-TABLE-PIN PIC X(07).
               10 JOUEUR-TABLE-ECHECS PIC X(01).
               10 JOUEUR-TABLE-VERROU PIC X(01).
               10 JOUEUR-TABLE-MATRICULE PIC X(10).
       77 NB-JOUEURS-TABLE PIC 9(3) VALUE 0.
       01 TABLE-DU-ROSTER.
           05 ROSTER-TABLE OCCURS 500 TIMES.
       77 NB-SLIPS-REMAPPES PIC 9(7) VALUE 0.
       77 NB-ROSTER-REMAPPES PIC 9(5) VALUE 0.
       77 NB-BADGES-REMAPPES PIC 9(5) VALUE 0.
       77 NB-INSCRIPTIONS-REMAPPEES PIC 9(5) VALUE 0.
      * LINES OF THE LIVE FILE BEING SWEPT - WHAT ITS WORK FILE WAS
      * BUILT FROM, FOR THE JOURNAL.
       77 NB-LIGNES-LUES PIC 9(7) VALUE 0.
       77 ETAT-FICHIER-INSCRIPTION PIC X(2) VALUE "00".
       77 ETAT-FICHIER-BADGE PIC X(2) VALUE "00".
       77 ETAT-FICHIER-VU PIC X(2) VALUE "00".
       77 IDX-VU PIC 9(3).
           88 TABLE-DEBORDEE VALUE "Y".
       77 STATE-BADGES-DEBORDES PIC X(1) VALUE "N".
           88 BADGES-DEBORDES VALUE "Y".
       77 CODE-RECONSTRUCTION PIC 9(2) VALUE 0.
       77 ETAT-FICHIER-VERROU PIC X(2) VALUE "00".
       77 STATE-VERROU-PRIS PIC X(1) VALUE "N".
           88 VERROU-REGISTRE-PRIS VALUE "Y".
       77 NB-TENTATIVES PIC 9(2) VALUE 0.
       77 ATTENTE-SECONDES PIC 9(1) VALUE 1.
       77 TOUCHE-PAUSE PIC X(1).
      * THE MASTER FILES ARE READ UNDER THEIR LIVE NAMES AND SAVED
      * UNDER THEIR WORK NAMES, FOR JOURNALREPRISE TO COPY OVER ONCE
      * THE MERGE IS COMMITTED.
       77 NOM-FICHIER-REGISTRE PIC X(60)
           VALUE "assets/player_registry.txt".
       77 NOM-FICHIER-ROSTER PIC X(60)
           VALUE "assets/tournament_roster.txt".
       77 NOM-FICHIER-BADGE PIC X(60)
           VALUE "assets/player_badges.txt".
       77 NOM-FICHIER-VU PIC X(60)
           VALUE "assets/player_last_seen.txt".
       77 LIGNE-REPRISE PIC X(60) VALUE SPACES.
           COPY "copybooks/reprise.cpy".

      * THE BADGE FILE HELD IN MEMORY FOR THE REMAP: AN ENTRY MARKED
      * "S" IS A PAIR THE SURVIVOR ALREADY HOLDS AND IS DROPPED ON
           02 LINE 2 COL 1 VALUE
               "fusion refusee pour ne rien perdre.".

       01 ECRAN-REGISTRE-OCCUPE.
           02 LINE 1 COL 1 VALUE
               "Registre en cours de mise a jour - reessayez.".

       01 ECRAN-JOUEUR-DISPARU.
           02 LINE 1 COL 1 VALUE
               "Un des deux joueurs n'est plus au registre -".
           02 LINE 2 COL 1 VALUE "fusion annulee.".

       01 ECRAN-FUSION-FAITE.
           02 LINE 1 COL 1 VALUE "Fusion terminee.".
           02 LINE 2 COL 1 VALUE "Parties remappees:    ".
           02 LINE 5 COL 24 PIC 9(5) FROM NB-BADGES-REMAPPES.
           02 LINE 6 COL 1 VALUE "Activite reportee:    ".
           02 LINE 6 COL 24 PIC X(1) FROM STATE-ACTIVITE-REMAPPEE.
           02 LINE 7 COL 1 VALUE "Sessions remappees:   ".
           02 LINE 7 COL 24 PIC 9(5) FROM NB-INSCRIPTIONS-REMAPPEES.

       01 ECRAN-BADGES-DEBORDES.
           02 LINE 8 COL 1 VALUE
               "Fichier badges plein (plus de 1000 lignes) -".
           02 LINE 9 COL 1 VALUE
               "badges laisses tels quels, a remapper a la main.".

       01 ECRAN-HISTORIQUE-A-VERIFIER.
           02 LINE 10 COL 1 VALUE
               "Historique des parties a verifier - voir".
           02 LINE 11 COL 1 VALUE
               "game_history_rebuild_report.txt.".

       01 ECRAN-MERGE-ANNULEE.
           02 LINE 1 COL 1 VALUE
               "Preparation incomplete - fusion annulee,".
           02 LINE 2 COL 1 VALUE "aucun fichier n'a ete touche.".

       01 ECRAN-MERGE-INTERROMPUE.
           02 LINE 1 COL 1 VALUE
               "Fusion interrompue - elle sera terminee au".
           02 LINE 2 COL 1 VALUE
               "prochain lancement. Voir rewrite_recovery_report.txt.".

       01 ECRAN-REPRISE.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE
               "=== Reprise d'une reecriture interrompue ===".
           02 LINE 3 COL 1 PIC X(60) FROM LIGNE-REPRISE.
           02 LINE 4 COL 1 PIC X(60) FROM REP-DETAIL.
           02 LINE 6 COL 1 VALUE
               "Voir rewrite_recovery_report.txt.".

       01 ECRAN-REPRISE-IMPOSSIBLE.
           02 LINE 8 COL 1 VALUE
               "Fusion refusee tant que la reprise n'est pas faite.".

       01 ECRAN-REECRITURE-EN-COURS.
           02 LINE 1 COL 1 VALUE
               "Une autre reecriture est en cours - reessayez.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".

       PROCEDURE DIVISION.
       Debut.
           PERFORM CONNECTER-OPERATEUR.
           DISPLAY ECRAN-VIDE.
           PERFORM CHARGER-JOUEURS.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
                       TO JOUEUR-TABLE-DATE(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-ACTIF
                       TO JOUEUR-TABLE-ACTIF(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-PIN-CODE
                       TO JOUEUR-TABLE-PIN(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-ECHECS-PIN
                       TO JOUEUR-TABLE-ECHECS(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-VERROU
                       TO JOUEUR-TABLE-VERROU(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-MATRICULE
                       TO JOUEUR-TABLE-MATRICULE(NB-JOUEURS-TABLE)
               ELSE
                   MOVE "Y" TO STATE-DEBORDEMENT
               END-IF
           END-READ.

       SAUVER-JOUEURS.
           MOVE "assets/player_registry_work.txt"
               TO NOM-FICHIER-REGISTRE.
           OPEN OUTPUT MONFICHIER.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               MOVE JOUEUR-TABLE-NOM(IDX) TO JOUEUR-NOM
               MOVE JOUEUR-TABLE-DATE(IDX) TO JOUEUR-DATE-INSCRIPTION
               MOVE JOUEUR-TABLE-ACTIF(IDX) TO JOUEUR-ACTIF
               MOVE JOUEUR-TABLE-PIN(IDX) TO JOUEUR-PIN-CODE
               MOVE JOUEUR-TABLE-ECHECS(IDX) TO JOUEUR-ECHECS-PIN
               MOVE JOUEUR-TABLE-VERROU(IDX) TO JOUEUR-VERROU
               MOVE JOUEUR-TABLE-MATRICULE(IDX) TO JOUEUR-MATRICULE
               WRITE PLAYER-RECORD
               ADD 1 TO IDX
           END-PERFORM.
           CLOSE MONFICHIER.
           MOVE "assets/player_registry.txt" TO NOM-FICHIER-REGISTRE.
           MOVE "assets/player_registry.txt" TO REP-FICHIER.
           MOVE "assets/player_registry_work.txt" TO REP-TRAVAIL.
           MOVE NB-JOUEURS-TABLE TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

       AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-VIDE.
      * CHECKPOINT FILE MOVES TO THE SURVIVOR'S ID, AND THE DUPLICATE
      * REGISTRY RECORD IS RETIRED THE SAME WAY LISTEDESJOUEURS
      * RETIRES A TRAINEE. THE MERGE ITSELF IS APPENDED TO THE MERGE
      * LOG SO THE OLD NAME CAN STILL BE EXPLAINED LATER. EVERY FILE
      * IS BUILT AS A WORK FILE AND JOURNALLED; ONLY WHEN ALL OF THEM
      * ARE READY IS THE MERGE COMMITTED AND THE LIVE FILES REPLACED
      * (SEE JOURNALREPRISE), SO A CRASH MIDWAY NEVER LEAVES HALF A
      * MERGE BEHIND. ONCE CONFIRMED, THE MERGE WORKS ON THE REGISTRY
      * AS IT STANDS THEN, RELOADED UNDER THE REGISTRY LOCK - NOT THE
      * COPY SHOWN ON THE LIST, WHICH WOULD UNDO ANY PIN LOCKOUT,
      * RESET OR EDIT MADE SINCE - AND THE LOCK IS HELD UNTIL THE NEW
      * REGISTRY HAS REPLACED THE LIVE ONE.
       FUSIONNER-JOUEURS.
           MOVE "J" TO ACC-ROLE-REQUIS.
           MOVE "FUSION DE JOUEURS" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM REPRENDRE-EXECUTION.
           IF REP-IMPOSSIBLE OR REP-OCCUPE THEN
               EXIT PARAGRAPH
           END-IF
      * THE LIST IS TAKEN AFRESH: ANOTHER TERMINAL OR A RECOVERY MAY
      * HAVE CHANGED THE REGISTRY SINCE IT WAS LAST SHOWN.
           PERFORM CHARGER-JOUEURS.
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-SAISIE-SURVIVANT.
           ACCEPT SURVIVANT-ENTRE.
           IF NOT FUSION-CONFIRMEE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHARGER-SOUS-VERROU.
           IF NOT VERROU-REGISTRE-PRIS THEN
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           IF INDEX-SURVIVANT = 0 OR INDEX-ABSORBE = 0 THEN
               PERFORM RENDRE-VERROU-REGISTRE
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-JOUEUR-DISPARU
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-ROSTER.
           IF TABLE-DEBORDEE THEN
               PERFORM RENDRE-VERROU-REGISTRE
               DISPLAY ECRAN-DEBORDEMENT
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM DEMARRER-EXECUTION.
           IF NOT REP-OK THEN
               PERFORM RENDRE-VERROU-REGISTRE
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-REECRITURE-EN-COURS
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM REMAPPER-GAME-LOG.
           PERFORM REMAPPER-BORDEREAUX.
           PERFORM REMAPPER-ROSTER.
           PERFORM REMAPPER-BADGES.
           PERFORM REMAPPER-DERNIERE-ACTIVITE.
           PERFORM REMAPPER-INSCRIPTIONS.
           PERFORM DEPLACER-CHECKPOINT.
           MOVE "N" TO JOUEUR-TABLE-ACTIF(INDEX-ABSORBE).
      * THE HR EMPLOYEE REFERENCE FOLLOWS THE HISTORY WHEN ONLY THE
      * DUPLICATE CARRIED ONE.
           IF JOUEUR-TABLE-MATRICULE(INDEX-SURVIVANT) = SPACES THEN
               MOVE JOUEUR-TABLE-MATRICULE(INDEX-ABSORBE)
                   TO JOUEUR-TABLE-MATRICULE(INDEX-SURVIVANT)
           END-IF
           PERFORM SAUVER-JOUEURS.
           PERFORM ECRIRE-FUSION.
           PERFORM APPLIQUER-EXECUTION.
           PERFORM RENDRE-VERROU-REGISTRE.
           PERFORM CHARGER-JOUEURS.
           IF NOT REP-OK THEN
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM RECONSTRUIRE-HISTORIQUE.
           DISPLAY ECRAN-FUSION-FAITE.
           IF BADGES-DEBORDES THEN
               DISPLAY ECRAN-BADGES-DEBORDES
           END-IF
           IF CODE-RECONSTRUCTION NOT = 0 THEN
               DISPLAY ECRAN-HISTORIQUE-A-VERIFIER
           END-IF
           PERFORM ATTENDRE-TOUCHE.

      * SAME WORK-FILE REWRITE AS GAMELOGARCHIVE: THE KEPT RECORDS GO
      * OUT AS PLAIN LINES, AND THE WORK FILE IS JOURNALLED TO REPLACE
      * THE LIVE ONE.
       REMAPPER-GAME-LOG.
           MOVE 0 TO NB-LOG-REMAPPES.
           MOVE 0 TO NB-LIGNES-LUES.
           OPEN INPUT GAME-LOG.
           OPEN OUTPUT WORK-LOG.
           MOVE SPACES TO GAME-LOG-RECORD.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               ADD 1 TO NB-LIGNES-LUES
      * DAILY TRAILER LINES ("#" IN COLUMN 1) PASS THROUGH UNTOUCHED.
               IF NOT TRL-EST-TRAILER
                   AND LOG-JOUEUR = NOM-ABSORBE THEN
           END-PERFORM.
           CLOSE GAME-LOG.
           CLOSE WORK-LOG.
           MOVE "assets/game_log.txt" TO REP-FICHIER.
           MOVE "assets/game_log_work.txt" TO REP-TRAVAIL.
           MOVE NB-LIGNES-LUES TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

      * THE INDEXED GAME HISTORY CARRIES THE PLAYER NAME IN ITS KEY,
      * SO IT IS REBUILT FROM THE REWRITTEN LOG RATHER THAN PATCHED -
      * ONCE THE MERGE HAS BEEN APPLIED.
       RECONSTRUIRE-HISTORIQUE.
           CALL "ReconstruireHistorique".
           MOVE RETURN-CODE TO CODE-RECONSTRUCTION.
           MOVE 0 TO RETURN-CODE.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

       REMAPPER-BORDEREAUX.
           MOVE 0 TO NB-SLIPS-REMAPPES.
           MOVE 0 TO NB-LIGNES-LUES.
           OPEN INPUT RESULTS-SLIP.
           OPEN OUTPUT WORK-SLIP.
           MOVE SPACES TO RESULT-SLIP-RECORD.
           PERFORM LIRE-SLIP
           PERFORM UNTIL FIN-DE-FICHIER-SLIP
               ADD 1 TO NB-LIGNES-LUES
               IF SLIP-JOUEUR = NOM-ABSORBE THEN
                   MOVE NOM-SURVIVANT TO SLIP-JOUEUR
                   ADD 1 TO NB-SLIPS-REMAPPES
           END-PERFORM.
           CLOSE RESULTS-SLIP.
           CLOSE WORK-SLIP.
           MOVE "assets/results_slips.txt" TO REP-FICHIER.
           MOVE "assets/results_slips_work.txt" TO REP-TRAVAIL.
           MOVE NB-LIGNES-LUES TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

       LIRE-SLIP.
           READ RESULTS-SLIP
               AT END SET FIN-DE-FICHIER-SLIP TO TRUE
           END-READ.

      * SESSION ENROLMENTS ARE KEYED ON THE REGISTRY ID, SO THE
      * DUPLICATE'S LINES MOVE TO THE SURVIVOR'S ID AND NAME. NO FILE
      * MEANS NO COHORT HAS EVER BEEN LOADED.
       REMAPPER-INSCRIPTIONS.
           MOVE 0 TO NB-INSCRIPTIONS-REMAPPEES.
           OPEN INPUT SESSION-ENROLMENT.
           IF ETAT-FICHIER-INSCRIPTION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-INSCRIPTION.
           MOVE 0 TO NB-LIGNES-LUES.
           MOVE SPACES TO INSCRIPTION-RECORD.
           PERFORM LIRE-INSCRIPTION-SESSION
           PERFORM UNTIL FIN-DE-FICHIER-INSCRIPTION
               ADD 1 TO NB-LIGNES-LUES
               IF INS-JOUEUR-ID = ID-ABSORBE THEN
                   MOVE ID-SURVIVANT TO INS-JOUEUR-ID
                   MOVE NOM-SURVIVANT TO INS-JOUEUR
                   ADD 1 TO NB-INSCRIPTIONS-REMAPPEES
               END-IF
               MOVE INSCRIPTION-RECORD TO WORK-INSCRIPTION-DATA
               WRITE WORK-INSCRIPTION-RECORD
               PERFORM LIRE-INSCRIPTION-SESSION
           END-PERFORM.
           CLOSE SESSION-ENROLMENT.
           CLOSE WORK-INSCRIPTION.
           MOVE "assets/session_enrolment.txt" TO REP-FICHIER.
           MOVE "assets/session_enrolment_work.txt" TO REP-TRAVAIL.
           MOVE NB-LIGNES-LUES TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

       LIRE-INSCRIPTION-SESSION.
           READ SESSION-ENROLMENT
               AT END SET FIN-DE-FICHIER-INSCRIPTION TO TRUE
           END-READ.

       CHARGER-ROSTER.
           END-PERFORM.

       SAUVER-ROSTER.
           MOVE "assets/tournament_roster_work.txt"
               TO NOM-FICHIER-ROSTER.
           OPEN OUTPUT TOURNAMENT-ROSTER.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-INSCRITS-TABLE
               ADD 1 TO IDX
           END-PERFORM.
           CLOSE TOURNAMENT-ROSTER.
           MOVE "assets/tournament_roster.txt" TO NOM-FICHIER-ROSTER.
           MOVE "assets/tournament_roster.txt" TO REP-FICHIER.
           MOVE "assets/tournament_roster_work.txt" TO REP-TRAVAIL.
           MOVE NB-INSCRITS-TABLE TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

      * THE BADGE FILE IS PLAYER-NAME-KEYED TOO. THE DUPLICATE'S
      * BADGES FOLLOW THE PLAYER, BUT A PLAYER/CODE PAIR THE SURVIVOR
           END-PERFORM.

       SAUVER-BADGES.
           MOVE "assets/player_badges_work.txt" TO NOM-FICHIER-BADGE.
           OPEN OUTPUT BADGE-FILE.
           MOVE 1 TO IDX-BADGE.
           PERFORM UNTIL IDX-BADGE > NB-BADGES-TABLE
               ADD 1 TO IDX-BADGE
           END-PERFORM.
           CLOSE BADGE-FILE.
           MOVE "assets/player_badges.txt" TO NOM-FICHIER-BADGE.
           MOVE "assets/player_badges.txt" TO REP-FICHIER.
           MOVE "assets/player_badges_work.txt" TO REP-TRAVAIL.
           MOVE NB-BADGES-TABLE TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

      * THE CARRIED-FORWARD LAST-ACTIVITY FILE IS NAME-KEYED TOO
      * (HOUSEKEEPING MATCHES ON THE NAME FOR ITS DORMANCY CHECK), SO
               MOVE NOM-SURVIVANT TO VT-NOM(IDX-VU-ABSORBE)
               MOVE 0 TO IDX-VU-ABSORBE
           END-IF
           MOVE "assets/player_last_seen_work.txt" TO NOM-FICHIER-VU.
           OPEN OUTPUT LAST-SEEN.
           MOVE 1 TO IDX-VU.
           PERFORM UNTIL IDX-VU > NB-VUS
               ADD 1 TO IDX-VU
           END-PERFORM.
           CLOSE LAST-SEEN.
           MOVE "assets/player_last_seen.txt" TO NOM-FICHIER-VU.
           MOVE "assets/player_last_seen.txt" TO REP-FICHIER.
           MOVE "assets/player_last_seen_work.txt" TO REP-TRAVAIL.
           SET REP-SANS-REPORT TO TRUE.
           PERFORM PREPARER-FICHIER.
           MOVE "O" TO STATE-ACTIVITE-REMAPPEE.

       LIRE-VU.
      * UNLESS THE SURVIVOR ALREADY HAS ONE OF ITS OWN, IN WHICH CASE
      * THE DUPLICATE'S GAME IS DROPPED RATHER THAN OVERWRITE IT. THE
      * OLD FILE IS EMPTIED EITHER WAY SO THE RETIRED ID NEVER OFFERS
      * A RESUME AGAIN. THE MOVED SNAPSHOT GOES TO A WORK FILE NAMED
      * AFTER THE SURVIVOR'S, AND THE EMPTYING IS JOURNALLED WITH NO
      * WORK FILE AT ALL.
       DEPLACER-CHECKPOINT.
           MOVE "A" TO SORT-CHECKPOINT.
           MOVE SPACES TO NOM-CKPT-SOURCE.
           IF CKPT-CIBLE-PLEIN THEN
               MOVE "E" TO SORT-CHECKPOINT
           ELSE
               MOVE NOM-CKPT-CIBLE TO REP-FICHIER
               MOVE SPACES TO NOM-CKPT-CIBLE
               STRING "assets/checkpoint_" DELIMITED BY SIZE
                      ID-SURVIVANT DELIMITED BY SIZE
                      "_work.txt" DELIMITED BY SIZE
                      INTO NOM-CKPT-CIBLE
               OPEN OUTPUT CKPT-CIBLE
               MOVE CKPT-SOURCE-DATA TO CKPT-CIBLE-DATA
               WRITE CKPT-CIBLE-RECORD
               CLOSE CKPT-CIBLE
               MOVE NOM-CKPT-CIBLE TO REP-TRAVAIL
               SET REP-SANS-REPORT TO TRUE
               PERFORM PREPARER-FICHIER
               MOVE "D" TO SORT-CHECKPOINT
           END-IF
           MOVE NOM-CKPT-SOURCE TO REP-FICHIER.
           MOVE SPACES TO REP-TRAVAIL.
           PERFORM PREPARER-FICHIER.

      * THE MERGE LOG IS ONLY APPENDED TO, SO ITS WORK FILE STARTS AS
      * A COPY OF THE LIVE LOG (SEE DEMARRER-EXECUTION).
       ECRIRE-FUSION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FUS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO FUS-HEURE.
           MOVE NB-ROSTER-REMAPPES TO FUS-NB-ROSTER.
           MOVE SORT-CHECKPOINT TO FUS-CHECKPOINT.
           MOVE NB-BADGES-REMAPPES TO FUS-NB-BADGES.
           MOVE ACC-OPERATEUR TO FUS-OPERATEUR.
           OPEN EXTEND MERGE-LOG.
           WRITE FUSION-RECORD.
           CLOSE MERGE-LOG.
           MOVE "assets/player_merge_log.txt" TO REP-FICHIER.
           MOVE "assets/player_merge_log_work.txt" TO REP-TRAVAIL.
           SET REP-SANS-REPORT TO TRUE.
           PERFORM PREPARER-FICHIER.

      * NOTHING HAS BEEN WRITTEN YET: THE JOURNAL RECORDS WHICH MERGE
      * IS ABOUT TO RUN, AND THE MERGE LOG'S WORK FILE IS SEEDED. WHILE
      * A REWRITE IS UNDER WAY IN ANOTHER PROGRAM THE RUN IS REFUSED
      * AND NO WORK FILE IS TOUCHED.
       DEMARRER-EXECUTION.
           MOVE SPACES TO REP-DETAIL.
           STRING "FUSION " DELIMITED BY SIZE
                  ID-ABSORBE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOM-ABSORBE DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  ID-SURVIVANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOM-SURVIVANT DELIMITED BY SPACE
                  INTO REP-DETAIL.
           MOVE "D" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "assets/player_merge_log.txt" TO REP-FICHIER.
           MOVE "assets/player_merge_log_work.txt" TO REP-TRAVAIL.
           MOVE "I" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

       PREPARER-FICHIER.
           MOVE "P" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

      * COMMIT, THEN REPLACE THE LIVE FILES. A REFUSED COMMIT LEAVES
      * EVERY LIVE FILE AS IT WAS; AN APPLY STOPPED SHORT IS FINISHED
      * ON THE NEXT START. EITHER WAY THE REGISTRY IS RELOADED SO THE
      * SCREEN SHOWS WHAT IS REALLY ON FILE.
       APPLIQUER-EXECUTION.
           MOVE "V" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-MERGE-ANNULEE
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-MERGE-INTERROMPUE
           END-IF.

      * A MERGE (OR ANOTHER BATCH'S RUN ON THE SAME FILES) LEFT
      * UNFINISHED - INCLUDING ONE THIS SESSION COULD NOT APPLY - IS
      * FINISHED OR ROLLED BACK BEFORE THE NEXT MERGE READS ANYTHING,
      * AND THE OPERATOR IS TOLD WHICH. ONE THAT CANNOT BE FINISHED,
      * OR A REWRITE STILL UNDER WAY IN ANOTHER PROGRAM, REFUSES THE
      * MERGE.
       REPRENDRE-EXECUTION.
           MOVE "FUSIONJOUEURS" TO REP-PROGRAMME.
           MOVE "R" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF REP-RIEN-EN-SUSPENS THEN
               EXIT PARAGRAPH
           END-IF
           IF REP-OCCUPE THEN
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-REECRITURE-EN-COURS
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LIGNE-REPRISE.
           EVALUATE TRUE
               WHEN REP-TERMINEE
                   STRING "Execution interrompue de " DELIMITED BY SIZE
                          REP-EN-CAUSE DELIMITED BY SPACE
                          " terminee." DELIMITED BY SIZE
                          INTO LIGNE-REPRISE
               WHEN REP-ANNULEE
                   STRING "Execution interrompue de " DELIMITED BY SIZE
                          REP-EN-CAUSE DELIMITED BY SPACE
                          " annulee." DELIMITED BY SIZE
                          INTO LIGNE-REPRISE
               WHEN OTHER
                   STRING "Reprise impossible de " DELIMITED BY SIZE
                          REP-EN-CAUSE DELIMITED BY SPACE
                          " - lancer JournalReprise." DELIMITED BY SIZE
                          INTO LIGNE-REPRISE
           END-EVALUATE
           DISPLAY ECRAN-REPRISE.
           IF REP-IMPOSSIBLE THEN
               DISPLAY ECRAN-REPRISE-IMPOSSIBLE
           END-IF
           PERFORM ATTENDRE-TOUCHE.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "FUSIONJOUEURS" TO ACC-PROGRAMME.
           MOVE "C" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF.

      * ACC-ROLE-REQUIS AND ACC-ACTION ARE SET BY THE CALLER.
       CONTROLER-ROLE.
           MOVE "V" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               DISPLAY ECRAN-ROLE-REFUSE
               PERFORM ATTENDRE-TOUCHE
           END-IF.

       ATTENDRE-TOUCHE.
           DISPLAY ECRAN-PAUSE.
           ACCEPT PAUSE-ENTREE.

      * THE LOCK IS TAKEN AND THE REGISTRY RELOADED, THEN BOTH PLAYERS
      * ARE FOUND AGAIN BY ID - THEIR LINES MAY HAVE MOVED, OR ONE OF
      * THEM MAY HAVE BEEN ERASED OR MERGED ELSEWHERE. AN INDEX LEFT
      * AT 0 MEANS THAT PLAYER IS GONE.
       RECHARGER-SOUS-VERROU.
           PERFORM PRENDRE-VERROU-REGISTRE.
           IF NOT VERROU-REGISTRE-PRIS THEN
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-REGISTRE-OCCUPE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-JOUEURS.
           MOVE 0 TO INDEX-SURVIVANT.
           MOVE 0 TO INDEX-ABSORBE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               IF JOUEUR-TABLE-ID(IDX) = ID-SURVIVANT THEN
                   MOVE IDX TO INDEX-SURVIVANT
               END-IF
               IF JOUEUR-TABLE-ID(IDX) = ID-ABSORBE THEN
                   MOVE IDX TO INDEX-ABSORBE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

      * THE SAME LOCK FILE AND RETRY AS PENDU.
       PRENDRE-VERROU-REGISTRE.
           MOVE "N" TO STATE-VERROU-PRIS.
           MOVE 0 TO NB-TENTATIVES.
           PERFORM UNTIL VERROU-REGISTRE-PRIS OR NB-TENTATIVES > 9
               OPEN EXTEND VERROU-REGISTRE
               IF ETAT-FICHIER-VERROU = "35" THEN
                   OPEN OUTPUT VERROU-REGISTRE
               END-IF
               IF ETAT-FICHIER-VERROU = "00" THEN
                   MOVE "Y" TO STATE-VERROU-PRIS
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.

       RENDRE-VERROU-REGISTRE.
           IF VERROU-REGISTRE-PRIS THEN
               CLOSE VERROU-REGISTRE
               MOVE "N" TO STATE-VERROU-PRIS
           END-IF.
