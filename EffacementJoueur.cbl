       IDENTIFICATION DIVISION.
       PROGRAM-ID. EffacementJoueur.

      * ERASURE OF A PLAYER WHO HAS LEFT OR ASKED FOR THEIR DATA TO BE
      * REMOVED: THE NAME IS REPLACED BY AN ANONYMOUS CODE IN EVERY
      * PLAYER-KEYED FILE, THE REGISTRY RECORD IS REMOVED, AND THE
      * ERASURE IS APPENDED TO THE ERASURE REGISTER (EFFACEMENT.CPY)
      * FOR THE COMPLIANCE OFFICER. THE GAME LOG AND ITS ARCHIVES
      * KEEP EVERY RECORD, SEQUENCE AND DAILY TRAILER - ONLY
      * LOG-JOUEUR CHANGES, AND GAMELOGVERIFY SEALS COUNTS AND SCORES,
      * NOT NAMES - SO THE VERIFICATION AND THE STATISTICS STILL ADD
      * UP, UNDER THE CODE. SUPERVISOR ROLE ONLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONFICHIER ASSIGN TO NOM-FICHIER-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-REGISTRE.
      * THE SAME SELECT REWRITES THE LIVE LOG AND THEN EACH MONTHLY
      * ARCHIVE - THEY ALL CARRY THE GAMELOG.CPY LAYOUT.
           SELECT GAME-LOG ASSIGN TO NOM-FICHIER-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT WORK-FILE ASSIGN TO NOM-FICHIER-TRAVAIL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT RESULTS-SLIP ASSIGN TO 'assets/results_slips.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SLIP.
           SELECT TOURNAMENT-ROSTER
               ASSIGN TO 'assets/tournament_roster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ROSTER.
           SELECT BADGE-FILE ASSIGN TO 'assets/player_badges.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-BADGE.
           SELECT PLAYER-RATINGS ASSIGN TO 'assets/player_ratings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-RATING.
           SELECT LAST-SEEN ASSIGN TO 'assets/player_last_seen.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-VU.
           SELECT MERGE-LOG ASSIGN TO 'assets/player_merge_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-FUSION.
           SELECT PIN-LOG ASSIGN TO 'assets/player_pin_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-PIN.
           SELECT MOVE-JOURNAL ASSIGN TO 'assets/move_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-JOURNAL.
           SELECT SESSION-ENROLMENT
               ASSIGN TO 'assets/session_enrolment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-INSCRIPTION.
           SELECT HR-EXTRACT ASSIGN TO NOM-FICHIER-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-EXTRAIT.
      * CHECKPOINT_<ID>.TXT AND COUPS_<ID>.TXT IN TURN - ONLY EMPTIED,
      * SO THE RECORD IS A PLAIN LINE.
           SELECT FICHIER-JOUEUR ASSIGN TO NOM-FICHIER-JOUEUR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-JOUEUR.
           SELECT ERASURE-REGISTER ASSIGN TO NOM-FICHIER-EFFACEMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-EFFACEMENT.
           SELECT SUSPECT-CASES
               ASSIGN TO 'assets/suspicious_play_cases.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SUSPECT.
      * THE REGISTRY LOCK PENDU AND LISTEDESJOUEURS TAKE - SEE
      * PRENDRE-VERROU-REGISTRE.
           SELECT VERROU-REGISTRE ASSIGN TO 'assets/player_registry.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-VERROU.

       DATA DIVISION.
       FILE SECTION.
       FD MONFICHIER.
           COPY "copybooks/playerrec.cpy".

       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

      * EACH FILE THE ERASURE CHANGES GETS A WORK FILE NAMED AFTER IT
      * (SEE FIXER-NOM-TRAVAIL): THE RECORDS GO OUT AS PLAIN LINES AND
      * JOURNALREPRISE COPIES THE LOT OVER THE LIVE FILES ONCE THE RUN
      * IS COMMITTED - SAME SCHEME AS FUSIONJOUEURS, AND THE WIDE
      * BUFFER IS SAFE WHATEVER THE RECORDS GROW TO.
       FD WORK-FILE.
       01 WORK-RECORD.
           88 FIN-DE-FICHIER-TRAVAIL VALUE HIGH-VALUES.
           05 WORK-DATA               PIC X(200).

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD RESULTS-SLIP.
           COPY "copybooks/resultslip.cpy".

       FD TOURNAMENT-ROSTER.
           COPY "copybooks/tournoi.cpy".

       FD BADGE-FILE.
           COPY "copybooks/badge.cpy".

       FD PLAYER-RATINGS.
           COPY "copybooks/rating.cpy".

       FD LAST-SEEN.
           COPY "copybooks/lastseen.cpy".

       FD MERGE-LOG.
           COPY "copybooks/mergelog.cpy".

       FD PIN-LOG.
           COPY "copybooks/pinlog.cpy".

       FD MOVE-JOURNAL.
           COPY "copybooks/movejournal.cpy".

       FD SESSION-ENROLMENT.
           COPY "copybooks/inscription.cpy".

       FD HR-EXTRACT.
           COPY "copybooks/extrh.cpy".

       FD FICHIER-JOUEUR.
       01 FICHIER-JOUEUR-RECORD       PIC X(200).

       FD ERASURE-REGISTER.
           COPY "copybooks/effacement.cpy".

       FD SUSPECT-CASES.
           COPY "copybooks/suspect.cpy".

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

      * EVERY IDENTITY THE PERSON HAS HAD: THE CHOSEN REGISTRY RECORD
      * AND ANY DUPLICATE FUSIONJOUEURS FOLDED INTO IT (THE MERGE LOG
      * SAYS WHICH). THE DUPLICATE'S NAME CAN STILL SIT IN THE
      * ARCHIVES, AND ITS RETIRED REGISTRY RECORD IS STILL THERE.
       01 TABLE-DES-IDENTITES.
           05 IDENTITE-T OCCURS 50 TIMES.
               10 IT-ID PIC 9(05).
               10 IT-NOM PIC X(20).
               10 IT-DATE PIC X(08).
               10 IT-MATRICULE PIC X(10).
       77 NB-IDENTITES PIC 9(2) VALUE 0.

      * SESSIONS THE PERSON WAS ENROLLED ON - THEIR HR EXTRACTS CARRY
      * THE NAME AND EMPLOYEE REFERENCE TOO.
       01 TABLE-DES-SESSIONS.
           05 SESSION-T OCCURS 100 TIMES.
               10 ST-CODE PIC X(08).
       77 NB-SESSIONS PIC 9(3) VALUE 0.

      * BADGE CODES ALREADY WRITTEN UNDER THE ANONYMOUS CODE, SO TWO
      * IDENTITIES HOLDING THE SAME BADGE DO NOT LEAVE THE PAIR TWICE.
       01 TABLE-DES-BADGES-EMIS.
           05 BADGE-EMIS-T OCCURS 20 TIMES.
               10 BE-CODE PIC X(12).
       77 NB-BADGES-EMIS PIC 9(2) VALUE 0.

       77 ETAT-FICHIER-REGISTRE PIC X(2) VALUE "00".
       77 ETAT-FICHIER-LOG PIC X(2) VALUE "00".
       77 ETAT-FICHIER-ANNULATIONS PIC X(2) VALUE "00".
       77 ETAT-FICHIER-SLIP PIC X(2) VALUE "00".
       77 ETAT-FICHIER-ROSTER PIC X(2) VALUE "00".
       77 ETAT-FICHIER-BADGE PIC X(2) VALUE "00".
       77 ETAT-FICHIER-RATING PIC X(2) VALUE "00".
       77 ETAT-FICHIER-VU PIC X(2) VALUE "00".
       77 ETAT-FICHIER-FUSION PIC X(2) VALUE "00".
       77 ETAT-FICHIER-PIN PIC X(2) VALUE "00".
       77 ETAT-FICHIER-JOURNAL PIC X(2) VALUE "00".
       77 ETAT-FICHIER-INSCRIPTION PIC X(2) VALUE "00".
       77 ETAT-FICHIER-EXTRAIT PIC X(2) VALUE "00".
       77 ETAT-FICHIER-JOUEUR PIC X(2) VALUE "00".
       77 ETAT-FICHIER-EFFACEMENT PIC X(2) VALUE "00".
       77 ETAT-FICHIER-SUSPECT PIC X(2) VALUE "00".
       77 ETAT-FICHIER-VERROU PIC X(2) VALUE "00".
       77 STATE-VERROU-PRIS PIC X(1) VALUE "N".
           88 VERROU-REGISTRE-PRIS VALUE "Y".
       77 NB-TENTATIVES PIC 9(2) VALUE 0.
       77 ATTENTE-SECONDES PIC 9(1) VALUE 1.
       77 NOM-FICHIER-LOG PIC X(40) VALUE SPACES.
       77 NOM-FICHIER-EXTRAIT PIC X(40) VALUE SPACES.
       77 NOM-FICHIER-JOUEUR PIC X(40) VALUE SPACES.
       77 NOM-FICHIER-REGISTRE PIC X(60)
           VALUE "assets/player_registry.txt".
       77 NOM-FICHIER-EFFACEMENT PIC X(60)
           VALUE "assets/player_erasure_register.txt".
      * THE LIVE FILE BEING SWEPT, ITS WORK FILE, AND HOW MANY OF ITS
      * LINES THE WORK FILE WAS BUILT FROM.
       77 NOM-FICHIER-VIVANT PIC X(60) VALUE SPACES.
       77 NOM-FICHIER-TRAVAIL PIC X(60) VALUE SPACES.
       77 NB-LIGNES-LUES PIC 9(7) VALUE 0.
       77 CHOIX-MENU PIC X(1).
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 IDX PIC 9(3).
       77 IDX-LIGNE PIC 9(2).
       77 IDX-ED PIC ZZ9.
       77 IDX-IDENTITE PIC 9(2).
       77 IDX-SESSION PIC 9(3).
       77 IDX-BADGE PIC 9(2).
       77 LIGNE-AFFICHAGE PIC X(60).
       77 INDEX-CIBLE PIC 9(3) VALUE 0.
       77 ID-EFFACE PIC 9(5) VALUE 0.
       77 NOM-EFFACE PIC X(20) VALUE SPACES.
       77 DEMANDEUR PIC X(30) VALUE SPACES.
       77 REPONSE-CONFIRMATION PIC X(1).
           88 EFFACEMENT-CONFIRME VALUE "O".
       77 NUMERO-EFFACEMENT PIC 9(6) VALUE 0.
       77 CODE-ANONYME PIC X(20) VALUE SPACES.
       77 NOM-CHERCHE PIC X(20).
       77 ID-CHERCHE PIC 9(5).
       77 MATRICULE-CHERCHE PIC X(10).
       77 STATE-TROUVE PIC X(1) VALUE "N".
           88 IDENTITE-TROUVEE VALUE "Y".
       77 STATE-AJOUT PIC X(1) VALUE "N".
           88 IDENTITE-AJOUTEE VALUE "Y".
       77 STATE-MODIFIE PIC X(1) VALUE "N".
           88 ENREGISTREMENT-MODIFIE VALUE "Y".
       77 STATE-FICHIER-PLEIN PIC X(1) VALUE "N".
           88 FICHIER-PLEIN VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 STATE-IDENTITES-DEBORDEES PIC X(1) VALUE "N".
           88 IDENTITES-DEBORDEES VALUE "Y".
       77 STATE-SESSIONS-DEBORDEES PIC X(1) VALUE "N".
           88 SESSIONS-DEBORDEES VALUE "Y".
       77 NB-CHANGES-FICHIER PIC 9(7) VALUE 0.
       77 NB-LOG PIC 9(7) VALUE 0.
       77 NB-ARCHIVES PIC 9(7) VALUE 0.
       77 NB-ANNULATIONS PIC 9(5) VALUE 0.
       77 NB-BORDEREAUX PIC 9(7) VALUE 0.
       77 NB-ROSTER PIC 9(5) VALUE 0.
       77 NB-BADGES PIC 9(5) VALUE 0.
       77 NB-RATINGS PIC 9(5) VALUE 0.
       77 NB-VUS PIC 9(5) VALUE 0.
       77 NB-FUSIONS PIC 9(5) VALUE 0.
       77 NB-PIN PIC 9(5) VALUE 0.
       77 NB-COUPS PIC 9(7) VALUE 0.
       77 NB-INSCRIPTIONS PIC 9(5) VALUE 0.
       77 NB-EXTRAITS-RH PIC 9(5) VALUE 0.
       77 NB-CHECKPOINTS PIC 9(3) VALUE 0.
       77 NB-SUSPECTS PIC 9(5) VALUE 0.
       77 NB-REGISTRE PIC 9(3) VALUE 0.
       77 CODE-RECONSTRUCTION PIC 9(2) VALUE 0.
       77 YYYYMM-TRAVAIL PIC 9(6) VALUE 0.
       77 ANNEE-TRAVAIL PIC 9(4) VALUE 0.
       77 MOIS-TRAVAIL PIC 9(2) VALUE 0.
       77 RANG-DEBUT PIC 9(6) VALUE 0.
       77 RANG-COURANT PIC 9(6) VALUE 0.
       77 RANG-ARCHIVE PIC 9(6) VALUE 0.
       77 RANG-AUJOURDHUI PIC 9(6) VALUE 0.
       77 TOUCHE-PAUSE PIC X(1).
       77 LIGNE-REPRISE PIC X(60) VALUE SPACES.
           COPY "copybooks/reprise.cpy".

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 BLANK SCREEN.

       01 JOUEUR-ECRAN.
           02 LINE IDX-LIGNE COL 1 PIC X(60) FROM LIGNE-AFFICHAGE.

       01 ECRAN-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "=== Effacement d'un joueur ===".
           02 LINE 3 COL 1 VALUE "1. Afficher les joueurs".
           02 LINE 4 COL 1 VALUE "2. Effacer un joueur".
           02 LINE 5 COL 1 VALUE "3. Quitter".
           02 LINE 7 COL 1 VALUE "Choix: ".
           02 CHOIX-ENTRE LINE 7 COL 9 PIC X(1) TO CHOIX-MENU
               REQUIRED.

       01 ECRAN-SAISIE-JOUEUR.
           02 LINE 1 COL 1 VALUE "Numero du joueur a effacer: ".
           02 INDEX-ENTRE LINE 1 COL 30 PIC 9(3)
               TO INDEX-CIBLE REQUIRED.

       01 ECRAN-SAISIE-DEMANDEUR.
           02 LINE 2 COL 1 VALUE "Demande faite par: ".
           02 DEMANDEUR-ENTRE LINE 2 COL 20 PIC X(30)
               TO DEMANDEUR REQUIRED.

       01 ECRAN-CONFIRMATION-EFFACEMENT.
           02 LINE 4 COL 1 VALUE "Effacer ".
           02 LINE 4 COL 9 PIC X(20) FROM NOM-EFFACE.
           02 LINE 4 COL 30 VALUE "remplace par un code anonyme.".
           02 LINE 5 COL 1 VALUE
               "Operation definitive, sans retour possible.".
           02 LINE 6 COL 1 VALUE "Confirmer (O/N): ".
           02 CONFIRMATION-ENTREE LINE 6 COL 18 PIC X(1)
               TO REPONSE-CONFIRMATION REQUIRED.

       01 ECRAN-NUMERO-INVALIDE.
           02 LINE 1 COL 1 VALUE "Numero invalide.".

       01 ECRAN-DEMANDEUR-ABSENT.
           02 LINE 3 COL 1 VALUE
               "Le demandeur doit etre indique - effacement annule.".

       01 ECRAN-DEBORDEMENT.
           02 LINE 1 COL 1 VALUE
               "Registre plein (plus de 500 joueurs) -".
           02 LINE 2 COL 1 VALUE
               "effacement refuse pour ne rien perdre.".

       01 ECRAN-REGISTRE-OCCUPE.
           02 LINE 8 COL 1 VALUE
               "Registre en cours de mise a jour - reessayez.".

       01 ECRAN-JOUEUR-DISPARU.
           02 LINE 8 COL 1 VALUE
               "Ce joueur n'est plus au registre - rien n'est change.".

       01 ECRAN-IDENTITES-DEBORDEES.
           02 LINE 8 COL 1 VALUE
               "Plus de 50 doublons fusionnes dans ce joueur -".
           02 LINE 9 COL 1 VALUE
               "effacement refuse, voir le journal des fusions.".

       01 ECRAN-EFFACEMENT-FAIT.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "Effacement termine - code ".
           02 LINE 1 COL 27 PIC X(20) FROM CODE-ANONYME.
           02 LINE 3 COL 1 VALUE "Parties du journal:   ".
           02 LINE 3 COL 24 PIC 9(7) FROM NB-LOG.
           02 LINE 4 COL 1 VALUE "Parties archivees:    ".
           02 LINE 4 COL 24 PIC 9(7) FROM NB-ARCHIVES.
           02 LINE 5 COL 1 VALUE "Annulations:          ".
           02 LINE 5 COL 24 PIC 9(5) FROM NB-ANNULATIONS.
           02 LINE 6 COL 1 VALUE "Bordereaux:           ".
           02 LINE 6 COL 24 PIC 9(7) FROM NB-BORDEREAUX.
           02 LINE 7 COL 1 VALUE "Inscriptions tournoi: ".
           02 LINE 7 COL 24 PIC 9(5) FROM NB-ROSTER.
           02 LINE 8 COL 1 VALUE "Badges:               ".
           02 LINE 8 COL 24 PIC 9(5) FROM NB-BADGES.
           02 LINE 9 COL 1 VALUE "Classements retires:  ".
           02 LINE 9 COL 24 PIC 9(5) FROM NB-RATINGS.
           02 LINE 10 COL 1 VALUE "Activites retirees:   ".
           02 LINE 10 COL 24 PIC 9(5) FROM NB-VUS.
           02 LINE 11 COL 1 VALUE "Fusions:              ".
           02 LINE 11 COL 24 PIC 9(5) FROM NB-FUSIONS.
           02 LINE 12 COL 1 VALUE "Evenements PIN:       ".
           02 LINE 12 COL 24 PIC 9(5) FROM NB-PIN.
           02 LINE 13 COL 1 VALUE "Coups journalises:    ".
           02 LINE 13 COL 24 PIC 9(7) FROM NB-COUPS.
           02 LINE 14 COL 1 VALUE "Inscriptions session: ".
           02 LINE 14 COL 24 PIC 9(5) FROM NB-INSCRIPTIONS.
           02 LINE 15 COL 1 VALUE "Lignes extraits RH:   ".
           02 LINE 15 COL 24 PIC 9(5) FROM NB-EXTRAITS-RH.
           02 LINE 16 COL 1 VALUE "Reprises videes:      ".
           02 LINE 16 COL 24 PIC 9(3) FROM NB-CHECKPOINTS.
           02 LINE 17 COL 1 VALUE "Fiches registre:      ".
           02 LINE 17 COL 24 PIC 9(3) FROM NB-REGISTRE.
           02 LINE 18 COL 1 VALUE "Cas suspects:         ".
           02 LINE 18 COL 24 PIC 9(5) FROM NB-SUSPECTS.

       01 ECRAN-SESSIONS-DEBORDEES.
           02 LINE 19 COL 1 VALUE
               "Plus de 100 sessions - extraits RH au-dela a revoir".
           02 LINE 20 COL 1 VALUE
               "a la main.".

       01 ECRAN-HISTORIQUE-A-VERIFIER.
           02 LINE 21 COL 1 VALUE
               "Historique des parties a verifier - voir".
           02 LINE 22 COL 1 VALUE
               "game_history_rebuild_report.txt.".

       01 ECRAN-EFFACEMENT-ANNULE.
           02 LINE 1 COL 1 VALUE
               "Preparation incomplete - effacement annule,".
           02 LINE 2 COL 1 VALUE "aucun fichier n'a ete touche.".

       01 ECRAN-EFFACEMENT-INTERROMPU.
           02 LINE 1 COL 1 VALUE
               "Effacement interrompu - il sera termine au".
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

       01 ECRAN-REECRITURE-EN-COURS.
           02 LINE 1 COL 1 VALUE
               "Une autre reecriture est en cours - reessayez.".

       01 ECRAN-REPRISE-IMPOSSIBLE.
           02 LINE 8 COL 1 VALUE
               "Effacement refuse tant que la reprise n'est pas faite.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".
           02 PAUSE-ENTREE LINE 24 COL 40 PIC X(1) TO TOUCHE-PAUSE.

       PROCEDURE DIVISION.
       Debut.
           PERFORM CONNECTER-OPERATEUR.
           DISPLAY ECRAN-VIDE.
           PERFORM CHARGER-JOUEURS.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
               ACCEPT CHOIX-ENTRE
               EVALUATE CHOIX-MENU
                   WHEN "1" PERFORM AFFICHER-JOUEURS
                   WHEN "2" PERFORM EFFACER-JOUEUR
                   WHEN "3" SET DOIT-QUITTER TO TRUE
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      * MORE RECORDS THAN THE TABLE HOLDS SETS THE OVERFLOW FLAG, AND
      * THE ERASURE THEN REFUSES TO RUN - A SAVE FROM A TRUNCATED
      * TABLE WOULD PERMANENTLY DELETE THE TAIL OF THE REGISTRY.
       CHARGER-JOUEURS.
           INITIALIZE NB-JOUEURS-TABLE.
           MOVE "N" TO STATE-DEBORDEMENT.
           OPEN INPUT MONFICHIER.
           IF ETAT-FICHIER-REGISTRE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-JOUEUR
           PERFORM UNTIL FIN-DE-FICHIER-JOUEUR
               IF NB-JOUEURS-TABLE < 500 THEN
                   ADD 1 TO NB-JOUEURS-TABLE
                   MOVE JOUEUR-ID TO JOUEUR-TABLE-ID(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-NOM
                       TO JOUEUR-TABLE-NOM(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-DATE-INSCRIPTION
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
               PERFORM LIRE-JOUEUR
           END-PERFORM.
           CLOSE MONFICHIER.

       LIRE-JOUEUR.
           READ MONFICHIER
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

      * EVERY IDENTITY OF THE ERASED PERSON LEAVES THE REGISTRY. A
      * PLAYER WHO REGISTERS MEANWHILE IS CARRIED OVER BY THE JOURNAL.
       SAUVER-JOUEURS.
           MOVE 0 TO NB-REGISTRE.
           MOVE "assets/player_registry_work.txt"
               TO NOM-FICHIER-REGISTRE.
           OPEN OUTPUT MONFICHIER.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               MOVE JOUEUR-TABLE-ID(IDX) TO ID-CHERCHE
               PERFORM CHERCHER-ID
               IF IDENTITE-TROUVEE THEN
                   ADD 1 TO NB-REGISTRE
               ELSE
                   MOVE JOUEUR-TABLE-ID(IDX) TO JOUEUR-ID
                   MOVE JOUEUR-TABLE-NOM(IDX) TO JOUEUR-NOM
                   MOVE JOUEUR-TABLE-DATE(IDX)
                       TO JOUEUR-DATE-INSCRIPTION
                   MOVE JOUEUR-TABLE-ACTIF(IDX) TO JOUEUR-ACTIF
                   MOVE JOUEUR-TABLE-PIN(IDX) TO JOUEUR-PIN-CODE
                   MOVE JOUEUR-TABLE-ECHECS(IDX) TO JOUEUR-ECHECS-PIN
                   MOVE JOUEUR-TABLE-VERROU(IDX) TO JOUEUR-VERROU
                   MOVE JOUEUR-TABLE-MATRICULE(IDX) TO JOUEUR-MATRICULE
                   WRITE PLAYER-RECORD
               END-IF
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
           MOVE 1 TO IDX.
           MOVE 1 TO IDX-LIGNE.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               MOVE IDX TO IDX-ED
               MOVE SPACES TO LIGNE-AFFICHAGE
               STRING IDX-ED DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      JOUEUR-TABLE-ID(IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      JOUEUR-TABLE-NOM(IDX) DELIMITED BY SIZE
                      " [" DELIMITED BY SIZE
                      JOUEUR-TABLE-ACTIF(IDX) DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      JOUEUR-TABLE-DATE(IDX) DELIMITED BY SIZE
                      INTO LIGNE-AFFICHAGE
               DISPLAY JOUEUR-ECRAN
               IF IDX-LIGNE < 23 THEN
                   ADD 1 TO IDX-LIGNE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

       AFFICHER-JOUEURS.
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           PERFORM ATTENDRE-TOUCHE.

      * THE NAME IS SWEPT FROM THE GAME LOG AND ITS ARCHIVES, FROM
      * EVERY OTHER PLAYER-KEYED FILE AND FROM THE REGISTRY, AND THE
      * ERASURE IS ADDED TO THE REGISTER - ALL AS ONE JOURNALLED RUN
      * (SEE JOURNALREPRISE): EVERY NEW FILE IS A WORK FILE UNTIL THE
      * RUN IS COMMITTED, SO A RUN CUT SHORT IS EITHER ROLLED BACK
      * WHOLE OR FINISHED WHOLE ON THE NEXT START, AND THE ANONYMOUS
      * CODE IS NEVER HANDED OUT TWICE. THE INDEXED HISTORY IS REBUILT
      * FROM THE LOG ONCE THE FILES ARE REPLACED. RATINGS AND THE
      * CARRIED-FORWARD LAST ACTIVITY ONLY EXIST FOR REGISTERED
      * PLAYERS AND ARE DROPPED OUTRIGHT. ONCE CONFIRMED, THE ERASURE
      * WORKS ON THE REGISTRY AS IT STANDS THEN, RELOADED UNDER THE
      * REGISTRY LOCK - NOT THE COPY SHOWN ON THE LIST, WHICH WOULD
      * UNDO ANY PIN LOCKOUT, RESET OR EDIT MADE SINCE - AND THE LOCK
      * IS HELD UNTIL THE NEW REGISTRY HAS REPLACED THE LIVE ONE.
       EFFACER-JOUEUR.
           MOVE "S" TO ACC-ROLE-REQUIS.
           MOVE "EFFACEMENT D'UN JOUEUR" TO ACC-ACTION.
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
           IF TABLE-DEBORDEE THEN
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-DEBORDEMENT
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-SAISIE-JOUEUR.
           ACCEPT INDEX-ENTRE.
           IF INDEX-CIBLE < 1 OR INDEX-CIBLE > NB-JOUEURS-TABLE THEN
               DISPLAY ECRAN-NUMERO-INVALIDE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEMANDEUR.
           DISPLAY ECRAN-SAISIE-DEMANDEUR.
           ACCEPT DEMANDEUR-ENTRE.
           IF DEMANDEUR = SPACES THEN
               DISPLAY ECRAN-DEMANDEUR-ABSENT
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE JOUEUR-TABLE-ID(INDEX-CIBLE) TO ID-EFFACE.
           MOVE JOUEUR-TABLE-NOM(INDEX-CIBLE) TO NOM-EFFACE.
           DISPLAY ECRAN-CONFIRMATION-EFFACEMENT.
           ACCEPT CONFIRMATION-ENTREE.
           IF NOT EFFACEMENT-CONFIRME THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM RECHARGER-SOUS-VERROU.
           IF NOT VERROU-REGISTRE-PRIS THEN
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           IF TABLE-DEBORDEE THEN
               PERFORM RENDRE-VERROU-REGISTRE
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-DEBORDEMENT
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           IF INDEX-CIBLE = 0 THEN
               PERFORM RENDRE-VERROU-REGISTRE
               DISPLAY ECRAN-JOUEUR-DISPARU
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
      * THE REGISTER IS ONLY EVER EXTENDED UNDER THE REGISTRY LOCK,
      * SO THE NEXT NUMBER IS COUNTED NOW - TWO TERMINALS ERASING AT
      * ONCE CANNOT BOTH TAKE IT.
           PERFORM ATTRIBUER-CODE.
           PERFORM RELEVER-IDENTITES.
           IF IDENTITES-DEBORDEES THEN
               PERFORM RENDRE-VERROU-REGISTRE
               DISPLAY ECRAN-IDENTITES-DEBORDEES
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
           PERFORM EFFACER-GAME-LOG.
           PERFORM EFFACER-ARCHIVES.
           PERFORM EFFACER-ANNULATIONS.
           PERFORM EFFACER-BORDEREAUX.
           PERFORM EFFACER-ROSTER.
           PERFORM EFFACER-BADGES.
           PERFORM EFFACER-RATINGS.
           PERFORM EFFACER-DERNIERE-ACTIVITE.
           PERFORM EFFACER-FUSIONS.
           PERFORM EFFACER-JOURNAL-PIN.
           PERFORM EFFACER-JOURNAL-COUPS.
           PERFORM EFFACER-INSCRIPTIONS.
           PERFORM EFFACER-EXTRAITS-RH.
           PERFORM EFFACER-CAS-SUSPECTS.
           PERFORM VIDER-FICHIERS-JOUEUR.
           PERFORM SAUVER-JOUEURS.
           PERFORM ECRIRE-EFFACEMENT.
           PERFORM APPLIQUER-EXECUTION.
           PERFORM RENDRE-VERROU-REGISTRE.
           PERFORM CHARGER-JOUEURS.
           IF NOT REP-OK THEN
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM RECONSTRUIRE-HISTORIQUE.
           IF CODE-RECONSTRUCTION = 0 THEN
               PERFORM MARQUER-HISTORIQUE-REFAIT
           END-IF
           DISPLAY ECRAN-EFFACEMENT-FAIT.
           IF SESSIONS-DEBORDEES THEN
               DISPLAY ECRAN-SESSIONS-DEBORDEES
           END-IF
           IF CODE-RECONSTRUCTION NOT = 0 THEN
               DISPLAY ECRAN-HISTORIQUE-A-VERIFIER
           END-IF
           PERFORM ATTENDRE-TOUCHE.

      * THE CODE IS "ANONYME-" AND THE ERASURE'S RANK IN THE REGISTER,
      * SO NO TWO ERASED PLAYERS EVER SHARE ONE.
       ATTRIBUER-CODE.
           MOVE 0 TO NUMERO-EFFACEMENT.
           OPEN INPUT ERASURE-REGISTER.
           IF ETAT-FICHIER-EFFACEMENT = "00" THEN
               PERFORM LIRE-EFFACEMENT
               PERFORM UNTIL FIN-DE-FICHIER-EFFACEMENT
                   ADD 1 TO NUMERO-EFFACEMENT
                   PERFORM LIRE-EFFACEMENT
               END-PERFORM
               CLOSE ERASURE-REGISTER
           END-IF
           ADD 1 TO NUMERO-EFFACEMENT.
           MOVE SPACES TO CODE-ANONYME.
           STRING "ANONYME-" DELIMITED BY SIZE
                  NUMERO-EFFACEMENT DELIMITED BY SIZE
                  INTO CODE-ANONYME.

       LIRE-EFFACEMENT.
           READ ERASURE-REGISTER
               AT END SET FIN-DE-FICHIER-EFFACEMENT TO TRUE
           END-READ.

      * THE MERGE LOG IS READ AGAIN UNTIL A PASS ADDS NOTHING, SO A
      * DUPLICATE FOLDED INTO A DUPLICATE IS FOUND TOO.
       RELEVER-IDENTITES.
           MOVE "N" TO STATE-IDENTITES-DEBORDEES.
           MOVE 1 TO NB-IDENTITES.
           MOVE ID-EFFACE TO IT-ID(1).
           MOVE NOM-EFFACE TO IT-NOM(1).
           MOVE JOUEUR-TABLE-DATE(INDEX-CIBLE) TO IT-DATE(1).
           MOVE JOUEUR-TABLE-MATRICULE(INDEX-CIBLE) TO IT-MATRICULE(1).
           MOVE "Y" TO STATE-AJOUT.
           PERFORM UNTIL NOT IDENTITE-AJOUTEE
               MOVE "N" TO STATE-AJOUT
               OPEN INPUT MERGE-LOG
               IF ETAT-FICHIER-FUSION NOT = "00" THEN
                   EXIT PARAGRAPH
               END-IF
               PERFORM LIRE-FUSION
               PERFORM UNTIL FIN-DE-FICHIER-FUSION
                   MOVE FUS-ID-SURVIVANT TO ID-CHERCHE
                   PERFORM CHERCHER-ID
                   IF IDENTITE-TROUVEE THEN
                       MOVE FUS-ID-ABSORBE TO ID-CHERCHE
                       PERFORM CHERCHER-ID
                       IF NOT IDENTITE-TROUVEE THEN
                           PERFORM AJOUTER-IDENTITE
                       END-IF
                   END-IF
                   PERFORM LIRE-FUSION
               END-PERFORM
               CLOSE MERGE-LOG
           END-PERFORM.

      * THE DUPLICATE'S DATE AND EMPLOYEE REFERENCE COME FROM ITS
      * RETIRED REGISTRY RECORD, WHEN THAT IS STILL THERE.
       AJOUTER-IDENTITE.
           IF NB-IDENTITES >= 50 THEN
               MOVE "Y" TO STATE-IDENTITES-DEBORDEES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-IDENTITES.
           MOVE FUS-ID-ABSORBE TO IT-ID(NB-IDENTITES).
           MOVE FUS-NOM-ABSORBE TO IT-NOM(NB-IDENTITES).
           MOVE SPACES TO IT-DATE(NB-IDENTITES).
           MOVE SPACES TO IT-MATRICULE(NB-IDENTITES).
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               IF JOUEUR-TABLE-ID(IDX) = FUS-ID-ABSORBE THEN
                   MOVE JOUEUR-TABLE-DATE(IDX) TO IT-DATE(NB-IDENTITES)
                   MOVE JOUEUR-TABLE-MATRICULE(IDX)
                       TO IT-MATRICULE(NB-IDENTITES)
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           MOVE "Y" TO STATE-AJOUT.

       LIRE-FUSION.
           READ MERGE-LOG
               AT END SET FIN-DE-FICHIER-FUSION TO TRUE
           END-READ.

       CHERCHER-NOM.
           MOVE "N" TO STATE-TROUVE.
           IF NOM-CHERCHE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-IDENTITE.
           PERFORM UNTIL IDX-IDENTITE > NB-IDENTITES
               OR IDENTITE-TROUVEE
               IF IT-NOM(IDX-IDENTITE) = NOM-CHERCHE THEN
                   MOVE "Y" TO STATE-TROUVE
               END-IF
               ADD 1 TO IDX-IDENTITE
           END-PERFORM.

       CHERCHER-ID.
           MOVE "N" TO STATE-TROUVE.
           MOVE 1 TO IDX-IDENTITE.
           PERFORM UNTIL IDX-IDENTITE > NB-IDENTITES
               OR IDENTITE-TROUVEE
               IF IT-ID(IDX-IDENTITE) = ID-CHERCHE THEN
                   MOVE "Y" TO STATE-TROUVE
               END-IF
               ADD 1 TO IDX-IDENTITE
           END-PERFORM.

       CHERCHER-MATRICULE.
           MOVE "N" TO STATE-TROUVE.
           IF MATRICULE-CHERCHE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-IDENTITE.
           PERFORM UNTIL IDX-IDENTITE > NB-IDENTITES
               OR IDENTITE-TROUVEE
               IF IT-MATRICULE(IDX-IDENTITE) = MATRICULE-CHERCHE THEN
                   MOVE "Y" TO STATE-TROUVE
               END-IF
               ADD 1 TO IDX-IDENTITE
           END-PERFORM.

       LIRE-TRAVAIL.
           READ WORK-FILE
               AT END SET FIN-DE-FICHIER-TRAVAIL TO TRUE
           END-READ.

       EFFACER-GAME-LOG.
           MOVE "assets/game_log.txt" TO NOM-FICHIER-LOG.
           PERFORM ANONYMISER-LOG.
           MOVE NB-CHANGES-FICHIER TO NB-LOG.

      * GAMELOGARCHIVE NAMES EACH ARCHIVE AFTER THE MONTH IT RAN AND
      * ONLY EVER MOVES GAMES OLDER THAN THAT MONTH, SO THE PERSON'S
      * GAMES CAN SIT IN ANY ARCHIVE FROM THEIR EARLIEST REGISTRATION
      * MONTH UP TO TODAY. WITHOUT A USABLE DATE THE LAST TEN YEARS
      * ARE SEARCHED.
       EFFACER-ARCHIVES.
           MOVE 0 TO NB-ARCHIVES.
           MOVE FUNCTION CURRENT-DATE(1:6) TO YYYYMM-TRAVAIL.
           PERFORM CALCULER-RANG.
           MOVE RANG-COURANT TO RANG-AUJOURDHUI.
           MOVE RANG-AUJOURDHUI TO RANG-DEBUT.
           MOVE 1 TO IDX-IDENTITE.
           PERFORM UNTIL IDX-IDENTITE > NB-IDENTITES
               IF IT-DATE(IDX-IDENTITE) IS NUMERIC THEN
                   MOVE IT-DATE(IDX-IDENTITE)(1:6) TO YYYYMM-TRAVAIL
                   PERFORM CALCULER-RANG
                   IF RANG-COURANT < RANG-DEBUT THEN
                       MOVE RANG-COURANT TO RANG-DEBUT
                   END-IF
               ELSE
                   IF RANG-AUJOURDHUI - 120 < RANG-DEBUT THEN
                       COMPUTE RANG-DEBUT = RANG-AUJOURDHUI - 120
                   END-IF
               END-IF
               ADD 1 TO IDX-IDENTITE
           END-PERFORM.
           MOVE RANG-DEBUT TO RANG-ARCHIVE.
           PERFORM UNTIL RANG-ARCHIVE > RANG-AUJOURDHUI
               MOVE RANG-ARCHIVE TO RANG-COURANT
               PERFORM CALCULER-YYYYMM
               MOVE SPACES TO NOM-FICHIER-LOG
               STRING "assets/game_log_archive_" DELIMITED BY SIZE
                      YYYYMM-TRAVAIL DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO NOM-FICHIER-LOG
               PERFORM ANONYMISER-LOG
               ADD NB-CHANGES-FICHIER TO NB-ARCHIVES
               ADD 1 TO RANG-ARCHIVE
           END-PERFORM.

       CALCULER-RANG.
           DIVIDE YYYYMM-TRAVAIL BY 100 GIVING ANNEE-TRAVAIL
               REMAINDER MOIS-TRAVAIL.
           COMPUTE RANG-COURANT = (ANNEE-TRAVAIL * 12)
               + MOIS-TRAVAIL - 1.

       CALCULER-YYYYMM.
           DIVIDE RANG-COURANT BY 12 GIVING ANNEE-TRAVAIL
               REMAINDER MOIS-TRAVAIL.
           ADD 1 TO MOIS-TRAVAIL.
           COMPUTE YYYYMM-TRAVAIL = (ANNEE-TRAVAIL * 100)
               + MOIS-TRAVAIL.

      * DAILY TRAILER LINES ("#" IN COLUMN 1) PASS THROUGH UNTOUCHED,
      * AND SO DOES EVERY OTHER FIELD OF A GAME - SEQUENCE AND SCORE
      * INCLUDED. A FILE WITHOUT THE NAME IS NOT WRITTEN BACK.
       ANONYMISER-LOG.
           MOVE 0 TO NB-CHANGES-FICHIER.
           MOVE NOM-FICHIER-LOG TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO GAME-LOG-RECORD.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               ADD 1 TO NB-LIGNES-LUES
               IF NOT TRL-EST-TRAILER THEN
                   MOVE LOG-JOUEUR TO NOM-CHERCHE
                   PERFORM CHERCHER-NOM
                   IF IDENTITE-TROUVEE THEN
                       MOVE CODE-ANONYME TO LOG-JOUEUR
                       ADD 1 TO NB-CHANGES-FICHIER
                   END-IF
               END-IF
               MOVE GAME-LOG-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-LOG
           END-PERFORM.
           CLOSE GAME-LOG.
           CLOSE WORK-FILE.
           IF NB-CHANGES-FICHIER = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

      * THE INDEXED GAME HISTORY CARRIES THE PLAYER NAME IN ITS KEY,
      * SO IT IS REBUILT FROM THE REWRITTEN LOG RATHER THAN PATCHED -
      * ONCE THE ERASURE HAS BEEN APPLIED.
       RECONSTRUIRE-HISTORIQUE.
           CALL "ReconstruireHistorique".
           MOVE RETURN-CODE TO CODE-RECONSTRUCTION.
           MOVE 0 TO RETURN-CODE.

      * THE VOIDS KEEP THE GAME AS IT STOOD IN THE LOG, AND AN
      * ADJUSTMENT CAN MOVE A GAME TO THE PERSON - BOTH NAMES GO.
      * THE SUPERVISOR WHO KEYED IT IS AN OPERATOR AND STAYS.
       EFFACER-ANNULATIONS.
           MOVE 0 TO NB-ANNULATIONS.
           MOVE "assets/game_log_voids.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT GAME-LOG-VOIDS.
           IF ETAT-FICHIER-ANNULATIONS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO GAME-VOID-RECORD.
           PERFORM LIRE-ANNULATION
           PERFORM UNTIL FIN-DE-FICHIER-ANNULATION
               ADD 1 TO NB-LIGNES-LUES
               MOVE "N" TO STATE-MODIFIE
               MOVE ANN-JOUEUR-ORIGINE TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO ANN-JOUEUR-ORIGINE
                   MOVE "Y" TO STATE-MODIFIE
               END-IF
               MOVE ANN-JOUEUR-CORRIGE TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO ANN-JOUEUR-CORRIGE
                   MOVE "Y" TO STATE-MODIFIE
               END-IF
               IF ENREGISTREMENT-MODIFIE THEN
                   ADD 1 TO NB-ANNULATIONS
               END-IF
               MOVE GAME-VOID-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-ANNULATION
           END-PERFORM.
           CLOSE GAME-LOG-VOIDS.
           CLOSE WORK-FILE.
           IF NB-ANNULATIONS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-ANNULATION.
           READ GAME-LOG-VOIDS
               AT END SET FIN-DE-FICHIER-ANNULATION TO TRUE
           END-READ.

       EFFACER-BORDEREAUX.
           MOVE 0 TO NB-BORDEREAUX.
           MOVE "assets/results_slips.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT RESULTS-SLIP.
           IF ETAT-FICHIER-SLIP NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO RESULT-SLIP-RECORD.
           PERFORM LIRE-SLIP
           PERFORM UNTIL FIN-DE-FICHIER-SLIP
               ADD 1 TO NB-LIGNES-LUES
               MOVE SLIP-JOUEUR TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO SLIP-JOUEUR
                   ADD 1 TO NB-BORDEREAUX
               END-IF
               MOVE RESULT-SLIP-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-SLIP
           END-PERFORM.
           CLOSE RESULTS-SLIP.
           CLOSE WORK-FILE.
           IF NB-BORDEREAUX = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-SLIP.
           READ RESULTS-SLIP
               AT END SET FIN-DE-FICHIER-SLIP TO TRUE
           END-READ.

      * THE ENROLMENT STAYS SO THE TOURNAMENT STANDINGS STILL MATCH
      * THE TAGGED GAMES, NOW UNDER THE CODE.
       EFFACER-ROSTER.
           MOVE 0 TO NB-ROSTER.
           MOVE "assets/tournament_roster.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT TOURNAMENT-ROSTER.
           IF ETAT-FICHIER-ROSTER NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO ROSTER-RECORD.
           PERFORM LIRE-ROSTER
           PERFORM UNTIL FIN-DE-FICHIER-ROSTER
               ADD 1 TO NB-LIGNES-LUES
               MOVE TR-JOUEUR TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO TR-JOUEUR
                   ADD 1 TO NB-ROSTER
               END-IF
               MOVE ROSTER-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-ROSTER
           END-PERFORM.
           CLOSE TOURNAMENT-ROSTER.
           CLOSE WORK-FILE.
           IF NB-ROSTER = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-ROSTER.
           READ TOURNAMENT-ROSTER
               AT END SET FIN-DE-FICHIER-ROSTER TO TRUE
           END-READ.

      * A PLAYER/CODE PAIR APPEARS AT MOST ONCE (SEE BADGE.CPY): WHEN
      * TWO IDENTITIES HELD THE SAME BADGE, THE SECOND IS DROPPED
      * RATHER THAN DOUBLED UNDER THE CODE.
       EFFACER-BADGES.
           MOVE 0 TO NB-BADGES.
           MOVE 0 TO NB-BADGES-EMIS.
           MOVE "assets/player_badges.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT BADGE-FILE.
           IF ETAT-FICHIER-BADGE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO BADGE-RECORD.
           PERFORM LIRE-BADGE
           PERFORM UNTIL FIN-DE-FICHIER-BADGE
               ADD 1 TO NB-LIGNES-LUES
               MOVE BDG-JOUEUR TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   ADD 1 TO NB-BADGES
                   PERFORM CHERCHER-BADGE-EMIS
                   IF NOT IDENTITE-TROUVEE THEN
                       MOVE CODE-ANONYME TO BDG-JOUEUR
                       MOVE BADGE-RECORD TO WORK-DATA
                       WRITE WORK-RECORD
                   END-IF
               ELSE
                   MOVE BADGE-RECORD TO WORK-DATA
                   WRITE WORK-RECORD
               END-IF
               PERFORM LIRE-BADGE
           END-PERFORM.
           CLOSE BADGE-FILE.
           CLOSE WORK-FILE.
           IF NB-BADGES = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-BADGE.
           READ BADGE-FILE
               AT END SET FIN-DE-FICHIER-BADGE TO TRUE
           END-READ.

      * SETS THE FOUND FLAG WHEN BDG-CODE IS ALREADY OUT UNDER THE
      * CODE; OTHERWISE NOTES IT FOR THE NEXT ONE.
       CHERCHER-BADGE-EMIS.
           MOVE "N" TO STATE-TROUVE.
           MOVE 1 TO IDX-BADGE.
           PERFORM UNTIL IDX-BADGE > NB-BADGES-EMIS
               OR IDENTITE-TROUVEE
               IF BE-CODE(IDX-BADGE) = BDG-CODE THEN
                   MOVE "Y" TO STATE-TROUVE
               END-IF
               ADD 1 TO IDX-BADGE
           END-PERFORM.
           IF NOT IDENTITE-TROUVEE AND NB-BADGES-EMIS < 20 THEN
               ADD 1 TO NB-BADGES-EMIS
               MOVE BDG-CODE TO BE-CODE(NB-BADGES-EMIS)
           END-IF.

      * RATINGS ARE REBUILT NIGHTLY FOR REGISTERED PLAYERS ONLY, SO
      * THE PERSON'S ROWS ARE DROPPED NOW RATHER THAN RENAMED.
       EFFACER-RATINGS.
           MOVE 0 TO NB-RATINGS.
           MOVE "assets/player_ratings.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT PLAYER-RATINGS.
           IF ETAT-FICHIER-RATING NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO RATING-RECORD.
           PERFORM LIRE-RATING
           PERFORM UNTIL FIN-DE-FICHIER-RATING
               ADD 1 TO NB-LIGNES-LUES
               MOVE RTG-ID TO ID-CHERCHE
               PERFORM CHERCHER-ID
               IF NOT IDENTITE-TROUVEE THEN
                   MOVE RTG-NOM TO NOM-CHERCHE
                   PERFORM CHERCHER-NOM
               END-IF
               IF IDENTITE-TROUVEE THEN
                   ADD 1 TO NB-RATINGS
               ELSE
                   MOVE RATING-RECORD TO WORK-DATA
                   WRITE WORK-RECORD
               END-IF
               PERFORM LIRE-RATING
           END-PERFORM.
           CLOSE PLAYER-RATINGS.
           CLOSE WORK-FILE.
           IF NB-RATINGS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-RATING.
           READ PLAYER-RATINGS
               AT END SET FIN-DE-FICHIER-RATING TO TRUE
           END-READ.

      * THE CARRIED-FORWARD LAST ACTIVITY ONLY SERVES HOUSEKEEPING'S
      * DORMANCY CHECK ON THE REGISTRY - DROPPED WITH THE RECORD.
       EFFACER-DERNIERE-ACTIVITE.
           MOVE 0 TO NB-VUS.
           MOVE "assets/player_last_seen.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT LAST-SEEN.
           IF ETAT-FICHIER-VU NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO LAST-SEEN-RECORD.
           PERFORM LIRE-VU
           PERFORM UNTIL FIN-DE-FICHIER-VU
               ADD 1 TO NB-LIGNES-LUES
               MOVE VU-NOM TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   ADD 1 TO NB-VUS
               ELSE
                   MOVE LAST-SEEN-RECORD TO WORK-DATA
                   WRITE WORK-RECORD
               END-IF
               PERFORM LIRE-VU
           END-PERFORM.
           CLOSE LAST-SEEN.
           CLOSE WORK-FILE.
           IF NB-VUS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-VU.
           READ LAST-SEEN
               AT END SET FIN-DE-FICHIER-VU TO TRUE
           END-READ.

      * THE MERGE STAYS ON RECORD (IDS AND COUNTS) WITHOUT THE NAMES.
       EFFACER-FUSIONS.
           MOVE 0 TO NB-FUSIONS.
           MOVE "assets/player_merge_log.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT MERGE-LOG.
           IF ETAT-FICHIER-FUSION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO FUSION-RECORD.
           PERFORM LIRE-FUSION
           PERFORM UNTIL FIN-DE-FICHIER-FUSION
               ADD 1 TO NB-LIGNES-LUES
               MOVE "N" TO STATE-MODIFIE
               MOVE FUS-NOM-SURVIVANT TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO FUS-NOM-SURVIVANT
                   MOVE "Y" TO STATE-MODIFIE
               END-IF
               MOVE FUS-NOM-ABSORBE TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO FUS-NOM-ABSORBE
                   MOVE "Y" TO STATE-MODIFIE
               END-IF
               IF ENREGISTREMENT-MODIFIE THEN
                   ADD 1 TO NB-FUSIONS
               END-IF
               MOVE FUSION-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-FUSION
           END-PERFORM.
           CLOSE MERGE-LOG.
           CLOSE WORK-FILE.
           IF NB-FUSIONS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       EFFACER-JOURNAL-PIN.
           MOVE 0 TO NB-PIN.
           MOVE "assets/player_pin_log.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT PIN-LOG.
           IF ETAT-FICHIER-PIN NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO PIN-LOG-RECORD.
           PERFORM LIRE-PIN
           PERFORM UNTIL FIN-DE-FICHIER-PINLOG
               ADD 1 TO NB-LIGNES-LUES
               MOVE PJ-JOUEUR-ID TO ID-CHERCHE
               PERFORM CHERCHER-ID
               IF NOT IDENTITE-TROUVEE THEN
                   MOVE PJ-JOUEUR TO NOM-CHERCHE
                   PERFORM CHERCHER-NOM
               END-IF
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO PJ-JOUEUR
                   ADD 1 TO NB-PIN
               END-IF
               MOVE PIN-LOG-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-PIN
           END-PERFORM.
           CLOSE PIN-LOG.
           CLOSE WORK-FILE.
           IF NB-PIN = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-PIN.
           READ PIN-LOG
               AT END SET FIN-DE-FICHIER-PINLOG TO TRUE
           END-READ.

      * THE TURNS STAY FOR REJEUPARTIE, KEYED BY SEQUENCE AS BEFORE.
       EFFACER-JOURNAL-COUPS.
           MOVE 0 TO NB-COUPS.
           MOVE "assets/move_journal.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT MOVE-JOURNAL.
           IF ETAT-FICHIER-JOURNAL NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO MOVE-JOURNAL-RECORD.
           PERFORM LIRE-COUP
           PERFORM UNTIL FIN-DE-FICHIER-JOURNAL
               ADD 1 TO NB-LIGNES-LUES
               MOVE JRN-JOUEUR TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO JRN-JOUEUR
                   ADD 1 TO NB-COUPS
               END-IF
               MOVE MOVE-JOURNAL-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-COUP
           END-PERFORM.
           CLOSE MOVE-JOURNAL.
           CLOSE WORK-FILE.
           IF NB-COUPS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-COUP.
           READ MOVE-JOURNAL
               AT END SET FIN-DE-FICHIER-JOURNAL TO TRUE
           END-READ.

      * THE ENROLMENT KEEPS ITS (NOW UNREGISTERED) ID, SO
      * RAPPROCHEMENTSESSION FALLS BACK ON THE NAME KEPT HERE - THE
      * CODE - AND STILL MATCHES THE GAMES. THE EMPLOYEE REFERENCE
      * GOES. THE SESSIONS ARE NOTED FOR THE HR EXTRACTS.
       EFFACER-INSCRIPTIONS.
           MOVE 0 TO NB-INSCRIPTIONS.
           MOVE 0 TO NB-SESSIONS.
           MOVE "N" TO STATE-SESSIONS-DEBORDEES.
           MOVE "assets/session_enrolment.txt" TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT SESSION-ENROLMENT.
           IF ETAT-FICHIER-INSCRIPTION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO INSCRIPTION-RECORD.
           PERFORM LIRE-INSCRIPTION
           PERFORM UNTIL FIN-DE-FICHIER-INSCRIPTION
               ADD 1 TO NB-LIGNES-LUES
               MOVE INS-JOUEUR-ID TO ID-CHERCHE
               PERFORM CHERCHER-ID
               IF NOT IDENTITE-TROUVEE THEN
                   MOVE INS-JOUEUR TO NOM-CHERCHE
                   PERFORM CHERCHER-NOM
               END-IF
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO INS-JOUEUR
                   MOVE SPACES TO INS-MATRICULE
                   ADD 1 TO NB-INSCRIPTIONS
                   PERFORM RETENIR-SESSION
               END-IF
               MOVE INSCRIPTION-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-INSCRIPTION
           END-PERFORM.
           CLOSE SESSION-ENROLMENT.
           CLOSE WORK-FILE.
           IF NB-INSCRIPTIONS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-INSCRIPTION.
           READ SESSION-ENROLMENT
               AT END SET FIN-DE-FICHIER-INSCRIPTION TO TRUE
           END-READ.

       RETENIR-SESSION.
           MOVE 1 TO IDX-SESSION.
           PERFORM UNTIL IDX-SESSION > NB-SESSIONS
               OR ST-CODE(IDX-SESSION) = INS-SESSION
               ADD 1 TO IDX-SESSION
           END-PERFORM.
           IF IDX-SESSION > NB-SESSIONS THEN
               IF NB-SESSIONS < 100 THEN
                   ADD 1 TO NB-SESSIONS
                   MOVE INS-SESSION TO ST-CODE(NB-SESSIONS)
               ELSE
                   MOVE "Y" TO STATE-SESSIONS-DEBORDEES
               END-IF
           END-IF.

      * THE EXTRACT OF EVERY SESSION THE PERSON WAS ENROLLED ON (SEE
      * EXTRH.CPY) LOSES THE NAME AND EMPLOYEE REFERENCE ON THEIR
      * DETAIL LINE. LINE NUMBERS AND TRAILER TOTALS ARE UNTOUCHED, SO
      * HR'S ACKNOWLEDGEMENTS STILL MATCH BACK.
       EFFACER-EXTRAITS-RH.
           MOVE 0 TO NB-EXTRAITS-RH.
           MOVE 1 TO IDX-SESSION.
           PERFORM UNTIL IDX-SESSION > NB-SESSIONS
               MOVE SPACES TO NOM-FICHIER-EXTRAIT
               STRING "assets/hr_extract_" DELIMITED BY SIZE
                      ST-CODE(IDX-SESSION) DELIMITED BY SPACE
                      ".txt" DELIMITED BY SIZE
                      INTO NOM-FICHIER-EXTRAIT
               PERFORM ANONYMISER-EXTRAIT
               ADD NB-CHANGES-FICHIER TO NB-EXTRAITS-RH
               ADD 1 TO IDX-SESSION
           END-PERFORM.

       ANONYMISER-EXTRAIT.
           MOVE 0 TO NB-CHANGES-FICHIER.
           MOVE NOM-FICHIER-EXTRAIT TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT HR-EXTRACT.
           IF ETAT-FICHIER-EXTRAIT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO RH-ENTETE.
           PERFORM LIRE-EXTRAIT
           PERFORM UNTIL FIN-DE-FICHIER-EXTRAIT
               ADD 1 TO NB-LIGNES-LUES
               IF RHD-EST-DETAIL THEN
                   MOVE RHD-MATRICULE TO MATRICULE-CHERCHE
                   PERFORM CHERCHER-MATRICULE
                   IF NOT IDENTITE-TROUVEE THEN
                       MOVE RHD-NOM TO NOM-CHERCHE
                       PERFORM CHERCHER-NOM
                   END-IF
                   IF IDENTITE-TROUVEE THEN
                       MOVE CODE-ANONYME TO RHD-NOM
                       MOVE SPACES TO RHD-MATRICULE
                       ADD 1 TO NB-CHANGES-FICHIER
                   END-IF
               END-IF
               MOVE RH-ENTETE TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-EXTRAIT
           END-PERFORM.
           CLOSE HR-EXTRACT.
           CLOSE WORK-FILE.
           IF NB-CHANGES-FICHIER = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-EXTRAIT.
           READ HR-EXTRACT
               AT END SET FIN-DE-FICHIER-EXTRAIT TO TRUE
           END-READ.

      * CHECKPOINT AND TURN FILES ARE NAMED FROM THE REGISTRY ID (SEE
      * FIXER-NOM-CHECKPOINT IN PENDU.CBL). AN INTERRUPTED GAME OF THE
      * PERSON IS NOT RESUMED BY ANYONE - EACH NON-EMPTY FILE IS
      * EMPTIED, AS FUSIONJOUEURS EMPTIES THE DUPLICATE'S: JOURNALLED
      * WITH NO WORK FILE AT ALL.
      * THE CASES FILE IS CUMULATIVE AND TOURNAMENTSTANDINGS MATCHES
      * IT BY NAME, SO EACH CASE OF THE PERSON IS KEPT BUT FILED UNDER
      * THE CODE.
       EFFACER-CAS-SUSPECTS.
           MOVE 0 TO NB-SUSPECTS.
           MOVE "assets/suspicious_play_cases.txt"
               TO NOM-FICHIER-VIVANT.
           PERFORM FIXER-NOM-TRAVAIL.
           OPEN INPUT SUSPECT-CASES.
           IF ETAT-FICHIER-SUSPECT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO SUSPECT-RECORD.
           PERFORM LIRE-CAS-SUSPECT
           PERFORM UNTIL FIN-DE-FICHIER-SUSPECT
               ADD 1 TO NB-LIGNES-LUES
               MOVE SUS-JOUEUR TO NOM-CHERCHE
               PERFORM CHERCHER-NOM
               IF IDENTITE-TROUVEE THEN
                   MOVE CODE-ANONYME TO SUS-JOUEUR
                   ADD 1 TO NB-SUSPECTS
               END-IF
               MOVE SUSPECT-RECORD TO WORK-DATA
               WRITE WORK-RECORD
               PERFORM LIRE-CAS-SUSPECT
           END-PERFORM.
           CLOSE SUSPECT-CASES.
           CLOSE WORK-FILE.
           IF NB-SUSPECTS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM PREPARER-TRAVAIL.

       LIRE-CAS-SUSPECT.
           READ SUSPECT-CASES
               AT END SET FIN-DE-FICHIER-SUSPECT TO TRUE
           END-READ.

       VIDER-FICHIERS-JOUEUR.
           MOVE 0 TO NB-CHECKPOINTS.
           MOVE 1 TO IDX-IDENTITE.
           PERFORM UNTIL IDX-IDENTITE > NB-IDENTITES
               MOVE SPACES TO NOM-FICHIER-JOUEUR
               STRING "assets/checkpoint_" DELIMITED BY SIZE
                      IT-ID(IDX-IDENTITE) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO NOM-FICHIER-JOUEUR
               PERFORM VIDER-FICHIER-JOUEUR
               MOVE SPACES TO NOM-FICHIER-JOUEUR
               STRING "assets/coups_" DELIMITED BY SIZE
                      IT-ID(IDX-IDENTITE) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO NOM-FICHIER-JOUEUR
               PERFORM VIDER-FICHIER-JOUEUR
               ADD 1 TO IDX-IDENTITE
           END-PERFORM.

       VIDER-FICHIER-JOUEUR.
           MOVE "N" TO STATE-FICHIER-PLEIN.
           OPEN INPUT FICHIER-JOUEUR.
           IF ETAT-FICHIER-JOUEUR NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ FICHIER-JOUEUR
               AT END CONTINUE
               NOT AT END MOVE "Y" TO STATE-FICHIER-PLEIN
           END-READ.
           CLOSE FICHIER-JOUEUR.
           IF FICHIER-PLEIN THEN
               MOVE NOM-FICHIER-JOUEUR TO REP-FICHIER
               MOVE SPACES TO REP-TRAVAIL
               SET REP-SANS-REPORT TO TRUE
               PERFORM PREPARER-FICHIER
               ADD 1 TO NB-CHECKPOINTS
           END-IF.

       ECRIRE-EFFACEMENT.
           MOVE SPACES TO EFFACEMENT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EFF-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EFF-HEURE.
           MOVE CODE-ANONYME TO EFF-CODE-ANONYME.
           MOVE ID-EFFACE TO EFF-ID-JOUEUR.
           MOVE NB-REGISTRE TO EFF-NB-REGISTRE.
           MOVE DEMANDEUR TO EFF-DEMANDEUR.
           MOVE ACC-OPERATEUR TO EFF-OPERATEUR.
           MOVE NB-LOG TO EFF-NB-LOG.
           MOVE NB-ARCHIVES TO EFF-NB-ARCHIVES.
           MOVE NB-ANNULATIONS TO EFF-NB-ANNULATIONS.
           MOVE NB-BORDEREAUX TO EFF-NB-BORDEREAUX.
           MOVE NB-ROSTER TO EFF-NB-ROSTER.
           MOVE NB-BADGES TO EFF-NB-BADGES.
           MOVE NB-RATINGS TO EFF-NB-RATINGS.
           MOVE NB-VUS TO EFF-NB-VUS.
           MOVE NB-FUSIONS TO EFF-NB-FUSIONS.
           MOVE NB-PIN TO EFF-NB-PIN.
           MOVE NB-COUPS TO EFF-NB-COUPS.
           MOVE NB-INSCRIPTIONS TO EFF-NB-INSCRIPTIONS.
           MOVE NB-EXTRAITS-RH TO EFF-NB-EXTRAITS-RH.
           MOVE NB-CHECKPOINTS TO EFF-NB-CHECKPOINTS.
           MOVE NB-SUSPECTS TO EFF-NB-SUSPECTS.
           MOVE "A" TO EFF-HISTORIQUE.
           MOVE "assets/player_erasure_register_work.txt"
               TO NOM-FICHIER-EFFACEMENT.
           OPEN EXTEND ERASURE-REGISTER.
           WRITE EFFACEMENT-RECORD.
           CLOSE ERASURE-REGISTER.
           MOVE "assets/player_erasure_register.txt"
               TO NOM-FICHIER-EFFACEMENT.
           MOVE "assets/player_erasure_register.txt" TO REP-FICHIER.
           MOVE "assets/player_erasure_register_work.txt"
               TO REP-TRAVAIL.
           SET REP-SANS-REPORT TO TRUE.
           PERFORM PREPARER-FICHIER.

      * THE HISTORY IS ONLY REBUILT ONCE THE ERASURE IS ON FILE, SO
      * THE REGISTER LINE GOES IN MARKED "A" AND IS PUT RIGHT ONCE THE
      * REBUILD HAS COME BACK CLEAN - A RUN CUT SHORT BEFORE THAT AND
      * FINISHED BY A RECOVERY KEEPS ITS "A" (THE RECOVERY REPORT SAYS
      * HOW THE REBUILD WENT). ONLY THE LAST BYTE CHANGES, SO THE LINE
      * KEEPS ITS LENGTH.
       MARQUER-HISTORIQUE-REFAIT.
           OPEN I-O ERASURE-REGISTER.
           IF ETAT-FICHIER-EFFACEMENT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-EFFACEMENT
           PERFORM UNTIL FIN-DE-FICHIER-EFFACEMENT
               IF EFF-CODE-ANONYME = CODE-ANONYME THEN
                   MOVE "O" TO EFF-HISTORIQUE
                   REWRITE EFFACEMENT-RECORD
                   SET FIN-DE-FICHIER-EFFACEMENT TO TRUE
               ELSE
                   PERFORM LIRE-EFFACEMENT
               END-IF
           END-PERFORM.
           CLOSE ERASURE-REGISTER.

      * THE WORK FILE OF THE LIVE FILE IN NOM-FICHIER-VIVANT: SAME
      * NAME WITH "_work" BEFORE THE ".txt", SO EVERY FILE OF THE RUN
      * HAS ITS OWN UNTIL THE RUN IS APPLIED.
       FIXER-NOM-TRAVAIL.
           MOVE SPACES TO NOM-FICHIER-TRAVAIL.
           STRING NOM-FICHIER-VIVANT DELIMITED BY ".txt"
                  "_work.txt" DELIMITED BY SIZE
                  INTO NOM-FICHIER-TRAVAIL.
           MOVE 0 TO NB-LIGNES-LUES.

       PREPARER-TRAVAIL.
           MOVE NOM-FICHIER-VIVANT TO REP-FICHIER.
           MOVE NOM-FICHIER-TRAVAIL TO REP-TRAVAIL.
           MOVE NB-LIGNES-LUES TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

      * NOTHING HAS BEEN WRITTEN YET: THE JOURNAL RECORDS WHICH
      * ERASURE IS ABOUT TO RUN - BY ID AND CODE, NEVER BY NAME - AND
      * THE REGISTER'S WORK FILE IS SEEDED.
       DEMARRER-EXECUTION.
           MOVE SPACES TO REP-DETAIL.
           STRING "EFFACEMENT " DELIMITED BY SIZE
                  ID-EFFACE DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  CODE-ANONYME DELIMITED BY SPACE
                  INTO REP-DETAIL.
           MOVE "D" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "assets/player_erasure_register.txt" TO REP-FICHIER.
           MOVE "assets/player_erasure_register_work.txt"
               TO REP-TRAVAIL.
           MOVE "I" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

       PREPARER-FICHIER.
           MOVE "P" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

      * COMMIT, THEN REPLACE THE LIVE FILES. A REFUSED COMMIT LEAVES
      * EVERY LIVE FILE AS IT WAS; AN APPLY STOPPED SHORT IS FINISHED
      * ON THE NEXT START.
       APPLIQUER-EXECUTION.
           MOVE "V" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-EFFACEMENT-ANNULE
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-EFFACEMENT-INTERROMPU
           END-IF.

      * AN ERASURE (OR ANOTHER BATCH'S RUN ON THE SAME FILES) LEFT
      * UNFINISHED IS FINISHED OR ROLLED BACK BEFORE THE NEXT ERASURE
      * READS ANYTHING, AND THE OPERATOR IS TOLD WHICH. ONE THAT
      * CANNOT BE FINISHED REFUSES THE ERASURE UNTIL IT IS SORTED OUT,
      * AS DOES A REWRITE STILL UNDER WAY IN ANOTHER PROGRAM.
       REPRENDRE-EXECUTION.
           MOVE "EFFACEMENTJOUEUR" TO REP-PROGRAMME.
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
           MOVE "EFFACEMENTJOUEUR" TO ACC-PROGRAMME.
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

      * THE LOCK IS TAKEN AND THE REGISTRY RELOADED, THEN THE PLAYER
      * IS FOUND AGAIN BY ID - THE LINE MAY HAVE MOVED, OR THE PLAYER
      * MAY HAVE BEEN MERGED OR ERASED ELSEWHERE. INDEX-CIBLE LEFT AT
      * 0 MEANS THE PLAYER IS GONE.
       RECHARGER-SOUS-VERROU.
           PERFORM PRENDRE-VERROU-REGISTRE.
           IF NOT VERROU-REGISTRE-PRIS THEN
               DISPLAY ECRAN-REGISTRE-OCCUPE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-JOUEURS.
           MOVE 0 TO INDEX-CIBLE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               IF JOUEUR-TABLE-ID(IDX) = ID-EFFACE THEN
                   MOVE IDX TO INDEX-CIBLE
                   MOVE JOUEUR-TABLE-NOM(IDX) TO NOM-EFFACE
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
