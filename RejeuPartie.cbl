       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejeuPartie.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION SHOW-STATE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-JOURNAL ASSIGN TO 'assets/move_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-JOURNAL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD MOVE-JOURNAL.
           COPY "copybooks/movejournal.cpy".

       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       WORKING-STORAGE SECTION.
       77 SEQUENCE-CIBLE PIC 9(7) VALUE 0.
       77 ETAT-FICHIER-JOURNAL PIC X(2) VALUE "00".
       77 ETAT-FICHIER-LOG PIC X(2) VALUE "00".
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 ETAT-ARRET-REJEU PIC X(1) VALUE "N".
           88 ARRET-REJEU VALUE "Y".
       77 STATE-PARTIE-TROUVEE PIC X(1) VALUE "N".
           88 PARTIE-TROUVEE VALUE "Y".
       77 IDX-COUP PIC 9(3).
       77 NB-VIES-COUP PIC 9(2).
       77 MAX-VIES-COUP PIC 9(2).
       77 NB-LIFE-RES-IGNOREE PIC 9(2).
       77 LIBELLE-TYPE PIC X(30) VALUE SPACES.
       77 LIGNE-ENTETE PIC X(70) VALUE SPACES.
       77 LIGNE-RESULTAT PIC X(70) VALUE SPACES.
       77 NOM-JOUEUR-TOUR PIC X(20) VALUE SPACES.
       77 TOUCHE-PAUSE PIC X(1).
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".

      * THE TURNS OF THE CHOSEN GAME, IN THE ORDER THEY WERE PLAYED -
      * THE JOURNAL IS APPENDED ONE WHOLE GAME AT A TIME, SO FILE
      * ORDER IS TURN ORDER.
       01 TABLE-DES-COUPS.
           05 COUP-T OCCURS 300 TIMES.
               10 CT-TOUR PIC 9(3).
               10 CT-TYPE PIC X(1).
               10 CT-SAISIE PIC X(30).
               10 CT-NB-VIES PIC 9(2).
               10 CT-MAX-VIES PIC 9(2).
               10 CT-DUELLISTE PIC 9(1).
               10 CT-JOUEUR PIC X(20).
               10 CT-PLATEAU PIC X(30).
               10 CT-HEURE PIC X(8).
       77 NB-COUPS PIC 9(3) VALUE 0.

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 BLANK SCREEN.

       01 ECRAN-SAISIE-SEQUENCE.
           02 LINE 1 COL 1 VALUE
               "=== Rejeu d'une partie (0=quitter) ===".
           02 LINE 3 COL 1 VALUE "Numero de sequence: ".
           02 SEQUENCE-ENTREE LINE 3 COL 21 PIC 9(7)
               TO SEQUENCE-CIBLE.

       01 ECRAN-INTROUVABLE.
           02 LINE 5 COL 1 VALUE
               "Aucun coup journalise pour cette sequence.".

       01 ECRAN-COUP.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 PIC X(70) FROM LIGNE-ENTETE.
           02 LINE 2 COL 1 VALUE "Nombre de vie restantes: ".
           02 LINE 2 COL 26 PIC 9(2) FROM NB-VIES-COUP.
           02 LINE 3 COL 1 VALUE "Coup ".
           02 LINE 3 COL 6 PIC ZZ9 FROM CT-TOUR(IDX-COUP).
           02 LINE 3 COL 10 VALUE "/".
           02 LINE 3 COL 11 PIC ZZ9 FROM NB-COUPS.
           02 LINE 3 COL 16 VALUE "a".
           02 LINE 3 COL 18 PIC X(8) FROM CT-HEURE(IDX-COUP).
           02 LINE 5 COL 1 VALUE "Mot: ".
           02 LINE 5 COL 6 PIC X(30) FROM CT-PLATEAU(IDX-COUP).
           02 LINE 6 COL 1 VALUE "Saisie: ".
           02 LINE 6 COL 9 PIC X(30) FROM CT-SAISIE(IDX-COUP).
           02 LINE 7 COL 1 PIC X(30) FROM LIBELLE-TYPE.

       01 ECRAN-TOUR-DUEL.
           02 LINE 9 COL 1 VALUE "Au tour de: ".
           02 LINE 9 COL 13 PIC X(20) FROM NOM-JOUEUR-TOUR.

       01 ECRAN-RESULTAT.
           02 LINE 11 COL 1 PIC X(70) FROM LIGNE-RESULTAT.

       01 ECRAN-TRONQUE.
           02 LINE 12 COL 1 VALUE
               "ATTENTION: PLUS DE 300 COUPS, REJEU TRONQUE".

       01 ECRAN-PAUSE-COUP.
           02 LINE 24 COL 1 VALUE
               "Entree=coup suivant  Q=arreter le rejeu : ".
           02 PAUSE-COUP-ENTREE LINE 24 COL 44 PIC X(1)
               TO TOUCHE-PAUSE.

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".
           02 PAUSE-ENTREE LINE 24 COL 40 PIC X(1) TO TOUCHE-PAUSE.

      * FLOOR STAFF KEY IN THE SEQUENCE PRINTED ON THE LOG OR THE
      * REPORTS AND WALK THE GAME ONE TURN AT A TIME: THE BOARD AS IT
      * STOOD AFTER EACH TURN, WHAT WAS TYPED, HOW IT WAS COUNTED AND
      * THE GALLOWS FOR THE LIVES LEFT.
       PROCEDURE DIVISION.
       Debut.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-SAISIE-SEQUENCE
               MOVE 0 TO SEQUENCE-CIBLE
               ACCEPT SEQUENCE-ENTREE
               IF SEQUENCE-CIBLE = 0 THEN
                   SET DOIT-QUITTER TO TRUE
               ELSE
                   PERFORM REJOUER-PARTIE
               END-IF
           END-PERFORM.
           STOP RUN.

       REJOUER-PARTIE.
           PERFORM CHARGER-COUPS.
           IF NB-COUPS = 0 THEN
               DISPLAY ECRAN-INTROUVABLE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-PARTIE.
           MOVE "N" TO ETAT-ARRET-REJEU.
           MOVE 1 TO IDX-COUP.
           PERFORM UNTIL IDX-COUP > NB-COUPS OR ARRET-REJEU
               PERFORM AFFICHER-COUP
               MOVE SPACE TO TOUCHE-PAUSE
               DISPLAY ECRAN-PAUSE-COUP
               ACCEPT PAUSE-COUP-ENTREE
               IF TOUCHE-PAUSE = "Q" OR TOUCHE-PAUSE = "q" THEN
                   MOVE "Y" TO ETAT-ARRET-REJEU
               END-IF
               ADD 1 TO IDX-COUP
           END-PERFORM.
           IF NOT ARRET-REJEU THEN
               PERFORM AFFICHER-RESULTAT
               PERFORM ATTENDRE-TOUCHE
           END-IF.

       CHARGER-COUPS.
           MOVE 0 TO NB-COUPS.
           MOVE "N" TO STATE-DEBORDEMENT.
           OPEN INPUT MOVE-JOURNAL.
           IF ETAT-FICHIER-JOURNAL NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-JOURNAL
           PERFORM UNTIL FIN-DE-FICHIER-JOURNAL
               IF JRN-SEQUENCE = SEQUENCE-CIBLE THEN
                   PERFORM RETENIR-COUP
               END-IF
               PERFORM LIRE-JOURNAL
           END-PERFORM.
           CLOSE MOVE-JOURNAL.

       LIRE-JOURNAL.
           READ MOVE-JOURNAL
               AT END SET FIN-DE-FICHIER-JOURNAL TO TRUE
           END-READ.

       RETENIR-COUP.
           IF NB-COUPS >= 300 THEN
               MOVE "Y" TO STATE-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-COUPS.
           MOVE JRN-TOUR TO CT-TOUR(NB-COUPS).
           MOVE JRN-TYPE TO CT-TYPE(NB-COUPS).
           MOVE JRN-SAISIE TO CT-SAISIE(NB-COUPS).
           MOVE JRN-NB-VIES TO CT-NB-VIES(NB-COUPS).
           MOVE JRN-MAX-VIES TO CT-MAX-VIES(NB-COUPS).
           MOVE JRN-DUELLISTE TO CT-DUELLISTE(NB-COUPS).
           MOVE JRN-JOUEUR TO CT-JOUEUR(NB-COUPS).
           MOVE JRN-PLATEAU TO CT-PLATEAU(NB-COUPS).
           MOVE JRN-HEURE TO CT-HEURE(NB-COUPS).

      * THE HEADER AND THE FINAL WORD COME FROM THE GAME'S LOG RECORD.
      * ONCE THE MONTH-END ARCHIVAL HAS MOVED IT OUT OF THE LIVE LOG
      * THE TURNS STILL REPLAY, UNDER A PLAINER HEADER.
       CHERCHER-PARTIE.
           MOVE "N" TO STATE-PARTIE-TROUVEE.
           MOVE SPACES TO LIGNE-ENTETE.
           MOVE SPACES TO LIGNE-RESULTAT.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG = "00" THEN
               PERFORM LIRE-LOG
               PERFORM UNTIL FIN-DE-FICHIER-LOG OR PARTIE-TROUVEE
                   IF NOT TRL-EST-TRAILER
                       AND LOG-SEQUENCE = SEQUENCE-CIBLE THEN
                       MOVE "Y" TO STATE-PARTIE-TROUVEE
                       PERFORM PREPARER-ENTETE
                   ELSE
                       PERFORM LIRE-LOG
                   END-IF
               END-PERFORM
               CLOSE GAME-LOG
           END-IF
           IF NOT PARTIE-TROUVEE THEN
               STRING "SEQUENCE " DELIMITED BY SIZE
                      SEQUENCE-CIBLE DELIMITED BY SIZE
                      "  (PARTIE HORS DU JOURNAL COURANT)"
                          DELIMITED BY SIZE
                      INTO LIGNE-ENTETE
           END-IF.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

       PREPARER-ENTETE.
           STRING "SEQUENCE " DELIMITED BY SIZE
                  SEQUENCE-CIBLE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LOG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOG-HEURE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LOG-JOUEUR DELIMITED BY SIZE
                  "  MODE " DELIMITED BY SIZE
                  LOG-MODE DELIMITED BY SIZE
                  INTO LIGNE-ENTETE.
           IF LOG-GAGNE THEN
               STRING "GAGNEE - MOT " DELIMITED BY SIZE
                      FUNCTION TRIM(LOG-MOT) DELIMITED BY SIZE
                      "  SCORE " DELIMITED BY SIZE
                      LOG-SCORE DELIMITED BY SIZE
                      INTO LIGNE-RESULTAT
           ELSE
               STRING "PERDUE - MOT " DELIMITED BY SIZE
                      FUNCTION TRIM(LOG-MOT) DELIMITED BY SIZE
                      "  SCORE " DELIMITED BY SIZE
                      LOG-SCORE DELIMITED BY SIZE
                      INTO LIGNE-RESULTAT
           END-IF.

       AFFICHER-COUP.
           MOVE CT-NB-VIES(IDX-COUP) TO NB-VIES-COUP.
           MOVE CT-MAX-VIES(IDX-COUP) TO MAX-VIES-COUP.
           EVALUATE CT-TYPE(IDX-COUP)
               WHEN "I" MOVE "INDICE (COUTE 1 VIE)" TO LIBELLE-TYPE
               WHEN "X" MOVE "TEMPS ECOULE - TOUR PERDU"
                            TO LIBELLE-TYPE
               WHEN "T" MOVE "TROUVE" TO LIBELLE-TYPE
               WHEN "M" MOVE "MANQUE - 1 VIE" TO LIBELLE-TYPE
               WHEN "D" MOVE "DEJA ESSAYEE - NON COMPTEE"
                            TO LIBELLE-TYPE
               WHEN OTHER MOVE SPACES TO LIBELLE-TYPE
           END-EVALUATE
           DISPLAY ECRAN-COUP.
           IF CT-DUELLISTE(IDX-COUP) > 0 THEN
               IF CT-JOUEUR(IDX-COUP) = SPACES THEN
                   MOVE "(ANONYME)" TO NOM-JOUEUR-TOUR
               ELSE
                   MOVE CT-JOUEUR(IDX-COUP) TO NOM-JOUEUR-TOUR
               END-IF
               DISPLAY ECRAN-TOUR-DUEL
           END-IF
           MOVE FUNCTION SHOW-STATE(NB-VIES-COUP, MAX-VIES-COUP)
               TO NB-LIFE-RES-IGNOREE.

       AFFICHER-RESULTAT.
           IF PARTIE-TROUVEE THEN
               DISPLAY ECRAN-RESULTAT
           END-IF
           IF TABLE-DEBORDEE THEN
               DISPLAY ECRAN-TRONQUE
           END-IF.

       ATTENDRE-TOUCHE.
           DISPLAY ECRAN-PAUSE.
           ACCEPT PAUSE-ENTREE.
