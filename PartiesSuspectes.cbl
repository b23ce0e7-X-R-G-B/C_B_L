       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartiesSuspectes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT MOVE-JOURNAL ASSIGN TO 'assets/move_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-JOURNAL.
           SELECT RATINGS-FILE ASSIGN TO 'assets/player_ratings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-RATING.
           SELECT GAME-CONFIG ASSIGN TO 'assets/game_config.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-CONFIG.
           SELECT SUSPECT-FILE
               ASSIGN TO 'assets/suspicious_play_cases.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SUSPECT.
           SELECT REPORT-FILE
               ASSIGN TO 'assets/suspicious_play_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-CONTROL ASSIGN TO 'assets/batch_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD MOVE-JOURNAL.
           COPY "copybooks/movejournal.cpy".

       FD RATINGS-FILE.
           COPY "copybooks/rating.cpy".

       FD GAME-CONFIG.
           COPY "copybooks/gameconfig.cpy".

       FD SUSPECT-FILE.
           COPY "copybooks/suspect.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD BATCH-CONTROL.
           COPY "copybooks/batchctl.cpy".

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-LOG PIC X(2) VALUE "00".
       77 ETAT-FICHIER-ANNULATIONS PIC X(2).
       77 ETAT-FICHIER-JOURNAL PIC X(2) VALUE "00".
       77 ETAT-FICHIER-RATING PIC X(2) VALUE "00".
       77 ETAT-FICHIER-CONFIG PIC X(2) VALUE "00".
       77 ETAT-FICHIER-SUSPECT PIC X(2) VALUE "00".
       77 DATE-DU-JOUR PIC X(8).
       77 DATE-DEBUT PIC X(8).
       77 DATE-DEBUT-NUM PIC 9(8) VALUE 0.
       77 ENTIER-DATE PIC 9(7) VALUE 0.
      * DAYS OF LOG LOOKED AT EACH NIGHT (CONFIG "W"), TODAY INCLUDED
      * - A WEEK COVERS A TOURNAMENT ROUND AND ITS DAILY CHALLENGES.
       77 FENETRE-JOURS PIC 9(2) VALUE 7.

      * THE THRESHOLDS. EACH RULE ONLY POINTS A SUPERVISOR AT GAMES
      * TO REPLAY (REJEUPARTIE) - NOTHING IS VOIDED HERE, SO THEY
      * LEAN TOWARDS CATCHING TOO MUCH RATHER THAN TOO LITTLE.
      * A WORD OF THIS MANY LETTERS OR MORE COUNTS AS HARD, WHATEVER
      * DIFFICULTY IT WAS PLAYED AT.
       77 SEUIL-LONGUEUR-MOT PIC 9(2) VALUE 8.
      * FEWEST FLAWLESS HARD WINS BEFORE A PLAYER IS LOOKED AT.
       77 SEUIL-SANS-FAUTE PIC 9(2) VALUE 3.
      * POINTS BY WHICH THE FLAWLESS RATE MUST BEAT WHAT THE RATING
      * PREDICTS.
       77 SEUIL-ECART-TAUX PIC 9(3) VALUE 40.
      * OPERATOR MODE: FEWEST GAMES FOR A PLAYER TO COUNT AS ALWAYS
      * WINNING, LARGEST GROUP STILL CALLED SMALL, SHARE OF ALL THE
      * OPERATOR-MODE WINS THE GROUP MUST HOLD AND THE WIN RATE THE
      * OTHER PLAYERS MUST STAY UNDER.
       77 SEUIL-PARTIES-OPERATEUR PIC 9(2) VALUE 3.
       77 SEUIL-TAILLE-GROUPE PIC 9(2) VALUE 3.
       77 SEUIL-PART-GROUPE PIC 9(3) VALUE 75.
       77 SEUIL-TAUX-AUTRES PIC 9(3) VALUE 50.
      * DAILY CHALLENGE: TWO GAMES FINISHED WITHIN THIS MANY SECONDS.
       77 SEUIL-SECONDES-JOUR PIC 9(5) VALUE 600.
      * TIMED GAMES: FEWEST TURNS, AND THE MEAN GAP BETWEEN TURNS IN
      * HUNDREDTHS OF A SECOND BELOW WHICH NOBODY IS READING THE
      * BOARD.
       77 SEUIL-COUPS-CHRONO PIC 9(3) VALUE 4.
       77 SEUIL-CENTIEMES PIC 9(5) VALUE 100.

      * STARTING LIVES PER DIFFICULTY, READ FROM THE CONFIG THE WAY
      * PENDU.CBL DETERMINES THEM (11 WHEN NO ROW MATCHES). ONLY
      * NEEDED FOR A GAME WITH NO TURNS IN THE MOVE JOURNAL.
       77 VIES-DEFAUT PIC 9(2) VALUE 11.
       01 TABLE-DES-VIES.
           05 VIES-DIFFICULTE OCCURS 3 TIMES PIC 9(2).
       77 VIES-DEPART PIC 9(2).
       77 IDX-DIFF PIC 9(1).

       77 IDX-ANNULATION PIC 9(4).
       77 STATE-PARTIE-ANNULEE PIC X(1) VALUE "N".
           88 PARTIE-ANNULEE VALUE "Y".
      * SUPERVISOR VOIDS AND ADJUSTMENTS (SEE GAMEVOID.CPY), IN FILE
      * ORDER, CHECKED AGAINST EVERY LOG RECORD BEFORE IT COUNTS.
       01 TABLE-DES-ANNULATIONS.
           05 ANNULATION-T OCCURS 999 TIMES.
               10 AT-SEQUENCE PIC 9(7).
               10 AT-TYPE PIC X(1).
               10 AT-JOUEUR PIC X(20).
               10 AT-SCORE PIC 9(5).
               10 AT-SCORE-MODIFIE PIC X(1).
       77 NB-ANNULATIONS PIC 9(3) VALUE 0.

      * EVERY GAME OF THE WINDOW, WITH WHAT THE MOVE JOURNAL SAYS
      * ABOUT IT: TURNS, MISSES, THE FIRST CHARACTER TYPED AT EACH
      * TURN (THE SIGNATURE TWO COPIED GAMES SHARE) AND THE GAPS
      * BETWEEN TURNS. PT-REGLE IS SET BY EACH RULE THAT CATCHES IT,
      * IN THE ORDER F, O, J, C OF SUSPECT.CPY; PT-DEJA-CLASSE IS
      * SET, IN THE SAME ORDER, FOR A CASE AN EARLIER NIGHT ALREADY
      * FILED IN SUSPICIOUS_PLAY_CASES.TXT.
       01 TABLE-DES-PARTIES.
           05 PARTIE-T OCCURS 2000 TIMES.
               10 PT-SEQUENCE PIC 9(7).
               10 PT-DATE PIC X(8).
               10 PT-HEURE PIC X(6).
               10 PT-SECONDES PIC 9(5).
               10 PT-JOUEUR PIC X(20).
               10 PT-MOT PIC X(30).
               10 PT-LONGUEUR PIC 9(2).
               10 PT-RESULTAT PIC X(1).
               10 PT-VIES PIC 9(2).
               10 PT-INDICES PIC 9(2).
               10 PT-SCORE PIC 9(5).
               10 PT-MODE PIC X(1).
               10 PT-TOURNOI PIC X(8).
               10 PT-RONDE PIC 9(2).
               10 PT-CHRONO PIC X(1).
               10 PT-DIFFICULTE PIC X(1).
               10 PT-LANGUE PIC X(1).
               10 PT-NB-COUPS PIC 9(3).
               10 PT-NB-MANQUES PIC 9(3).
               10 PT-SIGNATURE PIC X(30).
               10 PT-HEURE-PRECEDENTE PIC 9(7).
               10 PT-CUMUL-ECARTS PIC 9(9).
               10 PT-REGLE OCCURS 4 TIMES PIC X(1).
               10 PT-DEJA-CLASSE OCCURS 4 TIMES PIC X(1).
       77 NB-PARTIES PIC 9(4) VALUE 0.
       77 IDX-PARTIE PIC 9(4).
       77 IDX-AUTRE PIC 9(4).
       77 IDX-SAUVE PIC 9(4).
       77 IDX-REGLE PIC 9(1).
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".

      * ONE ROW PER NAMED PLAYER OF THE WINDOW.
       01 TABLE-DES-JOUEURS.
           05 JOUEUR-T OCCURS 500 TIMES.
               10 PJ-NOM PIC X(20).
               10 PJ-NOTE PIC 9(4).
               10 PJ-DIFFICILES PIC 9(4).
               10 PJ-SANS-FAUTE PIC 9(4).
               10 PJ-OPE-PARTIES PIC 9(4).
               10 PJ-OPE-GAGNEES PIC 9(4).
               10 PJ-MEMBRE PIC X(1).
       77 NB-JOUEURS PIC 9(3) VALUE 0.
       77 IDX-JOUEUR PIC 9(3).
       77 STATE-JOUEURS-DEBORDES PIC X(1) VALUE "N".
           88 JOUEURS-DEBORDES VALUE "Y".
       77 FOUND-SW PIC X(1) VALUE "N".
           88 FOUND-ENTRY VALUE "Y".

       77 NB-PARTIES-LUES PIC 9(7) VALUE 0.
       77 NB-COUPS-LUS PIC 9(7) VALUE 0.
       77 NB-CAS PIC 9(5) VALUE 0.
       77 NB-PARTIES-SIGNALEES PIC 9(5) VALUE 0.
       77 NB-CAS-REGLE PIC 9(5) VALUE 0.
       77 NB-CAS-NOUVEAUX PIC 9(5) VALUE 0.
       77 DERNIERE-SEQUENCE PIC 9(7) VALUE 0.
       77 DERNIER-INDEX PIC 9(4) VALUE 0.
       77 IDX-CHAR PIC 9(2).
       77 STATE-SANS-FAUTE PIC X(1).
           88 PARTIE-SANS-FAUTE VALUE "Y".
       77 STATE-MOT-DIFFICILE PIC X(1).
           88 MOT-DIFFICILE VALUE "Y".
       77 STATE-PARTIES-JUMELLES PIC X(1).
           88 PARTIES-JUMELLES VALUE "Y".
       77 LANGUE-1 PIC X(1).
       77 LANGUE-2 PIC X(1).
       77 CENTIEMES PIC 9(7).
       77 ECART-CENTIEMES PIC 9(7).
       77 ECART-SECONDES PIC 9(5).
       77 MOYENNE-CENTIEMES PIC 9(7).
       77 TAUX-OBSERVE PIC 9(3).
       77 TAUX-ATTENDU PIC S9(5).
       77 ECART-TAUX PIC S9(5).
       77 NB-MEMBRES PIC 9(3).
       77 GAGNEES-GROUPE PIC 9(5).
       77 GAGNEES-TOTAL PIC 9(5).
       77 PARTIES-AUTRES PIC 9(5).
       77 GAGNEES-AUTRES PIC 9(5).
       77 PART-GROUPE PIC 9(3).
       77 TAUX-AUTRES PIC 9(3).
       77 NB-ED PIC ZZZZZZ9.
       77 NB-ED-2 PIC ZZZZZZ9.
       77 NB-ED-3 PIC ZZZZZZ9.
       77 TAUX-ED PIC ZZ9.
       77 TAUX-ED-2 PIC ZZ9.
       77 NOTE-ED PIC ZZZ9.
       01 HEURE-DECOUPEE.
           05 HD-HH PIC 9(2).
           05 HD-MM PIC 9(2).
           05 HD-SS PIC 9(2).
           05 HD-CC PIC 9(2).

      * RUN BY NIGHTLYCHAIN ONCE EVERY STEP HAS ENDED WELL, SO THE
      * RATINGS ARE TONIGHT'S. THE LAST FEW DAYS OF THE GAME LOG ARE
      * SCREENED FOR FOUR KINDS OF PLAY THAT LOOK LIKE CHEATING:
      *   F - HARD WORDS (DIFFICULTY 3 OR A LONG WORD) WON WITHOUT A
      *       SINGLE WRONG LETTER FAR MORE OFTEN THAN THE PLAYER'S
      *       RATING SAYS THEY SHOULD BE;
      *   O - OPERATOR-MODE GAMES WON EVERY TIME BY THE SAME SMALL
      *       GROUP WHILE EVERYONE ELSE MOSTLY LOSES THEM - THE WORD
      *       MAY BE REACHING THEM BEFORE THE GAME;
      *   J - DAILY-CHALLENGE GAMES PLAYED THE SAME WAY UNDER TWO
      *       NAMES, FINISHED MINUTES APART - ONE PERSON TAKING A
      *       SECOND PRIZE ENTRY, OR ANSWERS PASSED ALONG;
      *   C - TIMED GAMES WHOSE TURNS CAME FASTER THAN ANYONE CAN
      *       READ THE BOARD AND TYPE.
      * EACH CASE IS WRITTEN WITH THE EVIDENCE BEHIND IT AND EVERY
      * GAME IT INVOLVES, FOR A SUPERVISOR TO REVIEW BEFORE THE
      * TOURNAMENT STANDINGS OR THE DAILY-CHALLENGE RANKING ARE
      * PUBLISHED. ANY CASE LEAVES RETURN CODE 4.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           MOVE 0 TO RETURN-CODE.
           PERFORM LIRE-CONFIG.
           PERFORM CALCULER-FENETRE.
           PERFORM CHARGER-ANNULATIONS.
           PERFORM CHARGER-PARTIES.
           PERFORM RELEVER-COUPS.
           PERFORM CHARGER-JOUEURS.
           PERFORM CHARGER-NOTES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ECRIRE-ENTETE.
           PERFORM CONTROLER-SANS-FAUTE.
           PERFORM CONTROLER-MODE-OPERATEUR.
           PERFORM CONTROLER-DEFI-DU-JOUR.
           PERFORM CONTROLER-CHRONO.
           PERFORM RELEVER-CAS-CLASSES.
           PERFORM ECRIRE-CAS.
           PERFORM ECRIRE-TOTAUX.
           CLOSE REPORT-FILE.
           PERFORM ECRIRE-CONTROLE.
           DISPLAY "PARTIES EXAMINEES:  " NB-PARTIES.
           DISPLAY "CAS SUSPECTS:       " NB-CAS.
           DISPLAY "NOUVEAUX CAS:       " NB-CAS-NOUVEAUX.
           IF NB-CAS > 0 OR TABLE-DEBORDEE THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       GOBACK.

       ECRIRE-CONTROLE.
           MOVE DATE-DU-JOUR TO CTL-DATE.
           MOVE "SUSPICIOUSPLAY" TO CTL-ETAPE.
           IF NB-CAS = 0 THEN
               MOVE "S" TO CTL-STATUT
           ELSE
               MOVE "E" TO CTL-STATUT
           END-IF
           MOVE NB-PARTIES TO CTL-LUS.
           MOVE NB-PARTIES-SIGNALEES TO CTL-ECRITS.
           MOVE NB-CAS TO CTL-ERREURS.
           OPEN EXTEND BATCH-CONTROL.
           WRITE CONTROLE-RECORD.
           CLOSE BATCH-CONTROL.

       LIRE-CONFIG.
           MOVE 11 TO VIES-DIFFICULTE(1).
           MOVE 11 TO VIES-DIFFICULTE(2).
           MOVE 11 TO VIES-DIFFICULTE(3).
           OPEN INPUT GAME-CONFIG.
           IF ETAT-FICHIER-CONFIG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ GAME-CONFIG
               AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
           END-READ.
           PERFORM UNTIL FIN-DE-FICHIER-CONFIG
               EVALUATE CONFIG-PROFIL
                   WHEN "W"
                       IF CONFIG-NB-VIES > 0 THEN
                           MOVE CONFIG-NB-VIES TO FENETRE-JOURS
                       END-IF
                   WHEN SPACE
                       MOVE CONFIG-NB-VIES TO VIES-DEFAUT
                   WHEN "1"
                       MOVE CONFIG-NB-VIES TO VIES-DIFFICULTE(1)
                   WHEN "2"
                       MOVE CONFIG-NB-VIES TO VIES-DIFFICULTE(2)
                   WHEN "3"
                       MOVE CONFIG-NB-VIES TO VIES-DIFFICULTE(3)
                   WHEN OTHER CONTINUE
               END-EVALUATE
               READ GAME-CONFIG
                   AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GAME-CONFIG.

      * A WINDOW OF 7 DAYS RUN ON THE 15TH STARTS ON THE 9TH.
       CALCULER-FENETRE.
           COMPUTE ENTIER-DATE =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DATE-DU-JOUR))
               - FENETRE-JOURS + 1.
           COMPUTE DATE-DEBUT-NUM =
               FUNCTION DATE-OF-INTEGER(ENTIER-DATE).
           MOVE DATE-DEBUT-NUM TO DATE-DEBUT.

       CHARGER-PARTIES.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-LOG-RECORD.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER
                   AND NOT PARTIE-ANNULEE
                   AND LOG-DATE NOT < DATE-DEBUT THEN
                   PERFORM RETENIR-PARTIE
               END-IF
               PERFORM LIRE-LOG
           END-PERFORM.
           CLOSE GAME-LOG.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.
           IF NOT FIN-DE-FICHIER-LOG AND NOT TRL-EST-TRAILER THEN
               ADD 1 TO NB-PARTIES-LUES
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

       RETENIR-PARTIE.
           IF NB-PARTIES NOT < 2000 THEN
               MOVE "Y" TO STATE-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-PARTIES.
           MOVE NB-PARTIES TO IDX-PARTIE.
           MOVE LOG-SEQUENCE TO PT-SEQUENCE(IDX-PARTIE).
           MOVE LOG-DATE TO PT-DATE(IDX-PARTIE).
           MOVE LOG-HEURE TO PT-HEURE(IDX-PARTIE).
           MOVE LOG-HEURE TO HEURE-DECOUPEE.
           MOVE 0 TO HD-CC.
           MOVE 0 TO PT-SECONDES(IDX-PARTIE).
           IF HEURE-DECOUPEE IS NUMERIC THEN
               COMPUTE PT-SECONDES(IDX-PARTIE) =
                   (HD-HH * 3600) + (HD-MM * 60) + HD-SS
           END-IF
           MOVE LOG-JOUEUR TO PT-JOUEUR(IDX-PARTIE).
           MOVE LOG-MOT TO PT-MOT(IDX-PARTIE).
      * THE WORD CARRIES ITS ";" TERMINATOR IN THE LOG.
           MOVE 0 TO PT-LONGUEUR(IDX-PARTIE).
           MOVE 1 TO IDX-CHAR.
           PERFORM UNTIL IDX-CHAR > 30
               IF LOG-MOT(IDX-CHAR:1) = ";" THEN
                   MOVE SPACE TO PT-MOT(IDX-PARTIE)(IDX-CHAR:1)
               END-IF
               IF PT-MOT(IDX-PARTIE)(IDX-CHAR:1) NOT = SPACE THEN
                   MOVE IDX-CHAR TO PT-LONGUEUR(IDX-PARTIE)
               END-IF
               ADD 1 TO IDX-CHAR
           END-PERFORM.
           MOVE LOG-RESULTAT TO PT-RESULTAT(IDX-PARTIE).
           MOVE LOG-NB-VIE-RESTANTES TO PT-VIES(IDX-PARTIE).
           MOVE LOG-INDICES-UTILISES TO PT-INDICES(IDX-PARTIE).
           MOVE LOG-SCORE TO PT-SCORE(IDX-PARTIE).
           MOVE LOG-MODE TO PT-MODE(IDX-PARTIE).
           MOVE LOG-TOURNOI TO PT-TOURNOI(IDX-PARTIE).
           MOVE LOG-RONDE TO PT-RONDE(IDX-PARTIE).
           MOVE LOG-CHRONO TO PT-CHRONO(IDX-PARTIE).
           MOVE LOG-DIFFICULTE TO PT-DIFFICULTE(IDX-PARTIE).
           MOVE LOG-LANGUE TO PT-LANGUE(IDX-PARTIE).
           MOVE 0 TO PT-NB-COUPS(IDX-PARTIE).
           MOVE 0 TO PT-NB-MANQUES(IDX-PARTIE).
           MOVE SPACES TO PT-SIGNATURE(IDX-PARTIE).
           MOVE 0 TO PT-HEURE-PRECEDENTE(IDX-PARTIE).
           MOVE 0 TO PT-CUMUL-ECARTS(IDX-PARTIE).
           MOVE SPACES TO PT-REGLE(IDX-PARTIE, 1).
           MOVE SPACES TO PT-REGLE(IDX-PARTIE, 2).
           MOVE SPACES TO PT-REGLE(IDX-PARTIE, 3).
           MOVE SPACES TO PT-REGLE(IDX-PARTIE, 4).
           MOVE SPACES TO PT-DEJA-CLASSE(IDX-PARTIE, 1).
           MOVE SPACES TO PT-DEJA-CLASSE(IDX-PARTIE, 2).
           MOVE SPACES TO PT-DEJA-CLASSE(IDX-PARTIE, 3).
           MOVE SPACES TO PT-DEJA-CLASSE(IDX-PARTIE, 4).

      * ONE PASS OVER THE MOVE JOURNAL. A GAME'S TURNS ARE APPENDED
      * TOGETHER, SO THE GAME FOUND FOR THE PREVIOUS RECORD IS TRIED
      * FIRST. A LETTER ALREADY TRIED ("D") IS A REFUSED KEY, NOT A
      * TURN, AND IS LEFT OUT; IN A DUEL ONLY THE LOGGED PLAYER'S OWN
      * TURNS COUNT. NO JOURNAL YET SIMPLY MEANS EVERY RULE FALLS
      * BACK ON THE LOG ALONE.
       RELEVER-COUPS.
           OPEN INPUT MOVE-JOURNAL.
           IF ETAT-FICHIER-JOURNAL NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MOVE-JOURNAL-RECORD.
           PERFORM LIRE-JOURNAL
           PERFORM UNTIL FIN-DE-FICHIER-JOURNAL
               IF JRN-SEQUENCE NOT = 0
                   AND JRN-DATE NOT < DATE-DEBUT
                   AND NOT JRN-DEJA-ESSAYE THEN
                   PERFORM TROUVER-PARTIE-DU-COUP
                   IF FOUND-ENTRY THEN
                       PERFORM NOTER-COUP
                   END-IF
               END-IF
               PERFORM LIRE-JOURNAL
           END-PERFORM.
           CLOSE MOVE-JOURNAL.

       LIRE-JOURNAL.
           READ MOVE-JOURNAL
               AT END SET FIN-DE-FICHIER-JOURNAL TO TRUE
           END-READ.

       TROUVER-PARTIE-DU-COUP.
           MOVE "N" TO FOUND-SW.
           IF JRN-SEQUENCE = DERNIERE-SEQUENCE
               AND DERNIER-INDEX > 0 THEN
               MOVE DERNIER-INDEX TO IDX-PARTIE
               MOVE "Y" TO FOUND-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES OR FOUND-ENTRY
               IF PT-SEQUENCE(IDX-PARTIE) = JRN-SEQUENCE THEN
                   MOVE "Y" TO FOUND-SW
               ELSE
                   ADD 1 TO IDX-PARTIE
               END-IF
           END-PERFORM.
           MOVE JRN-SEQUENCE TO DERNIERE-SEQUENCE.
           IF FOUND-ENTRY THEN
               MOVE IDX-PARTIE TO DERNIER-INDEX
           ELSE
               MOVE 0 TO DERNIER-INDEX
           END-IF.

      * THE GAP TO THE PREVIOUS TURN IS TAKEN IN HUNDREDTHS; A GAME
      * PLAYED ACROSS MIDNIGHT GETS A DAY ADDED BACK.
       NOTER-COUP.
           IF PT-MODE(IDX-PARTIE) = "4"
               AND JRN-JOUEUR NOT = PT-JOUEUR(IDX-PARTIE) THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-COUPS-LUS.
           ADD 1 TO PT-NB-COUPS(IDX-PARTIE).
           IF JRN-MANQUE THEN
               ADD 1 TO PT-NB-MANQUES(IDX-PARTIE)
           END-IF
           IF PT-NB-COUPS(IDX-PARTIE) NOT > 30 THEN
               MOVE JRN-SAISIE(1:1) TO PT-SIGNATURE(IDX-PARTIE)
                   (PT-NB-COUPS(IDX-PARTIE):1)
           END-IF
           MOVE JRN-HEURE TO HEURE-DECOUPEE.
           IF HEURE-DECOUPEE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE CENTIEMES = (HD-HH * 360000) + (HD-MM * 6000)
               + (HD-SS * 100) + HD-CC.
           IF PT-NB-COUPS(IDX-PARTIE) > 1 THEN
               IF CENTIEMES < PT-HEURE-PRECEDENTE(IDX-PARTIE) THEN
                   COMPUTE ECART-CENTIEMES = CENTIEMES + 8640000
                       - PT-HEURE-PRECEDENTE(IDX-PARTIE)
               ELSE
                   COMPUTE ECART-CENTIEMES = CENTIEMES
                       - PT-HEURE-PRECEDENTE(IDX-PARTIE)
               END-IF
               ADD ECART-CENTIEMES TO PT-CUMUL-ECARTS(IDX-PARTIE)
           END-IF
           MOVE CENTIEMES TO PT-HEURE-PRECEDENTE(IDX-PARTIE).

      * THE PER-PLAYER COUNTS BEHIND RULES F AND O. ANONYMOUS GAMES
      * HAVE NOBODY TO ANSWER FOR THEM AND ARE LEFT OUT OF BOTH.
       CHARGER-JOUEURS.
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-JOUEUR(IDX-PARTIE) NOT = SPACES THEN
                   PERFORM TROUVER-OU-CREER-JOUEUR
                   IF FOUND-ENTRY THEN
                       PERFORM CUMULER-JOUEUR
                   END-IF
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.

      * FOUND-ENTRY IS LEFT OFF ONLY WHEN THE TABLE IS FULL.
       TROUVER-OU-CREER-JOUEUR.
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO IDX-JOUEUR.
           PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS OR FOUND-ENTRY
               IF PJ-NOM(IDX-JOUEUR) = PT-JOUEUR(IDX-PARTIE) THEN
                   MOVE "Y" TO FOUND-SW
               ELSE
                   ADD 1 TO IDX-JOUEUR
               END-IF
           END-PERFORM.
           IF NOT FOUND-ENTRY THEN
               IF NB-JOUEURS < 500 THEN
                   ADD 1 TO NB-JOUEURS
                   MOVE NB-JOUEURS TO IDX-JOUEUR
                   MOVE PT-JOUEUR(IDX-PARTIE) TO PJ-NOM(IDX-JOUEUR)
                   MOVE 1000 TO PJ-NOTE(IDX-JOUEUR)
                   MOVE 0 TO PJ-DIFFICILES(IDX-JOUEUR)
                   MOVE 0 TO PJ-SANS-FAUTE(IDX-JOUEUR)
                   MOVE 0 TO PJ-OPE-PARTIES(IDX-JOUEUR)
                   MOVE 0 TO PJ-OPE-GAGNEES(IDX-JOUEUR)
                   MOVE "N" TO PJ-MEMBRE(IDX-JOUEUR)
                   MOVE "Y" TO FOUND-SW
               ELSE
                   MOVE "Y" TO STATE-JOUEURS-DEBORDES
               END-IF
           END-IF.

       CUMULER-JOUEUR.
           PERFORM EVALUER-PARTIE.
           IF MOT-DIFFICILE THEN
               ADD 1 TO PJ-DIFFICILES(IDX-JOUEUR)
               IF PARTIE-SANS-FAUTE THEN
                   ADD 1 TO PJ-SANS-FAUTE(IDX-JOUEUR)
               END-IF
           END-IF
           IF PT-MODE(IDX-PARTIE) = "2" THEN
               ADD 1 TO PJ-OPE-PARTIES(IDX-JOUEUR)
               IF PT-RESULTAT(IDX-PARTIE) = "G" THEN
                   ADD 1 TO PJ-OPE-GAGNEES(IDX-JOUEUR)
               END-IF
           END-IF.

      * A HARD WORD IS ONE PLAYED AT DIFFICULTY 3 OR LONG ENOUGH TO
      * BE HARD AT ANY DIFFICULTY. A WIN IS FLAWLESS WHEN THE JOURNAL
      * SHOWS NO MISS; WITH NO JOURNAL, WHEN THE LIVES LEFT PLUS THE
      * ONE EACH HINT COST ADD UP TO THE LIVES THE GAME STARTED WITH.
       EVALUER-PARTIE.
           MOVE "N" TO STATE-MOT-DIFFICILE.
           MOVE "N" TO STATE-SANS-FAUTE.
           IF PT-DIFFICULTE(IDX-PARTIE) = "3"
               OR PT-LONGUEUR(IDX-PARTIE) NOT < SEUIL-LONGUEUR-MOT
               THEN
               MOVE "Y" TO STATE-MOT-DIFFICILE
           END-IF
           IF PT-RESULTAT(IDX-PARTIE) NOT = "G" THEN
               EXIT PARAGRAPH
           END-IF
           IF PT-NB-COUPS(IDX-PARTIE) > 0 THEN
               IF PT-NB-MANQUES(IDX-PARTIE) = 0 THEN
                   MOVE "Y" TO STATE-SANS-FAUTE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE VIES-DEFAUT TO VIES-DEPART.
           IF PT-DIFFICULTE(IDX-PARTIE) = "1"
               OR PT-DIFFICULTE(IDX-PARTIE) = "2"
               OR PT-DIFFICULTE(IDX-PARTIE) = "3" THEN
               MOVE PT-DIFFICULTE(IDX-PARTIE) TO IDX-DIFF
               MOVE VIES-DIFFICULTE(IDX-DIFF) TO VIES-DEPART
           END-IF
           IF PT-VIES(IDX-PARTIE) + PT-INDICES(IDX-PARTIE)
               NOT < VIES-DEPART THEN
               MOVE "Y" TO STATE-SANS-FAUTE
           END-IF.

      * A PLAYER WITH NO RATING YET STAYS AT THE STARTING 1000.
       CHARGER-NOTES.
           OPEN INPUT RATINGS-FILE.
           IF ETAT-FICHIER-RATING NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RATING-RECORD.
           PERFORM LIRE-RATING
           PERFORM UNTIL FIN-DE-FICHIER-RATING
               MOVE 1 TO IDX-JOUEUR
               PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS
                   IF PJ-NOM(IDX-JOUEUR) = RTG-NOM
                       AND RTG-VALEUR IS NUMERIC THEN
                       MOVE RTG-VALEUR TO PJ-NOTE(IDX-JOUEUR)
                   END-IF
                   ADD 1 TO IDX-JOUEUR
               END-PERFORM
               PERFORM LIRE-RATING
           END-PERFORM.
           CLOSE RATINGS-FILE.

       LIRE-RATING.
           READ RATINGS-FILE
               AT END SET FIN-DE-FICHIER-RATING TO TRUE
           END-READ.

       ECRIRE-ENTETE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RAPPORT DES PARTIES SUSPECTES - " DELIMITED BY SIZE
                  DATE-DU-JOUR DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FENETRE-JOURS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES DU " DELIMITED BY SIZE
                  DATE-DEBUT DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  DATE-DU-JOUR DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                  " JOURS), PARTIES ANNULEES EXCLUES"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "A REVOIR AVANT LA PUBLICATION DES CLASSEMENTS DE "
                      DELIMITED BY SIZE
                  "TOURNOI ET DU DEFI DU JOUR (REJEUPARTIE)"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF ETAT-FICHIER-JOURNAL NOT = "00" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "JOURNAL DES COUPS ABSENT - REGLES F ET J SUR LE "
                          DELIMITED BY SIZE
                      "JOURNAL DES PARTIES SEUL, REGLE C NON APPLIQUEE"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       ECRIRE-TITRE-REGLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO NB-CAS-REGLE.

       ECRIRE-AUCUN-CAS.
           IF NB-CAS-REGLE = 0 THEN
               MOVE "  AUCUN CAS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * ONE EVIDENCE LINE PER GAME: SEQUENCE, WHEN, WHO, THE WORD,
      * THE RESULT, LIVES LEFT, HINTS AND THE TOURNAMENT IF ANY. THE
      * GAME IS MARKED WITH THE RULE THAT CAUGHT IT.
       ECRIRE-DETAIL-PARTIE.
           IF PT-REGLE(IDX-PARTIE, IDX-REGLE) = SPACE THEN
               MOVE "X" TO PT-REGLE(IDX-PARTIE, IDX-REGLE)
           END-IF
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
                  PT-SEQUENCE(IDX-PARTIE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-DATE(IDX-PARTIE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-HEURE(IDX-PARTIE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-JOUEUR(IDX-PARTIE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-MOT(IDX-PARTIE)(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-RESULTAT(IDX-PARTIE) DELIMITED BY SIZE
                  " V" DELIMITED BY SIZE
                  PT-VIES(IDX-PARTIE) DELIMITED BY SIZE
                  " I" DELIMITED BY SIZE
                  PT-INDICES(IDX-PARTIE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-TOURNOI(IDX-PARTIE) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * RULE F. THE RATING PREDICTS A FLAWLESS RATE OF 20% AT 1000,
      * ONE POINT MORE FOR EVERY 10 RATING POINTS, KEPT BETWEEN 5%
      * AND 80%. THE RATE SEEN IS FLAWLESS WINS OVER HARD GAMES
      * PLAYED.
       CONTROLER-SANS-FAUTE.
           PERFORM ECRIRE-TITRE-REGLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REGLE F - MOTS DIFFICILES GAGNES SANS FAUTE AU-DELA "
                      DELIMITED BY SIZE
                  "DE CE QUE LA COTE PREVOIT" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX-JOUEUR.
           PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS
               IF PJ-SANS-FAUTE(IDX-JOUEUR) NOT < SEUIL-SANS-FAUTE
                   THEN
                   PERFORM EVALUER-TAUX-SANS-FAUTE
               END-IF
               ADD 1 TO IDX-JOUEUR
           END-PERFORM.
           PERFORM ECRIRE-AUCUN-CAS.

       EVALUER-TAUX-SANS-FAUTE.
           COMPUTE TAUX-OBSERVE = PJ-SANS-FAUTE(IDX-JOUEUR) * 100
               / PJ-DIFFICILES(IDX-JOUEUR).
           COMPUTE TAUX-ATTENDU = 20
               + (PJ-NOTE(IDX-JOUEUR) - 1000) / 10.
           IF TAUX-ATTENDU < 5 THEN
               MOVE 5 TO TAUX-ATTENDU
           END-IF
           IF TAUX-ATTENDU > 80 THEN
               MOVE 80 TO TAUX-ATTENDU
           END-IF
           COMPUTE ECART-TAUX = TAUX-OBSERVE - TAUX-ATTENDU.
           IF ECART-TAUX < SEUIL-ECART-TAUX THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-CAS.
           ADD 1 TO NB-CAS-REGLE.
           MOVE PJ-NOTE(IDX-JOUEUR) TO NOTE-ED.
           MOVE PJ-SANS-FAUTE(IDX-JOUEUR) TO NB-ED.
           MOVE PJ-DIFFICILES(IDX-JOUEUR) TO NB-ED-2.
           MOVE TAUX-OBSERVE TO TAUX-ED.
           MOVE TAUX-ATTENDU TO TAUX-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  PJ-NOM(IDX-JOUEUR) DELIMITED BY SIZE
                  " COTE " DELIMITED BY SIZE
                  NOTE-ED DELIMITED BY SIZE
                  "  SANS FAUTE " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                  " SUR " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED-2) DELIMITED BY SIZE
                  " DIFFICILES (" DELIMITED BY SIZE
                  FUNCTION TRIM(TAUX-ED) DELIMITED BY SIZE
                  "%)  ATTENDU " DELIMITED BY SIZE
                  FUNCTION TRIM(TAUX-ED-2) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX-REGLE.
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-JOUEUR(IDX-PARTIE) = PJ-NOM(IDX-JOUEUR) THEN
                   PERFORM EVALUER-PARTIE
                   IF MOT-DIFFICILE AND PARTIE-SANS-FAUTE THEN
                       PERFORM ECRIRE-DETAIL-PARTIE
                   END-IF
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.

      * RULE O. THE GROUP IS EVERY NAMED PLAYER WHO WON ALL OF AT
      * LEAST SEUIL-PARTIES-OPERATEUR OPERATOR-MODE GAMES. IT IS A
      * CASE WHEN THE GROUP IS SMALL, HOLDS MOST OF THE OPERATOR-MODE
      * WINS, AND THE OTHER PLAYERS - WHO MUST HAVE PLAYED ENOUGH TO
      * COMPARE WITH - MOSTLY LOSE THE SAME KIND OF GAME.
       CONTROLER-MODE-OPERATEUR.
           PERFORM ECRIRE-TITRE-REGLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REGLE O - PARTIES EN MODE OPERATEUR TOUJOURS "
                      DELIMITED BY SIZE
                  "GAGNEES PAR LE MEME PETIT GROUPE" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO NB-MEMBRES.
           MOVE 0 TO GAGNEES-GROUPE.
           MOVE 0 TO GAGNEES-TOTAL.
           MOVE 0 TO PARTIES-AUTRES.
           MOVE 0 TO GAGNEES-AUTRES.
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-MODE(IDX-PARTIE) = "2"
                   AND PT-RESULTAT(IDX-PARTIE) = "G" THEN
                   ADD 1 TO GAGNEES-TOTAL
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.
           MOVE 1 TO IDX-JOUEUR.
           PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS
               IF PJ-OPE-PARTIES(IDX-JOUEUR)
                   NOT < SEUIL-PARTIES-OPERATEUR
                   AND PJ-OPE-GAGNEES(IDX-JOUEUR)
                       = PJ-OPE-PARTIES(IDX-JOUEUR) THEN
                   MOVE "Y" TO PJ-MEMBRE(IDX-JOUEUR)
                   ADD 1 TO NB-MEMBRES
                   ADD PJ-OPE-GAGNEES(IDX-JOUEUR) TO GAGNEES-GROUPE
               END-IF
               ADD 1 TO IDX-JOUEUR
           END-PERFORM.
      * EVERY OPERATOR-MODE GAME OUTSIDE THE GROUP, ANONYMOUS ONES
      * INCLUDED, IS THE YARDSTICK.
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-MODE(IDX-PARTIE) = "2" THEN
                   PERFORM VERIFIER-MEMBRE
                   IF NOT FOUND-ENTRY THEN
                       ADD 1 TO PARTIES-AUTRES
                       IF PT-RESULTAT(IDX-PARTIE) = "G" THEN
                           ADD 1 TO GAGNEES-AUTRES
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.
           IF NB-MEMBRES > 0
               AND NB-MEMBRES NOT > SEUIL-TAILLE-GROUPE
               AND PARTIES-AUTRES NOT < SEUIL-PARTIES-OPERATEUR THEN
               COMPUTE PART-GROUPE = GAGNEES-GROUPE * 100
                   / GAGNEES-TOTAL
               COMPUTE TAUX-AUTRES = GAGNEES-AUTRES * 100
                   / PARTIES-AUTRES
               IF PART-GROUPE NOT < SEUIL-PART-GROUPE
                   AND TAUX-AUTRES < SEUIL-TAUX-AUTRES THEN
                   PERFORM SIGNALER-GROUPE-OPERATEUR
               END-IF
           END-IF
           PERFORM ECRIRE-AUCUN-CAS.

      * FOUND-ENTRY IS SET WHEN THE GAME'S PLAYER IS IN THE GROUP.
       VERIFIER-MEMBRE.
           MOVE "N" TO FOUND-SW.
           IF PT-JOUEUR(IDX-PARTIE) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-JOUEUR.
           PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS OR FOUND-ENTRY
               IF PJ-NOM(IDX-JOUEUR) = PT-JOUEUR(IDX-PARTIE)
                   AND PJ-MEMBRE(IDX-JOUEUR) = "Y" THEN
                   MOVE "Y" TO FOUND-SW
               ELSE
                   ADD 1 TO IDX-JOUEUR
               END-IF
           END-PERFORM.

       SIGNALER-GROUPE-OPERATEUR.
           ADD 1 TO NB-CAS.
           ADD 1 TO NB-CAS-REGLE.
           MOVE NB-MEMBRES TO NB-ED.
           MOVE GAGNEES-GROUPE TO NB-ED-2.
           MOVE GAGNEES-TOTAL TO NB-ED-3.
           MOVE PART-GROUPE TO TAUX-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  GROUPE DE " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                  " JOUEUR(S): " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED-2) DELIMITED BY SIZE
                  " VICTOIRES SUR " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED-3) DELIMITED BY SIZE
                  " EN MODE OPERATEUR (" DELIMITED BY SIZE
                  FUNCTION TRIM(TAUX-ED) DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PARTIES-AUTRES TO NB-ED.
           MOVE GAGNEES-AUTRES TO NB-ED-2.
           MOVE TAUX-AUTRES TO TAUX-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AUTRES JOUEURS: " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED-2) DELIMITED BY SIZE
                  " GAGNEES SUR " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(TAUX-ED) DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX-JOUEUR.
           PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS
               IF PJ-MEMBRE(IDX-JOUEUR) = "Y" THEN
                   MOVE PJ-OPE-PARTIES(IDX-JOUEUR) TO NB-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  MEMBRE " DELIMITED BY SIZE
                          PJ-NOM(IDX-JOUEUR) DELIMITED BY SIZE
                          " GAGNE " DELIMITED BY SIZE
                          FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                          " SUR " DELIMITED BY SIZE
                          FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO IDX-JOUEUR
           END-PERFORM.
           MOVE 2 TO IDX-REGLE.
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-MODE(IDX-PARTIE) = "2" THEN
                   PERFORM VERIFIER-MEMBRE
                   IF FOUND-ENTRY THEN
                       PERFORM ECRIRE-DETAIL-PARTIE
                   END-IF
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.

      * RULE J. EVERY PAIR OF DAILY-CHALLENGE GAMES OF THE SAME DAY
      * AND LANGUAGE UNDER DIFFERENT NAMES, FINISHED CLOSE TOGETHER.
      * WITH BOTH GAMES IN THE JOURNAL THEY MUST HAVE BEEN TYPED
      * KEY FOR KEY THE SAME; OTHERWISE RESULT, LIVES, HINTS AND
      * SCORE MUST ALL AGREE.
       CONTROLER-DEFI-DU-JOUR.
           PERFORM ECRIRE-TITRE-REGLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REGLE J - DEFIS DU JOUR IDENTIQUES A QUELQUES "
                      DELIMITED BY SIZE
                  "MINUTES D'INTERVALLE SOUS DEUX NOMS"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO IDX-REGLE.
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-MODE(IDX-PARTIE) = "3" THEN
                   COMPUTE IDX-AUTRE = IDX-PARTIE + 1
                   PERFORM UNTIL IDX-AUTRE > NB-PARTIES
                       PERFORM COMPARER-DEFIS
                       IF PARTIES-JUMELLES THEN
                           PERFORM SIGNALER-DEFIS
                       END-IF
                       ADD 1 TO IDX-AUTRE
                   END-PERFORM
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.
           PERFORM ECRIRE-AUCUN-CAS.

       COMPARER-DEFIS.
           MOVE "N" TO STATE-PARTIES-JUMELLES.
           IF PT-MODE(IDX-AUTRE) NOT = "3"
               OR PT-DATE(IDX-AUTRE) NOT = PT-DATE(IDX-PARTIE)
               OR PT-JOUEUR(IDX-AUTRE) = PT-JOUEUR(IDX-PARTIE) THEN
               EXIT PARAGRAPH
           END-IF
      * A BLANK LANGUAGE IS A FRENCH GAME FROM BEFORE THE FIELD.
           MOVE PT-LANGUE(IDX-PARTIE) TO LANGUE-1.
           MOVE PT-LANGUE(IDX-AUTRE) TO LANGUE-2.
           IF LANGUE-1 = SPACE THEN
               MOVE "F" TO LANGUE-1
           END-IF
           IF LANGUE-2 = SPACE THEN
               MOVE "F" TO LANGUE-2
           END-IF
           IF LANGUE-1 NOT = LANGUE-2 THEN
               EXIT PARAGRAPH
           END-IF
           IF PT-SECONDES(IDX-PARTIE) > PT-SECONDES(IDX-AUTRE) THEN
               COMPUTE ECART-SECONDES = PT-SECONDES(IDX-PARTIE)
                   - PT-SECONDES(IDX-AUTRE)
           ELSE
               COMPUTE ECART-SECONDES = PT-SECONDES(IDX-AUTRE)
                   - PT-SECONDES(IDX-PARTIE)
           END-IF
           IF ECART-SECONDES > SEUIL-SECONDES-JOUR THEN
               EXIT PARAGRAPH
           END-IF
           IF PT-NB-COUPS(IDX-PARTIE) > 0
               AND PT-NB-COUPS(IDX-AUTRE) > 0 THEN
               IF PT-NB-COUPS(IDX-PARTIE) = PT-NB-COUPS(IDX-AUTRE)
                   AND PT-SIGNATURE(IDX-PARTIE)
                       = PT-SIGNATURE(IDX-AUTRE) THEN
                   MOVE "Y" TO STATE-PARTIES-JUMELLES
               END-IF
           ELSE
               IF PT-RESULTAT(IDX-PARTIE) = PT-RESULTAT(IDX-AUTRE)
                   AND PT-VIES(IDX-PARTIE) = PT-VIES(IDX-AUTRE)
                   AND PT-INDICES(IDX-PARTIE) = PT-INDICES(IDX-AUTRE)
                   AND PT-SCORE(IDX-PARTIE) = PT-SCORE(IDX-AUTRE) THEN
                   MOVE "Y" TO STATE-PARTIES-JUMELLES
               END-IF
           END-IF.

       SIGNALER-DEFIS.
           ADD 1 TO NB-CAS.
           ADD 1 TO NB-CAS-REGLE.
           MOVE ECART-SECONDES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           IF PT-NB-COUPS(IDX-PARTIE) > 0
               AND PT-NB-COUPS(IDX-AUTRE) > 0 THEN
               STRING "  " DELIMITED BY SIZE
                      PT-DATE(IDX-PARTIE) DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                      " S D'ECART, MEMES SAISIES: " DELIMITED BY SIZE
                      PT-SIGNATURE(IDX-PARTIE) DELIMITED BY SPACE
                      INTO REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      PT-DATE(IDX-PARTIE) DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                      " S D'ECART, MEME RESULTAT, VIES, INDICES ET SC"
                          DELIMITED BY SIZE
                      "ORE" DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
           PERFORM ECRIRE-DETAIL-PARTIE.
           MOVE IDX-PARTIE TO IDX-SAUVE.
           MOVE IDX-AUTRE TO IDX-PARTIE.
           PERFORM ECRIRE-DETAIL-PARTIE.
           MOVE IDX-SAUVE TO IDX-PARTIE.

      * RULE C. THE MEAN GAP BETWEEN THE TURNS OF A WON TIMED GAME.
       CONTROLER-CHRONO.
           PERFORM ECRIRE-TITRE-REGLE.
           MOVE "REGLE C - PARTIES CHRONOMETREES JOUEES TROP VITE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 4 TO IDX-REGLE.
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-CHRONO(IDX-PARTIE) = "O"
                   AND PT-RESULTAT(IDX-PARTIE) = "G"
                   AND PT-NB-COUPS(IDX-PARTIE)
                       NOT < SEUIL-COUPS-CHRONO THEN
                   COMPUTE MOYENNE-CENTIEMES =
                       PT-CUMUL-ECARTS(IDX-PARTIE)
                       / (PT-NB-COUPS(IDX-PARTIE) - 1)
                   IF MOYENNE-CENTIEMES < SEUIL-CENTIEMES THEN
                       PERFORM SIGNALER-CHRONO
                   END-IF
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.
           PERFORM ECRIRE-AUCUN-CAS.

       SIGNALER-CHRONO.
           ADD 1 TO NB-CAS.
           ADD 1 TO NB-CAS-REGLE.
           MOVE PT-NB-COUPS(IDX-PARTIE) TO NB-ED.
           MOVE MOYENNE-CENTIEMES TO NB-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                  " COUPS, " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED-2) DELIMITED BY SIZE
                  " CENTIEMES DE SECONDE EN MOYENNE ENTRE DEUX COUPS"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM ECRIRE-DETAIL-PARTIE.

      * THE CASES ALREADY ON FILE. A GAME STAYS IN THE WINDOW FOR A
      * WEEK AND IS CAUGHT AGAIN EACH NIGHT IT IS THERE; ONLY A CASE
      * (GAME AND RULE) NOT FILED BEFORE IS ADDED TONIGHT. NO FILE
      * MEANS THE CHECK HAS NEVER RUN.
       RELEVER-CAS-CLASSES.
           OPEN INPUT SUSPECT-FILE.
           IF ETAT-FICHIER-SUSPECT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUSPECT-RECORD.
           PERFORM LIRE-SUSPECT
           PERFORM UNTIL FIN-DE-FICHIER-SUSPECT
               PERFORM MARQUER-CAS-CLASSE
               PERFORM LIRE-SUSPECT
           END-PERFORM.
           CLOSE SUSPECT-FILE.

       LIRE-SUSPECT.
           READ SUSPECT-FILE
               AT END SET FIN-DE-FICHIER-SUSPECT TO TRUE
           END-READ.

      * A CASE ON A GAME THAT HAS LEFT THE WINDOW FINDS NO ROW AND IS
      * SIMPLY LEFT WHERE IT IS.
       MARQUER-CAS-CLASSE.
           EVALUATE TRUE
               WHEN SUS-SANS-FAUTE MOVE 1 TO IDX-REGLE
               WHEN SUS-OPERATEUR MOVE 2 TO IDX-REGLE
               WHEN SUS-DEFI-DU-JOUR MOVE 3 TO IDX-REGLE
               WHEN SUS-CHRONO MOVE 4 TO IDX-REGLE
               WHEN OTHER EXIT PARAGRAPH
           END-EVALUATE
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-SEQUENCE(IDX-PARTIE) = SUS-SEQUENCE THEN
                   MOVE "O" TO PT-DEJA-CLASSE(IDX-PARTIE, IDX-REGLE)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.

      * THE MACHINE-READABLE COPY OF THE CASES FOR TOURNAMENTSTANDINGS.
      * IT IS CUMULATIVE: TONIGHT'S NEW CASES ARE ADDED, IN GAME ORDER,
      * AFTER THOSE OF EARLIER NIGHTS, SO A FLAG IS NOT LOST WHEN ITS
      * GAME LEAVES THE WINDOW. THE FILE IS CREATED ON THE FIRST RUN,
      * EMPTY IF THAT NIGHT IS CLEAN.
       ECRIRE-CAS.
           OPEN EXTEND SUSPECT-FILE.
           IF ETAT-FICHIER-SUSPECT = "35" THEN
               OPEN OUTPUT SUSPECT-FILE
           END-IF
           MOVE 1 TO IDX-PARTIE.
           PERFORM UNTIL IDX-PARTIE > NB-PARTIES
               IF PT-REGLE(IDX-PARTIE, 1) NOT = SPACE
                   OR PT-REGLE(IDX-PARTIE, 2) NOT = SPACE
                   OR PT-REGLE(IDX-PARTIE, 3) NOT = SPACE
                   OR PT-REGLE(IDX-PARTIE, 4) NOT = SPACE THEN
                   ADD 1 TO NB-PARTIES-SIGNALEES
                   MOVE 1 TO IDX-REGLE
                   PERFORM UNTIL IDX-REGLE > 4
                       IF PT-REGLE(IDX-PARTIE, IDX-REGLE) NOT = SPACE
                           AND PT-DEJA-CLASSE(IDX-PARTIE, IDX-REGLE)
                               = SPACE THEN
                           PERFORM ECRIRE-SUSPECT
                           ADD 1 TO NB-CAS-NOUVEAUX
                       END-IF
                       ADD 1 TO IDX-REGLE
                   END-PERFORM
               END-IF
               ADD 1 TO IDX-PARTIE
           END-PERFORM.
           CLOSE SUSPECT-FILE.

       ECRIRE-SUSPECT.
           MOVE DATE-DU-JOUR TO SUS-DATE-CONTROLE.
           EVALUATE IDX-REGLE
               WHEN 1 MOVE "F" TO SUS-REGLE
               WHEN 2 MOVE "O" TO SUS-REGLE
               WHEN 3 MOVE "J" TO SUS-REGLE
               WHEN OTHER MOVE "C" TO SUS-REGLE
           END-EVALUATE
           MOVE PT-SEQUENCE(IDX-PARTIE) TO SUS-SEQUENCE.
           MOVE PT-DATE(IDX-PARTIE) TO SUS-DATE.
           MOVE PT-JOUEUR(IDX-PARTIE) TO SUS-JOUEUR.
           MOVE PT-MODE(IDX-PARTIE) TO SUS-MODE.
           MOVE PT-TOURNOI(IDX-PARTIE) TO SUS-TOURNOI.
           MOVE PT-RONDE(IDX-PARTIE) TO SUS-RONDE.
           WRITE SUSPECT-RECORD.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TABLE-DEBORDEE THEN
               MOVE "PLUS DE 2000 PARTIES - LES SUIVANTES NON EXAMINEES"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF JOUEURS-DEBORDES THEN
               MOVE "PLUS DE 500 JOUEURS - REGLES F ET O INCOMPLETES"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE NB-PARTIES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES EXAMINEES:  " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-COUPS-LUS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "COUPS EXAMINES:     " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-CAS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "CAS SUSPECTS:       " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-PARTIES-SIGNALEES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES SIGNALEES:  " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-CAS-NOUVEAUX TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOUVEAUX CAS:       " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * NO VOIDS FILE SIMPLY MEANS NO GAME HAS EVER BEEN VOIDED.
       CHARGER-ANNULATIONS.
           MOVE 0 TO NB-ANNULATIONS.
           OPEN INPUT GAME-LOG-VOIDS.
           IF ETAT-FICHIER-ANNULATIONS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-VOID-RECORD.
           PERFORM LIRE-ANNULATION
           PERFORM UNTIL FIN-DE-FICHIER-ANNULATION
               IF NB-ANNULATIONS < 999 THEN
                   ADD 1 TO NB-ANNULATIONS
                   MOVE ANN-SEQUENCE TO AT-SEQUENCE(NB-ANNULATIONS)
                   MOVE ANN-TYPE TO AT-TYPE(NB-ANNULATIONS)
                   MOVE ANN-JOUEUR-CORRIGE TO AT-JOUEUR(NB-ANNULATIONS)
                   MOVE ANN-SCORE-CORRIGE TO AT-SCORE(NB-ANNULATIONS)
                   MOVE ANN-SCORE-MODIFIE
                       TO AT-SCORE-MODIFIE(NB-ANNULATIONS)
               ELSE
                   DISPLAY "ATTENTION: PLUS DE 999 ANNULATIONS, LES "
                       "SUIVANTES SONT IGNOREES"
               END-IF
               PERFORM LIRE-ANNULATION
           END-PERFORM.
           CLOSE GAME-LOG-VOIDS.

       LIRE-ANNULATION.
           READ GAME-LOG-VOIDS
               AT END SET FIN-DE-FICHIER-ANNULATION TO TRUE
           END-READ.

      * A VOIDED GAME IS FLAGGED FOR THE CALLER TO SKIP; AN ADJUSTED
      * ONE IS CORRECTED IN PLACE IN GAME-LOG-RECORD, SO EVERYTHING
      * DOWNSTREAM SEES THE GAME AS THE SUPERVISOR LEFT IT. SEQUENCE 0
      * (A RECORD FROM BEFORE SEQUENCING) CAN NEVER BE VOIDED.
       APPLIQUER-ANNULATIONS.
           MOVE "N" TO STATE-PARTIE-ANNULEE.
           IF LOG-SEQUENCE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-ANNULATION.
           PERFORM UNTIL IDX-ANNULATION > NB-ANNULATIONS
               IF AT-SEQUENCE(IDX-ANNULATION) = LOG-SEQUENCE THEN
                   IF AT-TYPE(IDX-ANNULATION) = "A" THEN
                       MOVE "Y" TO STATE-PARTIE-ANNULEE
                   ELSE
                       IF AT-JOUEUR(IDX-ANNULATION) NOT = SPACES THEN
                           MOVE AT-JOUEUR(IDX-ANNULATION) TO LOG-JOUEUR
                       END-IF
                       IF AT-SCORE-MODIFIE(IDX-ANNULATION) = "O" THEN
                           MOVE AT-SCORE(IDX-ANNULATION) TO LOG-SCORE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO IDX-ANNULATION
           END-PERFORM.
