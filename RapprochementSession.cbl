       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapprochementSession.

      * ATTENDANCE RECONCILIATION OF ONE TRAINING SESSION: THE
      * ENROLMENT LIST LOADED FROM THE HR COHORT AGAINST THE GAMES
      * STAMPED WITH THE SESSION CODE. THREE GROUPS - ATTENDED,
      * ENROLLED WITHOUT A GAME, PLAYED WITHOUT BEING ENROLLED (WITH
      * THE OTHER SESSION OF THE SAME DAY THE PLAYER WAS ENROLLED ON,
      * WHEN THERE IS ONE - THE USUAL SIGN OF A WRONG SESSION CODE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SAME SELECT READS THE ARCHIVES ONE AFTER ANOTHER AND THEN
      * THE LIVE LOG - THEY ALL CARRY THE GAMELOG.CPY LAYOUT.
           SELECT GAME-LOG ASSIGN TO NOM-FICHIER-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT SESSION-MASTER ASSIGN TO 'assets/session_master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SESSION.
           SELECT SESSION-ENROLMENT
               ASSIGN TO 'assets/session_enrolment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-INSCRIPTION.
           SELECT PLAYER-REGISTRY
               ASSIGN TO 'assets/player_registry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-REGISTRE.
           SELECT REPORT-FILE
               ASSIGN TO 'assets/session_attendance_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD SESSION-MASTER.
           COPY "copybooks/session.cpy".

       FD SESSION-ENROLMENT.
           COPY "copybooks/inscription.cpy".

       FD PLAYER-REGISTRY.
           COPY "copybooks/playerrec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-LOG PIC X(2).
       77 ETAT-FICHIER-SESSION PIC X(2).
       77 ETAT-FICHIER-INSCRIPTION PIC X(2).
       77 ETAT-FICHIER-REGISTRE PIC X(2).
       77 ETAT-FICHIER-ANNULATIONS PIC X(2).
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

       77 NOM-FICHIER-LOG PIC X(40) VALUE SPACES.
       77 SESSION-CIBLE PIC X(8) VALUE SPACES.
       77 DATE-SESSION PIC X(8) VALUE SPACES.
       77 COORDINATEUR-SESSION PIC X(20) VALUE SPACES.
       77 STATUT-SESSION PIC X(1) VALUE SPACE.
       77 STATE-SESSION-TROUVEE PIC X(1) VALUE "N".
           88 SESSION-TROUVEE VALUE "Y".
       77 RANG-DEBUT PIC 9(6) VALUE 0.
       77 RANG-COURANT PIC 9(6) VALUE 0.
       77 RANG-ARCHIVE PIC 9(6) VALUE 0.
       77 RANG-AUJOURDHUI PIC 9(6) VALUE 0.
       77 ANNEE-TRAVAIL PIC 9(4) VALUE 0.
       77 MOIS-TRAVAIL PIC 9(2) VALUE 0.
       77 YYYYMM-TRAVAIL PIC 9(6) VALUE 0.
       77 IDX PIC 9(3).
       77 IDX-JOUEUR PIC 9(3).
       77 IDX-SESSION PIC 9(4).
       77 NOM-COURANT PIC X(20).
       77 NB-PRESENTS PIC 9(3) VALUE 0.
       77 NB-ABSENTS PIC 9(3) VALUE 0.
       77 NB-ANONYMES PIC 9(5) VALUE 0.
       77 NB-PARTIES PIC 9(5) VALUE 0.
       77 FOUND-SW PIC X(1) VALUE "N".
           88 FOUND-ENTRY VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 NB-ED PIC ZZZZ9.
       77 NB-ED-2 PIC ZZZZ9.

      * REGISTRY ID AND CURRENT NAME - THE ENROLMENT KEEPS THE ID, THE
      * GAME LOG THE NAME.
       01 TABLE-DES-JOUEURS.
           05 JOUEUR-T OCCURS 500 TIMES.
               10 JT-ID PIC 9(5).
               10 JT-NOM PIC X(20).
       77 NB-JOUEURS PIC 9(3) VALUE 0.

      * CODES OF THE OTHER SESSIONS HELD THE SAME DAY.
       01 TABLE-MEME-JOUR.
           05 MEME-JOUR-T OCCURS 50 TIMES PIC X(8).
       77 NB-MEME-JOUR PIC 9(2) VALUE 0.

      * THE ENROLMENT LIST OF THE SESSION, ONE LINE PER PLAYER ID.
       01 TABLE-DES-INSCRITS.
           05 INSCRIT-T OCCURS 100 TIMES.
               10 IT-ID PIC 9(5).
               10 IT-NOM PIC X(20).
               10 IT-MATRICULE PIC X(10).
               10 IT-PARTIES PIC 9(5).
       77 NB-INSCRITS PIC 9(3) VALUE 0.

      * PLAYERS WITH A GAME ON THE SESSION WHO ARE NOT ON ITS LIST.
       01 TABLE-DES-INTRUS.
           05 INTRUS-T OCCURS 100 TIMES.
               10 XT-NOM PIC X(20).
               10 XT-PARTIES PIC 9(5).
               10 XT-AUTRE-SESSION PIC X(8).
       77 NB-INTRUS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "SESSION A RAPPROCHER: " WITH NO ADVANCING.
           ACCEPT SESSION-CIBLE.
           PERFORM LIRE-ENTETE-SESSION.
           PERFORM CHARGER-JOUEURS.
           PERFORM CHARGER-ANNULATIONS.
           PERFORM CHARGER-INSCRITS.
           PERFORM ACCUMULER-PARTIES.
           PERFORM CHERCHER-AUTRES-INSCRIPTIONS.
           PERFORM ECRIRE-RAPPORT.
           DISPLAY "INSCRITS:          " NB-INSCRITS.
           DISPLAY "PRESENTS:          " NB-PRESENTS.
           DISPLAY "INSCRITS ABSENTS:  " NB-ABSENTS.
           DISPLAY "JOUEURS NON INSCRITS: " NB-INTRUS.
           IF NB-INTRUS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TABLE-DEBORDEE THEN
               DISPLAY "ATTENTION: PLUS DE 100 JOUEURS, RAPPORT TRONQUE"
               MOVE 8 TO RETURN-CODE
           END-IF
       STOP RUN.

       LIRE-ENTETE-SESSION.
           OPEN INPUT SESSION-MASTER.
           IF ETAT-FICHIER-SESSION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SESSION-RECORD.
           PERFORM LIRE-SESSION
           PERFORM UNTIL FIN-DE-FICHIER-SESSION
               IF SES-CODE = SESSION-CIBLE THEN
                   MOVE "Y" TO STATE-SESSION-TROUVEE
                   MOVE SES-DATE TO DATE-SESSION
                   MOVE SES-COORDINATEUR TO COORDINATEUR-SESSION
                   MOVE SES-STATUT TO STATUT-SESSION
               END-IF
               PERFORM LIRE-SESSION
           END-PERFORM.
           CLOSE SESSION-MASTER.
           IF NOT SESSION-TROUVEE THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SESSION-MASTER.
           MOVE SPACES TO SESSION-RECORD.
           PERFORM LIRE-SESSION
           PERFORM UNTIL FIN-DE-FICHIER-SESSION
               IF SES-DATE = DATE-SESSION
                   AND SES-CODE NOT = SESSION-CIBLE
                   AND NB-MEME-JOUR < 50 THEN
                   ADD 1 TO NB-MEME-JOUR
                   MOVE SES-CODE TO MEME-JOUR-T(NB-MEME-JOUR)
               END-IF
               PERFORM LIRE-SESSION
           END-PERFORM.
           CLOSE SESSION-MASTER.

       LIRE-SESSION.
           READ SESSION-MASTER
               AT END SET FIN-DE-FICHIER-SESSION TO TRUE
           END-READ.

       CHARGER-JOUEURS.
           OPEN INPUT PLAYER-REGISTRY.
           IF ETAT-FICHIER-REGISTRE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PLAYER-RECORD.
           PERFORM LIRE-JOUEUR
           PERFORM UNTIL FIN-DE-FICHIER-JOUEUR
               IF NB-JOUEURS < 500 THEN
                   ADD 1 TO NB-JOUEURS
                   MOVE JOUEUR-ID TO JT-ID(NB-JOUEURS)
                   MOVE JOUEUR-NOM TO JT-NOM(NB-JOUEURS)
               END-IF
               PERFORM LIRE-JOUEUR
           END-PERFORM.
           CLOSE PLAYER-REGISTRY.

       LIRE-JOUEUR.
           READ PLAYER-REGISTRY
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

      * THE NAME A PLAYER GOES BY TODAY - THE ONE ON THE ENROLMENT IF
      * THE ID HAS LEFT THE REGISTRY.
       NOM-ACTUEL-INSCRIT.
           MOVE INS-JOUEUR TO NOM-COURANT.
           MOVE 1 TO IDX-JOUEUR.
           PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS
               IF JT-ID(IDX-JOUEUR) = INS-JOUEUR-ID THEN
                   MOVE JT-NOM(IDX-JOUEUR) TO NOM-COURANT
                   MOVE NB-JOUEURS TO IDX-JOUEUR
               END-IF
               ADD 1 TO IDX-JOUEUR
           END-PERFORM.

      * AFTER A MERGE THE SURVIVOR CAN BE ON THE LIST TWICE; THE ID
      * KEEPS ONE LINE.
       CHARGER-INSCRITS.
           OPEN INPUT SESSION-ENROLMENT.
           IF ETAT-FICHIER-INSCRIPTION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INSCRIPTION-RECORD.
           PERFORM LIRE-INSCRIPTION
           PERFORM UNTIL FIN-DE-FICHIER-INSCRIPTION
               IF INS-SESSION = SESSION-CIBLE THEN
                   PERFORM RETENIR-INSCRIT
               END-IF
               PERFORM LIRE-INSCRIPTION
           END-PERFORM.
           CLOSE SESSION-ENROLMENT.

       LIRE-INSCRIPTION.
           READ SESSION-ENROLMENT
               AT END SET FIN-DE-FICHIER-INSCRIPTION TO TRUE
           END-READ.

       RETENIR-INSCRIT.
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-INSCRITS OR FOUND-ENTRY
               IF IT-ID(IDX) = INS-JOUEUR-ID THEN
                   MOVE "Y" TO FOUND-SW
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF FOUND-ENTRY THEN
               EXIT PARAGRAPH
           END-IF
           IF NB-INSCRITS >= 100 THEN
               MOVE "Y" TO STATE-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM NOM-ACTUEL-INSCRIT.
           ADD 1 TO NB-INSCRITS.
           MOVE INS-JOUEUR-ID TO IT-ID(NB-INSCRITS).
           MOVE NOM-COURANT TO IT-NOM(NB-INSCRITS).
           MOVE INS-MATRICULE TO IT-MATRICULE(NB-INSCRITS).
           MOVE 0 TO IT-PARTIES(NB-INSCRITS).

      * EVERY GAME OF THE SESSION WAS PLAYED ON ITS DATE. GAMELOGARCHIVE
      * NAMES EACH ARCHIVE AFTER THE MONTH IT RAN AND ONLY EVER MOVES
      * GAMES OLDER THAN THAT MONTH, SO THEY CAN SIT IN ANY ARCHIVE
      * FROM THAT MONTH UP TO TODAY, OR STILL IN THE LIVE LOG.
       ACCUMULER-PARTIES.
           IF DATE-SESSION IS NUMERIC THEN
               MOVE DATE-SESSION(1:6) TO YYYYMM-TRAVAIL
               PERFORM CALCULER-RANG
               MOVE RANG-COURANT TO RANG-DEBUT
               PERFORM LIRE-ARCHIVES
           END-IF
           MOVE "assets/game_log.txt" TO NOM-FICHIER-LOG.
           PERFORM ACCUMULER-FICHIER.

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

       LIRE-ARCHIVES.
           MOVE FUNCTION CURRENT-DATE(1:6) TO YYYYMM-TRAVAIL.
           PERFORM CALCULER-RANG.
           MOVE RANG-COURANT TO RANG-AUJOURDHUI.
           MOVE RANG-DEBUT TO RANG-ARCHIVE.
           PERFORM UNTIL RANG-ARCHIVE > RANG-AUJOURDHUI
               MOVE RANG-ARCHIVE TO RANG-COURANT
               PERFORM CALCULER-YYYYMM
               MOVE SPACES TO NOM-FICHIER-LOG
               STRING "assets/game_log_archive_" DELIMITED BY SIZE
                      YYYYMM-TRAVAIL DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO NOM-FICHIER-LOG
               PERFORM ACCUMULER-FICHIER
               ADD 1 TO RANG-ARCHIVE
           END-PERFORM.

       ACCUMULER-FICHIER.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-LOG-RECORD.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER
                   AND NOT PARTIE-ANNULEE
                   AND LOG-SESSION = SESSION-CIBLE THEN
                   ADD 1 TO NB-PARTIES
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
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

      * AN ANONYMOUS GAME CANNOT BE TIED TO ANYONE ON THE LIST - IT IS
      * ONLY COUNTED.
       RETENIR-PARTIE.
           IF LOG-JOUEUR = SPACES THEN
               ADD 1 TO NB-ANONYMES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-INSCRITS OR FOUND-ENTRY
               IF IT-NOM(IDX) = LOG-JOUEUR THEN
                   MOVE "Y" TO FOUND-SW
                   ADD 1 TO IT-PARTIES(IDX)
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF FOUND-ENTRY THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-INTRUS OR FOUND-ENTRY
               IF XT-NOM(IDX) = LOG-JOUEUR THEN
                   MOVE "Y" TO FOUND-SW
                   ADD 1 TO XT-PARTIES(IDX)
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF NOT FOUND-ENTRY THEN
               IF NB-INTRUS < 100 THEN
                   ADD 1 TO NB-INTRUS
                   MOVE LOG-JOUEUR TO XT-NOM(NB-INTRUS)
                   MOVE 1 TO XT-PARTIES(NB-INTRUS)
                   MOVE SPACES TO XT-AUTRE-SESSION(NB-INTRUS)
               ELSE
                   MOVE "Y" TO STATE-DEBORDEMENT
               END-IF
           END-IF.

      * FOR EACH PLAYER NOT ON THE LIST, THE SESSION OF THE SAME DAY
      * THEY WERE ENROLLED ON INSTEAD, IF ANY.
       CHERCHER-AUTRES-INSCRIPTIONS.
           IF NB-INTRUS = 0 OR NB-MEME-JOUR = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SESSION-ENROLMENT.
           IF ETAT-FICHIER-INSCRIPTION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INSCRIPTION-RECORD.
           PERFORM LIRE-INSCRIPTION
           PERFORM UNTIL FIN-DE-FICHIER-INSCRIPTION
               PERFORM VERIFIER-MEME-JOUR
               IF FOUND-ENTRY THEN
                   PERFORM NOM-ACTUEL-INSCRIT
                   MOVE 1 TO IDX
                   PERFORM UNTIL IDX > NB-INTRUS
                       IF XT-NOM(IDX) = NOM-COURANT THEN
                           MOVE INS-SESSION TO XT-AUTRE-SESSION(IDX)
                       END-IF
                       ADD 1 TO IDX
                   END-PERFORM
               END-IF
               PERFORM LIRE-INSCRIPTION
           END-PERFORM.
           CLOSE SESSION-ENROLMENT.

       VERIFIER-MEME-JOUR.
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO IDX-SESSION.
           PERFORM UNTIL IDX-SESSION > NB-MEME-JOUR OR FOUND-ENTRY
               IF MEME-JOUR-T(IDX-SESSION) = INS-SESSION THEN
                   MOVE "Y" TO FOUND-SW
               END-IF
               ADD 1 TO IDX-SESSION
           END-PERFORM.

       ECRIRE-RAPPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RAPPROCHEMENT DES PRESENCES - SESSION "
                      DELIMITED BY SIZE
                  SESSION-CIBLE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SESSION-TROUVEE THEN
               MOVE SPACES TO REPORT-LINE
               STRING "DATE " DELIMITED BY SIZE
                      DATE-SESSION DELIMITED BY SIZE
                      "  COORDINATEUR " DELIMITED BY SIZE
                      COORDINATEUR-SESSION DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               IF STATUT-SESSION NOT = "C" THEN
                   MOVE "SESSION ENCORE OUVERTE - RAPPORT PROVISOIRE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE "ATTENTION: SESSION ABSENTE DU FICHIER MAITRE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== PRESENTS ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-INSCRITS
               IF IT-PARTIES(IDX) > 0 THEN
                   ADD 1 TO NB-PRESENTS
                   PERFORM ECRIRE-LIGNE-INSCRIT
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== INSCRITS SANS PARTIE ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-INSCRITS
               IF IT-PARTIES(IDX) = 0 THEN
                   ADD 1 TO NB-ABSENTS
                   PERFORM ECRIRE-LIGNE-INSCRIT
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== JOUEURS NON INSCRITS ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-INTRUS
               PERFORM ECRIRE-LIGNE-INTRUS
               ADD 1 TO IDX
           END-PERFORM.
           IF NB-ANONYMES > 0 THEN
               MOVE NB-ANONYMES TO NB-ED
               MOVE SPACES TO REPORT-LINE
               STRING "PARTIES ANONYMES: " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== TOTAUX ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-INSCRITS TO NB-ED.
           MOVE NB-PRESENTS TO NB-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "INSCRITS " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  PRESENTS " DELIMITED BY SIZE
                  NB-ED-2 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ABSENTS TO NB-ED.
           MOVE NB-INTRUS TO NB-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "SANS PARTIE " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  NON INSCRITS " DELIMITED BY SIZE
                  NB-ED-2 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-PARTIES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES DE LA SESSION " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TABLE-DEBORDEE THEN
               MOVE "ATTENTION: PLUS DE 100 JOUEURS, RAPPORT TRONQUE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       ECRIRE-LIGNE-INSCRIT.
           MOVE IT-PARTIES(IDX) TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING IT-NOM(IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IT-MATRICULE(IDX) DELIMITED BY SIZE
                  " PARTIES " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       ECRIRE-LIGNE-INTRUS.
           MOVE XT-PARTIES(IDX) TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           IF XT-AUTRE-SESSION(IDX) = SPACES THEN
               STRING XT-NOM(IDX) DELIMITED BY SIZE
                      " PARTIES " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING XT-NOM(IDX) DELIMITED BY SIZE
                      " PARTIES " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      "  INSCRIT A LA SESSION " DELIMITED BY SIZE
                      XT-AUTRE-SESSION(IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
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
