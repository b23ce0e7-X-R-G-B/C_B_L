       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditIntegrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONFICHIER ASSIGN TO 'assets/player_registry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-REGISTRE.
           SELECT COMPTEUR-JOUEUR
               ASSIGN TO 'assets/player_id_counter.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-COMPTEUR.
           SELECT SESSION-MASTER ASSIGN TO 'assets/session_master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SESSION.
           SELECT TOURNAMENT-ROSTER
               ASSIGN TO 'assets/tournament_roster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ROSTER.
           SELECT FILE-WORDS ASSIGN TO 'assets/word_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT
               ALTERNATE RECORD KEY IS MOT-DIFFICULTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MOT-CATEGORIE
                   WITH DUPLICATES
               FILE STATUS IS ETAT-FICHIER-MOTS.
           SELECT WORD-MASTER-EN ASSIGN TO 'assets/word_master_en.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WM-MOT
               ALTERNATE RECORD KEY IS WM-DIFFICULTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS WM-CATEGORIE
                   WITH DUPLICATES
               FILE STATUS IS ETAT-FICHIER-MOTS-EN.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT RESULTS-SLIP ASSIGN TO 'assets/results_slips.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SLIP.
           SELECT PLAYER-BADGES ASSIGN TO 'assets/player_badges.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-BADGE.
           SELECT PLAYER-RATINGS ASSIGN TO 'assets/player_ratings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-RATING.
           SELECT LAST-SEEN ASSIGN TO 'assets/player_last_seen.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-VU.
           SELECT GAME-CHECKPOINT ASSIGN TO NOM-FICHIER-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-CKPT.
           SELECT REPORT-FILE ASSIGN TO 'assets/integrity_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MONFICHIER.
           COPY "copybooks/playerrec.cpy".

       FD COMPTEUR-JOUEUR.
       01 LIGNE-COMPTEUR-JOUEUR.
           88 FIN-DE-FICHIER-COMPTEUR VALUE HIGH-VALUES.
           05 CPT-DERNIER-ID          PIC 9(5).

       FD SESSION-MASTER.
           COPY "copybooks/session.cpy".

       FD TOURNAMENT-ROSTER.
           COPY "copybooks/tournoi.cpy".

       FD FILE-WORDS.
           COPY "copybooks/wordrec.cpy".

       FD WORD-MASTER-EN.
           COPY "copybooks/wordmaster.cpy".

       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD RESULTS-SLIP.
           COPY "copybooks/resultslip.cpy".

       FD PLAYER-BADGES.
           COPY "copybooks/badge.cpy".

       FD PLAYER-RATINGS.
           COPY "copybooks/rating.cpy".

       FD LAST-SEEN.
           COPY "copybooks/lastseen.cpy".

       FD GAME-CHECKPOINT.
           COPY "copybooks/checkpoint.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-REGISTRE PIC X(2).
       77 ETAT-FICHIER-COMPTEUR PIC X(2).
       77 ETAT-FICHIER-SESSION PIC X(2).
       77 ETAT-FICHIER-ROSTER PIC X(2).
       77 ETAT-FICHIER-MOTS PIC X(2).
       77 ETAT-FICHIER-MOTS-EN PIC X(2).
       77 ETAT-FICHIER-LOG PIC X(2).
       77 ETAT-FICHIER-SLIP PIC X(2).
       77 ETAT-FICHIER-BADGE PIC X(2).
       77 ETAT-FICHIER-RATING PIC X(2).
       77 ETAT-FICHIER-VU PIC X(2).
       77 ETAT-FICHIER-CKPT PIC X(2).
       77 NOM-FICHIER-CHECKPOINT PIC X(40) VALUE SPACES.
       77 STATE-MASTER-FR PIC X(1) VALUE "N".
           88 MASTER-FR-OUVERT VALUE "Y".
       77 STATE-MASTER-EN PIC X(1) VALUE "N".
           88 MASTER-EN-OUVERT VALUE "Y".
       77 STATE-MASTER-ABSENT PIC X(1) VALUE "N".
           88 MASTER-MOTS-ABSENT VALUE "Y".
       77 STATE-TROUVE PIC X(1).
           88 CLE-TROUVEE VALUE "Y".
       77 STATE-TOURNOI-CONNU PIC X(1).
           88 TOURNOI-CONNU VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 STATE-FICHIER-ABSENT PIC X(1).
           88 FICHIER-ABSENT VALUE "Y".
       77 IDX PIC 9(4).
       77 IDX-TYPE PIC 9(1).
       77 IDX-ROSTER PIC 9(4).
       77 ID-CHERCHE PIC 9(5).
       77 ID-MAXIMUM PIC 9(5) VALUE 0.
       77 ID-CHECKPOINT PIC 9(5).
       77 NOM-CHERCHE PIC X(20).
       77 SESSION-CHERCHEE PIC X(8).
       77 MOT-CLE PIC X(30).
       77 NB-LUS-FICHIER PIC 9(7).
       77 NB-RUPTURES-TOTAL PIC 9(7) VALUE 0.
       77 NB-ED PIC ZZZZZZ9.
       77 NB-ED-2 PIC ZZZZZZ9.

      * MASTERS HELD IN MEMORY FOR THE LOOK-UPS. THE WORD MASTERS ARE
      * READ BY KEY INSTEAD.
       01 TABLE-DES-JOUEURS.
           05 JOUEUR-TABLE OCCURS 999 TIMES.
               10 JOUEUR-TABLE-ID PIC 9(05).
               10 JOUEUR-TABLE-NOM PIC X(20).
       77 NB-JOUEURS-TABLE PIC 9(4) VALUE 0.
       01 TABLE-DES-SESSIONS.
           05 SESSION-TABLE-CODE OCCURS 999 TIMES PIC X(08).
       77 NB-SESSIONS-TABLE PIC 9(4) VALUE 0.
       01 TABLE-DU-ROSTER.
           05 ROSTER-TABLE OCCURS 999 TIMES.
               10 ROSTER-TABLE-TOURNOI PIC X(08).
               10 ROSTER-TABLE-JOUEUR PIC X(20).
       77 NB-ROSTER-TABLE PIC 9(4) VALUE 0.

      * THE BREAK BEING REPORTED: ITS TYPE (SEE LIBELLE-TYPE), THE
      * KEY THAT DID NOT RESOLVE AND THE DATE OF THE RECORD CARRYING
      * IT (SPACES WHERE THE FILE HAS NO DATE).
       77 TYPE-RUPTURE PIC 9(1).
       77 CLE-RUPTURE PIC X(40).
       77 DATE-RUPTURE PIC X(8).
       77 FICHIER-COURANT PIC X(30).

      * THE BREAKS OF THE FILE BEING AUDITED, ONE ROW PER TYPE AND
      * KEY - A NAME LEFT BEHIND BY A MERGE CAN SIT ON HUNDREDS OF LOG
      * RECORDS AND IS LISTED ONCE, WITH ITS COUNT AND FIRST DATE.
       01 TABLE-DES-RUPTURES.
           05 RUPTURE-T OCCURS 999 TIMES.
               10 RT-TYPE PIC 9(1).
               10 RT-CLE PIC X(40).
               10 RT-NB PIC 9(7).
               10 RT-PREMIERE-DATE PIC X(8).
       77 NB-RUPTURES-TABLE PIC 9(4) VALUE 0.
       77 NB-RUPTURES-TYPE PIC 9(4).
       77 NB-OCCURRENCES-TYPE PIC 9(7).

       01 TABLE-DES-LIBELLES.
           05 FILLER PIC X(40) VALUE "JOUEUR ABSENT DU REGISTRE".
           05 FILLER PIC X(40) VALUE "ID ABSENT DU REGISTRE".
           05 FILLER PIC X(40) VALUE "NOM DIFFERENT POUR CET ID".
           05 FILLER PIC X(40) VALUE "SESSION ABSENTE DU MASTER".
           05 FILLER PIC X(40) VALUE "TOURNOI ABSENT DU ROSTER".
           05 FILLER PIC X(40) VALUE "JOUEUR NON INSCRIT AU TOURNOI".
           05 FILLER PIC X(40) VALUE "MOT ABSENT DU MASTER".
       01 FILLER REDEFINES TABLE-DES-LIBELLES.
           05 LIBELLE-TYPE OCCURS 7 TIMES PIC X(40).

      * ONE LINE PER FILE AND TYPE FOR THE SUMMARY AT THE END.
       01 TABLE-DU-RESUME.
           05 RESUME-T OCCURS 70 TIMES.
               10 RS-FICHIER PIC X(30).
               10 RS-TYPE PIC 9(1).
               10 RS-CLES PIC 9(7).
               10 RS-OCCURRENCES PIC 9(7).
       77 NB-RESUME PIC 9(2) VALUE 0.

      * WEEKLY. EVERY NAME, SESSION CODE, TOURNAMENT CODE AND WORD
      * COPIED INTO THE FLAT FILES IS CHECKED BACK AGAINST ITS
      * MASTER; THE REPORT GROUPS THE BREAKS BY FILE, THEN BY TYPE.
      * NOTHING IS CORRECTED HERE. RETURN CODE 4 WHEN THERE IS ANY
      * BREAK OR A WORD MASTER IS MISSING (ITS WORDS WENT UNCHECKED),
      * 8 WHEN A MASTER COULD NOT BE HELD IN FULL (THE AUDIT WOULD
      * THEN REPORT BREAKS THAT ARE NOT THERE).
       PROCEDURE DIVISION.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AUDIT D'INTEGRITE REFERENTIELLE DU " DELIMITED
                      BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHARGER-REGISTRE.
           PERFORM CHARGER-SESSIONS.
           PERFORM CHARGER-ROSTER.
           PERFORM OUVRIR-MASTERS-MOTS.
           PERFORM AUDITER-LOG.
           PERFORM AUDITER-SLIPS.
           PERFORM AUDITER-ROSTER.
           PERFORM AUDITER-BADGES.
           PERFORM AUDITER-RATINGS.
           PERFORM AUDITER-VUS.
           PERFORM AUDITER-CHECKPOINTS.
           PERFORM FERMER-MASTERS-MOTS.
           PERFORM ECRIRE-RESUME.
           CLOSE REPORT-FILE.
           DISPLAY "RUPTURES TROUVEES: " NB-RUPTURES-TOTAL.
           IF NB-RUPTURES-TOTAL > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF MASTER-MOTS-ABSENT THEN
               DISPLAY "ATTENTION: MASTER DES MOTS ABSENT, MOTS NON "
                   "CONTROLES"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TABLE-DEBORDEE THEN
               DISPLAY "ATTENTION: TABLE PLEINE, AUDIT INCOMPLET"
               MOVE 8 TO RETURN-CODE
           END-IF
       STOP RUN.

       CHARGER-REGISTRE.
           OPEN INPUT MONFICHIER.
           IF ETAT-FICHIER-REGISTRE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-JOUEUR.
           PERFORM UNTIL FIN-DE-FICHIER-JOUEUR
               IF NB-JOUEURS-TABLE >= 999 THEN
                   MOVE "Y" TO STATE-DEBORDEMENT
               ELSE
                   ADD 1 TO NB-JOUEURS-TABLE
                   MOVE JOUEUR-ID TO JOUEUR-TABLE-ID(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-NOM
                       TO JOUEUR-TABLE-NOM(NB-JOUEURS-TABLE)
                   IF JOUEUR-ID > ID-MAXIMUM THEN
                       MOVE JOUEUR-ID TO ID-MAXIMUM
                   END-IF
               END-IF
               PERFORM LIRE-JOUEUR
           END-PERFORM.
           CLOSE MONFICHIER.

       LIRE-JOUEUR.
           READ MONFICHIER
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

       CHARGER-SESSIONS.
           OPEN INPUT SESSION-MASTER.
           IF ETAT-FICHIER-SESSION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-SESSION.
           PERFORM UNTIL FIN-DE-FICHIER-SESSION
               IF NB-SESSIONS-TABLE >= 999 THEN
                   MOVE "Y" TO STATE-DEBORDEMENT
               ELSE
                   ADD 1 TO NB-SESSIONS-TABLE
                   MOVE SES-CODE
                       TO SESSION-TABLE-CODE(NB-SESSIONS-TABLE)
               END-IF
               PERFORM LIRE-SESSION
           END-PERFORM.
           CLOSE SESSION-MASTER.

       LIRE-SESSION.
           READ SESSION-MASTER
               AT END SET FIN-DE-FICHIER-SESSION TO TRUE
           END-READ.

       CHARGER-ROSTER.
           OPEN INPUT TOURNAMENT-ROSTER.
           IF ETAT-FICHIER-ROSTER NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-ROSTER.
           PERFORM UNTIL FIN-DE-FICHIER-ROSTER
               IF NB-ROSTER-TABLE >= 999 THEN
                   MOVE "Y" TO STATE-DEBORDEMENT
               ELSE
                   ADD 1 TO NB-ROSTER-TABLE
                   MOVE TR-TOURNOI
                       TO ROSTER-TABLE-TOURNOI(NB-ROSTER-TABLE)
                   MOVE TR-JOUEUR
                       TO ROSTER-TABLE-JOUEUR(NB-ROSTER-TABLE)
               END-IF
               PERFORM LIRE-ROSTER
           END-PERFORM.
           CLOSE TOURNAMENT-ROSTER.

       LIRE-ROSTER.
           READ TOURNAMENT-ROSTER
               AT END SET FIN-DE-FICHIER-ROSTER TO TRUE
           END-READ.

      * A LANGUAGE WHOSE MASTER HAS NEVER BEEN BUILT HAS NO WORDS TO
      * CHECK AGAINST - ITS GAMES ARE LEFT OUT OF THE WORD CHECK AND
      * THE REPORT SAYS SO AND THE RUN ENDS WITH RETURN CODE 4.
       OUVRIR-MASTERS-MOTS.
           OPEN INPUT FILE-WORDS.
           IF ETAT-FICHIER-MOTS = "00" THEN
               MOVE "Y" TO STATE-MASTER-FR
           ELSE
               MOVE "Y" TO STATE-MASTER-ABSENT
               MOVE "MASTER FRANCAIS ABSENT - MOTS FRANCAIS NON CONTROLE
      -            "S" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           OPEN INPUT WORD-MASTER-EN.
           IF ETAT-FICHIER-MOTS-EN = "00" THEN
               MOVE "Y" TO STATE-MASTER-EN
           ELSE
               MOVE "Y" TO STATE-MASTER-ABSENT
               MOVE "MASTER ANGLAIS ABSENT - MOTS ANGLAIS NON CONTROLES"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       FERMER-MASTERS-MOTS.
           IF MASTER-FR-OUVERT THEN
               CLOSE FILE-WORDS
           END-IF
           IF MASTER-EN-OUVERT THEN
               CLOSE WORD-MASTER-EN
           END-IF.

      * ANONYMOUS GAMES (NO NAME), GAMES OUTSIDE ANY SESSION OR
      * TOURNAMENT, AND OPERATOR-TYPED WORDS (MODE 2, NEVER IN THE
      * MASTER) ARE NOT BREAKS.
       AUDITER-LOG.
           MOVE "game_log.txt" TO FICHIER-COURANT.
           PERFORM DEBUTER-FICHIER.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               MOVE "Y" TO STATE-FICHIER-ABSENT
               PERFORM TERMINER-FICHIER
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-LOG.
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER THEN
                   ADD 1 TO NB-LUS-FICHIER
                   MOVE LOG-DATE TO DATE-RUPTURE
                   PERFORM CONTROLER-PARTIE
               END-IF
               PERFORM LIRE-LOG
           END-PERFORM.
           CLOSE GAME-LOG.
           PERFORM TERMINER-FICHIER.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

       CONTROLER-PARTIE.
           IF LOG-JOUEUR NOT = SPACES THEN
               MOVE LOG-JOUEUR TO NOM-CHERCHE
               PERFORM CONTROLER-NOM
           END-IF
           IF LOG-SESSION NOT = SPACES THEN
               MOVE LOG-SESSION TO SESSION-CHERCHEE
               PERFORM CHERCHER-SESSION
               IF NOT CLE-TROUVEE THEN
                   MOVE 4 TO TYPE-RUPTURE
                   MOVE LOG-SESSION TO CLE-RUPTURE
                   PERFORM SIGNALER-RUPTURE
               END-IF
           END-IF
           IF LOG-TOURNOI NOT = SPACES
               AND LOG-TOURNOI NOT = "00000000" THEN
               PERFORM CONTROLER-TOURNOI
           END-IF
           IF NOT LOG-MODE-OPERATEUR THEN
               PERFORM CONTROLER-MOT
           END-IF.

       CHERCHER-SESSION.
           MOVE "N" TO STATE-TROUVE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-SESSIONS-TABLE OR CLE-TROUVEE
               IF SESSION-TABLE-CODE(IDX) = SESSION-CHERCHEE THEN
                   MOVE "Y" TO STATE-TROUVE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

      * A TOURNAMENT EXISTS ONLY THROUGH ITS ENROLMENTS. THE PLAYER
      * MUST BE ENTERED IN IT TOO - ACTIVE OR NOT, SINCE A WITHDRAWN
      * ENTRY KEEPS THE GAMES IT PLAYED.
       CONTROLER-TOURNOI.
           MOVE "N" TO STATE-TOURNOI-CONNU.
           MOVE "N" TO STATE-TROUVE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-ROSTER-TABLE OR CLE-TROUVEE
               IF ROSTER-TABLE-TOURNOI(IDX) = LOG-TOURNOI THEN
                   MOVE "Y" TO STATE-TOURNOI-CONNU
                   IF ROSTER-TABLE-JOUEUR(IDX) = LOG-JOUEUR THEN
                       MOVE "Y" TO STATE-TROUVE
                   END-IF
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF NOT TOURNOI-CONNU THEN
               MOVE 5 TO TYPE-RUPTURE
               MOVE LOG-TOURNOI TO CLE-RUPTURE
               PERFORM SIGNALER-RUPTURE
               EXIT PARAGRAPH
           END-IF
           IF NOT CLE-TROUVEE THEN
               MOVE 6 TO TYPE-RUPTURE
               MOVE SPACES TO CLE-RUPTURE
               STRING LOG-TOURNOI DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      LOG-JOUEUR DELIMITED BY SIZE
                      INTO CLE-RUPTURE
               PERFORM SIGNALER-RUPTURE
           END-IF.

      * LOG-MOT IS STORED WITHOUT THE ";" TERMINATOR THE MASTER KEY
      * CARRIES (SEE WORDREC.CPY).
       CONTROLER-MOT.
           IF LOG-MOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MOT-CLE.
           STRING FUNCTION TRIM(LOG-MOT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  INTO MOT-CLE.
           MOVE "N" TO STATE-TROUVE.
           IF LOG-LANGUE-ANGLAISE THEN
               IF NOT MASTER-EN-OUVERT THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE MOT-CLE TO WM-MOT
               READ WORD-MASTER-EN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO STATE-TROUVE
               END-READ
           ELSE
               IF NOT MASTER-FR-OUVERT THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE MOT-CLE TO MOT
               READ FILE-WORDS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO STATE-TROUVE
               END-READ
           END-IF
           IF NOT CLE-TROUVEE THEN
               MOVE 7 TO TYPE-RUPTURE
               MOVE SPACES TO CLE-RUPTURE
               IF LOG-LANGUE-ANGLAISE THEN
                   STRING "E " DELIMITED BY SIZE
                          LOG-MOT DELIMITED BY SIZE
                          INTO CLE-RUPTURE
               ELSE
                   STRING "F " DELIMITED BY SIZE
                          LOG-MOT DELIMITED BY SIZE
                          INTO CLE-RUPTURE
               END-IF
               PERFORM SIGNALER-RUPTURE
           END-IF.

       AUDITER-SLIPS.
           MOVE "results_slips.txt" TO FICHIER-COURANT.
           PERFORM DEBUTER-FICHIER.
           OPEN INPUT RESULTS-SLIP.
           IF ETAT-FICHIER-SLIP NOT = "00" THEN
               MOVE "Y" TO STATE-FICHIER-ABSENT
               PERFORM TERMINER-FICHIER
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-SLIP.
           PERFORM UNTIL FIN-DE-FICHIER-SLIP
               ADD 1 TO NB-LUS-FICHIER
               IF SLIP-JOUEUR NOT = SPACES THEN
                   MOVE SLIP-DATE TO DATE-RUPTURE
                   MOVE SLIP-JOUEUR TO NOM-CHERCHE
                   PERFORM CONTROLER-NOM
               END-IF
               PERFORM LIRE-SLIP
           END-PERFORM.
           CLOSE RESULTS-SLIP.
           PERFORM TERMINER-FICHIER.

       LIRE-SLIP.
           READ RESULTS-SLIP
               AT END SET FIN-DE-FICHIER-SLIP TO TRUE
           END-READ.

       AUDITER-ROSTER.
           MOVE "tournament_roster.txt" TO FICHIER-COURANT.
           PERFORM DEBUTER-FICHIER.
           MOVE SPACES TO DATE-RUPTURE.
           MOVE 1 TO IDX-ROSTER.
           PERFORM UNTIL IDX-ROSTER > NB-ROSTER-TABLE
               ADD 1 TO NB-LUS-FICHIER
               MOVE ROSTER-TABLE-JOUEUR(IDX-ROSTER) TO NOM-CHERCHE
               PERFORM CONTROLER-NOM
               ADD 1 TO IDX-ROSTER
           END-PERFORM.
           IF ETAT-FICHIER-ROSTER NOT = "00" THEN
               MOVE "Y" TO STATE-FICHIER-ABSENT
           END-IF
           PERFORM TERMINER-FICHIER.

       AUDITER-BADGES.
           MOVE "player_badges.txt" TO FICHIER-COURANT.
           PERFORM DEBUTER-FICHIER.
           OPEN INPUT PLAYER-BADGES.
           IF ETAT-FICHIER-BADGE NOT = "00" THEN
               MOVE "Y" TO STATE-FICHIER-ABSENT
               PERFORM TERMINER-FICHIER
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-BADGE.
           PERFORM UNTIL FIN-DE-FICHIER-BADGE
               ADD 1 TO NB-LUS-FICHIER
               MOVE BDG-DATE TO DATE-RUPTURE
               MOVE BDG-JOUEUR TO NOM-CHERCHE
               PERFORM CONTROLER-NOM
               PERFORM LIRE-BADGE
           END-PERFORM.
           CLOSE PLAYER-BADGES.
           PERFORM TERMINER-FICHIER.

       LIRE-BADGE.
           READ PLAYER-BADGES
               AT END SET FIN-DE-FICHIER-BADGE TO TRUE
           END-READ.

      * THE RATINGS CARRY THE ID AS WELL AS THE NAME: THE ID MUST
      * STILL BE REGISTERED, AND UNDER THE SAME NAME.
       AUDITER-RATINGS.
           MOVE "player_ratings.txt" TO FICHIER-COURANT.
           PERFORM DEBUTER-FICHIER.
           OPEN INPUT PLAYER-RATINGS.
           IF ETAT-FICHIER-RATING NOT = "00" THEN
               MOVE "Y" TO STATE-FICHIER-ABSENT
               PERFORM TERMINER-FICHIER
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-RATING.
           PERFORM UNTIL FIN-DE-FICHIER-RATING
               ADD 1 TO NB-LUS-FICHIER
               MOVE RTG-DATE-CALCUL TO DATE-RUPTURE
               MOVE RTG-ID TO ID-CHERCHE
               PERFORM CHERCHER-ID
               IF NOT CLE-TROUVEE THEN
                   MOVE 2 TO TYPE-RUPTURE
                   MOVE SPACES TO CLE-RUPTURE
                   STRING RTG-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RTG-NOM DELIMITED BY SIZE
                          INTO CLE-RUPTURE
                   PERFORM SIGNALER-RUPTURE
               ELSE
                   IF JOUEUR-TABLE-NOM(IDX) NOT = RTG-NOM THEN
                       MOVE 3 TO TYPE-RUPTURE
                       MOVE SPACES TO CLE-RUPTURE
                       STRING RTG-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              RTG-NOM DELIMITED BY SIZE
                              INTO CLE-RUPTURE
                       PERFORM SIGNALER-RUPTURE
                   END-IF
               END-IF
               PERFORM LIRE-RATING
           END-PERFORM.
           CLOSE PLAYER-RATINGS.
           PERFORM TERMINER-FICHIER.

       LIRE-RATING.
           READ PLAYER-RATINGS
               AT END SET FIN-DE-FICHIER-RATING TO TRUE
           END-READ.

       AUDITER-VUS.
           MOVE "player_last_seen.txt" TO FICHIER-COURANT.
           PERFORM DEBUTER-FICHIER.
           OPEN INPUT LAST-SEEN.
           IF ETAT-FICHIER-VU NOT = "00" THEN
               MOVE "Y" TO STATE-FICHIER-ABSENT
               PERFORM TERMINER-FICHIER
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-VU.
           PERFORM UNTIL FIN-DE-FICHIER-VU
               ADD 1 TO NB-LUS-FICHIER
               MOVE VU-DATE TO DATE-RUPTURE
               MOVE VU-NOM TO NOM-CHERCHE
               PERFORM CONTROLER-NOM
               PERFORM LIRE-VU
           END-PERFORM.
           CLOSE LAST-SEEN.
           PERFORM TERMINER-FICHIER.

       LIRE-VU.
           READ LAST-SEEN
               AT END SET FIN-DE-FICHIER-VU TO TRUE
           END-READ.

      * CHECKPOINTS ARE NAMED FROM THE REGISTRY ID (SEE
      * FIXER-NOM-CHECKPOINT IN PENDU.CBL). EVERY ID EVER HANDED OUT
      * IS PROBED; A NON-EMPTY CHECKPOINT UNDER AN ID THE REGISTRY NO
      * LONGER HOLDS IS AN ORPHAN. ID 0 IS THE ANONYMOUS CHECKPOINT.
      * THE SESSION AND TOURNAMENT THE GAME WAS STAMPED WITH ARE
      * CHECKED TOO, SINCE A RESUME LOGS THEM AGAIN.
       AUDITER-CHECKPOINTS.
           MOVE "checkpoint_*.txt" TO FICHIER-COURANT.
           PERFORM DEBUTER-FICHIER.
           OPEN INPUT COMPTEUR-JOUEUR.
           IF ETAT-FICHIER-COMPTEUR = "00" THEN
               READ COMPTEUR-JOUEUR
                   AT END CONTINUE
                   NOT AT END
                       IF CPT-DERNIER-ID IS NUMERIC
                           AND CPT-DERNIER-ID > ID-MAXIMUM THEN
                           MOVE CPT-DERNIER-ID TO ID-MAXIMUM
                       END-IF
               END-READ
               CLOSE COMPTEUR-JOUEUR
           END-IF
           MOVE 0 TO ID-CHECKPOINT.
           PERFORM UNTIL ID-CHECKPOINT > ID-MAXIMUM
               PERFORM EXAMINER-CHECKPOINT
               ADD 1 TO ID-CHECKPOINT
           END-PERFORM.
           PERFORM TERMINER-FICHIER.

       EXAMINER-CHECKPOINT.
           MOVE SPACES TO NOM-FICHIER-CHECKPOINT.
           STRING "assets/checkpoint_" DELIMITED BY SIZE
                  ID-CHECKPOINT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO NOM-FICHIER-CHECKPOINT.
           OPEN INPUT GAME-CHECKPOINT.
           IF ETAT-FICHIER-CKPT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHECKPOINT-RECORD.
           READ GAME-CHECKPOINT
               AT END MOVE SPACES TO CHECKPOINT-RECORD
           END-READ.
           CLOSE GAME-CHECKPOINT.
           IF CHECKPOINT-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-LUS-FICHIER.
           MOVE CKPT-DATE-SAUVEGARDE TO DATE-RUPTURE.
           IF ID-CHECKPOINT > 0 THEN
               MOVE ID-CHECKPOINT TO ID-CHERCHE
               PERFORM CHERCHER-ID
               IF NOT CLE-TROUVEE THEN
                   MOVE 2 TO TYPE-RUPTURE
                   MOVE SPACES TO CLE-RUPTURE
                   STRING NOM-FICHIER-CHECKPOINT(8:) DELIMITED BY SPACE
                          INTO CLE-RUPTURE
                   PERFORM SIGNALER-RUPTURE
               END-IF
           END-IF
           IF CKPT-SESSION NOT = SPACES THEN
               MOVE CKPT-SESSION TO SESSION-CHERCHEE
               PERFORM CHERCHER-SESSION
               IF NOT CLE-TROUVEE THEN
                   MOVE 4 TO TYPE-RUPTURE
                   MOVE CKPT-SESSION TO CLE-RUPTURE
                   PERFORM SIGNALER-RUPTURE
               END-IF
           END-IF
           IF CKPT-TOURNOI NOT = SPACES
               AND CKPT-TOURNOI NOT = "00000000" THEN
               MOVE "N" TO STATE-TROUVE
               MOVE 1 TO IDX
               PERFORM UNTIL IDX > NB-ROSTER-TABLE OR CLE-TROUVEE
                   IF ROSTER-TABLE-TOURNOI(IDX) = CKPT-TOURNOI THEN
                       MOVE "Y" TO STATE-TROUVE
                   END-IF
                   ADD 1 TO IDX
               END-PERFORM
               IF NOT CLE-TROUVEE THEN
                   MOVE 5 TO TYPE-RUPTURE
                   MOVE CKPT-TOURNOI TO CLE-RUPTURE
                   PERFORM SIGNALER-RUPTURE
               END-IF
           END-IF.

      * AN "ANONYME-" CODE IS AN ERASED PLAYER (EFFACEMENTJOUEUR):
      * DELIBERATELY OUT OF THE REGISTRY, SO NOT A BREAK.
       CONTROLER-NOM.
           IF NOM-CHERCHE(1:8) = "ANONYME-" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO STATE-TROUVE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE OR CLE-TROUVEE
               IF JOUEUR-TABLE-NOM(IDX) = NOM-CHERCHE THEN
                   MOVE "Y" TO STATE-TROUVE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF NOT CLE-TROUVEE THEN
               MOVE 1 TO TYPE-RUPTURE
               MOVE NOM-CHERCHE TO CLE-RUPTURE
               PERFORM SIGNALER-RUPTURE
           END-IF.

      * LEAVES IDX ON THE REGISTRY ROW WHEN FOUND.
       CHERCHER-ID.
           MOVE "N" TO STATE-TROUVE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE OR CLE-TROUVEE
               IF JOUEUR-TABLE-ID(IDX) = ID-CHERCHE THEN
                   MOVE "Y" TO STATE-TROUVE
               ELSE
                   ADD 1 TO IDX
               END-IF
           END-PERFORM.

       DEBUTER-FICHIER.
           MOVE 0 TO NB-RUPTURES-TABLE.
           MOVE 0 TO NB-LUS-FICHIER.
           MOVE "N" TO STATE-FICHIER-ABSENT.

       SIGNALER-RUPTURE.
           ADD 1 TO NB-RUPTURES-TOTAL.
           MOVE "N" TO STATE-TROUVE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-RUPTURES-TABLE OR CLE-TROUVEE
               IF RT-TYPE(IDX) = TYPE-RUPTURE
                   AND RT-CLE(IDX) = CLE-RUPTURE THEN
                   MOVE "Y" TO STATE-TROUVE
               ELSE
                   ADD 1 TO IDX
               END-IF
           END-PERFORM.
           IF CLE-TROUVEE THEN
               ADD 1 TO RT-NB(IDX)
               EXIT PARAGRAPH
           END-IF
           IF NB-RUPTURES-TABLE >= 999 THEN
               MOVE "Y" TO STATE-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-RUPTURES-TABLE.
           MOVE TYPE-RUPTURE TO RT-TYPE(NB-RUPTURES-TABLE).
           MOVE CLE-RUPTURE TO RT-CLE(NB-RUPTURES-TABLE).
           MOVE 1 TO RT-NB(NB-RUPTURES-TABLE).
           MOVE DATE-RUPTURE TO RT-PREMIERE-DATE(NB-RUPTURES-TABLE).

      * ONE BLOCK PER FILE, ONE SUB-BLOCK PER TYPE OF BREAK.
       TERMINER-FICHIER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-LUS-FICHIER TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           IF FICHIER-ABSENT THEN
               STRING "=== " DELIMITED BY SIZE
                      FUNCTION TRIM(FICHIER-COURANT) DELIMITED BY SIZE
                      " - FICHIER ABSENT ===" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "=== " DELIMITED BY SIZE
                      FUNCTION TRIM(FICHIER-COURANT) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      " ENREGISTREMENT(S) CONTROLE(S) ===" DELIMITED
                          BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
           IF NB-RUPTURES-TABLE = 0 THEN
               MOVE "  AUCUNE RUPTURE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-TYPE.
           PERFORM UNTIL IDX-TYPE > 7
               PERFORM ECRIRE-TYPE-RUPTURE
               ADD 1 TO IDX-TYPE
           END-PERFORM.

       ECRIRE-TYPE-RUPTURE.
           MOVE 0 TO NB-RUPTURES-TYPE.
           MOVE 0 TO NB-OCCURRENCES-TYPE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-RUPTURES-TABLE
               IF RT-TYPE(IDX) = IDX-TYPE THEN
                   IF NB-RUPTURES-TYPE = 0 THEN
                       MOVE SPACES TO REPORT-LINE
                       STRING "  --- " DELIMITED BY SIZE
                              FUNCTION TRIM(LIBELLE-TYPE(IDX-TYPE))
                                  DELIMITED BY SIZE
                              " ---" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO NB-RUPTURES-TYPE
                   ADD RT-NB(IDX) TO NB-OCCURRENCES-TYPE
                   MOVE RT-NB(IDX) TO NB-ED
                   MOVE SPACES TO REPORT-LINE
                   IF RT-PREMIERE-DATE(IDX) = SPACES THEN
                       STRING "  " DELIMITED BY SIZE
                              RT-CLE(IDX) DELIMITED BY SIZE
                              NB-ED DELIMITED BY SIZE
                              " FOIS" DELIMITED BY SIZE
                              INTO REPORT-LINE
                   ELSE
                       STRING "  " DELIMITED BY SIZE
                              RT-CLE(IDX) DELIMITED BY SIZE
                              NB-ED DELIMITED BY SIZE
                              " FOIS, PREMIERE LE " DELIMITED BY SIZE
                              RT-PREMIERE-DATE(IDX) DELIMITED BY SIZE
                              INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF NB-RUPTURES-TYPE = 0 OR NB-RESUME >= 70 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-RESUME.
           MOVE FICHIER-COURANT TO RS-FICHIER(NB-RESUME).
           MOVE IDX-TYPE TO RS-TYPE(NB-RESUME).
           MOVE NB-RUPTURES-TYPE TO RS-CLES(NB-RESUME).
           MOVE NB-OCCURRENCES-TYPE TO RS-OCCURRENCES(NB-RESUME).

       ECRIRE-RESUME.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== RESUME ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FICHIER               " DELIMITED BY SIZE
                  "TYPE DE RUPTURE                         " DELIMITED
                      BY SIZE
                  "   CLES  OCCURRENCES" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NB-RESUME = 0 THEN
               MOVE "AUCUNE RUPTURE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-RESUME
               MOVE RS-CLES(IDX) TO NB-ED
               MOVE RS-OCCURRENCES(IDX) TO NB-ED-2
               MOVE SPACES TO REPORT-LINE
               STRING RS-FICHIER(IDX)(1:22) DELIMITED BY SIZE
                      LIBELLE-TYPE(RS-TYPE(IDX)) DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      NB-ED-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO IDX
           END-PERFORM.
           IF TABLE-DEBORDEE THEN
               MOVE "ATTENTION: TABLE PLEINE, AUDIT INCOMPLET"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
