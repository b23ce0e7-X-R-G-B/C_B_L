               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-REGISTRE.
      * HELD OPEN BY WHOEVER IS UPDATING THE REGISTRY, FROM THE READ
      * TO THE LAST WRITE - SEE PRENDRE-VERROU-REGISTRE.
           SELECT VERROU-REGISTRE ASSIGN TO 'assets/player_registry.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-VERROU.
           SELECT REGISTRE-TRAVAIL
               ASSIGN TO 'assets/player_registry_pin_work.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-REG-TRAVAIL.
           SELECT TOURNAMENT-ROSTER
               ASSIGN TO 'assets/tournament_roster.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-COMPTEUR.
           SELECT MOVE-JOURNAL ASSIGN TO 'assets/move_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-JOURNAL.
           SELECT COUPS-EN-COURS ASSIGN TO NOM-FICHIER-COUPS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-COUPS.
           SELECT CALENDRIER ASSIGN TO 'assets/daily_word_calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-CALENDRIER.
           SELECT PIN-LOG ASSIGN TO 'assets/player_pin_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-PINLOG.
           SELECT GLOSSAIRE ASSIGN TO 'assets/word_glossary.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLO-CLE
               FILE STATUS IS ETAT-FICHIER-GLOSSAIRE.
           SELECT HISTORIQUE ASSIGN TO 'assets/game_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLE
               ALTERNATE RECORD KEY IS HIS-CLE-JOUEUR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIS-CLE-MOT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIS-SCORE
                   WITH DUPLICATES
               FILE STATUS IS ETAT-FICHIER-HISTO.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-REGISTRY.
           COPY "copybooks/playerrec.cpy".

       FD VERROU-REGISTRE.
       01 LIGNE-VERROU-REGISTRE PIC X(1).

       FD REGISTRE-TRAVAIL.
       01 LIGNE-REGISTRE-TRAVAIL PIC X(53).

       FD TOURNAMENT-ROSTER.
           COPY "copybooks/tournoi.cpy".

           88 FIN-DE-FICHIER-SEQ      VALUE HIGH-VALUES.
           05 SEQ-DERNIERE            PIC 9(7).

       FD COUPS-EN-COURS.
           COPY "copybooks/movejournal.cpy".

       FD MOVE-JOURNAL.
       01 LIGNE-JOURNAL PIC X(112).

       FD CALENDRIER.
           COPY "copybooks/calendrier.cpy".

       FD PIN-LOG.
           COPY "copybooks/pinlog.cpy".

       FD GLOSSAIRE.
           COPY "copybooks/glossaire.cpy".

       FD HISTORIQUE.
           COPY "copybooks/histo.cpy".

       WORKING-STORAGE SECTION.
       77 CURR-WORD PIC X(30).
       77 CURR-WORD-CLEAN PIC X(30).
       77 PLAYER-ID PIC 9(5) VALUE 0.
       77 STATE-JOUEUR-TROUVE PIC X(1).
       88 JOUEUR-TROUVE VALUE "Y".
       77 PIN-SAISI PIC X(4) VALUE SPACES.
       77 PIN-CONFIRME PIC X(4) VALUE SPACES.
       77 PIN-CODE-JOUEUR PIC X(7) VALUE SPACES.
       77 PIN-CODE-CALCULE PIC X(7) VALUE SPACES.
       77 HASH-PIN PIC 9(7) VALUE 0.
       77 IDX-PIN PIC 9(2).
       77 NB-ECHECS-PIN PIC 9(1) VALUE 0.
       77 NB-ESSAIS-CHOIX-PIN PIC 9(1) VALUE 0.
       77 EVENEMENT-PIN PIC X(1) VALUE SPACE.
       77 ETAT-FICHIER-PINLOG PIC X(2) VALUE "00".
       77 STATE-NOM-VERROUILLE PIC X(1) VALUE "N".
       88 NOM-VERROUILLE VALUE "Y".
       77 STATE-PIN-ACCEPTE PIC X(1) VALUE "N".
       88 PIN-ACCEPTE VALUE "Y".
       77 STATE-PIN-ABANDONNE PIC X(1) VALUE "N".
       88 PIN-ABANDONNE VALUE "Y".
       01 CLE-PIN.
           05 CLE-PIN-ID PIC 9(5).
           05 CLE-PIN-CHIFFRES PIC X(4).
       77 ETAT-FICHIER-VERROU PIC X(2) VALUE "00".
       77 ETAT-FICHIER-REG-TRAVAIL PIC X(2) VALUE "00".
       77 STATE-VERROU-PRIS PIC X(1) VALUE "N".
       88 VERROU-REGISTRE-PRIS VALUE "Y".
       77 STATE-MAJ-PIN-FAITE PIC X(1) VALUE "N".
       88 MAJ-PIN-FAITE VALUE "Y".
       77 STATE-FIN-TRAVAIL PIC X(1) VALUE "N".
       88 FIN-REGISTRE-TRAVAIL VALUE "Y".
       77 ETAT-FICHIER-COMPTEUR PIC X(2) VALUE "00".
       77 STATE-ID-ALLOUE PIC X(1).
       88 ID-ALLOUE VALUE "Y".
       77 NOM-FICHIER-MOTS PIC X(40)
           VALUE "assets/word_master.dat".
       77 ETAT-FICHIER-MOTS PIC X(2) VALUE "00".
       77 ETAT-FICHIER-GLOSSAIRE PIC X(2) VALUE "00".
       77 DEFINITION-MOT PIC X(60) VALUE SPACES.
       77 TRADUCTION-MOT PIC X(30) VALUE SPACES.
       77 ETAT-FICHIER-HISTO PIC X(2) VALUE "00".
      * "Y" WHILE THE RECENT-WORD CHECK GOES THROUGH THE INDEXED
      * HISTORY RATHER THAN THE TABLE LOADED FROM THE LOG.
       77 STATE-RECENTS-HISTORIQUE PIC X(1) VALUE "N".
       88 RECENTS-PAR-HISTORIQUE VALUE "Y".
       77 ETAT-FICHIER-SEQ PIC X(2) VALUE "00".
       77 SEQUENCE-PARTIE PIC 9(7) VALUE 0.
       77 STATE-SEQ-ALLOUEE PIC X(1).
       77 ETAT-FICHIER-SESSION PIC X(2) VALUE "00".
       77 STATE-REPRENDRE PIC X(1).
       88 VEUT-REPRENDRE VALUE "O".
       77 NOM-FICHIER-COUPS PIC X(40) VALUE SPACES.
       77 ETAT-FICHIER-COUPS PIC X(2) VALUE "00".
       77 ETAT-FICHIER-JOURNAL PIC X(2) VALUE "00".
       77 ETAT-FICHIER-CALENDRIER PIC X(2) VALUE "00".
       77 MOT-PLANIFIE PIC X(30) VALUE SPACES.
       77 NB-COUPS PIC 9(3) VALUE 0.
       77 TYPE-COUP PIC X(1) VALUE SPACE.
      * THE TURNS OF THE GAME ON THIS TERMINAL, JOURNALISED FROM HERE
      * ONCE THE LOG SEQUENCE IS KNOWN. "Y" WHEN SOME ARE MISSING - A
      * RESUMED GAME WHOSE EARLIER TURNS WERE NOT KEPT, OR A TABLE
      * OVERFLOW - AND THE GAME IS THEN NOT JOURNALISED AT ALL.
       01 TABLE-COUPS-PARTIE.
           05 COUP-PARTIE OCCURS 300 TIMES PIC X(112).
       77 IDX-COUP PIC 9(3).
       77 STATE-COUPS-INCOMPLETS PIC X(1) VALUE "N".
       88 COUPS-INCOMPLETS VALUE "Y".
       01 TABLE-DES-CONFIGS.
           05 CONFIG-TABLE OCCURS 10 TIMES.
               10 CONFIG-TABLE-PROFIL PIC X(01).
               "Joueur non inscrit a ce tournoi - partie hors tournoi."
               FOREGROUND-COLOR RED.

       01 ASK-PIN.
           02 LINE 2 COL 1 VALUE
               "Code PIN (Entree=partie anonyme): ".
           02 PIN-ENTREE LINE 2 COL 35 PIC X(4) TO PIN-SAISI SECURE.

       01 ASK-NOUVEAU-PIN.
           02 LINE 2 COL 1 VALUE
               "Choisissez votre code PIN (4 chiffres): ".
           02 NOUVEAU-PIN-ENTREE LINE 2 COL 42 PIC X(4)
               TO PIN-SAISI SECURE.
           02 LINE 3 COL 1 VALUE "Confirmez le code PIN: ".
           02 CONFIRME-PIN-ENTREE LINE 3 COL 24 PIC X(4)
               TO PIN-CONFIRME SECURE.

       01 SHOW-PIN-INCORRECT.
           02 LINE 4 COL 1 VALUE "Code PIN incorrect."
               FOREGROUND-COLOR RED.

       01 SHOW-PIN-NON-CONFORME.
           02 LINE 4 COL 1 VALUE
               "Les deux codes doivent etre 4 chiffres identiques."
               FOREGROUND-COLOR RED.

       01 SHOW-NOM-VERROUILLE.
           02 LINE 4 COL 1 VALUE
               "Nom verrouille apres 3 codes errones - voir le"
               FOREGROUND-COLOR RED.
           02 LINE 5 COL 1 VALUE
               "superviseur. Partie anonyme."
               FOREGROUND-COLOR RED.

       01 SHOW-PARTIE-ANONYME.
           02 LINE 4 COL 1 VALUE "Partie anonyme."
               FOREGROUND-COLOR RED.

       01 SHOW-REGISTRE-INDISPONIBLE.
           02 LINE 1 COL 1 VALUE
               "Registre joueurs indisponible - partie anonyme."
               FOREGROUND-COLOR RED.

       01 SHOW-NOM-RESERVE.
           02 LINE 1 COL 1 VALUE
               "Nom reserve aux joueurs effaces - partie anonyme."
               FOREGROUND-COLOR RED.

       01 SHOW-DEJA-JOUE-AUJOURDHUI.
           02 LINE 1 COL 1 VALUE
               "Vous avez deja joue le mot du jour aujourd'hui."
           02 LINE 5 COL 1 VALUE "Score: ".
           02 LINE 5 COL 8 PIC 9(5) FROM GAME-SCORE.

       01 SHOW-GLOSSAIRE.
           02 LINE 11 COL 1 VALUE "Definition: ".
           02 LINE 11 COL 13 PIC X(60) FROM DEFINITION-MOT.
           02 LINE 12 COL 1 VALUE "Equivalent: ".
           02 LINE 12 COL 13 PIC X(30) FROM TRADUCTION-MOT.

       01 SHOW-END-UNKNOW.
           02 LINE 1 COL 1 VALUE "❌ Une erreur s'est produite"
               FOREGROUND-COLOR RED.
           END-IF
           IF CHECKPOINT-TROUVE AND VEUT-REPRENDRE THEN
               PERFORM LOAD-CHECKPOINT
               PERFORM CHARGER-COUPS-EN-COURS
           ELSE
               DISPLAY ASK-MODE
               ACCEPT MODE-ENTREE
                       END-IF
                       PERFORM INIT-WORD-RES
               END-EVALUATE
               IF NOT PARTIE-ENTRAINEMENT THEN
                   PERFORM VIDER-COUPS-EN-COURS
               END-IF
           END-IF
           PERFORM PLIER-MOT-COURANT.
           PERFORM UNTIL IS-WON OR IS-LOSE
                       PERFORM ENREGISTRER-LETTRE-INCORRECTE
                   END-IF
               END-IF
               PERFORM NOTER-COUP-JOUE
               PERFORM CHECK-FOR-WIN
               IF MODE-DUEL THEN
                   PERFORM CONCLURE-TOUR-DUEL
           DISPLAY SHOW-NB-LIFE.
           MOVE FUNCTION SHOW-STATE(NB-LIFE, MAX-NB-LIFE)
               TO NB-LIFE-RES-IGNOREE.
           PERFORM CHERCHER-GLOSSAIRE.
           IF DEFINITION-MOT NOT = SPACES
               OR TRADUCTION-MOT NOT = SPACES THEN
               DISPLAY SHOW-GLOSSAIRE
           END-IF
           IF MODE-DUEL THEN
               IF DUEL-GAGNANT > 0 THEN
                   MOVE DJ-NOM(DUEL-GAGNANT) TO NOM-JOUEUR-TOUR
                   DISPLAY SHOW-ENTRAINEMENT
               ELSE
                   PERFORM WRITE-GAME-LOG
                   PERFORM JOURNALISER-COUPS
                   PERFORM WRITE-RESULT-SLIP
               END-IF
           END-IF
      * PLAYER MAY STILL HAVE WAITING.
           IF NOT PARTIE-ENTRAINEMENT THEN
               PERFORM CLEAR-CHECKPOINT
               PERFORM VIDER-COUPS-EN-COURS
           END-IF
       STOP RUN.

      * EVERY TERMINAL USED TO SHARE ONE CHECKPOINT FILE AND PLAYERS
      * WERE OFFERED EACH OTHER'S GAMES. THE FILE IS NOW PER PLAYER,
      * NAMED FROM THE REGISTRY ID (ANONYMOUS PLAYERS SHARE ID 0).
      * THE PENDING-TURNS FILE IS ONLY KEPT FOR A REGISTERED PLAYER:
      * ANONYMOUS GAMES ON SEVERAL TERMINALS WOULD ALL WRITE TO THE
      * SAME COUPS_00000.TXT AND MIX THEIR TURNS. NO NAME MEANS NO FILE.
       FIXER-NOM-CHECKPOINT.
           MOVE SPACES TO NOM-FICHIER-CHECKPOINT.
           STRING "assets/checkpoint_" DELIMITED BY SIZE
                  PLAYER-ID DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO NOM-FICHIER-CHECKPOINT.
           MOVE SPACES TO NOM-FICHIER-COUPS.
           IF PLAYER-ID > 0 THEN
               STRING "assets/coups_" DELIMITED BY SIZE
                      PLAYER-ID DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO NOM-FICHIER-COUPS
           END-IF.

      * A PLAYER WITHOUT AN IN-PROGRESS GAME HAS NO CHECKPOINT FILE AT
      * ALL, SO THE OPEN IS STATUS-CHECKED INSTEAD OF ASSUMED.
           OPEN OUTPUT GAME-CHECKPOINT.
           CLOSE GAME-CHECKPOINT.

      * EVERY TURN IS KEPT IN TABLE-COUPS-PARTIE AS IT IS PLAYED: THE
      * GAME HAS NO LOG SEQUENCE UNTIL IT ENDS. A REGISTERED PLAYER'S
      * TURNS ALSO GO TO THEIR OWN PENDING FILE, NEXT TO THE
      * CHECKPOINT, SO A DROPPED TERMINAL DOES NOT LOSE THE TURNS
      * ALREADY TAKEN. A DUEL KEEPS NO CHECKPOINT AND SO NO PENDING
      * FILE. A PRACTICE GAME IS NEVER JOURNALISED.
       NOTER-COUP-JOUE.
           IF TURN-TIMED-OUT THEN
               MOVE "X" TO TYPE-COUP
           ELSE
               IF IS-LETTER-FOUND THEN
                   MOVE "T" TO TYPE-COUP
               ELSE
                   MOVE "M" TO TYPE-COUP
               END-IF
           END-IF
           PERFORM NOTER-COUP.

       NOTER-COUP.
           IF PARTIE-ENTRAINEMENT THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-COUPS.
           MOVE SPACES TO MOVE-JOURNAL-RECORD.
           MOVE 0 TO JRN-SEQUENCE.
           MOVE NB-COUPS TO JRN-TOUR.
           MOVE TYPE-COUP TO JRN-TYPE.
           MOVE INPUT-BUFFER TO JRN-SAISIE.
           MOVE NB-LIFE TO JRN-NB-VIES.
           MOVE MAX-NB-LIFE TO JRN-MAX-VIES.
           IF MODE-DUEL THEN
               MOVE JOUEUR-COURANT TO JRN-DUELLISTE
               MOVE DJ-NOM(JOUEUR-COURANT) TO JRN-JOUEUR
           ELSE
               MOVE 0 TO JRN-DUELLISTE
               MOVE PLAYER-NAME TO JRN-JOUEUR
           END-IF
           MOVE WORD-RES TO JRN-PLATEAU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO JRN-HEURE.
           IF NB-COUPS > 300 THEN
               MOVE "Y" TO STATE-COUPS-INCOMPLETS
               EXIT PARAGRAPH
           END-IF
           MOVE MOVE-JOURNAL-RECORD TO COUP-PARTIE(NB-COUPS).
           IF MODE-DUEL OR NOM-FICHIER-COUPS = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COUPS-EN-COURS.
           IF ETAT-FICHIER-COUPS NOT = "00" THEN
               OPEN OUTPUT COUPS-EN-COURS
           END-IF
           MOVE COUP-PARTIE(NB-COUPS) TO MOVE-JOURNAL-RECORD.
           WRITE MOVE-JOURNAL-RECORD.
           CLOSE COUPS-EN-COURS.

      * A RESUMED GAME TAKES BACK THE TURNS ALREADY IN THE PENDING
      * FILE AND CARRIES ON NUMBERING FROM THEM. WITHOUT THE FILE
      * (ANONYMOUS PLAYER, OR FILE LOST) THE EARLIER TURNS ARE GONE,
      * AND A PART-GAME IS NOT WORTH JOURNALISING.
       CHARGER-COUPS-EN-COURS.
           MOVE 0 TO NB-COUPS.
           MOVE "N" TO STATE-COUPS-INCOMPLETS.
           IF NOM-FICHIER-COUPS = SPACES THEN
               MOVE "Y" TO STATE-COUPS-INCOMPLETS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COUPS-EN-COURS.
           IF ETAT-FICHIER-COUPS NOT = "00" THEN
               MOVE "Y" TO STATE-COUPS-INCOMPLETS
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-COUP-EN-COURS
           PERFORM UNTIL FIN-DE-FICHIER-JOURNAL
               ADD 1 TO NB-COUPS
               IF NB-COUPS > 300 THEN
                   MOVE "Y" TO STATE-COUPS-INCOMPLETS
               ELSE
                   MOVE MOVE-JOURNAL-RECORD TO COUP-PARTIE(NB-COUPS)
               END-IF
               PERFORM LIRE-COUP-EN-COURS
           END-PERFORM.
           CLOSE COUPS-EN-COURS.

       LIRE-COUP-EN-COURS.
           READ COUPS-EN-COURS
               AT END SET FIN-DE-FICHIER-JOURNAL TO TRUE
           END-READ.

       VIDER-COUPS-EN-COURS.
           MOVE 0 TO NB-COUPS.
           MOVE "N" TO STATE-COUPS-INCOMPLETS.
           IF NOM-FICHIER-COUPS = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COUPS-EN-COURS.
           CLOSE COUPS-EN-COURS.

      * ONCE WRITE-GAME-LOG HAS ALLOCATED THE SEQUENCE, THE TURNS IN
      * TABLE-COUPS-PARTIE ARE STAMPED WITH IT AND APPENDED TO THE
      * SHARED JOURNAL UNDER THE SAME EXCLUSIVE-OPEN-AND-RETRY AS THE
      * GAME LOG. A GAME LOGGED WITH SEQUENCE 0 (COUNTER UNREACHABLE)
      * CANNOT BE REPLAYED, AND ONE WITH TURNS MISSING WOULD REPLAY
      * WRONG, SO NEITHER IS JOURNALISED.
       JOURNALISER-COUPS.
           IF SEQUENCE-PARTIE = 0 OR COUPS-INCOMPLETS
               OR NB-COUPS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NB-TENTATIVES.
           MOVE "N" TO STATE-APPEND-FAIT.
           PERFORM UNTIL APPEND-FAIT OR NB-TENTATIVES > 9
               OPEN EXTEND MOVE-JOURNAL
               IF ETAT-FICHIER-JOURNAL = "35" THEN
                   OPEN OUTPUT MOVE-JOURNAL
               END-IF
               IF ETAT-FICHIER-JOURNAL = "00" THEN
                   MOVE "Y" TO STATE-APPEND-FAIT
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.
           IF NOT APPEND-FAIT THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-COUP.
           PERFORM UNTIL IDX-COUP > NB-COUPS
               MOVE COUP-PARTIE(IDX-COUP) TO LIGNE-JOURNAL
               MOVE SEQUENCE-PARTIE TO LIGNE-JOURNAL(1:7)
               WRITE LIGNE-JOURNAL
               ADD 1 TO IDX-COUP
           END-PERFORM.
           CLOSE MOVE-JOURNAL.

      * A TYPED NAME IS LOOKED UP IN THE PLAYER REGISTRY AND REGISTERED
      * AUTOMATICALLY ON FIRST PLAY, SO EVERY NAME ON A RESULT SLIP
      * ALSO EXISTS AS A REGISTRY RECORD. AN EMPTY NAME STAYS
      * ANONYMOUS (PLAYER-ID 0) AND IS NEVER REGISTERED.
      * A NAME ONLY PLAYS UNDER ITS OWN PIN (CONTROLER-PIN-JOUEUR) -
      * OTHERWISE THE GAME WOULD COUNT TOWARDS SOMEONE ELSE'S RATING,
      * BADGES, TOURNAMENT STANDING AND DAILY-WORD LIMIT.
      * "ANONYME-" NAMES ARE THE CODES EFFACEMENTJOUEUR LEAVES IN
      * PLACE OF AN ERASED PLAYER; ONE IS NEVER REGISTERED AFRESH, OR
      * THE NEWCOMER WOULD INHERIT THE ERASED PLAYER'S HISTORY.
      * WHEN THE REGISTRY CANNOT BE READ AT ALL, NOTHING IS APPENDED
      * BLINDLY - THE SESSION SIMPLY PLAYS ANONYMOUS (PLAYER-ID 0)
      * RATHER THAN RISK A DUPLICATE NAME OR ID.
       RECHERCHER-OU-INSCRIRE-JOUEUR.
           MOVE "N" TO STATE-JOUEUR-TROUVE.
           MOVE "N" TO STATE-NOM-VERROUILLE.
           MOVE 0 TO PLAYER-ID.
           IF PLAYER-NAME NOT = SPACES THEN
               PERFORM OUVRIR-REGISTRE-LECTURE
                       IF JOUEUR-NOM = PLAYER-NAME THEN
                           MOVE "Y" TO STATE-JOUEUR-TROUVE
                           MOVE JOUEUR-ID TO PLAYER-ID
                           PERFORM RETENIR-ETAT-PIN
                       END-IF
                       PERFORM LIRE-JOUEUR
                   END-PERFORM
                   CLOSE PLAYER-REGISTRY
                   IF NOT JOUEUR-TROUVE THEN
                       IF PLAYER-NAME(1:8) = "ANONYME-" THEN
                           DISPLAY SHOW-NOM-RESERVE
                           PERFORM PASSER-EN-ANONYME
                       ELSE
                           PERFORM INSCRIRE-JOUEUR
                       END-IF
                   ELSE
                       PERFORM CONTROLER-PIN-JOUEUR
                   END-IF
               ELSE
                   DISPLAY SHOW-REGISTRE-INDISPONIBLE
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

      * A FIRST-TIME PLAYER CHOOSES THEIR PIN BEFORE THE NAME IS
      * REGISTERED; NO VALID PIN, NO REGISTRATION - THE GAME IS
      * PLAYED ANONYMOUS. THE APPEND IS MADE UNDER THE REGISTRY LOCK,
      * OR A REWRITE RUNNING ON ANOTHER TERMINAL WOULD DROP IT.
       INSCRIRE-JOUEUR.
           PERFORM CHOISIR-PIN.
           IF NOT PIN-ACCEPTE THEN
               PERFORM PASSER-EN-ANONYME
               EXIT PARAGRAPH
           END-IF
           PERFORM ALLOUER-ID-JOUEUR.
           IF NOT ID-ALLOUE THEN
               DISPLAY SHOW-REGISTRE-INDISPONIBLE
               MOVE SPACES TO PLAYER-NAME
               MOVE 0 TO PLAYER-ID
           ELSE
               PERFORM CHIFFRER-PIN
               MOVE PLAYER-ID TO JOUEUR-ID
               MOVE PLAYER-NAME TO JOUEUR-NOM
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO JOUEUR-DATE-INSCRIPTION
               MOVE "O" TO JOUEUR-ACTIF
               MOVE PIN-CODE-CALCULE TO JOUEUR-PIN-CODE
               MOVE "0" TO JOUEUR-ECHECS-PIN
               MOVE "N" TO JOUEUR-VERROU
               MOVE SPACES TO JOUEUR-MATRICULE
               MOVE "N" TO STATE-APPEND-FAIT
               PERFORM PRENDRE-VERROU-REGISTRE
               IF VERROU-REGISTRE-PRIS THEN
                   MOVE 0 TO NB-TENTATIVES
                   PERFORM UNTIL APPEND-FAIT OR NB-TENTATIVES > 9
                       OPEN EXTEND PLAYER-REGISTRY
                       IF ETAT-FICHIER-REGISTRE = "00" THEN
                           WRITE PLAYER-RECORD
                           CLOSE PLAYER-REGISTRY
                           MOVE "Y" TO STATE-APPEND-FAIT
                       ELSE
                           ADD 1 TO NB-TENTATIVES
                           CALL "C$SLEEP" USING ATTENTE-SECONDES
                       END-IF
                   END-PERFORM
                   PERFORM RENDRE-VERROU-REGISTRE
               END-IF
               IF NOT APPEND-FAIT THEN
                   PERFORM REFUSER-PARTIE-NOMMEE
               END-IF
           END-IF.

       RETENIR-ETAT-PIN.
           MOVE JOUEUR-PIN-CODE TO PIN-CODE-JOUEUR.
           IF JOUEUR-ECHECS-PIN IS NUMERIC THEN
               MOVE JOUEUR-ECHECS-PIN TO NB-ECHECS-PIN
           ELSE
               MOVE 0 TO NB-ECHECS-PIN
           END-IF
           IF JOUEUR-VERROUILLE THEN
               MOVE "Y" TO STATE-NOM-VERROUILLE
           ELSE
               MOVE "N" TO STATE-NOM-VERROUILLE
           END-IF.

      * A LOCKED NAME IS REFUSED OUTRIGHT. A PLAYER REGISTERED BEFORE
      * PINS EXISTED (OR RESET BY A SUPERVISOR) CHOOSES ONE NOW.
      * OTHERWISE THE PIN IS ASKED UNTIL IT IS RIGHT OR THE THIRD
      * WRONG ONE IN A ROW LOCKS THE NAME. EACH WRONG PIN IS WRITTEN
      * BACK TO THE REGISTRY AS IT HAPPENS, SO QUITTING AND STARTING
      * AGAIN DOES NOT BUY MORE GUESSES. AN EMPTY PIN JUST PLAYS
      * ANONYMOUS AND COSTS NOTHING. WHENEVER THE REGISTRY CANNOT BE
      * UPDATED THE NAME IS REFUSED - A FAILURE COUNT OR LOCK THAT IS
      * NOT ON FILE WOULD NOT STOP THE NEXT GUESS.
       CONTROLER-PIN-JOUEUR.
           MOVE "N" TO STATE-PIN-ACCEPTE.
           MOVE "N" TO STATE-PIN-ABANDONNE.
           IF NOM-VERROUILLE THEN
               MOVE "R" TO EVENEMENT-PIN
               PERFORM JOURNALISER-PIN
               DISPLAY SHOW-NOM-VERROUILLE
               PERFORM PASSER-EN-ANONYME
               EXIT PARAGRAPH
           END-IF
           IF PIN-CODE-JOUEUR = SPACES THEN
               PERFORM CHOISIR-PIN
               IF PIN-ACCEPTE THEN
                   PERFORM CHIFFRER-PIN
                   MOVE PIN-CODE-CALCULE TO PIN-CODE-JOUEUR
                   MOVE 0 TO NB-ECHECS-PIN
                   PERFORM MAJ-PIN-REGISTRE
                   IF NOT MAJ-PIN-FAITE THEN
                       PERFORM REFUSER-PARTIE-NOMMEE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "C" TO EVENEMENT-PIN
                   PERFORM JOURNALISER-PIN
               ELSE
                   PERFORM PASSER-EN-ANONYME
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO STATE-MAJ-PIN-FAITE.
           PERFORM UNTIL PIN-ACCEPTE OR PIN-ABANDONNE
               OR NB-ECHECS-PIN > 2 OR NOT MAJ-PIN-FAITE
               MOVE SPACES TO PIN-SAISI
               DISPLAY ASK-PIN
               ACCEPT PIN-ENTREE
               IF PIN-SAISI = SPACES THEN
                   MOVE "Y" TO STATE-PIN-ABANDONNE
               ELSE
                   PERFORM CHIFFRER-PIN
                   IF PIN-CODE-CALCULE = PIN-CODE-JOUEUR THEN
                       MOVE "Y" TO STATE-PIN-ACCEPTE
                   ELSE
                       ADD 1 TO NB-ECHECS-PIN
                       IF NB-ECHECS-PIN > 2 THEN
                           MOVE "Y" TO STATE-NOM-VERROUILLE
                       END-IF
                       PERFORM MAJ-PIN-REGISTRE
                       MOVE "E" TO EVENEMENT-PIN
                       PERFORM JOURNALISER-PIN
                       DISPLAY SHOW-PIN-INCORRECT
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT MAJ-PIN-FAITE
                   PERFORM REFUSER-PARTIE-NOMMEE
               WHEN PIN-ACCEPTE
                   IF NB-ECHECS-PIN > 0 THEN
                       MOVE 0 TO NB-ECHECS-PIN
                       PERFORM MAJ-PIN-REGISTRE
                       IF NOT MAJ-PIN-FAITE THEN
                           PERFORM REFUSER-PARTIE-NOMMEE
                       END-IF
                   END-IF
               WHEN NOM-VERROUILLE
                   MOVE "V" TO EVENEMENT-PIN
                   PERFORM JOURNALISER-PIN
                   DISPLAY SHOW-NOM-VERROUILLE
                   PERFORM PASSER-EN-ANONYME
               WHEN OTHER
                   PERFORM PASSER-EN-ANONYME
           END-EVALUATE.

      * THE NEW PIN IS TYPED TWICE; THREE MISMATCHED OR NON-NUMERIC
      * PAIRS GIVE UP.
       CHOISIR-PIN.
           MOVE "N" TO STATE-PIN-ACCEPTE.
           MOVE 0 TO NB-ESSAIS-CHOIX-PIN.
           PERFORM UNTIL PIN-ACCEPTE OR NB-ESSAIS-CHOIX-PIN > 2
               MOVE SPACES TO PIN-SAISI
               MOVE SPACES TO PIN-CONFIRME
               DISPLAY ASK-NOUVEAU-PIN
               ACCEPT NOUVEAU-PIN-ENTREE
               ACCEPT CONFIRME-PIN-ENTREE
               IF PIN-SAISI IS NUMERIC
                   AND PIN-CONFIRME = PIN-SAISI THEN
                   MOVE "Y" TO STATE-PIN-ACCEPTE
               ELSE
                   ADD 1 TO NB-ESSAIS-CHOIX-PIN
                   DISPLAY SHOW-PIN-NON-CONFORME
               END-IF
           END-PERFORM.

      * THE PIN IS HASHED WITH THE PLAYER'S ID, SO TWO PLAYERS WITH
      * THE SAME PIN DO NOT SHARE A CODE IN THE REGISTRY. THE SAME
      * ROUTINE IS IN LISTEDESJOUEURS - BOTH MUST STAY IN STEP.
       CHIFFRER-PIN.
           MOVE PLAYER-ID TO CLE-PIN-ID.
           MOVE PIN-SAISI TO CLE-PIN-CHIFFRES.
           MOVE 0 TO HASH-PIN.
           MOVE 1 TO IDX-PIN.
           PERFORM UNTIL IDX-PIN > 9
               COMPUTE HASH-PIN = FUNCTION MOD(
                   (HASH-PIN * 31) + FUNCTION ORD(CLE-PIN(IDX-PIN:1)),
                   9999991)
               ADD 1 TO IDX-PIN
           END-PERFORM.
           MOVE HASH-PIN TO PIN-CODE-CALCULE.

       PASSER-EN-ANONYME.
           IF NOT NOM-VERROUILLE THEN
               DISPLAY SHOW-PARTIE-ANONYME
           END-IF
           MOVE SPACES TO PLAYER-NAME.
           MOVE 0 TO PLAYER-ID.
           MOVE "N" TO STATE-JOUEUR-TROUVE.

       REFUSER-PARTIE-NOMMEE.
           DISPLAY SHOW-REGISTRE-INDISPONIBLE.
           MOVE SPACES TO PLAYER-NAME.
           MOVE 0 TO PLAYER-ID.
           MOVE "N" TO STATE-JOUEUR-TROUVE.

      * THE PLAYER'S RECORD IS UPDATED BY COPYING THE REGISTRY TO A
      * WORK FILE WITH THE NEW PIN STATE, THEN COPYING IT BACK - ALL
      * UNDER THE REGISTRY LOCK, SO NO REGISTRATION OR PIN UPDATE FROM
      * ANOTHER TERMINAL OR FROM LISTEDESJOUEURS CAN FALL IN BETWEEN.
      * ONLY ONE UPDATE HOLDS THE LOCK AT A TIME, SO ONE WORK FILE
      * SERVES EVERY TERMINAL. MAJ-PIN-FAITE STAYS "N" IF ANY STEP
      * FAILS OR THE PLAYER IS NO LONGER IN THE REGISTRY.
       MAJ-PIN-REGISTRE.
           MOVE "N" TO STATE-MAJ-PIN-FAITE.
           PERFORM PRENDRE-VERROU-REGISTRE.
           IF NOT VERROU-REGISTRE-PRIS THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-REGISTRE-LECTURE.
           IF ETAT-FICHIER-REGISTRE NOT = "00" THEN
               PERFORM RENDRE-VERROU-REGISTRE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REGISTRE-TRAVAIL.
           IF ETAT-FICHIER-REG-TRAVAIL NOT = "00" THEN
               CLOSE PLAYER-REGISTRY
               PERFORM RENDRE-VERROU-REGISTRE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO STATE-JOUEUR-TROUVE.
           PERFORM UNTIL FIN-DE-FICHIER-JOUEUR
               IF JOUEUR-ID = PLAYER-ID THEN
                   MOVE "Y" TO STATE-JOUEUR-TROUVE
                   MOVE PIN-CODE-JOUEUR TO JOUEUR-PIN-CODE
                   MOVE NB-ECHECS-PIN TO JOUEUR-ECHECS-PIN
                   IF NOM-VERROUILLE THEN
                       MOVE "O" TO JOUEUR-VERROU
                   ELSE
                       MOVE "N" TO JOUEUR-VERROU
                   END-IF
               END-IF
               WRITE LIGNE-REGISTRE-TRAVAIL FROM PLAYER-RECORD
               PERFORM LIRE-JOUEUR
           END-PERFORM.
           CLOSE PLAYER-REGISTRY.
           CLOSE REGISTRE-TRAVAIL.
           IF NOT JOUEUR-TROUVE THEN
               PERFORM RENDRE-VERROU-REGISTRE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NB-TENTATIVES.
           OPEN OUTPUT PLAYER-REGISTRY.
           PERFORM UNTIL ETAT-FICHIER-REGISTRE = "00"
               OR NB-TENTATIVES > 9
               ADD 1 TO NB-TENTATIVES
               CALL "C$SLEEP" USING ATTENTE-SECONDES
               OPEN OUTPUT PLAYER-REGISTRY
           END-PERFORM.
           IF ETAT-FICHIER-REGISTRE NOT = "00" THEN
               PERFORM RENDRE-VERROU-REGISTRE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REGISTRE-TRAVAIL.
           MOVE "N" TO STATE-FIN-TRAVAIL.
           PERFORM LIRE-REGISTRE-TRAVAIL.
           PERFORM UNTIL FIN-REGISTRE-TRAVAIL
               WRITE PLAYER-RECORD FROM LIGNE-REGISTRE-TRAVAIL
               PERFORM LIRE-REGISTRE-TRAVAIL
           END-PERFORM.
           CLOSE REGISTRE-TRAVAIL.
           CLOSE PLAYER-REGISTRY.
           PERFORM RENDRE-VERROU-REGISTRE.
           MOVE "Y" TO STATE-MAJ-PIN-FAITE.

       LIRE-REGISTRE-TRAVAIL.
           READ REGISTRE-TRAVAIL
               AT END MOVE "Y" TO STATE-FIN-TRAVAIL
           END-READ.

      * ONE TERMINAL OR SUPERVISOR AT A TIME CHANGES THE REGISTRY:
      * THE LOCK FILE IS HELD OPEN EXCLUSIVELY FROM THE FIRST READ TO
      * THE LAST WRITE, WITH THE USUAL RETRY. LISTEDESJOUEURS TAKES
      * THE SAME LOCK.
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

       JOURNALISER-PIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PJ-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PJ-HEURE.
           MOVE PLAYER-ID TO PJ-JOUEUR-ID.
           MOVE PLAYER-NAME TO PJ-JOUEUR.
           MOVE EVENEMENT-PIN TO PJ-EVENEMENT.
           MOVE SPACES TO PJ-OPERATEUR.
           MOVE 0 TO NB-TENTATIVES.
           MOVE "N" TO STATE-APPEND-FAIT.
           PERFORM UNTIL APPEND-FAIT OR NB-TENTATIVES > 9
               OPEN EXTEND PIN-LOG
               IF ETAT-FICHIER-PINLOG = "35" THEN
                   OPEN OUTPUT PIN-LOG
               END-IF
               IF ETAT-FICHIER-PINLOG = "00" THEN
                   WRITE PIN-LOG-RECORD
                   CLOSE PIN-LOG
                   MOVE "Y" TO STATE-APPEND-FAIT
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.

      * PLAYER IDS COME FROM THE SHARED ONE-RECORD COUNTER FILE, READ,
      * BUMPED AND REWRITTEN UNDER A SINGLE EXCLUSIVE OPEN, SO TWO
      * TERMINALS REGISTERING FIRST-TIME PLAYERS AT ONCE CAN NEVER
               FUNCTION RANDOM(FUNCTION NUMVAL(FUNCTION
               CURRENT-DATE(9:6)) * 100).
           OPEN INPUT FILE-WORDS.
           IF EXCLURE-RECENTS AND RECENTS-PAR-HISTORIQUE THEN
               OPEN INPUT HISTORIQUE
               IF ETAT-FICHIER-HISTO NOT = "00" THEN
                   MOVE "N" TO STATE-RECENTS-HISTORIQUE
                   MOVE "N" TO STATE-EXCLURE-RECENTS
               END-IF
           END-IF
           PERFORM POSITIONNER-FILTRE
           PERFORM READ-WORD
           PERFORM UNTIL FIN-DE-FICHIER
               PERFORM READ-WORD
           END-PERFORM.
           CLOSE FILE-WORDS.
           IF EXCLURE-RECENTS AND RECENTS-PAR-HISTORIQUE THEN
               CLOSE HISTORIQUE
           END-IF
           IF NB-WORDS > 0 THEN
               MOVE MOT-CHOISI TO CURR-WORD
               MOVE DIFFICULTE-CHOISIE TO DIFFICULTE-PARTIE
      * DIFFERENT ONE EACH DAY, AND NO COUNTING PASS NEEDED.
       CHOISIR-MOT-DU-JOUR.
           INITIALIZE NB-WORDS.
           PERFORM CHERCHER-MOT-PLANIFIE.
           IF NB-WORDS > 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MOT-CHOISI.
           MOVE "1" TO DIFFICULTE-CHOISIE.
           MOVE 0 TO MEILLEUR-SCORE-JOUR.
               MOVE DIFFICULTE-CHOISIE TO DIFFICULTE-PARTIE
           END-IF.

      * A WORD PLANNED IN THE DAILY-WORD CALENDAR (SEE CALENDRIER.CPY)
      * FOR TODAY AND THE POOL LANGUAGE WINS OVER THE FORMULA. IT IS
      * READ BACK FROM THE MASTER BY KEY FOR ITS DIFFICULTY; IF IT HAS
      * SINCE BEEN DELETED FROM THE MASTER, OR NOTHING IS PLANNED,
      * NB-WORDS STAYS AT ZERO AND THE FORMULA PICKS THE WORD.
       CHERCHER-MOT-PLANIFIE.
           MOVE SPACES TO MOT-PLANIFIE.
           OPEN INPUT CALENDRIER.
           IF ETAT-FICHIER-CALENDRIER NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CALENDRIER-RECORD.
           READ CALENDRIER
               AT END SET FIN-DE-FICHIER-CALENDRIER TO TRUE
           END-READ.
           PERFORM UNTIL FIN-DE-FICHIER-CALENDRIER
               OR MOT-PLANIFIE NOT = SPACES
               IF CAL-DATE = FUNCTION CURRENT-DATE(1:8)
                   AND CAL-LANGUE = SELECTED-LANGUE THEN
                   MOVE CAL-MOT TO MOT-PLANIFIE
               END-IF
               READ CALENDRIER
                   AT END SET FIN-DE-FICHIER-CALENDRIER TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CALENDRIER.
           IF MOT-PLANIFIE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-WORDS.
           MOVE MOT-PLANIFIE TO MOT.
           READ FILE-WORDS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO NB-WORDS
                   MOVE MOT TO CURR-WORD
                   MOVE MOT-DIFFICULTE TO DIFFICULTE-PARTIE
           END-READ.
           CLOSE FILE-WORDS.

       CALCULER-SCORE-JOUR.
           MOVE 0 TO HASH-MOT.
           MOVE 1 TO IDX-HASH.
       VERIFIER-MOT-RECENT.
           PERFORM STRIP-CURR-WORD-TERMINATOR.
           MOVE "N" TO STATE-MOT-RECENT.
           IF RECENTS-PAR-HISTORIQUE THEN
               PERFORM CHERCHER-MOT-HISTORIQUE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-RECENT.
           PERFORM UNTIL IDX-RECENT > NB-MOTS-RECENTS
               OR MOT-EST-RECENT
               ADD 1 TO IDX-RECENT
           END-PERFORM.

      * THE WORD KEY OF THE HISTORY IS THE WORD FOLLOWED BY THE DATE,
      * SO THE FIRST RECORD AT OR AFTER (WORD, CUT-OFF DATE) IS A
      * RECENT GAME OF THE CANDIDATE EXACTLY WHEN IT IS STILL THE
      * SAME WORD - ONE KEYED READ PER CANDIDATE.
       CHERCHER-MOT-HISTORIQUE.
           MOVE CURR-WORD-CLEAN TO HIS-MOT.
           MOVE DATE-LIMITE-RECENCE TO HIS-DATE-MOT.
           START HISTORIQUE KEY IS NOT LESS THAN HIS-CLE-MOT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ HISTORIQUE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF HIS-MOT = CURR-WORD-CLEAN THEN
                               MOVE "Y" TO STATE-MOT-RECENT
                           END-IF
                   END-READ
           END-START.

      * WORDS PLAYED WITHIN THE LAST NB-JOURS-RECENCE DAYS (PROFILE
      * "R" IN THE CONFIG FILE) ARE KEPT OUT OF RANDOM SELECTION SO
      * RETURNING TRAINEES STOP SEEING THE SAME WORDS. IF THE
      * EXCLUSION EMPTIES THE FILTERED POOL, THE CALLER FALLS BACK TO
      * THE FULL POOL. WITH THE INDEXED HISTORY IN PLACE EACH
      * CANDIDATE IS LOOKED UP THERE AS THE POOL IS READ; ONLY WHEN
      * IT IS MISSING IS THE LOG READ THROUGH INTO THE TABLE.
       CHARGER-MOTS-RECENTS.
           MOVE "N" TO STATE-EXCLURE-RECENTS.
           MOVE "N" TO STATE-RECENTS-HISTORIQUE.
           INITIALIZE NB-MOTS-RECENTS.
           IF NB-JOURS-RECENCE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ENTIER-DATE =
               FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - NB-JOURS-RECENCE.
           COMPUTE DATE-LIMITE-NUM =
               FUNCTION DATE-OF-INTEGER(ENTIER-DATE).
           MOVE DATE-LIMITE-NUM TO DATE-LIMITE-RECENCE.
           OPEN INPUT HISTORIQUE.
           IF ETAT-FICHIER-HISTO = "00" THEN
               CLOSE HISTORIQUE
               MOVE "Y" TO STATE-RECENTS-HISTORIQUE
               MOVE "Y" TO STATE-EXCLURE-RECENTS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG = "00" THEN
               PERFORM LIRE-LOG-POUR-CONTROLE
               PERFORM UNTIL FIN-DE-FICHIER-LOG
                   IF NOT TRL-EST-TRAILER
                       AND LOG-DATE >= DATE-LIMITE-RECENCE THEN
                       PERFORM RETENIR-MOT-RECENT
                   END-IF
                   PERFORM LIRE-LOG-POUR-CONTROLE
               END-PERFORM
               CLOSE GAME-LOG
           END-IF
           IF NB-MOTS-RECENTS > 0 THEN
               MOVE "Y" TO STATE-EXCLURE-RECENTS
           END-IF.

       RETENIR-MOT-RECENT.
               END-IF
               PERFORM CALCULER-SCORE
               PERFORM WRITE-GAME-LOG
               PERFORM JOURNALISER-COUPS
               PERFORM WRITE-RESULT-SLIP
               ADD 1 TO IDX-DUEL
           END-PERFORM.

      * ONE ATTEMPT AT THE DAILY WORD PER PLAYER PER DAY, CHECKED
      * AGAINST THE GAME LOG. AN ANONYMOUS PLAYER CANNOT BE TRACKED,
      * SO ONLY NAMED PLAYERS ARE HELD TO THE LIMIT. THE INDEXED
      * HISTORY GIVES TODAY'S GAMES OF THE PLAYER DIRECTLY; THE LOG
      * IS ONLY READ THROUGH WHEN THE HISTORY IS MISSING.
       VERIFIER-DEJA-JOUE-AUJOURDHUI.
           MOVE "N" TO STATE-JOUE-AUJOURDHUI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           IF PLAYER-NAME = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORIQUE.
           IF ETAT-FICHIER-HISTO = "00" THEN
               PERFORM CHERCHER-JOUR-HISTORIQUE
               CLOSE HISTORIQUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG = "00" THEN
               PERFORM LIRE-LOG-POUR-CONTROLE
               PERFORM UNTIL FIN-DE-FICHIER-LOG
                   IF NOT TRL-EST-TRAILER
                       AND LOG-MODE-JOUR
                       AND LOG-DATE = DATE-DU-JOUR
                       AND LOG-JOUEUR = PLAYER-NAME THEN
                       MOVE "Y" TO STATE-JOUE-AUJOURDHUI
                   END-IF
                   PERFORM LIRE-LOG-POUR-CONTROLE
               END-PERFORM
               CLOSE GAME-LOG
           END-IF.

       CHERCHER-JOUR-HISTORIQUE.
           MOVE PLAYER-NAME TO HIS-JOUEUR.
           MOVE DATE-DU-JOUR TO HIS-DATE-JOUEUR.
           START HISTORIQUE KEY IS NOT LESS THAN HIS-CLE-JOUEUR
               INVALID KEY SET FIN-DE-FICHIER-HISTO TO TRUE
           END-START.
           PERFORM LIRE-HISTO-JOUEUR.
           PERFORM UNTIL FIN-DE-FICHIER-HISTO OR DEJA-JOUE-AUJOURDHUI
               MOVE HIS-PARTIE TO GAME-LOG-RECORD
               IF LOG-MODE-JOUR THEN
                   MOVE "Y" TO STATE-JOUE-AUJOURDHUI
               END-IF
               PERFORM LIRE-HISTO-JOUEUR
           END-PERFORM.

      * THE PLAYER KEY IS THE NAME FOLLOWED BY THE DATE: THE DAY'S
      * GAMES END AT THE FIRST RECORD FOR ANOTHER NAME OR DATE.
       LIRE-HISTO-JOUEUR.
           IF NOT FIN-DE-FICHIER-HISTO THEN
               READ HISTORIQUE NEXT RECORD
                   AT END SET FIN-DE-FICHIER-HISTO TO TRUE
               END-READ
           END-IF
           IF NOT FIN-DE-FICHIER-HISTO THEN
               IF HIS-JOUEUR NOT = PLAYER-NAME
                   OR HIS-DATE-JOUEUR NOT = DATE-DU-JOUR THEN
                   SET FIN-DE-FICHIER-HISTO TO TRUE
               END-IF
           END-IF.

                           PERFORM VERIFIER-LETTRE-ESSAYEE
                           IF DEJA-ESSAYE THEN
                               DISPLAY SHOW-LETTRE-DEJA-ESSAYEE
                               MOVE "D" TO TYPE-COUP
                               PERFORM NOTER-COUP
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO HINTS-USED
                   DISPLAY SHOW-HINT-USED
                   DISPLAY SHOW-RES-WORD
                   MOVE "I" TO TYPE-COUP
                   PERFORM NOTER-COUP
               END-IF
           END-IF.

               ADD 1 TO I
           END-PERFORM.

      * THE GLOSSARY ENTRY OF THE WORD JUST PLAYED, IN THE POOL'S
      * LANGUAGE, FOR THE END SCREEN AND THE SLIP. NO GLOSSARY FILE,
      * NO ENTRY FOR THE WORD, OR AN OPERATOR-TYPED WORD THAT IS IN
      * NO POOL ALL LEAVE BOTH FIELDS BLANK.
       CHERCHER-GLOSSAIRE.
           MOVE SPACES TO DEFINITION-MOT.
           MOVE SPACES TO TRADUCTION-MOT.
           OPEN INPUT GLOSSAIRE.
           IF ETAT-FICHIER-GLOSSAIRE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE CURR-WORD TO GLO-MOT.
           MOVE SELECTED-LANGUE TO GLO-LANGUE.
           READ GLOSSAIRE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GLO-DEFINITION TO DEFINITION-MOT
                   MOVE GLO-TRADUCTION TO TRADUCTION-MOT
                   INSPECT TRADUCTION-MOT REPLACING ALL ";" BY SPACE
           END-READ.
           CLOSE GLOSSAIRE.

       WRITE-GAME-LOG.
           PERFORM STRIP-CURR-WORD-TERMINATOR.
           MOVE CURR-WORD-CLEAN TO LOG-MOT.
           PERFORM ALLOUER-SEQUENCE-LOG.
           MOVE SEQUENCE-PARTIE TO LOG-SEQUENCE.
           PERFORM APPEND-GAME-LOG.
           IF APPEND-FAIT THEN
               PERFORM AJOUTER-HISTORIQUE
           END-IF.

      * EVERY LOG RECORD CARRIES A MONOTONIC SEQUENCE FROM THE SHARED
      * ONE-RECORD COUNTER FILE, READ, BUMPED AND REWRITTEN UNDER A
               END-IF
           END-PERFORM.

      * THE GAME JUST LOGGED GOES INTO THE INDEXED HISTORY UNDER THE
      * SAME OPEN-AND-RETRY AS THE LOG. NO HISTORY FILE YET MEANS THE
      * REBUILD HAS NEVER RUN: THE GAME IS LEFT FOR IT, AND THE
      * NIGHTLY COUNT CHECK SAYS SO. A KEY ALREADY PRESENT (SAME DAY,
      * TIME, SEQUENCE AND PLAYER) IS LEFT AS IT IS, AS THE REBUILD
      * DOES.
       AJOUTER-HISTORIQUE.
           MOVE SPACES TO HISTO-RECORD.
           MOVE LOG-DATE TO HIS-DATE.
           MOVE LOG-HEURE TO HIS-HEURE.
           MOVE LOG-SEQUENCE TO HIS-SEQUENCE.
           MOVE LOG-JOUEUR TO HIS-JOUEUR-PARTIE.
           MOVE LOG-JOUEUR TO HIS-JOUEUR.
           MOVE LOG-DATE TO HIS-DATE-JOUEUR.
           MOVE LOG-MOT TO HIS-MOT.
           MOVE LOG-DATE TO HIS-DATE-MOT.
           MOVE LOG-SCORE TO HIS-SCORE.
           MOVE GAME-LOG-RECORD TO HIS-PARTIE.
           MOVE 0 TO NB-TENTATIVES.
           MOVE "N" TO STATE-APPEND-FAIT.
           PERFORM UNTIL APPEND-FAIT OR NB-TENTATIVES > 9
               OPEN I-O HISTORIQUE
               IF ETAT-FICHIER-HISTO = "00" THEN
                   WRITE HISTO-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   CLOSE HISTORIQUE
                   MOVE "Y" TO STATE-APPEND-FAIT
               ELSE
                   IF ETAT-FICHIER-HISTO = "35" THEN
                       MOVE "Y" TO STATE-APPEND-FAIT
                   ELSE
                       ADD 1 TO NB-TENTATIVES
                       CALL "C$SLEEP" USING ATTENTE-SECONDES
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-RESULT-SLIP.
           PERFORM STRIP-CURR-WORD-TERMINATOR.
           MOVE PLAYER-NAME TO SLIP-JOUEUR.
           MOVE NB-LIFE TO SLIP-NB-VIE-RESTANTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SLIP-DATE.
           MOVE GAME-SCORE TO SLIP-SCORE.
           MOVE DEFINITION-MOT TO SLIP-DEFINITION.
           MOVE TRADUCTION-MOT TO SLIP-TRADUCTION.
           PERFORM APPEND-RESULT-SLIP.

       APPEND-RESULT-SLIP.
