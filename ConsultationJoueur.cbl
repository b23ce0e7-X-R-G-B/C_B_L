           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
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
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD HISTORIQUE.
           COPY "copybooks/histo.cpy".

       WORKING-STORAGE SECTION.
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
               10 AT-DATE-PARTIE PIC X(8).
       77 NB-ANNULATIONS PIC 9(3) VALUE 0.
       77 NOM-RECHERCHE PIC X(20).
       77 ETAT-FICHIER-LOG PIC X(2) VALUE "00".
       77 ETAT-FICHIER-HISTO PIC X(2) VALUE "00".
       77 IDX-REATTRIBUTION PIC 9(4).
       77 SEQUENCE-CHERCHEE PIC 9(7).
       77 DATE-CHERCHEE PIC X(8).
       77 STATE-PARTIE-TROUVEE PIC X(1).
           88 PARTIE-TROUVEE VALUE "Y".
       77 STATE-DEJA-VUE PIC X(1).
           88 DEJA-VUE VALUE "Y".
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 STATE-JOUEUR-TROUVE PIC X(1).
       77 LIGNE-AFFICHAGE PIC X(70).
       77 TOUCHE-PAUSE PIC X(1).

      * LAST TEN GAMES OF THE PLAYER, OLDEST IN SLOT 1, KEPT IN DATE
      * AND TIME ORDER WHATEVER ORDER THEY ARRIVE IN: A GAME GOES IN
      * AFTER EVERY GAME NOT LATER THAN IT; WHEN THE TABLE IS FULL
      * THE OLDEST DROPS OUT, SO THE DISPLAY WALKS 10 DOWN TO 1.
       01 TABLE-DIX-DERNIERES.
           05 DIX-ENTRY OCCURS 10 TIMES.
               10 DX-MOMENT.
                   15 DX-DATE PIC X(8).
                   15 DX-HEURE PIC X(6).
               10 DX-MOT PIC X(30).
               10 DX-RESULTAT PIC X(1).
               10 DX-SCORE PIC 9(5).
       77 NB-DIX PIC 9(2) VALUE 0.
       77 POSITION-DIX PIC 9(2) VALUE 0.
       01 MOMENT-PARTIE.
           05 MP-DATE PIC X(8).
           05 MP-HEURE PIC X(6).

      * BEST SCORE PER PLAYER SEEN IN THE LOG, FOR THE LEADERBOARD
      * POSITION: THE RANK IS ONE PLUS THE NUMBER OF PLAYERS WHOSE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORIQUE.
           IF ETAT-FICHIER-HISTO = "00" THEN
               PERFORM DEPOUILLER-HISTORIQUE
               PERFORM RELEVER-MEILLEURS-HISTORIQUE
               CLOSE HISTORIQUE
           ELSE
               PERFORM DEPOUILLER-JOURNAL
           END-IF
           PERFORM CALCULER-RANG.
           PERFORM AFFICHER-FICHE.
           PERFORM ATTENDRE-TOUCHE.
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

      * WITHOUT THE INDEXED HISTORY, ONE PASS OVER THE LOG GATHERS
      * THE PLAYER'S TOTALS, THE LAST TEN GAMES AND EVERY PLAYER'S
      * BEST SCORE (FOR THE RANK). TRAILER LINES ("#") ARE CONTROL
      * RECORDS AND ARE SKIPPED.
       DEPOUILLER-JOURNAL.
           MOVE 0 TO NB-JOUES.
           MOVE 0 TO NB-GAGNES.
           MOVE 0 TO NB-DIX.
           MOVE 0 TO NB-MEILLEURS.
           MOVE "N" TO STATE-DEBORDEMENT.
           PERFORM CHARGER-ANNULATIONS.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER AND NOT PARTIE-ANNULEE THEN
                   PERFORM RETENIR-MEILLEUR
                   IF LOG-JOUEUR = NOM-RECHERCHE THEN
                       PERFORM RETENIR-PARTIE-JOUEUR
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.
           IF NOT FIN-DE-FICHIER-LOG AND NOT TRL-EST-TRAILER THEN
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

       RETENIR-MEILLEUR.
           IF LOG-JOUEUR = SPACES THEN
           IF LOG-SCORE > MEILLEUR-SCORE THEN
               MOVE LOG-SCORE TO MEILLEUR-SCORE
           END-IF
           MOVE LOG-DATE TO MP-DATE.
           MOVE LOG-HEURE TO MP-HEURE.
           MOVE NB-DIX TO POSITION-DIX.
           PERFORM UNTIL POSITION-DIX < 1
               OR DX-MOMENT(POSITION-DIX) NOT > MOMENT-PARTIE
               SUBTRACT 1 FROM POSITION-DIX
           END-PERFORM.
           IF NB-DIX < 10 THEN
               ADD 1 TO NB-DIX
               MOVE NB-DIX TO IDX-DIX
               PERFORM UNTIL IDX-DIX NOT > POSITION-DIX + 1
                   MOVE DIX-ENTRY(IDX-DIX - 1) TO DIX-ENTRY(IDX-DIX)
                   SUBTRACT 1 FROM IDX-DIX
               END-PERFORM
               ADD 1 TO POSITION-DIX
           ELSE
      * TABLE FULL: A GAME OLDER THAN ALL TEN IS NOT KEPT.
               IF POSITION-DIX < 1 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO IDX-DIX
               PERFORM UNTIL IDX-DIX NOT < POSITION-DIX
                   MOVE DIX-ENTRY(IDX-DIX + 1)
                       TO DIX-ENTRY(IDX-DIX)
                   ADD 1 TO IDX-DIX
               END-PERFORM
           END-IF
           MOVE LOG-DATE TO DX-DATE(POSITION-DIX).
           MOVE LOG-HEURE TO DX-HEURE(POSITION-DIX).
           MOVE LOG-MOT TO DX-MOT(POSITION-DIX).
           MOVE LOG-RESULTAT TO DX-RESULTAT(POSITION-DIX).
           MOVE LOG-SCORE TO DX-SCORE(POSITION-DIX).

      * THE PLAYER'S OWN GAMES COME STRAIGHT OFF THE PLAYER KEY OF THE
      * INDEXED HISTORY (NAME, THEN DATE), VOIDS AND ADJUSTMENTS
      * APPLIED AS EACH IS READ - A GAME A SUPERVISOR MOVED TO SOMEONE
      * ELSE DROPS OUT HERE. GAMES MOVED TO THE PLAYER FROM ANOTHER
      * NAME ARE FETCHED AFTERWARDS FROM THE ADJUSTMENTS THEMSELVES.
       DEPOUILLER-HISTORIQUE.
           MOVE 0 TO NB-JOUES.
           MOVE 0 TO NB-GAGNES.
           MOVE 0 TO NB-PERDUES.
           MOVE 0 TO MEILLEUR-SCORE.
           MOVE 0 TO NB-DIX.
           MOVE 0 TO NB-MEILLEURS.
           MOVE "N" TO STATE-DEBORDEMENT.
           PERFORM CHARGER-ANNULATIONS.
           MOVE NOM-RECHERCHE TO HIS-JOUEUR.
           MOVE SPACES TO HIS-DATE-JOUEUR.
           START HISTORIQUE KEY IS NOT LESS THAN HIS-CLE-JOUEUR
               INVALID KEY SET FIN-DE-FICHIER-HISTO TO TRUE
           END-START.
           PERFORM LIRE-HISTO-JOUEUR
           PERFORM UNTIL FIN-DE-FICHIER-HISTO
               IF NOT PARTIE-ANNULEE
                   AND LOG-JOUEUR = NOM-RECHERCHE THEN
                   PERFORM RETENIR-PARTIE-JOUEUR
               END-IF
               PERFORM LIRE-HISTO-JOUEUR
           END-PERFORM.
           PERFORM RETENIR-PARTIES-REATTRIBUEES.

       LIRE-HISTO-JOUEUR.
           IF NOT FIN-DE-FICHIER-HISTO THEN
               READ HISTORIQUE NEXT RECORD
                   AT END SET FIN-DE-FICHIER-HISTO TO TRUE
               END-READ
           END-IF
           IF NOT FIN-DE-FICHIER-HISTO THEN
               IF HIS-JOUEUR NOT = NOM-RECHERCHE THEN
                   SET FIN-DE-FICHIER-HISTO TO TRUE
               ELSE
                   MOVE HIS-PARTIE TO GAME-LOG-RECORD
                   PERFORM APPLIQUER-ANNULATIONS
               END-IF
           END-IF.

      * AN ADJUSTMENT NAMING THE PLAYER POINTS AT A GAME LOGGED UNDER
      * ANOTHER NAME; THE GAME IS READ BACK BY ITS DATE AND SEQUENCE
      * AND COUNTS IF, ONCE EVERY VOID AND ADJUSTMENT IS APPLIED, IT
      * STILL BELONGS TO THE PLAYER. A SEQUENCE NAMED TWICE IS ONLY
      * TAKEN ONCE.
       RETENIR-PARTIES-REATTRIBUEES.
           MOVE 1 TO IDX-REATTRIBUTION.
           PERFORM UNTIL IDX-REATTRIBUTION > NB-ANNULATIONS
               IF AT-TYPE(IDX-REATTRIBUTION) NOT = "A"
                   AND AT-JOUEUR(IDX-REATTRIBUTION) = NOM-RECHERCHE
                   THEN
                   PERFORM VERIFIER-DEJA-VUE
                   IF NOT DEJA-VUE THEN
                       PERFORM RETENIR-PARTIE-REATTRIBUEE
                   END-IF
               END-IF
               ADD 1 TO IDX-REATTRIBUTION
           END-PERFORM.

       VERIFIER-DEJA-VUE.
           MOVE "N" TO STATE-DEJA-VUE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX NOT < IDX-REATTRIBUTION OR DEJA-VUE
               IF AT-SEQUENCE(IDX) = AT-SEQUENCE(IDX-REATTRIBUTION)
                   AND AT-TYPE(IDX) NOT = "A"
                   AND AT-JOUEUR(IDX) = NOM-RECHERCHE THEN
                   MOVE "Y" TO STATE-DEJA-VUE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

       RETENIR-PARTIE-REATTRIBUEE.
           MOVE AT-SEQUENCE(IDX-REATTRIBUTION) TO SEQUENCE-CHERCHEE.
           MOVE AT-DATE-PARTIE(IDX-REATTRIBUTION) TO DATE-CHERCHEE.
           PERFORM LIRE-PARTIE-PAR-SEQUENCE.
           IF PARTIE-TROUVEE
               AND HIS-JOUEUR NOT = NOM-RECHERCHE
               AND NOT PARTIE-ANNULEE
               AND LOG-JOUEUR = NOM-RECHERCHE THEN
               PERFORM RETENIR-PARTIE-JOUEUR
           END-IF.

      * THE PRIMARY KEY LEADS WITH THE DATE, SO ONLY THAT DAY'S GAMES
      * ARE READ TO FIND THE SEQUENCE. A GAME ARCHIVED SINCE THE
      * ADJUSTMENT IS SIMPLY NOT FOUND, AS IT WOULD NOT BE IN THE LOG.
       LIRE-PARTIE-PAR-SEQUENCE.
           MOVE "N" TO STATE-PARTIE-TROUVEE.
           MOVE SPACES TO HIS-CLE.
           MOVE DATE-CHERCHEE TO HIS-DATE.
           MOVE 0 TO HIS-SEQUENCE.
           START HISTORIQUE KEY IS NOT LESS THAN HIS-CLE
               INVALID KEY SET FIN-DE-FICHIER-HISTO TO TRUE
           END-START.
           PERFORM LIRE-HISTO-JOUR
           PERFORM UNTIL FIN-DE-FICHIER-HISTO OR PARTIE-TROUVEE
               IF HIS-SEQUENCE = SEQUENCE-CHERCHEE THEN
                   MOVE "Y" TO STATE-PARTIE-TROUVEE
               ELSE
                   PERFORM LIRE-HISTO-JOUR
               END-IF
           END-PERFORM.
           IF PARTIE-TROUVEE THEN
               MOVE HIS-PARTIE TO GAME-LOG-RECORD
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

       LIRE-HISTO-JOUR.
           IF NOT FIN-DE-FICHIER-HISTO THEN
               READ HISTORIQUE NEXT RECORD
                   AT END SET FIN-DE-FICHIER-HISTO TO TRUE
               END-READ
           END-IF
           IF NOT FIN-DE-FICHIER-HISTO
               AND HIS-DATE NOT = DATE-CHERCHEE THEN
               SET FIN-DE-FICHIER-HISTO TO TRUE
           END-IF.

      * FOR THE RANK, ONLY THE PLAYERS WHO EVER SCORED ABOVE THE
      * PLAYER'S BEST MATTER: THE SCORE KEY GIVES EVERY GAME LOGGED
      * ABOVE IT (VOIDS AND ADJUSTMENTS APPLIED AS EACH IS READ, SO A
      * GAME MARKED DOWN OR MOVED IS SEEN AS IT NOW STANDS), AND THE
      * ADJUSTMENTS GIVE ANY GAME WHOSE SCORE A SUPERVISOR RAISED
      * ABOVE IT. CALCULER-RANG THEN COUNTS THEM AS BEFORE.
       RELEVER-MEILLEURS-HISTORIQUE.
           MOVE MEILLEUR-SCORE TO HIS-SCORE.
           START HISTORIQUE KEY IS GREATER THAN HIS-SCORE
               INVALID KEY SET FIN-DE-FICHIER-HISTO TO TRUE
           END-START.
           PERFORM LIRE-HISTO-SCORE
           PERFORM UNTIL FIN-DE-FICHIER-HISTO
               IF NOT PARTIE-ANNULEE THEN
                   PERFORM RETENIR-MEILLEUR
               END-IF
               PERFORM LIRE-HISTO-SCORE
           END-PERFORM.
           MOVE 1 TO IDX-REATTRIBUTION.
           PERFORM UNTIL IDX-REATTRIBUTION > NB-ANNULATIONS
               IF AT-TYPE(IDX-REATTRIBUTION) NOT = "A"
                   AND AT-SCORE-MODIFIE(IDX-REATTRIBUTION) = "O"
                   AND AT-SCORE(IDX-REATTRIBUTION) > MEILLEUR-SCORE
                   THEN
                   MOVE AT-SEQUENCE(IDX-REATTRIBUTION)
                       TO SEQUENCE-CHERCHEE
                   MOVE AT-DATE-PARTIE(IDX-REATTRIBUTION)
                       TO DATE-CHERCHEE
                   PERFORM LIRE-PARTIE-PAR-SEQUENCE
                   IF PARTIE-TROUVEE AND NOT PARTIE-ANNULEE THEN
                       PERFORM RETENIR-MEILLEUR
                   END-IF
               END-IF
               ADD 1 TO IDX-REATTRIBUTION
           END-PERFORM.

       LIRE-HISTO-SCORE.
           IF NOT FIN-DE-FICHIER-HISTO THEN
               READ HISTORIQUE NEXT RECORD
                   AT END SET FIN-DE-FICHIER-HISTO TO TRUE
               END-READ
           END-IF
           IF NOT FIN-DE-FICHIER-HISTO THEN
               MOVE HIS-PARTIE TO GAME-LOG-RECORD
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

       CALCULER-RANG.
           MOVE 1 TO RANG-CLASSEMENT.
       ATTENDRE-TOUCHE.
           DISPLAY ECRAN-PAUSE.
           ACCEPT PAUSE-ENTREE.

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
                   MOVE ANN-DATE-PARTIE
                       TO AT-DATE-PARTIE(NB-ANNULATIONS)
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
