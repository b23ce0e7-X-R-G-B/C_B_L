       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT SUSPECT-FILE
               ASSIGN TO 'assets/suspicious_play_cases.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SUSPECT.
           SELECT REPORT-FILE
               ASSIGN TO 'assets/tournament_standings.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD SUSPECT-FILE.
           COPY "copybooks/suspect.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

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
       77 NB-ANNULATIONS PIC 9(3) VALUE 0.
       77 TOURNOI-CIBLE PIC X(8) VALUE SPACES.
       77 TBL-IDX PIC 9(3).
       77 TBL-IDX-2 PIC 9(3).
           88 TABLE-DEBORDEE VALUE "Y".
       01 STG-SAVE-ENTRY PIC X(38).

      * GAMES OF THIS TOURNAMENT THE NIGHTLY SUSPICIOUS-PLAY CHECK
      * FLAGGED (SEE SUSPECT.CPY), ONE ROW PER GAME. THE DATE IS
      * THAT OF THE LATEST CASE FILED FOR THE TOURNAMENT.
       77 ETAT-FICHIER-SUSPECT PIC X(2).
       77 DATE-CONTROLE-SUSPECT PIC X(8) VALUE SPACES.
       01 TABLE-DES-SUSPECTES.
           05 SUSPECTE-T OCCURS 200 TIMES.
               10 SP-SEQUENCE PIC 9(7).
               10 SP-RONDE PIC 9(2).
               10 SP-JOUEUR PIC X(20).
       77 NB-SUSPECTES PIC 9(3) VALUE 0.
       77 IDX-SUSPECTE PIC 9(3).
       77 STATE-CAS-RETENU PIC X(1) VALUE "N".
           88 CAS-DEJA-RETENU VALUE "Y".
       77 NB-A-REVOIR PIC 9(3).
       77 NB-A-REVOIR-ED PIC ZZ9.
       77 MENTION-A-REVOIR PIC X(16).

       PROCEDURE DIVISION.
           DISPLAY "TOURNOI A CLASSER: " WITH NO ADVANCING.
           ACCEPT TOURNOI-CIBLE.
           PERFORM ACCUMULER-DEPUIS-LOG.
           PERFORM CHARGER-SUSPECTES.
           PERFORM TRIER-CLASSEMENT.
           PERFORM ECRIRE-CLASSEMENT.
       STOP RUN.

       ACCUMULER-DEPUIS-LOG.
           PERFORM CHARGER-ANNULATIONS.
           OPEN INPUT GAME-LOG.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER
                   AND NOT PARTIE-ANNULEE
                   AND LOG-TOURNOI = TOURNOI-CIBLE
                   AND LOG-TOURNOI NOT = SPACES THEN
                   PERFORM RETENIR-PARTIE
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.
           IF NOT FIN-DE-FICHIER-LOG AND NOT TRL-EST-TRAILER THEN
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

       RETENIR-PARTIE.
           MOVE "N" TO FOUND-SW.
                  TOURNOI-CIBLE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM ECRIRE-AVERTISSEMENT-SUSPECTES.
           MOVE 99 TO RONDE-COURANTE.
           MOVE 1 TO TBL-IDX.
           PERFORM UNTIL TBL-IDX > STANDING-COUNT
               END-IF
               ADD 1 TO RANG
               MOVE RANG TO RANG-ED
               PERFORM COMPTER-A-REVOIR
               MOVE SPACES TO REPORT-LINE
               STRING RANG-ED DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      STG-VIES(TBL-IDX) DELIMITED BY SIZE
                      "  INDICES " DELIMITED BY SIZE
                      STG-INDICES(TBL-IDX) DELIMITED BY SIZE
                      MENTION-A-REVOIR DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO TBL-IDX
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

      * THE CASES FILE IS CUMULATIVE, SO EVERY CASE EVER FILED FOR
      * THE TOURNAMENT COUNTS, WHATEVER NIGHT IT WAS FOUND. A GAME
      * CAUGHT BY TWO RULES HAS TWO RECORDS, NOT NECESSARILY IN A
      * ROW, AND IS COUNTED ONCE; A GAME VOIDED SINCE IS OUT OF THE
      * STANDINGS AND ITS CASE SETTLED. NO FILE MEANS THE CHECK HAS
      * NEVER RUN; AN EMPTY ONE MEANS IT HAS NEVER FOUND ANYTHING.
       CHARGER-SUSPECTES.
           OPEN INPUT SUSPECT-FILE.
           IF ETAT-FICHIER-SUSPECT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "--------" TO DATE-CONTROLE-SUSPECT.
           MOVE SPACES TO SUSPECT-RECORD.
           PERFORM LIRE-SUSPECT
           PERFORM UNTIL FIN-DE-FICHIER-SUSPECT
               IF SUS-TOURNOI = TOURNOI-CIBLE THEN
                   PERFORM RETENIR-SUSPECTE
               END-IF
               PERFORM LIRE-SUSPECT
           END-PERFORM.
           CLOSE SUSPECT-FILE.

       RETENIR-SUSPECTE.
           MOVE 1 TO IDX-ANNULATION.
           PERFORM UNTIL IDX-ANNULATION > NB-ANNULATIONS
               IF AT-SEQUENCE(IDX-ANNULATION) = SUS-SEQUENCE
                   AND AT-TYPE(IDX-ANNULATION) = "A" THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO IDX-ANNULATION
           END-PERFORM.
           IF DATE-CONTROLE-SUSPECT = "--------"
               OR SUS-DATE-CONTROLE > DATE-CONTROLE-SUSPECT THEN
               MOVE SUS-DATE-CONTROLE TO DATE-CONTROLE-SUSPECT
           END-IF
           MOVE "N" TO STATE-CAS-RETENU.
           MOVE 1 TO IDX-SUSPECTE.
           PERFORM UNTIL IDX-SUSPECTE > NB-SUSPECTES
               OR CAS-DEJA-RETENU
               IF SP-SEQUENCE(IDX-SUSPECTE) = SUS-SEQUENCE THEN
                   MOVE "Y" TO STATE-CAS-RETENU
               END-IF
               ADD 1 TO IDX-SUSPECTE
           END-PERFORM.
           IF NOT CAS-DEJA-RETENU AND NB-SUSPECTES < 200 THEN
               ADD 1 TO NB-SUSPECTES
               MOVE SUS-SEQUENCE TO SP-SEQUENCE(NB-SUSPECTES)
               MOVE SUS-RONDE TO SP-RONDE(NB-SUSPECTES)
               MOVE SUS-JOUEUR TO SP-JOUEUR(NB-SUSPECTES)
           END-IF.

       LIRE-SUSPECT.
           READ SUSPECT-FILE
               AT END SET FIN-DE-FICHIER-SUSPECT TO TRUE
           END-READ.

      * STANDINGS MUST NOT GO OUT WITH FLAGGED GAMES UNREVIEWED - THE
      * WARNING HEADS THE REPORT AND EACH LINE CONCERNED IS MARKED.
       ECRIRE-AVERTISSEMENT-SUSPECTES.
           MOVE SPACES TO REPORT-LINE.
           IF DATE-CONTROLE-SUSPECT = SPACES THEN
               MOVE "CONTROLE DES PARTIES SUSPECTES JAMAIS EFFECTUE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF NB-SUSPECTES = 0 THEN
               STRING "AUCUNE PARTIE DE CE TOURNOI SIGNALEE PAR LE "
                          DELIMITED BY SIZE
                      "CONTROLE DES PARTIES SUSPECTES"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE NB-SUSPECTES TO NB-A-REVOIR-ED.
           STRING "ATTENTION: " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-A-REVOIR-ED) DELIMITED BY SIZE
                  " PARTIE(S) SUSPECTE(S), DERNIERE LE "
                      DELIMITED BY SIZE
                  DATE-CONTROLE-SUSPECT DELIMITED BY SIZE
                  " - VOIR SUSPICIOUS_PLAY_REPORT.TXT" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "NE PAS PUBLIER AVANT REVUE PAR UN SUPERVISEUR"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       COMPTER-A-REVOIR.
           MOVE 0 TO NB-A-REVOIR.
           MOVE 1 TO IDX-SUSPECTE.
           PERFORM UNTIL IDX-SUSPECTE > NB-SUSPECTES
               IF SP-RONDE(IDX-SUSPECTE) = STG-RONDE(TBL-IDX)
                   AND SP-JOUEUR(IDX-SUSPECTE) = STG-JOUEUR(TBL-IDX)
                   THEN
                   ADD 1 TO NB-A-REVOIR
               END-IF
               ADD 1 TO IDX-SUSPECTE
           END-PERFORM.
           MOVE SPACES TO MENTION-A-REVOIR.
           IF NB-A-REVOIR > 0 THEN
               MOVE NB-A-REVOIR TO NB-A-REVOIR-ED
               STRING "  A REVOIR (" DELIMITED BY SIZE
                      FUNCTION TRIM(NB-A-REVOIR-ED) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO MENTION-A-REVOIR
           END-IF.

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
