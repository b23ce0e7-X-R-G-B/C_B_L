       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT PLAYER-REGISTRY ASSIGN TO 'assets/player_registry.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-WORDS ASSIGN TO 'assets/word_master.dat'
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD PLAYER-REGISTRY.
           COPY "copybooks/playerrec.cpy".

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
       77 IDX-CHAR PIC 9(2).
       77 MOT-SANS-TERMINATEUR PIC X(30).
       77 TBL-IDX PIC 9(4).
           END-READ.

       ACCUMULER-DEPUIS-LOG.
           PERFORM CHARGER-ANNULATIONS.
           OPEN INPUT GAME-LOG.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER
                   AND NOT PARTIE-ANNULEE
                   AND LOG-JOUEUR NOT = SPACES THEN
                   PERFORM VENTILER-PARTIE
               END-IF
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.
           IF NOT FIN-DE-FICHIER-LOG AND NOT TRL-EST-TRAILER THEN
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

      * AN OPERATOR-MODE WORD IS NOT IN THE MASTER, SO IT HAS NO
      * CATEGORY CELL - THE GAME STILL COUNTS IN THE PLAYER'S OVERALL
                  MARQUE-FAIBLESSE DELIMITED BY SIZE
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
