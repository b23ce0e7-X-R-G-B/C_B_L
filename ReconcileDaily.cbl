       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT RESULTS-SLIP ASSIGN TO 'assets/results_slips.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD RESULTS-SLIP.
           COPY "copybooks/resultslip.cpy".

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
       77 NB-LOG-LUS PIC 9(7) VALUE 0.
       77 NB-SLIPS-LUS PIC 9(7) VALUE 0.
       77 NB-APPARIES PIC 9(7) VALUE 0.
       77 NB-LOG-SANS-SLIP PIC 9(7) VALUE 0.
       77 NB-SLIPS-SANS-LOG PIC 9(7) VALUE 0.
       77 NB-RESULTATS-DIFFERENTS PIC 9(7) VALUE 0.
       77 NB-ANNULEES PIC 9(7) VALUE 0.
       77 NB-ED PIC ZZZZZZ9.
       77 TBL-IDX PIC 9(4).
       77 IDX-TROUVE PIC 9(4) VALUE 0.
           END-READ.

       RAPPROCHER-LOG.
           PERFORM CHARGER-ANNULATIONS.
           OPEN INPUT GAME-LOG.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER THEN
                   ADD 1 TO NB-LOG-LUS
                   IF PARTIE-ANNULEE THEN
                       PERFORM ECARTER-PARTIE-ANNULEE
                   ELSE
                       PERFORM APPARIER-UNE-PARTIE
                   END-IF
               END-IF
               PERFORM LIRE-LOG
           END-PERFORM.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.
           IF NOT FIN-DE-FICHIER-LOG AND NOT TRL-EST-TRAILER THEN
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

      * FIRST LOOK FOR AN EXACT DATE+WORD+RESULT MATCH; FAILING THAT,
      * A DATE+WORD MATCH COUNTS AS A RESULT MISMATCH; FAILING BOTH,
               PERFORM APPARIER-RESULTAT-DIFFERENT
           END-IF.

      * A VOIDED GAME STILL HAD ITS SLIP PRINTED AT THE TERMINAL: THE
      * SLIP IS TICKED OFF SILENTLY ("V") SO IT DOES NOT SURFACE AS AN
      * ORPHAN, AND THE GAME IS COUNTED APART FROM THE MATCHED ONES.
       ECARTER-PARTIE-ANNULEE.
           ADD 1 TO NB-ANNULEES.
           MOVE 0 TO IDX-TROUVE.
           MOVE 1 TO TBL-IDX.
           PERFORM UNTIL TBL-IDX > NB-SLIPS-TABLE OR IDX-TROUVE > 0
               IF ST-APPARIE(TBL-IDX) = SPACE
                   AND ST-DATE(TBL-IDX) = LOG-DATE
                   AND ST-MOT(TBL-IDX) = LOG-MOT THEN
                   MOVE TBL-IDX TO IDX-TROUVE
               END-IF
               ADD 1 TO TBL-IDX
           END-PERFORM.
           IF IDX-TROUVE > 0 THEN
               MOVE "V" TO ST-APPARIE(IDX-TROUVE)
           END-IF.

       APPARIER-RESULTAT-DIFFERENT.
           MOVE 0 TO IDX-TROUVE.
           MOVE 1 TO TBL-IDX.
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ANNULEES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES ANNULEES:      " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-LOG-SANS-SLIP TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES SANS BORDEREAU:" DELIMITED BY SIZE
      -            " PARTIEL" TO REPORT-LINE
               WRITE REPORT-LINE
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
