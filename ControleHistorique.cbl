       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleHistorique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
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
           SELECT REPORT-FILE
               ASSIGN TO 'assets/game_history_check_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-CONTROL ASSIGN TO 'assets/batch_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD HISTORIQUE.
           COPY "copybooks/histo.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD BATCH-CONTROL.
           COPY "copybooks/batchctl.cpy".

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-LOG PIC X(2) VALUE "00".
       77 ETAT-FICHIER-HISTO PIC X(2) VALUE "00".
       77 DATE-DU-JOUR PIC X(8).
       77 DATE-CHERCHEE PIC X(8).
       77 NB-HISTO-LUS PIC 9(7) VALUE 0.
       77 NB-JOURS-COMPARES PIC 9(5) VALUE 0.
       77 NB-ECARTS PIC 9(5) VALUE 0.
       77 NB-ED PIC ZZZZZZ9.
       77 NB-ED-2 PIC ZZZZZZ9.
       77 TBL-IDX PIC 9(3).
       77 FOUND-SW PIC X(1) VALUE "N".
           88 FOUND-ENTRY VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".

      * ONE ROW PER FINISHED DAY: WHAT THE LOG TRAILER CLAIMS AND HOW
      * MANY RECORDS THE INDEXED HISTORY HOLDS FOR IT. SAME 200-DATE
      * CEILING AS GAMELOGVERIFY - THE LIVE LOG HOLDS A FEW MONTHS.
       01 TABLE-DES-DATES.
           05 DATE-ENTRY OCCURS 200 TIMES.
               10 DT-DATE PIC X(8).
               10 DT-TRAILER PIC X(1).
               10 DT-TRL-NB PIC 9(7).
               10 DT-HISTO-NB PIC 9(7).
       77 NB-DATES PIC 9(3) VALUE 0.

      * RUN BY NIGHTLYCHAIN ONCE EVERY STEP HAS ENDED WELL, SO
      * GAMELOGVERIFY HAS ALREADY SEALED EVERY FINISHED DAY WITH ITS
      * TRAILER. FOR EACH DAY BEFORE TODAY THE NUMBER OF RECORDS IN
      * THE INDEXED GAME HISTORY MUST EQUAL THE TRAILER'S COUNT, BOTH
      * WAYS ROUND: A DAY IN THE HISTORY WITH NO TRAILER IS AN ECART
      * TOO. TODAY IS STILL BEING PLAYED AND IS LEFT OUT. ANY ECART
      * (OR A MISSING HISTORY) LEAVES RETURN CODE 4 - THE CURE IS TO
      * RUN RECONSTRUIREHISTORIQUE.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTROLE DE L'HISTORIQUE DES PARTIES - "
                      DELIMITED BY SIZE
                  DATE-DU-JOUR DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHARGER-TRAILERS.
           PERFORM COMPTER-HISTORIQUE.
           IF ETAT-FICHIER-HISTO = "00" THEN
               PERFORM COMPARER-JOURS
           END-IF
           PERFORM ECRIRE-TOTAUX.
           CLOSE REPORT-FILE.
           PERFORM ECRIRE-CONTROLE.
           DISPLAY "JOURS COMPARES:     " NB-JOURS-COMPARES.
           DISPLAY "ECARTS HISTORIQUE:  " NB-ECARTS.
           IF NB-ECARTS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       GOBACK.

       ECRIRE-CONTROLE.
           MOVE DATE-DU-JOUR TO CTL-DATE.
           MOVE "HISTORYCHECK" TO CTL-ETAPE.
           IF NB-ECARTS = 0 THEN
               MOVE "S" TO CTL-STATUT
           ELSE
               MOVE "E" TO CTL-STATUT
           END-IF
           MOVE NB-HISTO-LUS TO CTL-LUS.
           MOVE NB-JOURS-COMPARES TO CTL-ECRITS.
           MOVE NB-ECARTS TO CTL-ERREURS.
           OPEN EXTEND BATCH-CONTROL.
           WRITE CONTROLE-RECORD.
           CLOSE BATCH-CONTROL.

      * ONLY THE TRAILERS ARE KEPT FROM THE LOG - THE GAMES THEMSELVES
      * ARE WHAT THE TRAILERS ALREADY COUNT.
       CHARGER-TRAILERS.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-LOG-RECORD.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF TRL-EST-TRAILER AND TRL-DATE < DATE-DU-JOUR THEN
                   MOVE TRL-DATE TO DATE-CHERCHEE
                   PERFORM TROUVER-OU-CREER-DATE
                   IF FOUND-ENTRY THEN
                       MOVE "Y" TO DT-TRAILER(TBL-IDX)
                       MOVE TRL-NB-PARTIES TO DT-TRL-NB(TBL-IDX)
                   END-IF
               END-IF
               PERFORM LIRE-LOG
           END-PERFORM.
           CLOSE GAME-LOG.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

      * THE PRIMARY KEY LEADS WITH THE DATE, SO THE FINISHED DAYS ARE
      * EXACTLY THE RECORDS BEFORE THE FIRST ONE DATED TODAY.
       COMPTER-HISTORIQUE.
           OPEN INPUT HISTORIQUE.
           IF ETAT-FICHIER-HISTO NOT = "00" THEN
               ADD 1 TO NB-ECARTS
               MOVE SPACES TO REPORT-LINE
               STRING "HISTORIQUE ABSENT OU ILLISIBLE (ETAT "
                          DELIMITED BY SIZE
                      ETAT-FICHIER-HISTO DELIMITED BY SIZE
                      ") - LANCER RECONSTRUIREHISTORIQUE"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-HISTO
           PERFORM UNTIL FIN-DE-FICHIER-HISTO
               ADD 1 TO NB-HISTO-LUS
               MOVE HIS-DATE TO DATE-CHERCHEE
               PERFORM TROUVER-OU-CREER-DATE
               IF FOUND-ENTRY THEN
                   ADD 1 TO DT-HISTO-NB(TBL-IDX)
               END-IF
               PERFORM LIRE-HISTO
           END-PERFORM.
           CLOSE HISTORIQUE.

       LIRE-HISTO.
           READ HISTORIQUE NEXT RECORD
               AT END SET FIN-DE-FICHIER-HISTO TO TRUE
           END-READ.
           IF NOT FIN-DE-FICHIER-HISTO
               AND HIS-DATE NOT < DATE-DU-JOUR THEN
               SET FIN-DE-FICHIER-HISTO TO TRUE
           END-IF.

      * FOUND-ENTRY IS LEFT OFF ONLY WHEN THE TABLE IS FULL.
       TROUVER-OU-CREER-DATE.
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO TBL-IDX.
           PERFORM UNTIL TBL-IDX > NB-DATES OR FOUND-ENTRY
               IF DT-DATE(TBL-IDX) = DATE-CHERCHEE THEN
                   MOVE "Y" TO FOUND-SW
               ELSE
                   ADD 1 TO TBL-IDX
               END-IF
           END-PERFORM.
           IF NOT FOUND-ENTRY THEN
               IF NB-DATES < 200 THEN
                   ADD 1 TO NB-DATES
                   MOVE NB-DATES TO TBL-IDX
                   MOVE DATE-CHERCHEE TO DT-DATE(TBL-IDX)
                   MOVE SPACE TO DT-TRAILER(TBL-IDX)
                   MOVE 0 TO DT-TRL-NB(TBL-IDX)
                   MOVE 0 TO DT-HISTO-NB(TBL-IDX)
                   MOVE "Y" TO FOUND-SW
               ELSE
                   MOVE "Y" TO STATE-DEBORDEMENT
               END-IF
           END-IF.

       COMPARER-JOURS.
           MOVE 1 TO TBL-IDX.
           PERFORM UNTIL TBL-IDX > NB-DATES
               ADD 1 TO NB-JOURS-COMPARES
               IF DT-TRAILER(TBL-IDX) NOT = "Y" THEN
                   PERFORM SIGNALER-JOUR-SANS-TRAILER
               ELSE
                   IF DT-HISTO-NB(TBL-IDX) NOT = DT-TRL-NB(TBL-IDX)
                       THEN
                       PERFORM SIGNALER-ECART-COMPTE
                   END-IF
               END-IF
               ADD 1 TO TBL-IDX
           END-PERFORM.

       SIGNALER-JOUR-SANS-TRAILER.
           ADD 1 TO NB-ECARTS.
           MOVE DT-HISTO-NB(TBL-IDX) TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING DT-DATE(TBL-IDX) DELIMITED BY SIZE
                  "  HISTORIQUE " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  AUCUN TRAILER AU JOURNAL" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SIGNALER-ECART-COMPTE.
           ADD 1 TO NB-ECARTS.
           MOVE DT-HISTO-NB(TBL-IDX) TO NB-ED.
           MOVE DT-TRL-NB(TBL-IDX) TO NB-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING DT-DATE(TBL-IDX) DELIMITED BY SIZE
                  "  HISTORIQUE " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  TRAILER " DELIMITED BY SIZE
                  NB-ED-2 DELIMITED BY SIZE
                  "  ECART" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TABLE-DEBORDEE THEN
               ADD 1 TO NB-ECARTS
               MOVE "PLUS DE 200 JOURS - CONTROLE INCOMPLET"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE NB-HISTO-LUS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES INDEXEES (JOURS FINIS): " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-JOURS-COMPARES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURS COMPARES:                 " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ECARTS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ECARTS:                         " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NB-ECARTS > 0 THEN
               MOVE SPACES TO REPORT-LINE
               MOVE "HISTORIQUE A RECONSTRUIRE: RECONSTRUIREHISTORIQUE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
