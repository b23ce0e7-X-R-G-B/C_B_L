               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAME-CONFIG ASSIGN TO 'assets/game_config.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-SUMMARY ASSIGN TO NOM-FICHIER-CUMUL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO NOM-ARCHIVE-TRAVAIL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-LOG ASSIGN TO 'assets/game_log_work.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAST-SEEN ASSIGN TO NOM-FICHIER-VU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-VU.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(120).

      * THE WORK FILE CARRIES THE KEPT RECORDS AS PLAIN LINES UNTIL
      * JOURNALREPRISE COPIES IT OVER THE LIVE LOG - LINE SEQUENTIAL
      * TRIMS TRAILING SPACES, SO THE WIDE BUFFER IS SAFE WHATEVER THE
      * LOG RECORD GROWS TO.
       FD WORK-LOG.
       01 WORK-RECORD.
           88 FIN-DE-FICHIER-TRAVAIL  VALUE HIGH-VALUES.
               10 VT-NOM PIC X(20).
               10 VT-DATE PIC X(8).
       77 NB-VUS PIC 9(3) VALUE 0.
       77 NOM-FICHIER-ARCHIVE PIC X(60) VALUE SPACES.
      * EVERY FILE THE RUN CHANGES IS WRITTEN UNDER ITS WORK NAME
      * FIRST; THE LIVE NAMES ARE ONLY EVER READ HERE.
       77 NOM-ARCHIVE-TRAVAIL PIC X(60) VALUE SPACES.
       77 NOM-FICHIER-CUMUL PIC X(60)
           VALUE "assets/game_log_summary.txt".
       77 NOM-FICHIER-VU PIC X(60)
           VALUE "assets/player_last_seen.txt".
       77 ANNEE-COURANTE PIC 9(4) VALUE 0.
       77 MOIS-COURANT PIC 9(2) VALUE 0.
       77 MOIS-TOTAL PIC 9(6) VALUE 0.
       77 NB-ARCHIVES PIC 9(7) VALUE 0.
       77 NB-CONSERVES PIC 9(7) VALUE 0.
       77 NB-TRAILERS-ARCHIVES PIC 9(5) VALUE 0.
       77 NB-LOG-LUS PIC 9(7) VALUE 0.
           COPY "copybooks/reprise.cpy".

      * THE LOG, THE MONTH'S ARCHIVE, THE CARRIED-FORWARD TOTALS AND
      * THE LAST-SEEN FILE MUST MOVE TOGETHER: ALL FOUR ARE BUILT AS
      * WORK FILES AND JOURNALLED, AND JOURNALREPRISE ONLY COPIES
      * THEM OVER THE LIVE ONES ONCE THE RUN IS COMMITTED. A RUN LEFT
      * UNFINISHED BY AN EARLIER START IS DEALT WITH FIRST.
       PROCEDURE DIVISION.
           PERFORM REPRENDRE-EXECUTION.
           PERFORM LIRE-RETENTION-CONFIG.
           PERFORM CALCULER-DATE-LIMITE.
           PERFORM FIXER-NOM-ARCHIVE.
           PERFORM CHARGER-CUMUL.
           PERFORM CHARGER-DERNIERES-ACTIVITES.
           PERFORM DEMARRER-EXECUTION.
           PERFORM SEPARER-LOG.
           PERFORM ECRIRE-CUMUL.
           PERFORM ECRIRE-DERNIERES-ACTIVITES.
           PERFORM APPLIQUER-EXECUTION.
           PERFORM RECONSTRUIRE-HISTORIQUE.
           DISPLAY "COUPURE AVANT:       " YYYYMM-LIMITE.
           DISPLAY "PARTIES ARCHIVEES:   " NB-ARCHIVES.
           DISPLAY "TRAILERS ARCHIVES:   " NB-TRAILERS-ARCHIVES.
                  YYYYMM-COURANT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO NOM-FICHIER-ARCHIVE.
           MOVE SPACES TO NOM-ARCHIVE-TRAVAIL.
           STRING "assets/game_log_archive_" DELIMITED BY SIZE
                  YYYYMM-COURANT DELIMITED BY SIZE
                  "_work.txt" DELIMITED BY SIZE
                  INTO NOM-ARCHIVE-TRAVAIL.

      * NOTHING HAS BEEN WRITTEN YET. THE ARCHIVE IS ONLY APPENDED TO,
      * SO ITS WORK FILE STARTS AS A COPY OF THE MONTH'S ARCHIVE. A
      * REWRITE UNDER WAY IN ANOTHER PROGRAM SHARES THE WORK FILES, SO
      * THE RUN IS REFUSED BEFORE ANY OF THEM IS WRITTEN.
       DEMARRER-EXECUTION.
           MOVE SPACES TO REP-DETAIL.
           STRING "ARCHIVAGE DES MOIS AVANT " DELIMITED BY SIZE
                  YYYYMM-LIMITE DELIMITED BY SIZE
                  INTO REP-DETAIL.
           MOVE "D" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY "REECRITURE EN COURS DANS UN AUTRE PROGRAMME - "
                   "ARCHIVAGE REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NOM-FICHIER-ARCHIVE TO REP-FICHIER.
           MOVE NOM-ARCHIVE-TRAVAIL TO REP-TRAVAIL.
           MOVE "I" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

      * EVERY WORK FILE IS JOURNALLED, THE RUN COMMITTED, THEN THE
      * LIVE FILES REPLACED. A COMMIT REFUSED LEAVES EVERY LIVE FILE
      * AS IT WAS; AN APPLY STOPPED SHORT IS FINISHED ON THE NEXT
      * START.
       APPLIQUER-EXECUTION.
           MOVE NOM-FICHIER-ARCHIVE TO REP-FICHIER.
           MOVE NOM-ARCHIVE-TRAVAIL TO REP-TRAVAIL.
           SET REP-SANS-REPORT TO TRUE.
           PERFORM PREPARER-FICHIER.
      * GAMES FINISHED WHILE THE LOG WAS BEING SPLIT FOLLOW THE KEPT
      * RECORDS OVER.
           MOVE "assets/game_log.txt" TO REP-FICHIER.
           MOVE "assets/game_log_work.txt" TO REP-TRAVAIL.
           MOVE NB-LOG-LUS TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.
           MOVE "assets/game_log_summary.txt" TO REP-FICHIER.
           MOVE NOM-FICHIER-CUMUL TO REP-TRAVAIL.
           SET REP-SANS-REPORT TO TRUE.
           PERFORM PREPARER-FICHIER.
           MOVE "assets/player_last_seen.txt" TO REP-FICHIER.
           MOVE NOM-FICHIER-VU TO REP-TRAVAIL.
           SET REP-SANS-REPORT TO TRUE.
           PERFORM PREPARER-FICHIER.
           MOVE "V" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY "PREPARATION INCOMPLETE - ARCHIVAGE ANNULE, "
                   "AUCUN FICHIER N'A ETE TOUCHE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "A" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY "ARCHIVAGE INTERROMPU - VOIR "
                   "REWRITE_RECOVERY_REPORT.TXT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PREPARER-FICHIER.
           MOVE "P" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

      * AN EARLIER RUN - THIS PROGRAM'S OR ANOTHER'S ON THE SAME
      * FILES - LEFT UNFINISHED IS FINISHED OR ROLLED BACK BEFORE
      * ANYTHING IS READ. ONE THAT CANNOT BE FINISHED STOPS THE RUN,
      * AS DOES A REWRITE STILL UNDER WAY IN ANOTHER PROGRAM.
       REPRENDRE-EXECUTION.
           MOVE "GAMELOGARCHIVE" TO REP-PROGRAMME.
           MOVE "R" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           EVALUATE TRUE
               WHEN REP-TERMINEE
                   DISPLAY "REPRISE: EXECUTION INTERROMPUE DE "
                       FUNCTION TRIM(REP-EN-CAUSE) " TERMINEE"
               WHEN REP-ANNULEE
                   DISPLAY "REPRISE: EXECUTION INTERROMPUE DE "
                       FUNCTION TRIM(REP-EN-CAUSE) " ANNULEE"
               WHEN REP-IMPOSSIBLE
                   DISPLAY "REPRISE IMPOSSIBLE DE "
                       FUNCTION TRIM(REP-EN-CAUSE)
                       " - ARCHIVAGE REFUSE"
               WHEN REP-OCCUPE
                   DISPLAY "REECRITURE EN COURS DANS UN AUTRE "
                       "PROGRAMME - ARCHIVAGE REFUSE"
               WHEN OTHER CONTINUE
           END-EVALUATE
           IF REP-TERMINEE OR REP-ANNULEE OR REP-IMPOSSIBLE THEN
               DISPLAY "  " FUNCTION TRIM(REP-DETAIL)
               DISPLAY "  VOIR REWRITE_RECOVERY_REPORT.TXT"
           END-IF
           IF REP-IMPOSSIBLE OR REP-OCCUPE THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHARGER-CUMUL.
           MOVE SPACES TO LOG-SUMMARY-RECORD.
           OPEN OUTPUT WORK-LOG.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               ADD 1 TO NB-LOG-LUS
      * A DAILY TRAILER ("#" LINE, SEE GAMELOG.CPY) CARRIES ITS DATE
      * IN ITS OWN SLOT AND MOVES WITH ITS DAY'S RECORDS, BUT STAYS
      * OUT OF THE CARRIED-FORWARD GAME TOTALS.
           END-IF.

       ECRIRE-DERNIERES-ACTIVITES.
           MOVE "assets/player_last_seen_work.txt" TO NOM-FICHIER-VU.
           OPEN OUTPUT LAST-SEEN.
           MOVE 1 TO IDX-VU.
           PERFORM UNTIL IDX-VU > NB-VUS
           MOVE GAME-LOG-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.

      * THE INDEXED GAME HISTORY FOLLOWS THE LIVE LOG: THE ARCHIVED
      * GAMES LEAVE IT WITH THEM. THE REBUILD'S RETURN CODE IS LEFT
      * AS THE RUN'S OWN.
       RECONSTRUIRE-HISTORIQUE.
           CALL "ReconstruireHistorique".
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "ATTENTION: HISTORIQUE DES PARTIES A VERIFIER - "
                   "VOIR GAME_HISTORY_REBUILD_REPORT.TXT"
           END-IF.

       ECRIRE-CUMUL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CUMUL-DATE-ARRETE.
           MOVE "assets/game_log_summary_work.txt" TO NOM-FICHIER-CUMUL.
           OPEN OUTPUT LOG-SUMMARY.
           WRITE LOG-SUMMARY-RECORD.
           CLOSE LOG-SUMMARY.
