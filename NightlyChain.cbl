       FILE-CONTROL.
           SELECT BATCH-CONTROL ASSIGN TO 'assets/batch_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDRIER ASSIGN TO 'assets/daily_word_calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-CALENDRIER.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL.
           COPY "copybooks/batchctl.cpy".

       FD CALENDRIER.
           COPY "copybooks/calendrier.cpy".

       WORKING-STORAGE SECTION.
       77 DATE-DU-JOUR PIC X(8).
       77 ETAPE-COURANTE PIC X(20).
           88 CHAINE-ARRETEE VALUE "Y".
       77 IDX-ETAPE PIC 9(1).
       77 MODE-SAUVEGARDE-CHAINE PIC X(1) VALUE "S".
       77 CODE-RETOUR-CHAINE PIC S9(4) VALUE 0.
       77 CODE-RETOUR-CONTROLE PIC S9(4) VALUE 0.
       01 TABLE-DES-ETAPES.
           05 NOM-ETAPE OCCURS 8 TIMES PIC X(20).
       77 ETAT-FICHIER-CALENDRIER PIC X(2).
       77 JOUR-AUJOURDHUI PIC 9(7).
       77 ECART-JOURS PIC S9(7).
       77 DATE-CALENDRIER-NUM PIC 9(8).
       77 IDX-JOUR PIC 9(1).
       77 NB-JOURS-FRANCAIS PIC 9(1) VALUE 0.
       77 NB-JOURS-ANGLAIS PIC 9(1) VALUE 0.
       77 STATE-ANGLAIS-PLANIFIE PIC X(1) VALUE "N".
           88 ANGLAIS-PLANIFIE VALUE "Y".
      * ONE FLAG PER DAY FOR THE NEXT SEVEN DAYS, PER POOL LANGUAGE.
       01 TABLE-DES-JOURS-PLANIFIES.
           05 JOUR-PLANIFIE OCCURS 7 TIMES.
               10 JOUR-PLANIFIE-F PIC X(1).
               10 JOUR-PLANIFIE-E PIC X(1).
           COPY "copybooks/reprise.cpy".

      * THE CHAIN RUNS THE NIGHTLY STEPS IN ORDER. EACH STEP
      * APPENDS ITS OUTCOME TO THE CONTROL FILE; A STEP ALREADY MARKED
      * NO OUTCOME AT ALL - HALTS EVERYTHING DOWNSTREAM.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           PERFORM CONTROLER-REECRITURES.
      * THE BACKUP SNAPSHOT COMES FIRST SO A BAD NIGHT CAN ALWAYS BE
      * ROLLED BACK; GAMELOGVERIFY THEN SEALS AND CHECKS THE LOG
      * BEFORE ANY STEP THAT CONSUMES IT - A GAP OR TRAILER MISMATCH
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CHAINE TERMINEE SANS INCIDENT"
               PERFORM CONTROLER-HISTORIQUE
               PERFORM CONTROLER-PARTIES-SUSPECTES
               PERFORM CONTROLER-TOTAUX
           END-IF
           PERFORM VERIFIER-CALENDRIER.
       STOP RUN.

      * A MULTI-FILE REWRITE (FUSIONJOUEURS, GAMELOGARCHIVE,
      * HOUSEKEEPING, EFFACEMENTJOUEUR) LEFT UNRESOLVED IN THE JOURNAL
      * MEANS THE MASTER FILES MAY BE HALF-CHANGED: THE CHAIN WOULD
      * SNAPSHOT, REPORT ON AND BUILD UPON THEM. IT REFUSES TO START
      * UNTIL JOURNALREPRISE (OR THE PROGRAM ITSELF) HAS FINISHED OR
      * ROLLED BACK THE RUN. A REWRITE STILL UNDER WAY IN ANOTHER
      * PROGRAM HOLDS THE JOURNAL, AND THE CHAIN IS REFUSED THE SAME.
       CONTROLER-REECRITURES.
           MOVE "NIGHTLYCHAIN" TO REP-PROGRAMME.
           MOVE "C" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF REP-OCCUPE THEN
               DISPLAY "CHAINE REFUSEE: REECRITURE EN COURS DANS UN "
                   "AUTRE PROGRAMME - RELANCER PLUS TARD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REP-NB-EN-SUSPENS > 0 THEN
               DISPLAY "CHAINE REFUSEE: REECRITURE INACHEVEE DE "
                   FUNCTION TRIM(REP-EN-CAUSE)
               DISPLAY "  " FUNCTION TRIM(REP-DETAIL)
               DISPLAY "  LANCER JOURNALREPRISE (OU "
                   FUNCTION TRIM(REP-EN-CAUSE) ") AVANT LA CHAINE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ONCE GAMELOGVERIFY HAS SEALED THE FINISHED DAYS, THE INDEXED
      * GAME HISTORY THE TERMINALS READ IS COUNTED AGAINST THE DAILY
      * TRAILERS. AN ECART IS ONLY A WARNING - THE LOG ITSELF IS
      * RIGHT, AND RECONSTRUIREHISTORIQUE BRINGS THE HISTORY BACK IN
      * LINE WITH IT. THE CALL REPLACES THE RETURN CODE, SO A
      * WARNING ALREADY RAISED TONIGHT IS PUT BACK.
       CONTROLER-HISTORIQUE.
           DISPLAY "LANCEMENT CONTROLEHISTORIQUE".
           MOVE RETURN-CODE TO CODE-RETOUR-CHAINE.
           CALL "ControleHistorique".
           MOVE RETURN-CODE TO CODE-RETOUR-CONTROLE.
           MOVE CODE-RETOUR-CHAINE TO RETURN-CODE.
           IF CODE-RETOUR-CONTROLE NOT = 0 THEN
               DISPLAY "ATTENTION: HISTORIQUE DES PARTIES EN ECART - "
                   "LANCER RECONSTRUIREHISTORIQUE"
               PERFORM SIGNALER-AVERTISSEMENT
           END-IF.

      * WITH TONIGHT'S RATINGS IN PLACE, THE LAST DAYS OF PLAY ARE
      * SCREENED FOR SUSPICIOUS GAMES. A CASE IS ONLY A WARNING -
      * NOTHING IS VOIDED - BUT A SUPERVISOR REVIEWS THE REPORT
      * BEFORE ANY STANDINGS ARE PUBLISHED. SAME RETURN-CODE
      * HANDLING AS THE HISTORY CHECK.
       CONTROLER-PARTIES-SUSPECTES.
           DISPLAY "LANCEMENT PARTIESSUSPECTES".
           MOVE RETURN-CODE TO CODE-RETOUR-CHAINE.
           CALL "PartiesSuspectes".
           MOVE RETURN-CODE TO CODE-RETOUR-CONTROLE.
           MOVE CODE-RETOUR-CHAINE TO RETURN-CODE.
           IF CODE-RETOUR-CONTROLE NOT = 0 THEN
               DISPLAY "ATTENTION: PARTIES SUSPECTES A REVOIR - "
                   "VOIR SUSPICIOUS_PLAY_REPORT.TXT"
               PERFORM SIGNALER-AVERTISSEMENT
           END-IF.

      * A CHAIN THAT RAN TO THE END HAS ITS CONTROL TOTALS COMPARED
      * WITH RECENT NIGHTS. IT COMES LAST, SO THE COUNTS THE HISTORY
      * AND SUSPICIOUS-PLAY CHECKS HAVE JUST RECORDED ARE COMPARED
      * TOO. CONTROLETOTAUX LEAVES RETURN CODE 4 WHEN ANY COUNT IS
      * OUT OF TOLERANCE - NOTHING IS UNDONE, BUT THE MORNING SHIFT
      * READS THE EXCEPTIONS REPORT FIRST. SAME RETURN-CODE HANDLING
      * AS THE HISTORY CHECK.
       CONTROLER-TOTAUX.
           DISPLAY "LANCEMENT CONTROLETOTAUX".
           MOVE RETURN-CODE TO CODE-RETOUR-CHAINE.
           CALL "ControleTotaux".
           MOVE RETURN-CODE TO CODE-RETOUR-CONTROLE.
           MOVE CODE-RETOUR-CHAINE TO RETURN-CODE.
           IF CODE-RETOUR-CONTROLE NOT = 0 THEN
               DISPLAY "ATTENTION: TOTAUX DE CONTROLE HORS TOLERANCE - "
                   "VOIR CONTROL_EXCEPTIONS_REPORT.TXT"
               PERFORM SIGNALER-AVERTISSEMENT
           END-IF.

      * THE DAILY-WORD CALENDAR SHOULD ALWAYS HAVE THE COMING WEEK
      * PLANNED. A SHORT CALENDAR IS ONLY A WARNING (RETURN CODE 4) -
      * PENDU FALLS BACK TO THE DATE FORMULA ON AN UNPLANNED DAY. THE
      * ENGLISH POOL IS ONLY CHECKED ONCE SOMEONE HAS STARTED
      * PLANNING IT.
       VERIFIER-CALENDRIER.
           MOVE SPACES TO TABLE-DES-JOURS-PLANIFIES.
           COMPUTE JOUR-AUJOURDHUI = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(DATE-DU-JOUR)).
           OPEN INPUT CALENDRIER.
           IF ETAT-FICHIER-CALENDRIER = "00" THEN
               MOVE SPACES TO CALENDRIER-RECORD
               PERFORM LIRE-CALENDRIER
               PERFORM UNTIL FIN-DE-FICHIER-CALENDRIER
                   PERFORM NOTER-JOUR-PLANIFIE
                   PERFORM LIRE-CALENDRIER
               END-PERFORM
               CLOSE CALENDRIER
           END-IF
           MOVE 0 TO NB-JOURS-FRANCAIS.
           MOVE 0 TO NB-JOURS-ANGLAIS.
           MOVE 1 TO IDX-JOUR.
           PERFORM UNTIL IDX-JOUR > 7
               IF JOUR-PLANIFIE-F(IDX-JOUR) = "Y" THEN
                   ADD 1 TO NB-JOURS-FRANCAIS
               END-IF
               IF JOUR-PLANIFIE-E(IDX-JOUR) = "Y" THEN
                   ADD 1 TO NB-JOURS-ANGLAIS
               END-IF
               ADD 1 TO IDX-JOUR
           END-PERFORM.
           IF NB-JOURS-FRANCAIS < 7 THEN
               DISPLAY "ATTENTION: CALENDRIER DES MOTS DU JOUR (F) - "
                   NB-JOURS-FRANCAIS " JOUR(S) PLANIFIE(S) SUR 7"
               PERFORM SIGNALER-AVERTISSEMENT
           END-IF
           IF ANGLAIS-PLANIFIE AND NB-JOURS-ANGLAIS < 7 THEN
               DISPLAY "ATTENTION: CALENDRIER DES MOTS DU JOUR (E) - "
                   NB-JOURS-ANGLAIS " JOUR(S) PLANIFIE(S) SUR 7"
               PERFORM SIGNALER-AVERTISSEMENT
           END-IF.

       NOTER-JOUR-PLANIFIE.
           IF CAL-LANGUE = "E" THEN
               MOVE "Y" TO STATE-ANGLAIS-PLANIFIE
           END-IF
           IF CAL-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE CAL-DATE TO DATE-CALENDRIER-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-CALENDRIER-NUM)
               NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ECART-JOURS = FUNCTION INTEGER-OF-DATE(
               DATE-CALENDRIER-NUM) - JOUR-AUJOURDHUI.
           IF ECART-JOURS < 1 OR ECART-JOURS > 7 THEN
               EXIT PARAGRAPH
           END-IF
           IF CAL-LANGUE = "E" THEN
               MOVE "Y" TO JOUR-PLANIFIE-E(ECART-JOURS)
           ELSE
               MOVE "Y" TO JOUR-PLANIFIE-F(ECART-JOURS)
           END-IF.

       LIRE-CALENDRIER.
           READ CALENDRIER
               AT END SET FIN-DE-FICHIER-CALENDRIER TO TRUE
           END-READ.

      * A HALTED CHAIN KEEPS ITS RETURN CODE 8.
       SIGNALER-AVERTISSEMENT.
           IF RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       TRAITER-ETAPE.
           PERFORM CHERCHER-CONTROLE.
           IF STATUT-TROUVE = "S" THEN
