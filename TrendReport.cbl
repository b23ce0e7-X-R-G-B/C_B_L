       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrendReport.

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
           SELECT REPORT-FILE ASSIGN TO 'assets/trend_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-LOG PIC X(2).
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
       77 MOIS-DEBUT PIC X(6) VALUE SPACES.
       77 MOIS-FIN PIC X(6) VALUE SPACES.
       77 RANG-DEBUT PIC 9(6) VALUE 0.
       77 RANG-FIN PIC 9(6) VALUE 0.
       77 RANG-COURANT PIC 9(6) VALUE 0.
       77 RANG-ARCHIVE PIC 9(6) VALUE 0.
       77 RANG-AUJOURDHUI PIC 9(6) VALUE 0.
       77 ANNEE-TRAVAIL PIC 9(4) VALUE 0.
       77 MOIS-TRAVAIL PIC 9(2) VALUE 0.
       77 YYYYMM-TRAVAIL PIC 9(6) VALUE 0.
       77 NB-MOIS PIC 9(2) VALUE 0.
       77 NB-FICHIERS-LUS PIC 9(3) VALUE 0.
       77 NB-PARTIES-RETENUES PIC 9(7) VALUE 0.
       77 NB-PARTIES-ANNULEES PIC 9(7) VALUE 0.
       77 IDX-MOIS PIC 9(2).
       77 IDX-CASE PIC 9(2).
       77 IDX-JOUR PIC 9(1).
       77 HEURE-PARTIE PIC 9(2).
       77 JOUR-ABSOLU PIC 9(7).
       77 STATE-PLAGE-VALIDE PIC X(1) VALUE "Y".
           88 PLAGE-VALIDE VALUE "Y".
       77 STATE-CASE-UTILISEE PIC X(1).
           88 CASE-UTILISEE VALUE "Y".

      * ONE ROW PER MONTH OF THE RANGE, EACH SPLIT INTO 43 BUCKETS:
      *   1       ALL GAMES
      *   2-5     LOG-MODE 1 TO 4
      *   6-7     FRENCH / ENGLISH POOL
      *   8-10    DIFFICULTY 1 TO 3
      *   11-12   TIMED / UNTIMED
      *   13-19   MONDAY TO SUNDAY
      *   20-43   HOUR 00 TO 23
      * TWO YEARS IS THE LONGEST RANGE MANAGEMENT HAS EVER ASKED FOR.
       01 TABLE-DES-MOIS.
           05 MOIS-T OCCURS 24 TIMES.
               10 MT-YYYYMM PIC 9(6).
               10 CASE-T OCCURS 43 TIMES.
                   15 CT-PARTIES PIC 9(7).
                   15 CT-GAGNEES PIC 9(7).
                   15 CT-SCORE PIC 9(9).

       01 TABLE-DES-LIBELLES.
           05 FILLER PIC X(20) VALUE "ENSEMBLE".
           05 FILLER PIC X(20) VALUE "1 ALEATOIRE".
           05 FILLER PIC X(20) VALUE "2 OPERATEUR".
           05 FILLER PIC X(20) VALUE "3 MOT DU JOUR".
           05 FILLER PIC X(20) VALUE "4 DUEL".
           05 FILLER PIC X(20) VALUE "FRANCAIS".
           05 FILLER PIC X(20) VALUE "ANGLAIS".
           05 FILLER PIC X(20) VALUE "DIFFICULTE 1".
           05 FILLER PIC X(20) VALUE "DIFFICULTE 2".
           05 FILLER PIC X(20) VALUE "DIFFICULTE 3".
           05 FILLER PIC X(20) VALUE "SOUS CHRONOMETRE".
           05 FILLER PIC X(20) VALUE "SANS CHRONOMETRE".
           05 FILLER PIC X(20) VALUE "LUNDI".
           05 FILLER PIC X(20) VALUE "MARDI".
           05 FILLER PIC X(20) VALUE "MERCREDI".
           05 FILLER PIC X(20) VALUE "JEUDI".
           05 FILLER PIC X(20) VALUE "VENDREDI".
           05 FILLER PIC X(20) VALUE "SAMEDI".
           05 FILLER PIC X(20) VALUE "DIMANCHE".
       01 FILLER REDEFINES TABLE-DES-LIBELLES.
           05 LIBELLE-CASE OCCURS 19 TIMES PIC X(20).
       77 LIBELLE-COURANT PIC X(20).
       77 HEURE-ED PIC 99.

      * FIGURES FOR THE LINE BEING PRINTED AND FOR THE MONTH BEFORE IT.
       77 TAUX-GAIN PIC 9(3)V9 VALUE 0.
       77 TAUX-GAIN-PREC PIC 9(3)V9 VALUE 0.
       77 SCORE-MOYEN PIC 9(5)V99 VALUE 0.
       77 SCORE-MOYEN-PREC PIC 9(5)V99 VALUE 0.
       77 PARTIES-PREC PIC 9(7) VALUE 0.
       77 VARIATION PIC S9(5)V9 VALUE 0.
       77 NB-ED PIC ZZZZZZ9.
       77 TAUX-ED PIC ZZ9.9.
       77 SCORE-ED PIC ZZZZ9.99.
       77 VARIATION-ED PIC ++++9.9.
       77 VAR-PARTIES-TEXTE PIC X(8).
       77 VAR-TAUX-TEXTE PIC X(8).
       77 VAR-SCORE-TEXTE PIC X(8).

       PROCEDURE DIVISION.
           DISPLAY "PREMIER MOIS (AAAAMM): " WITH NO ADVANCING.
           ACCEPT MOIS-DEBUT.
           DISPLAY "DERNIER MOIS (AAAAMM): " WITH NO ADVANCING.
           ACCEPT MOIS-FIN.
           PERFORM PREPARER-PLAGE.
           IF NOT PLAGE-VALIDE THEN
               DISPLAY "PLAGE DE MOIS INVALIDE (24 MOIS AU PLUS)"
               STOP RUN
           END-IF
           PERFORM CHARGER-ANNULATIONS.
           PERFORM LIRE-ARCHIVES.
           MOVE "assets/game_log.txt" TO NOM-FICHIER-LOG.
           PERFORM ACCUMULER-FICHIER.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ECRIRE-RAPPORT.
           CLOSE REPORT-FILE.
           DISPLAY "FICHIERS LUS:       " NB-FICHIERS-LUS.
           DISPLAY "PARTIES RETENUES:   " NB-PARTIES-RETENUES.
           DISPLAY "PARTIES ANNULEES:   " NB-PARTIES-ANNULEES.
       STOP RUN.

      * MONTHS ARE TURNED INTO A RUNNING MONTH COUNT (YEAR * 12 +
      * MONTH - 1), THE SAME ARITHMETIC AS THE ARCHIVAL CUT-OFF, SO A
      * RANGE CAN CROSS A YEAR END.
       PREPARER-PLAGE.
           MOVE "Y" TO STATE-PLAGE-VALIDE.
           IF MOIS-DEBUT IS NOT NUMERIC OR MOIS-FIN IS NOT NUMERIC
               OR MOIS-DEBUT(5:2) < "01" OR MOIS-DEBUT(5:2) > "12"
               OR MOIS-FIN(5:2) < "01" OR MOIS-FIN(5:2) > "12" THEN
               MOVE "N" TO STATE-PLAGE-VALIDE
               EXIT PARAGRAPH
           END-IF
           MOVE MOIS-DEBUT TO YYYYMM-TRAVAIL.
           PERFORM CALCULER-RANG.
           MOVE RANG-COURANT TO RANG-DEBUT.
           MOVE MOIS-FIN TO YYYYMM-TRAVAIL.
           PERFORM CALCULER-RANG.
           MOVE RANG-COURANT TO RANG-FIN.
           IF RANG-FIN < RANG-DEBUT
               OR RANG-FIN - RANG-DEBUT > 23 THEN
               MOVE "N" TO STATE-PLAGE-VALIDE
               EXIT PARAGRAPH
           END-IF
           COMPUTE NB-MOIS = RANG-FIN - RANG-DEBUT + 1.
           INITIALIZE TABLE-DES-MOIS.
           MOVE 1 TO IDX-MOIS.
           PERFORM UNTIL IDX-MOIS > NB-MOIS
               COMPUTE RANG-COURANT = RANG-DEBUT + IDX-MOIS - 1
               PERFORM CALCULER-YYYYMM
               MOVE YYYYMM-TRAVAIL TO MT-YYYYMM(IDX-MOIS)
               ADD 1 TO IDX-MOIS
           END-PERFORM.

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

      * GAMELOGARCHIVE NAMES EACH ARCHIVE AFTER THE MONTH IT RAN, AND
      * ONLY EVER MOVES GAMES OLDER THAN THAT MONTH - SO A GAME OF THE
      * FIRST REQUESTED MONTH CAN BE IN ANY ARCHIVE FROM THAT MONTH UP
      * TO TODAY, AND NONE BEFORE. EACH ONE FOUND IS READ IN FULL AND
      * FILTERED ON LOG-DATE; A MONTH WITH NO ARCHIVAL RUN SIMPLY HAS
      * NO FILE.
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
           ADD 1 TO NB-FICHIERS-LUS.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER AND LOG-DATE IS NUMERIC THEN
                   IF PARTIE-ANNULEE THEN
                       ADD 1 TO NB-PARTIES-ANNULEES
                   ELSE
                       PERFORM RETENIR-PARTIE
                   END-IF
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

      * RECORDS FROM BEFORE A FIELD EXISTED READ BACK AS SPACES AND
      * FALL IN THE SAME DEFAULT BUCKET THE OTHER REPORTS USE: FRENCH,
      * DIFFICULTY 1, UNTIMED. A GAME WITH NO USABLE MODE OR HOUR
      * STILL COUNTS IN THE OTHER BREAKDOWNS.
       RETENIR-PARTIE.
           MOVE LOG-DATE(1:6) TO YYYYMM-TRAVAIL.
           PERFORM CALCULER-RANG.
           IF RANG-COURANT < RANG-DEBUT OR RANG-COURANT > RANG-FIN THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE IDX-MOIS = RANG-COURANT - RANG-DEBUT + 1.
           ADD 1 TO NB-PARTIES-RETENUES.
           MOVE 1 TO IDX-CASE.
           PERFORM CUMULER-CASE.
           IF LOG-MODE >= "1" AND LOG-MODE <= "4" THEN
               COMPUTE IDX-CASE = 1 + FUNCTION NUMVAL(LOG-MODE)
               PERFORM CUMULER-CASE
           END-IF
           IF LOG-LANGUE-ANGLAISE THEN
               MOVE 7 TO IDX-CASE
           ELSE
               MOVE 6 TO IDX-CASE
           END-IF
           PERFORM CUMULER-CASE.
           EVALUATE LOG-DIFFICULTE
               WHEN "2" MOVE 9 TO IDX-CASE
               WHEN "3" MOVE 10 TO IDX-CASE
               WHEN OTHER MOVE 8 TO IDX-CASE
           END-EVALUATE
           PERFORM CUMULER-CASE.
           IF LOG-SOUS-CHRONO THEN
               MOVE 11 TO IDX-CASE
           ELSE
               MOVE 12 TO IDX-CASE
           END-IF
           PERFORM CUMULER-CASE.
      * DAY 1 OF THE INTEGER-OF-DATE CALENDAR (1 JANUARY 1601) WAS A
      * MONDAY, SO THE REMAINDER BY 7 GIVES 0 FOR MONDAY.
           COMPUTE JOUR-ABSOLU =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LOG-DATE)).
           COMPUTE IDX-JOUR = FUNCTION MOD(JOUR-ABSOLU - 1, 7).
           COMPUTE IDX-CASE = 13 + IDX-JOUR.
           PERFORM CUMULER-CASE.
           IF LOG-HEURE(1:2) IS NUMERIC THEN
               MOVE LOG-HEURE(1:2) TO HEURE-PARTIE
               IF HEURE-PARTIE < 24 THEN
                   COMPUTE IDX-CASE = 20 + HEURE-PARTIE
                   PERFORM CUMULER-CASE
               END-IF
           END-IF.

       CUMULER-CASE.
           ADD 1 TO CT-PARTIES(IDX-MOIS, IDX-CASE).
           IF LOG-GAGNE THEN
               ADD 1 TO CT-GAGNEES(IDX-MOIS, IDX-CASE)
           END-IF
           ADD LOG-SCORE TO CT-SCORE(IDX-MOIS, IDX-CASE).

      * ONE BLOCK PER BUCKET, ONE LINE PER MONTH, EACH MONTH COMPARED
      * WITH THE ONE ABOVE IT. A BUCKET NOBODY PLAYED IN ACROSS THE
      * WHOLE RANGE (THE NIGHT HOURS, USUALLY) IS LEFT OUT.
       ECRIRE-RAPPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TENDANCES MENSUELLES DU " DELIMITED BY SIZE
                  MOIS-DEBUT DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  MOIS-FIN DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX-CASE.
           PERFORM UNTIL IDX-CASE > 43
               EVALUATE IDX-CASE
                   WHEN 2 MOVE "PAR MODE DE JEU" TO LIBELLE-COURANT
                       PERFORM ECRIRE-TITRE-SECTION
                   WHEN 6 MOVE "PAR LANGUE" TO LIBELLE-COURANT
                       PERFORM ECRIRE-TITRE-SECTION
                   WHEN 8 MOVE "PAR DIFFICULTE" TO LIBELLE-COURANT
                       PERFORM ECRIRE-TITRE-SECTION
                   WHEN 11 MOVE "CHRONOMETRE" TO LIBELLE-COURANT
                       PERFORM ECRIRE-TITRE-SECTION
                   WHEN 13 MOVE "PAR JOUR DE SEMAINE" TO LIBELLE-COURANT
                       PERFORM ECRIRE-TITRE-SECTION
                   WHEN 20 MOVE "PAR HEURE" TO LIBELLE-COURANT
                       PERFORM ECRIRE-TITRE-SECTION
               END-EVALUATE
               PERFORM ECRIRE-BLOC-CASE
               ADD 1 TO IDX-CASE
           END-PERFORM.

       ECRIRE-TITRE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "=== " DELIMITED BY SIZE
                  FUNCTION TRIM(LIBELLE-COURANT) DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       ECRIRE-BLOC-CASE.
           MOVE "N" TO STATE-CASE-UTILISEE.
           MOVE 1 TO IDX-MOIS.
           PERFORM UNTIL IDX-MOIS > NB-MOIS
               IF CT-PARTIES(IDX-MOIS, IDX-CASE) > 0 THEN
                   MOVE "Y" TO STATE-CASE-UTILISEE
               END-IF
               ADD 1 TO IDX-MOIS
           END-PERFORM.
           IF NOT CASE-UTILISEE THEN
               EXIT PARAGRAPH
           END-IF
           IF IDX-CASE > 19 THEN
               COMPUTE HEURE-ED = IDX-CASE - 20
               MOVE SPACES TO LIBELLE-COURANT
               STRING HEURE-ED DELIMITED BY SIZE
                      "H" DELIMITED BY SIZE
                      INTO LIBELLE-COURANT
           ELSE
               MOVE LIBELLE-CASE(IDX-CASE) TO LIBELLE-COURANT
           END-IF
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LIBELLE-COURANT TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  MOIS    PARTIES     VAR%  %GAIN  VAR PTS  SCORE MOY
      -        "     VAR%" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO PARTIES-PREC.
           MOVE 0 TO TAUX-GAIN-PREC.
           MOVE 0 TO SCORE-MOYEN-PREC.
           MOVE 1 TO IDX-MOIS.
           PERFORM UNTIL IDX-MOIS > NB-MOIS
               PERFORM ECRIRE-LIGNE-MOIS
               ADD 1 TO IDX-MOIS
           END-PERFORM.

      * THE CHANGE COLUMNS READ "--" WHEN THERE IS NOTHING TO COMPARE
      * WITH: THE FIRST MONTH OF THE RANGE, OR A MONTH FOLLOWING ONE
      * WITH NO GAMES IN THE BUCKET. THE WIN RATE MOVES IN POINTS,
      * GAMES AND AVERAGE SCORE IN PERCENT.
       ECRIRE-LIGNE-MOIS.
           MOVE 0 TO TAUX-GAIN.
           MOVE 0 TO SCORE-MOYEN.
           IF CT-PARTIES(IDX-MOIS, IDX-CASE) > 0 THEN
               COMPUTE TAUX-GAIN ROUNDED =
                   CT-GAGNEES(IDX-MOIS, IDX-CASE) * 100
                   / CT-PARTIES(IDX-MOIS, IDX-CASE)
               COMPUTE SCORE-MOYEN ROUNDED =
                   CT-SCORE(IDX-MOIS, IDX-CASE)
                   / CT-PARTIES(IDX-MOIS, IDX-CASE)
           END-IF
           MOVE "      --" TO VAR-PARTIES-TEXTE.
           MOVE "      --" TO VAR-TAUX-TEXTE.
           MOVE "      --" TO VAR-SCORE-TEXTE.
           IF IDX-MOIS > 1 AND PARTIES-PREC > 0 THEN
               COMPUTE VARIATION ROUNDED =
                   (CT-PARTIES(IDX-MOIS, IDX-CASE) - PARTIES-PREC)
                   * 100 / PARTIES-PREC
               MOVE VARIATION TO VARIATION-ED
               MOVE VARIATION-ED TO VAR-PARTIES-TEXTE
               IF CT-PARTIES(IDX-MOIS, IDX-CASE) > 0 THEN
                   COMPUTE VARIATION = TAUX-GAIN - TAUX-GAIN-PREC
                   MOVE VARIATION TO VARIATION-ED
                   MOVE VARIATION-ED TO VAR-TAUX-TEXTE
                   IF SCORE-MOYEN-PREC > 0 THEN
                       COMPUTE VARIATION ROUNDED =
                           (SCORE-MOYEN - SCORE-MOYEN-PREC)
                           * 100 / SCORE-MOYEN-PREC
                       MOVE VARIATION TO VARIATION-ED
                       MOVE VARIATION-ED TO VAR-SCORE-TEXTE
                   END-IF
               END-IF
           END-IF
           MOVE CT-PARTIES(IDX-MOIS, IDX-CASE) TO NB-ED.
           MOVE TAUX-GAIN TO TAUX-ED.
           MOVE SCORE-MOYEN TO SCORE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  MT-YYYYMM(IDX-MOIS) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAR-PARTIES-TEXTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TAUX-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAR-TAUX-TEXTE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SCORE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAR-SCORE-TEXTE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CT-PARTIES(IDX-MOIS, IDX-CASE) TO PARTIES-PREC.
           MOVE TAUX-GAIN TO TAUX-GAIN-PREC.
           MOVE SCORE-MOYEN TO SCORE-MOYEN-PREC.

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
