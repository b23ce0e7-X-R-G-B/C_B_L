       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleTotaux.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL ASSIGN TO 'assets/batch_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-CONTROLE.
           SELECT GAME-CONFIG ASSIGN TO 'assets/game_config.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO 'assets/control_exceptions_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL.
           COPY "copybooks/batchctl.cpy".

       FD GAME-CONFIG.
           COPY "copybooks/gameconfig.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-CONTROLE PIC X(2).
       77 DATE-DU-JOUR PIC X(8).
       77 DATE-LIMITE PIC X(8).
       77 DATE-LIMITE-NUM PIC 9(8).
       77 TOLERANCE-POURCENT PIC 9(2) VALUE 50.
       77 NB-NUITS-MOYENNE PIC 9(2) VALUE 7.
       77 NB-NUITS PIC 9(2).
       77 IDX-SOIR PIC 9(4).
       77 IDX-HIST PIC 9(4).
       77 IDX-ENTREE PIC 9(4).
       77 NB-LUS-CONTROLE PIC 9(7) VALUE 0.
       77 NB-ETAPES-CONTROLEES PIC 9(3) VALUE 0.
       77 NB-ETAPES-SANS-HISTORIQUE PIC 9(3) VALUE 0.
       77 NB-ECARTS PIC 9(5) VALUE 0.
       77 STATE-ENTREE-TROUVEE PIC X(1).
           88 ENTREE-TROUVEE VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".

      * THE LAST RECORD FOR EACH DATE AND STEP, IN FILE ORDER - WHICH
      * IS NIGHT ORDER, SINCE THE STEPS ONLY EVER APPEND. ONLY THE
      * LAST 120 DAYS ARE KEPT; THAT IS ALWAYS ENOUGH FOR THE WINDOW.
       01 TABLE-DES-CONTROLES.
           05 CONTROLE-T OCCURS 2000 TIMES.
               10 CT-DATE PIC X(8).
               10 CT-ETAPE PIC X(20).
               10 CT-STATUT PIC X(1).
               10 CT-LUS PIC 9(7).
               10 CT-ECRITS PIC 9(7).
               10 CT-ERREURS PIC 9(5).
       77 NB-CONTROLES PIC 9(4) VALUE 0.

      * RUNNING TOTALS OVER THE NIGHTS OF THE WINDOW FOR ONE STEP.
       77 SOMME-LUS PIC 9(9).
       77 SOMME-ECRITS PIC 9(9).
       77 SOMME-ERREURS PIC 9(9).

      * THE COUNTER BEING EVALUATED.
       77 LIBELLE-COMPTEUR PIC X(8).
       77 VALEUR-SOIR PIC 9(7).
       77 SOMME-COMPTEUR PIC 9(9).
       77 MOYENNE PIC 9(7)V99.
       77 ECART PIC S9(5)V9.
       77 ECART-ABSOLU PIC 9(5)V9.
       77 NB-ED PIC ZZZZZZ9.
       77 NB-NUITS-ED PIC Z9.
       77 MOYENNE-ED PIC ZZZZZZ9.99.
       77 ECART-ED PIC +++++9.9.
       77 TOLERANCE-ED PIC Z9.
       77 ECART-TEXTE PIC X(10).

      * RUN BY NIGHTLYCHAIN ONCE EVERY STEP HAS ENDED WELL. EACH
      * STEP'S READ, WRITTEN AND ERROR COUNTS FOR TONIGHT ARE COMPARED
      * WITH THEIR AVERAGE OVER THE STEP'S LAST SUCCESSFUL NIGHTS
      * ("H" IN GAME_CONFIG.TXT, DEFAULT 7); A GAP OF MORE THAN THE
      * TOLERANCE ("T", PERCENT, DEFAULT 50) EITHER WAY IS AN
      * EXCEPTION. ANY EXCEPTION LEAVES RETURN CODE 4.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           COMPUTE DATE-LIMITE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DATE-DU-JOUR))
               - 120).
           MOVE DATE-LIMITE-NUM TO DATE-LIMITE.
           PERFORM LIRE-CONFIG-TOLERANCE.
           PERFORM CHARGER-CONTROLES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ECRIRE-ENTETE.
           MOVE 1 TO IDX-SOIR.
           PERFORM UNTIL IDX-SOIR > NB-CONTROLES
               IF CT-DATE(IDX-SOIR) = DATE-DU-JOUR
                   AND CT-ETAPE(IDX-SOIR) NOT = "CONTROLETOTAUX" THEN
                   PERFORM COMPARER-ETAPE
               END-IF
               ADD 1 TO IDX-SOIR
           END-PERFORM.
           PERFORM ECRIRE-TOTAUX.
           CLOSE REPORT-FILE.
           PERFORM ECRIRE-CONTROLE.
           DISPLAY "ETAPES CONTROLEES:  " NB-ETAPES-CONTROLEES.
           DISPLAY "ECARTS HORS TOLERANCE: " NB-ECARTS.
           IF NB-ECARTS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       GOBACK.

       LIRE-CONFIG-TOLERANCE.
           OPEN INPUT GAME-CONFIG.
           READ GAME-CONFIG
               AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
           END-READ.
           PERFORM UNTIL FIN-DE-FICHIER-CONFIG
               EVALUATE CONFIG-PROFIL
                   WHEN "T"
                       MOVE CONFIG-NB-VIES TO TOLERANCE-POURCENT
                   WHEN "H"
                       MOVE CONFIG-NB-VIES TO NB-NUITS-MOYENNE
                   WHEN OTHER CONTINUE
               END-EVALUATE
               READ GAME-CONFIG
                   AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GAME-CONFIG.
           IF NB-NUITS-MOYENNE = 0 THEN
               MOVE 7 TO NB-NUITS-MOYENNE
           END-IF.

       CHARGER-CONTROLES.
           OPEN INPUT BATCH-CONTROL.
           IF ETAT-FICHIER-CONTROLE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-CONTROLE.
           PERFORM UNTIL FIN-DE-FICHIER-CONTROLE
               ADD 1 TO NB-LUS-CONTROLE
               IF CTL-DATE >= DATE-LIMITE
                   AND CTL-DATE <= DATE-DU-JOUR THEN
                   PERFORM RETENIR-CONTROLE
               END-IF
               PERFORM LIRE-CONTROLE
           END-PERFORM.
           CLOSE BATCH-CONTROL.

       LIRE-CONTROLE.
           READ BATCH-CONTROL
               AT END SET FIN-DE-FICHIER-CONTROLE TO TRUE
           END-READ.

      * A RESTART APPENDS A FRESH OUTCOME FOR THE SAME DATE AND STEP;
      * IT REPLACES THE EARLIER ONE IN PLACE.
       RETENIR-CONTROLE.
           MOVE "N" TO STATE-ENTREE-TROUVEE.
           MOVE NB-CONTROLES TO IDX-ENTREE.
           PERFORM UNTIL IDX-ENTREE = 0 OR ENTREE-TROUVEE
               IF CT-DATE(IDX-ENTREE) = CTL-DATE
                   AND CT-ETAPE(IDX-ENTREE) = CTL-ETAPE THEN
                   MOVE "Y" TO STATE-ENTREE-TROUVEE
               ELSE
                   SUBTRACT 1 FROM IDX-ENTREE
               END-IF
           END-PERFORM.
           IF NOT ENTREE-TROUVEE THEN
               IF NB-CONTROLES >= 2000 THEN
                   MOVE "Y" TO STATE-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-CONTROLES
               MOVE NB-CONTROLES TO IDX-ENTREE
           END-IF
           MOVE CTL-DATE TO CT-DATE(IDX-ENTREE).
           MOVE CTL-ETAPE TO CT-ETAPE(IDX-ENTREE).
           MOVE CTL-STATUT TO CT-STATUT(IDX-ENTREE).
           MOVE CTL-LUS TO CT-LUS(IDX-ENTREE).
           MOVE CTL-ECRITS TO CT-ECRITS(IDX-ENTREE).
           MOVE CTL-ERREURS TO CT-ERREURS(IDX-ENTREE).

       ECRIRE-ENTETE.
           MOVE TOLERANCE-POURCENT TO TOLERANCE-ED.
           MOVE NB-NUITS-MOYENNE TO NB-NUITS-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ECARTS SUR LES TOTAUX DE CONTROLE DU " DELIMITED
                      BY SIZE
                  DATE-DU-JOUR DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOLERANCE " DELIMITED BY SIZE
                  TOLERANCE-ED DELIMITED BY SIZE
                  "% SUR LA MOYENNE DES " DELIMITED BY SIZE
                  NB-NUITS-ED DELIMITED BY SIZE
                  " DERNIERES NUITS REUSSIES" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ETAPE                COMPTEUR CE SOIR" DELIMITED
                      BY SIZE
                  "    MOYENNE    ECART %  NUITS" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * THE WINDOW IS WALKED BACKWARDS FROM THE MOST RECENT NIGHT. A
      * FAILED NIGHT IS LEFT OUT OF THE AVERAGE - ITS COUNTS ARE NOT
      * WHAT A NORMAL NIGHT LOOKS LIKE. FEWER THAN THREE NIGHTS IS
      * NOT ENOUGH TO JUDGE BY.
       COMPARER-ETAPE.
           ADD 1 TO NB-ETAPES-CONTROLEES.
           MOVE 0 TO NB-NUITS.
           MOVE 0 TO SOMME-LUS.
           MOVE 0 TO SOMME-ECRITS.
           MOVE 0 TO SOMME-ERREURS.
           MOVE NB-CONTROLES TO IDX-HIST.
           PERFORM UNTIL IDX-HIST = 0
                   OR NB-NUITS >= NB-NUITS-MOYENNE
               IF CT-ETAPE(IDX-HIST) = CT-ETAPE(IDX-SOIR)
                   AND CT-DATE(IDX-HIST) < DATE-DU-JOUR
                   AND CT-STATUT(IDX-HIST) = "S" THEN
                   ADD 1 TO NB-NUITS
                   ADD CT-LUS(IDX-HIST) TO SOMME-LUS
                   ADD CT-ECRITS(IDX-HIST) TO SOMME-ECRITS
                   ADD CT-ERREURS(IDX-HIST) TO SOMME-ERREURS
               END-IF
               SUBTRACT 1 FROM IDX-HIST
           END-PERFORM.
           IF NB-NUITS < 3 THEN
               ADD 1 TO NB-ETAPES-SANS-HISTORIQUE
               MOVE NB-NUITS TO NB-NUITS-ED
               MOVE SPACES TO REPORT-LINE
               STRING CT-ETAPE(IDX-SOIR) DELIMITED BY SIZE
                      " HISTORIQUE INSUFFISANT (" DELIMITED BY SIZE
                      NB-NUITS-ED DELIMITED BY SIZE
                      " NUIT(S))" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "LUS" TO LIBELLE-COMPTEUR.
           MOVE CT-LUS(IDX-SOIR) TO VALEUR-SOIR.
           MOVE SOMME-LUS TO SOMME-COMPTEUR.
           PERFORM EVALUER-COMPTEUR.
           MOVE "ECRITS" TO LIBELLE-COMPTEUR.
           MOVE CT-ECRITS(IDX-SOIR) TO VALEUR-SOIR.
           MOVE SOMME-ECRITS TO SOMME-COMPTEUR.
           PERFORM EVALUER-COMPTEUR.
           MOVE "ERREURS" TO LIBELLE-COMPTEUR.
           MOVE CT-ERREURS(IDX-SOIR) TO VALEUR-SOIR.
           MOVE SOMME-ERREURS TO SOMME-COMPTEUR.
           PERFORM EVALUER-COMPTEUR.

      * A COUNTER THAT IS NORMALLY ZERO HAS NO PERCENTAGE TO SPEAK
      * OF - ANYTHING ABOVE ZERO TONIGHT IS AN EXCEPTION ON ITS OWN.
       EVALUER-COMPTEUR.
           COMPUTE MOYENNE ROUNDED = SOMME-COMPTEUR / NB-NUITS.
           IF MOYENNE = 0 THEN
               IF VALEUR-SOIR = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "   NOUVEAU" TO ECART-TEXTE
           ELSE
               COMPUTE ECART ROUNDED =
                   (VALEUR-SOIR - MOYENNE) * 100 / MOYENNE
                   ON SIZE ERROR MOVE 99999.9 TO ECART
               END-COMPUTE
               IF ECART < 0 THEN
                   COMPUTE ECART-ABSOLU = 0 - ECART
               ELSE
                   MOVE ECART TO ECART-ABSOLU
               END-IF
               IF ECART-ABSOLU <= TOLERANCE-POURCENT THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE ECART TO ECART-ED
               MOVE ECART-ED TO ECART-TEXTE
           END-IF
           ADD 1 TO NB-ECARTS.
           MOVE VALEUR-SOIR TO NB-ED.
           MOVE MOYENNE TO MOYENNE-ED.
           MOVE NB-NUITS TO NB-NUITS-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING CT-ETAPE(IDX-SOIR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-COMPTEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOYENNE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ECART-TEXTE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  NB-NUITS-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ETAPES-CONTROLEES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ETAPES CONTROLEES:       " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ETAPES-SANS-HISTORIQUE TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "SANS HISTORIQUE SUFFISANT:" DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ECARTS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ECARTS HORS TOLERANCE:   " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NB-ETAPES-CONTROLEES = 0 THEN
               MOVE "AUCUN TOTAL DE CONTROLE POUR CE SOIR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF TABLE-DEBORDEE THEN
               MOVE "ATTENTION: PLUS DE 2000 CONTROLES EN 120 JOURS, HIS
      -            "TORIQUE INCOMPLET" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * THE CHECK LEAVES ITS OWN OUTCOME LIKE ANY OTHER STEP: STEPS
      * COMPARED, EXCEPTION LINES WRITTEN, AND THE EXCEPTIONS AGAIN AS
      * ITS ERROR COUNT.
       ECRIRE-CONTROLE.
           MOVE DATE-DU-JOUR TO CTL-DATE.
           MOVE "CONTROLETOTAUX" TO CTL-ETAPE.
           MOVE "S" TO CTL-STATUT.
           MOVE NB-ETAPES-CONTROLEES TO CTL-LUS.
           MOVE NB-ECARTS TO CTL-ECRITS.
           MOVE NB-ECARTS TO CTL-ERREURS.
           OPEN EXTEND BATCH-CONTROL.
           WRITE CONTROLE-RECORD.
           CLOSE BATCH-CONTROL.
