       IDENTIFICATION DIVISION.
       PROGRAM-ID. RapportSecurite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO 'assets/security_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SECURITE.
           SELECT REPORT-FILE ASSIGN TO 'assets/security_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SECURITY-LOG.
           COPY "copybooks/securite.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(121).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-SECURITE PIC X(2).
       77 DATE-FIN PIC X(8) VALUE SPACES.
       77 DATE-DEBUT PIC X(8) VALUE SPACES.
       77 JOUR-FIN PIC 9(7) VALUE 0.
       77 DATE-TRAVAIL PIC 9(8) VALUE 0.
       77 NB-LUS PIC 9(7) VALUE 0.
       77 NB-RETENUS PIC 9(7) VALUE 0.
       77 NB-CONNEXIONS PIC 9(7) VALUE 0.
       77 NB-ECHECS PIC 9(7) VALUE 0.
       77 NB-REFUS PIC 9(7) VALUE 0.
       77 NB-MODIFICATIONS PIC 9(7) VALUE 0.
       77 IDX-OPERATEUR PIC 9(3).
       77 STATE-OPERATEUR-TROUVE PIC X(1).
           88 OPERATEUR-TROUVE VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 LIBELLE-EVENEMENT PIC X(10).
       77 NB-ED PIC ZZZZZZ9.
       77 NB-ED-2 PIC ZZZZZZ9.
       77 NB-ED-3 PIC ZZZZZZ9.
       77 NB-ED-4 PIC ZZZZZZ9.

      * ONE ROW PER CODE SEEN IN THE WEEK - FAILED SIGN-ONS INCLUDED,
      * SO A CODE NOBODY HOLDS STILL SHOWS UP WITH ITS FAILURES.
       01 TABLE-DES-OPERATEURS.
           05 OPERATEUR-T OCCURS 200 TIMES.
               10 OT-CODE PIC X(20).
               10 OT-CONNEXIONS PIC 9(7).
               10 OT-ECHECS PIC 9(7).
               10 OT-REFUS PIC 9(7).
               10 OT-MODIFICATIONS PIC 9(7).
       77 NB-OPERATEURS PIC 9(3) VALUE 0.

      * THE WEEK ENDS ON THE DAY TYPED (TODAY WHEN LEFT EMPTY) AND
      * STARTS SIX DAYS BEFORE IT.
       PROCEDURE DIVISION.
           DISPLAY "DERNIER JOUR DE LA SEMAINE (AAAAMMJJ, "
               "VIDE=AUJOURD'HUI): " WITH NO ADVANCING.
           ACCEPT DATE-FIN.
           IF DATE-FIN = SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FIN
           END-IF
           IF DATE-FIN IS NOT NUMERIC THEN
               DISPLAY "DATE INVALIDE"
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(DATE-FIN))
               NOT = 0 THEN
               DISPLAY "DATE INVALIDE"
               STOP RUN
           END-IF
           COMPUTE JOUR-FIN =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DATE-FIN)).
           COMPUTE DATE-TRAVAIL =
               FUNCTION DATE-OF-INTEGER(JOUR-FIN - 6).
           MOVE DATE-TRAVAIL TO DATE-DEBUT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ECRIRE-ENTETE.
           PERFORM LISTER-EVENEMENTS.
           PERFORM ECRIRE-TOTAUX.
           CLOSE REPORT-FILE.
           DISPLAY "EVENEMENTS LUS:     " NB-LUS.
           DISPLAY "EVENEMENTS RETENUS: " NB-RETENUS.
           IF TABLE-DEBORDEE THEN
               DISPLAY "ATTENTION: PLUS DE 200 OPERATEURS, "
                   "TOTAUX PAR OPERATEUR INCOMPLETS"
           END-IF
       STOP RUN.

       ECRIRE-ENTETE.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL DE SECURITE DU " DELIMITED BY SIZE
                  DATE-DEBUT DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  DATE-FIN DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE     HEURE  EVENEMENT  OPERATEUR            PROGRAM
      -        "ME            MOTIF / ACTION" TO REPORT-LINE.
           MOVE "OPERATEUR MODIFIE" TO REPORT-LINE(101:17).
           WRITE REPORT-LINE.

      * CONTROLEACCES ONLY EVER APPENDS, SO FILE ORDER IS ALREADY
      * CHRONOLOGICAL.
       LISTER-EVENEMENTS.
           OPEN INPUT SECURITY-LOG.
           IF ETAT-FICHIER-SECURITE NOT = "00" THEN
               MOVE "AUCUN JOURNAL DE SECURITE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-SECURITE.
           PERFORM UNTIL FIN-DE-FICHIER-SECURITE
               ADD 1 TO NB-LUS
               IF SEC-DATE >= DATE-DEBUT AND SEC-DATE <= DATE-FIN THEN
                   PERFORM RETENIR-EVENEMENT
               END-IF
               PERFORM LIRE-SECURITE
           END-PERFORM.
           CLOSE SECURITY-LOG.

       LIRE-SECURITE.
           READ SECURITY-LOG
               AT END SET FIN-DE-FICHIER-SECURITE TO TRUE
           END-READ.

       RETENIR-EVENEMENT.
           ADD 1 TO NB-RETENUS.
           EVALUATE TRUE
               WHEN SEC-CONNEXION
                   MOVE "CONNEXION" TO LIBELLE-EVENEMENT
                   ADD 1 TO NB-CONNEXIONS
               WHEN SEC-ECHEC
                   MOVE "ECHEC" TO LIBELLE-EVENEMENT
                   ADD 1 TO NB-ECHECS
               WHEN SEC-REFUS
                   MOVE "REFUS" TO LIBELLE-EVENEMENT
                   ADD 1 TO NB-REFUS
               WHEN SEC-MODIFICATION
                   MOVE "MODIF" TO LIBELLE-EVENEMENT
                   ADD 1 TO NB-MODIFICATIONS
               WHEN OTHER
                   MOVE "?" TO LIBELLE-EVENEMENT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE.
           STRING SEC-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEC-HEURE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-EVENEMENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEC-OPERATEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEC-PROGRAMME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEC-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEC-CIBLE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CUMULER-OPERATEUR.

       CUMULER-OPERATEUR.
           MOVE "N" TO STATE-OPERATEUR-TROUVE.
           MOVE 1 TO IDX-OPERATEUR.
           PERFORM UNTIL IDX-OPERATEUR > NB-OPERATEURS
                   OR OPERATEUR-TROUVE
               IF OT-CODE(IDX-OPERATEUR) = SEC-OPERATEUR THEN
                   MOVE "Y" TO STATE-OPERATEUR-TROUVE
               ELSE
                   ADD 1 TO IDX-OPERATEUR
               END-IF
           END-PERFORM.
           IF NOT OPERATEUR-TROUVE THEN
               IF NB-OPERATEURS >= 200 THEN
                   MOVE "Y" TO STATE-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NB-OPERATEURS
               MOVE NB-OPERATEURS TO IDX-OPERATEUR
               MOVE SEC-OPERATEUR TO OT-CODE(IDX-OPERATEUR)
               MOVE 0 TO OT-CONNEXIONS(IDX-OPERATEUR)
               MOVE 0 TO OT-ECHECS(IDX-OPERATEUR)
               MOVE 0 TO OT-REFUS(IDX-OPERATEUR)
               MOVE 0 TO OT-MODIFICATIONS(IDX-OPERATEUR)
           END-IF
           EVALUATE TRUE
               WHEN SEC-CONNEXION
                   ADD 1 TO OT-CONNEXIONS(IDX-OPERATEUR)
               WHEN SEC-ECHEC
                   ADD 1 TO OT-ECHECS(IDX-OPERATEUR)
               WHEN SEC-REFUS
                   ADD 1 TO OT-REFUS(IDX-OPERATEUR)
               WHEN SEC-MODIFICATION
                   ADD 1 TO OT-MODIFICATIONS(IDX-OPERATEUR)
           END-EVALUATE.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== TOTAUX PAR EVENEMENT ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-CONNEXIONS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONNEXIONS REUSSIES: " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ECHECS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONNEXIONS ECHOUEES: " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-REFUS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIONS REFUSEES:    " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-MODIFICATIONS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATEURS MODIFIES: " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== TOTAUX PAR OPERATEUR ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATEUR            CONNEXIONS   ECHECS    REFUS"
               TO REPORT-LINE.
           MOVE "MODIFS" TO REPORT-LINE(53:6).
           WRITE REPORT-LINE.
           MOVE 1 TO IDX-OPERATEUR.
           PERFORM UNTIL IDX-OPERATEUR > NB-OPERATEURS
               MOVE OT-CONNEXIONS(IDX-OPERATEUR) TO NB-ED
               MOVE OT-ECHECS(IDX-OPERATEUR) TO NB-ED-2
               MOVE OT-REFUS(IDX-OPERATEUR) TO NB-ED-3
               MOVE OT-MODIFICATIONS(IDX-OPERATEUR) TO NB-ED-4
               MOVE SPACES TO REPORT-LINE
               STRING OT-CODE(IDX-OPERATEUR) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      NB-ED-2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      NB-ED-3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      NB-ED-4 DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO IDX-OPERATEUR
           END-PERFORM.
