       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalReprise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-INTENTIONS
               ASSIGN TO 'assets/rewrite_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-JOURNAL.
           SELECT REPORT-FILE
               ASSIGN TO 'assets/rewrite_recovery_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-RAPPORT.
           SELECT FICHIER-SOURCE ASSIGN TO NOM-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-SOURCE.
           SELECT FICHIER-CIBLE ASSIGN TO NOM-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-CIBLE.
           SELECT FICHIER-SUITE
               ASSIGN TO 'assets/rewrite_journal_tail.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-SUITE.
      * ONE REWRITE AT A TIME: HELD FROM A RUN'S "D" UNTIL ITS "A"
      * ENDS OR ITS "V" IS REFUSED, AND BY "R", "C" AND THE CONSOLE
      * WHILE THEY READ THE JOURNAL - SEE PRENDRE-VERROU-JOURNAL.
           SELECT VERROU-JOURNAL ASSIGN TO 'assets/rewrite_journal.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-VERROU-JOURNAL.
      * THE REGISTRY LOCK PENDU AND LISTEDESJOUEURS TAKE, HELD WHILE
      * AN INTERRUPTED RUN IS RESOLVED - SEE PRENDRE-VERROU-REGISTRE.
           SELECT VERROU-REGISTRE ASSIGN TO 'assets/player_registry.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-VERROU-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-INTENTIONS.
           COPY "copybooks/intention.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

      * THE COPY MOVES WHOLE LINES, AS IN ASSETSBACKUP; THE WIDE
      * BUFFER IS SAFE FOR EVERY FILE THE BATCHES REWRITE, AND LINE
      * SEQUENTIAL TRIMS THE TRAILING SPACES BACK OFF ON THE WAY OUT.
       FD FICHIER-SOURCE.
       01 LIGNE-SOURCE.
           88 FIN-DE-FICHIER-SOURCE   VALUE HIGH-VALUES.
           05 SOURCE-DATA             PIC X(200).

       FD FICHIER-CIBLE.
       01 LIGNE-CIBLE.
           05 CIBLE-DATA              PIC X(200).

      * THE LINES APPENDED TO A LIVE FILE SINCE ITS WORK FILE WAS
      * BUILT, HELD HERE WHILE THE WORK FILE IS COPIED OVER IT.
       FD FICHIER-SUITE.
       01 LIGNE-SUITE.
           88 FIN-DE-FICHIER-SUITE    VALUE HIGH-VALUES.
           05 SUITE-DATA              PIC X(200).

       FD VERROU-JOURNAL.
       01 LIGNE-VERROU-JOURNAL PIC X(1).

       FD VERROU-REGISTRE.
       01 LIGNE-VERROU-REGISTRE PIC X(1).

       WORKING-STORAGE SECTION.
       77 DATE-DU-JOUR PIC X(8).
       77 HEURE-DU-JOUR PIC X(6).
       77 ETAT-JOURNAL PIC X(2) VALUE "00".
       77 ETAT-RAPPORT PIC X(2) VALUE "00".
       77 ETAT-SOURCE PIC X(2) VALUE "00".
       77 ETAT-CIBLE PIC X(2) VALUE "00".
       77 ETAT-SUITE PIC X(2) VALUE "00".
       77 NOM-FICHIER-SUITE PIC X(60)
           VALUE "assets/rewrite_journal_tail.txt".
       77 NOM-SOURCE PIC X(60) VALUE SPACES.
       77 NOM-CIBLE PIC X(60) VALUE SPACES.
       77 NB-LIGNES PIC 9(7) VALUE 0.
      * LINES OF THE SOURCE LEFT OUT OF A COPY, FROM THE TOP.
       77 NB-A-SAUTER PIC 9(7) VALUE 0.
       77 NB-SAUTEES PIC 9(7) VALUE 0.
       77 NB-ED PIC ZZZZZZ9.
       77 NB-ED-2 PIC ZZZZZZ9.
       77 STATE-SOURCE-ABSENTE PIC X(1).
           88 SOURCE-ABSENTE VALUE "Y".
       77 STATE-MODE-DIRECT PIC X(1) VALUE "N".
           88 MODE-DIRECT VALUE "Y".
       77 REPONSE-ABANDON PIC X(1).
           88 ABANDON-CONFIRME VALUE "O".
       77 ETAT-VERROU-JOURNAL PIC X(2) VALUE "00".
       77 ETAT-VERROU-REGISTRE PIC X(2) VALUE "00".
       77 STATE-VERROU-JOURNAL PIC X(1) VALUE "N".
           88 VERROU-JOURNAL-PRIS VALUE "Y".
       77 STATE-VERROU-REGISTRE PIC X(1) VALUE "N".
           88 VERROU-REGISTRE-PRIS VALUE "Y".
       77 NB-TENTATIVES PIC 9(2) VALUE 0.
       77 ATTENTE-SECONDES PIC 9(1) VALUE 1.

      * THE RUN IN PROGRESS IN THE CALLING PROGRAM, FROM ITS "D" TO
      * ITS "A" - EVERY RECORD IN BETWEEN CARRIES THE SAME TAG.
       77 PROGRAMME-EN-COURS PIC X(20) VALUE SPACES.
       77 EXECUTION-EN-COURS PIC X(14) VALUE SPACES.
       77 STATE-PREPARATION PIC X(1) VALUE "O".
           88 PREPARATION-INCOMPLETE VALUE "N".
      * SET WHEN THE "D" FOUND ANOTHER RUN UNDER WAY: THE CALLER'S
      * "P", "I", "V" AND "A" ARE THEN REFUSED WITHOUT A TRACE.
       77 STATE-EXECUTION-REFUSEE PIC X(1) VALUE "N".
           88 EXECUTION-REFUSEE VALUE "Y".

      * THE RUN BEING RESOLVED OR APPLIED, AND HOW IT WENT.
       77 PROGRAMME-EN-CAUSE PIC X(20) VALUE SPACES.
       77 EXECUTION-EN-CAUSE PIC X(14) VALUE SPACES.
       77 DETAIL-EN-CAUSE PIC X(60) VALUE SPACES.
       77 ISSUE-EXECUTION PIC X(1) VALUE SPACE.
       77 ISSUE-GLOBALE PIC X(1) VALUE SPACE.
       77 NB-RESOLUS PIC 9(3) VALUE 0.
       77 NB-RESTANTS PIC 9(3) VALUE 0.
       77 NB-ECARTS PIC 9(3) VALUE 0.
       77 NB-APPLIQUES PIC 9(3) VALUE 0.
       77 STATE-LOG-REECRIT PIC X(1) VALUE "N".
           88 LOG-REECRIT VALUE "Y".
       77 CODE-RECONSTRUCTION PIC 9(2) VALUE 0.

      * THE RUNS STARTED BUT NEVER CLOSED, AS FOUND IN THE JOURNAL. A
      * SLOT IS FREED WHEN ITS RUN CLOSES - THE BATCHES REFUSE TO
      * START OVER AN OPEN RUN, SO THERE IS NORMALLY ONE AT MOST.
       01 TABLE-DES-EXECUTIONS.
           05 EXECUTION-T OCCURS 50 TIMES.
               10 EX-PROGRAMME PIC X(20).
               10 EX-EXECUTION PIC X(14).
               10 EX-DETAIL PIC X(60).
               10 EX-VALIDEE PIC X(1).
               10 EX-OUVERTE PIC X(1).
       77 NB-EXECUTIONS PIC 9(2) VALUE 0.
       77 IDX-EXEC PIC 9(2).
       77 IDX-TROUVE PIC 9(2).

      * THE FILES OF ONE RUN: EVERY "P" PAIR, MARKED ONCE ITS "E" IS
      * FOUND. HOUSEKEEPING CAN EMPTY A CHECKPOINT PER PLAYER (500)
      * ON TOP OF THE REGISTRY, HENCE THE SIZE.
       01 TABLE-DES-FICHIERS.
           05 FICHIER-T OCCURS 600 TIMES.
               10 FT-FICHIER PIC X(60).
               10 FT-TRAVAIL PIC X(60).
               10 FT-NB PIC 9(7).
               10 FT-ECRIT PIC X(1).
               10 FT-NB-SOURCE PIC 9(7).
               10 FT-NB-SUITE PIC 9(7).
               10 FT-SUITE-PRISE PIC X(1).
       77 NB-FICHIERS PIC 9(3) VALUE 0.
       77 IDX-FICHIER PIC 9(3).
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".

       LINKAGE SECTION.
           COPY "copybooks/reprise.cpy".

      * CALLED BY THE BATCHES THAT REWRITE SEVERAL MASTER FILES IN ONE
      * RUN (FUSIONJOUEURS, GAMELOGARCHIVE, HOUSEKEEPING,
      * EFFACEMENTJOUEUR, CHARGECOHORTE). EACH RUN
      * WRITES ALL ITS NEW FILES TO WORK FILES, JOURNALS EVERY PAIR,
      * COMMITS, AND ONLY THEN COPIES THE WORK FILES OVER THE LIVE
      * ONES - SO A RUN CUT SHORT BEFORE ITS COMMIT HAS CHANGED
      * NOTHING AND IS ROLLED BACK, AND ONE CUT SHORT AFTER IT IS
      * FINISHED FROM ITS WORK FILES ON THE NEXT START. RUN STANDALONE
      * (NOTHING PASSED) IT RESOLVES EVERY OPEN RUN ON THE CONSOLE.
      * EVERY RESOLUTION GOES TO ASSETS/REWRITE_RECOVERY_REPORT.TXT.
      * THE RUNS SHARE WORK FILES AND THE TAIL FILE, AND A RUN WITH NO
      * CLOSING RECORD IS ONLY INTERRUPTED IF NOBODY IS STILL DOING
      * IT: THE JOURNAL LOCK LETS ONE RUN THROUGH AT A TIME, AND A
      * RESOLUTION WAITS FOR IT OR IS REFUSED (REP-OCCUPE).
       PROCEDURE DIVISION USING ZONE-REPRISE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-DU-JOUR.
           IF ADDRESS OF ZONE-REPRISE = NULL THEN
               PERFORM REPRENDRE-EN-DIRECT
               GOBACK
           END-IF
           MOVE "O" TO REP-STATUT.
           IF EXECUTION-REFUSEE AND NOT REP-DEBUT
               AND NOT REP-REPRENDRE AND NOT REP-CONTROLER THEN
               MOVE "N" TO REP-STATUT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN REP-REPRENDRE
                   PERFORM REPRENDRE
               WHEN REP-DEBUT
                   PERFORM DEMARRER
               WHEN REP-PREPARER
                   PERFORM PREPARER
               WHEN REP-VALIDER
                   PERFORM VALIDER
               WHEN REP-APPLIQUER
                   PERFORM APPLIQUER
               WHEN REP-CONTROLER
                   PERFORM CONTROLER
               WHEN REP-INITIALISER
                   PERFORM INITIALISER-TRAVAIL
               WHEN OTHER
                   MOVE "N" TO REP-STATUT
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
       GOBACK.

      * RUN BY HAND: AN OPEN RUN THAT CANNOT BE FINISHED (A WORK FILE
      * LOST OR SHORT) CAN ONLY BE CLEARED ONCE THE FILES HAVE BEEN
      * PUT BACK BY AN ASSETSBACKUP RESTORE - THE OPERATOR IS ASKED
      * TO CONFIRM THAT BEFORE IT IS MARKED ABANDONED.
       REPRENDRE-EN-DIRECT.
           MOVE "Y" TO STATE-MODE-DIRECT.
           DISPLAY "REPRISE DES REECRITURES INTERROMPUES".
           PERFORM PRENDRE-VERROUS-REPRISE.
           IF NOT VERROU-JOURNAL-PRIS THEN
               DISPLAY "REECRITURE OU REGISTRE EN COURS D'UTILISATION "
                   "- RELANCER PLUS TARD"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOUDRE-EN-SUSPENS.
           PERFORM RENDRE-VERROU-JOURNAL.
           PERFORM RENDRE-VERROU-REGISTRE.
           IF NB-RESOLUS = 0 AND NB-RESTANTS = 0 THEN
               DISPLAY "AUCUNE REECRITURE EN SUSPENS"
           ELSE
               DISPLAY "EXECUTIONS RESOLUES:  " NB-RESOLUS
               DISPLAY "EXECUTIONS EN SUSPENS: " NB-RESTANTS
           END-IF
           IF NB-RESTANTS > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * THE CALLER MUST NOT HOLD THE REGISTRY LOCK: IT IS TAKEN HERE,
      * SO A RUN ROLLED FORWARD CANNOT CROSS A PIN LOCKOUT OR A
      * REGISTRATION MADE WHILE IT IS COPIED.
       REPRENDRE.
           PERFORM PRENDRE-VERROUS-REPRISE.
           IF NOT VERROU-JOURNAL-PRIS THEN
               MOVE "E" TO REP-ISSUE
               MOVE 0 TO REP-NB-EN-SUSPENS
               MOVE SPACES TO REP-EN-CAUSE
               MOVE SPACES TO REP-DETAIL
               MOVE "N" TO REP-STATUT
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOUDRE-EN-SUSPENS.
           PERFORM RENDRE-VERROU-JOURNAL.
           PERFORM RENDRE-VERROU-REGISTRE.
           MOVE ISSUE-GLOBALE TO REP-ISSUE.
           MOVE NB-RESTANTS TO REP-NB-EN-SUSPENS.
           MOVE PROGRAMME-EN-CAUSE TO REP-EN-CAUSE.
           MOVE DETAIL-EN-CAUSE TO REP-DETAIL.
           IF REP-IMPOSSIBLE THEN
               MOVE "N" TO REP-STATUT
           END-IF.

      * THE NIGHTLY CHAIN ASKS BEFORE ITS FIRST STEP. A RUN UNDER WAY
      * ELSEWHERE IS ANSWERED WITH REP-OCCUPE.
       CONTROLER.
           MOVE 0 TO REP-NB-EN-SUSPENS.
           MOVE SPACES TO REP-EN-CAUSE.
           MOVE SPACES TO REP-DETAIL.
           MOVE SPACE TO REP-ISSUE.
           PERFORM PRENDRE-VERROU-JOURNAL.
           IF NOT VERROU-JOURNAL-PRIS THEN
               MOVE "E" TO REP-ISSUE
               MOVE "N" TO REP-STATUT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-EN-SUSPENS.
           PERFORM RENDRE-VERROU-JOURNAL.
           MOVE 1 TO IDX-EXEC.
           PERFORM UNTIL IDX-EXEC > NB-EXECUTIONS
               IF EX-OUVERTE(IDX-EXEC) = "O" THEN
                   IF REP-NB-EN-SUSPENS = 0 THEN
                       MOVE EX-PROGRAMME(IDX-EXEC) TO REP-EN-CAUSE
                       MOVE EX-DETAIL(IDX-EXEC) TO REP-DETAIL
                   END-IF
                   ADD 1 TO REP-NB-EN-SUSPENS
               END-IF
               ADD 1 TO IDX-EXEC
           END-PERFORM.

      * THE JOURNAL LOCK IS KEPT UNTIL THE RUN ENDS. WITHOUT IT THE
      * RUN IS REFUSED BEFORE ANYTHING IS JOURNALLED, AND THE CALLER
      * MUST NOT WRITE A SINGLE WORK FILE.
       DEMARRER.
           MOVE "N" TO STATE-EXECUTION-REFUSEE.
           PERFORM PRENDRE-VERROU-JOURNAL.
           IF NOT VERROU-JOURNAL-PRIS THEN
               MOVE "Y" TO STATE-EXECUTION-REFUSEE
               MOVE "N" TO REP-STATUT
               EXIT PARAGRAPH
           END-IF
           MOVE REP-PROGRAMME TO PROGRAMME-EN-COURS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXECUTION-EN-COURS.
           MOVE "O" TO STATE-PREPARATION.
           MOVE SPACES TO INT-FICHIER.
           MOVE SPACES TO INT-TRAVAIL.
           MOVE 0 TO INT-NB-LIGNES.
           MOVE REP-DETAIL TO INT-DETAIL.
           MOVE 0 TO INT-NB-SOURCE.
           MOVE "D" TO INT-TYPE.
           PERFORM ECRIRE-INTENTION.

      * THE WORK FILE IS COUNTED NOW, WHILE IT IS KNOWN GOOD; THE
      * COUNT IS WHAT A RECOVERY CHECKS IT AGAINST BEFORE COPYING IT
      * OVER A LIVE FILE. A WORK FILE THAT IS NOT THERE SPOILS THE
      * RUN, AND THE COMMIT WILL BE REFUSED.
       PREPARER.
           MOVE 0 TO NB-LIGNES.
           IF REP-TRAVAIL NOT = SPACES THEN
               MOVE REP-TRAVAIL TO NOM-SOURCE
               PERFORM COMPTER-FICHIER
               IF SOURCE-ABSENTE THEN
                   MOVE "N" TO STATE-PREPARATION
                   MOVE "N" TO REP-STATUT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE REP-FICHIER TO INT-FICHIER.
           MOVE REP-TRAVAIL TO INT-TRAVAIL.
           MOVE NB-LIGNES TO INT-NB-LIGNES.
           MOVE SPACES TO INT-DETAIL.
           IF REP-TRAVAIL = SPACES THEN
               MOVE 9999999 TO INT-NB-SOURCE
           ELSE
               MOVE REP-NB-SOURCE TO INT-NB-SOURCE
           END-IF
           MOVE "P" TO INT-TYPE.
           PERFORM ECRIRE-INTENTION.

       VALIDER.
           MOVE SPACES TO INT-FICHIER.
           MOVE SPACES TO INT-TRAVAIL.
           MOVE 0 TO INT-NB-LIGNES.
           MOVE 0 TO INT-NB-SOURCE.
           IF PREPARATION-INCOMPLETE THEN
               MOVE "ANNULEE - PREPARATION INCOMPLETE" TO INT-DETAIL
               MOVE "R" TO INT-TYPE
               PERFORM ECRIRE-INTENTION
               MOVE "N" TO REP-STATUT
               PERFORM RENDRE-VERROU-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INT-DETAIL.
           MOVE "V" TO INT-TYPE.
           PERFORM ECRIRE-INTENTION.

      * THE WORK FILES ARE RECOUNTED ONE LAST TIME; A SHORT ONE STOPS
      * THE APPLY BEFORE ANY LIVE FILE IS TOUCHED, AND THE RUN STAYS
      * OPEN FOR THE NEXT START TO DEAL WITH. EITHER WAY THE JOURNAL
      * LOCK IS GIVEN UP.
       APPLIQUER.
           MOVE PROGRAMME-EN-COURS TO PROGRAMME-EN-CAUSE.
           MOVE EXECUTION-EN-COURS TO EXECUTION-EN-CAUSE.
           PERFORM CHARGER-FICHIERS-EXECUTION.
           PERFORM VERIFIER-FICHIERS.
           IF NB-ECARTS > 0 THEN
               MOVE "N" TO REP-STATUT
               PERFORM RENDRE-VERROU-JOURNAL
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLIQUER-FICHIERS.
           MOVE SPACES TO INT-FICHIER.
           MOVE SPACES TO INT-TRAVAIL.
           MOVE NB-APPLIQUES TO INT-NB-LIGNES.
           MOVE SPACES TO INT-DETAIL.
           MOVE 0 TO INT-NB-SOURCE.
           MOVE "T" TO INT-TYPE.
           PERFORM ECRIRE-INTENTION.
           PERFORM RENDRE-VERROU-JOURNAL.

      * A FILE THE RUN ONLY APPENDS TO (THE MERGE LOG, THE MONTH'S
      * ARCHIVE) IS STILL REPLACED WHOLE, SO A RECOVERY CAN COPY IT
      * AGAIN WITHOUT DOUBLING ANYTHING: THE WORK FILE STARTS AS A
      * COPY OF THE LIVE ONE AND THE CALLER APPENDS TO THAT.
       INITIALISER-TRAVAIL.
           MOVE REP-FICHIER TO NOM-SOURCE.
           MOVE REP-TRAVAIL TO NOM-CIBLE.
           MOVE 0 TO NB-A-SAUTER.
           PERFORM COPIER-FICHIER.
           IF SOURCE-ABSENTE THEN
               OPEN OUTPUT FICHIER-CIBLE
               CLOSE FICHIER-CIBLE
           END-IF.

      * EVERY OPEN RUN, WHICHEVER PROGRAM LEFT IT - THE FILES ARE
      * SHARED, AND A RUN LEFT HANGING WOULD LATER COPY ITS WORK
      * FILES OVER WHATEVER ANOTHER PROGRAM HAD DONE SINCE.
       RESOUDRE-EN-SUSPENS.
           MOVE SPACE TO ISSUE-GLOBALE.
           MOVE 0 TO NB-RESOLUS.
           MOVE 0 TO NB-RESTANTS.
           MOVE SPACES TO PROGRAMME-EN-CAUSE.
           MOVE SPACES TO DETAIL-EN-CAUSE.
           PERFORM CHARGER-EN-SUSPENS.
           MOVE 1 TO IDX-EXEC.
           PERFORM UNTIL IDX-EXEC > NB-EXECUTIONS
               IF EX-OUVERTE(IDX-EXEC) = "O" THEN
                   PERFORM RESOUDRE-EXECUTION
               END-IF
               ADD 1 TO IDX-EXEC
           END-PERFORM.

      * BEFORE ITS "V" THE RUN HAD ONLY WRITTEN WORK FILES: IT IS
      * ROLLED BACK BY CLOSING IT. AFTER ITS "V" IT IS ROLLED FORWARD
      * - THE FILES WITHOUT AN "E" ARE COPIED FROM THEIR WORK FILES,
      * ONCE EVERY ONE OF THEM HAS BEEN RECOUNTED.
       RESOUDRE-EXECUTION.
           MOVE EX-PROGRAMME(IDX-EXEC) TO PROGRAMME-EN-CAUSE.
           MOVE EX-EXECUTION(IDX-EXEC) TO EXECUTION-EN-CAUSE.
           MOVE EX-DETAIL(IDX-EXEC) TO DETAIL-EN-CAUSE.
           PERFORM ECRIRE-EN-TETE-RAPPORT.
           IF EX-VALIDEE(IDX-EXEC) NOT = "O" THEN
               MOVE "ANNULEE - INTERROMPUE AVANT VALIDATION"
                   TO INT-DETAIL
               PERFORM CLORE-EXECUTION
               MOVE SPACES TO REPORT-LINE
               STRING "  ANNULEE: INTERROMPUE AVANT VALIDATION, "
                          DELIMITED BY SIZE
                      "AUCUN FICHIER VIVANT N'AVAIT ETE TOUCHE"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM ECRIRE-RAPPORT
               MOVE "A" TO ISSUE-EXECUTION
               PERFORM CUMULER-ISSUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGER-FICHIERS-EXECUTION.
           PERFORM VERIFIER-FICHIERS.
           IF NB-ECARTS > 0 THEN
               PERFORM TRAITER-REPRISE-IMPOSSIBLE
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLIQUER-FICHIERS.
           MOVE NB-APPLIQUES TO NB-ED.
           MOVE SPACES TO INT-DETAIL.
           STRING "TERMINEE - " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                  " FICHIER(S) REPRIS" DELIMITED BY SIZE
                  INTO INT-DETAIL.
           PERFORM CLORE-EXECUTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TERMINEE: " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                  " FICHIER(S) RECOPIE(S) DEPUIS LEUR FICHIER "
                      DELIMITED BY SIZE
                  "DE TRAVAIL" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM ECRIRE-RAPPORT.
           IF LOG-REECRIT THEN
               PERFORM RECONSTRUIRE-HISTORIQUE
           END-IF
           MOVE "T" TO ISSUE-EXECUTION.
           PERFORM CUMULER-ISSUE.

      * NOTHING IS COPIED: THE RUN STAYS OPEN AND EVERY BATCH SHARING
      * THE FILES REFUSES TO START, UNTIL THE FILES ARE RESTORED AND
      * THE RUN IS ABANDONED FROM THE CONSOLE.
       TRAITER-REPRISE-IMPOSSIBLE.
           IF MODE-DIRECT THEN
               DISPLAY "REPRISE IMPOSSIBLE. FICHIERS RESTAURES PAR "
                   "ASSETSBACKUP - MARQUER ABANDONNEE (O/N)? "
                   WITH NO ADVANCING
               ACCEPT REPONSE-ABANDON
               IF ABANDON-CONFIRME THEN
                   MOVE "ABANDONNEE PAR L'OPERATEUR" TO INT-DETAIL
                   PERFORM CLORE-EXECUTION
                   MOVE "  ABANDONNEE PAR L'OPERATEUR (RESTAURATION)"
                       TO REPORT-LINE
                   PERFORM ECRIRE-RAPPORT
                   MOVE "A" TO ISSUE-EXECUTION
                   PERFORM CUMULER-ISSUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE.
           STRING "  IMPOSSIBLE: RIEN N'A ETE RECOPIE - RESTAURER LES "
                      DELIMITED BY SIZE
                  "FICHIERS PUIS LANCER JOURNALREPRISE"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM ECRIRE-RAPPORT.
           ADD 1 TO NB-RESTANTS.
           MOVE "I" TO ISSUE-EXECUTION.
           PERFORM CUMULER-ISSUE.

      * ONE RUN THAT COULD NOT BE FINISHED OUTWEIGHS THE REST; A RUN
      * FINISHED OUTWEIGHS ONE ROLLED BACK.
       CUMULER-ISSUE.
           IF ISSUE-EXECUTION NOT = "I" THEN
               ADD 1 TO NB-RESOLUS
           END-IF
           EVALUATE TRUE
               WHEN ISSUE-EXECUTION = "I"
                   MOVE "I" TO ISSUE-GLOBALE
               WHEN ISSUE-EXECUTION = "T" AND ISSUE-GLOBALE NOT = "I"
                   MOVE "T" TO ISSUE-GLOBALE
               WHEN ISSUE-GLOBALE = SPACE
                   MOVE "A" TO ISSUE-GLOBALE
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * INT-DETAIL IS SET BY THE CALLER.
       CLORE-EXECUTION.
           MOVE PROGRAMME-EN-CAUSE TO INT-PROGRAMME.
           MOVE EXECUTION-EN-CAUSE TO INT-EXECUTION.
           MOVE SPACES TO INT-FICHIER.
           MOVE SPACES TO INT-TRAVAIL.
           MOVE 0 TO INT-NB-LIGNES.
           MOVE 0 TO INT-NB-SOURCE.
           MOVE "R" TO INT-TYPE.
           PERFORM ECRIRE-RECORD-JOURNAL.

      * THE HISTORY FOLLOWS THE LIVE LOG, AS AFTER A NORMAL RUN.
       RECONSTRUIRE-HISTORIQUE.
           CALL "ReconstruireHistorique".
           MOVE RETURN-CODE TO CODE-RECONSTRUCTION.
           MOVE 0 TO RETURN-CODE.
           IF CODE-RECONSTRUCTION = 0 THEN
               MOVE "  HISTORIQUE DES PARTIES RECONSTRUIT"
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  HISTORIQUE DES PARTIES A VERIFIER - VOIR "
                          DELIMITED BY SIZE
                      "GAME_HISTORY_REBUILD_REPORT.TXT"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-RAPPORT.

       CHARGER-EN-SUSPENS.
           MOVE 0 TO NB-EXECUTIONS.
           OPEN INPUT JOURNAL-INTENTIONS.
           IF ETAT-JOURNAL NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INTENTION-RECORD.
           PERFORM LIRE-JOURNAL
           PERFORM UNTIL FIN-DE-FICHIER-INTENTION
               EVALUATE TRUE
                   WHEN INT-DEBUT
                       PERFORM OUVRIR-EXECUTION
                   WHEN INT-VALIDE
                       PERFORM CHERCHER-EXECUTION
                       IF IDX-TROUVE > 0 THEN
                           MOVE "O" TO EX-VALIDEE(IDX-TROUVE)
                       END-IF
                   WHEN INT-TERMINE OR INT-REPRIS
                       PERFORM CHERCHER-EXECUTION
                       IF IDX-TROUVE > 0 THEN
                           MOVE "N" TO EX-OUVERTE(IDX-TROUVE)
                       END-IF
                   WHEN OTHER CONTINUE
               END-EVALUATE
               PERFORM LIRE-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL-INTENTIONS.

       LIRE-JOURNAL.
           READ JOURNAL-INTENTIONS
               AT END SET FIN-DE-FICHIER-INTENTION TO TRUE
           END-READ.

       OUVRIR-EXECUTION.
           MOVE 0 TO IDX-TROUVE.
           MOVE 1 TO IDX-EXEC.
           PERFORM UNTIL IDX-EXEC > NB-EXECUTIONS OR IDX-TROUVE > 0
               IF EX-OUVERTE(IDX-EXEC) NOT = "O" THEN
                   MOVE IDX-EXEC TO IDX-TROUVE
               END-IF
               ADD 1 TO IDX-EXEC
           END-PERFORM.
           IF IDX-TROUVE = 0 THEN
               IF NB-EXECUTIONS < 50 THEN
                   ADD 1 TO NB-EXECUTIONS
                   MOVE NB-EXECUTIONS TO IDX-TROUVE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE INT-PROGRAMME TO EX-PROGRAMME(IDX-TROUVE).
           MOVE INT-EXECUTION TO EX-EXECUTION(IDX-TROUVE).
           MOVE INT-DETAIL TO EX-DETAIL(IDX-TROUVE).
           MOVE "N" TO EX-VALIDEE(IDX-TROUVE).
           MOVE "O" TO EX-OUVERTE(IDX-TROUVE).

       CHERCHER-EXECUTION.
           MOVE 0 TO IDX-TROUVE.
           MOVE 1 TO IDX-EXEC.
           PERFORM UNTIL IDX-EXEC > NB-EXECUTIONS OR IDX-TROUVE > 0
               IF EX-OUVERTE(IDX-EXEC) = "O"
                   AND EX-PROGRAMME(IDX-EXEC) = INT-PROGRAMME
                   AND EX-EXECUTION(IDX-EXEC) = INT-EXECUTION THEN
                   MOVE IDX-EXEC TO IDX-TROUVE
               END-IF
               ADD 1 TO IDX-EXEC
           END-PERFORM.

      * THE PAIRS OF THE RUN IN PROGRAMME-EN-CAUSE/EXECUTION-EN-CAUSE.
      * THE JOURNAL IS READ BY A SECOND FILE POSITION, SO THE LOOP
      * OVER THE OPEN RUNS IN RESOUDRE-EN-SUSPENS IS NOT DISTURBED.
       CHARGER-FICHIERS-EXECUTION.
           MOVE 0 TO NB-FICHIERS.
           MOVE "N" TO STATE-DEBORDEMENT.
           OPEN INPUT JOURNAL-INTENTIONS.
           IF ETAT-JOURNAL NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INTENTION-RECORD.
           PERFORM LIRE-JOURNAL
           PERFORM UNTIL FIN-DE-FICHIER-INTENTION
               IF INT-PROGRAMME = PROGRAMME-EN-CAUSE
                   AND INT-EXECUTION = EXECUTION-EN-CAUSE THEN
                   EVALUATE TRUE
                       WHEN INT-PREPARE
                           PERFORM RETENIR-FICHIER
                       WHEN INT-SUITE
                           PERFORM MARQUER-SUITE-PRISE
                       WHEN INT-ECRIT
                           PERFORM MARQUER-FICHIER-ECRIT
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM LIRE-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL-INTENTIONS.

       RETENIR-FICHIER.
           IF NB-FICHIERS < 600 THEN
               ADD 1 TO NB-FICHIERS
               MOVE INT-FICHIER TO FT-FICHIER(NB-FICHIERS)
               MOVE INT-TRAVAIL TO FT-TRAVAIL(NB-FICHIERS)
               MOVE INT-NB-LIGNES TO FT-NB(NB-FICHIERS)
               MOVE "N" TO FT-ECRIT(NB-FICHIERS)
               MOVE INT-NB-SOURCE TO FT-NB-SOURCE(NB-FICHIERS)
               MOVE 0 TO FT-NB-SUITE(NB-FICHIERS)
               MOVE "N" TO FT-SUITE-PRISE(NB-FICHIERS)
           ELSE
               MOVE "Y" TO STATE-DEBORDEMENT
           END-IF.

      * THE TAIL OF THE FILE BEING REPLACED WHEN THE RUN WAS CUT
      * SHORT IS ALREADY IN THE TAIL FILE - THE LIVE FILE MAY HAVE
      * BEEN PART OVERWRITTEN SINCE, SO IT MUST NOT BE TAKEN AGAIN.
       MARQUER-SUITE-PRISE.
           MOVE 1 TO IDX-FICHIER.
           PERFORM UNTIL IDX-FICHIER > NB-FICHIERS
               IF FT-FICHIER(IDX-FICHIER) = INT-FICHIER THEN
                   MOVE "O" TO FT-SUITE-PRISE(IDX-FICHIER)
                   MOVE INT-NB-LIGNES TO FT-NB-SUITE(IDX-FICHIER)
               END-IF
               ADD 1 TO IDX-FICHIER
           END-PERFORM.

       MARQUER-FICHIER-ECRIT.
           MOVE 1 TO IDX-FICHIER.
           PERFORM UNTIL IDX-FICHIER > NB-FICHIERS
               IF FT-FICHIER(IDX-FICHIER) = INT-FICHIER THEN
                   MOVE "O" TO FT-ECRIT(IDX-FICHIER)
               END-IF
               ADD 1 TO IDX-FICHIER
           END-PERFORM.

      * A WORK FILE MISSING OR NOT AT ITS JOURNALLED COUNT CANNOT BE
      * TRUSTED OVER A LIVE FILE. A RUN WITH MORE PAIRS THAN THE
      * TABLE HOLDS CANNOT BE FINISHED EITHER.
       VERIFIER-FICHIERS.
           MOVE 0 TO NB-ECARTS.
           IF TABLE-DEBORDEE THEN
               ADD 1 TO NB-ECARTS
               MOVE "  PLUS DE 600 FICHIERS DANS L'EXECUTION"
                   TO REPORT-LINE
               PERFORM ECRIRE-RAPPORT
           END-IF
           MOVE 1 TO IDX-FICHIER.
           PERFORM UNTIL IDX-FICHIER > NB-FICHIERS
               IF FT-ECRIT(IDX-FICHIER) NOT = "O"
                   AND FT-TRAVAIL(IDX-FICHIER) NOT = SPACES THEN
                   PERFORM VERIFIER-UN-FICHIER
               END-IF
               ADD 1 TO IDX-FICHIER
           END-PERFORM.

       VERIFIER-UN-FICHIER.
           MOVE FT-TRAVAIL(IDX-FICHIER) TO NOM-SOURCE.
           PERFORM COMPTER-FICHIER.
           IF SOURCE-ABSENTE THEN
               ADD 1 TO NB-ECARTS
               MOVE SPACES TO REPORT-LINE
               STRING "  TRAVAIL INTROUVABLE: " DELIMITED BY SIZE
                      FT-TRAVAIL(IDX-FICHIER) DELIMITED BY SPACE
                      INTO REPORT-LINE
               PERFORM ECRIRE-RAPPORT
               EXIT PARAGRAPH
           END-IF
           IF NB-LIGNES NOT = FT-NB(IDX-FICHIER) THEN
               ADD 1 TO NB-ECARTS
               MOVE FT-NB(IDX-FICHIER) TO NB-ED
               MOVE NB-LIGNES TO NB-ED-2
               MOVE SPACES TO REPORT-LINE
               STRING "  ECART SUR " DELIMITED BY SIZE
                      FT-TRAVAIL(IDX-FICHIER) DELIMITED BY SPACE
                      ": JOURNAL " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      " TROUVE " DELIMITED BY SIZE
                      NB-ED-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM ECRIRE-RAPPORT
           END-IF
           IF FT-SUITE-PRISE(IDX-FICHIER) = "O" THEN
               PERFORM VERIFIER-SUITE
           END-IF.

       VERIFIER-SUITE.
           MOVE NOM-FICHIER-SUITE TO NOM-SOURCE.
           PERFORM COMPTER-FICHIER.
           IF SOURCE-ABSENTE THEN
               MOVE 0 TO NB-LIGNES
           END-IF
           IF NB-LIGNES NOT = FT-NB-SUITE(IDX-FICHIER) THEN
               ADD 1 TO NB-ECARTS
               MOVE FT-NB-SUITE(IDX-FICHIER) TO NB-ED
               MOVE NB-LIGNES TO NB-ED-2
               MOVE SPACES TO REPORT-LINE
               STRING "  ECART SUR " DELIMITED BY SIZE
                      NOM-FICHIER-SUITE DELIMITED BY SPACE
                      ": JOURNAL " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      " TROUVE " DELIMITED BY SIZE
                      NB-ED-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM ECRIRE-RAPPORT
           END-IF.

      * EACH LIVE FILE IS REPLACED, THEN MARKED WITH ITS "E" - A RUN
      * CUT SHORT IN HERE IS PICKED UP AT THE FIRST FILE WITHOUT ONE.
      * A RUN THAT REWROTE THE LOG - NOW OR BEFORE IT WAS CUT SHORT -
      * NEVER GOT AS FAR AS ITS HISTORY REBUILD.
       APPLIQUER-FICHIERS.
           MOVE 0 TO NB-APPLIQUES.
           MOVE "N" TO STATE-LOG-REECRIT.
           MOVE 1 TO IDX-FICHIER.
           PERFORM UNTIL IDX-FICHIER > NB-FICHIERS
               IF FT-FICHIER(IDX-FICHIER) = "assets/game_log.txt" THEN
                   MOVE "Y" TO STATE-LOG-REECRIT
               END-IF
               IF FT-ECRIT(IDX-FICHIER) NOT = "O" THEN
                   PERFORM APPLIQUER-UN-FICHIER
               END-IF
               ADD 1 TO IDX-FICHIER
           END-PERFORM.

      * A TERMINAL MAY HAVE APPENDED TO THE LIVE FILE SINCE THE WORK
      * FILE WAS BUILT FROM IT: THOSE LINES ARE SET ASIDE AND
      * JOURNALLED FIRST, THEN FOLLOW THE WORK FILE OVER, SO THE
      * REPLACEMENT NEVER LOSES THEM - EVEN WHEN IT IS REDONE BY A
      * RECOVERY.
       APPLIQUER-UN-FICHIER.
           IF FT-TRAVAIL(IDX-FICHIER) = SPACES THEN
               MOVE FT-FICHIER(IDX-FICHIER) TO NOM-CIBLE
               OPEN OUTPUT FICHIER-CIBLE
               CLOSE FICHIER-CIBLE
           ELSE
               IF FT-NB-SOURCE(IDX-FICHIER) NOT = 9999999
                   AND FT-SUITE-PRISE(IDX-FICHIER) NOT = "O" THEN
                   PERFORM METTRE-SUITE-DE-COTE
               END-IF
               MOVE FT-TRAVAIL(IDX-FICHIER) TO NOM-SOURCE
               MOVE FT-FICHIER(IDX-FICHIER) TO NOM-CIBLE
               MOVE 0 TO NB-A-SAUTER
               PERFORM COPIER-FICHIER
               IF FT-NB-SUITE(IDX-FICHIER) > 0 THEN
                   PERFORM REPORTER-SUITE
               END-IF
           END-IF
           MOVE "O" TO FT-ECRIT(IDX-FICHIER).
           ADD 1 TO NB-APPLIQUES.
           MOVE PROGRAMME-EN-CAUSE TO INT-PROGRAMME.
           MOVE EXECUTION-EN-CAUSE TO INT-EXECUTION.
           MOVE FT-FICHIER(IDX-FICHIER) TO INT-FICHIER.
           MOVE FT-TRAVAIL(IDX-FICHIER) TO INT-TRAVAIL.
           MOVE FT-NB(IDX-FICHIER) TO INT-NB-LIGNES.
           MOVE SPACES TO INT-DETAIL.
           MOVE FT-NB-SOURCE(IDX-FICHIER) TO INT-NB-SOURCE.
           MOVE "E" TO INT-TYPE.
           PERFORM ECRIRE-RECORD-JOURNAL.

      * THE LIVE LINES PAST THOSE THE WORK FILE WAS BUILT FROM GO TO
      * THE TAIL FILE, AND THE "S" RECORD IS ON DISK BEFORE THE LIVE
      * FILE IS TOUCHED.
       METTRE-SUITE-DE-COTE.
           MOVE FT-FICHIER(IDX-FICHIER) TO NOM-SOURCE.
           MOVE NOM-FICHIER-SUITE TO NOM-CIBLE.
           MOVE FT-NB-SOURCE(IDX-FICHIER) TO NB-A-SAUTER.
           PERFORM COPIER-FICHIER.
           IF SOURCE-ABSENTE THEN
               OPEN OUTPUT FICHIER-CIBLE
               CLOSE FICHIER-CIBLE
           END-IF
           MOVE NB-LIGNES TO FT-NB-SUITE(IDX-FICHIER).
           MOVE "O" TO FT-SUITE-PRISE(IDX-FICHIER).
           MOVE PROGRAMME-EN-CAUSE TO INT-PROGRAMME.
           MOVE EXECUTION-EN-CAUSE TO INT-EXECUTION.
           MOVE FT-FICHIER(IDX-FICHIER) TO INT-FICHIER.
           MOVE NOM-FICHIER-SUITE TO INT-TRAVAIL.
           MOVE NB-LIGNES TO INT-NB-LIGNES.
           MOVE SPACES TO INT-DETAIL.
           MOVE FT-NB-SOURCE(IDX-FICHIER) TO INT-NB-SOURCE.
           MOVE "S" TO INT-TYPE.
           PERFORM ECRIRE-RECORD-JOURNAL.
           IF NB-LIGNES > 0 THEN
               MOVE NB-LIGNES TO NB-ED
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(NB-ED) DELIMITED BY SIZE
                      " LIGNE(S) AJOUTEE(S) PENDANT L'EXECUTION A "
                          DELIMITED BY SIZE
                      FT-FICHIER(IDX-FICHIER) DELIMITED BY SPACE
                      " - REPORTEE(S)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM ECRIRE-RAPPORT
           END-IF.

       REPORTER-SUITE.
           OPEN INPUT FICHIER-SUITE.
           IF ETAT-SUITE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FICHIER-CIBLE.
           MOVE SPACES TO LIGNE-SUITE.
           PERFORM LIRE-SUITE
           PERFORM UNTIL FIN-DE-FICHIER-SUITE
               MOVE SUITE-DATA TO CIBLE-DATA
               WRITE LIGNE-CIBLE
               PERFORM LIRE-SUITE
           END-PERFORM.
           CLOSE FICHIER-SUITE.
           CLOSE FICHIER-CIBLE.

       LIRE-SUITE.
           READ FICHIER-SUITE
               AT END SET FIN-DE-FICHIER-SUITE TO TRUE
           END-READ.

      * THE SOURCE IS COPIED LINE BY LINE, LESS ITS FIRST NB-A-SAUTER
      * LINES; NB-LIGNES COMES BACK WITH THE COUNT COPIED AND
      * SOURCE-ABSENTE SET WHEN THERE WAS NO FILE.
       COPIER-FICHIER.
           MOVE 0 TO NB-LIGNES.
           MOVE 0 TO NB-SAUTEES.
           MOVE "N" TO STATE-SOURCE-ABSENTE.
           OPEN INPUT FICHIER-SOURCE.
           IF ETAT-SOURCE NOT = "00" THEN
               MOVE "Y" TO STATE-SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FICHIER-CIBLE.
           MOVE SPACES TO LIGNE-SOURCE.
           PERFORM LIRE-SOURCE
           PERFORM UNTIL FIN-DE-FICHIER-SOURCE
               IF NB-SAUTEES < NB-A-SAUTER THEN
                   ADD 1 TO NB-SAUTEES
               ELSE
                   ADD 1 TO NB-LIGNES
                   MOVE SOURCE-DATA TO CIBLE-DATA
                   WRITE LIGNE-CIBLE
               END-IF
               PERFORM LIRE-SOURCE
           END-PERFORM.
           CLOSE FICHIER-SOURCE.
           CLOSE FICHIER-CIBLE.

       LIRE-SOURCE.
           READ FICHIER-SOURCE
               AT END SET FIN-DE-FICHIER-SOURCE TO TRUE
           END-READ.

       COMPTER-FICHIER.
           MOVE 0 TO NB-LIGNES.
           MOVE "N" TO STATE-SOURCE-ABSENTE.
           OPEN INPUT FICHIER-SOURCE.
           IF ETAT-SOURCE NOT = "00" THEN
               MOVE "Y" TO STATE-SOURCE-ABSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LIGNE-SOURCE.
           PERFORM LIRE-SOURCE
           PERFORM UNTIL FIN-DE-FICHIER-SOURCE
               ADD 1 TO NB-LIGNES
               PERFORM LIRE-SOURCE
           END-PERFORM.
           CLOSE FICHIER-SOURCE.

      * A RECORD OF THE RUN IN PROGRESS; THE CALLER SETS THE REST.
       ECRIRE-INTENTION.
           MOVE PROGRAMME-EN-COURS TO INT-PROGRAMME.
           MOVE EXECUTION-EN-COURS TO INT-EXECUTION.
           PERFORM ECRIRE-RECORD-JOURNAL.

      * OPENED AND CLOSED FOR EVERY RECORD, SO EACH ONE IS ON DISK
      * BEFORE THE STEP IT ANNOUNCES BEGINS. THE FIRST RUN EVER
      * CREATES THE JOURNAL.
       ECRIRE-RECORD-JOURNAL.
           OPEN EXTEND JOURNAL-INTENTIONS.
           IF ETAT-JOURNAL = "35" THEN
               OPEN OUTPUT JOURNAL-INTENTIONS
           END-IF
           WRITE INTENTION-RECORD.
           CLOSE JOURNAL-INTENTIONS.

       ECRIRE-EN-TETE-RAPPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING DATE-DU-JOUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HEURE-DU-JOUR DELIMITED BY SIZE
                  " REPRISE DE " DELIMITED BY SIZE
                  PROGRAMME-EN-CAUSE DELIMITED BY SPACE
                  " (EXECUTION DU " DELIMITED BY SIZE
                  EXECUTION-EN-CAUSE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BUT: " DELIMITED BY SIZE
                  DETAIL-EN-CAUSE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM ECRIRE-RAPPORT.

      * THE REPORT ACCUMULATES ACROSS RUNS; THE CONSOLE SEES IT TOO
      * WHEN THE PROGRAM IS RUN BY HAND.
       ECRIRE-RAPPORT.
           IF MODE-DIRECT THEN
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           END-IF
           OPEN EXTEND REPORT-FILE.
           IF ETAT-RAPPORT = "35" THEN
               OPEN OUTPUT REPORT-FILE
           END-IF
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

      * LOCK FILES ARE OPENED EXCLUSIVE WITH THE SAME RETRY AS PENDU.
      * A LOCK THIS PROGRAM ALREADY HOLDS (ITS OWN RUN STILL OPEN) IS
      * KEPT AS IT IS.
       PRENDRE-VERROU-JOURNAL.
           IF VERROU-JOURNAL-PRIS THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NB-TENTATIVES.
           PERFORM UNTIL VERROU-JOURNAL-PRIS OR NB-TENTATIVES > 9
               OPEN EXTEND VERROU-JOURNAL
               IF ETAT-VERROU-JOURNAL = "35" THEN
                   OPEN OUTPUT VERROU-JOURNAL
               END-IF
               IF ETAT-VERROU-JOURNAL = "00" THEN
                   MOVE "Y" TO STATE-VERROU-JOURNAL
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.

       RENDRE-VERROU-JOURNAL.
           IF VERROU-JOURNAL-PRIS THEN
               CLOSE VERROU-JOURNAL
               MOVE "N" TO STATE-VERROU-JOURNAL
           END-IF.

       PRENDRE-VERROU-REGISTRE.
           IF VERROU-REGISTRE-PRIS THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NB-TENTATIVES.
           PERFORM UNTIL VERROU-REGISTRE-PRIS OR NB-TENTATIVES > 9
               OPEN EXTEND VERROU-REGISTRE
               IF ETAT-VERROU-REGISTRE = "35" THEN
                   OPEN OUTPUT VERROU-REGISTRE
               END-IF
               IF ETAT-VERROU-REGISTRE = "00" THEN
                   MOVE "Y" TO STATE-VERROU-REGISTRE
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.

       RENDRE-VERROU-REGISTRE.
           IF VERROU-REGISTRE-PRIS THEN
               CLOSE VERROU-REGISTRE
               MOVE "N" TO STATE-VERROU-REGISTRE
           END-IF.

      * THE REGISTRY FIRST, THEN THE JOURNAL - THE ORDER THE REGISTRY
      * REWRITERS TAKE THEM IN. WITHOUT BOTH, NEITHER IS KEPT.
       PRENDRE-VERROUS-REPRISE.
           PERFORM PRENDRE-VERROU-REGISTRE.
           IF VERROU-REGISTRE-PRIS THEN
               PERFORM PRENDRE-VERROU-JOURNAL
           END-IF
           IF NOT VERROU-JOURNAL-PRIS THEN
               PERFORM RENDRE-VERROU-REGISTRE
           END-IF.
