       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONFICHIER ASSIGN TO NOM-FICHIER-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-CONTROL ASSIGN TO 'assets/batch_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE REGISTRY LOCK PENDU AND LISTEDESJOUEURS TAKE - SEE
      * PRENDRE-VERROU-REGISTRE.
           SELECT VERROU-REGISTRE ASSIGN TO 'assets/player_registry.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-VERROU.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL.
           COPY "copybooks/batchctl.cpy".

       FD VERROU-REGISTRE.
       01 LIGNE-VERROU-REGISTRE PIC X(1).

       WORKING-STORAGE SECTION.
       77 RETENTION-CHECKPOINT-JOURS PIC 9(2) VALUE 14.
       77 DORMANCE-MOIS PIC 9(2) VALUE 6.
           88 REGISTRE-MODIFIE VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
      * THE REGISTRY IS READ UNDER ITS LIVE NAME AND SAVED UNDER ITS
      * WORK NAME, FOR JOURNALREPRISE TO COPY OVER ONCE COMMITTED.
       77 NOM-FICHIER-REGISTRE PIC X(60)
           VALUE "assets/player_registry.txt".
       77 STATE-EXECUTION PIC X(1) VALUE "N".
           88 EXECUTION-DEMARREE VALUE "Y".
       77 STATE-REPRISE-IMPOSSIBLE PIC X(1) VALUE "N".
           88 REPRISE-IMPOSSIBLE VALUE "Y".
       77 STATE-EXECUTION-REFUSEE PIC X(1) VALUE "N".
           88 EXECUTION-REFUSEE VALUE "Y".
       77 ETAT-FICHIER-VERROU PIC X(2) VALUE "00".
       77 STATE-VERROU-PRIS PIC X(1) VALUE "N".
           88 VERROU-REGISTRE-PRIS VALUE "Y".
       77 STATE-REGISTRE-OCCUPE PIC X(1) VALUE "N".
           88 REGISTRE-OCCUPE VALUE "Y".
       77 NB-TENTATIVES PIC 9(2) VALUE 0.
       77 ATTENTE-SECONDES PIC 9(1) VALUE 1.
           COPY "copybooks/reprise.cpy".

       01 TABLE-DES-JOUEURS.
           05 JOUEUR-TABLE OCCURS 500 TIMES.
               10 JOUEUR-TABLE-NOM PIC X(20).
               10 JOUEUR-TABLE-DATE PIC X(08).
               10 JOUEUR-TABLE-ACTIF PIC X(01).
               10 JOUEUR-TABLE-PIN PIC X(07).
               10 JOUEUR-TABLE-ECHECS PIC X(01).
               10 JOUEUR-TABLE-VERROU PIC X(01).
               10 JOUEUR-TABLE-MATRICULE PIC X(10).
               10 JOUEUR-TABLE-ACTIVITE PIC X(08).
       77 NB-JOUEURS-TABLE PIC 9(3) VALUE 0.

      * THE STALE CHECKPOINTS AND THE REGISTRY ARE CHANGED AS ONE
      * JOURNALLED RUN (SEE JOURNALREPRISE): NOTHING LIVE IS TOUCHED
      * UNTIL THE RUN IS COMMITTED, AND A RUN LEFT UNFINISHED BY AN
      * EARLIER START IS DEALT WITH BEFORE ANYTHING IS READ. THE
      * REGISTRY LOCK IS HELD FROM THE LOAD UNTIL THE NEW REGISTRY HAS
      * REPLACED THE LIVE ONE, SO A PIN LOCKOUT OR RESET MADE ON A
      * TERMINAL MEANWHILE IS NOT WRITTEN OVER; IF THE LOCK CANNOT BE
      * HAD, NOTHING IS CHANGED AND THE STEP FAILS.
       PROCEDURE DIVISION.
           OPEN OUTPUT REPORT-FILE.
           MOVE "RAPPORT DE NETTOYAGE NOCTURNE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REPRENDRE-EXECUTION.
           IF REPRISE-IMPOSSIBLE THEN
               CLOSE REPORT-FILE
               PERFORM ECRIRE-CONTROLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LIRE-CONFIG-RETENTION.
           PERFORM CALCULER-DATES-LIMITES.
           PERFORM PRENDRE-VERROU-REGISTRE.
           IF NOT VERROU-REGISTRE-PRIS THEN
               MOVE "Y" TO STATE-REGISTRE-OCCUPE
               MOVE "REGISTRE VERROUILLE - NETTOYAGE REFUSE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               PERFORM ECRIRE-CONTROLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHARGER-JOUEURS.
           PERFORM RELEVER-ACTIVITE-ARCHIVEE.
           PERFORM RELEVER-DERNIERE-ACTIVITE.
           PERFORM NETTOYER-CHECKPOINTS.
           PERFORM DESACTIVER-DORMANTS.
           PERFORM APPLIQUER-EXECUTION.
           PERFORM RENDRE-VERROU-REGISTRE.
           PERFORM ECRIRE-TOTAUX.
           CLOSE REPORT-FILE.
           PERFORM ECRIRE-CONTROLE.
       GOBACK.

      * A RUN THAT COULD NOT BE FINISHED OR COMMITTED FAILS THE STEP.
       ECRIRE-CONTROLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATE.
           MOVE "HOUSEKEEPING" TO CTL-ETAPE.
           MOVE NB-LOG-LUS TO CTL-LUS.
           COMPUTE CTL-ECRITS =
               NB-CKPT-EFFACES + NB-JOUEURS-DESACTIVES.
           IF REPRISE-IMPOSSIBLE OR REGISTRE-OCCUPE
               OR EXECUTION-REFUSEE OR NOT REP-OK THEN
               MOVE "E" TO CTL-STATUT
               MOVE 1 TO CTL-ERREURS
           ELSE
               MOVE "S" TO CTL-STATUT
               MOVE 0 TO CTL-ERREURS
           END-IF
           OPEN EXTEND BATCH-CONTROL.
           WRITE CONTROLE-RECORD.
           CLOSE BATCH-CONTROL.
                       TO JOUEUR-TABLE-DATE(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-ACTIF
                       TO JOUEUR-TABLE-ACTIF(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-PIN-CODE
                       TO JOUEUR-TABLE-PIN(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-ECHECS-PIN
                       TO JOUEUR-TABLE-ECHECS(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-VERROU
                       TO JOUEUR-TABLE-VERROU(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-MATRICULE
                       TO JOUEUR-TABLE-MATRICULE(NB-JOUEURS-TABLE)
      * A PLAYER WITH NO GAME AT ALL IS MEASURED FROM THE DAY THEY
      * REGISTERED, SO A BRAND-NEW TRAINEE IS NEVER RETIRED ON DAY
      * ONE.
           IF TABLE-DEBORDEE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM DEMARRER-EXECUTION.
           IF NOT EXECUTION-DEMARREE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "assets/player_registry_work.txt"
               TO NOM-FICHIER-REGISTRE.
           OPEN OUTPUT MONFICHIER.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               MOVE JOUEUR-TABLE-NOM(IDX) TO JOUEUR-NOM
               MOVE JOUEUR-TABLE-DATE(IDX) TO JOUEUR-DATE-INSCRIPTION
               MOVE JOUEUR-TABLE-ACTIF(IDX) TO JOUEUR-ACTIF
               MOVE JOUEUR-TABLE-PIN(IDX) TO JOUEUR-PIN-CODE
               MOVE JOUEUR-TABLE-ECHECS(IDX) TO JOUEUR-ECHECS-PIN
               MOVE JOUEUR-TABLE-VERROU(IDX) TO JOUEUR-VERROU
               MOVE JOUEUR-TABLE-MATRICULE(IDX) TO JOUEUR-MATRICULE
               WRITE PLAYER-RECORD
               ADD 1 TO IDX
           END-PERFORM.
           CLOSE MONFICHIER.
           MOVE "assets/player_registry.txt" TO NOM-FICHIER-REGISTRE.
           MOVE "assets/player_registry.txt" TO REP-FICHIER.
           MOVE "assets/player_registry_work.txt" TO REP-TRAVAIL.
           MOVE NB-JOUEURS-TABLE TO REP-NB-SOURCE.
           PERFORM PREPARER-FICHIER.

      * THE LIVE LOG ONLY HOLDS "A" MONTHS (SEE GAMELOGARCHIVE) WHILE
      * DORMANCY "D" CAN LOOK FURTHER BACK - ACTIVITY THAT HAS
      * ONE PROBE PER REGISTERED PLAYER PLUS THE SHARED ANONYMOUS
      * FILE (ID 0). A SNAPSHOT SAVED BEFORE THE CUTOFF - OR SO OLD
      * IT PREDATES THE DATE STAMP - IS AN ABANDONED GAME: THE FILE
      * IS JOURNALLED TO BE EMPTIED, SO CHECK-FOR-CHECKPOINT STOPS
      * OFFERING IT ONCE THE RUN IS APPLIED.
       NETTOYER-CHECKPOINTS.
           MOVE 0 TO ID-COURANT.
           MOVE "(ANONYME)" TO NOM-COURANT.
               MOVE "Y" TO STATE-CKPT-PERIME
           END-IF
           IF CHECKPOINT-PERIME THEN
               MOVE NOM-FICHIER-CHECKPOINT TO REP-FICHIER
               MOVE SPACES TO REP-TRAVAIL
               PERFORM PREPARER-FICHIER
               ADD 1 TO NB-CKPT-EFFACES
               MOVE SPACES TO REPORT-LINE
               STRING "CHECKPOINT EFFACE: " DELIMITED BY SIZE
               WRITE REPORT-LINE
           END-IF.

      * THE RUN IS ONLY STARTED IN THE JOURNAL WHEN THERE IS
      * SOMETHING TO CHANGE, SO A QUIET NIGHT LEAVES NO TRACE. IT IS
      * STARTED BEFORE THE FIRST WORK FILE IS WRITTEN: A REWRITE
      * UNDER WAY IN ANOTHER PROGRAM SHARES THE WORK FILES, AND THEN
      * NOTHING IS CHANGED AND THE STEP FAILS.
       DEMARRER-EXECUTION.
           IF EXECUTION-DEMARREE OR EXECUTION-REFUSEE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "NETTOYAGE CHECKPOINTS ET JOUEURS DORMANTS"
               TO REP-DETAIL.
           MOVE "D" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF REP-OK THEN
               MOVE "Y" TO STATE-EXECUTION
           ELSE
               MOVE "Y" TO STATE-EXECUTION-REFUSEE
               MOVE SPACES TO REPORT-LINE
               STRING "ATTENTION: REECRITURE EN COURS DANS UN AUTRE "
                          DELIMITED BY SIZE
                      "PROGRAMME, RIEN N'EST FAIT" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PREPARER-FICHIER.
           PERFORM DEMARRER-EXECUTION.
           IF NOT EXECUTION-DEMARREE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

      * A REFUSED COMMIT LEAVES EVERY LIVE FILE AS IT WAS; AN APPLY
      * STOPPED SHORT IS FINISHED ON THE NEXT START. EITHER WAY THE
      * STEP IS FAILED SO THE CHAIN STOPS HERE.
       APPLIQUER-EXECUTION.
           IF NOT EXECUTION-DEMARREE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               MOVE "ATTENTION: PREPARATION INCOMPLETE, RIEN N'EST FAIT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               MOVE SPACES TO REPORT-LINE
               STRING "ATTENTION: APPLICATION INTERROMPUE - VOIR "
                          DELIMITED BY SIZE
                      "REWRITE_RECOVERY_REPORT.TXT" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * AN EARLIER RUN - THIS PROGRAM'S OR ANOTHER'S ON THE SAME
      * FILES - LEFT UNFINISHED IS FINISHED OR ROLLED BACK FIRST, AND
      * WHAT WAS DONE HEADS THE REPORT. A REWRITE STILL UNDER WAY IN
      * ANOTHER PROGRAM CANNOT BE RESOLVED YET, AND THE STEP FAILS.
       REPRENDRE-EXECUTION.
           MOVE "HOUSEKEEPING" TO REP-PROGRAMME.
           MOVE "R" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF REP-RIEN-EN-SUSPENS THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN REP-TERMINEE
                   STRING "REPRISE: EXECUTION INTERROMPUE DE "
                              DELIMITED BY SIZE
                          REP-EN-CAUSE DELIMITED BY SPACE
                          " TERMINEE" DELIMITED BY SIZE
                          INTO REPORT-LINE
               WHEN REP-ANNULEE
                   STRING "REPRISE: EXECUTION INTERROMPUE DE "
                              DELIMITED BY SIZE
                          REP-EN-CAUSE DELIMITED BY SPACE
                          " ANNULEE" DELIMITED BY SIZE
                          INTO REPORT-LINE
               WHEN REP-OCCUPE
                   MOVE "Y" TO STATE-REPRISE-IMPOSSIBLE
                   STRING "REECRITURE EN COURS DANS UN AUTRE "
                              DELIMITED BY SIZE
                          "PROGRAMME - NETTOYAGE REFUSE"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Y" TO STATE-REPRISE-IMPOSSIBLE
                   STRING "REPRISE IMPOSSIBLE DE " DELIMITED BY SIZE
                          REP-EN-CAUSE DELIMITED BY SPACE
                          " - NETTOYAGE REFUSE" DELIMITED BY SIZE
                          INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  REP-DETAIL DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  VOIR REWRITE_RECOVERY_REPORT.TXT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      -            "IT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * THE SAME LOCK FILE AND RETRY AS PENDU.
       PRENDRE-VERROU-REGISTRE.
           MOVE "N" TO STATE-VERROU-PRIS.
           MOVE 0 TO NB-TENTATIVES.
           PERFORM UNTIL VERROU-REGISTRE-PRIS OR NB-TENTATIVES > 9
               OPEN EXTEND VERROU-REGISTRE
               IF ETAT-FICHIER-VERROU = "35" THEN
                   OPEN OUTPUT VERROU-REGISTRE
               END-IF
               IF ETAT-FICHIER-VERROU = "00" THEN
                   MOVE "Y" TO STATE-VERROU-PRIS
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.

       RENDRE-VERROU-REGISTRE.
           IF VERROU-REGISTRE-PRIS THEN
               CLOSE VERROU-REGISTRE
               MOVE "N" TO STATE-VERROU-PRIS
           END-IF.
