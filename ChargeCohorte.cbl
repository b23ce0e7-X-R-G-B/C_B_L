       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargeCohorte.

      * LOADS THE HR COHORT FILE INTO THE SESSION ENROLMENT LIST. A
      * TRAINEE IS FOUND IN THE REGISTRY BY EMPLOYEE REFERENCE, THEN BY
      * NAME; SOMEONE NEITHER FINDS IS REGISTERED WITH A FRESH ID FROM
      * THE SHARED COUNTER, THE SAME WAY LISTEDESJOUEURS ADDS A PLAYER
      * (NO PIN YET - PENDU HAS THEM CHOOSE ONE AT THEIR FIRST GAME).
      * LINES THAT CANNOT BE ENROLLED GO TO THE REJECT FILE WITH THE
      * REASON. THE REGISTRY IS ONLY READ ONCE THE COHORT HAS BEEN
      * CHECKED, UNDER THE REGISTRY LOCK PENDU AND LISTEDESJOUEURS
      * TAKE, AND THE LOCK IS HELD UNTIL THE NEW REGISTRY HAS REPLACED
      * THE LIVE ONE THROUGH JOURNALREPRISE - A REGISTRATION, PIN
      * LOCKOUT OR RESET MADE ON A TERMINAL IS NEVER WRITTEN OVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHORT-FILE ASSIGN TO 'assets/hr_cohort.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-COHORTE.
           SELECT REJECT-FILE ASSIGN TO 'assets/hr_cohort_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-ENROLMENT
               ASSIGN TO 'assets/session_enrolment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-INSCRIPTION.
           SELECT SESSION-MASTER ASSIGN TO 'assets/session_master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SESSION.
           SELECT MONFICHIER ASSIGN TO NOM-FICHIER-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-REGISTRE.
           SELECT COMPTEUR-JOUEUR
               ASSIGN TO 'assets/player_id_counter.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-COMPTEUR.
      * THE REGISTRY LOCK - SEE PRENDRE-VERROU-REGISTRE.
           SELECT VERROU-REGISTRE ASSIGN TO 'assets/player_registry.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-VERROU.

       DATA DIVISION.
       FILE SECTION.
       FD COHORT-FILE.
           COPY "copybooks/cohorte.cpy".

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(120).

       FD SESSION-ENROLMENT.
           COPY "copybooks/inscription.cpy".

       FD SESSION-MASTER.
           COPY "copybooks/session.cpy".

       FD MONFICHIER.
           COPY "copybooks/playerrec.cpy".

       FD COMPTEUR-JOUEUR.
       01 LIGNE-COMPTEUR-JOUEUR.
           88 FIN-DE-FICHIER-COMPTEUR VALUE HIGH-VALUES.
           05 CPT-DERNIER-ID          PIC 9(5).

       FD VERROU-REGISTRE.
       01 LIGNE-VERROU-REGISTRE PIC X(1).

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 ETAT-FICHIER-COHORTE PIC X(2).
       77 ETAT-FICHIER-INSCRIPTION PIC X(2).
       77 ETAT-FICHIER-SESSION PIC X(2).
       77 ETAT-FICHIER-REGISTRE PIC X(2).
       77 ETAT-FICHIER-COMPTEUR PIC X(2) VALUE "00".
       77 ETAT-FICHIER-VERROU PIC X(2) VALUE "00".
       77 STATE-VERROU-PRIS PIC X(1) VALUE "N".
           88 VERROU-REGISTRE-PRIS VALUE "Y".
      * THE REGISTRY IS READ UNDER ITS LIVE NAME AND SAVED UNDER ITS
      * WORK NAME, FOR JOURNALREPRISE TO COPY OVER ONCE COMMITTED.
       77 NOM-FICHIER-REGISTRE PIC X(60)
           VALUE "assets/player_registry.txt".
      * REGISTRY LINES READ, BEFORE ANY NEW PLAYER IS ADDED.
       77 NB-JOUEURS-LUS PIC 9(3) VALUE 0.
       77 IDX PIC 9(3).
       77 IDX-LIGNE PIC 9(3).
       77 IDX-AUTRE PIC 9(3).
       77 IDX-SESSION PIC 9(4).
       77 IDX-TROUVE PIC 9(3).
       77 NB-LUES PIC 9(5) VALUE 0.
       77 NB-INSCRITES PIC 9(5) VALUE 0.
       77 NB-REJETEES PIC 9(5) VALUE 0.
       77 NB-CREES PIC 9(5) VALUE 0.
       77 NB-MATRICULES-RENSEIGNES PIC 9(5) VALUE 0.
       77 NB-REACTIVES PIC 9(5) VALUE 0.
       77 NB-SESSIONS-A-VENIR PIC 9(5) VALUE 0.
       77 MOTIF-REJET PIC X(40).
       77 NOUVEL-ID PIC 9(5) VALUE 0.
       77 STATE-ID-ALLOUE PIC X(1).
           88 ID-ALLOUE VALUE "Y".
       77 STATE-COMPTEUR-VIDE PIC X(1).
           88 COMPTEUR-VIDE VALUE "Y".
       77 NB-TENTATIVES PIC 9(2) VALUE 0.
       77 ATTENTE-SECONDES PIC 9(1) VALUE 1.
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 STATE-REGISTRE-MODIFIE PIC X(1) VALUE "N".
           88 REGISTRE-MODIFIE VALUE "Y".
       77 STATE-SESSION-TROUVEE PIC X(1).
           88 SESSION-TROUVEE VALUE "Y".
           COPY "copybooks/reprise.cpy".

       01 TABLE-DES-JOUEURS.
           05 JOUEUR-TABLE OCCURS 500 TIMES.
               10 JOUEUR-TABLE-ID PIC 9(05).
               10 JOUEUR-TABLE-NOM PIC X(20).
               10 JOUEUR-TABLE-DATE PIC X(08).
               10 JOUEUR-TABLE-ACTIF PIC X(01).
               10 JOUEUR-TABLE-PIN PIC X(07).
               10 JOUEUR-TABLE-ECHECS PIC X(01).
               10 JOUEUR-TABLE-VERROU PIC X(01).
               10 JOUEUR-TABLE-MATRICULE PIC X(10).
       77 NB-JOUEURS-TABLE PIC 9(3) VALUE 0.

       01 TABLE-DES-SESSIONS.
           05 SESSION-T OCCURS 999 TIMES.
               10 ST-CODE PIC X(8).
               10 ST-STATUT PIC X(1).
       77 NB-SESSIONS PIC 9(3) VALUE 0.

      * THE WHOLE COHORT FILE IS HELD FIRST SO THE ENROLMENT LIST
      * CAN BE SCANNED ONCE FOR TRAINEES ALREADY ON THEIR SESSION.
      * CT-ETAT: SPACE PENDING, "A" ENROLLED, "R" REJECTED.
       01 TABLE-COHORTE.
           05 COHORTE-T OCCURS 500 TIMES.
               10 CT-SESSION PIC X(8).
               10 CT-MATRICULE PIC X(10).
               10 CT-NOM PIC X(20).
               10 CT-ETAT PIC X(1).
               10 CT-MOTIF PIC X(40).
               10 CT-JOUEUR-ID PIC 9(5).
               10 CT-JOUEUR-NOM PIC X(20).
       77 NB-COHORTE PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM CONNECTER-OPERATEUR.
           MOVE "C" TO ACC-ROLE-REQUIS.
           MOVE "CHARGEMENT COHORTE RH" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF
           PERFORM REPRENDRE-EXECUTION.
           IF REP-IMPOSSIBLE OR REP-OCCUPE THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COHORT-FILE.
           IF ETAT-FICHIER-COHORTE NOT = "00" THEN
               DISPLAY "AUCUN FICHIER COHORTE RH"
               STOP RUN
           END-IF
           PERFORM CHARGER-SESSIONS.
           OPEN OUTPUT REJECT-FILE.
           PERFORM CHARGER-COHORTE.
           CLOSE COHORT-FILE.
           PERFORM MARQUER-DEJA-INSCRITS.
           PERFORM PRENDRE-VERROU-REGISTRE.
           IF NOT VERROU-REGISTRE-PRIS THEN
               CLOSE REJECT-FILE
               DISPLAY "REGISTRE VERROUILLE - CHARGEMENT REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * A REGISTRY LARGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT
      * LOSING ITS TAIL, SO NOTHING IS LOADED AT ALL.
           PERFORM CHARGER-JOUEURS.
           IF TABLE-DEBORDEE THEN
               PERFORM RENDRE-VERROU-REGISTRE
               CLOSE REJECT-FILE
               DISPLAY "REGISTRE PLEIN (PLUS DE 500 JOUEURS) - "
                   "CHARGEMENT REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO IDX-LIGNE.
           PERFORM UNTIL IDX-LIGNE > NB-COHORTE
               IF CT-ETAT(IDX-LIGNE) = SPACE THEN
                   PERFORM TRAITER-LIGNE
               END-IF
               IF CT-ETAT(IDX-LIGNE) = "R" THEN
                   PERFORM ECRIRE-REJET
               END-IF
               ADD 1 TO IDX-LIGNE
           END-PERFORM.
           CLOSE REJECT-FILE.
      * THE REGISTRY IS SAVED BEFORE ANY ENROLMENT POINTS AT ONE OF
      * ITS NEW IDS; IF IT COULD NOT BE REPLACED, NO ENROLMENT IS
      * WRITTEN AND THE WHOLE COHORT CAN BE SENT AGAIN.
           IF REGISTRE-MODIFIE THEN
               PERFORM SAUVER-JOUEURS
               IF REP-OK THEN
                   PERFORM APPLIQUER-EXECUTION
               END-IF
           END-IF
           PERFORM RENDRE-VERROU-REGISTRE.
           IF NOT REP-OK THEN
               DISPLAY "REGISTRE NON MIS A JOUR - AUCUNE INSCRIPTION "
                   "ECRITE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ECRIRE-INSCRIPTIONS.
           DISPLAY "LIGNES LUES:           " NB-LUES.
           DISPLAY "INSCRIPTIONS:          " NB-INSCRITES.
           DISPLAY "JOUEURS CREES:         " NB-CREES.
           DISPLAY "MATRICULES RENSEIGNES: " NB-MATRICULES-RENSEIGNES.
           DISPLAY "JOUEURS REACTIVES:     " NB-REACTIVES.
           DISPLAY "LIGNES REJETEES:       " NB-REJETEES.
           IF NB-SESSIONS-A-VENIR > 0 THEN
               DISPLAY "DONT " NB-SESSIONS-A-VENIR
                   " POUR UNE SESSION PAS ENCORE OUVERTE"
           END-IF
           IF NB-REJETEES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN.

       CHARGER-JOUEURS.
           MOVE 0 TO NB-JOUEURS-TABLE.
           MOVE "N" TO STATE-DEBORDEMENT.
           OPEN INPUT MONFICHIER.
           IF ETAT-FICHIER-REGISTRE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PLAYER-RECORD.
           PERFORM LIRE-JOUEUR
           PERFORM UNTIL FIN-DE-FICHIER-JOUEUR
               IF NB-JOUEURS-TABLE < 500 THEN
                   ADD 1 TO NB-JOUEURS-TABLE
                   MOVE JOUEUR-ID TO JOUEUR-TABLE-ID(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-NOM
                       TO JOUEUR-TABLE-NOM(NB-JOUEURS-TABLE)
                   MOVE JOUEUR-DATE-INSCRIPTION
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
               ELSE
                   MOVE "Y" TO STATE-DEBORDEMENT
               END-IF
               PERFORM LIRE-JOUEUR
           END-PERFORM.
           CLOSE MONFICHIER.
           MOVE NB-JOUEURS-TABLE TO NB-JOUEURS-LUS.

       LIRE-JOUEUR.
           READ MONFICHIER
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

      * THE NEW REGISTRY GOES TO THE WORK FILE AND IS JOURNALLED AS A
      * RUN OF ITS OWN. THE RUN IS STARTED FIRST: WHILE A REWRITE IS
      * UNDER WAY IN ANOTHER PROGRAM THE WORK FILE IS ITS OWN, AND
      * NOTHING IS WRITTEN.
       SAUVER-JOUEURS.
           MOVE "CHARGEMENT COHORTE RH" TO REP-DETAIL.
           MOVE "D" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY "REECRITURE EN COURS DANS UN AUTRE PROGRAMME - "
                   "CHARGEMENT REFUSE"
               EXIT PARAGRAPH
           END-IF
           MOVE "assets/player_registry_work.txt"
               TO NOM-FICHIER-REGISTRE.
           OPEN OUTPUT MONFICHIER.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               MOVE JOUEUR-TABLE-ID(IDX) TO JOUEUR-ID
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
           MOVE NB-JOUEURS-LUS TO REP-NB-SOURCE.
           MOVE "P" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.

      * A REFUSED COMMIT LEAVES THE LIVE REGISTRY AS IT WAS; AN APPLY
      * STOPPED SHORT IS FINISHED ON THE NEXT START.
       APPLIQUER-EXECUTION.
           MOVE "V" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY "ATTENTION: PREPARATION INCOMPLETE, RIEN N'EST "
                   "FAIT"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           IF NOT REP-OK THEN
               DISPLAY "ATTENTION: APPLICATION INTERROMPUE - VOIR "
                   "REWRITE_RECOVERY_REPORT.TXT"
           END-IF.

      * A RUN LEFT UNFINISHED BY ANY PROGRAM ON THE SHARED FILES IS
      * FINISHED OR ROLLED BACK BEFORE THE REGISTRY IS READ. ONE STILL
      * UNDER WAY IN ANOTHER PROGRAM REFUSES THE LOAD.
       REPRENDRE-EXECUTION.
           MOVE "CHARGECOHORTE" TO REP-PROGRAMME.
           MOVE "R" TO REP-FONCTION.
           CALL "JournalReprise" USING ZONE-REPRISE.
           EVALUATE TRUE
               WHEN REP-RIEN-EN-SUSPENS
                   CONTINUE
               WHEN REP-TERMINEE
                   DISPLAY "REPRISE: EXECUTION INTERROMPUE DE "
                       REP-EN-CAUSE " TERMINEE"
               WHEN REP-ANNULEE
                   DISPLAY "REPRISE: EXECUTION INTERROMPUE DE "
                       REP-EN-CAUSE " ANNULEE"
               WHEN REP-OCCUPE
                   DISPLAY "REECRITURE EN COURS DANS UN AUTRE PROGRAMME"
                       " - CHARGEMENT REFUSE"
               WHEN OTHER
                   DISPLAY "REPRISE IMPOSSIBLE DE " REP-EN-CAUSE
                       " - CHARGEMENT REFUSE"
                   DISPLAY "VOIR REWRITE_RECOVERY_REPORT.TXT"
           END-EVALUATE.

       CHARGER-SESSIONS.
           OPEN INPUT SESSION-MASTER.
           IF ETAT-FICHIER-SESSION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SESSION-RECORD.
           PERFORM LIRE-SESSION
           PERFORM UNTIL FIN-DE-FICHIER-SESSION
               IF NB-SESSIONS < 999 THEN
                   ADD 1 TO NB-SESSIONS
                   MOVE SES-CODE TO ST-CODE(NB-SESSIONS)
                   MOVE SES-STATUT TO ST-STATUT(NB-SESSIONS)
               END-IF
               PERFORM LIRE-SESSION
           END-PERFORM.
           CLOSE SESSION-MASTER.

       LIRE-SESSION.
           READ SESSION-MASTER
               AT END SET FIN-DE-FICHIER-SESSION TO TRUE
           END-READ.

      * LINES BEYOND THE TABLE ARE REJECTED AS THEY ARE READ; HR CAN
      * SEND THEM AGAIN IN A FILE OF THEIR OWN.
       CHARGER-COHORTE.
           MOVE SPACES TO COHORTE-RECORD.
           PERFORM LIRE-COHORTE
           PERFORM UNTIL FIN-DE-FICHIER-COHORTE
               ADD 1 TO NB-LUES
               IF NB-COHORTE < 500 THEN
                   ADD 1 TO NB-COHORTE
                   MOVE COH-SESSION TO CT-SESSION(NB-COHORTE)
                   MOVE COH-MATRICULE TO CT-MATRICULE(NB-COHORTE)
                   MOVE COH-NOM TO CT-NOM(NB-COHORTE)
                   MOVE SPACE TO CT-ETAT(NB-COHORTE)
                   MOVE SPACES TO CT-MOTIF(NB-COHORTE)
                   MOVE 0 TO CT-JOUEUR-ID(NB-COHORTE)
                   MOVE SPACES TO CT-JOUEUR-NOM(NB-COHORTE)
               ELSE
                   MOVE SPACES TO REJECT-LINE
                   STRING COHORTE-RECORD DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          "PLUS DE 500 LIGNES DANS LE FICHIER"
                              DELIMITED BY SIZE
                          INTO REJECT-LINE
                   WRITE REJECT-LINE
                   ADD 1 TO NB-REJETEES
               END-IF
               PERFORM LIRE-COHORTE
           END-PERFORM.

       LIRE-COHORTE.
           READ COHORT-FILE
               AT END SET FIN-DE-FICHIER-COHORTE TO TRUE
           END-READ.

      * HR'S KEY FOR A TRAINEE IS THE EMPLOYEE REFERENCE, SO A SESSION
      * AND REFERENCE ALREADY ON THE LIST - OR SEEN EARLIER IN THE SAME
      * FILE - IS A DUPLICATE.
       MARQUER-DEJA-INSCRITS.
           MOVE 2 TO IDX-LIGNE.
           PERFORM UNTIL IDX-LIGNE > NB-COHORTE
               MOVE 1 TO IDX-AUTRE
               PERFORM UNTIL IDX-AUTRE >= IDX-LIGNE
                   OR CT-ETAT(IDX-LIGNE) = "R"
                   IF CT-SESSION(IDX-AUTRE) = CT-SESSION(IDX-LIGNE)
                       AND CT-MATRICULE(IDX-AUTRE)
                           = CT-MATRICULE(IDX-LIGNE)
                       AND CT-MATRICULE(IDX-LIGNE) NOT = SPACES THEN
                       MOVE "R" TO CT-ETAT(IDX-LIGNE)
                       MOVE "EN DOUBLE DANS LE FICHIER COHORTE"
                           TO CT-MOTIF(IDX-LIGNE)
                   END-IF
                   ADD 1 TO IDX-AUTRE
               END-PERFORM
               ADD 1 TO IDX-LIGNE
           END-PERFORM.
           OPEN INPUT SESSION-ENROLMENT.
           IF ETAT-FICHIER-INSCRIPTION NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INSCRIPTION-RECORD.
           PERFORM LIRE-INSCRIPTION
           PERFORM UNTIL FIN-DE-FICHIER-INSCRIPTION
               MOVE 1 TO IDX-LIGNE
               PERFORM UNTIL IDX-LIGNE > NB-COHORTE
                   IF CT-ETAT(IDX-LIGNE) = SPACE
                       AND CT-SESSION(IDX-LIGNE) = INS-SESSION
                       AND CT-MATRICULE(IDX-LIGNE) = INS-MATRICULE
                       AND INS-MATRICULE NOT = SPACES THEN
                       MOVE "R" TO CT-ETAT(IDX-LIGNE)
                       MOVE "DEJA INSCRIT A CETTE SESSION"
                           TO CT-MOTIF(IDX-LIGNE)
                   END-IF
                   ADD 1 TO IDX-LIGNE
               END-PERFORM
               PERFORM LIRE-INSCRIPTION
           END-PERFORM.
           CLOSE SESSION-ENROLMENT.

       LIRE-INSCRIPTION.
           READ SESSION-ENROLMENT
               AT END SET FIN-DE-FICHIER-INSCRIPTION TO TRUE
           END-READ.

      * THE COHORT ARRIVES BEFORE THE COORDINATOR OPENS THE SESSION,
      * SO AN UNKNOWN CODE IS ACCEPTED - ONLY A SESSION ALREADY CLOSED
      * CAN NO LONGER TAKE TRAINEES.
      * "ANONYME-" NAMES ARE THE CODES EFFACEMENTJOUEUR LEAVES IN
      * PLACE OF AN ERASED PLAYER AND ARE NEVER REGISTERED AGAIN.
       TRAITER-LIGNE.
           EVALUATE TRUE
               WHEN CT-SESSION(IDX-LIGNE) = SPACES
                   MOVE "CODE SESSION ABSENT" TO MOTIF-REJET
               WHEN CT-MATRICULE(IDX-LIGNE) = SPACES
                   MOVE "MATRICULE RH ABSENT" TO MOTIF-REJET
               WHEN CT-NOM(IDX-LIGNE) = SPACES
                   MOVE "NOM ABSENT" TO MOTIF-REJET
               WHEN CT-NOM(IDX-LIGNE)(1:8) = "ANONYME-"
                   MOVE "NOM RESERVE AUX JOUEURS EFFACES"
                       TO MOTIF-REJET
               WHEN OTHER
                   MOVE SPACES TO MOTIF-REJET
           END-EVALUATE
           IF MOTIF-REJET NOT = SPACES THEN
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-SESSION.
           IF SESSION-TROUVEE THEN
               IF ST-STATUT(IDX-SESSION) = "C" THEN
                   MOVE "SESSION DEJA CLOTUREE" TO MOTIF-REJET
                   PERFORM REJETER-LIGNE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM IDENTIFIER-JOUEUR.
           IF CT-ETAT(IDX-LIGNE) = "R" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO CT-ETAT(IDX-LIGNE).
           ADD 1 TO NB-INSCRITES.
           IF NOT SESSION-TROUVEE THEN
               ADD 1 TO NB-SESSIONS-A-VENIR
           END-IF.

       CHERCHER-SESSION.
           MOVE "N" TO STATE-SESSION-TROUVEE.
           MOVE 1 TO IDX-SESSION.
           PERFORM UNTIL IDX-SESSION > NB-SESSIONS OR SESSION-TROUVEE
               IF ST-CODE(IDX-SESSION) = CT-SESSION(IDX-LIGNE) THEN
                   MOVE "Y" TO STATE-SESSION-TROUVEE
               ELSE
                   ADD 1 TO IDX-SESSION
               END-IF
           END-PERFORM.

      * THE EMPLOYEE REFERENCE WINS OVER THE NAME: HR MAY SPELL THE
      * NAME DIFFERENTLY FROM THE ONE THE TRAINEE PLAYS UNDER. A NAME
      * MATCH IS ONLY TAKEN WHEN THAT PLAYER HAS NO REFERENCE YET (IT
      * IS FILLED IN) - A NAME HELD UNDER ANOTHER REFERENCE IS A
      * DIFFERENT PERSON AND THE LINE IS REJECTED.
       IDENTIFIER-JOUEUR.
           MOVE 0 TO IDX-TROUVE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE OR IDX-TROUVE > 0
               IF JOUEUR-TABLE-MATRICULE(IDX) = CT-MATRICULE(IDX-LIGNE)
                   THEN
                   MOVE IDX TO IDX-TROUVE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF IDX-TROUVE = 0 THEN
               MOVE 1 TO IDX
               PERFORM UNTIL IDX > NB-JOUEURS-TABLE OR IDX-TROUVE > 0
                   IF JOUEUR-TABLE-NOM(IDX) = CT-NOM(IDX-LIGNE) THEN
                       MOVE IDX TO IDX-TROUVE
                   END-IF
                   ADD 1 TO IDX
               END-PERFORM
               IF IDX-TROUVE > 0 THEN
                   IF JOUEUR-TABLE-MATRICULE(IDX-TROUVE) NOT = SPACES
                       THEN
                       MOVE "NOM DEJA PRIS SOUS UN AUTRE MATRICULE"
                           TO MOTIF-REJET
                       PERFORM REJETER-LIGNE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CT-MATRICULE(IDX-LIGNE)
                       TO JOUEUR-TABLE-MATRICULE(IDX-TROUVE)
                   MOVE "Y" TO STATE-REGISTRE-MODIFIE
                   ADD 1 TO NB-MATRICULES-RENSEIGNES
               END-IF
           END-IF
           IF IDX-TROUVE = 0 THEN
               PERFORM INSCRIRE-JOUEUR
               IF CT-ETAT(IDX-LIGNE) = "R" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * A TRAINEE RETIRED BY HOUSEKEEPING FOR INACTIVITY IS COMING
      * BACK, SO THE PLAYER IS ACTIVE AGAIN.
           IF JOUEUR-TABLE-ACTIF(IDX-TROUVE) NOT = "O" THEN
               MOVE "O" TO JOUEUR-TABLE-ACTIF(IDX-TROUVE)
               MOVE "Y" TO STATE-REGISTRE-MODIFIE
               ADD 1 TO NB-REACTIVES
           END-IF
           MOVE JOUEUR-TABLE-ID(IDX-TROUVE) TO CT-JOUEUR-ID(IDX-LIGNE).
           MOVE JOUEUR-TABLE-NOM(IDX-TROUVE)
               TO CT-JOUEUR-NOM(IDX-LIGNE).

       INSCRIRE-JOUEUR.
           IF NB-JOUEURS-TABLE >= 500 THEN
               MOVE "REGISTRE PLEIN" TO MOTIF-REJET
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           PERFORM ALLOUER-ID-JOUEUR.
           IF NOT ID-ALLOUE THEN
               MOVE "COMPTEUR D'IDENTIFIANTS INDISPONIBLE"
                   TO MOTIF-REJET
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NB-JOUEURS-TABLE.
           MOVE NB-JOUEURS-TABLE TO IDX-TROUVE.
           MOVE NOUVEL-ID TO JOUEUR-TABLE-ID(IDX-TROUVE).
           MOVE CT-NOM(IDX-LIGNE) TO JOUEUR-TABLE-NOM(IDX-TROUVE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO JOUEUR-TABLE-DATE(IDX-TROUVE).
           MOVE "O" TO JOUEUR-TABLE-ACTIF(IDX-TROUVE).
           MOVE SPACES TO JOUEUR-TABLE-PIN(IDX-TROUVE).
           MOVE "0" TO JOUEUR-TABLE-ECHECS(IDX-TROUVE).
           MOVE "N" TO JOUEUR-TABLE-VERROU(IDX-TROUVE).
           MOVE CT-MATRICULE(IDX-LIGNE)
               TO JOUEUR-TABLE-MATRICULE(IDX-TROUVE).
           MOVE "Y" TO STATE-REGISTRE-MODIFIE.
           ADD 1 TO NB-CREES.

      * PLAYER IDS COME FROM THE SHARED ONE-RECORD COUNTER FILE, READ,
      * BUMPED AND REWRITTEN UNDER A SINGLE EXCLUSIVE OPEN - THE SAME
      * ALLOCATION AS LISTEDESJOUEURS AND PENDU, SO NO TWO PATHS CAN
      * EVER MINT THE SAME ID.
       ALLOUER-ID-JOUEUR.
           MOVE "N" TO STATE-ID-ALLOUE.
           MOVE 0 TO NB-TENTATIVES.
           PERFORM UNTIL ID-ALLOUE OR NB-TENTATIVES > 9
               MOVE "N" TO STATE-COMPTEUR-VIDE
               OPEN I-O COMPTEUR-JOUEUR
               IF ETAT-FICHIER-COMPTEUR = "00" THEN
                   READ COMPTEUR-JOUEUR
                       AT END MOVE "Y" TO STATE-COMPTEUR-VIDE
                       NOT AT END
                           ADD 1 TO CPT-DERNIER-ID
                           REWRITE LIGNE-COMPTEUR-JOUEUR
                           MOVE CPT-DERNIER-ID TO NOUVEL-ID
                           MOVE "Y" TO STATE-ID-ALLOUE
                   END-READ
                   CLOSE COMPTEUR-JOUEUR
                   IF COMPTEUR-VIDE THEN
                       OPEN OUTPUT COMPTEUR-JOUEUR
                       MOVE 1 TO CPT-DERNIER-ID
                       WRITE LIGNE-COMPTEUR-JOUEUR
                       CLOSE COMPTEUR-JOUEUR
                       MOVE 1 TO NOUVEL-ID
                       MOVE "Y" TO STATE-ID-ALLOUE
                   END-IF
               ELSE
                   IF ETAT-FICHIER-COMPTEUR = "35" THEN
                       OPEN OUTPUT COMPTEUR-JOUEUR
                       MOVE 1 TO CPT-DERNIER-ID
                       WRITE LIGNE-COMPTEUR-JOUEUR
                       CLOSE COMPTEUR-JOUEUR
                       MOVE 1 TO NOUVEL-ID
                       MOVE "Y" TO STATE-ID-ALLOUE
                   ELSE
                       ADD 1 TO NB-TENTATIVES
                       CALL "C$SLEEP" USING ATTENTE-SECONDES
                   END-IF
               END-IF
           END-PERFORM.

       REJETER-LIGNE.
           MOVE "R" TO CT-ETAT(IDX-LIGNE).
           MOVE MOTIF-REJET TO CT-MOTIF(IDX-LIGNE).

       ECRIRE-REJET.
           ADD 1 TO NB-REJETEES.
           MOVE SPACES TO REJECT-LINE.
           STRING CT-SESSION(IDX-LIGNE) DELIMITED BY SIZE
                  CT-MATRICULE(IDX-LIGNE) DELIMITED BY SIZE
                  CT-NOM(IDX-LIGNE) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  CT-MOTIF(IDX-LIGNE) DELIMITED BY SIZE
                  INTO REJECT-LINE.
           WRITE REJECT-LINE.

       ECRIRE-INSCRIPTIONS.
           IF NB-INSCRITES = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SESSION-ENROLMENT.
           IF ETAT-FICHIER-INSCRIPTION = "35" THEN
               OPEN OUTPUT SESSION-ENROLMENT
           END-IF
           MOVE 1 TO IDX-LIGNE.
           PERFORM UNTIL IDX-LIGNE > NB-COHORTE
               IF CT-ETAT(IDX-LIGNE) = "A" THEN
                   MOVE CT-SESSION(IDX-LIGNE) TO INS-SESSION
                   MOVE CT-JOUEUR-ID(IDX-LIGNE) TO INS-JOUEUR-ID
                   MOVE CT-JOUEUR-NOM(IDX-LIGNE) TO INS-JOUEUR
                   MOVE CT-MATRICULE(IDX-LIGNE) TO INS-MATRICULE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO INS-DATE-CHARGEMENT
                   MOVE ACC-OPERATEUR TO INS-OPERATEUR
                   WRITE INSCRIPTION-RECORD
               END-IF
               ADD 1 TO IDX-LIGNE
           END-PERFORM.
           CLOSE SESSION-ENROLMENT.

      * SIGN-ON THROUGH CONTROLEACCES, ON PLAIN LINES LIKE THE REST OF
      * THIS PROGRAM - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "CHARGECOHORTE" TO ACC-PROGRAMME.
           MOVE "L" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF.

      * ACC-ROLE-REQUIS AND ACC-ACTION ARE SET BY THE CALLER.
       CONTROLER-ROLE.
           MOVE "V" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               DISPLAY "ACTION REFUSEE - VOTRE ROLE NE LE PERMET PAS."
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
