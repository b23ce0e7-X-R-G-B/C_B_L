       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleAcces.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO 'assets/operator_master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-OPERATEUR.
           SELECT SECURITY-LOG ASSIGN TO 'assets/security_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-SECURITE.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
           COPY "copybooks/operateur.cpy".

       FD SECURITY-LOG.
           COPY "copybooks/securite.cpy".

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-OPERATEUR PIC X(2).
       77 ETAT-FICHIER-SECURITE PIC X(2).
       77 CODE-SAISI PIC X(20).
       77 MOT-DE-PASSE-SAISI PIC X(12).
       77 MDP-CODE-CALCULE PIC X(7).
       77 HASH-MDP PIC 9(7) VALUE 0.
       77 IDX-MDP PIC 9(2).
       77 NB-ESSAIS PIC 9(1) VALUE 0.
       77 NB-TENTATIVES PIC 9(2) VALUE 0.
       77 ATTENTE-SECONDES PIC 9(1) VALUE 1.
       77 EVENEMENT-SECURITE PIC X(1).
       77 MOTIF-SECURITE PIC X(30).
       77 CIBLE-SECURITE PIC X(20) VALUE SPACES.
       77 TOUCHE-PAUSE PIC X(1).
       77 STATE-OPERATEUR-TROUVE PIC X(1).
           88 OPERATEUR-TROUVE VALUE "Y".
       77 STATE-MASTER-ABSENT PIC X(1).
           88 MASTER-ABSENT VALUE "Y".
       77 STATE-APPEND-FAIT PIC X(1).
           88 APPEND-FAIT VALUE "Y".
       01 CLE-MDP.
           05 CLE-MDP-CODE PIC X(20).
           05 CLE-MDP-SECRET PIC X(12).

       LINKAGE SECTION.
           COPY "copybooks/acces.cpy".

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 BLANK SCREEN.

       01 ECRAN-CONNEXION.
           02 LINE 1 COL 1 VALUE "=== Connexion operateur - ".
           02 LINE 1 COL 27 PIC X(20) FROM ACC-PROGRAMME.
           02 LINE 3 COL 1 VALUE "Operateur:    ".
           02 CODE-ENTRE LINE 3 COL 15 PIC X(20) TO CODE-SAISI
               REQUIRED.
           02 LINE 4 COL 1 VALUE "Mot de passe: ".
           02 MDP-ENTRE LINE 4 COL 15 PIC X(12)
               TO MOT-DE-PASSE-SAISI SECURE.

       01 ECRAN-ECHEC.
           02 LINE 6 COL 1 VALUE "Operateur ou mot de passe refuse.".

       01 ECRAN-MASTER-ABSENT.
           02 LINE 6 COL 1 VALUE
               "Aucun operateur enregistre - le premier superviseur".
           02 LINE 7 COL 1 VALUE "se cree dans ListeOperateurs.".

       01 ECRAN-CONNEXION-REFUSEE.
           02 LINE 8 COL 1 VALUE "Connexion refusee apres 3 essais.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".
           02 PAUSE-ENTREE LINE 24 COL 40 PIC X(1) TO TOUCHE-PAUSE.

      * CALLED BY EVERY MAINTENANCE PROGRAM: ONCE AT START TO SIGN THE
      * OPERATOR ON, THEN BEFORE EACH ACTION THAT NEEDS A ROLE. EVERY
      * SIGN-ON, FAILED SIGN-ON, REFUSED ACTION AND CHANGE TO AN
      * OPERATOR GOES TO THE SECURITY LOG.
       PROCEDURE DIVISION USING ZONE-ACCES.
           MOVE SPACES TO CIBLE-SECURITE.
           EVALUATE TRUE
               WHEN ACC-CONNEXION
                   PERFORM CONNECTER-OPERATEUR
               WHEN ACC-CONNEXION-LIGNE
                   PERFORM CONNECTER-EN-LIGNE
               WHEN ACC-CONTROLE-ROLE
                   PERFORM CONTROLER-ROLE
               WHEN ACC-JOURNALISER
                   PERFORM JOURNALISER-MODIFICATION
               WHEN OTHER
                   MOVE "N" TO ACC-STATUT
           END-EVALUATE.
       GOBACK.

      * THREE TRIES. AN UNKNOWN CODE, AN INACTIVE OPERATOR AND A WRONG
      * PASSWORD ALL GET THE SAME MESSAGE ON SCREEN - ONLY THE LOG
      * SAYS WHICH IT WAS (SEE VERIFIER-CONNEXION).
       CONNECTER-OPERATEUR.
           MOVE "N" TO ACC-STATUT.
           MOVE SPACES TO ACC-OPERATEUR.
           MOVE "NNNN" TO ACC-ROLES.
           MOVE 0 TO NB-ESSAIS.
           PERFORM UNTIL ACC-ACCORDE OR NB-ESSAIS > 2
               MOVE SPACES TO CODE-SAISI
               MOVE SPACES TO MOT-DE-PASSE-SAISI
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-CONNEXION
               ACCEPT CODE-ENTRE
               ACCEPT MDP-ENTRE
               PERFORM CHERCHER-OPERATEUR
               IF MASTER-ABSENT THEN
                   DISPLAY ECRAN-MASTER-ABSENT
                   PERFORM ATTENDRE-TOUCHE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VERIFIER-CONNEXION
               IF NOT ACC-ACCORDE THEN
                   DISPLAY ECRAN-ECHEC
               END-IF
           END-PERFORM.
           IF NOT ACC-ACCORDE THEN
               DISPLAY ECRAN-CONNEXION-REFUSEE
               PERFORM ATTENDRE-TOUCHE
           END-IF.

      * THE SAME SIGN-ON, ONE PROMPT PER LINE, FOR A PROGRAM THAT
      * WRITES TO THE TERMINAL WITH PLAIN DISPLAY - A SCREEN WOULD
      * LEAVE THAT TERMINAL IN SCREEN MODE UNDER THE PROGRAM'S OWN
      * OUTPUT.
       CONNECTER-EN-LIGNE.
           MOVE "N" TO ACC-STATUT.
           MOVE SPACES TO ACC-OPERATEUR.
           MOVE "NNNN" TO ACC-ROLES.
           MOVE 0 TO NB-ESSAIS.
           DISPLAY "=== CONNEXION OPERATEUR - "
               FUNCTION TRIM(ACC-PROGRAMME) " ===".
           PERFORM UNTIL ACC-ACCORDE OR NB-ESSAIS > 2
               MOVE SPACES TO CODE-SAISI
               MOVE SPACES TO MOT-DE-PASSE-SAISI
               DISPLAY "OPERATEUR:    " WITH NO ADVANCING
               ACCEPT CODE-SAISI
               DISPLAY "MOT DE PASSE: " WITH NO ADVANCING
               ACCEPT MOT-DE-PASSE-SAISI
               PERFORM CHERCHER-OPERATEUR
               IF MASTER-ABSENT THEN
                   DISPLAY "AUCUN OPERATEUR ENREGISTRE - LE PREMIER "
                       "SUPERVISEUR SE CREE DANS LISTEOPERATEURS."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VERIFIER-CONNEXION
               IF NOT ACC-ACCORDE THEN
                   DISPLAY "OPERATEUR OU MOT DE PASSE REFUSE."
               END-IF
           END-PERFORM.
           IF NOT ACC-ACCORDE THEN
               DISPLAY "CONNEXION REFUSEE APRES 3 ESSAIS."
           END-IF.

      * AN UNKNOWN CODE, AN INACTIVE OPERATOR AND A WRONG PASSWORD
      * ARE TOLD APART IN THE LOG ONLY. A FAILURE COUNTS AS A TRY.
       VERIFIER-CONNEXION.
           PERFORM CHIFFRER-MOT-DE-PASSE.
           EVALUATE TRUE
               WHEN NOT OPERATEUR-TROUVE
                   MOVE "OPERATEUR INCONNU" TO MOTIF-SECURITE
               WHEN NOT OPR-EST-ACTIF
                   MOVE "OPERATEUR INACTIF" TO MOTIF-SECURITE
               WHEN MDP-CODE-CALCULE NOT = OPR-MDP-CODE
                   MOVE "MOT DE PASSE ERRONE" TO MOTIF-SECURITE
               WHEN OTHER
                   MOVE "O" TO ACC-STATUT
           END-EVALUATE
           IF ACC-ACCORDE THEN
               MOVE OPR-CODE TO ACC-OPERATEUR
               MOVE OPR-ROLE-MOTS TO ACC-ROLE-MOTS
               MOVE OPR-ROLE-JOUEURS TO ACC-ROLE-JOUEURS
               MOVE OPR-ROLE-COORDINATION TO ACC-ROLE-COORDINATION
               MOVE OPR-ROLE-SUPERVISION TO ACC-ROLE-SUPERVISION
               MOVE "S" TO EVENEMENT-SECURITE
               MOVE SPACES TO MOTIF-SECURITE
               PERFORM JOURNALISER-SECURITE
           ELSE
               ADD 1 TO NB-ESSAIS
               MOVE "E" TO EVENEMENT-SECURITE
               PERFORM JOURNALISER-SECURITE
           END-IF.

       CHERCHER-OPERATEUR.
           MOVE "N" TO STATE-OPERATEUR-TROUVE.
           MOVE "N" TO STATE-MASTER-ABSENT.
           OPEN INPUT OPERATOR-MASTER.
           IF ETAT-FICHIER-OPERATEUR NOT = "00" THEN
               MOVE "Y" TO STATE-MASTER-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-OPERATEUR
           IF FIN-DE-FICHIER-OPERATEUR THEN
               MOVE "Y" TO STATE-MASTER-ABSENT
           END-IF
           PERFORM UNTIL FIN-DE-FICHIER-OPERATEUR OR OPERATEUR-TROUVE
               IF OPR-CODE = CODE-SAISI THEN
                   MOVE "Y" TO STATE-OPERATEUR-TROUVE
               ELSE
                   PERFORM LIRE-OPERATEUR
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-MASTER.

       LIRE-OPERATEUR.
           READ OPERATOR-MASTER
               AT END SET FIN-DE-FICHIER-OPERATEUR TO TRUE
           END-READ.

      * THE SAME HASH AS CHIFFRER-MOT-DE-PASSE IN LISTEOPERATEURS -
      * BOTH MUST STAY IN STEP.
       CHIFFRER-MOT-DE-PASSE.
           MOVE CODE-SAISI TO CLE-MDP-CODE.
           MOVE MOT-DE-PASSE-SAISI TO CLE-MDP-SECRET.
           MOVE 0 TO HASH-MDP.
           MOVE 1 TO IDX-MDP.
           PERFORM UNTIL IDX-MDP > 32
               COMPUTE HASH-MDP = FUNCTION MOD(
                   (HASH-MDP * 31) + FUNCTION ORD(CLE-MDP(IDX-MDP:1)),
                   9999991)
               ADD 1 TO IDX-MDP
           END-PERFORM.
           MOVE HASH-MDP TO MDP-CODE-CALCULE.

      * A SUPERVISOR HOLDS EVERY ROLE. THE CALLER SHOWS ITS OWN
      * REFUSAL MESSAGE; ONLY THE LOGGING HAPPENS HERE.
       CONTROLER-ROLE.
           MOVE "N" TO ACC-STATUT.
           IF ACC-ROLE-SUPERVISION = "O" THEN
               MOVE "O" TO ACC-STATUT
           ELSE
               EVALUATE ACC-ROLE-REQUIS
                   WHEN "M"
                       IF ACC-ROLE-MOTS = "O" THEN
                           MOVE "O" TO ACC-STATUT
                       END-IF
                   WHEN "J"
                       IF ACC-ROLE-JOUEURS = "O" THEN
                           MOVE "O" TO ACC-STATUT
                       END-IF
                   WHEN "C"
                       IF ACC-ROLE-COORDINATION = "O" THEN
                           MOVE "O" TO ACC-STATUT
                       END-IF
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF
           IF NOT ACC-ACCORDE THEN
               MOVE ACC-OPERATEUR TO CODE-SAISI
               MOVE "R" TO EVENEMENT-SECURITE
               MOVE ACC-ACTION TO MOTIF-SECURITE
               PERFORM JOURNALISER-SECURITE
           END-IF.

      * THE OPERATOR WHO MADE THE CHANGE, WHAT IT WAS AND WHOSE
      * RECORD IT WAS MADE TO. NOTHING IS CHECKED - THE CALLER HAS
      * ALREADY MADE IT.
       JOURNALISER-MODIFICATION.
           MOVE ACC-OPERATEUR TO CODE-SAISI.
           MOVE "M" TO EVENEMENT-SECURITE.
           MOVE ACC-ACTION TO MOTIF-SECURITE.
           MOVE ACC-CIBLE TO CIBLE-SECURITE.
           PERFORM JOURNALISER-SECURITE.
           MOVE "O" TO ACC-STATUT.

       JOURNALISER-SECURITE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SEC-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SEC-HEURE.
           MOVE CODE-SAISI TO SEC-OPERATEUR.
           MOVE ACC-PROGRAMME TO SEC-PROGRAMME.
           MOVE EVENEMENT-SECURITE TO SEC-EVENEMENT.
           MOVE MOTIF-SECURITE TO SEC-ACTION.
           MOVE CIBLE-SECURITE TO SEC-CIBLE.
           MOVE 0 TO NB-TENTATIVES.
           MOVE "N" TO STATE-APPEND-FAIT.
           PERFORM UNTIL APPEND-FAIT OR NB-TENTATIVES > 9
               OPEN EXTEND SECURITY-LOG
               IF ETAT-FICHIER-SECURITE = "35" THEN
                   OPEN OUTPUT SECURITY-LOG
               END-IF
               IF ETAT-FICHIER-SECURITE = "00" THEN
                   WRITE SECURITE-RECORD
                   CLOSE SECURITY-LOG
                   MOVE "Y" TO STATE-APPEND-FAIT
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.

       ATTENDRE-TOUCHE.
           DISPLAY ECRAN-PAUSE.
           ACCEPT PAUSE-ENTREE.
