       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListeOperateurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONFICHIER ASSIGN TO 'assets/operator_master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-OPERATEUR.

       DATA DIVISION.
       FILE SECTION.
       FD MONFICHIER.
           COPY "copybooks/operateur.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       01 TABLE-DES-OPERATEURS.
           05 OPERATEUR-TABLE OCCURS 100 TIMES.
               10 OPERATEUR-TABLE-CODE PIC X(20).
               10 OPERATEUR-TABLE-MDP PIC X(07).
               10 OPERATEUR-TABLE-ROLES.
                   15 OPERATEUR-TABLE-MOTS PIC X(01).
                   15 OPERATEUR-TABLE-JOUEURS PIC X(01).
                   15 OPERATEUR-TABLE-COORD PIC X(01).
                   15 OPERATEUR-TABLE-SUPERV PIC X(01).
               10 OPERATEUR-TABLE-ACTIF PIC X(01).
               10 OPERATEUR-TABLE-CREATION PIC X(08).
               10 OPERATEUR-TABLE-DATE-MDP PIC X(08).
       77 NB-OPERATEURS-TABLE PIC 9(3) VALUE 0.
       77 ETAT-FICHIER-OPERATEUR PIC X(2).
       77 CHOIX-MENU PIC X(1).
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 CODE-SAISI PIC X(20).
       77 MOT-DE-PASSE-SAISI PIC X(12).
       77 MOT-DE-PASSE-CONFIRME PIC X(12).
       77 ROLE-MOTS-SAISI PIC X(1).
       77 ROLE-JOUEURS-SAISI PIC X(1).
       77 ROLE-COORD-SAISI PIC X(1).
       77 ROLE-SUPERV-SAISI PIC X(1).
       77 HASH-MDP PIC 9(7) VALUE 0.
       77 IDX-MDP PIC 9(2).
       77 IDX PIC 9(3).
       77 IDX-LIGNE PIC 9(2).
       77 IDX-ED PIC ZZ9.
       77 INDEX-CIBLE PIC 9(3).
       77 LIGNE-AFFICHAGE PIC X(60).
       77 ETAT-DOUBLON PIC X(1).
           88 EST-DOUBLON VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 STATE-INITIALISATION PIC X(1) VALUE "N".
           88 MODE-INITIALISATION VALUE "Y".
       77 STATE-SAISIE-VALIDE PIC X(1).
           88 SAISIE-VALIDE VALUE "Y".
       77 TOUCHE-PAUSE PIC X(1).
      * AN OPERATOR'S ROLES AS FOUR LETTERS, AS ON THE LIST, FOR THE
      * SECURITY LOG.
       77 ROLES-AVANT PIC X(4).
       77 ROLES-LIBELLE PIC X(4).
       01 CLE-MDP.
           05 CLE-MDP-CODE PIC X(20).
           05 CLE-MDP-SECRET PIC X(12).

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 BLANK SCREEN.

       01 OPERATEUR-ECRAN.
           02 LINE IDX-LIGNE COL 1 PIC X(60) FROM LIGNE-AFFICHAGE.

       01 ECRAN-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "=== Gestion des operateurs ===".
           02 LINE 3 COL 1 VALUE "1. Afficher les operateurs".
           02 LINE 4 COL 1 VALUE "2. Ajouter un operateur".
           02 LINE 5 COL 1 VALUE "3. Modifier les roles".
           02 LINE 6 COL 1 VALUE "4. Nouveau mot de passe".
           02 LINE 7 COL 1 VALUE "5. Activer/desactiver un operateur".
           02 LINE 8 COL 1 VALUE "6. Quitter".
           02 LINE 10 COL 1 VALUE "Choix: ".
           02 CHOIX-ENTRE LINE 10 COL 9 PIC X(1) TO CHOIX-MENU
               REQUIRED.

       01 ECRAN-INITIALISATION.
           02 LINE 1 COL 1 VALUE
               "Aucun operateur enregistre - creation du premier".
           02 LINE 2 COL 1 VALUE
               "superviseur (tous les roles).".

       01 ECRAN-SAISIE-CODE.
           02 LINE 4 COL 1 VALUE "Operateur: ".
           02 CODE-ENTRE LINE 4 COL 12 PIC X(20) TO CODE-SAISI
               REQUIRED.

       01 ECRAN-SAISIE-MDP.
           02 LINE 5 COL 1 VALUE "Mot de passe (6 a 12 car.): ".
           02 MDP-ENTRE LINE 5 COL 30 PIC X(12)
               TO MOT-DE-PASSE-SAISI SECURE.
           02 LINE 6 COL 1 VALUE "Confirmez le mot de passe:  ".
           02 MDP-CONFIRME-ENTRE LINE 6 COL 30 PIC X(12)
               TO MOT-DE-PASSE-CONFIRME SECURE.

       01 ECRAN-SAISIE-ROLES.
           02 LINE 8 COL 1 VALUE "Editeur de mots (O/N):          ".
           02 ROLE-MOTS-ENTRE LINE 8 COL 34 PIC X(1)
               TO ROLE-MOTS-SAISI.
           02 LINE 9 COL 1 VALUE "Administrateur joueurs (O/N):   ".
           02 ROLE-JOUEURS-ENTRE LINE 9 COL 34 PIC X(1)
               TO ROLE-JOUEURS-SAISI.
           02 LINE 10 COL 1 VALUE "Coordinateur tournois (O/N):    ".
           02 ROLE-COORD-ENTRE LINE 10 COL 34 PIC X(1)
               TO ROLE-COORD-SAISI.
           02 LINE 11 COL 1 VALUE "Superviseur (O/N):              ".
           02 ROLE-SUPERV-ENTRE LINE 11 COL 34 PIC X(1)
               TO ROLE-SUPERV-SAISI.

       01 ECRAN-SAISIE-INDEX.
           02 LINE 1 COL 1 VALUE "Numero de l'operateur (voir liste): ".
           02 INDEX-ENTRE LINE 1 COL 38 PIC 9(3) TO INDEX-CIBLE
               REQUIRED.

       01 ECRAN-DOUBLON.
           02 LINE 13 COL 1 VALUE "Cet operateur existe deja.".

       01 ECRAN-MDP-NON-CONFORME.
           02 LINE 13 COL 1 VALUE
               "Mots de passe differents ou trop courts.".

       01 ECRAN-NUMERO-INVALIDE.
           02 LINE 13 COL 1 VALUE "Numero invalide.".

       01 ECRAN-SOI-MEME.
           02 LINE 13 COL 1 VALUE
               "Un superviseur ne retire pas ses propres droits.".

       01 ECRAN-DEBORDEMENT.
           02 LINE 13 COL 1 VALUE
               "Fichier plein (plus de 100 operateurs) -".
           02 LINE 14 COL 1 VALUE
               "sauvegarde refusee pour ne rien perdre.".

       01 ECRAN-CONFIRMATION.
           02 LINE 13 COL 1 VALUE "Operation terminee.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".
           02 PAUSE-ENTREE LINE 24 COL 40 PIC X(1) TO TOUCHE-PAUSE.

      * ONLY A SUPERVISOR MANAGES OPERATORS. THE ONE EXCEPTION IS AN
      * EMPTY OR MISSING MASTER: THERE IS NOBODY TO SIGN ON, SO THE
      * FIRST OPERATOR IS CREATED STRAIGHT AWAY WITH EVERY ROLE AND
      * EVERYTHING AFTER THAT GOES THROUGH THE SIGN-ON.
       PROCEDURE DIVISION.
       Debut.
           PERFORM CHARGER-OPERATEURS.
           IF NB-OPERATEURS-TABLE = 0 AND NOT TABLE-DEBORDEE THEN
               MOVE "Y" TO STATE-INITIALISATION
               MOVE "LISTEOPERATEURS" TO ACC-PROGRAMME
               MOVE "INITIALISATION" TO ACC-OPERATEUR
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-INITIALISATION
               PERFORM AJOUTER-OPERATEUR
               STOP RUN
           END-IF
           PERFORM CONNECTER-OPERATEUR.
           MOVE "S" TO ACC-ROLE-REQUIS.
           MOVE "GESTION DES OPERATEURS" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
               ACCEPT CHOIX-ENTRE
               EVALUATE CHOIX-MENU
                   WHEN "1" PERFORM AFFICHER-OPERATEURS
                   WHEN "2" PERFORM AJOUTER-OPERATEUR
                   WHEN "3" PERFORM MODIFIER-ROLES
                   WHEN "4" PERFORM CHANGER-MOT-DE-PASSE
                   WHEN "5" PERFORM BASCULER-ACTIF
                   WHEN "6" SET DOIT-QUITTER TO TRUE
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "LISTEOPERATEURS" TO ACC-PROGRAMME.
           MOVE "C" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF.

      * ACC-ROLE-REQUIS AND ACC-ACTION ARE SET BY THE CALLER.
       CONTROLER-ROLE.
           MOVE "V" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               DISPLAY ECRAN-ROLE-REFUSE
               PERFORM ATTENDRE-TOUCHE
           END-IF.

       CHARGER-OPERATEURS.
           INITIALIZE NB-OPERATEURS-TABLE.
           MOVE "N" TO STATE-DEBORDEMENT.
           OPEN INPUT MONFICHIER.
           IF ETAT-FICHIER-OPERATEUR NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-OPERATEUR
           PERFORM UNTIL FIN-DE-FICHIER-OPERATEUR
               IF NB-OPERATEURS-TABLE < 100 THEN
                   ADD 1 TO NB-OPERATEURS-TABLE
                   MOVE OPR-CODE
                       TO OPERATEUR-TABLE-CODE(NB-OPERATEURS-TABLE)
                   MOVE OPR-MDP-CODE
                       TO OPERATEUR-TABLE-MDP(NB-OPERATEURS-TABLE)
                   MOVE OPR-ROLE-MOTS
                       TO OPERATEUR-TABLE-MOTS(NB-OPERATEURS-TABLE)
                   MOVE OPR-ROLE-JOUEURS
                       TO OPERATEUR-TABLE-JOUEURS(NB-OPERATEURS-TABLE)
                   MOVE OPR-ROLE-COORDINATION
                       TO OPERATEUR-TABLE-COORD(NB-OPERATEURS-TABLE)
                   MOVE OPR-ROLE-SUPERVISION
                       TO OPERATEUR-TABLE-SUPERV(NB-OPERATEURS-TABLE)
                   MOVE OPR-ACTIF
                       TO OPERATEUR-TABLE-ACTIF(NB-OPERATEURS-TABLE)
                   MOVE OPR-DATE-CREATION
                       TO OPERATEUR-TABLE-CREATION(NB-OPERATEURS-TABLE)
                   MOVE OPR-DATE-MDP
                       TO OPERATEUR-TABLE-DATE-MDP(NB-OPERATEURS-TABLE)
               ELSE
                   MOVE "Y" TO STATE-DEBORDEMENT
               END-IF
               PERFORM LIRE-OPERATEUR
           END-PERFORM.
           CLOSE MONFICHIER.

       LIRE-OPERATEUR.
           READ MONFICHIER
               AT END SET FIN-DE-FICHIER-OPERATEUR TO TRUE
           END-READ.

       SAUVER-OPERATEURS.
           IF TABLE-DEBORDEE THEN
               DISPLAY ECRAN-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MONFICHIER.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-OPERATEURS-TABLE
               MOVE OPERATEUR-TABLE-CODE(IDX) TO OPR-CODE
               MOVE OPERATEUR-TABLE-MDP(IDX) TO OPR-MDP-CODE
               MOVE OPERATEUR-TABLE-MOTS(IDX) TO OPR-ROLE-MOTS
               MOVE OPERATEUR-TABLE-JOUEURS(IDX) TO OPR-ROLE-JOUEURS
               MOVE OPERATEUR-TABLE-COORD(IDX) TO OPR-ROLE-COORDINATION
               MOVE OPERATEUR-TABLE-SUPERV(IDX) TO OPR-ROLE-SUPERVISION
               MOVE OPERATEUR-TABLE-ACTIF(IDX) TO OPR-ACTIF
               MOVE OPERATEUR-TABLE-CREATION(IDX) TO OPR-DATE-CREATION
               MOVE OPERATEUR-TABLE-DATE-MDP(IDX) TO OPR-DATE-MDP
               WRITE OPERATEUR-RECORD
               ADD 1 TO IDX
           END-PERFORM.
           CLOSE MONFICHIER.

      * ROLES SHOW AS FOUR LETTERS: M(OTS) J(OUEURS) C(OORDINATION)
      * S(UPERVISION), A DOT WHERE THE ROLE IS NOT HELD.
       AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-VIDE.
           MOVE 1 TO IDX.
           MOVE 1 TO IDX-LIGNE.
           PERFORM UNTIL IDX > NB-OPERATEURS-TABLE
               MOVE IDX TO IDX-ED
               MOVE SPACES TO LIGNE-AFFICHAGE
               STRING IDX-ED DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      OPERATEUR-TABLE-CODE(IDX) DELIMITED BY SIZE
                      " [" DELIMITED BY SIZE
                      OPERATEUR-TABLE-ACTIF(IDX) DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      INTO LIGNE-AFFICHAGE
               IF OPERATEUR-TABLE-MOTS(IDX) = "O" THEN
                   MOVE "M" TO LIGNE-AFFICHAGE(31:1)
               ELSE
                   MOVE "." TO LIGNE-AFFICHAGE(31:1)
               END-IF
               IF OPERATEUR-TABLE-JOUEURS(IDX) = "O" THEN
                   MOVE "J" TO LIGNE-AFFICHAGE(32:1)
               ELSE
                   MOVE "." TO LIGNE-AFFICHAGE(32:1)
               END-IF
               IF OPERATEUR-TABLE-COORD(IDX) = "O" THEN
                   MOVE "C" TO LIGNE-AFFICHAGE(33:1)
               ELSE
                   MOVE "." TO LIGNE-AFFICHAGE(33:1)
               END-IF
               IF OPERATEUR-TABLE-SUPERV(IDX) = "O" THEN
                   MOVE "S" TO LIGNE-AFFICHAGE(34:1)
               ELSE
                   MOVE "." TO LIGNE-AFFICHAGE(34:1)
               END-IF
               MOVE OPERATEUR-TABLE-DATE-MDP(IDX)
                   TO LIGNE-AFFICHAGE(36:8)
               DISPLAY OPERATEUR-ECRAN
               IF IDX-LIGNE < 23 THEN
                   ADD 1 TO IDX-LIGNE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

       AFFICHER-OPERATEURS.
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           PERFORM ATTENDRE-TOUCHE.

       AJOUTER-OPERATEUR.
           DISPLAY ECRAN-SAISIE-CODE.
           ACCEPT CODE-ENTRE.
           MOVE "N" TO ETAT-DOUBLON.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-OPERATEURS-TABLE OR EST-DOUBLON
               IF OPERATEUR-TABLE-CODE(IDX) = CODE-SAISI THEN
                   MOVE "Y" TO ETAT-DOUBLON
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF EST-DOUBLON THEN
               DISPLAY ECRAN-DOUBLON
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           IF NB-OPERATEURS-TABLE NOT < 100 OR TABLE-DEBORDEE THEN
               DISPLAY ECRAN-DEBORDEMENT
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-MOT-DE-PASSE.
           IF NOT SAISIE-VALIDE THEN
               DISPLAY ECRAN-MDP-NON-CONFORME
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           IF MODE-INITIALISATION THEN
               MOVE "O" TO ROLE-MOTS-SAISI
               MOVE "O" TO ROLE-JOUEURS-SAISI
               MOVE "O" TO ROLE-COORD-SAISI
               MOVE "O" TO ROLE-SUPERV-SAISI
           ELSE
               PERFORM SAISIR-ROLES
           END-IF
           ADD 1 TO NB-OPERATEURS-TABLE.
           MOVE NB-OPERATEURS-TABLE TO INDEX-CIBLE.
           MOVE CODE-SAISI TO OPERATEUR-TABLE-CODE(INDEX-CIBLE).
           PERFORM CHIFFRER-MOT-DE-PASSE.
           MOVE HASH-MDP TO OPERATEUR-TABLE-MDP(INDEX-CIBLE).
           PERFORM RANGER-ROLES.
           MOVE "O" TO OPERATEUR-TABLE-ACTIF(INDEX-CIBLE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO OPERATEUR-TABLE-CREATION(INDEX-CIBLE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO OPERATEUR-TABLE-DATE-MDP(INDEX-CIBLE).
           PERFORM SAUVER-OPERATEURS.
           PERFORM LIBELLER-ROLES.
           MOVE SPACES TO ACC-ACTION.
           STRING "AJOUT OPERATEUR, ROLES " DELIMITED BY SIZE
                  ROLES-LIBELLE DELIMITED BY SIZE
                  INTO ACC-ACTION.
           PERFORM JOURNALISER-MODIFICATION.
           DISPLAY ECRAN-CONFIRMATION.
           PERFORM ATTENDRE-TOUCHE.

      * THE SIGNED-ON SUPERVISOR MAY NOT TAKE AWAY THEIR OWN ROLES OR
      * SWITCH THEMSELVES OFF - THAT IS HOW THE LAST SUPERVISOR GETS
      * LOCKED OUT OF THIS PROGRAM.
       MODIFIER-ROLES.
           PERFORM CHOISIR-OPERATEUR.
           IF NOT SAISIE-VALIDE THEN
               EXIT PARAGRAPH
           END-IF
           IF OPERATEUR-TABLE-CODE(INDEX-CIBLE) = ACC-OPERATEUR THEN
               DISPLAY ECRAN-SOI-MEME
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIBELLER-ROLES.
           MOVE ROLES-LIBELLE TO ROLES-AVANT.
           PERFORM SAISIR-ROLES.
           PERFORM RANGER-ROLES.
           PERFORM SAUVER-OPERATEURS.
           PERFORM LIBELLER-ROLES.
           MOVE SPACES TO ACC-ACTION.
           STRING "ROLES " DELIMITED BY SIZE
                  ROLES-AVANT DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  ROLES-LIBELLE DELIMITED BY SIZE
                  INTO ACC-ACTION.
           PERFORM JOURNALISER-MODIFICATION.
           DISPLAY ECRAN-CONFIRMATION.
           PERFORM ATTENDRE-TOUCHE.

       CHANGER-MOT-DE-PASSE.
           PERFORM CHOISIR-OPERATEUR.
           IF NOT SAISIE-VALIDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-MOT-DE-PASSE.
           IF NOT SAISIE-VALIDE THEN
               DISPLAY ECRAN-MDP-NON-CONFORME
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATEUR-TABLE-CODE(INDEX-CIBLE) TO CODE-SAISI.
           PERFORM CHIFFRER-MOT-DE-PASSE.
           MOVE HASH-MDP TO OPERATEUR-TABLE-MDP(INDEX-CIBLE).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO OPERATEUR-TABLE-DATE-MDP(INDEX-CIBLE).
           PERFORM SAUVER-OPERATEURS.
           MOVE "NOUVEAU MOT DE PASSE" TO ACC-ACTION.
           PERFORM JOURNALISER-MODIFICATION.
           DISPLAY ECRAN-CONFIRMATION.
           PERFORM ATTENDRE-TOUCHE.

      * OPERATORS ARE NEVER DELETED - THEIR NAME STAYS ON THE AUDIT
      * TRAILS - SO A LEAVER IS JUST SWITCHED OFF.
       BASCULER-ACTIF.
           PERFORM CHOISIR-OPERATEUR.
           IF NOT SAISIE-VALIDE THEN
               EXIT PARAGRAPH
           END-IF
           IF OPERATEUR-TABLE-CODE(INDEX-CIBLE) = ACC-OPERATEUR THEN
               DISPLAY ECRAN-SOI-MEME
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           IF OPERATEUR-TABLE-ACTIF(INDEX-CIBLE) = "O" THEN
               MOVE "N" TO OPERATEUR-TABLE-ACTIF(INDEX-CIBLE)
               MOVE "OPERATEUR DESACTIVE" TO ACC-ACTION
           ELSE
               MOVE "O" TO OPERATEUR-TABLE-ACTIF(INDEX-CIBLE)
               MOVE "OPERATEUR REACTIVE" TO ACC-ACTION
           END-IF
           PERFORM SAUVER-OPERATEURS.
           PERFORM JOURNALISER-MODIFICATION.
           DISPLAY ECRAN-CONFIRMATION.
           PERFORM ATTENDRE-TOUCHE.

       CHOISIR-OPERATEUR.
           MOVE "Y" TO STATE-SAISIE-VALIDE.
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-SAISIE-INDEX.
           ACCEPT INDEX-ENTRE.
           IF INDEX-CIBLE < 1 OR INDEX-CIBLE > NB-OPERATEURS-TABLE THEN
               MOVE "N" TO STATE-SAISIE-VALIDE
               DISPLAY ECRAN-NUMERO-INVALIDE
               PERFORM ATTENDRE-TOUCHE
           END-IF.

       SAISIR-MOT-DE-PASSE.
           MOVE "N" TO STATE-SAISIE-VALIDE.
           MOVE SPACES TO MOT-DE-PASSE-SAISI.
           MOVE SPACES TO MOT-DE-PASSE-CONFIRME.
           DISPLAY ECRAN-SAISIE-MDP.
           ACCEPT MDP-ENTRE.
           ACCEPT MDP-CONFIRME-ENTRE.
           IF MOT-DE-PASSE-SAISI = MOT-DE-PASSE-CONFIRME
               AND MOT-DE-PASSE-SAISI(6:1) NOT = SPACE
               AND MOT-DE-PASSE-SAISI(1:1) NOT = SPACE THEN
               MOVE "Y" TO STATE-SAISIE-VALIDE
           END-IF.

      * ANYTHING BUT "O" IS TAKEN AS "N".
       SAISIR-ROLES.
           MOVE "N" TO ROLE-MOTS-SAISI ROLE-JOUEURS-SAISI
               ROLE-COORD-SAISI ROLE-SUPERV-SAISI.
           DISPLAY ECRAN-SAISIE-ROLES.
           ACCEPT ROLE-MOTS-ENTRE.
           ACCEPT ROLE-JOUEURS-ENTRE.
           ACCEPT ROLE-COORD-ENTRE.
           ACCEPT ROLE-SUPERV-ENTRE.

       RANGER-ROLES.
           MOVE "NNNN" TO OPERATEUR-TABLE-ROLES(INDEX-CIBLE).
           IF ROLE-MOTS-SAISI = "O" THEN
               MOVE "O" TO OPERATEUR-TABLE-MOTS(INDEX-CIBLE)
           END-IF
           IF ROLE-JOUEURS-SAISI = "O" THEN
               MOVE "O" TO OPERATEUR-TABLE-JOUEURS(INDEX-CIBLE)
           END-IF
           IF ROLE-COORD-SAISI = "O" THEN
               MOVE "O" TO OPERATEUR-TABLE-COORD(INDEX-CIBLE)
           END-IF
           IF ROLE-SUPERV-SAISI = "O" THEN
               MOVE "O" TO OPERATEUR-TABLE-SUPERV(INDEX-CIBLE)
           END-IF.

       LIBELLER-ROLES.
           MOVE "...." TO ROLES-LIBELLE.
           IF OPERATEUR-TABLE-MOTS(INDEX-CIBLE) = "O" THEN
               MOVE "M" TO ROLES-LIBELLE(1:1)
           END-IF
           IF OPERATEUR-TABLE-JOUEURS(INDEX-CIBLE) = "O" THEN
               MOVE "J" TO ROLES-LIBELLE(2:1)
           END-IF
           IF OPERATEUR-TABLE-COORD(INDEX-CIBLE) = "O" THEN
               MOVE "C" TO ROLES-LIBELLE(3:1)
           END-IF
           IF OPERATEUR-TABLE-SUPERV(INDEX-CIBLE) = "O" THEN
               MOVE "S" TO ROLES-LIBELLE(4:1)
           END-IF.

      * EVERY CHANGE SAVED TO THE MASTER GOES TO THE SECURITY LOG
      * THROUGH CONTROLEACCES: WHO MADE IT (ACC-OPERATEUR), WHAT IT
      * WAS (ACC-ACTION, SET BY THE CALLER) AND WHOSE RECORD IT
      * CHANGED. A SAVE REFUSED FOR A FULL TABLE CHANGED NOTHING.
       JOURNALISER-MODIFICATION.
           IF TABLE-DEBORDEE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATEUR-TABLE-CODE(INDEX-CIBLE) TO ACC-CIBLE.
           MOVE "J" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.

      * THE SAME HASH AS CHIFFRER-MOT-DE-PASSE IN CONTROLEACCES -
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

       ATTENDRE-TOUCHE.
           DISPLAY ECRAN-PAUSE.
           ACCEPT PAUSE-ENTREE.
