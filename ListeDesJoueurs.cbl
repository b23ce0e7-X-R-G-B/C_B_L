               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-COMPTEUR.
           SELECT PIN-LOG ASSIGN TO 'assets/player_pin_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-PINLOG.
      * THE REGISTRY LOCK PENDU HOLDS WHILE IT REGISTERS A PLAYER OR
      * UPDATES A PIN - SEE PRENDRE-VERROU-REGISTRE.
           SELECT VERROU-REGISTRE ASSIGN TO 'assets/player_registry.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-VERROU.

       DATA DIVISION.
       FILE SECTION.
           88 FIN-DE-FICHIER-COMPTEUR VALUE HIGH-VALUES.
           05 CPT-DERNIER-ID          PIC 9(5).

       FD PIN-LOG.
           COPY "copybooks/pinlog.cpy".

       FD VERROU-REGISTRE.
       01 LIGNE-VERROU-REGISTRE PIC X(1).

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
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
       77 CHOIX-MENU PIC X(1).
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 NOM-SAISI PIC X(20).
       77 MATRICULE-SAISI PIC X(10).
       77 ETAT-MATRICULE-DOUBLON PIC X(1).
           88 MATRICULE-EN-DOUBLE VALUE "Y".
       77 ACTIF-SAISI PIC X(01).
       77 IDX PIC 9(3).
       77 IDX-LIGNE PIC 9(2).
       77 LIGNE-AFFICHAGE PIC X(60).
       77 ETAT-DOUBLON PIC X(1).
           88 EST-DOUBLON VALUE "Y".
           88 NOM-RESERVE VALUE "R".
       77 DOUBLON-EXCLU-IDX PIC 9(3) VALUE 0.
       77 INDEX-CIBLE PIC 9(3).
       77 NOUVEL-ID PIC 9(5) VALUE 0.
       77 ETAT-NOM-UTILISE PIC X(1).
           88 NOM-UTILISE VALUE "Y".
       77 TOUCHE-PAUSE PIC X(1).
       77 ETAT-FICHIER-PINLOG PIC X(2) VALUE "00".
       77 ACTION-PIN PIC X(1).
       77 PIN-SAISI PIC X(4).
       77 PIN-CONFIRME PIC X(4).
       77 HASH-PIN PIC 9(7) VALUE 0.
       77 IDX-PIN PIC 9(2).
       77 EVENEMENT-PIN PIC X(1).
       77 MARQUE-PIN PIC X(11).
       77 STATE-APPEND-FAIT PIC X(1).
           88 APPEND-FAIT VALUE "Y".
       77 ETAT-FICHIER-VERROU PIC X(2) VALUE "00".
       77 STATE-VERROU-PRIS PIC X(1) VALUE "N".
           88 VERROU-REGISTRE-PRIS VALUE "Y".
       77 ID-CIBLE PIC 9(05) VALUE 0.
       01 CLE-PIN.
           05 CLE-PIN-ID PIC 9(5).
           05 CLE-PIN-CHIFFRES PIC X(4).

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 LINE 4 COL 1 VALUE "2. Ajouter un joueur".
           02 LINE 5 COL 1 VALUE "3. Modifier un joueur".
           02 LINE 6 COL 1 VALUE "4. Activer/desactiver un joueur".
           02 LINE 7 COL 1 VALUE
               "5. Code PIN d'un joueur (superviseur)".
           02 LINE 8 COL 1 VALUE "6. Quitter".
           02 LINE 10 COL 1 VALUE "Choix: ".
           02 CHOIX-ENTRE LINE 10 COL 9 PIC X(1) TO CHOIX-MENU
               REQUIRED.

       01 ECRAN-SAISIE-JOUEUR.
           02 NOM-ENTRE LINE 1 COL 6 PIC X(20) TO NOM-SAISI
               REQUIRED.

       01 ECRAN-SAISIE-MATRICULE.
           02 LINE 2 COL 1 VALUE "Matricule RH: ".
           02 MATRICULE-ENTRE LINE 2 COL 15 PIC X(10)
               USING MATRICULE-SAISI.

       01 ECRAN-SAISIE-INDEX.
           02 LINE 1 COL 1 VALUE "Numero du joueur (voir liste): ".
           02 INDEX-ENTRE LINE 1 COL 33 PIC 9(3) TO INDEX-CIBLE
           02 LINE 1 COL 1 VALUE
               "Ce joueur existe deja dans le registre.".

       01 ECRAN-NOM-RESERVE.
           02 LINE 1 COL 1 VALUE
               "Les noms ANONYME- sont reserves aux joueurs effaces.".

       01 ECRAN-MATRICULE-DOUBLON.
           02 LINE 1 COL 1 VALUE
               "Ce matricule RH est deja attribue a un autre joueur.".

       01 ECRAN-NUMERO-INVALIDE.
           02 LINE 1 COL 1 VALUE "Numero invalide.".

       01 ECRAN-REGISTRE-OCCUPE.
           02 LINE 1 COL 1 VALUE
               "Registre en cours de mise a jour - reessayez.".

       01 ECRAN-JOUEUR-DISPARU.
           02 LINE 1 COL 1 VALUE
               "Ce joueur n'est plus au registre - rien n'est change.".

       01 ECRAN-DEBORDEMENT.
           02 LINE 1 COL 1 VALUE
               "Registre plein (plus de 500 joueurs) -".
           02 LINE 2 COL 1 VALUE
               "renommage refuse, inscrire un nouveau joueur.".

       01 ECRAN-ACTION-PIN.
           02 LINE 3 COL 1 VALUE "1. Fixer un nouveau code PIN".
           02 LINE 4 COL 1 VALUE
               "2. Reinitialiser (le joueur choisira le sien)".
           02 LINE 5 COL 1 VALUE "3. Deverrouiller".
           02 LINE 6 COL 1 VALUE "Action: ".
           02 ACTION-PIN-ENTREE LINE 6 COL 9 PIC X(1) TO ACTION-PIN
               REQUIRED.

       01 ECRAN-SAISIE-PIN.
           02 LINE 7 COL 1 VALUE "Nouveau code PIN (4 chiffres): ".
           02 PIN-ENTRE LINE 7 COL 32 PIC X(4) TO PIN-SAISI SECURE.
           02 LINE 8 COL 1 VALUE "Confirmez le code PIN: ".
           02 PIN-CONFIRME-ENTRE LINE 8 COL 24 PIC X(4)
               TO PIN-CONFIRME SECURE.

       01 ECRAN-PIN-NON-CONFORME.
           02 LINE 10 COL 1 VALUE
               "Les deux codes doivent etre 4 chiffres identiques.".

       01 ECRAN-CONFIRMATION.
           02 LINE 1 COL 1 VALUE "Operation terminee.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".

       PROCEDURE DIVISION.
       Debut.
           PERFORM CONNECTER-OPERATEUR.
           DISPLAY ECRAN-VIDE.
           PERFORM CHARGER-JOUEURS.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
                   WHEN "2" PERFORM AJOUTER-JOUEUR
                   WHEN "3" PERFORM MODIFIER-JOUEUR
                   WHEN "4" PERFORM BASCULER-ACTIF
                   WHEN "5" PERFORM GERER-PIN
                   WHEN "6" SET DOIT-QUITTER TO TRUE
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
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
           MOVE 1 TO IDX-LIGNE.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE
               MOVE IDX TO IDX-ED
               EVALUATE TRUE
                   WHEN JOUEUR-TABLE-VERROU(IDX) = "O"
                       MOVE " VERROUILLE" TO MARQUE-PIN
                   WHEN JOUEUR-TABLE-PIN(IDX) = SPACES
                       MOVE " SANS PIN" TO MARQUE-PIN
                   WHEN OTHER
                       MOVE SPACES TO MARQUE-PIN
               END-EVALUATE
               MOVE SPACES TO LIGNE-AFFICHAGE
               STRING IDX-ED DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      JOUEUR-TABLE-ACTIF(IDX) DELIMITED BY SIZE
                      "] " DELIMITED BY SIZE
                      JOUEUR-TABLE-DATE(IDX) DELIMITED BY SIZE
                      MARQUE-PIN DELIMITED BY SIZE
                      INTO LIGNE-AFFICHAGE
               DISPLAY JOUEUR-ECRAN
               IF IDX-LIGNE < 23 THEN
      * DOUBLON-EXCLU-IDX IS THE ROW BEING EDITED (0 WHEN ADDING A NEW
      * PLAYER, SO NO ROW IS EXCLUDED), EXACTLY AS VERIFIER-DOUBLON
      * DOES IN LISTEDEMOTS.CBL.
      * "ANONYME-" NAMES ARE THE CODES EFFACEMENTJOUEUR LEAVES IN
      * PLACE OF AN ERASED PLAYER AND ARE NEVER GIVEN OUT AGAIN.
       VERIFIER-DOUBLON.
           MOVE "N" TO ETAT-DOUBLON.
           IF NOM-SAISI(1:8) = "ANONYME-" THEN
               MOVE "R" TO ETAT-DOUBLON
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE OR EST-DOUBLON
               IF IDX NOT = DOUBLON-EXCLU-IDX
               ADD 1 TO IDX
           END-PERFORM.

      * HR KNOWS EACH TRAINEE BY ONE EMPLOYEE REFERENCE, SO TWO
      * PLAYERS MAY NOT SHARE IT. LEFT EMPTY, IT IS FILLED IN LATER.
       VERIFIER-MATRICULE.
           MOVE "N" TO ETAT-MATRICULE-DOUBLON.
           IF MATRICULE-SAISI = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE OR MATRICULE-EN-DOUBLE
               IF IDX NOT = DOUBLON-EXCLU-IDX
                   AND JOUEUR-TABLE-MATRICULE(IDX) = MATRICULE-SAISI
                   THEN
                   MOVE "Y" TO ETAT-MATRICULE-DOUBLON
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

       AJOUTER-JOUEUR.
           MOVE "J" TO ACC-ROLE-REQUIS.
           MOVE "AJOUT D'UN JOUEUR" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-JOUEUR.
           ACCEPT NOM-ENTRE.
           MOVE SPACES TO MATRICULE-SAISI.
           DISPLAY ECRAN-SAISIE-MATRICULE.
           ACCEPT MATRICULE-ENTRE.
           PERFORM RECHARGER-SOUS-VERROU.
           IF NOT VERROU-REGISTRE-PRIS THEN
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DOUBLON-EXCLU-IDX.
           PERFORM VERIFIER-DOUBLON.
           PERFORM VERIFIER-MATRICULE.
           IF EST-DOUBLON OR NOM-RESERVE OR MATRICULE-EN-DOUBLE THEN
               EVALUATE TRUE
                   WHEN EST-DOUBLON DISPLAY ECRAN-DOUBLON
                   WHEN NOM-RESERVE DISPLAY ECRAN-NOM-RESERVE
                   WHEN OTHER DISPLAY ECRAN-MATRICULE-DOUBLON
               END-EVALUATE
           ELSE
               IF NB-JOUEURS-TABLE < 500 AND NOT TABLE-DEBORDEE THEN
                   PERFORM ALLOUER-ID-JOUEUR
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO JOUEUR-TABLE-DATE(NB-JOUEURS-TABLE)
                       MOVE "O" TO JOUEUR-TABLE-ACTIF(NB-JOUEURS-TABLE)
                       MOVE SPACES TO JOUEUR-TABLE-PIN(NB-JOUEURS-TABLE)
                       MOVE "0" TO JOUEUR-TABLE-ECHECS(NB-JOUEURS-TABLE)
                       MOVE "N" TO JOUEUR-TABLE-VERROU(NB-JOUEURS-TABLE)
                       MOVE MATRICULE-SAISI
                           TO JOUEUR-TABLE-MATRICULE(NB-JOUEURS-TABLE)
                       PERFORM SAUVER-JOUEURS
                       DISPLAY ECRAN-CONFIRMATION
                   ELSE
                   DISPLAY ECRAN-DEBORDEMENT
               END-IF
           END-IF
           PERFORM RENDRE-VERROU-REGISTRE.
           PERFORM ATTENDRE-TOUCHE.

      * PLAYER IDS COME FROM THE SHARED ONE-RECORD COUNTER FILE, READ,
           END-PERFORM.

       MODIFIER-JOUEUR.
           MOVE "J" TO ACC-ROLE-REQUIS.
           MOVE "MODIFICATION D'UN JOUEUR" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-SAISIE-INDEX.
           ACCEPT INDEX-ENTRE.
           IF INDEX-CIBLE < 1 OR INDEX-CIBLE > NB-JOUEURS-TABLE THEN
               DISPLAY ECRAN-NUMERO-INVALIDE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE JOUEUR-TABLE-ID(INDEX-CIBLE) TO ID-CIBLE.
           DISPLAY ECRAN-SAISIE-JOUEUR.
           ACCEPT NOM-ENTRE.
           MOVE JOUEUR-TABLE-MATRICULE(INDEX-CIBLE) TO MATRICULE-SAISI.
           DISPLAY ECRAN-SAISIE-MATRICULE.
           ACCEPT MATRICULE-ENTRE.
           PERFORM RECHARGER-JOUEUR-CIBLE.
           IF INDEX-CIBLE = 0 THEN
               PERFORM RENDRE-VERROU-REGISTRE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE JOUEUR-TABLE-NOM(INDEX-CIBLE) TO NOM-ACTUEL.
           MOVE INDEX-CIBLE TO DOUBLON-EXCLU-IDX.
           PERFORM VERIFIER-DOUBLON.
           PERFORM VERIFIER-MATRICULE.
           IF EST-DOUBLON OR NOM-RESERVE OR MATRICULE-EN-DOUBLE THEN
               EVALUATE TRUE
                   WHEN EST-DOUBLON DISPLAY ECRAN-DOUBLON
                   WHEN NOM-RESERVE DISPLAY ECRAN-NOM-RESERVE
                   WHEN OTHER DISPLAY ECRAN-MATRICULE-DOUBLON
               END-EVALUATE
           ELSE
               IF NOM-SAISI NOT = NOM-ACTUEL THEN
                   PERFORM VERIFIER-NOM-UTILISE
               ELSE
                   MOVE "N" TO ETAT-NOM-UTILISE
               END-IF
               IF NOM-UTILISE THEN
                   DISPLAY ECRAN-NOM-UTILISE
               ELSE
                   MOVE NOM-SAISI TO JOUEUR-TABLE-NOM(INDEX-CIBLE)
                   MOVE MATRICULE-SAISI
                       TO JOUEUR-TABLE-MATRICULE(INDEX-CIBLE)
                   PERFORM SAUVER-JOUEURS
                   DISPLAY ECRAN-CONFIRMATION
               END-IF
           END-IF
           PERFORM RENDRE-VERROU-REGISTRE.
           PERFORM ATTENDRE-TOUCHE.

      * THE GAME LOG, THE RESULT SLIPS AND THE TOURNAMENT ROSTER ALL
      * POINTING AT THE NAME - SO RETIRING A TRAINEE JUST FLIPS THE
      * ACTIVE FLAG.
       BASCULER-ACTIF.
           MOVE "J" TO ACC-ROLE-REQUIS.
           MOVE "ACTIVATION D'UN JOUEUR" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-SAISIE-INDEX.
           ACCEPT INDEX-ENTRE.
           IF INDEX-CIBLE < 1 OR INDEX-CIBLE > NB-JOUEURS-TABLE THEN
               DISPLAY ECRAN-NUMERO-INVALIDE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE JOUEUR-TABLE-ID(INDEX-CIBLE) TO ID-CIBLE.
           PERFORM RECHARGER-JOUEUR-CIBLE.
           IF INDEX-CIBLE NOT = 0 THEN
               IF JOUEUR-TABLE-ACTIF(INDEX-CIBLE) = "O" THEN
                   MOVE "N" TO JOUEUR-TABLE-ACTIF(INDEX-CIBLE)
               ELSE
               PERFORM SAUVER-JOUEURS
               DISPLAY ECRAN-CONFIRMATION
           END-IF
           PERFORM RENDRE-VERROU-REGISTRE.
           PERFORM ATTENDRE-TOUCHE.

      * SUPERVISOR PIN ACTIONS. "FIXER" SETS A PIN THE SUPERVISOR HANDS
      * TO THE PLAYER; "REINITIALISER" CLEARS IT SO PENDU HAS THE
      * PLAYER CHOOSE A NEW ONE AT THEIR NEXT GAME; "DEVERROUILLER"
      * LIFTS A LOCKOUT AND KEEPS THE PIN. ALL THREE CLEAR THE
      * WRONG-PIN COUNT AND ARE WRITTEN TO THE PIN LOG UNDER THE
      * SIGNED-ON SUPERVISOR'S NAME. THE ACTION IS APPLIED TO THE
      * REGISTRY AS IT STANDS NOW, RELOADED UNDER THE REGISTRY LOCK -
      * NOT TO THE COPY LOADED WHEN THE PROGRAM STARTED, WHICH WOULD
      * UNDO ANY LOCKOUT OR REGISTRATION PENDU HAS WRITTEN SINCE.
       GERER-PIN.
           MOVE "S" TO ACC-ROLE-REQUIS.
           MOVE "GESTION DES CODES PIN" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-SAISIE-INDEX.
           ACCEPT INDEX-ENTRE.
           IF INDEX-CIBLE < 1 OR INDEX-CIBLE > NB-JOUEURS-TABLE THEN
               DISPLAY ECRAN-NUMERO-INVALIDE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE JOUEUR-TABLE-ID(INDEX-CIBLE) TO ID-CIBLE.
           DISPLAY ECRAN-ACTION-PIN.
           ACCEPT ACTION-PIN-ENTREE.
           EVALUATE ACTION-PIN
               WHEN "1"
                   MOVE SPACES TO PIN-SAISI
                   MOVE SPACES TO PIN-CONFIRME
                   DISPLAY ECRAN-SAISIE-PIN
                   ACCEPT PIN-ENTRE
                   ACCEPT PIN-CONFIRME-ENTRE
                   IF PIN-SAISI IS NOT NUMERIC
                       OR PIN-CONFIRME NOT = PIN-SAISI THEN
                       DISPLAY ECRAN-PIN-NON-CONFORME
                       PERFORM ATTENDRE-TOUCHE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHIFFRER-PIN
                   MOVE "F" TO EVENEMENT-PIN
               WHEN "2"
                   MOVE "I" TO EVENEMENT-PIN
               WHEN "3"
                   MOVE "D" TO EVENEMENT-PIN
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM RECHARGER-JOUEUR-CIBLE.
           IF INDEX-CIBLE = 0 THEN
               PERFORM RENDRE-VERROU-REGISTRE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           EVALUATE EVENEMENT-PIN
               WHEN "F"
                   MOVE HASH-PIN TO JOUEUR-TABLE-PIN(INDEX-CIBLE)
               WHEN "I"
                   MOVE SPACES TO JOUEUR-TABLE-PIN(INDEX-CIBLE)
           END-EVALUATE
           MOVE "0" TO JOUEUR-TABLE-ECHECS(INDEX-CIBLE).
           MOVE "N" TO JOUEUR-TABLE-VERROU(INDEX-CIBLE).
           PERFORM SAUVER-JOUEURS.
           PERFORM RENDRE-VERROU-REGISTRE.
           IF NOT TABLE-DEBORDEE THEN
               PERFORM JOURNALISER-PIN
               DISPLAY ECRAN-CONFIRMATION
           END-IF
           PERFORM ATTENDRE-TOUCHE.

      * EVERY CHANGE IS MADE TO THE REGISTRY AS IT STANDS ON DISK:
      * PENDU REGISTERS PLAYERS AND RECORDS WRONG PINS AND LOCKOUTS
      * WHILE THIS PROGRAM IS OPEN. THE REGISTRY LOCK IS TAKEN, THE
      * TABLE RELOADED, AND THE LOCK KEPT UNTIL SAUVER-JOUEURS HAS
      * WRITTEN THE CHANGE BACK - THE CALLER RELEASES IT.
       RECHARGER-SOUS-VERROU.
           PERFORM PRENDRE-VERROU-REGISTRE.
           IF VERROU-REGISTRE-PRIS THEN
               PERFORM CHARGER-JOUEURS
           ELSE
               DISPLAY ECRAN-REGISTRE-OCCUPE
           END-IF.

      * AS ABOVE, THEN FINDS THE PLAYER CHOSEN FROM THE LIST AGAIN BY
      * ID - THEIR LINE MAY HAVE MOVED. INDEX-CIBLE IS 0 WHEN THE LOCK
      * WAS NOT OBTAINED OR THE PLAYER IS GONE.
       RECHARGER-JOUEUR-CIBLE.
           PERFORM RECHARGER-SOUS-VERROU.
           IF NOT VERROU-REGISTRE-PRIS THEN
               MOVE 0 TO INDEX-CIBLE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO INDEX-CIBLE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-JOUEURS-TABLE OR INDEX-CIBLE > 0
               IF JOUEUR-TABLE-ID(IDX) = ID-CIBLE THEN
                   MOVE IDX TO INDEX-CIBLE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF INDEX-CIBLE = 0 THEN
               DISPLAY ECRAN-JOUEUR-DISPARU
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

      * SAME HASH AS CHIFFRER-PIN IN PENDU.CBL - BOTH MUST STAY IN
      * STEP OR NO PIN SET HERE WOULD EVER BE ACCEPTED AT PLAY.
       CHIFFRER-PIN.
           MOVE JOUEUR-TABLE-ID(INDEX-CIBLE) TO CLE-PIN-ID.
           MOVE PIN-SAISI TO CLE-PIN-CHIFFRES.
           MOVE 0 TO HASH-PIN.
           MOVE 1 TO IDX-PIN.
           PERFORM UNTIL IDX-PIN > 9
               COMPUTE HASH-PIN = FUNCTION MOD(
                   (HASH-PIN * 31) + FUNCTION ORD(CLE-PIN(IDX-PIN:1)),
                   9999991)
               ADD 1 TO IDX-PIN
           END-PERFORM.

       JOURNALISER-PIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PJ-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PJ-HEURE.
           MOVE JOUEUR-TABLE-ID(INDEX-CIBLE) TO PJ-JOUEUR-ID.
           MOVE JOUEUR-TABLE-NOM(INDEX-CIBLE) TO PJ-JOUEUR.
           MOVE EVENEMENT-PIN TO PJ-EVENEMENT.
           MOVE ACC-OPERATEUR TO PJ-OPERATEUR.
           MOVE 0 TO NB-TENTATIVES.
           MOVE "N" TO STATE-APPEND-FAIT.
           PERFORM UNTIL APPEND-FAIT OR NB-TENTATIVES > 9
               OPEN EXTEND PIN-LOG
               IF ETAT-FICHIER-PINLOG = "35" THEN
                   OPEN OUTPUT PIN-LOG
               END-IF
               IF ETAT-FICHIER-PINLOG = "00" THEN
                   WRITE PIN-LOG-RECORD
                   CLOSE PIN-LOG
                   MOVE "Y" TO STATE-APPEND-FAIT
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "LISTEDESJOUEURS" TO ACC-PROGRAMME.
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

       ATTENDRE-TOUCHE.
           DISPLAY ECRAN-PAUSE.
           ACCEPT PAUSE-ENTREE.
