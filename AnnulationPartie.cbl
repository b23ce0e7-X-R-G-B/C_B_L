       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnulationPartie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT PLAYER-REGISTRY ASSIGN TO 'assets/player_registry.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD PLAYER-REGISTRY.
           COPY "copybooks/playerrec.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 ETAT-FICHIER-LOG PIC X(2).
       77 ETAT-FICHIER-ANNULATIONS PIC X(2).
       77 CHOIX-MENU PIC X(1).
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 TYPE-TRANSACTION PIC X(1).
           88 TRANSACTION-ANNULATION VALUE "A".
           88 TRANSACTION-AJUSTEMENT VALUE "J".
       77 SEQUENCE-CIBLE PIC 9(7) VALUE 0.
       77 MOTIF-SAISI PIC X(2).
       77 SUPERVISEUR-SAISI PIC X(20).
       77 COMMENTAIRE-SAISI PIC X(40).
       77 JOUEUR-CORRIGE-SAISI PIC X(20).
       77 CORRIGER-SCORE-SAISI PIC X(1).
           88 SCORE-A-CORRIGER VALUE "O".
       77 SCORE-CORRIGE-SAISI PIC 9(5) VALUE 0.
       77 CONFIRMATION-SAISIE PIC X(1).
           88 TRANSACTION-CONFIRMEE VALUE "O".
           88 TRANSACTION-REFUSEE VALUE "N".
       77 STATE-PARTIE-TROUVEE PIC X(1) VALUE "N".
           88 PARTIE-TROUVEE VALUE "Y".
       77 STATE-DEJA-ANNULEE PIC X(1) VALUE "N".
           88 DEJA-ANNULEE VALUE "Y".
       77 FOUND-SW PIC X(1) VALUE "N".
           88 FOUND-ENTRY VALUE "Y".
       77 NB-TENTATIVES PIC 9(2) VALUE 0.
       77 ATTENTE-SECONDES PIC 9(1) VALUE 1.
       77 TOUCHE-PAUSE PIC X(1).

      * THE GAME AS FOUND IN THE LOG, KEPT FOR THE SCREENS AND FOR THE
      * SNAPSHOT FIELDS OF THE VOID RECORD.
       01 PARTIE-CIBLE.
           05 PC-DATE PIC X(8).
           05 PC-HEURE PIC X(6).
           05 PC-JOUEUR PIC X(20).
           05 PC-MOT PIC X(30).
           05 PC-RESULTAT PIC X(1).
           05 PC-SCORE PIC 9(5).
           05 PC-TOURNOI PIC X(8).
           05 PC-SESSION PIC X(8).
           05 PC-MODE PIC X(1).

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 BLANK SCREEN.

       01 ECRAN-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE
               "=== Annulations et ajustements de parties ===".
           02 LINE 3 COL 1 VALUE "1. Annuler une partie".
           02 LINE 4 COL 1 VALUE "2. Ajuster une partie".
           02 LINE 5 COL 1 VALUE "3. Quitter".
           02 LINE 7 COL 1 VALUE "Choix: ".
           02 CHOIX-ENTRE LINE 7 COL 9 PIC X(1) TO CHOIX-MENU
               REQUIRED.

       01 ECRAN-SAISIE-SEQUENCE.
           02 LINE 1 COL 1 VALUE "Sequence de la partie: ".
           02 SEQUENCE-ENTREE LINE 1 COL 24 PIC 9(7)
               TO SEQUENCE-CIBLE REQUIRED.

       01 ECRAN-PARTIE.
           02 LINE 3 COL 1 VALUE "Date:      ".
           02 LINE 3 COL 12 PIC X(8) FROM PC-DATE.
           02 LINE 3 COL 21 PIC X(6) FROM PC-HEURE.
           02 LINE 4 COL 1 VALUE "Joueur:    ".
           02 LINE 4 COL 12 PIC X(20) FROM PC-JOUEUR.
           02 LINE 5 COL 1 VALUE "Mot:       ".
           02 LINE 5 COL 12 PIC X(30) FROM PC-MOT.
           02 LINE 6 COL 1 VALUE "Resultat:  ".
           02 LINE 6 COL 12 PIC X(1) FROM PC-RESULTAT.
           02 LINE 6 COL 16 VALUE "Score: ".
           02 LINE 6 COL 23 PIC 9(5) FROM PC-SCORE.
           02 LINE 6 COL 31 VALUE "Mode: ".
           02 LINE 6 COL 37 PIC X(1) FROM PC-MODE.
           02 LINE 7 COL 1 VALUE "Tournoi:   ".
           02 LINE 7 COL 12 PIC X(8) FROM PC-TOURNOI.
           02 LINE 7 COL 22 VALUE "Session: ".
           02 LINE 7 COL 31 PIC X(8) FROM PC-SESSION.

       01 ECRAN-SAISIE-MOTIF.
           02 LINE 9 COL 1 VALUE
               "Motif: TE=test  MJ=mauvais joueur  IT=incident terminal
      -        "  AU=autre".
           02 LINE 10 COL 1 VALUE "Code motif: ".
           02 MOTIF-ENTRE LINE 10 COL 13 PIC X(2) TO MOTIF-SAISI
               REQUIRED.
           02 LINE 11 COL 1 VALUE "Superviseur: ".
           02 LINE 11 COL 14 PIC X(20) FROM SUPERVISEUR-SAISI.
           02 LINE 12 COL 1 VALUE "Commentaire: ".
           02 COMMENTAIRE-ENTRE LINE 12 COL 14 PIC X(40)
               TO COMMENTAIRE-SAISI.

       01 ECRAN-SAISIE-AJUSTEMENT.
           02 LINE 14 COL 1 VALUE
               "Joueur reel (vide = inchange): ".
           02 JOUEUR-CORRIGE-ENTRE LINE 14 COL 32 PIC X(20)
               TO JOUEUR-CORRIGE-SAISI.
           02 LINE 15 COL 1 VALUE "Corriger le score (O/N): ".
           02 CORRIGER-SCORE-ENTRE LINE 15 COL 26 PIC X(1)
               TO CORRIGER-SCORE-SAISI.
           02 LINE 16 COL 1 VALUE "Score corrige: ".
           02 SCORE-CORRIGE-ENTRE LINE 16 COL 16 PIC 9(5)
               TO SCORE-CORRIGE-SAISI.

       01 ECRAN-CONFIRMER.
           02 LINE 18 COL 1 VALUE "Confirmer (O/N): ".
           02 CONFIRMATION-ENTREE LINE 18 COL 18 PIC X(1)
               TO CONFIRMATION-SAISIE REQUIRED.

       01 ECRAN-INTROUVABLE.
           02 LINE 3 COL 1 VALUE
               "Partie introuvable dans le journal courant.".

       01 ECRAN-DEJA-ANNULEE.
           02 LINE 3 COL 1 VALUE
               "Cette partie est deja annulee.".

       01 ECRAN-MOTIF-INVALIDE.
           02 LINE 20 COL 1 VALUE "Code motif invalide - abandon.".

       01 ECRAN-JOUEUR-INCONNU.
           02 LINE 20 COL 1 VALUE
               "Joueur absent du registre - abandon.".

       01 ECRAN-AJUSTEMENT-VIDE.
           02 LINE 20 COL 1 VALUE
               "Aucune correction saisie - abandon.".

       01 ECRAN-ABANDON.
           02 LINE 20 COL 1 VALUE "Operation abandonnee.".

       01 ECRAN-FICHIER-OCCUPE.
           02 LINE 20 COL 1 VALUE
               "Fichier des annulations occupe - reessayez plus tard.".

       01 ECRAN-CONFIRMATION.
           02 LINE 20 COL 1 VALUE "Operation enregistree.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".
           02 PAUSE-ENTREE LINE 24 COL 40 PIC X(1) TO TOUCHE-PAUSE.

       PROCEDURE DIVISION.
       Debut.
           PERFORM CONNECTER-OPERATEUR.
           DISPLAY ECRAN-VIDE.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
               ACCEPT CHOIX-ENTRE
               EVALUATE CHOIX-MENU
                   WHEN "1"
                       MOVE "A" TO TYPE-TRANSACTION
                       PERFORM SAISIR-TRANSACTION
                   WHEN "2"
                       MOVE "J" TO TYPE-TRANSACTION
                       PERFORM SAISIR-TRANSACTION
                   WHEN "3" SET DOIT-QUITTER TO TRUE
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      * THE LOG IS ONLY EVER READ HERE - A VOID OR AN ADJUSTMENT IS A
      * NEW RECORD IN GAME_LOG_VOIDS.TXT POINTING AT THE SEQUENCE, SO
      * THE SEALED LOG AND ITS DAILY TRAILERS STAY AS VERIFIED. ONLY A
      * GAME STILL IN THE LIVE LOG CAN BE TAKEN: ONCE ARCHIVED, ITS
      * MONTH HAS BEEN REPORTED ON ALREADY.
       SAISIR-TRANSACTION.
           MOVE "S" TO ACC-ROLE-REQUIS.
           MOVE "ANNULATION/AJUSTEMENT PARTIE" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-SEQUENCE.
           ACCEPT SEQUENCE-ENTREE.
           PERFORM CHERCHER-PARTIE.
           IF NOT PARTIE-TROUVEE THEN
               DISPLAY ECRAN-INTROUVABLE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFIER-DEJA-ANNULEE.
           IF DEJA-ANNULEE THEN
               DISPLAY ECRAN-DEJA-ANNULEE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-PARTIE.
           MOVE SPACES TO MOTIF-SAISI COMMENTAIRE-SAISI.
           MOVE ACC-OPERATEUR TO SUPERVISEUR-SAISI.
           DISPLAY ECRAN-SAISIE-MOTIF.
           ACCEPT MOTIF-ENTRE.
           ACCEPT COMMENTAIRE-ENTRE.
           MOVE MOTIF-SAISI TO ANN-MOTIF.
           IF NOT ANN-MOTIF-VALIDE THEN
               DISPLAY ECRAN-MOTIF-INVALIDE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOUEUR-CORRIGE-SAISI.
           MOVE "N" TO CORRIGER-SCORE-SAISI.
           MOVE 0 TO SCORE-CORRIGE-SAISI.
           IF TRANSACTION-AJUSTEMENT THEN
               PERFORM SAISIR-AJUSTEMENT
               IF TRANSACTION-REFUSEE THEN
                   PERFORM ATTENDRE-TOUCHE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY ECRAN-CONFIRMER.
           ACCEPT CONFIRMATION-ENTREE.
           IF NOT TRANSACTION-CONFIRMEE THEN
               DISPLAY ECRAN-ABANDON
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM ECRIRE-ANNULATION.
           PERFORM ATTENDRE-TOUCHE.

      * AN ADJUSTMENT MUST CHANGE SOMETHING: THE GAME HANDED TO THE
      * PLAYER WHO REALLY PLAYED IT (WHO MUST BE REGISTERED) AND/OR A
      * CORRECTED SCORE. CONFIRMATION-SAISIE COMES BACK "N" WHEN THE
      * ENTRY WAS REFUSED AND THE MESSAGE IS ALREADY ON SCREEN.
       SAISIR-AJUSTEMENT.
           MOVE SPACE TO CONFIRMATION-SAISIE.
           DISPLAY ECRAN-SAISIE-AJUSTEMENT.
           ACCEPT JOUEUR-CORRIGE-ENTRE.
           ACCEPT CORRIGER-SCORE-ENTRE.
           IF SCORE-A-CORRIGER THEN
               ACCEPT SCORE-CORRIGE-ENTRE
           END-IF
           IF JOUEUR-CORRIGE-SAISI = SPACES
               AND NOT SCORE-A-CORRIGER THEN
               DISPLAY ECRAN-AJUSTEMENT-VIDE
               MOVE "N" TO CONFIRMATION-SAISIE
               EXIT PARAGRAPH
           END-IF
           IF JOUEUR-CORRIGE-SAISI NOT = SPACES THEN
               PERFORM VERIFIER-JOUEUR-INSCRIT
               IF NOT FOUND-ENTRY THEN
                   DISPLAY ECRAN-JOUEUR-INCONNU
                   MOVE "N" TO CONFIRMATION-SAISIE
               END-IF
           END-IF.

       CHERCHER-PARTIE.
           MOVE "N" TO STATE-PARTIE-TROUVEE.
           IF SEQUENCE-CIBLE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG OR PARTIE-TROUVEE
               IF NOT TRL-EST-TRAILER
                   AND LOG-SEQUENCE = SEQUENCE-CIBLE THEN
                   MOVE "Y" TO STATE-PARTIE-TROUVEE
                   MOVE LOG-DATE TO PC-DATE
                   MOVE LOG-HEURE TO PC-HEURE
                   MOVE LOG-JOUEUR TO PC-JOUEUR
                   MOVE LOG-MOT TO PC-MOT
                   MOVE LOG-RESULTAT TO PC-RESULTAT
                   MOVE LOG-SCORE TO PC-SCORE
                   MOVE LOG-TOURNOI TO PC-TOURNOI
                   MOVE LOG-SESSION TO PC-SESSION
                   MOVE LOG-MODE TO PC-MODE
               ELSE
                   PERFORM LIRE-LOG
               END-IF
           END-PERFORM.
           CLOSE GAME-LOG.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

      * A VOID IS FINAL; A GAME ALREADY ADJUSTED CAN STILL BE ADJUSTED
      * AGAIN (THE LATER RECORD WINS) OR VOIDED.
       VERIFIER-DEJA-ANNULEE.
           MOVE "N" TO STATE-DEJA-ANNULEE.
           OPEN INPUT GAME-LOG-VOIDS.
           IF ETAT-FICHIER-ANNULATIONS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-VOID-RECORD.
           PERFORM LIRE-ANNULATION
           PERFORM UNTIL FIN-DE-FICHIER-ANNULATION
               IF ANN-SEQUENCE = SEQUENCE-CIBLE
                   AND ANN-ANNULATION THEN
                   MOVE "Y" TO STATE-DEJA-ANNULEE
               END-IF
               PERFORM LIRE-ANNULATION
           END-PERFORM.
           CLOSE GAME-LOG-VOIDS.

       LIRE-ANNULATION.
           READ GAME-LOG-VOIDS
               AT END SET FIN-DE-FICHIER-ANNULATION TO TRUE
           END-READ.

       VERIFIER-JOUEUR-INSCRIT.
           MOVE "N" TO FOUND-SW.
           OPEN INPUT PLAYER-REGISTRY.
           PERFORM LIRE-JOUEUR
           PERFORM UNTIL FIN-DE-FICHIER-JOUEUR OR FOUND-ENTRY
               IF JOUEUR-NOM = JOUEUR-CORRIGE-SAISI THEN
                   MOVE "Y" TO FOUND-SW
               ELSE
                   PERFORM LIRE-JOUEUR
               END-IF
           END-PERFORM.
           CLOSE PLAYER-REGISTRY.

       LIRE-JOUEUR.
           READ PLAYER-REGISTRY
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

      * SAME EXCLUSIVE-OPEN RETRY AS THE LOG WRITERS IN PENDU.CBL, IN
      * CASE TWO SUPERVISORS KEY A TRANSACTION AT THE SAME MOMENT.
       ECRIRE-ANNULATION.
           MOVE 0 TO NB-TENTATIVES.
           PERFORM UNTIL NB-TENTATIVES >= 10
               OPEN EXTEND GAME-LOG-VOIDS
               IF ETAT-FICHIER-ANNULATIONS = "35" THEN
                   OPEN OUTPUT GAME-LOG-VOIDS
               END-IF
               IF ETAT-FICHIER-ANNULATIONS = "00" THEN
                   MOVE 10 TO NB-TENTATIVES
               ELSE
                   ADD 1 TO NB-TENTATIVES
                   CALL "C$SLEEP" USING ATTENTE-SECONDES
               END-IF
           END-PERFORM.
           IF ETAT-FICHIER-ANNULATIONS NOT = "00" THEN
               DISPLAY ECRAN-FICHIER-OCCUPE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-VOID-RECORD.
           MOVE SEQUENCE-CIBLE TO ANN-SEQUENCE.
           MOVE TYPE-TRANSACTION TO ANN-TYPE.
           MOVE MOTIF-SAISI TO ANN-MOTIF.
           MOVE SUPERVISEUR-SAISI TO ANN-SUPERVISEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ANN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ANN-HEURE.
           MOVE PC-DATE TO ANN-DATE-PARTIE.
           MOVE PC-JOUEUR TO ANN-JOUEUR-ORIGINE.
           MOVE PC-MOT TO ANN-MOT.
           MOVE PC-SCORE TO ANN-SCORE-ORIGINE.
           MOVE JOUEUR-CORRIGE-SAISI TO ANN-JOUEUR-CORRIGE.
           MOVE 0 TO ANN-SCORE-CORRIGE.
           MOVE "N" TO ANN-SCORE-MODIFIE.
           IF SCORE-A-CORRIGER THEN
               MOVE SCORE-CORRIGE-SAISI TO ANN-SCORE-CORRIGE
               MOVE "O" TO ANN-SCORE-MODIFIE
           END-IF
           MOVE COMMENTAIRE-SAISI TO ANN-COMMENTAIRE.
           WRITE GAME-VOID-RECORD.
           CLOSE GAME-LOG-VOIDS.
           DISPLAY ECRAN-CONFIRMATION.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "ANNULATIONPARTIE" TO ACC-PROGRAMME.
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
