       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListeGlossaire.

      * GLOSSARY MAINTENANCE ALONGSIDE LISTEDEMOTS: ONE ENTRY PER POOL
      * WORD AND LANGUAGE, WITH A SHORT DEFINITION AND THE EQUIVALENT
      * WORD IN THE OTHER POOL (SEE GLOSSAIRE.CPY). EVERY CHANGE IS
      * AUDITED THE WAY WORD CHANGES ARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONFICHIER ASSIGN TO NOM-FICHIER-MOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT
               ALTERNATE RECORD KEY IS MOT-DIFFICULTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MOT-CATEGORIE
                   WITH DUPLICATES
               FILE STATUS IS ETAT-FICHIER-MOTS.
           SELECT GLOSSAIRE ASSIGN TO 'assets/word_glossary.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLO-CLE
               FILE STATUS IS ETAT-FICHIER-GLOSSAIRE.
           SELECT AUDIT-FILE ASSIGN TO 'assets/glossary_audit_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD MONFICHIER.
           COPY "copybooks/wordrec.cpy".

       FD GLOSSAIRE.
           COPY "copybooks/glossaire.cpy".

       FD AUDIT-FILE.
           COPY "copybooks/glossaudit.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 CHOIX-MENU PIC X(1).
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 MOT-SAISI PIC X(30).
       77 MOT-SAISI-BRUT PIC X(30).
       77 MOT-CIBLE PIC X(30).
       77 DEFINITION-SAISIE PIC X(60).
       77 TRADUCTION-SAISIE PIC X(30).
       77 IDX-LIGNE PIC 9(2).
       77 NB-ENTREES-AFFICHEES PIC 9(5) VALUE 0.
       77 NB-ENTREES-ED PIC ZZZZ9.
       77 LIGNE-AFFICHAGE PIC X(80).
       77 ETAT-MOT-EXISTE PIC X(1).
           88 MOT-EXISTE VALUE "Y".
       77 ETAT-ENTREE-EXISTE PIC X(1).
           88 ENTREE-EXISTE VALUE "Y".
       77 TOUCHE-PAUSE PIC X(1).
       77 OPERATEUR-NOM PIC X(20) VALUE SPACES.
       77 ACTION-AUDIT PIC X(1).
       77 AVANT-IMAGE PIC X(121) VALUE SPACES.
       77 APRES-IMAGE PIC X(121) VALUE SPACES.
       77 MOT-SANS-TERMINATEUR PIC X(30).
       77 MOT-AFFICHE PIC X(30).
       77 IDX-CAR PIC 9(2).
       77 LANGUE-CHOISIE PIC X(1) VALUE "F".
           88 LANGUE-ANGLAISE VALUE "E".
       77 NOM-FICHIER-MOTS PIC X(40)
           VALUE "assets/word_master.dat".
       77 ETAT-FICHIER-MOTS PIC X(2) VALUE "00".
       77 ETAT-FICHIER-GLOSSAIRE PIC X(2) VALUE "00".
       77 ETAT-FICHIER-AUDIT PIC X(2) VALUE "00".

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 BLANK SCREEN.

       01 ENTREE-ECRAN.
           02 LINE IDX-LIGNE COL 1 PIC X(80) FROM LIGNE-AFFICHAGE.

       01 ECRAN-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "=== Gestion du glossaire ===".
           02 LINE 3 COL 1 VALUE "1. Afficher le glossaire".
           02 LINE 4 COL 1 VALUE "2. Ajouter une entree".
           02 LINE 5 COL 1 VALUE "3. Modifier une entree".
           02 LINE 6 COL 1 VALUE "4. Supprimer une entree".
           02 LINE 7 COL 1 VALUE "5. Quitter".
           02 LINE 9 COL 1 VALUE "Choix: ".
           02 CHOIX-ENTRE LINE 9 COL 9 PIC X(1) TO CHOIX-MENU
               REQUIRED.

       01 ECRAN-SAISIE-MOT-CIBLE.
           02 LINE 1 COL 1 VALUE "Mot du pool: ".
           02 MOT-CIBLE-ENTRE LINE 1 COL 14 PIC X(30) TO MOT-SAISI
               REQUIRED.

      * USING, NOT TO: ON A MODIFICATION THE CURRENT DEFINITION AND
      * TRANSLATION COME UP IN THE FIELDS READY TO BE CORRECTED.
       01 ECRAN-SAISIE-ENTREE.
           02 LINE 2 COL 1 VALUE "Definition: ".
           02 DEFINITION-ENTREE LINE 3 COL 1 PIC X(60)
               USING DEFINITION-SAISIE REQUIRED.
           02 LINE 4 COL 1 VALUE "Equivalent dans l'autre langue: ".
           02 TRADUCTION-ENTREE LINE 4 COL 33 PIC X(30)
               USING TRADUCTION-SAISIE.

       01 ECRAN-DOUBLON.
           02 LINE 6 COL 1 VALUE
               "Ce mot a deja une entree au glossaire.".

       01 ECRAN-MOT-INCONNU.
           02 LINE 6 COL 1 VALUE "Ce mot n'est pas dans la liste.".

       01 ECRAN-ENTREE-INCONNUE.
           02 LINE 6 COL 1 VALUE
               "Ce mot n'a pas d'entree au glossaire.".

       01 ECRAN-CONFIRMATION.
           02 LINE 6 COL 1 VALUE "Operation terminee.".

       01 ECRAN-LANGUE.
           02 LINE 2 COL 1 VALUE
               "Langue du pool (F=francais E=anglais, Entree=F): ".
           02 LANGUE-ENTREE LINE 2 COL 51 PIC X(1)
               TO LANGUE-CHOISIE.

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
           MOVE ACC-OPERATEUR TO OPERATEUR-NOM.
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-LANGUE.
           ACCEPT LANGUE-ENTREE.
           PERFORM FIXER-FICHIERS-LANGUE.
           PERFORM CREER-GLOSSAIRE-SI-ABSENT.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
               ACCEPT CHOIX-ENTRE
               EVALUATE CHOIX-MENU
                   WHEN "1" PERFORM AFFICHER-GLOSSAIRE
                   WHEN "2" PERFORM AJOUTER-ENTREE
                   WHEN "3" PERFORM MODIFIER-ENTREE
                   WHEN "4" PERFORM SUPPRIMER-ENTREE
                   WHEN "5" SET DOIT-QUITTER TO TRUE
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      * THE GLOSSARY IS READ THROUGH ITS KEY, SO THE ENTRIES OF THE
      * CHOSEN LANGUAGE COME OUT IN ALPHABETICAL ORDER.
       AFFICHER-LISTE.
           DISPLAY ECRAN-VIDE.
           MOVE 0 TO NB-ENTREES-AFFICHEES.
           MOVE 1 TO IDX-LIGNE.
           OPEN INPUT GLOSSAIRE.
           MOVE SPACES TO GLOSSAIRE-RECORD.
           PERFORM LIRE-ENTREE
           PERFORM UNTIL FIN-DE-FICHIER-GLOSSAIRE
               IF GLO-LANGUE = LANGUE-CHOISIE THEN
                   ADD 1 TO NB-ENTREES-AFFICHEES
                   MOVE GLO-MOT TO MOT
                   PERFORM STRIP-TERMINATEUR
                   MOVE MOT-SANS-TERMINATEUR TO MOT-AFFICHE
                   MOVE GLO-TRADUCTION TO MOT
                   PERFORM STRIP-TERMINATEUR
                   MOVE SPACES TO LIGNE-AFFICHAGE
                   STRING MOT-AFFICHE(1:20) DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          MOT-SANS-TERMINATEUR(1:20) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          GLO-DEFINITION DELIMITED BY SIZE
                          INTO LIGNE-AFFICHAGE
                   DISPLAY ENTREE-ECRAN
                   IF IDX-LIGNE < 23 THEN
                       ADD 1 TO IDX-LIGNE
                   END-IF
               END-IF
               PERFORM LIRE-ENTREE
           END-PERFORM.
           CLOSE GLOSSAIRE.
           MOVE NB-ENTREES-AFFICHEES TO NB-ENTREES-ED.
           MOVE SPACES TO LIGNE-AFFICHAGE.
           STRING "TOTAL: " DELIMITED BY SIZE
                  NB-ENTREES-ED DELIMITED BY SIZE
                  " ENTREES" DELIMITED BY SIZE
                  INTO LIGNE-AFFICHAGE.
           MOVE 23 TO IDX-LIGNE.
           DISPLAY ENTREE-ECRAN.

       LIRE-ENTREE.
           READ GLOSSAIRE NEXT RECORD
               AT END SET FIN-DE-FICHIER-GLOSSAIRE TO TRUE
           END-READ.

       STRIP-TERMINATEUR.
           MOVE MOT TO MOT-SANS-TERMINATEUR.
           MOVE 1 TO IDX-CAR.
           PERFORM UNTIL IDX-CAR > 30
               IF MOT(IDX-CAR:1) = ";" THEN
                   MOVE SPACE TO MOT-SANS-TERMINATEUR(IDX-CAR:1)
               END-IF
               ADD 1 TO IDX-CAR
           END-PERFORM.

       AFFICHER-GLOSSAIRE.
           PERFORM AFFICHER-LISTE.
           PERFORM ATTENDRE-TOUCHE.

      * SAME NORMALIZATION AS LISTEDEMOTS, SO THE TYPED WORD MATCHES
      * THE ";"-TERMINATED KEY OF THE WORD MASTER.
       NORMALISER-MOT-SAISI.
           MOVE MOT-SAISI TO MOT-SAISI-BRUT.
           MOVE FUNCTION TRIM(MOT-SAISI-BRUT) TO MOT-SAISI-BRUT.
           IF MOT-SAISI-BRUT(30:1) NOT = SPACE THEN
               MOVE SPACE TO MOT-SAISI-BRUT(30:1)
           END-IF
           MOVE SPACES TO MOT-SAISI.
           STRING FUNCTION TRIM(MOT-SAISI-BRUT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  INTO MOT-SAISI.

      * A TRANSLATION IS STORED AS A WORD-MASTER KEY OF THE OTHER
      * POOL; LEFT BLANK IT STAYS BLANK.
       NORMALISER-TRADUCTION.
           IF TRADUCTION-SAISIE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE TRADUCTION-SAISIE TO MOT-SAISI.
           PERFORM NORMALISER-MOT-SAISI.
           MOVE MOT-SAISI TO TRADUCTION-SAISIE.

      * ONLY A WORD OF THE CHOSEN POOL CAN HAVE AN ENTRY.
       VERIFIER-MOT-EXISTE.
           MOVE "N" TO ETAT-MOT-EXISTE.
           OPEN INPUT MONFICHIER.
           IF ETAT-FICHIER-MOTS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE MOT-CIBLE TO MOT.
           READ MONFICHIER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ETAT-MOT-EXISTE
           END-READ.
           CLOSE MONFICHIER.

       VERIFIER-ENTREE-EXISTE.
           MOVE "N" TO ETAT-ENTREE-EXISTE.
           MOVE MOT-CIBLE TO GLO-MOT.
           MOVE LANGUE-CHOISIE TO GLO-LANGUE.
           READ GLOSSAIRE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ETAT-ENTREE-EXISTE
           END-READ.

       AJOUTER-ENTREE.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "AJOUT AU GLOSSAIRE" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-MOT-CIBLE.
           ACCEPT MOT-CIBLE-ENTRE.
           PERFORM NORMALISER-MOT-SAISI.
           MOVE MOT-SAISI TO MOT-CIBLE.
           PERFORM VERIFIER-MOT-EXISTE.
           IF NOT MOT-EXISTE THEN
               DISPLAY ECRAN-MOT-INCONNU
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEFINITION-SAISIE.
           MOVE SPACES TO TRADUCTION-SAISIE.
           DISPLAY ECRAN-SAISIE-ENTREE.
           ACCEPT DEFINITION-ENTREE.
           ACCEPT TRADUCTION-ENTREE.
           PERFORM NORMALISER-TRADUCTION.
           OPEN I-O GLOSSAIRE.
           MOVE MOT-CIBLE TO GLO-MOT.
           MOVE LANGUE-CHOISIE TO GLO-LANGUE.
           MOVE DEFINITION-SAISIE TO GLO-DEFINITION.
           MOVE TRADUCTION-SAISIE TO GLO-TRADUCTION.
           WRITE GLOSSAIRE-RECORD
               INVALID KEY DISPLAY ECRAN-DOUBLON
               NOT INVALID KEY
                   MOVE SPACES TO AVANT-IMAGE
                   MOVE GLOSSAIRE-RECORD TO APRES-IMAGE
                   MOVE "A" TO ACTION-AUDIT
                   PERFORM ECRIRE-AUDIT
                   DISPLAY ECRAN-CONFIRMATION
           END-WRITE.
           CLOSE GLOSSAIRE.
           PERFORM ATTENDRE-TOUCHE.

      * THE KEY IS THE POOL WORD ITSELF - A RESPELLING BELONGS TO
      * LISTEDEMOTS; HERE ONLY THE DEFINITION AND TRANSLATION CHANGE.
       MODIFIER-ENTREE.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "MODIFICATION DU GLOSSAIRE" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE.
           DISPLAY ECRAN-SAISIE-MOT-CIBLE.
           ACCEPT MOT-CIBLE-ENTRE.
           PERFORM NORMALISER-MOT-SAISI.
           MOVE MOT-SAISI TO MOT-CIBLE.
           OPEN I-O GLOSSAIRE.
           PERFORM VERIFIER-ENTREE-EXISTE.
           IF NOT ENTREE-EXISTE THEN
               DISPLAY ECRAN-ENTREE-INCONNUE
           ELSE
               MOVE GLOSSAIRE-RECORD TO AVANT-IMAGE
               MOVE GLO-DEFINITION TO DEFINITION-SAISIE
               MOVE GLO-TRADUCTION TO MOT
               PERFORM STRIP-TERMINATEUR
               MOVE MOT-SANS-TERMINATEUR TO TRADUCTION-SAISIE
               DISPLAY ECRAN-VIDE
               DISPLAY ECRAN-SAISIE-ENTREE
               ACCEPT DEFINITION-ENTREE
               ACCEPT TRADUCTION-ENTREE
               PERFORM NORMALISER-TRADUCTION
               MOVE DEFINITION-SAISIE TO GLO-DEFINITION
               MOVE TRADUCTION-SAISIE TO GLO-TRADUCTION
               REWRITE GLOSSAIRE-RECORD
                   INVALID KEY DISPLAY ECRAN-ENTREE-INCONNUE
                   NOT INVALID KEY
                       MOVE GLOSSAIRE-RECORD TO APRES-IMAGE
                       MOVE "M" TO ACTION-AUDIT
                       PERFORM ECRIRE-AUDIT
                       DISPLAY ECRAN-CONFIRMATION
               END-REWRITE
           END-IF
           CLOSE GLOSSAIRE.
           PERFORM ATTENDRE-TOUCHE.

       SUPPRIMER-ENTREE.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "SUPPRESSION AU GLOSSAIRE" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE.
           DISPLAY ECRAN-SAISIE-MOT-CIBLE.
           ACCEPT MOT-CIBLE-ENTRE.
           PERFORM NORMALISER-MOT-SAISI.
           MOVE MOT-SAISI TO MOT-CIBLE.
           OPEN I-O GLOSSAIRE.
           PERFORM VERIFIER-ENTREE-EXISTE.
           IF NOT ENTREE-EXISTE THEN
               DISPLAY ECRAN-ENTREE-INCONNUE
           ELSE
               MOVE GLOSSAIRE-RECORD TO AVANT-IMAGE
               DELETE GLOSSAIRE
                   INVALID KEY DISPLAY ECRAN-ENTREE-INCONNUE
                   NOT INVALID KEY
                       MOVE SPACES TO APRES-IMAGE
                       MOVE "S" TO ACTION-AUDIT
                       PERFORM ECRIRE-AUDIT
                       DISPLAY ECRAN-CONFIRMATION
               END-DELETE
           END-IF
           CLOSE GLOSSAIRE.
           PERFORM ATTENDRE-TOUCHE.

       FIXER-FICHIERS-LANGUE.
           IF LANGUE-CHOISIE NOT = "E" THEN
               MOVE "F" TO LANGUE-CHOISIE
           END-IF
           IF LANGUE-ANGLAISE THEN
               MOVE "assets/word_master_en.dat" TO NOM-FICHIER-MOTS
           ELSE
               MOVE "assets/word_master.dat" TO NOM-FICHIER-MOTS
           END-IF.

      * A SITE THAT HAS NEVER HAD A GLOSSARY STARTS WITH AN EMPTY
      * INDEXED FILE, THE SAME WAY LISTEDEMOTS STARTS A NEW POOL.
       CREER-GLOSSAIRE-SI-ABSENT.
           OPEN INPUT GLOSSAIRE.
           IF ETAT-FICHIER-GLOSSAIRE = "00" THEN
               CLOSE GLOSSAIRE
           ELSE
               OPEN OUTPUT GLOSSAIRE
               CLOSE GLOSSAIRE
           END-IF.

      * THE FIRST CHANGE EVER MADE CREATES THE LOG.
       ECRIRE-AUDIT.
           MOVE OPERATEUR-NOM TO GLA-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GLA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO GLA-HEURE.
           MOVE ACTION-AUDIT TO GLA-ACTION.
           MOVE AVANT-IMAGE TO GLA-AVANT.
           MOVE APRES-IMAGE TO GLA-APRES.
           OPEN EXTEND AUDIT-FILE.
           IF ETAT-FICHIER-AUDIT = "35" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE GLOSS-AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "LISTEGLOSSAIRE" TO ACC-PROGRAMME.
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
