       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendrierMots.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDRIER ASSIGN TO 'assets/daily_word_calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-CALENDRIER.
           SELECT FILE-WORDS ASSIGN TO NOM-FICHIER-MOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT
               ALTERNATE RECORD KEY IS MOT-DIFFICULTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MOT-CATEGORIE
                   WITH DUPLICATES
               FILE STATUS IS ETAT-FICHIER-MOTS.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT GAME-CONFIG ASSIGN TO 'assets/game_config.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDRIER.
           COPY "copybooks/calendrier.cpy".

       FD FILE-WORDS.
           COPY "copybooks/wordrec.cpy".

       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-CONFIG.
           COPY "copybooks/gameconfig.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 ETAT-FICHIER-CALENDRIER PIC X(2).
       77 ETAT-FICHIER-MOTS PIC X(2).
       77 ETAT-FICHIER-LOG PIC X(2).
       77 NOM-FICHIER-MOTS PIC X(40)
           VALUE "assets/word_master.dat".
       77 CHOIX-MENU PIC X(1).
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       77 OPERATEUR-NOM PIC X(20) VALUE SPACES.
       77 DATE-SAISIE PIC X(8).
       77 LANGUE-SAISIE PIC X(1).
       77 MOT-SAISI PIC X(30).
       77 MOT-SAISI-BRUT PIC X(30).
       77 MOT-SANS-TERMINATEUR PIC X(30).
       77 IDX-CAR PIC 9(2).
       77 DATE-DU-JOUR PIC X(8).
       77 DATE-LIMITE-HISTORIQUE PIC X(8).
       77 DATE-PLANCHER PIC X(8).
       77 DATE-PLAFOND PIC X(8).
       77 DATE-NUM PIC 9(8).
       77 ENTIER-DATE PIC 9(7).
       77 NB-JOURS-ECART PIC 9(2) VALUE 30.
       77 IDX PIC 9(4).
       77 IDX-LIGNE PIC 9(2).
       77 INDEX-CIBLE PIC 9(4) VALUE 0.
       77 INDEX-INSERTION PIC 9(4) VALUE 0.
       77 LIGNE-AFFICHAGE PIC X(60).
       77 LIBELLE-MOT-UTILISE PIC X(60).
       77 STATE-SAISIE-VALIDE PIC X(1).
           88 SAISIE-VALIDE VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 TOUCHE-PAUSE PIC X(1).

      * THE WHOLE CALENDAR, IN DATE/LANGUAGE ORDER. ENTRIES MORE THAN
      * A YEAR OLD ARE DROPPED ON LOAD - NO REPEAT WINDOW REACHES THAT
      * FAR BACK (THE "J" PROFILE IS TWO DIGITS OF DAYS).
       01 TABLE-DU-CALENDRIER.
           05 CALENDRIER-T OCCURS 1000 TIMES.
               10 CT-DATE PIC X(8).
               10 CT-LANGUE PIC X(1).
               10 CT-MOT PIC X(30).
               10 CT-OPERATEUR PIC X(20).
               10 CT-DATE-SAISIE PIC X(8).
       77 NB-CALENDRIER PIC 9(4) VALUE 0.

       SCREEN SECTION.
       01 ECRAN-VIDE.
           02 BLANK SCREEN.

       01 CALENDRIER-ECRAN.
           02 LINE IDX-LIGNE COL 1 PIC X(60) FROM LIGNE-AFFICHAGE.

       01 ECRAN-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE
               "=== Calendrier des mots du jour ===".
           02 LINE 3 COL 1 VALUE "1. Afficher les mots planifies".
           02 LINE 4 COL 1 VALUE "2. Planifier un mot".
           02 LINE 5 COL 1 VALUE "3. Retirer un mot planifie".
           02 LINE 6 COL 1 VALUE "4. Quitter".
           02 LINE 8 COL 1 VALUE "Choix: ".
           02 CHOIX-ENTRE LINE 8 COL 9 PIC X(1) TO CHOIX-MENU
               REQUIRED.

       01 ECRAN-SAISIE-DATE.
           02 LINE 1 COL 1 VALUE "Date (AAAAMMJJ): ".
           02 DATE-ENTREE LINE 1 COL 18 PIC X(8) TO DATE-SAISIE
               REQUIRED.
           02 LINE 2 COL 1 VALUE "Langue (F=francais E=anglais): ".
           02 LANGUE-ENTREE LINE 2 COL 32 PIC X(1) TO LANGUE-SAISIE.

       01 ECRAN-SAISIE-MOT.
           02 LINE 3 COL 1 VALUE "Mot: ".
           02 MOT-ENTRE LINE 3 COL 6 PIC X(30) TO MOT-SAISI
               REQUIRED.

       01 ECRAN-DATE-INVALIDE.
           02 LINE 5 COL 1 VALUE
               "Date invalide ou deja commencee - seuls les jours".
           02 LINE 6 COL 1 VALUE "a venir se planifient.".

       01 ECRAN-MOT-INCONNU.
           02 LINE 5 COL 1 VALUE
               "Ce mot n'est pas dans la liste de cette langue.".

       01 ECRAN-MOT-UTILISE.
           02 LINE 5 COL 1 PIC X(60) FROM LIBELLE-MOT-UTILISE.

       01 ECRAN-ABSENT.
           02 LINE 5 COL 1 VALUE
               "Aucun mot planifie a cette date dans cette langue.".

       01 ECRAN-DEBORDEMENT.
           02 LINE 5 COL 1 VALUE
               "Calendrier plein (plus de 1000 entrees) -".
           02 LINE 6 COL 1 VALUE
               "sauvegarde refusee pour ne rien perdre.".

       01 ECRAN-CONFIRMATION.
           02 LINE 5 COL 1 VALUE "Operation terminee.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".
           02 PAUSE-ENTREE LINE 24 COL 40 PIC X(1) TO TOUCHE-PAUSE.

       PROCEDURE DIVISION.
       Debut.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           PERFORM CONNECTER-OPERATEUR.
           MOVE ACC-OPERATEUR TO OPERATEUR-NOM.
           DISPLAY ECRAN-VIDE.
           PERFORM LIRE-ECART-CONFIG.
           PERFORM CHARGER-CALENDRIER.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
               ACCEPT CHOIX-ENTRE
               EVALUATE CHOIX-MENU
                   WHEN "1" PERFORM AFFICHER-CALENDRIER
                   WHEN "2" PERFORM PLANIFIER-MOT
                   WHEN "3" PERFORM RETIRER-MOT
                   WHEN "4" SET DOIT-QUITTER TO TRUE
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      * PROFILE "J" OF GAME_CONFIG.TXT (SEE GAMECONFIG.CPY) SETS HOW
      * MANY DAYS MUST PASS BEFORE A DAILY WORD COMES BACK.
       LIRE-ECART-CONFIG.
           OPEN INPUT GAME-CONFIG.
           READ GAME-CONFIG
               AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
           END-READ.
           PERFORM UNTIL FIN-DE-FICHIER-CONFIG
               IF CONFIG-PROFIL = "J" THEN
                   MOVE CONFIG-NB-VIES TO NB-JOURS-ECART
               END-IF
               READ GAME-CONFIG
                   AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GAME-CONFIG.

       CHARGER-CALENDRIER.
           MOVE 0 TO NB-CALENDRIER.
           MOVE "N" TO STATE-DEBORDEMENT.
           COMPUTE ENTIER-DATE = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(DATE-DU-JOUR)) - 366.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(ENTIER-DATE).
           MOVE DATE-NUM TO DATE-LIMITE-HISTORIQUE.
           OPEN INPUT CALENDRIER.
           IF ETAT-FICHIER-CALENDRIER NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CALENDRIER-RECORD.
           PERFORM LIRE-CALENDRIER
           PERFORM UNTIL FIN-DE-FICHIER-CALENDRIER
               IF CAL-DATE NOT < DATE-LIMITE-HISTORIQUE THEN
                   IF NB-CALENDRIER < 1000 THEN
                       ADD 1 TO NB-CALENDRIER
                       MOVE CAL-DATE TO CT-DATE(NB-CALENDRIER)
                       MOVE CAL-LANGUE TO CT-LANGUE(NB-CALENDRIER)
                       MOVE CAL-MOT TO CT-MOT(NB-CALENDRIER)
                       MOVE CAL-OPERATEUR
                           TO CT-OPERATEUR(NB-CALENDRIER)
                       MOVE CAL-DATE-SAISIE
                           TO CT-DATE-SAISIE(NB-CALENDRIER)
                   ELSE
                       MOVE "Y" TO STATE-DEBORDEMENT
                   END-IF
               END-IF
               PERFORM LIRE-CALENDRIER
           END-PERFORM.
           CLOSE CALENDRIER.

       LIRE-CALENDRIER.
           READ CALENDRIER
               AT END SET FIN-DE-FICHIER-CALENDRIER TO TRUE
           END-READ.

       SAUVER-CALENDRIER.
           IF TABLE-DEBORDEE THEN
               DISPLAY ECRAN-DEBORDEMENT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CALENDRIER.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-CALENDRIER
               MOVE CT-DATE(IDX) TO CAL-DATE
               MOVE CT-LANGUE(IDX) TO CAL-LANGUE
               MOVE CT-MOT(IDX) TO CAL-MOT
               MOVE CT-OPERATEUR(IDX) TO CAL-OPERATEUR
               MOVE CT-DATE-SAISIE(IDX) TO CAL-DATE-SAISIE
               WRITE CALENDRIER-RECORD
               ADD 1 TO IDX
           END-PERFORM.
           CLOSE CALENDRIER.

      * ONLY WHAT IS STILL TO COME IS SHOWN - TODAY AND AFTER.
       AFFICHER-CALENDRIER.
           DISPLAY ECRAN-VIDE.
           MOVE 1 TO IDX-LIGNE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-CALENDRIER
               IF CT-DATE(IDX) NOT < DATE-DU-JOUR THEN
                   MOVE CT-MOT(IDX) TO MOT-SANS-TERMINATEUR
                   PERFORM STRIP-TERMINATEUR
                   MOVE SPACES TO LIGNE-AFFICHAGE
                   STRING CT-DATE(IDX) DELIMITED BY SIZE
                          " [" DELIMITED BY SIZE
                          CT-LANGUE(IDX) DELIMITED BY SIZE
                          "] " DELIMITED BY SIZE
                          MOT-SANS-TERMINATEUR DELIMITED BY SIZE
                          CT-OPERATEUR(IDX) DELIMITED BY SIZE
                          INTO LIGNE-AFFICHAGE
                   DISPLAY CALENDRIER-ECRAN
                   IF IDX-LIGNE < 23 THEN
                       ADD 1 TO IDX-LIGNE
                   END-IF
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           PERFORM ATTENDRE-TOUCHE.

       STRIP-TERMINATEUR.
           MOVE 1 TO IDX-CAR.
           PERFORM UNTIL IDX-CAR > 30
               IF MOT-SANS-TERMINATEUR(IDX-CAR:1) = ";" THEN
                   MOVE SPACE TO MOT-SANS-TERMINATEUR(IDX-CAR:1)
               END-IF
               ADD 1 TO IDX-CAR
           END-PERFORM.

      * TODAY'S WORD IS ALREADY ON THE TERMINALS, SO ONLY A DAY THAT
      * HAS NOT STARTED YET CAN BE PLANNED OR CLEARED.
       SAISIR-DATE-LANGUE.
           MOVE "Y" TO STATE-SAISIE-VALIDE.
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-DATE.
           ACCEPT DATE-ENTREE.
           ACCEPT LANGUE-ENTREE.
           IF LANGUE-SAISIE NOT = "E" THEN
               MOVE "F" TO LANGUE-SAISIE
           END-IF
           IF DATE-SAISIE IS NOT NUMERIC THEN
               MOVE "N" TO STATE-SAISIE-VALIDE
           ELSE
               MOVE DATE-SAISIE TO DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUM) NOT = 0
                   OR DATE-SAISIE NOT > DATE-DU-JOUR THEN
                   MOVE "N" TO STATE-SAISIE-VALIDE
               END-IF
           END-IF
           IF NOT SAISIE-VALIDE THEN
               DISPLAY ECRAN-DATE-INVALIDE
           END-IF.

      * INDEX-CIBLE COMES BACK ON THE ENTRY FOR THE DATE AND LANGUAGE
      * TYPED (0 IF NONE); INDEX-INSERTION ON THE SLOT A NEW ENTRY
      * WOULD TAKE TO KEEP THE TABLE IN ORDER.
       CHERCHER-ENTREE.
           MOVE 0 TO INDEX-CIBLE.
           MOVE 0 TO INDEX-INSERTION.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-CALENDRIER OR INDEX-INSERTION > 0
               IF CT-DATE(IDX) = DATE-SAISIE
                   AND CT-LANGUE(IDX) = LANGUE-SAISIE THEN
                   MOVE IDX TO INDEX-CIBLE
                   MOVE IDX TO INDEX-INSERTION
               ELSE
                   IF CT-DATE(IDX) > DATE-SAISIE
                       OR (CT-DATE(IDX) = DATE-SAISIE
                           AND CT-LANGUE(IDX) > LANGUE-SAISIE) THEN
                       MOVE IDX TO INDEX-INSERTION
                   END-IF
               END-IF
               ADD 1 TO IDX
           END-PERFORM.
           IF INDEX-INSERTION = 0 THEN
               COMPUTE INDEX-INSERTION = NB-CALENDRIER + 1
           END-IF.

      * A NEW ENTRY FOR A DATE ALREADY PLANNED REPLACES THE OLD WORD.
       PLANIFIER-MOT.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "PLANIFICATION MOT DU JOUR" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-DATE-LANGUE.
           IF NOT SAISIE-VALIDE THEN
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-SAISIE-MOT.
           ACCEPT MOT-ENTRE.
           PERFORM NORMALISER-MOT-SAISI.
           PERFORM VERIFIER-MOT-MASTER.
           IF NOT SAISIE-VALIDE THEN
               DISPLAY ECRAN-MOT-INCONNU
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFIER-ECART-CALENDRIER.
           IF SAISIE-VALIDE THEN
               PERFORM VERIFIER-ECART-JOURNAL
           END-IF
           IF NOT SAISIE-VALIDE THEN
               DISPLAY ECRAN-MOT-UTILISE
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-ENTREE.
           IF INDEX-CIBLE = 0 THEN
               IF NB-CALENDRIER NOT < 1000 THEN
                   MOVE "Y" TO STATE-DEBORDEMENT
                   DISPLAY ECRAN-DEBORDEMENT
                   PERFORM ATTENDRE-TOUCHE
                   EXIT PARAGRAPH
               END-IF
               MOVE NB-CALENDRIER TO IDX
               PERFORM UNTIL IDX < INDEX-INSERTION
                   MOVE CALENDRIER-T(IDX) TO CALENDRIER-T(IDX + 1)
                   SUBTRACT 1 FROM IDX
               END-PERFORM
               ADD 1 TO NB-CALENDRIER
               MOVE INDEX-INSERTION TO INDEX-CIBLE
           END-IF
           MOVE DATE-SAISIE TO CT-DATE(INDEX-CIBLE).
           MOVE LANGUE-SAISIE TO CT-LANGUE(INDEX-CIBLE).
           MOVE MOT-SAISI TO CT-MOT(INDEX-CIBLE).
           MOVE OPERATEUR-NOM TO CT-OPERATEUR(INDEX-CIBLE).
           MOVE DATE-DU-JOUR TO CT-DATE-SAISIE(INDEX-CIBLE).
           PERFORM SAUVER-CALENDRIER.
           DISPLAY ECRAN-CONFIRMATION.
           PERFORM ATTENDRE-TOUCHE.

       RETIRER-MOT.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "RETRAIT MOT PLANIFIE" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-DATE-LANGUE.
           IF NOT SAISIE-VALIDE THEN
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-ENTREE.
           IF INDEX-CIBLE = 0 THEN
               DISPLAY ECRAN-ABSENT
               PERFORM ATTENDRE-TOUCHE
               EXIT PARAGRAPH
           END-IF
           MOVE INDEX-CIBLE TO IDX.
           PERFORM UNTIL IDX NOT < NB-CALENDRIER
               MOVE CALENDRIER-T(IDX + 1) TO CALENDRIER-T(IDX)
               ADD 1 TO IDX
           END-PERFORM.
           SUBTRACT 1 FROM NB-CALENDRIER.
           PERFORM SAUVER-CALENDRIER.
           DISPLAY ECRAN-CONFIRMATION.
           PERFORM ATTENDRE-TOUCHE.

      * SAME NORMALISATION AS LISTEDEMOTS: THE ";" TERMINATOR IS PUT
      * BACK SO THE WORD CAN BE USED AS THE MASTER KEY.
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

      * THE WORD MUST BE IN THE MASTER OF THE LANGUAGE IT IS PLANNED
      * FOR - A FRENCH WORD ON AN ENGLISH DAY WOULD NEVER BE FOUND.
       VERIFIER-MOT-MASTER.
           MOVE "N" TO STATE-SAISIE-VALIDE.
           IF LANGUE-SAISIE = "E" THEN
               MOVE "assets/word_master_en.dat" TO NOM-FICHIER-MOTS
           ELSE
               MOVE "assets/word_master.dat" TO NOM-FICHIER-MOTS
           END-IF
           OPEN INPUT FILE-WORDS.
           IF ETAT-FICHIER-MOTS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE MOT-SAISI TO MOT.
           READ FILE-WORDS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO STATE-SAISIE-VALIDE
           END-READ.
           CLOSE FILE-WORDS.

      * THE REPEAT WINDOW RUNS BOTH WAYS FROM THE PLANNED DATE: NO
      * OTHER DAY OF THE SAME LANGUAGE WITHIN NB-JOURS-ECART DAYS,
      * BEFORE OR AFTER, MAY CARRY THE SAME WORD.
       VERIFIER-ECART-CALENDRIER.
           MOVE DATE-SAISIE TO DATE-NUM.
           COMPUTE ENTIER-DATE = FUNCTION INTEGER-OF-DATE(DATE-NUM)
               - NB-JOURS-ECART.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(ENTIER-DATE).
           MOVE DATE-NUM TO DATE-PLANCHER.
           MOVE DATE-SAISIE TO DATE-NUM.
           COMPUTE ENTIER-DATE = FUNCTION INTEGER-OF-DATE(DATE-NUM)
               + NB-JOURS-ECART.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(ENTIER-DATE).
           MOVE DATE-NUM TO DATE-PLAFOND.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > NB-CALENDRIER OR NOT SAISIE-VALIDE
               IF CT-LANGUE(IDX) = LANGUE-SAISIE
                   AND CT-MOT(IDX) = MOT-SAISI
                   AND CT-DATE(IDX) NOT = DATE-SAISIE
                   AND CT-DATE(IDX) NOT < DATE-PLANCHER
                   AND CT-DATE(IDX) NOT > DATE-PLAFOND THEN
                   MOVE "N" TO STATE-SAISIE-VALIDE
                   MOVE SPACES TO LIBELLE-MOT-UTILISE
                   STRING "Deja planifie le " DELIMITED BY SIZE
                          CT-DATE(IDX) DELIMITED BY SIZE
                          " - trop proche." DELIMITED BY SIZE
                          INTO LIBELLE-MOT-UTILISE
               END-IF
               ADD 1 TO IDX
           END-PERFORM.

      * DAYS SERVED BY THE DATE FORMULA LEAVE NO CALENDAR ENTRY, SO
      * THE DAILY-CHALLENGE GAMES IN THE LIVE LOG (LOG-MODE "3") ARE
      * CHECKED AS WELL. THE LOG HOLDS THE WORD WITHOUT ITS ";".
       VERIFIER-ECART-JOURNAL.
           MOVE MOT-SAISI TO MOT-SANS-TERMINATEUR.
           PERFORM STRIP-TERMINATEUR.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG OR NOT SAISIE-VALIDE
               IF NOT TRL-EST-TRAILER
                   AND LOG-MODE-JOUR
                   AND LOG-MOT = MOT-SANS-TERMINATEUR
                   AND LOG-DATE NOT < DATE-PLANCHER
                   AND LOG-DATE < DATE-SAISIE
                   AND (LOG-LANGUE = LANGUE-SAISIE
                       OR (LOG-LANGUE = SPACE
                           AND LANGUE-SAISIE = "F")) THEN
                   MOVE "N" TO STATE-SAISIE-VALIDE
                   MOVE SPACES TO LIBELLE-MOT-UTILISE
                   STRING "Mot du jour le " DELIMITED BY SIZE
                          LOG-DATE DELIMITED BY SIZE
                          " - trop proche." DELIMITED BY SIZE
                          INTO LIBELLE-MOT-UTILISE
               END-IF
               PERFORM LIRE-LOG
           END-PERFORM.
           CLOSE GAME-LOG.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "CALENDRIERMOTS" TO ACC-PROGRAMME.
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
