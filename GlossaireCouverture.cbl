       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlossaireCouverture.

      * GLOSSARY COVERAGE: POOL WORDS OF EITHER LANGUAGE THAT HAVE NO
      * GLOSSARY ENTRY, TRANSLATIONS THAT NAME A WORD MISSING FROM
      * THE OTHER LANGUAGE'S MASTER, AND ENTRIES WHOSE OWN WORD HAS
      * SINCE LEFT ITS POOL. THE LAST TWO ARE BREAKS (RC 4); A WORD
      * WITHOUT AN ENTRY IS ONLY WORK STILL TO DO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ONE SELECT SERVES BOTH POOLS, OPENED ONE AFTER THE OTHER.
           SELECT FILE-WORDS ASSIGN TO NOM-FICHIER-MOTS
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
           SELECT REPORT-FILE
               ASSIGN TO 'assets/glossary_coverage_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-WORDS.
           COPY "copybooks/wordrec.cpy".

       FD GLOSSAIRE.
           COPY "copybooks/glossaire.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-MOTS PIC X(2) VALUE "00".
       77 ETAT-FICHIER-GLOSSAIRE PIC X(2) VALUE "00".
       77 NOM-FICHIER-MOTS PIC X(40) VALUE SPACES.
       77 LANGUE-POOL PIC X(1) VALUE "F".
           88 POOL-ANGLAIS VALUE "E".
       77 STATE-GLOSSAIRE PIC X(1) VALUE "N".
           88 GLOSSAIRE-PRESENT VALUE "Y".
       77 STATE-POOL PIC X(1) VALUE "N".
           88 POOL-PRESENT VALUE "Y".
       77 STATE-MOT-TROUVE PIC X(1) VALUE "N".
           88 MOT-TROUVE VALUE "Y".
       77 NB-MOTS-POOL PIC 9(5) VALUE 0.
       77 NB-SANS-ENTREE PIC 9(5) VALUE 0.
       77 NB-TRADUCTIONS-CASSEES PIC 9(5) VALUE 0.
       77 NB-ENTREES-ORPHELINES PIC 9(5) VALUE 0.
       77 NB-ED PIC ZZZZ9.
       77 NB-ED-2 PIC ZZZZ9.
       77 MOT-SANS-TERMINATEUR PIC X(30).
       77 MOT-AFFICHE PIC X(30).
       77 MOT-CHERCHE PIC X(30).
       77 IDX-CAR PIC 9(2).

       PROCEDURE DIVISION.
           OPEN OUTPUT REPORT-FILE.
           MOVE "COUVERTURE DU GLOSSAIRE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT GLOSSAIRE.
           IF ETAT-FICHIER-GLOSSAIRE = "00" THEN
               MOVE "Y" TO STATE-GLOSSAIRE
               CLOSE GLOSSAIRE
           ELSE
               MOVE "ATTENTION: GLOSSAIRE ABSENT - AUCUNE ENTREE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== MOTS SANS ENTREE - POOL FRANCAIS ==="
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "F" TO LANGUE-POOL.
           PERFORM LISTER-MOTS-SANS-ENTREE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== MOTS SANS ENTREE - POOL ANGLAIS ==="
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "E" TO LANGUE-POOL.
           PERFORM LISTER-MOTS-SANS-ENTREE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== TRADUCTIONS ABSENTES DE L'AUTRE POOL ==="
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "E" TO LANGUE-POOL.
           PERFORM VERIFIER-TRADUCTIONS.
           MOVE "F" TO LANGUE-POOL.
           PERFORM VERIFIER-TRADUCTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== ENTREES DONT LE MOT A QUITTE SON POOL ==="
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "F" TO LANGUE-POOL.
           PERFORM VERIFIER-ORPHELINES.
           MOVE "E" TO LANGUE-POOL.
           PERFORM VERIFIER-ORPHELINES.
           PERFORM ECRIRE-RESUME.
           CLOSE REPORT-FILE.
           DISPLAY "MOTS SANS ENTREE:      " NB-SANS-ENTREE.
           DISPLAY "TRADUCTIONS CASSEES:   " NB-TRADUCTIONS-CASSEES.
           DISPLAY "ENTREES ORPHELINES:    " NB-ENTREES-ORPHELINES.
           IF NB-TRADUCTIONS-CASSEES > 0
               OR NB-ENTREES-ORPHELINES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN.

      * OPENS THE MASTER OF LANGUE-POOL. A POOL THAT HAS NEVER BEEN
      * BUILT (THE ENGLISH ONE ON A FRESH SITE) IS REPORTED, NOT
      * FATAL.
       OUVRIR-POOL.
           MOVE "N" TO STATE-POOL.
           IF POOL-ANGLAIS THEN
               MOVE "assets/word_master_en.dat" TO NOM-FICHIER-MOTS
           ELSE
               MOVE "assets/word_master.dat" TO NOM-FICHIER-MOTS
           END-IF
           OPEN INPUT FILE-WORDS.
           IF ETAT-FICHIER-MOTS = "00" THEN
               MOVE "Y" TO STATE-POOL
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "ATTENTION: POOL ABSENT - " DELIMITED BY SIZE
                      NOM-FICHIER-MOTS DELIMITED BY SPACE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LISTER-MOTS-SANS-ENTREE.
           PERFORM OUVRIR-POOL.
           IF NOT POOL-PRESENT THEN
               EXIT PARAGRAPH
           END-IF
           IF GLOSSAIRE-PRESENT THEN
               OPEN INPUT GLOSSAIRE
           END-IF
           MOVE SPACES TO LIGNE-DU-FICHIER.
           PERFORM LIRE-MOT
           PERFORM UNTIL FIN-DE-FICHIER
               ADD 1 TO NB-MOTS-POOL
               MOVE "N" TO STATE-MOT-TROUVE
               IF GLOSSAIRE-PRESENT THEN
                   MOVE MOT TO GLO-MOT
                   MOVE LANGUE-POOL TO GLO-LANGUE
                   READ GLOSSAIRE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO STATE-MOT-TROUVE
                   END-READ
               END-IF
               IF NOT MOT-TROUVE THEN
                   ADD 1 TO NB-SANS-ENTREE
                   PERFORM STRIP-TERMINATEUR
                   MOVE SPACES TO REPORT-LINE
                   STRING MOT-SANS-TERMINATEUR DELIMITED BY SIZE
                          "  [" DELIMITED BY SIZE
                          MOT-DIFFICULTE DELIMITED BY SIZE
                          "] " DELIMITED BY SIZE
                          MOT-CATEGORIE DELIMITED BY SPACE
                          INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM LIRE-MOT
           END-PERFORM.
           CLOSE FILE-WORDS.
           IF GLOSSAIRE-PRESENT THEN
               CLOSE GLOSSAIRE
           END-IF.

       LIRE-MOT.
           READ FILE-WORDS NEXT RECORD
               AT END SET FIN-DE-FICHIER TO TRUE
           END-READ.

      * WITH THE MASTER OF LANGUE-POOL OPEN, EVERY ENTRY OF THE OTHER
      * LANGUAGE THAT CARRIES A TRANSLATION MUST FIND IT HERE.
       VERIFIER-TRADUCTIONS.
           IF NOT GLOSSAIRE-PRESENT THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-POOL.
           OPEN INPUT GLOSSAIRE.
           MOVE SPACES TO GLOSSAIRE-RECORD.
           PERFORM LIRE-ENTREE
           PERFORM UNTIL FIN-DE-FICHIER-GLOSSAIRE
               IF GLO-LANGUE NOT = LANGUE-POOL
                   AND GLO-TRADUCTION NOT = SPACES THEN
                   MOVE GLO-TRADUCTION TO MOT-CHERCHE
                   PERFORM CHERCHER-MOT
                   IF NOT MOT-TROUVE THEN
                       ADD 1 TO NB-TRADUCTIONS-CASSEES
                       MOVE GLO-MOT TO MOT
                       PERFORM STRIP-TERMINATEUR
                       MOVE MOT-SANS-TERMINATEUR TO MOT-AFFICHE
                       MOVE GLO-TRADUCTION TO MOT
                       PERFORM STRIP-TERMINATEUR
                       MOVE SPACES TO REPORT-LINE
                       STRING MOT-AFFICHE DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              GLO-LANGUE DELIMITED BY SIZE
                              ") -> " DELIMITED BY SIZE
                              MOT-SANS-TERMINATEUR DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               PERFORM LIRE-ENTREE
           END-PERFORM.
           CLOSE GLOSSAIRE.
           IF POOL-PRESENT THEN
               CLOSE FILE-WORDS
           END-IF.

      * WITH THE MASTER OF LANGUE-POOL OPEN, EVERY ENTRY OF THAT SAME
      * LANGUAGE MUST STILL FIND ITS OWN WORD - LISTEDEMOTS CAN
      * DELETE OR RESPELL A WORD AFTER ITS ENTRY WAS WRITTEN.
       VERIFIER-ORPHELINES.
           IF NOT GLOSSAIRE-PRESENT THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM OUVRIR-POOL.
           OPEN INPUT GLOSSAIRE.
           MOVE SPACES TO GLOSSAIRE-RECORD.
           PERFORM LIRE-ENTREE
           PERFORM UNTIL FIN-DE-FICHIER-GLOSSAIRE
               IF GLO-LANGUE = LANGUE-POOL THEN
                   MOVE GLO-MOT TO MOT-CHERCHE
                   PERFORM CHERCHER-MOT
                   IF NOT MOT-TROUVE THEN
                       ADD 1 TO NB-ENTREES-ORPHELINES
                       MOVE GLO-MOT TO MOT
                       PERFORM STRIP-TERMINATEUR
                       MOVE SPACES TO REPORT-LINE
                       STRING MOT-SANS-TERMINATEUR DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              GLO-LANGUE DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               PERFORM LIRE-ENTREE
           END-PERFORM.
           CLOSE GLOSSAIRE.
           IF POOL-PRESENT THEN
               CLOSE FILE-WORDS
           END-IF.

       LIRE-ENTREE.
           READ GLOSSAIRE NEXT RECORD
               AT END SET FIN-DE-FICHIER-GLOSSAIRE TO TRUE
           END-READ.

      * A POOL THAT COULD NOT BE OPENED HOLDS NO WORD AT ALL.
       CHERCHER-MOT.
           MOVE "N" TO STATE-MOT-TROUVE.
           IF NOT POOL-PRESENT THEN
               EXIT PARAGRAPH
           END-IF
           MOVE MOT-CHERCHE TO MOT.
           READ FILE-WORDS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO STATE-MOT-TROUVE
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

       ECRIRE-RESUME.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== TOTAUX ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-MOTS-POOL TO NB-ED.
           MOVE NB-SANS-ENTREE TO NB-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "MOTS DES POOLS " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  SANS ENTREE " DELIMITED BY SIZE
                  NB-ED-2 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-TRADUCTIONS-CASSEES TO NB-ED.
           MOVE NB-ENTREES-ORPHELINES TO NB-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRADUCTIONS CASSEES " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  ENTREES ORPHELINES " DELIMITED BY SIZE
                  NB-ED-2 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
