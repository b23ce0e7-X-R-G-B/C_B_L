       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListeAnnulations.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT REPORT-FILE ASSIGN TO 'assets/void_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-ANNULATIONS PIC X(2).
       77 DATE-DEBUT PIC X(8) VALUE SPACES.
       77 DATE-FIN PIC X(8) VALUE SPACES.
       77 NB-LUES PIC 9(5) VALUE 0.
       77 NB-ANNULATIONS PIC 9(5) VALUE 0.
       77 NB-AJUSTEMENTS PIC 9(5) VALUE 0.
       77 NB-MOTIF-TEST PIC 9(5) VALUE 0.
       77 NB-MOTIF-MAUVAIS-JOUEUR PIC 9(5) VALUE 0.
       77 NB-MOTIF-INCIDENT PIC 9(5) VALUE 0.
       77 NB-MOTIF-AUTRE PIC 9(5) VALUE 0.
       77 NB-ED PIC ZZZZ9.
       77 SEQUENCE-ED PIC ZZZZZZ9.
       77 SCORE-ED PIC ZZZZ9.
       77 LIBELLE-TYPE PIC X(10).
       77 LIBELLE-CORRECTION PIC X(40).

       PROCEDURE DIVISION.
           DISPLAY "DEBUT DE PERIODE (AAAAMMJJ): " WITH NO ADVANCING.
           ACCEPT DATE-DEBUT.
           DISPLAY "FIN DE PERIODE (AAAAMMJJ):   " WITH NO ADVANCING.
           ACCEPT DATE-FIN.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ECRIRE-ENTETE.
           PERFORM LISTER-ANNULATIONS.
           PERFORM ECRIRE-TOTAUX.
           CLOSE REPORT-FILE.
       STOP RUN.

       ECRIRE-ENTETE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ANNULATIONS ET AJUSTEMENTS DE PARTIES DU "
                      DELIMITED BY SIZE
                  DATE-DEBUT DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  DATE-FIN DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SAISIE   SEQUENCE TYPE       MOTIF SUPERVISEUR
      -        "  PARTIE DU JOUEUR" TO REPORT-LINE.
           WRITE REPORT-LINE.

      * THE PERIOD IS THE DATE THE SUPERVISOR KEYED THE TRANSACTION -
      * THE LIST IS WHAT WAS DONE TO THE LOG OVER THE PERIOD, WHATEVER
      * DAY THE GAMES THEMSELVES WERE PLAYED.
       LISTER-ANNULATIONS.
           OPEN INPUT GAME-LOG-VOIDS.
           IF ETAT-FICHIER-ANNULATIONS NOT = "00" THEN
               MOVE "AUCUNE ANNULATION ENREGISTREE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-VOID-RECORD.
           PERFORM LIRE-ANNULATION
           PERFORM UNTIL FIN-DE-FICHIER-ANNULATION
               ADD 1 TO NB-LUES
               IF ANN-DATE NOT < DATE-DEBUT
                   AND ANN-DATE NOT > DATE-FIN THEN
                   PERFORM ECRIRE-ANNULATION
               END-IF
               PERFORM LIRE-ANNULATION
           END-PERFORM.
           CLOSE GAME-LOG-VOIDS.

       LIRE-ANNULATION.
           READ GAME-LOG-VOIDS
               AT END SET FIN-DE-FICHIER-ANNULATION TO TRUE
           END-READ.

      * TWO LINES PER TRANSACTION: WHO DID WHAT TO WHICH GAME, THEN
      * THE WORD, THE CORRECTION (FOR AN ADJUSTMENT) AND THE COMMENT.
       ECRIRE-ANNULATION.
           IF ANN-ANNULATION THEN
               ADD 1 TO NB-ANNULATIONS
               MOVE "ANNULATION" TO LIBELLE-TYPE
           ELSE
               ADD 1 TO NB-AJUSTEMENTS
               MOVE "AJUSTEMENT" TO LIBELLE-TYPE
           END-IF
           EVALUATE TRUE
               WHEN ANN-MOTIF-TEST ADD 1 TO NB-MOTIF-TEST
               WHEN ANN-MOTIF-MAUVAIS-JOUEUR
                   ADD 1 TO NB-MOTIF-MAUVAIS-JOUEUR
               WHEN ANN-MOTIF-INCIDENT ADD 1 TO NB-MOTIF-INCIDENT
               WHEN OTHER ADD 1 TO NB-MOTIF-AUTRE
           END-EVALUATE
           MOVE ANN-SEQUENCE TO SEQUENCE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING ANN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEQUENCE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ANN-MOTIF DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  ANN-SUPERVISEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ANN-DATE-PARTIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ANN-JOUEUR-ORIGINE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO LIBELLE-CORRECTION.
           IF ANN-AJUSTEMENT THEN
               PERFORM PREPARER-CORRECTION
           END-IF
           MOVE ANN-SCORE-ORIGINE TO SCORE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "         MOT " DELIMITED BY SIZE
                  FUNCTION TRIM(ANN-MOT) DELIMITED BY SIZE
                  " SCORE " DELIMITED BY SIZE
                  SCORE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-CORRECTION DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF ANN-COMMENTAIRE NOT = SPACES THEN
               MOVE SPACES TO REPORT-LINE
               STRING "         " DELIMITED BY SIZE
                      ANN-COMMENTAIRE DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PREPARER-CORRECTION.
           MOVE ANN-SCORE-CORRIGE TO SCORE-ED.
           EVALUATE TRUE
               WHEN ANN-JOUEUR-CORRIGE NOT = SPACES
                   AND ANN-SCORE-A-CORRIGER
                   STRING "-> " DELIMITED BY SIZE
                          FUNCTION TRIM(ANN-JOUEUR-CORRIGE)
                              DELIMITED BY SIZE
                          " SCORE " DELIMITED BY SIZE
                          SCORE-ED DELIMITED BY SIZE
                          INTO LIBELLE-CORRECTION
               WHEN ANN-JOUEUR-CORRIGE NOT = SPACES
                   STRING "-> " DELIMITED BY SIZE
                          FUNCTION TRIM(ANN-JOUEUR-CORRIGE)
                              DELIMITED BY SIZE
                          INTO LIBELLE-CORRECTION
               WHEN OTHER
                   STRING "-> SCORE " DELIMITED BY SIZE
                          SCORE-ED DELIMITED BY SIZE
                          INTO LIBELLE-CORRECTION
           END-EVALUATE.

       ECRIRE-TOTAUX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ANNULATIONS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ANNULATIONS:          " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-AJUSTEMENTS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "AJUSTEMENTS:          " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-MOTIF-TEST TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MOTIF TE (TEST):    " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-MOTIF-MAUVAIS-JOUEUR TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MOTIF MJ (JOUEUR):  " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-MOTIF-INCIDENT TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MOTIF IT (INCIDENT):" DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-MOTIF-AUTRE TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MOTIF AU (AUTRE):   " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-LUES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS AU FICHIER:" DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
