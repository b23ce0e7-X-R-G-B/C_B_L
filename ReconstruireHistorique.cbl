       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconstruireHistorique.
      * RECREATES THE INDEXED GAME HISTORY (HISTO.CPY) FROM THE LIVE
      * GAME LOG. CALLED BY EVERY BATCH THAT REWRITES GAME_LOG.TXT
      * (FUSIONJOUEURS, GAMELOGARCHIVE, EFFACEMENTJOUEUR) AND RUN BY
      * HAND WHEN THE NIGHTLY COUNT CHECK REPORTS THE HISTORY OUT OF
      * STEP WITH THE LOG. THE COUNTS GO TO
      * ASSETS/GAME_HISTORY_REBUILD_REPORT.TXT RATHER THAN THE
      * CONSOLE, SO A SCREEN PROGRAM CAN CALL IT.
      * RETURN CODE 4 WHEN TWO LOG RECORDS SHARE A KEY (ONLY THE FIRST
      * IS INDEXED), 8 WHEN THE HISTORY CANNOT BE CREATED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG ASSIGN TO 'assets/game_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT HISTORIQUE ASSIGN TO 'assets/game_history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLE
               ALTERNATE RECORD KEY IS HIS-CLE-JOUEUR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIS-CLE-MOT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIS-SCORE
                   WITH DUPLICATES
               FILE STATUS IS ETAT-FICHIER-HISTO.
           SELECT REPORT-FILE
               ASSIGN TO 'assets/game_history_rebuild_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD HISTORIQUE.
           COPY "copybooks/histo.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 ETAT-FICHIER-LOG PIC X(2) VALUE "00".
       77 ETAT-FICHIER-HISTO PIC X(2) VALUE "00".
       77 DATE-DU-JOUR PIC X(8).
       77 HEURE-DU-JOUR PIC X(6).
       77 NB-LOG-LUS PIC 9(7) VALUE 0.
       77 NB-TRAILERS PIC 9(7) VALUE 0.
       77 NB-INDEXEES PIC 9(7) VALUE 0.
       77 NB-DOUBLONS PIC 9(7) VALUE 0.
       77 NB-ED PIC ZZZZZZ9.

      * A CALLER MAY REBUILD MORE THAN ONCE IN A SESSION (ONE MERGE OR
      * ERASURE AFTER ANOTHER), SO THE COUNTS START AGAIN EVERY TIME.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-DU-JOUR.
           MOVE 0 TO NB-LOG-LUS.
           MOVE 0 TO NB-TRAILERS.
           MOVE 0 TO NB-INDEXEES.
           MOVE 0 TO NB-DOUBLONS.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT HISTORIQUE.
           IF ETAT-FICHIER-HISTO NOT = "00" THEN
               PERFORM ECRIRE-RAPPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHARGER-LOG.
           CLOSE HISTORIQUE.
           PERFORM ECRIRE-RAPPORT.
           IF NB-DOUBLONS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       GOBACK.

      * A MISSING LOG LEAVES AN EMPTY HISTORY, WHICH IS WHAT IT IS.
      * DAILY TRAILER LINES ARE CONTROL RECORDS, NOT GAMES.
       CHARGER-LOG.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-LOG-RECORD.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               ADD 1 TO NB-LOG-LUS
               IF TRL-EST-TRAILER THEN
                   ADD 1 TO NB-TRAILERS
               ELSE
                   PERFORM INDEXER-PARTIE
               END-IF
               PERFORM LIRE-LOG
           END-PERFORM.
           CLOSE GAME-LOG.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.

      * SAME KEY BUILD AS PENDU.CBL USES WHEN IT LOGS A GAME.
       INDEXER-PARTIE.
           MOVE SPACES TO HISTO-RECORD.
           MOVE LOG-DATE TO HIS-DATE.
           MOVE LOG-HEURE TO HIS-HEURE.
           MOVE LOG-SEQUENCE TO HIS-SEQUENCE.
           MOVE LOG-JOUEUR TO HIS-JOUEUR-PARTIE.
           MOVE LOG-JOUEUR TO HIS-JOUEUR.
           MOVE LOG-DATE TO HIS-DATE-JOUEUR.
           MOVE LOG-MOT TO HIS-MOT.
           MOVE LOG-DATE TO HIS-DATE-MOT.
           MOVE LOG-SCORE TO HIS-SCORE.
           MOVE GAME-LOG-RECORD TO HIS-PARTIE.
           WRITE HISTO-RECORD
               INVALID KEY ADD 1 TO NB-DOUBLONS
               NOT INVALID KEY ADD 1 TO NB-INDEXEES
           END-WRITE.

       ECRIRE-RAPPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECONSTRUCTION DE L'HISTORIQUE DES PARTIES - "
                      DELIMITED BY SIZE
                  DATE-DU-JOUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HEURE-DU-JOUR DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF ETAT-FICHIER-HISTO NOT = "00" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "HISTORIQUE IMPOSSIBLE A CREER (ETAT "
                          DELIMITED BY SIZE
                      ETAT-FICHIER-HISTO DELIMITED BY SIZE
                      ") - AUCUNE PARTIE INDEXEE" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE NB-LOG-LUS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIGNES DU JOURNAL LUES:   " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-TRAILERS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRAILERS JOURNALIERS:     " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-INDEXEES TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTIES INDEXEES:         " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-DOUBLONS TO NB-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLES EN DOUBLE IGNOREES:  " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
