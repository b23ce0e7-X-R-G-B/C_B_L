       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtraitRH.

      * TRAINING-COMPLETION FEED TO THE HR LEARNING SYSTEM. EVERY
      * CLOSED SESSION NOT YET SENT GOES OUT AS ONE FIXED-FORMAT FILE
      * (SEE EXTRH.CPY); A SESSION ALREADY SENT ONLY GOES OUT AGAIN
      * WHEN A SIGNED-ON COORDINATOR ASKS FOR ITS RESEND. HR'S
      * ACKNOWLEDGEMENTS ARE THEN MATCHED BACK AND REJECTED LINES
      * REPORTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SAME SELECT READS THE ARCHIVES ONE AFTER ANOTHER AND THEN
      * THE LIVE LOG - THEY ALL CARRY THE GAMELOG.CPY LAYOUT.
           SELECT GAME-LOG ASSIGN TO NOM-FICHIER-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-LOG.
           SELECT GAME-LOG-VOIDS ASSIGN TO 'assets/game_log_voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ANNULATIONS.
           SELECT SESSION-MASTER ASSIGN TO 'assets/session_master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-SESSION.
           SELECT PLAYER-REGISTRY
               ASSIGN TO 'assets/player_registry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-REGISTRE.
           SELECT GAME-CONFIG ASSIGN TO 'assets/game_config.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-CONFIG.
           SELECT HR-EXTRACT ASSIGN TO NOM-FICHIER-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-EXTRAIT.
           SELECT HR-EXTRACT-LOG ASSIGN TO 'assets/hr_extract_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ENVOI.
           SELECT HR-ACKNOWLEDGEMENTS
               ASSIGN TO 'assets/hr_acknowledgements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAT-FICHIER-ACK.
           SELECT REPORT-FILE ASSIGN TO 'assets/hr_extract_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-LOG.
           COPY "copybooks/gamelog.cpy".

       FD GAME-LOG-VOIDS.
           COPY "copybooks/gamevoid.cpy".

       FD SESSION-MASTER.
           COPY "copybooks/session.cpy".

       FD PLAYER-REGISTRY.
           COPY "copybooks/playerrec.cpy".

       FD GAME-CONFIG.
           COPY "copybooks/gameconfig.cpy".

       FD HR-EXTRACT.
           COPY "copybooks/extrh.cpy".

       FD HR-EXTRACT-LOG.
           COPY "copybooks/envoirh.cpy".

       FD HR-ACKNOWLEDGEMENTS.
           COPY "copybooks/ackrh.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 ETAT-FICHIER-LOG PIC X(2).
       77 ETAT-FICHIER-SESSION PIC X(2).
       77 ETAT-FICHIER-REGISTRE PIC X(2).
       77 ETAT-FICHIER-CONFIG PIC X(2).
       77 ETAT-FICHIER-EXTRAIT PIC X(2).
       77 ETAT-FICHIER-ENVOI PIC X(2).
       77 ETAT-FICHIER-ACK PIC X(2).
       77 ETAT-FICHIER-ANNULATIONS PIC X(2).
       77 IDX-ANNULATION PIC 9(4).
       77 STATE-PARTIE-ANNULEE PIC X(1) VALUE "N".
           88 PARTIE-ANNULEE VALUE "Y".
      * SUPERVISOR VOIDS AND ADJUSTMENTS (SEE GAMEVOID.CPY), IN FILE
      * ORDER, CHECKED AGAINST EVERY LOG RECORD BEFORE IT COUNTS.
       01 TABLE-DES-ANNULATIONS.
           05 ANNULATION-T OCCURS 999 TIMES.
               10 AT-SEQUENCE PIC 9(7).
               10 AT-TYPE PIC X(1).
               10 AT-JOUEUR PIC X(20).
               10 AT-SCORE PIC 9(5).
               10 AT-SCORE-MODIFIE PIC X(1).
       77 NB-ANNULATIONS PIC 9(3) VALUE 0.

       77 NOM-FICHIER-LOG PIC X(40) VALUE SPACES.
       77 NOM-FICHIER-EXTRAIT PIC X(40) VALUE SPACES.
       77 SESSION-RENVOI PIC X(8) VALUE SPACES.
       77 SESSION-CHERCHEE PIC X(8) VALUE SPACES.
       77 NATURE-ENVOI PIC X(1).
       77 OPERATEUR-ENVOI PIC X(20) VALUE "EXTRAITRH".
       77 DATE-EXTRACTION PIC X(8) VALUE SPACES.
       77 HEURE-EXTRACTION PIC X(6) VALUE SPACES.
      * PASS THRESHOLDS - "P" MINIMUM GAMES AND "V" MINIMUM WINS IN
      * GAME_CONFIG.TXT; A MISSING ROW KEEPS THE DEFAULT.
       77 SEUIL-PARTIES PIC 9(2) VALUE 3.
       77 SEUIL-VICTOIRES PIC 9(2) VALUE 1.
       77 RANG-DEBUT PIC 9(6) VALUE 0.
       77 RANG-COURANT PIC 9(6) VALUE 0.
       77 RANG-ARCHIVE PIC 9(6) VALUE 0.
       77 RANG-AUJOURDHUI PIC 9(6) VALUE 0.
       77 ANNEE-TRAVAIL PIC 9(4) VALUE 0.
       77 MOIS-TRAVAIL PIC 9(2) VALUE 0.
       77 YYYYMM-TRAVAIL PIC 9(6) VALUE 0.
       77 IDX-SESSION PIC 9(4).
       77 IDX-JOUEUR PIC 9(3).
       77 TBL-IDX PIC 9(3).
       77 LIGNE-DETAIL PIC 9(5) VALUE 0.
       77 TOTAL-REUSSIS PIC 9(5) VALUE 0.
       77 TOTAL-PARTIES PIC 9(7) VALUE 0.
       77 TOTAL-GAGNEES PIC 9(7) VALUE 0.
       77 TOTAL-SCORES PIC 9(9) VALUE 0.
       77 NB-EXCLUS PIC 9(3) VALUE 0.
       77 NB-ANONYMES PIC 9(5) VALUE 0.
       77 NB-EXTRAITS PIC 9(3) VALUE 0.
       77 NB-SESSIONS-BLOQUEES PIC 9(3) VALUE 0.
       77 NB-ACCUSES-LUS PIC 9(5) VALUE 0.
       77 NB-ACCUSES-PERIMES PIC 9(5) VALUE 0.
       77 NB-ACCUSES-ORPHELINS PIC 9(5) VALUE 0.
       77 NB-LIGNES-REJETEES PIC 9(5) VALUE 0.
       77 NB-ATTENTES PIC 9(3) VALUE 0.
       77 FOUND-SW PIC X(1) VALUE "N".
           88 FOUND-ENTRY VALUE "Y".
       77 STATE-MATRICULE-TROUVE PIC X(1) VALUE "N".
           88 MATRICULE-TROUVE VALUE "Y".
       77 STATE-LIGNE-TROUVEE PIC X(1) VALUE "N".
           88 LIGNE-TROUVEE VALUE "Y".
       77 STATE-DEBORDEMENT PIC X(1) VALUE "N".
           88 TABLE-DEBORDEE VALUE "Y".
       77 STATE-MASTERS-DEBORDES PIC X(1) VALUE "N".
           88 MASTERS-DEBORDES VALUE "Y".
       77 LIBELLE-NATURE PIC X(9).
       77 NUMERO-ED PIC 999.
       77 NB-ED PIC ZZZZ9.
       77 NB-ED-2 PIC ZZZZ9.
       77 NB-ED-3 PIC ZZZZ9.
       77 LIGNE-ED PIC 99999.
       77 SEUIL-ED PIC Z9.
       77 SEUIL-ED-2 PIC Z9.

      * REGISTERED NAME AND THE HR EMPLOYEE REFERENCE KEYED AGAINST IT.
       01 TABLE-DES-JOUEURS.
           05 JOUEUR-T OCCURS 500 TIMES.
               10 JT-NOM PIC X(20).
               10 JT-MATRICULE PIC X(10).
       77 NB-JOUEURS PIC 9(3) VALUE 0.

      * THE SESSION MASTER, WITH THE LAST SENDING OF EACH SESSION
      * FROM THE SENT LOG (0 = NEVER SENT) AND WHAT HR ACKNOWLEDGED
      * OF THAT SENDING.
       01 TABLE-DES-SESSIONS.
           05 SESSION-T OCCURS 999 TIMES.
               10 ST-CODE PIC X(8).
               10 ST-DATE PIC X(8).
               10 ST-COORDINATEUR PIC X(20).
               10 ST-STATUT PIC X(1).
               10 ST-DERNIER-ENVOI PIC 9(3).
               10 ST-ACCUSE PIC X(1).
               10 ST-NB-ACCEPTES PIC 9(5).
               10 ST-NB-REJETES PIC 9(5).
       77 NB-SESSIONS PIC 9(3) VALUE 0.

      * ONE LINE PER NAMED TRAINEE OF THE SESSION BEING EXTRACTED -
      * A COHORT IS 8 TO 15 TRAINEES, SO 100 SLOTS LEAVES ROOM TO
      * SPARE.
       01 PARTICIPANT-TABLE.
           05 PARTICIPANT-ENTRY OCCURS 100 TIMES.
               10 PT-NOM PIC X(20).
               10 PT-MATRICULE PIC X(10).
               10 PT-JOUES PIC 9(5).
               10 PT-GAGNES PIC 9(5).
               10 PT-MEILLEUR PIC 9(5).
       77 PARTICIPANT-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "SESSION A RENVOYER (VIDE=AUCUNE): "
               WITH NO ADVANCING.
           ACCEPT SESSION-RENVOI.
           IF SESSION-RENVOI NOT = SPACES THEN
               PERFORM CONNECTER-OPERATEUR
               MOVE "C" TO ACC-ROLE-REQUIS
               MOVE "RENVOI EXTRAIT RH" TO ACC-ACTION
               PERFORM CONTROLER-ROLE
               IF NOT ACC-ACCORDE THEN
                   STOP RUN
               END-IF
               MOVE ACC-OPERATEUR TO OPERATEUR-ENVOI
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-EXTRACTION.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-EXTRACTION.
           PERFORM LIRE-CONFIG-SEUILS.
           PERFORM CHARGER-JOUEURS.
           PERFORM CHARGER-ANNULATIONS.
           PERFORM CHARGER-SESSIONS.
           PERFORM CHARGER-ENVOIS.
           IF SESSION-RENVOI NOT = SPACES THEN
               PERFORM VERIFIER-RENVOI
           END-IF
           OPEN OUTPUT REPORT-FILE.
           PERFORM ECRIRE-ENTETE-RAPPORT.
           PERFORM PRODUIRE-EXTRAITS.
           PERFORM RAPPROCHER-ACCUSES.
           PERFORM ECRIRE-ETAT-ENVOIS.
           CLOSE REPORT-FILE.
           DISPLAY "EXTRAITS PRODUITS:  " NB-EXTRAITS.
           DISPLAY "LIGNES REJETEES RH: " NB-LIGNES-REJETEES.
           DISPLAY "ENVOIS SANS ACCUSE: " NB-ATTENTES.
           IF NB-LIGNES-REJETEES > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NB-SESSIONS-BLOQUEES > 0 OR MASTERS-DEBORDES THEN
               DISPLAY "ATTENTION: EXTRACTION INCOMPLETE, VOIR "
                   "LE RAPPORT"
               MOVE 8 TO RETURN-CODE
           END-IF
       STOP RUN.

       LIRE-CONFIG-SEUILS.
           OPEN INPUT GAME-CONFIG.
           IF ETAT-FICHIER-CONFIG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ GAME-CONFIG
               AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
           END-READ.
           PERFORM UNTIL FIN-DE-FICHIER-CONFIG
               EVALUATE CONFIG-PROFIL
                   WHEN "P"
                       MOVE CONFIG-NB-VIES TO SEUIL-PARTIES
                   WHEN "V"
                       MOVE CONFIG-NB-VIES TO SEUIL-VICTOIRES
                   WHEN OTHER CONTINUE
               END-EVALUATE
               READ GAME-CONFIG
                   AT END SET FIN-DE-FICHIER-CONFIG TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GAME-CONFIG.

       CHARGER-JOUEURS.
           OPEN INPUT PLAYER-REGISTRY.
           IF ETAT-FICHIER-REGISTRE NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PLAYER-RECORD.
           PERFORM LIRE-JOUEUR
           PERFORM UNTIL FIN-DE-FICHIER-JOUEUR
               IF NB-JOUEURS < 500 THEN
                   ADD 1 TO NB-JOUEURS
                   MOVE JOUEUR-NOM TO JT-NOM(NB-JOUEURS)
                   MOVE JOUEUR-MATRICULE TO JT-MATRICULE(NB-JOUEURS)
               ELSE
                   MOVE "Y" TO STATE-MASTERS-DEBORDES
               END-IF
               PERFORM LIRE-JOUEUR
           END-PERFORM.
           CLOSE PLAYER-REGISTRY.

       LIRE-JOUEUR.
           READ PLAYER-REGISTRY
               AT END SET FIN-DE-FICHIER-JOUEUR TO TRUE
           END-READ.

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
                   MOVE SES-DATE TO ST-DATE(NB-SESSIONS)
                   MOVE SES-COORDINATEUR
                       TO ST-COORDINATEUR(NB-SESSIONS)
                   MOVE SES-STATUT TO ST-STATUT(NB-SESSIONS)
                   MOVE 0 TO ST-DERNIER-ENVOI(NB-SESSIONS)
                   MOVE "N" TO ST-ACCUSE(NB-SESSIONS)
                   MOVE 0 TO ST-NB-ACCEPTES(NB-SESSIONS)
                   MOVE 0 TO ST-NB-REJETES(NB-SESSIONS)
               ELSE
                   MOVE "Y" TO STATE-MASTERS-DEBORDES
               END-IF
               PERFORM LIRE-SESSION
           END-PERFORM.
           CLOSE SESSION-MASTER.

       LIRE-SESSION.
           READ SESSION-MASTER
               AT END SET FIN-DE-FICHIER-SESSION TO TRUE
           END-READ.

      * NO SENT LOG SIMPLY MEANS NOTHING HAS BEEN SENT YET.
       CHARGER-ENVOIS.
           OPEN INPUT HR-EXTRACT-LOG.
           IF ETAT-FICHIER-ENVOI NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ENVOI-RH-RECORD.
           PERFORM LIRE-ENVOI
           PERFORM UNTIL FIN-DE-FICHIER-ENVOI
               MOVE ENV-SESSION TO SESSION-CHERCHEE
               PERFORM CHERCHER-SESSION
               IF FOUND-ENTRY THEN
                   IF ENV-NUMERO > ST-DERNIER-ENVOI(IDX-SESSION) THEN
                       MOVE ENV-NUMERO
                           TO ST-DERNIER-ENVOI(IDX-SESSION)
                   END-IF
               END-IF
               PERFORM LIRE-ENVOI
           END-PERFORM.
           CLOSE HR-EXTRACT-LOG.

       LIRE-ENVOI.
           READ HR-EXTRACT-LOG
               AT END SET FIN-DE-FICHIER-ENVOI TO TRUE
           END-READ.

       CHERCHER-SESSION.
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO IDX-SESSION.
           PERFORM UNTIL IDX-SESSION > NB-SESSIONS OR FOUND-ENTRY
               IF ST-CODE(IDX-SESSION) = SESSION-CHERCHEE THEN
                   MOVE "Y" TO FOUND-SW
               ELSE
                   ADD 1 TO IDX-SESSION
               END-IF
           END-PERFORM.

      * A RESEND IS ONLY FOR A SESSION THAT IS CLOSED - AN OPEN ONE
      * IS STILL COLLECTING GAMES.
       VERIFIER-RENVOI.
           MOVE SESSION-RENVOI TO SESSION-CHERCHEE.
           PERFORM CHERCHER-SESSION.
           IF NOT FOUND-ENTRY THEN
               DISPLAY "SESSION INCONNUE: " SESSION-RENVOI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ST-STATUT(IDX-SESSION) NOT = "C" THEN
               DISPLAY "SESSION NON CLOTUREE - RENVOI REFUSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-ENTETE-RAPPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXTRAIT RH DE FIN DE FORMATION DU " DELIMITED BY SIZE
                  DATE-EXTRACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HEURE-EXTRACTION DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SEUIL-PARTIES TO SEUIL-ED.
           MOVE SEUIL-VICTOIRES TO SEUIL-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEUILS DE REUSSITE: " DELIMITED BY SIZE
                  SEUIL-ED DELIMITED BY SIZE
                  " PARTIES, " DELIMITED BY SIZE
                  SEUIL-ED-2 DELIMITED BY SIZE
                  " VICTOIRES" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SESSION-RENVOI NOT = SPACES THEN
               MOVE SPACES TO REPORT-LINE
               STRING "RENVOI DEMANDE: " DELIMITED BY SIZE
                      SESSION-RENVOI DELIMITED BY SIZE
                      " PAR " DELIMITED BY SIZE
                      OPERATEUR-ENVOI DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF MASTERS-DEBORDES THEN
               MOVE "ATTENTION: REGISTRE OU SESSIONS AU-DELA DE LA CAPA
      -            "CITE DES TABLES" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRODUIRE-EXTRAITS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== EXTRAITS PRODUITS ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX-SESSION.
           PERFORM UNTIL IDX-SESSION > NB-SESSIONS
               IF ST-STATUT(IDX-SESSION) = "C" THEN
                   IF ST-DERNIER-ENVOI(IDX-SESSION) = 0
                       OR ST-CODE(IDX-SESSION) = SESSION-RENVOI THEN
                       PERFORM EXTRAIRE-SESSION
                   END-IF
               END-IF
               ADD 1 TO IDX-SESSION
           END-PERFORM.
           IF NB-EXTRAITS = 0 AND NB-SESSIONS-BLOQUEES = 0 THEN
               MOVE "AUCUNE SESSION A ENVOYER" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * A TRUNCATED EXTRACT WOULD TELL HR THE MISSING TRAINEES NEVER
      * CAME, SO A SESSION THAT OVERFLOWS THE TABLE IS NOT SENT AT ALL.
       EXTRAIRE-SESSION.
           PERFORM ACCUMULER-SESSION.
           IF TABLE-DEBORDEE THEN
               ADD 1 TO NB-SESSIONS-BLOQUEES
               MOVE SPACES TO REPORT-LINE
               STRING ST-CODE(IDX-SESSION) DELIMITED BY SIZE
                      " NON ENVOYEE: PLUS DE 100 PARTICIPANTS"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ST-DERNIER-ENVOI(IDX-SESSION).
           MOVE "N" TO ST-ACCUSE(IDX-SESSION).
           MOVE 0 TO ST-NB-ACCEPTES(IDX-SESSION).
           MOVE 0 TO ST-NB-REJETES(IDX-SESSION).
           PERFORM NOMMER-EXTRAIT.
           OPEN OUTPUT HR-EXTRACT.
           MOVE SPACES TO RH-ENTETE.
           MOVE "H" TO RHE-TYPE.
           MOVE ST-CODE(IDX-SESSION) TO RHE-SESSION.
           MOVE ST-DATE(IDX-SESSION) TO RHE-DATE-SESSION.
           MOVE ST-COORDINATEUR(IDX-SESSION) TO RHE-COORDINATEUR.
           MOVE DATE-EXTRACTION TO RHE-DATE-EXTRACTION.
           MOVE ST-DERNIER-ENVOI(IDX-SESSION) TO RHE-NUMERO-ENVOI.
           IF ST-DERNIER-ENVOI(IDX-SESSION) = 1 THEN
               MOVE "N" TO NATURE-ENVOI
               MOVE "INITIAL" TO LIBELLE-NATURE
           ELSE
               MOVE "R" TO NATURE-ENVOI
               MOVE "RENVOI" TO LIBELLE-NATURE
           END-IF
           MOVE NATURE-ENVOI TO RHE-NATURE.
           WRITE RH-ENTETE.
           MOVE ST-DERNIER-ENVOI(IDX-SESSION) TO NUMERO-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING ST-CODE(IDX-SESSION) DELIMITED BY SIZE
                  " ENVOI " DELIMITED BY SIZE
                  NUMERO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIBELLE-NATURE DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  ST-DATE(IDX-SESSION) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-COORDINATEUR(IDX-SESSION) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO LIGNE-DETAIL.
           MOVE 0 TO TOTAL-REUSSIS.
           MOVE 0 TO TOTAL-PARTIES.
           MOVE 0 TO TOTAL-GAGNEES.
           MOVE 0 TO TOTAL-SCORES.
           MOVE 0 TO NB-EXCLUS.
           MOVE 1 TO TBL-IDX.
           PERFORM UNTIL TBL-IDX > PARTICIPANT-COUNT
               IF PT-MATRICULE(TBL-IDX) = SPACES THEN
                   PERFORM SIGNALER-SANS-MATRICULE
               ELSE
                   PERFORM ECRIRE-DETAIL
               END-IF
               ADD 1 TO TBL-IDX
           END-PERFORM.
           PERFORM ECRIRE-TRAILER.
           CLOSE HR-EXTRACT.
           PERFORM JOURNALISER-ENVOI.
           ADD 1 TO NB-EXTRAITS.
           MOVE LIGNE-DETAIL TO NB-ED.
           MOVE TOTAL-REUSSIS TO NB-ED-2.
           MOVE NB-EXCLUS TO NB-ED-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "    STAGIAIRES " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  REUSSIS " DELIMITED BY SIZE
                  NB-ED-2 DELIMITED BY SIZE
                  "  EXCLUS " DELIMITED BY SIZE
                  NB-ED-3 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NB-ANONYMES > 0 THEN
               MOVE NB-ANONYMES TO NB-ED
               MOVE SPACES TO REPORT-LINE
               STRING "    PARTIES ANONYMES NON TRANSMISES: "
                          DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       NOMMER-EXTRAIT.
           MOVE SPACES TO NOM-FICHIER-EXTRAIT.
           STRING "assets/hr_extract_" DELIMITED BY SIZE
                  ST-CODE(IDX-SESSION) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO NOM-FICHIER-EXTRAIT.

       ECRIRE-DETAIL.
           ADD 1 TO LIGNE-DETAIL.
           MOVE SPACES TO RH-DETAIL.
           MOVE "D" TO RHD-TYPE.
           MOVE LIGNE-DETAIL TO RHD-LIGNE.
           MOVE PT-MATRICULE(TBL-IDX) TO RHD-MATRICULE.
           MOVE PT-NOM(TBL-IDX) TO RHD-NOM.
           MOVE PT-JOUES(TBL-IDX) TO RHD-PARTIES.
           MOVE PT-GAGNES(TBL-IDX) TO RHD-GAGNEES.
           MOVE PT-MEILLEUR(TBL-IDX) TO RHD-MEILLEUR-SCORE.
           IF PT-JOUES(TBL-IDX) >= SEUIL-PARTIES
               AND PT-GAGNES(TBL-IDX) >= SEUIL-VICTOIRES THEN
               MOVE "O" TO RHD-STATUT
               ADD 1 TO TOTAL-REUSSIS
           ELSE
               MOVE "N" TO RHD-STATUT
           END-IF
           ADD PT-JOUES(TBL-IDX) TO TOTAL-PARTIES.
           ADD PT-GAGNES(TBL-IDX) TO TOTAL-GAGNEES.
           ADD PT-MEILLEUR(TBL-IDX) TO TOTAL-SCORES.
           WRITE RH-DETAIL.

       ECRIRE-TRAILER.
           MOVE SPACES TO RH-TRAILER.
           MOVE "T" TO RHT-TYPE.
           MOVE LIGNE-DETAIL TO RHT-NB-DETAILS.
           MOVE TOTAL-REUSSIS TO RHT-NB-REUSSIS.
           MOVE TOTAL-PARTIES TO RHT-TOTAL-PARTIES.
           MOVE TOTAL-GAGNEES TO RHT-TOTAL-GAGNEES.
           MOVE TOTAL-SCORES TO RHT-TOTAL-SCORES.
           WRITE RH-TRAILER.

       SIGNALER-SANS-MATRICULE.
           ADD 1 TO NB-EXCLUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "    EXCLU SANS MATRICULE RH: " DELIMITED BY SIZE
                  PT-NOM(TBL-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       JOURNALISER-ENVOI.
           MOVE ST-CODE(IDX-SESSION) TO ENV-SESSION.
           MOVE ST-DERNIER-ENVOI(IDX-SESSION) TO ENV-NUMERO.
           MOVE NATURE-ENVOI TO ENV-NATURE.
           MOVE DATE-EXTRACTION TO ENV-DATE.
           MOVE HEURE-EXTRACTION TO ENV-HEURE.
           MOVE OPERATEUR-ENVOI TO ENV-OPERATEUR.
           MOVE LIGNE-DETAIL TO ENV-NB-DETAILS.
           MOVE TOTAL-REUSSIS TO ENV-NB-REUSSIS.
           OPEN EXTEND HR-EXTRACT-LOG.
           IF ETAT-FICHIER-ENVOI = "35" THEN
               OPEN OUTPUT HR-EXTRACT-LOG
           END-IF
           WRITE ENVOI-RH-RECORD.
           CLOSE HR-EXTRACT-LOG.

      * EVERY GAME OF THE SESSION WAS PLAYED ON ITS DATE. GAMELOGARCHIVE
      * NAMES EACH ARCHIVE AFTER THE MONTH IT RAN AND ONLY EVER MOVES
      * GAMES OLDER THAN THAT MONTH, SO THEY CAN SIT IN ANY ARCHIVE
      * FROM THAT MONTH UP TO TODAY, OR STILL IN THE LIVE LOG.
       ACCUMULER-SESSION.
           MOVE 0 TO PARTICIPANT-COUNT.
           MOVE 0 TO NB-ANONYMES.
           MOVE "N" TO STATE-DEBORDEMENT.
           MOVE ST-CODE(IDX-SESSION) TO SESSION-CHERCHEE.
           IF ST-DATE(IDX-SESSION) IS NUMERIC THEN
               MOVE ST-DATE(IDX-SESSION)(1:6) TO YYYYMM-TRAVAIL
               PERFORM CALCULER-RANG
               MOVE RANG-COURANT TO RANG-DEBUT
               PERFORM LIRE-ARCHIVES
           END-IF
           MOVE "assets/game_log.txt" TO NOM-FICHIER-LOG.
           PERFORM ACCUMULER-FICHIER.

       CALCULER-RANG.
           DIVIDE YYYYMM-TRAVAIL BY 100 GIVING ANNEE-TRAVAIL
               REMAINDER MOIS-TRAVAIL.
           COMPUTE RANG-COURANT = (ANNEE-TRAVAIL * 12)
               + MOIS-TRAVAIL - 1.

       CALCULER-YYYYMM.
           DIVIDE RANG-COURANT BY 12 GIVING ANNEE-TRAVAIL
               REMAINDER MOIS-TRAVAIL.
           ADD 1 TO MOIS-TRAVAIL.
           COMPUTE YYYYMM-TRAVAIL = (ANNEE-TRAVAIL * 100)
               + MOIS-TRAVAIL.

       LIRE-ARCHIVES.
           MOVE FUNCTION CURRENT-DATE(1:6) TO YYYYMM-TRAVAIL.
           PERFORM CALCULER-RANG.
           MOVE RANG-COURANT TO RANG-AUJOURDHUI.
           MOVE RANG-DEBUT TO RANG-ARCHIVE.
           PERFORM UNTIL RANG-ARCHIVE > RANG-AUJOURDHUI
               MOVE RANG-ARCHIVE TO RANG-COURANT
               PERFORM CALCULER-YYYYMM
               MOVE SPACES TO NOM-FICHIER-LOG
               STRING "assets/game_log_archive_" DELIMITED BY SIZE
                      YYYYMM-TRAVAIL DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO NOM-FICHIER-LOG
               PERFORM ACCUMULER-FICHIER
               ADD 1 TO RANG-ARCHIVE
           END-PERFORM.

       ACCUMULER-FICHIER.
           OPEN INPUT GAME-LOG.
           IF ETAT-FICHIER-LOG NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-LOG-RECORD.
           PERFORM LIRE-LOG
           PERFORM UNTIL FIN-DE-FICHIER-LOG
               IF NOT TRL-EST-TRAILER
                   AND NOT PARTIE-ANNULEE
                   AND LOG-SESSION = SESSION-CHERCHEE THEN
                   PERFORM RETENIR-PARTICIPANT
               END-IF
               PERFORM LIRE-LOG
           END-PERFORM.
           CLOSE GAME-LOG.

       LIRE-LOG.
           READ GAME-LOG
               AT END SET FIN-DE-FICHIER-LOG TO TRUE
           END-READ.
           IF NOT FIN-DE-FICHIER-LOG AND NOT TRL-EST-TRAILER THEN
               PERFORM APPLIQUER-ANNULATIONS
           END-IF.

      * HR CAN ONLY RECORD A COMPLETION AGAINST A NAMED TRAINEE, SO
      * ANONYMOUS GAMES ARE COUNTED FOR THE RUN REPORT AND NO MORE.
       RETENIR-PARTICIPANT.
           IF LOG-JOUEUR = SPACES THEN
               ADD 1 TO NB-ANONYMES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FOUND-SW.
           MOVE 1 TO TBL-IDX.
           PERFORM UNTIL TBL-IDX > PARTICIPANT-COUNT OR FOUND-ENTRY
               IF PT-NOM(TBL-IDX) = LOG-JOUEUR THEN
                   MOVE "Y" TO FOUND-SW
               ELSE
                   ADD 1 TO TBL-IDX
               END-IF
           END-PERFORM.
           IF NOT FOUND-ENTRY THEN
               IF PARTICIPANT-COUNT < 100 THEN
                   ADD 1 TO PARTICIPANT-COUNT
                   MOVE PARTICIPANT-COUNT TO TBL-IDX
                   MOVE LOG-JOUEUR TO PT-NOM(TBL-IDX)
                   MOVE 0 TO PT-JOUES(TBL-IDX)
                   MOVE 0 TO PT-GAGNES(TBL-IDX)
                   MOVE 0 TO PT-MEILLEUR(TBL-IDX)
                   PERFORM CHERCHER-MATRICULE
               ELSE
                   MOVE "Y" TO STATE-DEBORDEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO PT-JOUES(TBL-IDX).
           IF LOG-GAGNE THEN
               ADD 1 TO PT-GAGNES(TBL-IDX)
           END-IF
           IF LOG-SCORE > PT-MEILLEUR(TBL-IDX) THEN
               MOVE LOG-SCORE TO PT-MEILLEUR(TBL-IDX)
           END-IF.

      * A NAME MISSING FROM THE REGISTRY GETS NO MATRICULE EITHER,
      * AND IS LEFT OUT OF THE FEED THE SAME WAY.
       CHERCHER-MATRICULE.
           MOVE SPACES TO PT-MATRICULE(TBL-IDX).
           MOVE "N" TO STATE-MATRICULE-TROUVE.
           MOVE 1 TO IDX-JOUEUR.
           PERFORM UNTIL IDX-JOUEUR > NB-JOUEURS OR MATRICULE-TROUVE
               IF JT-NOM(IDX-JOUEUR) = LOG-JOUEUR THEN
                   MOVE JT-MATRICULE(IDX-JOUEUR)
                       TO PT-MATRICULE(TBL-IDX)
                   MOVE "Y" TO STATE-MATRICULE-TROUVE
               END-IF
               ADD 1 TO IDX-JOUEUR
           END-PERFORM.

      * ONLY ACKNOWLEDGEMENTS OF A SESSION'S LATEST SENDING COUNT - A
      * RESEND SUPERSEDES WHATEVER HR SAID ABOUT THE EARLIER FILE. NO
      * ACKNOWLEDGEMENT FILE MEANS HR HAS NOT ANSWERED YET.
       RAPPROCHER-ACCUSES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== LIGNES REJETEES PAR LES RH ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT HR-ACKNOWLEDGEMENTS.
           IF ETAT-FICHIER-ACK NOT = "00" THEN
               MOVE "AUCUN FICHIER D'ACCUSES RH" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACK-RH-RECORD.
           PERFORM LIRE-ACCUSE
           PERFORM UNTIL FIN-DE-FICHIER-ACK
               ADD 1 TO NB-ACCUSES-LUS
               PERFORM TRAITER-ACCUSE
               PERFORM LIRE-ACCUSE
           END-PERFORM.
           CLOSE HR-ACKNOWLEDGEMENTS.
           IF NB-LIGNES-REJETEES = 0 THEN
               MOVE "AUCUNE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE NB-ACCUSES-LUS TO NB-ED.
           MOVE NB-ACCUSES-PERIMES TO NB-ED-2.
           MOVE NB-ACCUSES-ORPHELINS TO NB-ED-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCUSES LUS " DELIMITED BY SIZE
                  NB-ED DELIMITED BY SIZE
                  "  D'UN ENVOI REMPLACE " DELIMITED BY SIZE
                  NB-ED-2 DELIMITED BY SIZE
                  "  SANS ENVOI CONNU " DELIMITED BY SIZE
                  NB-ED-3 DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LIRE-ACCUSE.
           READ HR-ACKNOWLEDGEMENTS
               AT END SET FIN-DE-FICHIER-ACK TO TRUE
           END-READ.

       TRAITER-ACCUSE.
           MOVE ACK-SESSION TO SESSION-CHERCHEE.
           PERFORM CHERCHER-SESSION.
           IF NOT FOUND-ENTRY THEN
               ADD 1 TO NB-ACCUSES-ORPHELINS
               EXIT PARAGRAPH
           END-IF
           IF ST-DERNIER-ENVOI(IDX-SESSION) = 0
               OR ACK-NUMERO-ENVOI > ST-DERNIER-ENVOI(IDX-SESSION) THEN
               ADD 1 TO NB-ACCUSES-ORPHELINS
               EXIT PARAGRAPH
           END-IF
           IF ACK-NUMERO-ENVOI < ST-DERNIER-ENVOI(IDX-SESSION) THEN
               ADD 1 TO NB-ACCUSES-PERIMES
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO ST-ACCUSE(IDX-SESSION).
           IF ACK-ACCEPTE THEN
               ADD 1 TO ST-NB-ACCEPTES(IDX-SESSION)
           ELSE
               ADD 1 TO ST-NB-REJETES(IDX-SESSION)
               ADD 1 TO NB-LIGNES-REJETEES
               PERFORM SIGNALER-REJET
           END-IF.

      * THE LATEST SENDING IS THE EXTRACT FILE STILL ON DISK, SO THE
      * REJECTED LINE IS LOOKED UP THERE FOR THE TRAINEE IT CARRIED.
      * ANY STATUS OTHER THAN "A" IS TREATED AS A REJECTION.
       SIGNALER-REJET.
           MOVE ST-DERNIER-ENVOI(IDX-SESSION) TO NUMERO-ED.
           MOVE ACK-LIGNE TO LIGNE-ED.
           MOVE SPACES TO REPORT-LINE.
           IF ACK-LIGNE = 0 THEN
               STRING ACK-SESSION DELIMITED BY SIZE
                      " ENVOI " DELIMITED BY SIZE
                      NUMERO-ED DELIMITED BY SIZE
                      " FICHIER ENTIER REJETE: " DELIMITED BY SIZE
                      ACK-MOTIF DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHERCHER-LIGNE-EXTRAIT.
           IF LIGNE-TROUVEE THEN
               STRING ACK-SESSION DELIMITED BY SIZE
                      " ENVOI " DELIMITED BY SIZE
                      NUMERO-ED DELIMITED BY SIZE
                      " LIGNE " DELIMITED BY SIZE
                      LIGNE-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RHD-MATRICULE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RHD-NOM DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING ACK-SESSION DELIMITED BY SIZE
                      " ENVOI " DELIMITED BY SIZE
                      NUMERO-ED DELIMITED BY SIZE
                      " LIGNE " DELIMITED BY SIZE
                      LIGNE-ED DELIMITED BY SIZE
                      " ABSENTE DE L'EXTRAIT" DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    MOTIF: " DELIMITED BY SIZE
                  ACK-MOTIF DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CHERCHER-LIGNE-EXTRAIT.
           MOVE "N" TO STATE-LIGNE-TROUVEE.
           PERFORM NOMMER-EXTRAIT.
           OPEN INPUT HR-EXTRACT.
           IF ETAT-FICHIER-EXTRAIT NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RH-ENTETE.
           PERFORM LIRE-EXTRAIT
           PERFORM UNTIL FIN-DE-FICHIER-EXTRAIT OR LIGNE-TROUVEE
               IF RHD-EST-DETAIL AND RHD-LIGNE = ACK-LIGNE THEN
                   MOVE "Y" TO STATE-LIGNE-TROUVEE
               ELSE
                   PERFORM LIRE-EXTRAIT
               END-IF
           END-PERFORM.
           CLOSE HR-EXTRACT.

       LIRE-EXTRAIT.
           READ HR-EXTRACT
               AT END SET FIN-DE-FICHIER-EXTRAIT TO TRUE
           END-READ.

       ECRIRE-ETAT-ENVOIS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "=== ETAT DES DERNIERS ENVOIS ===" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO IDX-SESSION.
           PERFORM UNTIL IDX-SESSION > NB-SESSIONS
               IF ST-DERNIER-ENVOI(IDX-SESSION) > 0 THEN
                   PERFORM ECRIRE-ETAT-ENVOI
               END-IF
               ADD 1 TO IDX-SESSION
           END-PERFORM.

       ECRIRE-ETAT-ENVOI.
           MOVE ST-DERNIER-ENVOI(IDX-SESSION) TO NUMERO-ED.
           MOVE SPACES TO REPORT-LINE.
           IF ST-ACCUSE(IDX-SESSION) = "O" THEN
               MOVE ST-NB-ACCEPTES(IDX-SESSION) TO NB-ED
               MOVE ST-NB-REJETES(IDX-SESSION) TO NB-ED-2
               STRING ST-CODE(IDX-SESSION) DELIMITED BY SIZE
                      " ENVOI " DELIMITED BY SIZE
                      NUMERO-ED DELIMITED BY SIZE
                      " ACCEPTEES " DELIMITED BY SIZE
                      NB-ED DELIMITED BY SIZE
                      "  REJETEES " DELIMITED BY SIZE
                      NB-ED-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               ADD 1 TO NB-ATTENTES
               STRING ST-CODE(IDX-SESSION) DELIMITED BY SIZE
                      " ENVOI " DELIMITED BY SIZE
                      NUMERO-ED DELIMITED BY SIZE
                      " EN ATTENTE D'ACCUSE RH" DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      * NO VOIDS FILE SIMPLY MEANS NO GAME HAS EVER BEEN VOIDED.
       CHARGER-ANNULATIONS.
           MOVE 0 TO NB-ANNULATIONS.
           OPEN INPUT GAME-LOG-VOIDS.
           IF ETAT-FICHIER-ANNULATIONS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GAME-VOID-RECORD.
           PERFORM LIRE-ANNULATION
           PERFORM UNTIL FIN-DE-FICHIER-ANNULATION
               IF NB-ANNULATIONS < 999 THEN
                   ADD 1 TO NB-ANNULATIONS
                   MOVE ANN-SEQUENCE TO AT-SEQUENCE(NB-ANNULATIONS)
                   MOVE ANN-TYPE TO AT-TYPE(NB-ANNULATIONS)
                   MOVE ANN-JOUEUR-CORRIGE TO AT-JOUEUR(NB-ANNULATIONS)
                   MOVE ANN-SCORE-CORRIGE TO AT-SCORE(NB-ANNULATIONS)
                   MOVE ANN-SCORE-MODIFIE
                       TO AT-SCORE-MODIFIE(NB-ANNULATIONS)
               ELSE
                   DISPLAY "ATTENTION: PLUS DE 999 ANNULATIONS, LES "
                       "SUIVANTES SONT IGNOREES"
               END-IF
               PERFORM LIRE-ANNULATION
           END-PERFORM.
           CLOSE GAME-LOG-VOIDS.

       LIRE-ANNULATION.
           READ GAME-LOG-VOIDS
               AT END SET FIN-DE-FICHIER-ANNULATION TO TRUE
           END-READ.

      * A VOIDED GAME IS FLAGGED FOR THE CALLER TO SKIP; AN ADJUSTED
      * ONE IS CORRECTED IN PLACE IN GAME-LOG-RECORD, SO EVERYTHING
      * DOWNSTREAM SEES THE GAME AS THE SUPERVISOR LEFT IT. SEQUENCE 0
      * (A RECORD FROM BEFORE SEQUENCING) CAN NEVER BE VOIDED.
       APPLIQUER-ANNULATIONS.
           MOVE "N" TO STATE-PARTIE-ANNULEE.
           IF LOG-SEQUENCE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IDX-ANNULATION.
           PERFORM UNTIL IDX-ANNULATION > NB-ANNULATIONS
               IF AT-SEQUENCE(IDX-ANNULATION) = LOG-SEQUENCE THEN
                   IF AT-TYPE(IDX-ANNULATION) = "A" THEN
                       MOVE "Y" TO STATE-PARTIE-ANNULEE
                   ELSE
                       IF AT-JOUEUR(IDX-ANNULATION) NOT = SPACES THEN
                           MOVE AT-JOUEUR(IDX-ANNULATION) TO LOG-JOUEUR
                       END-IF
                       IF AT-SCORE-MODIFIE(IDX-ANNULATION) = "O" THEN
                           MOVE AT-SCORE(IDX-ANNULATION) TO LOG-SCORE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO IDX-ANNULATION
           END-PERFORM.

       CONNECTER-OPERATEUR.
           MOVE "EXTRAITRH" TO ACC-PROGRAMME.
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
