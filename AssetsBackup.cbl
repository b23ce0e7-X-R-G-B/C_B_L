           05 FILLER PIC X(30) VALUE "game_log_seq.txt".
           05 FILLER PIC X(30) VALUE "player_merge_log.txt".
           05 FILLER PIC X(30) VALUE "player_last_seen.txt".
           05 FILLER PIC X(30) VALUE "move_journal.txt".
           05 FILLER PIC X(30) VALUE "game_log_voids.txt".
           05 FILLER PIC X(30) VALUE "daily_word_calendar.txt".
           05 FILLER PIC X(30) VALUE "player_pin_log.txt".
           05 FILLER PIC X(30) VALUE "operator_master.txt".
           05 FILLER PIC X(30) VALUE "security_log.txt".
           05 FILLER PIC X(30) VALUE "hr_extract_log.txt".
           05 FILLER PIC X(30) VALUE "hr_acknowledgements.txt".
           05 FILLER PIC X(30) VALUE "session_enrolment.txt".
           05 FILLER PIC X(30) VALUE "player_erasure_register.txt".
       01 FILLER REDEFINES TABLE-DES-FICHIERS.
           05 NOM-FICHIER-ASSET OCCURS 22 TIMES PIC X(30).

      * THE MANIFEST AS RELOADED DURING A RESTORE, VERIFIED IN FULL
      * BEFORE A SINGLE LIVE FILE IS TOUCHED.
       01 TABLE-DU-MANIFEST.
           05 MANIFEST-T OCCURS 22 TIMES.
               10 MT-NOM PIC X(30).
               10 MT-NB PIC 9(7).
               10 MT-PRESENT PIC X(1).
           PERFORM FIXER-NOM-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE 1 TO IDX.
           PERFORM UNTIL IDX > 22
               PERFORM FIXER-NOM-VIVANT
               PERFORM FIXER-NOM-SAUVEGARDE
               PERFORM COPIER-FICHIER
           MOVE SPACES TO MANIFEST-RECORD.
           PERFORM LIRE-MANIFEST
           PERFORM UNTIL FIN-DE-FICHIER-MANIFEST
               IF NB-MANIFEST < 22 THEN
                   ADD 1 TO NB-MANIFEST
                   MOVE MAN-NOM TO MT-NOM(NB-MANIFEST)
                   MOVE MAN-NB-LIGNES TO MT-NB(NB-MANIFEST)
