      * GAMEVOID.CPY - one record per supervisor void or adjustment
      * of a logged game, appended to assets/game_log_voids.txt by
      * AnnulationPartie and printed per period by ListeAnnulations.
      * THE GAME LOG ITSELF IS NEVER TOUCHED - ITS SEQUENCES AND DAILY
      * TRAILERS STAY WHAT GAMELOGVERIFY SEALED - SO EVERY LOG READER
      * LOADS THIS FILE FIRST AND SKIPS (OR CORRECTS) THE GAMES IT
      * POINTS AT BY LOG-SEQUENCE (SEE GAMELOG.CPY). RECORDS ARE
      * APPLIED IN FILE ORDER: A LATER ADJUSTMENT OVERRIDES AN EARLIER
      * ONE, AND A VOID CANNOT BE UNDONE BY AN ADJUSTMENT.
       01 GAME-VOID-RECORD.
           88 FIN-DE-FICHIER-ANNULATION VALUE HIGH-VALUES.
           05 ANN-SEQUENCE             PIC 9(07).
           05 ANN-TYPE                 PIC X(01).
               88 ANN-ANNULATION       VALUE "A".
               88 ANN-AJUSTEMENT       VALUE "J".
           05 ANN-MOTIF                PIC X(02).
               88 ANN-MOTIF-TEST       VALUE "TE".
               88 ANN-MOTIF-MAUVAIS-JOUEUR VALUE "MJ".
               88 ANN-MOTIF-INCIDENT   VALUE "IT".
               88 ANN-MOTIF-AUTRE      VALUE "AU".
               88 ANN-MOTIF-VALIDE     VALUE "TE" "MJ" "IT" "AU".
           05 ANN-SUPERVISEUR          PIC X(20).
      * WHEN THE TRANSACTION WAS KEYED, NOT WHEN THE GAME WAS PLAYED.
           05 ANN-DATE                 PIC X(08).
           05 ANN-HEURE                PIC X(06).
      * THE GAME AS IT STOOD IN THE LOG, KEPT HERE SO THE PRINTED LIST
      * STILL READS ONCE GAMELOGARCHIVE HAS MOVED THE GAME OUT.
           05 ANN-DATE-PARTIE          PIC X(08).
           05 ANN-JOUEUR-ORIGINE       PIC X(20).
           05 ANN-MOT                  PIC X(30).
           05 ANN-SCORE-ORIGINE        PIC 9(05).
      * ADJUSTMENTS ONLY: THE PLAYER THE GAME REALLY BELONGS TO
      * (SPACES LEAVES LOG-JOUEUR AS IT IS) AND A CORRECTED SCORE,
      * TAKEN ONLY WHEN ANN-SCORE-MODIFIE IS "O".
           05 ANN-JOUEUR-CORRIGE       PIC X(20).
           05 ANN-SCORE-CORRIGE        PIC 9(05).
           05 ANN-SCORE-MODIFIE        PIC X(01).
               88 ANN-SCORE-A-CORRIGER VALUE "O".
           05 ANN-COMMENTAIRE          PIC X(40).
