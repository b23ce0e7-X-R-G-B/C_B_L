      * EFFACEMENT.CPY - one record per player erasure, appended to
      * assets/player_erasure_register.txt by EffacementJoueur: who
      * asked for it, who ran it, when, the anonymous code the
      * player's name was replaced with and how many records changed
      * in each player-keyed file - the proof kept for the compliance
      * officer. THE ERASED NAME ITSELF NEVER APPEARS HERE; THE
      * RETIRED REGISTRY ID IS ENOUGH TO ANSWER FOR THE REQUEST.
       01 EFFACEMENT-RECORD.
           88 FIN-DE-FICHIER-EFFACEMENT VALUE HIGH-VALUES.
           05 EFF-DATE                 PIC X(08).
           05 EFF-HEURE                PIC X(06).
      * "ANONYME-" FOLLOWED BY THE ERASURE NUMBER (ITS RANK IN THIS
      * REGISTER). NO PLAYER MAY REGISTER UNDER THAT PREFIX.
           05 EFF-CODE-ANONYME         PIC X(20).
           05 EFF-ID-JOUEUR            PIC 9(05).
      * REGISTRY RECORDS REMOVED: THE PLAYER PLUS ANY DUPLICATE
      * FUSIONJOUEURS HAD ALREADY FOLDED INTO THEM.
           05 EFF-NB-REGISTRE          PIC 9(03).
      * THE PERSON OR DEPARTMENT THE REQUEST CAME FROM, AS KEYED.
           05 EFF-DEMANDEUR            PIC X(30).
      * THE SIGNED-ON SUPERVISOR WHO RAN THE ERASURE.
           05 EFF-OPERATEUR            PIC X(20).
      * RECORDS CHANGED PER FILE. THE GAME LOG AND ITS ARCHIVES KEEP
      * EVERY RECORD, SEQUENCE AND TRAILER - ONLY THE NAME CHANGES.
           05 EFF-NB-LOG               PIC 9(07).
           05 EFF-NB-ARCHIVES          PIC 9(07).
           05 EFF-NB-ANNULATIONS       PIC 9(05).
           05 EFF-NB-BORDEREAUX        PIC 9(07).
           05 EFF-NB-ROSTER            PIC 9(05).
           05 EFF-NB-BADGES            PIC 9(05).
      * RATINGS AND LAST-ACTIVITY ROWS ARE DROPPED, NOT RENAMED.
           05 EFF-NB-RATINGS           PIC 9(05).
           05 EFF-NB-VUS               PIC 9(05).
           05 EFF-NB-FUSIONS           PIC 9(05).
           05 EFF-NB-PIN               PIC 9(05).
           05 EFF-NB-COUPS             PIC 9(07).
           05 EFF-NB-INSCRIPTIONS      PIC 9(05).
           05 EFF-NB-EXTRAITS-RH       PIC 9(05).
      * CHECKPOINT AND TURN FILES EMPTIED.
           05 EFF-NB-CHECKPOINTS       PIC 9(03).
      * SUSPICIOUS-PLAY CASES NOW FILED UNDER THE CODE.
           05 EFF-NB-SUSPECTS          PIC 9(05).
      * "O" WHEN THE INDEXED GAME HISTORY WAS REBUILT CLEAN, "A" WHEN
      * THE REBUILD REPORT NEEDS A LOOK - OR THE RUN WAS CUT SHORT AND
      * FINISHED BY A RECOVERY, WHOSE REPORT SAYS HOW THE REBUILD WENT.
           05 EFF-HISTORIQUE           PIC X(01).
               88 EFF-HISTORIQUE-A-VERIFIER VALUE "A".
