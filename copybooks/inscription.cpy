      * INSCRIPTION.CPY - one record per trainee enrolled on a
      * training session, appended to assets/session_enrolment.txt by
      * ChargeCohorte from the HR cohort file and matched against the
      * session's stamped games by RapprochementSession.
       01 INSCRIPTION-RECORD.
           88 FIN-DE-FICHIER-INSCRIPTION VALUE HIGH-VALUES.
           05 INS-SESSION              PIC X(08).
      * THE REGISTRY ID IS THE KEY - THE NAME IS ONLY THE ONE THE
      * PLAYER HAD AT ENROLMENT, SO A LATER RENAME DOES NOT TURN THE
      * TRAINEE INTO A NO-SHOW. FUSIONJOUEURS MOVES BOTH TO THE
      * SURVIVOR OF A MERGE.
           05 INS-JOUEUR-ID            PIC 9(05).
           05 INS-JOUEUR               PIC X(20).
           05 INS-MATRICULE            PIC X(10).
           05 INS-DATE-CHARGEMENT      PIC X(08).
           05 INS-OPERATEUR            PIC X(20).
