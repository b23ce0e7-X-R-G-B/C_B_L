      * COHORTE.CPY - one line per expected trainee in the HR cohort
      * file assets/hr_cohort.txt, dropped by HR before each training
      * day and loaded by ChargeCohorte: the session code the
      * coordinator will open, the employee reference and the name
      * the trainee plays under.
       01 COHORTE-RECORD.
           88 FIN-DE-FICHIER-COHORTE   VALUE HIGH-VALUES.
           05 COH-SESSION              PIC X(08).
           05 COH-MATRICULE            PIC X(10).
           05 COH-NOM                  PIC X(20).
