      * EXTRH.CPY - the training-completion feed to the HR learning
      * system, one file per closed session written by ExtraitRH as
      * assets/hr_extract_<SESSION>.txt: a header, one detail per
      * trainee, a trailer. FIXED 80-BYTE RECORDS, THE RECORD TYPE IN
      * COLUMN 1; COUNTS AND TOTALS ARE ZERO-FILLED UNSIGNED DIGITS.
       01 RH-ENTETE.
           88 FIN-DE-FICHIER-EXTRAIT   VALUE HIGH-VALUES.
           05 RHE-TYPE                 PIC X(01).
               88 RHE-EST-ENTETE       VALUE "H".
           05 RHE-SESSION              PIC X(08).
           05 RHE-DATE-SESSION         PIC X(08).
           05 RHE-COORDINATEUR         PIC X(20).
           05 RHE-DATE-EXTRACTION      PIC X(08).
      * 1 FOR THE FIRST SENDING, UP BY ONE FOR EVERY RESEND; HR
      * QUOTES IT BACK ON EACH ACKNOWLEDGEMENT (SEE ACKRH.CPY).
           05 RHE-NUMERO-ENVOI         PIC 9(03).
           05 RHE-NATURE               PIC X(01).
               88 RHE-ENVOI-INITIAL    VALUE "N".
               88 RHE-RENVOI           VALUE "R".
           05 FILLER                   PIC X(31).
       01 RH-DETAIL.
           05 RHD-TYPE                 PIC X(01).
               88 RHD-EST-DETAIL       VALUE "D".
      * DETAIL NUMBER WITHIN THE FILE, FROM 1 - THE LINE HR QUOTES
      * WHEN IT REJECTS ONE TRAINEE.
           05 RHD-LIGNE                PIC 9(05).
           05 RHD-MATRICULE            PIC X(10).
           05 RHD-NOM                  PIC X(20).
           05 RHD-PARTIES              PIC 9(05).
           05 RHD-GAGNEES              PIC 9(05).
           05 RHD-MEILLEUR-SCORE       PIC 9(05).
      * "O" WHEN THE TRAINEE MET THE PASS THRESHOLDS ("P" AND "V" IN
      * GAME_CONFIG.TXT), "N" OTHERWISE.
           05 RHD-STATUT               PIC X(01).
               88 RHD-REUSSI           VALUE "O".
           05 FILLER                   PIC X(28).
       01 RH-TRAILER.
           05 RHT-TYPE                 PIC X(01).
               88 RHT-EST-TRAILER      VALUE "T".
           05 RHT-NB-DETAILS           PIC 9(05).
           05 RHT-NB-REUSSIS           PIC 9(05).
      * HASH TOTALS OF THE DETAIL COLUMNS, FOR HR TO RECOMPUTE.
           05 RHT-TOTAL-PARTIES        PIC 9(07).
           05 RHT-TOTAL-GAGNEES        PIC 9(07).
           05 RHT-TOTAL-SCORES         PIC 9(09).
           05 FILLER                   PIC X(46).
