      * CALENDRIER.CPY - one record per planned daily word in
      * assets/daily_word_calendar.txt, one per date and pool
      * language, kept in date/language order by CalendrierMots.
      * CHOISIR-MOT-DU-JOUR IN PENDU.CBL SERVES THE PLANNED WORD FOR
      * TODAY WHEN THERE IS ONE (AND IT IS STILL IN THE MASTER) AND
      * FALLS BACK TO THE DATE FORMULA OTHERWISE; NIGHTLYCHAIN WARNS
      * WHEN FEWER THAN 7 DAYS AHEAD ARE PLANNED.
       01 CALENDRIER-RECORD.
           88 FIN-DE-FICHIER-CALENDRIER VALUE HIGH-VALUES.
           05 CAL-DATE                 PIC X(08).
      * "F" FRANCAIS (WORD_MASTER.DAT), "E" ANGLAIS
      * (WORD_MASTER_EN.DAT) - SAME CODES AS LOG-LANGUE.
           05 CAL-LANGUE               PIC X(01).
      * THE WORD IN MASTER-KEY FORM, ";"-TERMINATED (SEE WORDREC.CPY),
      * SO IT CAN BE READ STRAIGHT FROM THE MASTER BY KEY.
           05 CAL-MOT                  PIC X(30).
      * WHO PLANNED IT AND WHEN.
           05 CAL-OPERATEUR            PIC X(20).
           05 CAL-DATE-SAISIE          PIC X(08).
