      * not apply, e.g. no before image on an add).
       01 AUDIT-RECORD.
           88 FIN-DE-FICHIER-AUDIT     VALUE HIGH-VALUES.
      * THE OPERATOR SIGNED ON THROUGH CONTROLEACCES - LISTEDEMOTS,
      * CSVIMPORT OR WORDRECALIBRATION ALIKE.
           05 AUDIT-OPERATEUR          PIC X(20).
           05 AUDIT-DATE               PIC X(08).
           05 AUDIT-HEURE              PIC X(06).
