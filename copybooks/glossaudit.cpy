      * GLOSSAUDIT.CPY - one record per glossary maintenance action,
      * appended to assets/glossary_audit_log.txt by ListeGlossaire:
      * the same trail ListeDeMots keeps for the word masters (see
      * WORDAUDIT.CPY), with before and after images wide enough for
      * the 121-byte glossary record.
       01 GLOSS-AUDIT-RECORD.
           88 FIN-DE-FICHIER-GLOSS-AUDIT VALUE HIGH-VALUES.
           05 GLA-OPERATEUR            PIC X(20).
           05 GLA-DATE                 PIC X(08).
           05 GLA-HEURE                PIC X(06).
           05 GLA-ACTION               PIC X(01).
               88 GLA-AJOUT            VALUE "A".
               88 GLA-MODIF            VALUE "M".
               88 GLA-SUPPRESSION      VALUE "S".
           05 GLA-AVANT                PIC X(121).
           05 GLA-APRES                PIC X(121).
