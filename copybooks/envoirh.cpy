      * ENVOIRH.CPY - one record per HR extract file produced,
      * appended to assets/hr_extract_log.txt by ExtraitRH. A SESSION
      * WITH A RECORD HERE HAS BEEN SENT AND IS ONLY SENT AGAIN WHEN
      * AN OPERATOR ASKS FOR A RESEND; ITS HIGHEST ENV-NUMERO IS THE
      * SENDING HR'S ACKNOWLEDGEMENTS ARE MATCHED AGAINST.
       01 ENVOI-RH-RECORD.
           88 FIN-DE-FICHIER-ENVOI     VALUE HIGH-VALUES.
           05 ENV-SESSION              PIC X(08).
           05 ENV-NUMERO               PIC 9(03).
           05 ENV-NATURE               PIC X(01).
               88 ENV-INITIAL          VALUE "N".
               88 ENV-RENVOI           VALUE "R".
           05 ENV-DATE                 PIC X(08).
           05 ENV-HEURE                PIC X(06).
      * THE SIGNED-ON OPERATOR FOR A RESEND, "EXTRAITRH" OTHERWISE.
           05 ENV-OPERATEUR            PIC X(20).
           05 ENV-NB-DETAILS           PIC 9(05).
           05 ENV-NB-REUSSIS           PIC 9(05).
