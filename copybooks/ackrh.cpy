      * ACKRH.CPY - HR's acknowledgement of the training-completion
      * feed, dropped by the learning system as
      * assets/hr_acknowledgements.txt and matched back by ExtraitRH.
      * ONE RECORD PER DETAIL LINE HR LOADED OR REFUSED; LINE 0
      * ACCEPTS OR REJECTS THE WHOLE FILE (A BAD HEADER OR TRAILER).
       01 ACK-RH-RECORD.
           88 FIN-DE-FICHIER-ACK       VALUE HIGH-VALUES.
           05 ACK-SESSION              PIC X(08).
           05 ACK-NUMERO-ENVOI         PIC 9(03).
           05 ACK-LIGNE                PIC 9(05).
           05 ACK-STATUT               PIC X(01).
               88 ACK-ACCEPTE          VALUE "A".
               88 ACK-REJETE           VALUE "R".
           05 ACK-MOTIF                PIC X(40).
