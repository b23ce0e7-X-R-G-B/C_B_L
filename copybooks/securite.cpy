      * SECURITE.CPY - one record per sign-on event of the maintenance
      * programs, appended to assets/security_log.txt by ControleAcces
      * and listed week by week by RapportSecurite. CHANGES MADE TO
      * THE OPERATOR MASTER IN LISTEOPERATEURS ARE LOGGED HERE TOO.
       01 SECURITE-RECORD.
           88 FIN-DE-FICHIER-SECURITE  VALUE HIGH-VALUES.
           05 SEC-DATE                 PIC X(08).
           05 SEC-HEURE                PIC X(06).
      * THE CODE AS TYPED - ON A FAILED SIGN-ON IT NEED NOT EXIST.
           05 SEC-OPERATEUR            PIC X(20).
           05 SEC-PROGRAMME            PIC X(20).
           05 SEC-EVENEMENT            PIC X(01).
               88 SEC-CONNEXION        VALUE "S".
               88 SEC-ECHEC            VALUE "E".
               88 SEC-REFUS            VALUE "R".
               88 SEC-MODIFICATION     VALUE "M".
      * WHY A SIGN-ON FAILED, THE ACTION REFUSED, OR THE CHANGE MADE.
           05 SEC-ACTION               PIC X(30).
      * ON A CHANGE, THE OPERATOR IT WAS MADE TO.
           05 SEC-CIBLE                PIC X(20).
