      * OPERATEUR.CPY - one record per operator of the maintenance
      * programs in assets/operator_master.txt, maintained by
      * ListeOperateurs and checked at sign-on by ControleAcces.
      * THE PASSWORD IS NEVER STORED AS TYPED - ONLY ITS CODE, HASHED
      * TOGETHER WITH OPR-CODE BY CHIFFRER-MOT-DE-PASSE (CONTROLEACCES
      * AND LISTEOPERATEURS USE THE SAME ROUTINE).
       01 OPERATEUR-RECORD.
           88 FIN-DE-FICHIER-OPERATEUR VALUE HIGH-VALUES.
      * THE SIGN-ON CODE, ALSO THE NAME WRITTEN TO EVERY AUDIT TRAIL.
           05 OPR-CODE                 PIC X(20).
           05 OPR-MDP-CODE             PIC X(07).
      * ONE "O"/"N" FLAG PER ROLE. A SUPERVISOR MAY DO ANYTHING THE
      * OTHER THREE ROLES MAY DO.
           05 OPR-ROLE-MOTS            PIC X(01).
               88 OPR-EDITEUR-MOTS     VALUE "O".
           05 OPR-ROLE-JOUEURS         PIC X(01).
               88 OPR-ADMIN-JOUEURS    VALUE "O".
           05 OPR-ROLE-COORDINATION    PIC X(01).
               88 OPR-COORDINATEUR     VALUE "O".
           05 OPR-ROLE-SUPERVISION     PIC X(01).
               88 OPR-SUPERVISEUR      VALUE "O".
           05 OPR-ACTIF                PIC X(01).
               88 OPR-EST-ACTIF        VALUE "O".
           05 OPR-DATE-CREATION        PIC X(08).
           05 OPR-DATE-MDP             PIC X(08).
