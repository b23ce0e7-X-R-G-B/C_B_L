      * ACCES.CPY - the parameter block passed to ControleAcces by
      * every maintenance program. "C" SIGNS THE OPERATOR ON (THREE
      * TRIES) AND RETURNS THEIR CODE AND ROLES; "L" DOES THE SAME
      * WITH PLAIN DISPLAY/ACCEPT LINES, FOR THE PROGRAMS THAT RUN
      * WITHOUT SCREENS; "V" CHECKS THE ROLE IN ACC-ROLE-REQUIS
      * BEFORE AN ACTION AND LOGS A REFUSAL, WITH ACC-ACTION SAYING
      * WHAT WAS REFUSED - IT SHOWS NOTHING, SO IT SERVES BOTH KINDS
      * OF PROGRAM; "J" LOGS A CHANGE THE SIGNED-ON OPERATOR MADE TO
      * ANOTHER OPERATOR'S RECORD: ACC-ACTION SAYS WHAT, ACC-CIBLE
      * WHOSE.
       01 ZONE-ACCES.
           05 ACC-FONCTION             PIC X(01).
               88 ACC-CONNEXION        VALUE "C".
               88 ACC-CONNEXION-LIGNE  VALUE "L".
               88 ACC-CONTROLE-ROLE    VALUE "V".
               88 ACC-JOURNALISER      VALUE "J".
           05 ACC-PROGRAMME            PIC X(20).
           05 ACC-OPERATEUR            PIC X(20).
      * "M" WORD EDITOR, "J" PLAYER ADMINISTRATOR, "C" TOURNAMENT AND
      * SESSION COORDINATOR, "S" SUPERVISOR.
           05 ACC-ROLE-REQUIS          PIC X(01).
           05 ACC-ACTION               PIC X(30).
           05 ACC-ROLES.
               10 ACC-ROLE-MOTS        PIC X(01).
               10 ACC-ROLE-JOUEURS     PIC X(01).
               10 ACC-ROLE-COORDINATION PIC X(01).
               10 ACC-ROLE-SUPERVISION PIC X(01).
           05 ACC-STATUT               PIC X(01).
               88 ACC-ACCORDE          VALUE "O".
               88 ACC-REFUSE           VALUE "N".
           05 ACC-CIBLE                PIC X(20).
