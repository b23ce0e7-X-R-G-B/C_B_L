           COPY "copybooks/tournoi.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       01 TABLE-DU-ROSTER.
           05 ROSTER-TABLE OCCURS 500 TIMES.
               10 ROSTER-TABLE-TOURNOI PIC X(08).
       01 ECRAN-CONFIRMATION.
           02 LINE 1 COL 1 VALUE "Operation terminee.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".

       PROCEDURE DIVISION.
       Debut.
           PERFORM CONNECTER-OPERATEUR.
           DISPLAY ECRAN-VIDE.
           PERFORM CHARGER-ROSTER.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
           END-PERFORM.

       INSCRIRE-JOUEUR.
           MOVE "C" TO ACC-ROLE-REQUIS.
           MOVE "INSCRIPTION A UN TOURNOI" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-INSCRIPTION.
           ACCEPT TOURNOI-ENTRE.
      * IT - SO WITHDRAWING A PLAYER JUST FLIPS THE ACTIVE FLAG, THE
      * SAME WAY THE PLAYER REGISTRY RETIRES A TRAINEE.
       BASCULER-INSCRIPTION.
           MOVE "C" TO ACC-ROLE-REQUIS.
           MOVE "RETRAIT/REPRISE TOURNOI" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE-NUMEROTEE.
           DISPLAY ECRAN-SAISIE-INDEX.
           ACCEPT INDEX-ENTRE.
           END-IF
           PERFORM ATTENDRE-TOUCHE.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "LISTETOURNOI" TO ACC-PROGRAMME.
           MOVE "C" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF.

      * ACC-ROLE-REQUIS AND ACC-ACTION ARE SET BY THE CALLER.
       CONTROLER-ROLE.
           MOVE "V" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               DISPLAY ECRAN-ROLE-REFUSE
               PERFORM ATTENDRE-TOUCHE
           END-IF.

       ATTENDRE-TOUCHE.
           DISPLAY ECRAN-PAUSE.
           ACCEPT PAUSE-ENTREE.
