           COPY "copybooks/session.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       01 TABLE-DES-SESSIONS.
           05 SESSION-TABLE OCCURS 200 TIMES.
               10 SESSION-TABLE-CODE PIC X(08).
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
           PERFORM CHARGER-SESSIONS.
           PERFORM UNTIL DOIT-QUITTER
               DISPLAY ECRAN-MENU
      * FROM THE CLOCK, NOT THE OPERATOR, SO THE STAMPED GAMES AND THE
      * SESSION HEADER CAN NEVER DISAGREE ON THE DAY.
       OUVRIR-SESSION.
           MOVE "C" TO ACC-ROLE-REQUIS.
           MOVE "OUVERTURE DE SESSION" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-SESSION.
           ACCEPT CODE-ENTRE.
      * ITS CODE - SO THE END OF THE MORNING JUST FLIPS THE STATUS,
      * THE SAME WAY THE ROSTER AND THE REGISTRY RETIRE A LINE.
       BASCULER-SESSION.
           MOVE "C" TO ACC-ROLE-REQUIS.
           MOVE "CLOTURE/REOUVERTURE SESSION" TO ACC-ACTION.
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
           MOVE "LISTESESSIONS" TO ACC-PROGRAMME.
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
