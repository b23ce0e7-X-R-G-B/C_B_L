           05 GEN-COURANTE            PIC 9(1).

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 CHOIX-MENU PIC X(1).
       77 ETAT-QUITTER PIC X(1) VALUE "N".
           88 DOIT-QUITTER VALUE "Y".
       01 ECRAN-CONFIRMATION.
           02 LINE 1 COL 1 VALUE "Operation terminee.".

       01 ECRAN-LANGUE.
           02 LINE 2 COL 1 VALUE
               "Langue du pool (F=francais E=anglais, Entree=F): ".
       01 ECRAN-GENERATION-INVALIDE.
           02 LINE 1 COL 1 VALUE "Numero de generation invalide.".

       01 ECRAN-ROLE-REFUSE.
           02 LINE 20 COL 1 VALUE
               "Action refusee - votre role ne le permet pas.".

       01 ECRAN-PAUSE.
           02 LINE 24 COL 1 VALUE
               "Appuyez sur Entree pour continuer...".

       PROCEDURE DIVISION.
       Debut.
           PERFORM CONNECTER-OPERATEUR.
           MOVE ACC-OPERATEUR TO OPERATEUR-NOM.
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-LANGUE.
           ACCEPT LANGUE-ENTREE.
           PERFORM FIXER-FICHIERS-LANGUE.
           END-READ.

       AJOUTER-MOT.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "AJOUT D'UN MOT" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-MOT.
           ACCEPT MOT-ENTRE.
      * SPELLING DELETES THE OLD RECORD AND WRITES THE NEW ONE (AFTER
      * CHECKING THE NEW SPELLING IS NOT ALREADY TAKEN).
       MODIFIER-MOT.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "MODIFICATION D'UN MOT" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE.
           DISPLAY ECRAN-SAISIE-MOT-CIBLE.
           ACCEPT MOT-CIBLE-ENTRE.
      * DELETING BY THE WORD ITSELF (NOT A LIST NUMBER) MEANS A
      * MISTYPED ENTRY CAN ONLY MISS, NEVER REMOVE A NEIGHBOUR.
       SUPPRIMER-MOT.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "SUPPRESSION D'UN MOT" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM AFFICHER-LISTE.
           DISPLAY ECRAN-SAISIE-MOT-CIBLE.
           ACCEPT MOT-CIBLE-ENTRE.
           CLOSE FICHIER-GENERATION.

       RESTAURER-GENERATION.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "RESTAURATION DE GENERATION" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY ECRAN-VIDE.
           DISPLAY ECRAN-SAISIE-GENERATION.
           ACCEPT GENERATION-ENTREE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      * SIGN-ON THROUGH CONTROLEACCES - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "LISTEDEMOTS" TO ACC-PROGRAMME.
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
