           05 GEN-COURANTE            PIC 9(1).

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 NB-LUES PIC 9(5) VALUE 0.
       77 NB-CHARGEES PIC 9(5) VALUE 0.
       77 NB-MISES-A-JOUR PIC 9(5) VALUE 0.
      * GENERATION ROTATION; THE IMPORT RUNS ON WHICHEVER SET THE
      * OPERATOR PICKS.
       PROCEDURE DIVISION.
           PERFORM CONNECTER-OPERATEUR.
           MOVE "M" TO ACC-ROLE-REQUIS.
           MOVE "IMPORT CSV DES MOTS" TO ACC-ACTION.
           PERFORM CONTROLER-ROLE.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF
           DISPLAY "LANGUE (F=FRANCAIS E=ANGLAIS): "
               WITH NO ADVANCING.
           ACCEPT LANGUE-CHOISIE.
           END-IF.

       ECRIRE-AUDIT.
           MOVE ACC-OPERATEUR TO AUDIT-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-HEURE.
           MOVE ACTION-AUDIT TO AUDIT-ACTION.
                  MOTIF-REJET DELIMITED BY SIZE
                  INTO REJECT-LINE.
           WRITE REJECT-LINE.

      * SIGN-ON THROUGH CONTROLEACCES, ON PLAIN LINES LIKE THE REST OF
      * THIS PROGRAM - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "CSVIMPORT" TO ACC-PROGRAMME.
           MOVE "L" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               STOP RUN
           END-IF.

      * ACC-ROLE-REQUIS AND ACC-ACTION ARE SET BY THE CALLER.
       CONTROLER-ROLE.
           MOVE "V" TO ACC-FONCTION.
           CALL "ControleAcces" USING ZONE-ACCES.
           IF NOT ACC-ACCORDE THEN
               DISPLAY "ACTION REFUSEE - VOTRE ROLE NE LE PERMET PAS."
           END-IF.
