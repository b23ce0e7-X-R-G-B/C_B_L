       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "copybooks/acces.cpy".
       77 MODE-EXECUTION PIC X(1) VALUE "P".
           88 MODE-APPLICATION VALUE "A".
       77 NB-LOG-LUS PIC 9(7) VALUE 0.
               10 MS-PROPOSITION PIC X(1).
       77 NB-MOTS PIC 9(4) VALUE 0.

      * ANYONE SIGNED ON MAY RUN THE PROPOSALS; APPLYING THEM NEEDS
      * THE WORD-MAINTENANCE ROLE, AND A REFUSED APPLY RUN DROPS BACK
      * TO A PROPOSALS-ONLY RUN.
       PROCEDURE DIVISION.
           PERFORM CONNECTER-OPERATEUR.
           DISPLAY "MODE (P=PROPOSITIONS A=APPLIQUER): "
               WITH NO ADVANCING.
           ACCEPT MODE-EXECUTION.
           IF MODE-APPLICATION THEN
               MOVE "M" TO ACC-ROLE-REQUIS
               MOVE "RECALIBRAGE DES NIVEAUX" TO ACC-ACTION
               PERFORM CONTROLER-ROLE
               IF NOT ACC-ACCORDE THEN
                   MOVE "P" TO MODE-EXECUTION
               END-IF
           END-IF
           PERFORM CHARGER-MASTER.
           PERFORM ACCUMULER-DEPUIS-LOG.
           PERFORM EVALUER-PROPOSITIONS.
           END-IF.

       ECRIRE-AUDIT.
           MOVE ACC-OPERATEUR TO AUDIT-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-HEURE.
           MOVE "M" TO AUDIT-ACTION.
                  MARQUE-APPLICATION DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * SIGN-ON THROUGH CONTROLEACCES, ON PLAIN LINES LIKE THE REST OF
      * THIS PROGRAM - NO OPERATOR, NO PROGRAM.
       CONNECTER-OPERATEUR.
           MOVE "WORDRECALIBRATION" TO ACC-PROGRAMME.
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
