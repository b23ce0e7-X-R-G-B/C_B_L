      * MOVEJOURNAL.CPY - one record per turn taken in pendu.cbl,
      * appended to assets/move_journal.txt once the game is logged
      * and keyed back to the game by its LOG-SEQUENCE (SEE
      * GAMELOG.CPY). RejeuPartie steps through the records of one
      * sequence to replay the game turn by turn. WHILE A REGISTERED
      * PLAYER'S GAME IS STILL ON THE TERMINAL THE SAME LAYOUT SITS IN
      * THEIR ASSETS/COUPS_<ID>.TXT WITH SEQUENCE 0, SO A RESUMED
      * CHECKPOINT KEEPS THE TURNS PLAYED BEFORE THE INTERRUPTION.
      * A DUEL WRITES ITS TURNS ONCE UNDER EACH DUELLIST'S SEQUENCE.
       01 MOVE-JOURNAL-RECORD.
           88 FIN-DE-FICHIER-JOURNAL   VALUE HIGH-VALUES.
           05 JRN-SEQUENCE             PIC 9(07).
           05 JRN-TOUR                 PIC 9(03).
      * "D" IS A LETTER ALREADY TRIED: REFUSED, NOTHING COUNTED, BUT
      * JOURNALISED ALL THE SAME - IT IS THE TURN MOST DISPUTED.
           05 JRN-TYPE                 PIC X(01).
               88 JRN-INDICE           VALUE "I".
               88 JRN-TEMPS-ECOULE     VALUE "X".
               88 JRN-TROUVE           VALUE "T".
               88 JRN-MANQUE           VALUE "M".
               88 JRN-DEJA-ESSAYE      VALUE "D".
      * THE LETTER OR WHOLE WORD AS TYPED ("?" FOR A HINT, SPACES
      * WHEN THE CHRONOMETRE RAN OUT).
           05 JRN-SAISIE               PIC X(30).
           05 JRN-NB-VIES              PIC 9(02).
           05 JRN-MAX-VIES             PIC 9(02).
      * 1 OR 2 IN A DUEL (WHOSE TURN IT WAS), 0 OTHERWISE.
           05 JRN-DUELLISTE            PIC 9(01).
           05 JRN-JOUEUR               PIC X(20).
      * THE BOARD (WORD-RES) AS IT STOOD AFTER THE TURN.
           05 JRN-PLATEAU              PIC X(30).
           05 JRN-DATE                 PIC X(08).
      * HHMMSS PLUS HUNDREDTHS.
           05 JRN-HEURE                PIC X(08).
