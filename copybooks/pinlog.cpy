      * PINLOG.CPY - one record per PIN event on a registered player,
      * appended to assets/player_pin_log.txt by pendu.cbl (the
      * player's own sign-in) and by ListeDesJoueurs (supervisor
      * actions). THE PIN ITSELF NEVER APPEARS HERE.
       01 PIN-LOG-RECORD.
           88 FIN-DE-FICHIER-PINLOG    VALUE HIGH-VALUES.
           05 PJ-DATE                  PIC X(08).
           05 PJ-HEURE                 PIC X(06).
           05 PJ-JOUEUR-ID             PIC 9(05).
           05 PJ-JOUEUR                PIC X(20).
           05 PJ-EVENEMENT             PIC X(01).
      * WRITTEN BY PENDU.
               88 PJ-ECHEC             VALUE "E".
               88 PJ-VERROUILLAGE      VALUE "V".
               88 PJ-REFUS-VERROUILLE  VALUE "R".
               88 PJ-CHOISI-JOUEUR     VALUE "C".
      * WRITTEN BY LISTEDESJOUEURS.
               88 PJ-FIXE-SUPERVISEUR  VALUE "F".
               88 PJ-REINITIALISE      VALUE "I".
               88 PJ-DEVERROUILLE      VALUE "D".
      * THE SUPERVISOR FOR F/I/D; SPACES FOR A PLAYER'S OWN SIGN-IN.
           05 PJ-OPERATEUR             PIC X(20).
