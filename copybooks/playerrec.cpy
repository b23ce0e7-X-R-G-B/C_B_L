           05 JOUEUR-ACTIF             PIC X(01).
               88 JOUEUR-EST-ACTIF     VALUE "O".
               88 JOUEUR-EST-INACTIF   VALUE "N".
      * THE PLAYER'S 4-DIGIT PIN IS NEVER STORED AS TYPED - ONLY ITS
      * CODE, HASHED TOGETHER WITH JOUEUR-ID BY CHIFFRER-PIN (PENDU
      * AND LISTEDESJOUEURS USE THE SAME ROUTINE). SPACES MEANS NO
      * PIN YET: PENDU HAS THE PLAYER CHOOSE ONE AT THEIR NEXT GAME.
           05 JOUEUR-PIN-CODE          PIC X(07).
      * WRONG PINS IN A ROW; THE THIRD LOCKS THE NAME UNTIL A
      * SUPERVISOR UNLOCKS IT IN LISTEDESJOUEURS. SPACE ON RECORDS
      * WRITTEN BEFORE PINS EXISTED COUNTS AS ZERO.
           05 JOUEUR-ECHECS-PIN        PIC X(01).
           05 JOUEUR-VERROU            PIC X(01).
               88 JOUEUR-VERROUILLE    VALUE "O".
      * EMPLOYEE REFERENCE HR KNOWS THE TRAINEE BY, KEYED IN
      * LISTEDESJOUEURS; EXTRAITRH SENDS IT ON THE TRAINING-COMPLETION
      * FEED. SPACES UNTIL THE COORDINATOR FILLS IT IN - SUCH PLAYERS
      * ARE LEFT OUT OF THE FEED AND LISTED ON ITS RUN REPORT.
           05 JOUEUR-MATRICULE         PIC X(10).
