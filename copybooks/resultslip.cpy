           05 SLIP-NB-VIE-RESTANTES    PIC 9(02).
           05 SLIP-DATE                PIC X(08).
           05 SLIP-SCORE               PIC 9(05).
      * THE WORD'S GLOSSARY ENTRY (SEE GLOSSAIRE.CPY) PRINTED UNDER
      * THE RESULT - SPACES WHEN THE WORD HAS NONE. THE TRANSLATION
      * CARRIES NO ";" TERMINATOR HERE.
           05 SLIP-DEFINITION          PIC X(60).
           05 SLIP-TRADUCTION          PIC X(30).
