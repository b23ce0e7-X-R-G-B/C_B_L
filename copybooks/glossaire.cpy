      * GLOSSAIRE.CPY - one record per pool word that has a glossary
      * entry. THE FILE IS THE INDEXED ASSETS/WORD_GLOSSARY.DAT
      * (RECORD KEY GLO-CLE), MAINTAINED BY LISTEGLOSSAIRE, READ BY
      * PENDU.CBL AT GAME END FOR THE SCREEN AND THE RESULT SLIP, AND
      * CHECKED AGAINST BOTH WORD MASTERS BY GLOSSAIRECOUVERTURE.
      * GLO-MOT AND GLO-TRADUCTION FOLLOW THE ";"-TERMINATED MOT
      * CONVENTION OF WORDREC.CPY, SO EITHER ONE CAN BE USED AS A
      * WORD-MASTER KEY AS IT STANDS.
       01 GLOSSAIRE-RECORD.
           88 FIN-DE-FICHIER-GLOSSAIRE VALUE HIGH-VALUES.
           05 GLO-CLE.
               10 GLO-MOT              PIC X(30).
               10 GLO-LANGUE           PIC X(01).
                   88 GLO-FRANCAIS     VALUE "F".
                   88 GLO-ANGLAIS      VALUE "E".
           05 GLO-DEFINITION           PIC X(60).
      * THE EQUIVALENT WORD IN THE OTHER LANGUAGE'S POOL, SPACES WHEN
      * THERE IS NONE.
           05 GLO-TRADUCTION           PIC X(30).
