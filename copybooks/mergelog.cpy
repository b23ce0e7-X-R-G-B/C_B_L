      * DROPPED, NOT DOUBLED). RECORDS FROM BEFORE THE FIELD EXISTED
      * READ BACK AS SPACES.
           05 FUS-NB-BADGES            PIC 9(05).
      * THE SIGNED-ON OPERATOR WHO RAN THE MERGE (SPACES ON RECORDS
      * FROM BEFORE SIGN-ON EXISTED).
           05 FUS-OPERATEUR            PIC X(20).
