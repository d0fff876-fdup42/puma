               10  CSCACON-NO-CPT-INT    PICTURE 9(09).
               10  CSCACON-ANNEE         PICTURE 9(04).
               10  CSCACON-ORG           PICTURE 9(03).
      *        --- agent connecté et organisme de rattachement, ---
      *        --- fournis par le moniteur TP (journal d'audit) ---
               10  CSCACON-UTIL          PICTURE X(08).
               10  CSCACON-ORG-UTIL      PICTURE 9(03).
           05  CSCACON-CD-RET            PICTURE X(10).
           05  CSCACON-NB-LIG            PICTURE 9(02).
           05  CSCACON-LIG               OCCURS 35 TIMES
