               10  CSCAHIS-NO-CPT-INT    PICTURE 9(09).
               10  CSCAHIS-ANNEE         PICTURE 9(04).
               10  CSCAHIS-ORG           PICTURE 9(03).
      *        --- agent connecté et organisme de rattachement, ---
      *        --- fournis par le moniteur TP (journal d'audit) ---
               10  CSCAHIS-UTIL          PICTURE X(08).
               10  CSCAHIS-ORG-UTIL      PICTURE 9(03).
           05  CSCAHIS-CD-RET            PICTURE X(10).
           05  CSCAHIS-NB-LIG            PICTURE 9(02).
           05  CSCAHIS-LIG               OCCURS 35 TIMES
