           05  HISR-DATE-MAJ       PICTURE         9(08).
      *        --- traitement à l'origine de la version :            ---
      *        --- "CAMPAGNE" (SCA19B), "REGUL" (SCA01B),            ---
      *        --- "RECYCLAGE" (SCA02B), "PROVISOIRE" (SCA02B,       ---
      *        --- taxation provisionnelle d'un compte sans 2042)    ---
      *        --- ou "RECLAM" (SCA01B, application d'une            ---
      *        --- décision de recours favorable, cf SCA04T)         ---
           05  HISR-ORIGINE        PICTURE         X(10).
           05  HISR-AVANT.
               10  HISR-AVANT-MT-COT
