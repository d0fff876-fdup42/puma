           05  TX-COTISATION       PICTURE         9V999.
           05  TX-ELIG-AR          PICTURE         9V999.
           05  TX-ELIG-SP          PICTURE         9V999.
      *        --- assiette forfaitaire de la taxation               ---
      *        --- provisionnelle des comptes sans 2042, en fraction ---
      *        --- du PASS (cf SCA02B) ; zéro ou espace = 0,500      ---
           05  TX-ASS-PROV         PICTURE         9V999.
           05  FILLER              PICTURE         X(360).
