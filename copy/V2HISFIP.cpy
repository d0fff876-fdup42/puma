                                   PICTURE         9V999.
               10  HIS-ANC-ELIG-AR PICTURE         9V999.
               10  HIS-ANC-ELIG-SP PICTURE         9V999.
               10  HIS-ANC-ASS-PROV
                                   PICTURE         9V999.
           05  HIS-NOU-TAUX.
               10  HIS-NOU-ASS-MIN-REEL
                                   PICTURE         9V999.
                                   PICTURE         9V999.
               10  HIS-NOU-ELIG-AR PICTURE         9V999.
               10  HIS-NOU-ELIG-SP PICTURE         9V999.
               10  HIS-NOU-ASS-PROV
                                   PICTURE         9V999.
           05  FILLER              PICTURE         X(311).
