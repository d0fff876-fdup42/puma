                                   VALUE           "REJ-AR".
           05  MOTIF-REJ-REV-SP    PICTURE         X(10)
                                   VALUE           "REJ-SP".
      *        --- motif de la taxation provisionnelle d'un compte   ---
      *        --- rejeté REJ-FVIDE (cf SCA02B) : ce n'est pas un    ---
      *        --- motif de rejet, il est porté par RES-CD-PROV      ---
           05  MOTIF-TAX-PROV      PICTURE         X(10)
                                   VALUE           "PROV-FVIDE".
