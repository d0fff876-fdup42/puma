               10  CSCAFIP-CD-EXO        PICTURE X(10).
               10  CSCAFIP-CD-EXO-D1     PICTURE X(10).
               10  CSCAFIP-CD-EXO-D2     PICTURE X(10).
      *        --- caractéristiques du foyer retenues par le calcul  ---
      *        --- (nombre de déclarants, revenu de remplacement du  ---
      *        --- foyer), pour la statistique annuelle (cf SCA21B)  ---
               10  CSCAFIP-NBPLDE        PICTURE 9(01).
               10  CSCAFIP-MT-REV-RR     PICTURE S9(15).
      *---------------------------------------------------------------*
      *    ZONE SORTIE (DETAIL DU CALCUL - ELEMENTS INTERMEDIAIRES)   *
      *---------------------------------------------------------------*
