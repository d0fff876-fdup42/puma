      * relues dans la table FISC. Permet aux batchs qui balaient     *
      * déjà la population FISC (cf SCA19B) de ne lire chaque ligne   *
      * FISC qu'une seule fois par campagne.                          *
      ******************************************************************
      * MTX - Redmine 610021 - 10/2026 - Statistique annuelle.
      * CSCAFIP-SORTIE expose désormais le nombre de déclarants du     *
      * foyer (CSCAFIP-NBPLDE) et son revenu de remplacement           *
      * (CSCAFIP-MT-REV-RR, somme des deux déclarants pour un foyer    *
      * NBPLDE = 2), conservés avec le résultat pour la statistique    *
      * annuelle (cf SCA21B). Le rejet tracé dans la table des rejets  *
      * porte en outre son motif mnémonique (REJ-CD-REJET, cf          *
      * CMOTIFP).                                                      *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.                                                    
        MOVE CSCAFIP-CD-RET     TO REJ-CD-ERR
        MOVE CSCAFIP-PARAM1     TO REJ-PARAM1
        MOVE CSCAFIP-PARAM2     TO REJ-PARAM2
      * MTX - 10/2026 - motif mnémonique, commun à tous les SCA-nn-P
        MOVE CSCAFIP-CD-REJET   TO REJ-CD-REJET
        MOVE V2REJFIP           TO TOT-AREA
        MOVE "REJFIP"           TO TOT-FILE
        MOVE "WRITES"           TO TOT-FUNC
        MOVE W-REV-SP-1  TO CSCAFIP-MT-REV-SP-D1
        MOVE W-REV-SP-2  TO CSCAFIP-MT-REV-SP-D2
      *
      * MTX - 10/2026 - caractéristiques du foyer retenues par le
      * calcul (statistique annuelle, cf SCA21B)
        MOVE NBPLDE      TO CSCAFIP-NBPLDE
        IF NBPLDE = 2
           COMPUTE CSCAFIP-MT-REV-RR = W-REV-RR-1 + W-REV-RR-2
        ELSE
           MOVE W-REV-RR-1 TO CSCAFIP-MT-REV-RR
        END-IF
      *
      * MTX - 03/2024 - assiette/cotisation ventilées par déclarant
        MOVE W-ASS-SOC-2-1 TO CSCAFIP-MT-ASS-SOC-2-D1
        MOVE W-ASS-SOC-2-2 TO CSCAFIP-MT-ASS-SOC-2-D2
