      *****************************************************************
      *  CPILETP  -  TABLE DES ETAPES PILOTEES DE LA CHAINE DE         *
      *  CAMPAGNE (cf SPIL01 / SCA20B) : une entrée par étape, dans    *
      *  l'ordre des rangs de CAM-ETAPE (cf V2CAMPAG).                 *
      *  Pour chaque étape : programme, libellé, jusqu'à deux étapes   *
      *  préalables (rang, 00 = aucune) qui doivent être terminées,    *
      *  avec "G" si le préalable doit de plus être terminé sans       *
      *  anomalie (code retour 00), et "R" si l'étape est refusée      *
      *  tant que la table des rejets (cf V2REJFIP) contient, pour     *
      *  l'ANNEE / ORGANISME, un rejet non recyclé (un rejet REJ-FVIDE *
      *  couvert par une taxation provisionnelle est traité).          *
      *  Pour ajouter une étape : ajouter une ligne FILLER en fin de   *
      *  table, incrémenter ETP-NB-ETAPES et l'OCCURS de CAM-ETAPE.    *
      *****************************************************************
       01  ETP-TABLE-ETAPES-DATA.
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA07BCHARGEMENT FISC     00 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA06BAUDIT FISC          01 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA19BCALCUL DE CAMPAGNE  02 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA11BEXHAUSTIVITE        03 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA15BVARIATION N / N-1   04 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA10BEDITION DES AVIS    04G05  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA08BENCAISSEMENTS       06 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA01BREGULARISATION      07 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA02BRECYCLAGE DES REJETS08 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA12BPURGE / ARCHIVAGE   09 00 R".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA13BRELANCES            07 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA14BINTERFACE COMPTABLE 06 00  ".
           05  FILLER              PICTURE         X(33)   VALUE
                 "SCA17BPRELEVEMENT MENSUEL 06 00  ".
       01  ETP-TABLE-ETAPES REDEFINES ETP-TABLE-ETAPES-DATA.
           05  ETP-ENTREE          OCCURS          13 TIMES
                                   INDEXED BY      ETP-IX.
               10  ETP-PROGRAMME   PICTURE         X(06).
               10  ETP-LIBELLE     PICTURE         X(20).
               10  ETP-PREALABLE-1 PICTURE         9(02).
               10  ETP-GO-1        PICTURE         X(01).
               10  ETP-PREALABLE-2 PICTURE         9(02).
               10  ETP-GO-2        PICTURE         X(01).
               10  ETP-REJETS      PICTURE         X(01).
                   88  ETP-CTL-REJETS              VALUE "R".
       01  ETP-NB-ETAPES           PICTURE         9(03)
                                   VALUE           13.
