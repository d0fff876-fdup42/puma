      *****************************************************************
      *  CPIL01  -  INTERFACE DU SOUS-PROGRAMME SPIL01 (PILOTAGE DES   *
      *  CAMPAGNES PAR ANNEE / ORGANISME, cf V2CAMPAG)                 *
      *****************************************************************
       01  WSS-CPIL01.
      *        --- "D" = début d'étape : contrôle des préalables ---
      *        --- et marque "en cours" ; "F" = fin d'étape :    ---
      *        --- code retour et compteurs clés                 ---
           05  CPIL01-E-FONCTION   PICTURE         X(01).
               88  CPIL01-DEBUT-ETAPE              VALUE "D".
               88  CPIL01-FIN-ETAPE                VALUE "F".
           05  CPIL01-E-PROGRAMME  PICTURE         X(06).
           05  CPIL01-E-ANNEE      PICTURE         9(04).
           05  CPIL01-E-ORG        PICTURE         9(03).
      *        --- forçage des préalables demandé en carte       ---
      *        --- SYSIN, avec l'agent qui en porte le visa      ---
      *        --- (début d'étape)                               ---
           05  CPIL01-E-FORCAGE    PICTURE         X(08).
               88  CPIL01-FORCAGE-DEMANDE          VALUE "FORCAGE ".
           05  CPIL01-E-AGENT      PICTURE         X(08).
      *        --- code retour et compteurs clés (fin d'étape)   ---
           05  CPIL01-E-CDRET      PICTURE         9(02).
           05  CPIL01-E-NB-1       PICTURE         9(07).
           05  CPIL01-E-NB-2       PICTURE         9(07).
      *        --- 00 = étape autorisée, 04 = autorisée par      ---
      *        --- forçage, 08 = refusée (préalable non          ---
      *        --- satisfait), 12 = étape inconnue du pilotage   ---
           05  CPIL01-S-CDRET      PICTURE         9(02).
               88  CPIL01-ETAPE-AUTORISEE          VALUE 00 04.
           05  CPIL01-S-MOTIF      PICTURE         X(30).
