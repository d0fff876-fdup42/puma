      *****************************************************************
      *  V2CAMPAG  -  ENREGISTREMENT DE LA TABLE DE PILOTAGE DES       *
      *  CAMPAGNES : une ligne par ANNEE / ORGANISME, tenue par le     *
      *  sous-programme SPIL01 au début et à la fin de chaque étape    *
      *  batch de la chaîne (cf CPIL01), éditée par SCA20B.            *
      *  Index ANNEE-CLE / ORG-CLE.                                    *
      *  Les étapes occupent un rang fixe dans CAM-ETAPE, dans l'ordre *
      *  de la table des étapes de SPIL01 :                            *
      *     01 SCA07B   02 SCA06B   03 SCA19B   04 SCA11B   05 SCA15B  *
      *     06 SCA10B   07 SCA08B   08 SCA01B   09 SCA02B   10 SCA12B  *
      *     11 SCA13B   12 SCA14B   13 SCA17B                          *
      *****************************************************************
       01  V2CAMPAG.
           05  CAM-ANNEE           PICTURE         9(04).
           05  CAM-ORG             PICTURE         9(03).
           05  CAM-ETAPE           OCCURS          13 TIMES.
      *        --- statut : blanc = jamais lancée, "E" = en cours    ---
      *        --- (ou interrompue : fin d'étape non enregistrée),   ---
      *        --- "T" = terminée                                    ---
               10  CAM-STATUT      PICTURE         X(01).
                   88  CAM-NON-LANCEE              VALUE " ".
                   88  CAM-EN-COURS                VALUE "E".
                   88  CAM-TERMINEE                VALUE "T".
      *        --- date (AAAAMMJJ) du dernier passage               ---
               10  CAM-DATE        PICTURE         9(08).
      *        --- code retour du dernier passage terminé : 00 =    ---
      *        --- normal, 04 = terminé avec anomalies signalées    ---
               10  CAM-CD-RET      PICTURE         9(02).
      *        --- deux compteurs clés de l'étape (cf SPIL01)       ---
               10  CAM-NB-1        PICTURE         9(07).
               10  CAM-NB-2        PICTURE         9(07).
      *        --- "O" = étape démarrée par forçage des préalables  ---
               10  CAM-FORCE       PICTURE         X(01).
                   88  CAM-ETAPE-FORCEE            VALUE "O".
      *        --- trace du dernier forçage : étape, date, agent    ---
      *        --- porteur du visa et préalable non satisfait       ---
           05  CAM-FOR-PROGRAMME   PICTURE         X(06).
           05  CAM-FOR-DATE        PICTURE         9(08).
           05  CAM-FOR-AGENT       PICTURE         X(08).
           05  CAM-FOR-MOTIF       PICTURE         X(30).
           05  FILLER              PICTURE         X(03).
