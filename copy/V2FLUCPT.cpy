      *****************************************************************
      *  V2FLUCPT  -  ENREGISTREMENT DE LA TABLE DES FLUX DEJA         *
      *  COMPTABILISES (cf SCA14B) : un enregistrement par flux de     *
      *  la campagne passé au journal comptable (APPELCOT, APPELREC,   *
      *  REGULCOT, ENCAISS, PRELEVE, REJPREL), identifié par son       *
      *  enregistrement total "99", le total de contrôle des numéros   *
      *  de compte de ses détails et, pour les flux mensuels de        *
      *  prélèvement, sa période, pour qu'un même flux ne soit jamais  *
      *  comptabilisé deux fois.                                       *
      *****************************************************************
       01  V2FLUCPT.
           05  FLU-ANNEE           PICTURE         9(04).
           05  FLU-ORG             PICTURE         9(03).
      *        --- nature du flux : nom du fichier d'origine         ---
           05  FLU-TYPE            PICTURE         X(08).
      *        --- identification du flux : total "99" (nombre de    ---
      *        --- détails et montant) et total de contrôle des      ---
      *        --- numéros de compte des détails                     ---
           05  FLU-NB              PICTURE         9(07).
           05  FLU-MT              PICTURE         S9(15).
           05  FLU-TOT-CPT         PICTURE         9(18).
      *        --- pièce comptable attribuée, date comptable des     ---
      *        --- écritures et date du traitement (AAAAMMJJ)        ---
           05  FLU-NO-PIECE        PICTURE         X(12).
           05  FLU-DATE-COMPTA     PICTURE         9(08).
           05  FLU-DATE-TRT        PICTURE         9(08).
      *        --- période des flux mensuels de prélèvement :        ---
      *        --- date d'échéance (PRELEVE) ou date du dernier      ---
      *        --- rejet (REJPREL), AAAAMMJJ ; zéro sinon            ---
           05  FLU-PERIODE         PICTURE         9(08).
           05  FILLER              PICTURE         X(309).
