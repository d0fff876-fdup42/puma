      *****************************************************************
      *  V2RECLAM  -  ENREGISTREMENT DE LA TABLE DES RECLAMATIONS ET   *
      *  RECOURS DES COTISANTS (cf SCA04T) : une contestation par      *
      *  compte / année / organisme, de la saisine à la décision.      *
      *  Tant qu'elle est en cours d'instruction, le compte est        *
      *  suspendu dans l'édition des avis (SCA10B), l'émission des     *
      *  régularisations (SCA01B) et le cycle de relance (SCA13B).     *
      *****************************************************************
       01  V2RECLAM.
           05  REC-NO-CPT-INT      PICTURE         9(09).
           05  REC-ANNEE           PICTURE         9(04).
           05  REC-ORG             PICTURE         9(03).
      *        --- instance saisie : recours amiable ou commission   ---
      *        --- de recours amiable (CRA) après rejet du premier   ---
           05  REC-INSTANCE        PICTURE         X(01).
               88  REC-RECOURS-AMIABLE             VALUE "A".
               88  REC-RECOURS-CRA                 VALUE "C".
      *        --- date de la contestation (AAAAMMJJ), motif         ---
      *        --- invoqué par le cotisant et montant contesté       ---
           05  REC-DATE-RECLAM     PICTURE         9(08).
           05  REC-MOTIF           PICTURE         X(60).
           05  REC-MT-CONTESTE     PICTURE         S9(15).
      *        --- statut : en cours d'instruction, décision         ---
      *        --- favorable ou défavorable au cotisant, désistement ---
      *        --- ou classement sans suite                          ---
           05  REC-STATUT          PICTURE         X(01).
               88  REC-EN-COURS                    VALUE "O".
               88  REC-FAVORABLE                   VALUE "F".
               88  REC-DEFAVORABLE                 VALUE "D".
               88  REC-SANS-SUITE                  VALUE "S".
      *        --- suite d'une décision favorable : exonération      ---
      *        --- manuelle (cf V2EXOMAN, type / portée / montant    ---
      *        --- accordé) ou recalcul forcé du compte (SCA01B)     ---
           05  REC-SUITE           PICTURE         X(01).
               88  REC-SUITE-EXO                   VALUE "E".
               88  REC-SUITE-RECALCUL              VALUE "R".
           05  REC-EXO-TYP         PICTURE         X(01).
           05  REC-EXO-PORTEE      PICTURE         X(01).
           05  REC-MT-ACCORDE      PICTURE         S9(15).
           05  REC-DATE-DECISION   PICTURE         9(08).
           05  REC-AGENT           PICTURE         X(08).
      *        --- date d'application de la décision favorable par   ---
      *        --- la régularisation SCA01B (zéro = non appliquée)   ---
           05  REC-DATE-APPLICATION
                                   PICTURE         9(08).
           05  FILLER              PICTURE         X(257).
