      *****************************************************************
      *  V2RELANC  -  ENREGISTREMENT DE LA TABLE DU CYCLE DE RELANCE   *
      *  DES COMPTES IMPAYES (cf SCA13B) : dernier stade de relance    *
      *  envoyé par compte / année / organisme, avec ses dates, pour   *
      *  qu'un même stade ne soit jamais envoyé deux fois, et motif de *
      *  sortie du cycle (compte soldé, exonéré, cotisation nulle).    *
      *****************************************************************
       01  V2RELANC.
           05  REL-NO-CPT-INT      PICTURE         9(09).
           05  REL-ANNEE           PICTURE         9(04).
           05  REL-ORG             PICTURE         9(03).
      *        --- dernier stade envoyé : relance amiable puis       ---
      *        --- mise en demeure (stade terminal de la chaîne)     ---
           05  REL-STADE           PICTURE         9(01).
               88  REL-STADE-AMIABLE               VALUE 1.
               88  REL-STADE-MED                   VALUE 2.
      *        --- date d'envoi de chaque stade (AAAAMMJJ)           ---
           05  REL-DATE-AMIABLE    PICTURE         9(08).
           05  REL-DATE-MED        PICTURE         9(08).
      *        --- solde restant dû et majoration de retard          ---
      *        --- appliquée lors du dernier envoi                   ---
           05  REL-MT-SOLDE        PICTURE         S9(15).
           05  REL-MT-MAJORATION   PICTURE         S9(15).
      *        --- sortie du cycle : espace = relance en cours,      ---
      *        --- sinon motif ("SOLDE", "EXO-MAN", "COT-NULLE")     ---
           05  REL-CD-SORTIE       PICTURE         X(10).
               88  REL-EN-COURS                    VALUE SPACE.
           05  REL-DATE-SORTIE     PICTURE         9(08).
           05  FILLER              PICTURE         X(319).
