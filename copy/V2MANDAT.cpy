      *****************************************************************
      *  V2MANDAT  -  ENREGISTREMENT DE LA TABLE DES MANDATS DE        *
      *  PRELEVEMENT DES ECHEANCES DE COTISATION (cf SCA05T) : un      *
      *  mandat par compte / année / organisme, avec l'état du         *
      *  prélèvement mensuel de l'année tenu par SCA17B (cumul         *
      *  présenté, dernière échéance, rejets bancaires).               *
      *****************************************************************
       01  V2MANDAT.
           05  MAN-NO-CPT-INT      PICTURE         9(09).
           05  MAN-ANNEE           PICTURE         9(04).
           05  MAN-ORG             PICTURE         9(03).
      *        --- coordonnées bancaires du débiteur et référence    ---
      *        --- unique du mandat (RUM) signé par le cotisant      ---
           05  MAN-IBAN            PICTURE         X(34).
           05  MAN-BIC             PICTURE         X(11).
           05  MAN-RUM             PICTURE         X(35).
           05  MAN-DATE-SIGNATURE  PICTURE         9(08).
      *        --- statut : actif (échéances prélevées), retour au   ---
      *        --- paiement sur avis après rejet bancaire, révoqué   ---
      *        --- par le cotisant                                   ---
           05  MAN-STATUT          PICTURE         X(01).
               88  MAN-ACTIF                       VALUE "A".
               88  MAN-RETOUR-AVIS                 VALUE "S".
               88  MAN-REVOQUE                     VALUE "R".
           05  MAN-AGENT           PICTURE         X(08).
           05  MAN-DATE-MAJ        PICTURE         9(08).
      *        --- type de séquence du prochain prélèvement :        ---
      *        --- premier sous ce mandat ou récurrent               ---
           05  MAN-SEQUENCE        PICTURE         X(04).
               88  MAN-SEQ-PREMIER                 VALUE "FRST".
               88  MAN-SEQ-RECURRENT               VALUE "RCUR".
      *        --- cumul présenté à la banque sur l'année, net des   ---
      *        --- rejets, et dernière échéance présentée (mois de   ---
      *        --- l'échéancier et date d'échéance AAAAMMJJ)         ---
           05  MAN-MT-PRELEVE      PICTURE         S9(15).
           05  MAN-MOIS-DERNIER-PREL
                                   PICTURE         9(02).
           05  MAN-DATE-DERNIER-PREL
                                   PICTURE         9(08).
      *        --- rejets bancaires consécutifs, mois de l'échéance  ---
      *        --- rejetée, motif (code rejet / R-transaction) et    ---
      *        --- date du dernier rejet                             ---
           05  MAN-NB-REJETS       PICTURE         9(02).
           05  MAN-MOIS-DERNIER-REJET
                                   PICTURE         9(02).
           05  MAN-CD-DERNIER-REJET
                                   PICTURE         X(04).
           05  MAN-DATE-DERNIER-REJET
                                   PICTURE         9(08).
      *        --- échéance rejetée à représenter au prochain        ---
      *        --- passage de SCA17B (levée à la représentation)     ---
           05  MAN-CD-REPRESENTATION
                                   PICTURE         X(01).
               88  MAN-A-REPRESENTER               VALUE "O".
      *        --- année du mandat reconduit par SCA17B (zéro =      ---
      *        --- mandat saisi par SCA05T)                          ---
           05  MAN-ANNEE-ORIGINE   PICTURE         9(04).
           05  FILLER              PICTURE         X(229).
