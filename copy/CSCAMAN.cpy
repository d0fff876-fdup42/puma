      *****************************************************************
      *  CSCAMAN  -  INTERFACE DE LA TRANSACTION DE GESTION DES        *
      *  MANDATS DE PRELEVEMENT DES ECHEANCES (SCA05T)                 *
      *  Entrée : action et mandat saisis par l'agent.                 *
      *  Sortie : code retour, et mandat existant restitué avec l'état *
      *  du prélèvement de l'année pour une interrogation.             *
      *****************************************************************
       01  WSS-CSCAMAN.
           05  CSCAMAN-ENTREE.
               10  CSCAMAN-ACTION        PICTURE X(01).
                   88  CSCAMAN-CREATION      VALUE "C".
                   88  CSCAMAN-MODIF         VALUE "M".
                   88  CSCAMAN-SUPPRESSION   VALUE "S".
                   88  CSCAMAN-INTERROGATION VALUE "I".
               10  CSCAMAN-NO-CPT-INT    PICTURE 9(09).
               10  CSCAMAN-ANNEE         PICTURE 9(04).
               10  CSCAMAN-ORG           PICTURE 9(03).
               10  CSCAMAN-IBAN          PICTURE X(34).
               10  CSCAMAN-BIC           PICTURE X(11).
               10  CSCAMAN-RUM           PICTURE X(35).
               10  CSCAMAN-DATE-SIGNATURE
                                         PICTURE 9(08).
               10  CSCAMAN-STATUT        PICTURE X(01).
               10  CSCAMAN-AGENT         PICTURE X(08).
           05  CSCAMAN-CD-RET            PICTURE X(10).
           05  CSCAMAN-PARAM1            PICTURE X(15).
      *---------------------------------------------------------------*
      *    ZONE SORTIE (MANDAT EXISTANT ET ETAT DU PRELEVEMENT,        *
      *    RESTITUES SUR INTERROGATION)                                *
      *---------------------------------------------------------------*
           05  CSCAMAN-SORTIE.
               10  CSCAMAN-S-IBAN        PICTURE X(34).
               10  CSCAMAN-S-BIC         PICTURE X(11).
               10  CSCAMAN-S-RUM         PICTURE X(35).
               10  CSCAMAN-S-DATE-SIGNATURE
                                         PICTURE 9(08).
               10  CSCAMAN-S-STATUT      PICTURE X(01).
               10  CSCAMAN-S-AGENT       PICTURE X(08).
               10  CSCAMAN-S-DATE-MAJ    PICTURE 9(08).
               10  CSCAMAN-S-SEQUENCE    PICTURE X(04).
               10  CSCAMAN-S-MT-PRELEVE  PICTURE S9(15).
               10  CSCAMAN-S-MOIS-DERNIER-PREL
                                         PICTURE 9(02).
               10  CSCAMAN-S-NB-REJETS   PICTURE 9(02).
               10  CSCAMAN-S-CD-DERNIER-REJET
                                         PICTURE X(04).
               10  CSCAMAN-S-DATE-DERNIER-REJET
                                         PICTURE 9(08).
