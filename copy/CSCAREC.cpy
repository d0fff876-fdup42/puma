      *****************************************************************
      *  CSCAREC  -  INTERFACE DE LA TRANSACTION DE GESTION DES        *
      *  RECLAMATIONS ET RECOURS DES COTISANTS (SCA04T)                *
      *  Entrée : action et contestation saisies par l'agent.          *
      *  Sortie : code retour, et contestation existante restituée     *
      *  pour une interrogation.                                       *
      *****************************************************************
       01  WSS-CSCAREC.
           05  CSCAREC-ENTREE.
               10  CSCAREC-ACTION        PICTURE X(01).
                   88  CSCAREC-CREATION      VALUE "C".
                   88  CSCAREC-MODIF         VALUE "M".
                   88  CSCAREC-SUPPRESSION   VALUE "S".
                   88  CSCAREC-INTERROGATION VALUE "I".
               10  CSCAREC-NO-CPT-INT    PICTURE 9(09).
               10  CSCAREC-ANNEE         PICTURE 9(04).
               10  CSCAREC-ORG           PICTURE 9(03).
               10  CSCAREC-INSTANCE      PICTURE X(01).
               10  CSCAREC-DATE-RECLAM   PICTURE 9(08).
               10  CSCAREC-MOTIF         PICTURE X(60).
               10  CSCAREC-MT-CONTESTE   PICTURE 9(15).
               10  CSCAREC-STATUT        PICTURE X(01).
               10  CSCAREC-SUITE         PICTURE X(01).
               10  CSCAREC-EXO-TYP       PICTURE X(01).
               10  CSCAREC-EXO-PORTEE    PICTURE X(01).
               10  CSCAREC-MT-ACCORDE    PICTURE 9(15).
               10  CSCAREC-DATE-DECISION PICTURE 9(08).
               10  CSCAREC-AGENT         PICTURE X(08).
           05  CSCAREC-CD-RET            PICTURE X(10).
           05  CSCAREC-PARAM1            PICTURE X(15).
      *---------------------------------------------------------------*
      *    ZONE SORTIE (CONTESTATION EXISTANTE, RESTITUEE SUR          *
      *    INTERROGATION)                                              *
      *---------------------------------------------------------------*
           05  CSCAREC-SORTIE.
               10  CSCAREC-S-INSTANCE    PICTURE X(01).
               10  CSCAREC-S-DATE-RECLAM PICTURE 9(08).
               10  CSCAREC-S-MOTIF       PICTURE X(60).
               10  CSCAREC-S-MT-CONTESTE PICTURE S9(15).
               10  CSCAREC-S-STATUT      PICTURE X(01).
               10  CSCAREC-S-SUITE       PICTURE X(01).
               10  CSCAREC-S-EXO-TYP     PICTURE X(01).
               10  CSCAREC-S-EXO-PORTEE  PICTURE X(01).
               10  CSCAREC-S-MT-ACCORDE  PICTURE S9(15).
               10  CSCAREC-S-DATE-DECISION
                                         PICTURE 9(08).
               10  CSCAREC-S-AGENT       PICTURE X(08).
               10  CSCAREC-S-DATE-APPLICATION
                                         PICTURE 9(08).
