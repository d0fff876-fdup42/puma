      *****************************************************************
      *  V2AUDIT  -  ENREGISTREMENT DU JOURNAL D'AUDIT DES             *
      *  CONSULTATIONS DE DONNEES FISCALES PAR LES AGENTS (secret      *
      *  fiscal) : une ligne par consultation, écrite par les          *
      *  transactions SCA01T / SCA02T / SCA03T avant toute             *
      *  restitution. Le journal n'est alimenté qu'en ajout (WRITES) : *
      *  aucune transaction ne le modifie ni ne le supprime ; seul     *
      *  SCA18B le purge, à l'expiration de sa durée de conservation.  *
      *  Index CPTE-CLE / AA-REV : compte / année consultés.           *
      *  Index ANNEE-CLE / ORG-CLE : année de la consultation          *
      *  (AUD-AA-CONSULT) / organisme de rattachement de l'agent.      *
      *****************************************************************
       01  V2AUDIT.
      *        --- compte / année / organisme consultés ---
           05  AUD-NO-CPT-INT      PICTURE         9(09).
           05  AUD-ANNEE           PICTURE         9(04).
           05  AUD-ORG             PICTURE         9(03).
      *        --- agent connecté et organisme de rattachement,      ---
      *        --- fournis par le moniteur TP                        ---
           05  AUD-AGENT           PICTURE         X(08).
           05  AUD-ORG-AGENT       PICTURE         9(03).
      *        --- date (AAAAMMJJ) et heure (HHMMSSCC) ---
           05  AUD-DATE            PICTURE         9(08).
           05  AUD-DATE-DEC        REDEFINES       AUD-DATE.
               10  AUD-AA-CONSULT  PICTURE         9(04).
               10  AUD-MM-CONSULT  PICTURE         9(02).
               10  AUD-JJ-CONSULT  PICTURE         9(02).
           05  AUD-HEURE           PICTURE         9(08).
      *        --- transaction et action demandée (C/M/S/I pour les  ---
      *        --- transactions de gestion, blanc pour les           ---
      *        --- consultations)                                    ---
           05  AUD-TRANSACTION     PICTURE         X(08).
           05  AUD-ACTION          PICTURE         X(01).
           05  FILLER              PICTURE         X(348).
