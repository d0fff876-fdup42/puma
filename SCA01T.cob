      *     NUMERO COMPTE INTERNE: CSCACON-NO-CPT-INT                  *
      *     ANNEE DES REVENUS    : CSCACON-ANNEE                       *
      *     CODE ORGANISME       : CSCACON-ORG                         *
      *     AGENT CONNECTE       : CSCACON-UTIL / CSCACON-ORG-UTIL     *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      * Libellé en clair du motif EXO-MAN (exonération manuelle        *
      * décidée par la caisse, cf V2EXOMAN / SCA02T), désormais        *
      * susceptible d'apparaître dans les résultats mémorisés.         *
      ******************************************************************
      * MTX - Redmine 610019 - 10/2026 - Journal d'audit.
      * Chaque consultation est tracée dans le journal d'audit         *
      * (cf V2AUDIT) avant toute restitution : agent connecté,         *
      * date / heure, compte / année / organisme, transaction. Sans    *
      * agent identifié, ou si la trace ne peut être écrite, la        *
      * consultation est refusée (secret fiscal).                      *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * GESTION DES CODES ERREUR:                                     *
      *****************************************************************
      *     MTX - 10/2026 - Journal d'audit des consultations.
       01  W-ERR-SCA01T.
           05  ERR-UTIL            PICTURE         X(10)
                                   VALUE           "SCA01T1001".
           05  ERR-AUDIT           PICTURE         X(10)
                                   VALUE           "SCA01T1002".
      *
      *****************************************************************
      * LIGNES DE TRAVAIL POUR LA MISE EN FORME                        *
      *****************************************************************
       01  W-LIGNE                 PICTURE         X(79).
      * COPY interface commune des sous-programmes SCA-nn-P           *
      *****************************************************************
           COPY    CSCAFIP.
      *
      *****************************************************************
      * COPY journal d'audit des consultations                        *
      *****************************************************************
           COPY    V2AUDIT.
      *
      *****************************************************************
      * COPY XBASE                                                    *
      *****************************************************************
           COPY    V2TOTAL.
           05  TOT-AREA            PICTURE         X(400)
                                   VALUE           SPACE.
      *
       LINKAGE SECTION.
      *
      *===============================================================
        PERFORM   INITIALISATION
      *
      * MTX - 10/2026 - Consultation tracée avant toute restitution
        PERFORM   CONTROLE-UTIL
        IF CSCACON-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   ECRITURE-AUDIT
        END-IF
      *
        IF CSCACON-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   APPEL-CALCUL
      *
           PERFORM   FORMATER-TITRE
      *
           IF CSCACON-CD-RET = CCONST-TRAITEMENT-OK
              PERFORM   FORMATER-DETAIL
           ELSE
              PERFORM   FORMATER-REJET
           END-IF
        END-IF
      *
        EXIT PROGRAM
        MOVE SPACE TO CSCACON-CD-RET
        .
      *****************************************************************
      * Contrôle de l'agent connecté transmis par le moniteur TP :     *
      * pas de consultation anonyme des données fiscales.              *
      *****************************************************************
       CONTROLE-UTIL.
      *--------------
        IF CSCACON-UTIL = SPACE
        OR CSCACON-ORG-UTIL NOT NUMERIC
        OR CSCACON-ORG-UTIL NOT > 0
           MOVE ERR-UTIL            TO CSCACON-CD-RET
        END-IF
        .
      *****************************************************************
      * Ecriture de la trace de la consultation dans le journal        *
      * d'audit (ajout seul). Une trace non écrite interdit la         *
      * consultation.                                                  *
      *****************************************************************
       ECRITURE-AUDIT.
      *---------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        INITIALIZE V2AUDIT
        IF CSCACON-NO-CPT-INT NUMERIC
           MOVE CSCACON-NO-CPT-INT TO AUD-NO-CPT-INT
        END-IF
        IF CSCACON-ANNEE NUMERIC
           MOVE CSCACON-ANNEE      TO AUD-ANNEE
        END-IF
        IF CSCACON-ORG NUMERIC
           MOVE CSCACON-ORG        TO AUD-ORG
        END-IF
        MOVE CSCACON-UTIL       TO AUD-AGENT
        MOVE CSCACON-ORG-UTIL   TO AUD-ORG-AGENT
        ACCEPT AUD-DATE         FROM DATE YYYYMMDD
        ACCEPT AUD-HEURE        FROM TIME
        MOVE "SCA01T"           TO AUD-TRANSACTION
        MOVE SPACE              TO AUD-ACTION
        MOVE V2AUDIT            TO TOT-AREA
        MOVE "AUDIT"            TO TOT-FILE
        MOVE "WRITES"           TO TOT-FUNC
        PERFORM APPEL-XBASE
      *
        IF TOT-STAT NOT = "****"
           MOVE ERR-AUDIT          TO CSCACON-CD-RET
        END-IF
        .
      *****************************************************************
      * Appel du calcul via le dispatcher SCA00P, en calcul à blanc    *
      * (option "B" : une consultation ne doit laisser aucune trace    *
      * en base).                                                      *
           MOVE W-LIGNE TO CSCACON-LIG (CSCACON-NB-LIG)
        END-IF
        .
      *****************************************************************
      * Appel du programme XBASE de gestion des tables SQL             *
      *****************************************************************
       APPEL-XBASE.
      *-----------
        CALL    "XBASE"     USING   V2TOTAL
                                     TOT-MINI6
                                     DTFLNK
                                     DTFINP
                                     DTFWRK
                                     DTFCOM
        .
