      *     NUMERO COMPTE INTERNE: CSCAHIS-NO-CPT-INT                  *
      *     ANNEE DES REVENUS    : CSCAHIS-ANNEE                       *
      *     CODE ORGANISME       : CSCAHIS-ORG                         *
      *     AGENT CONNECTE       : CSCAHIS-UTIL / CSCAHIS-ORG-UTIL     *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 605237 - 09/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610019 - 10/2026 - Journal d'audit.
      * Chaque consultation est tracée dans le journal d'audit         *
      * (cf V2AUDIT) avant toute restitution, comme dans SCA01T. Sans  *
      * agent identifié, ou si la trace ne peut être écrite, la        *
      * consultation est refusée (secret fiscal).                      *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
                                   VALUE           "SCA03T1003".
           05  ERR-SANS-HISTORIQUE PICTURE         X(10)
                                   VALUE           "SCA03T1004".
      *     MTX - 10/2026 - Journal d'audit des consultations.
           05  ERR-UTIL            PICTURE         X(10)
                                   VALUE           "SCA03T1005".
           05  ERR-AUDIT           PICTURE         X(10)
                                   VALUE           "SCA03T1006".
      *
      *****************************************************************
      * LIGNES DE TRAVAIL POUR LA MISE EN FORME                        *
           COPY    V2HISRES.
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
        PERFORM   INITIALISATION
      *
        PERFORM   CONTROLE-PARAM
      *
      * MTX - 10/2026 - Consultation tracée avant toute restitution
        IF CSCAHIS-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   ECRITURE-AUDIT
        END-IF
      *
        IF CSCAHIS-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   FORMATER-TITRE
            )
           MOVE ERR-ORG             TO CSCAHIS-CD-RET
        END-IF
      *
      * Agent connecté transmis par le moniteur TP : pas de
      * consultation anonyme des données fiscales
        IF CSCAHIS-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAHIS-UTIL = SPACE
           OR CSCAHIS-ORG-UTIL NOT NUMERIC
           OR CSCAHIS-ORG-UTIL NOT > 0
            )
           MOVE ERR-UTIL            TO CSCAHIS-CD-RET
        END-IF
        .
      *****************************************************************
      * Ecriture de la trace de la consultation dans le journal        *
      * d'audit (ajout seul, comme ECRITURE-AUDIT dans SCA01T). Une    *
      * trace non écrite interdit la consultation.                     *
      *****************************************************************
       ECRITURE-AUDIT.
      *---------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        INITIALIZE V2AUDIT
        MOVE CSCAHIS-NO-CPT-INT TO AUD-NO-CPT-INT
        MOVE CSCAHIS-ANNEE      TO AUD-ANNEE
        MOVE CSCAHIS-ORG        TO AUD-ORG
        MOVE CSCAHIS-UTIL       TO AUD-AGENT
        MOVE CSCAHIS-ORG-UTIL   TO AUD-ORG-AGENT
        ACCEPT AUD-DATE         FROM DATE YYYYMMDD
        ACCEPT AUD-HEURE        FROM TIME
        MOVE "SCA03T"           TO AUD-TRANSACTION
        MOVE SPACE              TO AUD-ACTION
        MOVE V2AUDIT            TO TOT-AREA
        MOVE "AUDIT"            TO TOT-FILE
        MOVE "WRITES"           TO TOT-FUNC
        PERFORM APPEL-XBASE
      *
        IF TOT-STAT NOT = "****"
           MOVE ERR-AUDIT          TO CSCAHIS-CD-RET
        END-IF
        .
      *****************************************************************
      * Ligne de titre de la consultation                              *
