      *     NUMERO COMPTE INTERNE: CSCAEXO-NO-CPT-INT                  *
      *     ANNEE DES REVENUS    : CSCAEXO-ANNEE                       *
      *     CODE ORGANISME       : CSCAEXO-ORG                         *
      *     AGENT CONNECTE       : CSCAEXO-UTIL / CSCAEXO-ORG-UTIL     *
      *     DECISION             : CSCAEXO-TYP / PORTEE / MT-EXO /     *
      *                            AGENT / DATE-DEBUT / DATE-FIN       *
      *                                                                *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 605236 - 09/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610019 - 10/2026 - Journal d'audit.
      * Chaque accès au dossier du compte (quelle que soit l'action)   *
      * est tracé dans le journal d'audit (cf V2AUDIT) avant lecture   *
      * de la décision, comme dans SCA01T. Sans agent identifié, ou si *
      * la trace ne peut être écrite, l'action est refusée.            *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
                                   VALUE           "SCA02T1010".
           05  ERR-INEXISTANTE     PICTURE         X(10)
                                   VALUE           "SCA02T1011".
      *     MTX - 10/2026 - Journal d'audit des consultations.
           05  ERR-UTIL            PICTURE         X(10)
                                   VALUE           "SCA02T1012".
           05  ERR-AUDIT           PICTURE         X(10)
                                   VALUE           "SCA02T1013".
      *
       01  W-DIVERS.
           05  W-EXO-EXISTE        PICTURE         9(01).
           COPY    V2EXOMAN.
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
      * MTX - 10/2026 - Accès tracé avant lecture de la décision
        IF CSCAEXO-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   ECRITURE-AUDIT
        END-IF
      *
        IF CSCAEXO-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   RECHERCHE-EXO-EXISTANTE
           MOVE CSCAEXO-ORG         TO CSCAEXO-PARAM1
        END-IF
      *
      * Contrôle AGENT CONNECTE (transmis par le moniteur TP) :
        IF CSCAEXO-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAEXO-UTIL = SPACE
           OR CSCAEXO-ORG-UTIL NOT NUMERIC
           OR CSCAEXO-ORG-UTIL NOT > 0
            )
           MOVE ERR-UTIL            TO CSCAEXO-CD-RET
           MOVE CSCAEXO-UTIL        TO CSCAEXO-PARAM1
        END-IF
      *
      * Les contrôles suivants ne concernent que la saisie d'une
      * décision (création ou modification)
        IF CSCAEXO-CD-RET = CCONST-TRAITEMENT-OK
        END-IF
        .
      *****************************************************************
      * Ecriture de la trace de l'accès dans le journal d'audit (ajout *
      * seul, comme ECRITURE-AUDIT dans SCA01T), avec l'action         *
      * demandée. Une trace non écrite interdit l'action.              *
      *****************************************************************
       ECRITURE-AUDIT.
      *---------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        INITIALIZE V2AUDIT
        MOVE CSCAEXO-NO-CPT-INT TO AUD-NO-CPT-INT
        MOVE CSCAEXO-ANNEE      TO AUD-ANNEE
        MOVE CSCAEXO-ORG        TO AUD-ORG
        MOVE CSCAEXO-UTIL       TO AUD-AGENT
        MOVE CSCAEXO-ORG-UTIL   TO AUD-ORG-AGENT
        ACCEPT AUD-DATE         FROM DATE YYYYMMDD
        ACCEPT AUD-HEURE        FROM TIME
        MOVE "SCA02T"           TO AUD-TRANSACTION
        MOVE CSCAEXO-ACTION     TO AUD-ACTION
        MOVE V2AUDIT            TO TOT-AREA
        MOVE "AUDIT"            TO TOT-FILE
        MOVE "WRITES"           TO TOT-FUNC
        PERFORM APPEL-XBASE
      *
        IF TOT-STAT NOT = "****"
           MOVE ERR-AUDIT          TO CSCAEXO-CD-RET
        END-IF
        .
      *****************************************************************
      * Recherche de la décision existante pour le compte / année      *
      * (lecture par clé compte/année, comme LECTURE-FISC dans les     *
      * SCA-nn-P).                                                     *
