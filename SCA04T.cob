       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA04T.
      ******************************************************************
      *                                                                *
      *        S C A 0 4 T  -  R E C L A M A T I O N S                 *
      *                        E T  R E C O U R S                      *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (TP)          *
      *                                                                *
      ******************************************************************
      * Transaction de gestion des réclamations et recours des         *
      * cotisants (recours amiable puis commission de recours amiable) *
      * jusqu'ici suivis sur tableur. Pour un compte / année /         *
      * organisme saisis (cf CSCAREC), elle crée, modifie, supprime    *
      * ou restitue la contestation dans la table des réclamations     *
      * (cf V2RECLAM) :                                                *
      *   - instance ("A" recours amiable, "C" CRA), date, motif       *
      *     invoqué et montant contesté ;                              *
      *   - statut : en cours ("O"), décision favorable ("F") ou       *
      *     défavorable ("D") au cotisant, sans suite ("S") ;          *
      *   - pour une décision favorable, sa suite : exonération        *
      *     manuelle ("E", type / portée / montant accordé, comme      *
      *     SCA02T) ou recalcul forcé du compte ("R").                 *
      * Une contestation en cours suspend le compte dans l'édition     *
      * des avis (SCA10B), l'émission des régularisations (SCA01B) et  *
      * le cycle de relance (SCA13B). Une décision favorable avec      *
      * exonération est portée ici dans la table des exonérations      *
      * manuelles (cf V2EXOMAN), et en est retirée si la décision est  *
      * modifiée ou supprimée avant application ; toute décision       *
      * favorable est ensuite appliquée par la régularisation SCA01B   *
      * (recalcul, appel complémentaire ou remboursement, version      *
      * tracée dans V2HISRES), après quoi elle n'est plus modifiable.  *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     ACTION               : CSCAREC-ACTION ("C"/"M"/"S"/"I")    *
      *     NUMERO COMPTE INTERNE: CSCAREC-NO-CPT-INT                  *
      *     ANNEE DES REVENUS    : CSCAREC-ANNEE                       *
      *     CODE ORGANISME       : CSCAREC-ORG                         *
      *     CONTESTATION         : CSCAREC-INSTANCE / DATE-RECLAM /    *
      *                            MOTIF / MT-CONTESTE / STATUT /      *
      *                            SUITE / EXO-TYP / EXO-PORTEE /      *
      *                            MT-ACCORDE / DATE-DECISION / AGENT  *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     CODE RETOUR          : CSCAREC-CD-RET                      *
      *     CONTESTATION         : CSCAREC-SORTIE (interrogation)      *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610016 - 10/2026 - Création.
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.
U                          UNIX.
       OBJECT-COMPUTER.
U                          UNIX.
       DATA DIVISION.
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * GESTION DES CODES ERREUR:                                     *
      *****************************************************************
       01  W-ERR-SCA04T.
           05  ERR-ACTION          PICTURE         X(10)
                                   VALUE           "SCA04T1001".
           05  ERR-NO-CPT-INT      PICTURE         X(10)
                                   VALUE           "SCA04T1002".
           05  ERR-ANNEE           PICTURE         X(10)
                                   VALUE           "SCA04T1003".
           05  ERR-ORG             PICTURE         X(10)
                                   VALUE           "SCA04T1004".
           05  ERR-INSTANCE        PICTURE         X(10)
                                   VALUE           "SCA04T1005".
           05  ERR-DATE-RECLAM     PICTURE         X(10)
                                   VALUE           "SCA04T1006".
           05  ERR-MOTIF           PICTURE         X(10)
                                   VALUE           "SCA04T1007".
           05  ERR-MT-CONTESTE     PICTURE         X(10)
                                   VALUE           "SCA04T1008".
           05  ERR-STATUT          PICTURE         X(10)
                                   VALUE           "SCA04T1009".
           05  ERR-SUITE           PICTURE         X(10)
                                   VALUE           "SCA04T1010".
           05  ERR-EXO-TYP         PICTURE         X(10)
                                   VALUE           "SCA04T1011".
           05  ERR-EXO-PORTEE      PICTURE         X(10)
                                   VALUE           "SCA04T1012".
           05  ERR-MT-ACCORDE      PICTURE         X(10)
                                   VALUE           "SCA04T1013".
           05  ERR-DATE-DECISION   PICTURE         X(10)
                                   VALUE           "SCA04T1014".
           05  ERR-AGENT           PICTURE         X(10)
                                   VALUE           "SCA04T1015".
           05  ERR-DEJA-EXISTANTE  PICTURE         X(10)
                                   VALUE           "SCA04T1016".
           05  ERR-INEXISTANTE     PICTURE         X(10)
                                   VALUE           "SCA04T1017".
           05  ERR-DEJA-APPLIQUEE  PICTURE         X(10)
                                   VALUE           "SCA04T1018".
      *
       01  W-DIVERS.
           05  W-REC-EXISTE        PICTURE         9(01).
               88  RECLAMATION-EXISTE              VALUE 1.
           05  W-EXO-EXISTE        PICTURE         9(01).
               88  EXO-EXISTE                      VALUE 1.
      *        --- décision enregistrée avant l'action (statut et    ---
      *        --- suite de la contestation lue)                     ---
           05  W-STATUT-EXISTANT   PICTURE         X(01).
           05  W-SUITE-EXISTANTE   PICTURE         X(01).
      *
      *****************************************************************
      * COPY des constantes:                                          *
      *****************************************************************
           COPY    CCONST.
      *
      *****************************************************************
      * COPY table des réclamations et recours                        *
      *****************************************************************
           COPY    V2RECLAM.
      *
      *****************************************************************
      * COPY table des exonérations manuelles                         *
      *****************************************************************
           COPY    V2EXOMAN.
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
      *****************************************************************
      *    INTERFACE DE LA TRANSACTION                                *
      *****************************************************************
           COPY    CSCAREC.
           COPY    DTFLIEN.
      *===============================================================
       PROCEDURE DIVISION USING WSS-CSCAREC DTFLNK
           DTFINP DTFWRK DTFCOM.
      *===============================================================
        PERFORM   INITIALISATION
      *
        PERFORM   CONTROLE-PARAM
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   RECHERCHE-RECLAM-EXISTANTE
           PERFORM   CONTROLE-EXISTANT
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
           EVALUATE TRUE
              WHEN CSCAREC-CREATION
                 PERFORM   ECRITURE-RECLAMATION
              WHEN CSCAREC-MODIF
                 PERFORM   ECRITURE-RECLAMATION
              WHEN CSCAREC-SUPPRESSION
                 PERFORM   SUPPRESSION-RECLAMATION
              WHEN CSCAREC-INTERROGATION
                 PERFORM   RESTITUTION-RECLAMATION
           END-EVALUATE
        END-IF
      *
      * Décision favorable avec exonération : portée dans la table des
      * exonérations manuelles, consultée par la chaîne de calcul
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAREC-CREATION OR CSCAREC-MODIF )
        AND CSCAREC-STATUT = "F"
        AND CSCAREC-SUITE  = "E"
           PERFORM   RECHERCHE-EXO-EXISTANTE
           PERFORM   ECRITURE-EXO-MANUELLE
        END-IF
      *
      * Décision favorable avec exonération remplacée par une autre
      * décision, ou supprimée, avant son application : l'exonération
      * portée dans la table des exonérations manuelles est retirée
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND W-STATUT-EXISTANT = "F"
        AND W-SUITE-EXISTANTE = "E"
        AND ( CSCAREC-SUPPRESSION
           OR ( CSCAREC-MODIF
            AND ( CSCAREC-STATUT NOT = "F"
               OR CSCAREC-SUITE  NOT = "E"
                )
              )
            )
           PERFORM   RECHERCHE-EXO-EXISTANTE
           IF  EXO-EXISTE
           AND EXM-ORG = CSCAREC-ORG
              PERFORM   SUPPRESSION-EXO-MANUELLE
           END-IF
        END-IF
      *
        EXIT PROGRAM
        .
      *****************************************************************
      * Initialisation de la zone de sortie                            *
      *****************************************************************
       INITIALISATION.
      *---------------
        MOVE CCONST-TRAITEMENT-OK TO CSCAREC-CD-RET
        MOVE SPACE                TO CSCAREC-PARAM1
        INITIALIZE CSCAREC-SORTIE
        MOVE 0                    TO W-REC-EXISTE
                                     W-EXO-EXISTE
        MOVE SPACE                TO W-STATUT-EXISTANT
                                     W-SUITE-EXISTANTE
        .
      *****************************************************************
      * Contrôle des zones passées par le moniteur TP                  *
      *****************************************************************
       CONTROLE-PARAM.
      *---------------
      * Contrôle ACTION:
        IF  NOT CSCAREC-CREATION AND NOT CSCAREC-MODIF
        AND NOT CSCAREC-SUPPRESSION AND NOT CSCAREC-INTERROGATION
           MOVE ERR-ACTION          TO CSCAREC-CD-RET
           MOVE CSCAREC-ACTION      TO CSCAREC-PARAM1
        END-IF
      *
      * Contrôle COMPTE:
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAREC-NO-CPT-INT NOT NUMERIC
           OR CSCAREC-NO-CPT-INT NOT > 0
            )
           MOVE ERR-NO-CPT-INT      TO CSCAREC-CD-RET
           MOVE CSCAREC-NO-CPT-INT  TO CSCAREC-PARAM1
        END-IF
      *
      * Contrôle ANNEE:
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAREC-ANNEE NOT NUMERIC
           OR CSCAREC-ANNEE < 2018
            )
           MOVE ERR-ANNEE           TO CSCAREC-CD-RET
           MOVE CSCAREC-ANNEE       TO CSCAREC-PARAM1
        END-IF
      *
      * Contrôle ORGANISME:
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAREC-ORG NOT NUMERIC
           OR CSCAREC-ORG NOT > 0
            )
           MOVE ERR-ORG             TO CSCAREC-CD-RET
           MOVE CSCAREC-ORG         TO CSCAREC-PARAM1
        END-IF
      *
      * Les contrôles suivants ne concernent que la saisie d'une
      * contestation (création ou modification)
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAREC-CREATION OR CSCAREC-MODIF )
           PERFORM   CONTROLE-RECLAMATION
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAREC-CREATION OR CSCAREC-MODIF )
           PERFORM   CONTROLE-DECISION
        END-IF
        .
      *****************************************************************
      * Contrôle de la contestation saisie : instance, date, motif,    *
      * montant contesté, statut et agent.                             *
      *****************************************************************
       CONTROLE-RECLAMATION.
      *---------------------
        IF CSCAREC-INSTANCE NOT = "A" AND CSCAREC-INSTANCE NOT = "C"
           MOVE ERR-INSTANCE        TO CSCAREC-CD-RET
           MOVE CSCAREC-INSTANCE    TO CSCAREC-PARAM1
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAREC-DATE-RECLAM NOT NUMERIC
           OR CSCAREC-DATE-RECLAM NOT > 0
            )
           MOVE ERR-DATE-RECLAM     TO CSCAREC-CD-RET
           MOVE CSCAREC-DATE-RECLAM TO CSCAREC-PARAM1
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAREC-MOTIF = SPACE
           MOVE ERR-MOTIF           TO CSCAREC-CD-RET
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAREC-MT-CONTESTE NOT NUMERIC
           MOVE ERR-MT-CONTESTE     TO CSCAREC-CD-RET
           MOVE CSCAREC-MT-CONTESTE TO CSCAREC-PARAM1
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAREC-STATUT NOT = "O" AND CSCAREC-STATUT NOT = "F"
        AND CSCAREC-STATUT NOT = "D" AND CSCAREC-STATUT NOT = "S"
           MOVE ERR-STATUT          TO CSCAREC-CD-RET
           MOVE CSCAREC-STATUT      TO CSCAREC-PARAM1
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAREC-AGENT = SPACE
           MOVE ERR-AGENT           TO CSCAREC-CD-RET
        END-IF
        .
      *****************************************************************
      * Contrôle de la décision : aucune suite ni date de décision     *
      * pour une contestation en cours ; date de décision postérieure  *
      * ou égale à la contestation sinon ; suite obligatoire pour une  *
      * décision favorable seulement, avec pour une exonération les    *
      * contrôles de SCA02T (type, portée, montant accordé             *
      * obligatoire et positif pour une exonération partielle, nul     *
      * pour une totale), le montant accordé ne pouvant excéder le     *
      * montant contesté.                                              *
      *****************************************************************
       CONTROLE-DECISION.
      *------------------
        IF CSCAREC-STATUT = "O"
           IF CSCAREC-SUITE NOT = SPACE
              MOVE ERR-SUITE        TO CSCAREC-CD-RET
              MOVE CSCAREC-SUITE    TO CSCAREC-PARAM1
           END-IF
           IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
           AND CSCAREC-DATE-DECISION NUMERIC
           AND CSCAREC-DATE-DECISION NOT = 0
              MOVE ERR-DATE-DECISION
                                    TO CSCAREC-CD-RET
              MOVE CSCAREC-DATE-DECISION
                                    TO CSCAREC-PARAM1
           END-IF
        ELSE
           IF CSCAREC-DATE-DECISION NOT NUMERIC
           OR CSCAREC-DATE-DECISION NOT > 0
           OR CSCAREC-DATE-DECISION < CSCAREC-DATE-RECLAM
              MOVE ERR-DATE-DECISION
                                    TO CSCAREC-CD-RET
              MOVE CSCAREC-DATE-DECISION
                                    TO CSCAREC-PARAM1
           END-IF
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
           EVALUATE CSCAREC-STATUT
              WHEN "F"
                 IF CSCAREC-SUITE NOT = "E"
                 AND CSCAREC-SUITE NOT = "R"
                    MOVE ERR-SUITE  TO CSCAREC-CD-RET
                    MOVE CSCAREC-SUITE
                                    TO CSCAREC-PARAM1
                 END-IF
              WHEN "D"
              WHEN "S"
                 IF CSCAREC-SUITE NOT = SPACE
                    MOVE ERR-SUITE  TO CSCAREC-CD-RET
                    MOVE CSCAREC-SUITE
                                    TO CSCAREC-PARAM1
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAREC-STATUT = "F"
        AND CSCAREC-SUITE  = "E"
           PERFORM   CONTROLE-EXONERATION
        END-IF
        .
      *****************************************************************
      * Contrôle de l'exonération accordée (cf CONTROLE-DECISION dans  *
      * SCA02T).                                                       *
      *****************************************************************
       CONTROLE-EXONERATION.
      *---------------------
        IF CSCAREC-EXO-TYP NOT = "T" AND CSCAREC-EXO-TYP NOT = "P"
           MOVE ERR-EXO-TYP         TO CSCAREC-CD-RET
           MOVE CSCAREC-EXO-TYP     TO CSCAREC-PARAM1
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAREC-EXO-PORTEE NOT = "F"
        AND CSCAREC-EXO-PORTEE NOT = "1"
        AND CSCAREC-EXO-PORTEE NOT = "2"
           MOVE ERR-EXO-PORTEE      TO CSCAREC-CD-RET
           MOVE CSCAREC-EXO-PORTEE  TO CSCAREC-PARAM1
        END-IF
      *
        IF CSCAREC-CD-RET = CCONST-TRAITEMENT-OK
           IF CSCAREC-EXO-TYP = "P"
              IF CSCAREC-MT-ACCORDE NOT NUMERIC
              OR CSCAREC-MT-ACCORDE NOT > 0
              OR CSCAREC-MT-ACCORDE > CSCAREC-MT-CONTESTE
                 MOVE ERR-MT-ACCORDE
                                    TO CSCAREC-CD-RET
                 MOVE CSCAREC-MT-ACCORDE
                                    TO CSCAREC-PARAM1
              END-IF
           ELSE
              IF CSCAREC-MT-ACCORDE NUMERIC
              AND CSCAREC-MT-ACCORDE NOT = 0
                 MOVE ERR-MT-ACCORDE
                                    TO CSCAREC-CD-RET
                 MOVE CSCAREC-MT-ACCORDE
                                    TO CSCAREC-PARAM1
              END-IF
           END-IF
        END-IF
        .
      *****************************************************************
      * Recherche de la contestation existante pour le compte / année  *
      * (lecture par clé compte/année, comme RECHERCHE-EXO-EXISTANTE   *
      * dans SCA02T). Le statut et la suite de la décision enregistrée *
      * sont conservés pour le retrait de son exonération.             *
      *****************************************************************
       RECHERCHE-RECLAM-EXISTANTE.
      *---------------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CSCAREC-NO-CPT-INT TO TOT-KEY-ASS
        MOVE CSCAREC-ANNEE      TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "RECLAM"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2RECLAM
           IF REC-ORG = CSCAREC-ORG
              SET RECLAMATION-EXISTE TO TRUE
              MOVE REC-STATUT   TO W-STATUT-EXISTANT
              MOVE REC-SUITE    TO W-SUITE-EXISTANTE
           END-IF
        END-IF
        .
      *****************************************************************
      * Cohérence de l'action avec l'existant : pas de création d'une  *
      * contestation déjà présente (l'escalade en CRA est une          *
      * modification), pas de modification / suppression /             *
      * interrogation d'une contestation absente, et plus de           *
      * modification ni de suppression d'une décision déjà appliquée   *
      * par la régularisation SCA01B.                                  *
      *****************************************************************
       CONTROLE-EXISTANT.
      *------------------
        IF  CSCAREC-CREATION
        AND RECLAMATION-EXISTE
           MOVE ERR-DEJA-EXISTANTE  TO CSCAREC-CD-RET
           MOVE CSCAREC-NO-CPT-INT  TO CSCAREC-PARAM1
        END-IF
        IF  NOT CSCAREC-CREATION
        AND NOT RECLAMATION-EXISTE
           MOVE ERR-INEXISTANTE     TO CSCAREC-CD-RET
           MOVE CSCAREC-NO-CPT-INT  TO CSCAREC-PARAM1
        END-IF
        IF  ( CSCAREC-MODIF OR CSCAREC-SUPPRESSION )
        AND RECLAMATION-EXISTE
        AND REC-DATE-APPLICATION NUMERIC
        AND REC-DATE-APPLICATION > 0
           MOVE ERR-DEJA-APPLIQUEE  TO CSCAREC-CD-RET
           MOVE REC-DATE-APPLICATION
                                    TO CSCAREC-PARAM1
        END-IF
        .
      *****************************************************************
      * Ecriture de la contestation : création (WRITES) ou             *
      * remplacement (REWRITE) de la ligne de la table des             *
      * réclamations. La décision n'est pas encore appliquée.          *
      *****************************************************************
       ECRITURE-RECLAMATION.
      *---------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        INITIALIZE V2RECLAM
        MOVE CSCAREC-NO-CPT-INT TO REC-NO-CPT-INT
        MOVE CSCAREC-ANNEE      TO REC-ANNEE
        MOVE CSCAREC-ORG        TO REC-ORG
        MOVE CSCAREC-INSTANCE   TO REC-INSTANCE
        MOVE CSCAREC-DATE-RECLAM
                                TO REC-DATE-RECLAM
        MOVE CSCAREC-MOTIF      TO REC-MOTIF
        MOVE CSCAREC-MT-CONTESTE
                                TO REC-MT-CONTESTE
        MOVE CSCAREC-STATUT     TO REC-STATUT
        MOVE CSCAREC-AGENT      TO REC-AGENT
        MOVE 0                  TO REC-DATE-DECISION
                                   REC-MT-ACCORDE
                                   REC-DATE-APPLICATION
        IF CSCAREC-STATUT NOT = "O"
           MOVE CSCAREC-DATE-DECISION
                                TO REC-DATE-DECISION
        END-IF
        IF  CSCAREC-STATUT = "F"
           MOVE CSCAREC-SUITE   TO REC-SUITE
           IF CSCAREC-SUITE = "E"
              MOVE CSCAREC-EXO-TYP
                                TO REC-EXO-TYP
              MOVE CSCAREC-EXO-PORTEE
                                TO REC-EXO-PORTEE
              IF CSCAREC-EXO-TYP = "P"
                 MOVE CSCAREC-MT-ACCORDE
                                TO REC-MT-ACCORDE
              END-IF
           END-IF
        END-IF
        MOVE V2RECLAM           TO TOT-AREA
        MOVE "RECLAM"           TO TOT-FILE
        IF CSCAREC-MODIF
           MOVE CSCAREC-NO-CPT-INT TO TOT-KEY-ASS
           MOVE CSCAREC-ANNEE      TO TOT-KEY
           MOVE "CPTE-CLE"         TO TOT-PRP-ASS
           MOVE "AA-REV"           TO TOT-PRP
           MOVE "REWRITE"          TO TOT-FUNC
        ELSE
           MOVE "WRITES"           TO TOT-FUNC
        END-IF
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Suppression de la contestation (clé compte/année, comme        *
      * SUPPRESSION-DECISION dans SCA02T). L'exonération d'une         *
      * décision favorable non appliquée est retirée de V2EXOMAN (cf   *
      * SUPPRESSION-EXO-MANUELLE).                                     *
      *****************************************************************
       SUPPRESSION-RECLAMATION.
      *------------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CSCAREC-NO-CPT-INT TO TOT-KEY-ASS
        MOVE CSCAREC-ANNEE      TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "RECLAM"           TO TOT-FILE
        MOVE "DELETE"           TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Restitution de la contestation existante dans la zone de       *
      * sortie                                                         *
      *****************************************************************
       RESTITUTION-RECLAMATION.
      *------------------------
        MOVE REC-INSTANCE       TO CSCAREC-S-INSTANCE
        MOVE REC-DATE-RECLAM    TO CSCAREC-S-DATE-RECLAM
        MOVE REC-MOTIF          TO CSCAREC-S-MOTIF
        MOVE REC-MT-CONTESTE    TO CSCAREC-S-MT-CONTESTE
        MOVE REC-STATUT         TO CSCAREC-S-STATUT
        MOVE REC-SUITE          TO CSCAREC-S-SUITE
        MOVE REC-EXO-TYP        TO CSCAREC-S-EXO-TYP
        MOVE REC-EXO-PORTEE     TO CSCAREC-S-EXO-PORTEE
        MOVE REC-MT-ACCORDE     TO CSCAREC-S-MT-ACCORDE
        MOVE REC-DATE-DECISION  TO CSCAREC-S-DATE-DECISION
        MOVE REC-AGENT          TO CSCAREC-S-AGENT
        MOVE REC-DATE-APPLICATION
                                TO CSCAREC-S-DATE-APPLICATION
        .
      *****************************************************************
      * Recherche de la décision d'exonération manuelle existante pour *
      * le compte / année (cf RECHERCHE-EXO-EXISTANTE dans SCA02T).    *
      *****************************************************************
       RECHERCHE-EXO-EXISTANTE.
      *------------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CSCAREC-NO-CPT-INT TO TOT-KEY-ASS
        MOVE CSCAREC-ANNEE      TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "EXOMAN"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2EXOMAN
           SET EXO-EXISTE       TO TRUE
        END-IF
        .
      *****************************************************************
      * Ecriture de l'exonération accordée dans la table des           *
      * exonérations manuelles (cf ECRITURE-DECISION dans SCA02T) :    *
      * la décision de recours remplace toute décision antérieure, en  *
      * vigueur à compter de sa date et sans limite.                   *
      *****************************************************************
       ECRITURE-EXO-MANUELLE.
      *----------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        INITIALIZE V2EXOMAN
        MOVE CSCAREC-NO-CPT-INT TO EXM-NO-CPT-INT
        MOVE CSCAREC-ANNEE      TO EXM-ANNEE
        MOVE CSCAREC-ORG        TO EXM-ORG
        MOVE CSCAREC-EXO-TYP    TO EXM-TYP
        MOVE CSCAREC-EXO-PORTEE TO EXM-PORTEE
        IF CSCAREC-EXO-TYP = "P"
           MOVE CSCAREC-MT-ACCORDE
                                TO EXM-MT-EXO
        ELSE
           MOVE 0               TO EXM-MT-EXO
        END-IF
        MOVE CSCAREC-AGENT      TO EXM-AGENT
        MOVE CSCAREC-DATE-DECISION
                                TO EXM-DATE-DEBUT
        MOVE 0                  TO EXM-DATE-FIN
        MOVE V2EXOMAN           TO TOT-AREA
        MOVE "EXOMAN"           TO TOT-FILE
        IF EXO-EXISTE
           MOVE CSCAREC-NO-CPT-INT TO TOT-KEY-ASS
           MOVE CSCAREC-ANNEE      TO TOT-KEY
           MOVE "CPTE-CLE"         TO TOT-PRP-ASS
           MOVE "AA-REV"           TO TOT-PRP
           MOVE "REWRITE"          TO TOT-FUNC
        ELSE
           MOVE "WRITES"           TO TOT-FUNC
        END-IF
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Retrait de l'exonération accordée par une décision de recours  *
      * modifiée ou supprimée avant application (clé compte/année,     *
      * même organisme, cf SUPPRESSION-DECISION dans SCA02T).          *
      *****************************************************************
       SUPPRESSION-EXO-MANUELLE.
      *-------------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CSCAREC-NO-CPT-INT TO TOT-KEY-ASS
        MOVE CSCAREC-ANNEE      TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "EXOMAN"           TO TOT-FILE
        MOVE "DELETE"           TO TOT-FUNC
        PERFORM APPEL-XBASE
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
