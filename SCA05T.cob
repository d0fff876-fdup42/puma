       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA05T.
      ******************************************************************
      *                                                                *
      *        S C A 0 5 T  -  M A N D A T S  D E                      *
      *                        P R E L E V E M E N T                   *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (TP)          *
      *                                                                *
      ******************************************************************
      * Transaction de gestion des mandats de prélèvement des          *
      * échéances de cotisation signés par les cotisants qui           *
      * choisissent le paiement mensuel. Pour un compte / année /      *
      * organisme saisis (cf CSCAMAN), elle crée, modifie, supprime    *
      * ou restitue le mandat dans la table des mandats (cf V2MANDAT) :*
      *   - IBAN (contrôle de la clé modulo 97) et BIC du compte       *
      *     bancaire débité ;                                          *
      *   - référence unique du mandat (RUM) et date de signature ;    *
      *   - statut : actif ("A"), retour au paiement sur avis ("S",    *
      *     positionné par SCA17B après rejet bancaire) ou révoqué     *
      *     par le cotisant ("R").                                     *
      * Le changement d'IBAN ou de RUM fait repartir le mandat en      *
      * premier prélèvement (séquence "FRST") ; la réactivation d'un   *
      * mandat remet à zéro le compteur de rejets consécutifs. Un      *
      * mandat sous lequel des échéances ont déjà été présentées dans  *
      * l'année ne peut plus être supprimé : il est révoqué.           *
      * Les échéances des mandats actifs sont prélevées chaque mois    *
      * par le batch SCA17B, qui tient l'état du prélèvement restitué  *
      * en interrogation (cumul présenté, dernière échéance, rejets).  *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     ACTION               : CSCAMAN-ACTION ("C"/"M"/"S"/"I")    *
      *     NUMERO COMPTE INTERNE: CSCAMAN-NO-CPT-INT                  *
      *     ANNEE DES REVENUS    : CSCAMAN-ANNEE                       *
      *     CODE ORGANISME       : CSCAMAN-ORG                         *
      *     MANDAT               : CSCAMAN-IBAN / BIC / RUM /          *
      *                            DATE-SIGNATURE / STATUT / AGENT     *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     CODE RETOUR          : CSCAMAN-CD-RET                      *
      *     MANDAT ET PRELEVEMENT: CSCAMAN-SORTIE (interrogation)      *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610018 - 10/2026 - Création.
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
       01  W-ERR-SCA05T.
           05  ERR-ACTION          PICTURE         X(10)
                                   VALUE           "SCA05T1001".
           05  ERR-NO-CPT-INT      PICTURE         X(10)
                                   VALUE           "SCA05T1002".
           05  ERR-ANNEE           PICTURE         X(10)
                                   VALUE           "SCA05T1003".
           05  ERR-ORG             PICTURE         X(10)
                                   VALUE           "SCA05T1004".
           05  ERR-IBAN            PICTURE         X(10)
                                   VALUE           "SCA05T1005".
           05  ERR-BIC             PICTURE         X(10)
                                   VALUE           "SCA05T1006".
           05  ERR-RUM             PICTURE         X(10)
                                   VALUE           "SCA05T1007".
           05  ERR-DATE-SIGNATURE  PICTURE         X(10)
                                   VALUE           "SCA05T1008".
           05  ERR-STATUT          PICTURE         X(10)
                                   VALUE           "SCA05T1009".
           05  ERR-AGENT           PICTURE         X(10)
                                   VALUE           "SCA05T1010".
           05  ERR-DEJA-EXISTANT   PICTURE         X(10)
                                   VALUE           "SCA05T1011".
           05  ERR-INEXISTANT      PICTURE         X(10)
                                   VALUE           "SCA05T1012".
           05  ERR-DEJA-PRELEVE    PICTURE         X(10)
                                   VALUE           "SCA05T1013".
      *
       01  W-DIVERS.
           05  W-MAN-EXISTE        PICTURE         9(01).
               88  MANDAT-EXISTE                   VALUE 1.
           05  W-ZONE-VALIDE       PICTURE         9(01).
               88  ZONE-VALIDE                     VALUE 1.
           05  W-DATE-JOUR         PICTURE         9(08).
      *
      *****************************************************************
      * Contrôle de l'IBAN (norme ISO 13616) : code pays alphabétique, *
      * clé numérique, 15 à 34 caractères alphanumériques sans blanc,  *
      * et clé modulo 97 : les 4 premiers caractères sont reportés en  *
      * fin, chaque lettre est remplacée par son rang (A = 10 ...      *
      * Z = 35) et le reste de la division par 97 du nombre obtenu     *
      * doit valoir 1. Le reste est calculé chiffre par chiffre (le    *
      * nombre dépasse 30 chiffres).                                   *
      *****************************************************************
       01  W-CTL-IBAN.
           05  W-IBAN              PICTURE         X(34).
           05  W-IBAN-DEC          REDEFINES       W-IBAN.
               10  W-IBAN-CAR      OCCURS          34 TIMES
                                   PICTURE         X(01).
           05  W-LG-IBAN           PICTURE         9(02)       COMP.
           05  W-IX-IBAN           PICTURE         9(02)       COMP.
           05  W-RESTE-97          PICTURE         9(02)       COMP.
           05  W-QUOTIENT-97       PICTURE         9(05)       COMP.
           05  W-NOMBRE-97         PICTURE         9(05)       COMP.
           05  W-RANG-LETTRE       PICTURE         9(02)       COMP.
           05  W-CAR               PICTURE         X(01).
           05  W-CHIFFRE           REDEFINES       W-CAR
                                   PICTURE         9(01).
      *
       01  W-ALPHABET-DATA.
           05  FILLER              PICTURE         X(26)
                                   VALUE  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  W-ALPHABET REDEFINES W-ALPHABET-DATA.
           05  W-LETTRE            OCCURS          26 TIMES
                                   PICTURE         X(01).
      *
      *****************************************************************
      * Contrôle du BIC (norme ISO 9362) : 8 ou 11 caractères, code    *
      * banque et code pays alphabétiques (6 premiers), puis code      *
      * emplacement et code agence facultatif alphanumériques.         *
      *****************************************************************
       01  W-CTL-BIC.
           05  W-BIC               PICTURE         X(11).
           05  W-BIC-DEC           REDEFINES       W-BIC.
               10  W-BIC-CAR       OCCURS          11 TIMES
                                   PICTURE         X(01).
           05  W-IX-BIC            PICTURE         9(02)       COMP.
      *
      *****************************************************************
      * COPY des constantes:                                          *
      *****************************************************************
           COPY    CCONST.
      *
      *****************************************************************
      * COPY table des mandats de prélèvement                         *
      *****************************************************************
           COPY    V2MANDAT.
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
           COPY    CSCAMAN.
           COPY    DTFLIEN.
      *===============================================================
       PROCEDURE DIVISION USING WSS-CSCAMAN DTFLNK
           DTFINP DTFWRK DTFCOM.
      *===============================================================
        PERFORM   INITIALISATION
      *
        PERFORM   CONTROLE-PARAM
      *
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   RECHERCHE-MANDAT-EXISTANT
           PERFORM   CONTROLE-EXISTANT
        END-IF
      *
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
           EVALUATE TRUE
              WHEN CSCAMAN-CREATION
                 PERFORM   ECRITURE-MANDAT
              WHEN CSCAMAN-MODIF
                 PERFORM   ECRITURE-MANDAT
              WHEN CSCAMAN-SUPPRESSION
                 PERFORM   SUPPRESSION-MANDAT
              WHEN CSCAMAN-INTERROGATION
                 PERFORM   RESTITUTION-MANDAT
           END-EVALUATE
        END-IF
      *
        EXIT PROGRAM
        .
      *****************************************************************
      * Initialisation de la zone de sortie                            *
      *****************************************************************
       INITIALISATION.
      *---------------
        MOVE CCONST-TRAITEMENT-OK TO CSCAMAN-CD-RET
        MOVE SPACE                TO CSCAMAN-PARAM1
        INITIALIZE CSCAMAN-SORTIE
        MOVE 0                    TO W-MAN-EXISTE
        ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
        .
      *****************************************************************
      * Contrôle des zones passées par le moniteur TP                  *
      *****************************************************************
       CONTROLE-PARAM.
      *---------------
      * Contrôle ACTION:
        IF  NOT CSCAMAN-CREATION AND NOT CSCAMAN-MODIF
        AND NOT CSCAMAN-SUPPRESSION AND NOT CSCAMAN-INTERROGATION
           MOVE ERR-ACTION          TO CSCAMAN-CD-RET
           MOVE CSCAMAN-ACTION      TO CSCAMAN-PARAM1
        END-IF
      *
      * Contrôle COMPTE:
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAMAN-NO-CPT-INT NOT NUMERIC
           OR CSCAMAN-NO-CPT-INT NOT > 0
            )
           MOVE ERR-NO-CPT-INT      TO CSCAMAN-CD-RET
           MOVE CSCAMAN-NO-CPT-INT  TO CSCAMAN-PARAM1
        END-IF
      *
      * Contrôle ANNEE:
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAMAN-ANNEE NOT NUMERIC
           OR CSCAMAN-ANNEE < 2018
            )
           MOVE ERR-ANNEE           TO CSCAMAN-CD-RET
           MOVE CSCAMAN-ANNEE       TO CSCAMAN-PARAM1
        END-IF
      *
      * Contrôle ORGANISME:
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAMAN-ORG NOT NUMERIC
           OR CSCAMAN-ORG NOT > 0
            )
           MOVE ERR-ORG             TO CSCAMAN-CD-RET
           MOVE CSCAMAN-ORG         TO CSCAMAN-PARAM1
        END-IF
      *
      * Les contrôles suivants ne concernent que la saisie d'un
      * mandat (création ou modification)
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAMAN-CREATION OR CSCAMAN-MODIF )
           PERFORM   CONTROLE-MANDAT
        END-IF
        .
      *****************************************************************
      * Contrôle du mandat saisi : IBAN, BIC, RUM, date de signature   *
      * (renseignée, non postérieure au jour), statut (un mandat est   *
      * créé actif) et agent.                                          *
      *****************************************************************
       CONTROLE-MANDAT.
      *----------------
        PERFORM   CONTROLE-IBAN
        IF NOT ZONE-VALIDE
           MOVE ERR-IBAN            TO CSCAMAN-CD-RET
           MOVE CSCAMAN-IBAN        TO CSCAMAN-PARAM1
        END-IF
      *
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   CONTROLE-BIC
           IF NOT ZONE-VALIDE
              MOVE ERR-BIC          TO CSCAMAN-CD-RET
              MOVE CSCAMAN-BIC      TO CSCAMAN-PARAM1
           END-IF
        END-IF
      *
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAMAN-RUM = SPACE
           MOVE ERR-RUM             TO CSCAMAN-CD-RET
        END-IF
      *
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
        AND ( CSCAMAN-DATE-SIGNATURE NOT NUMERIC
           OR CSCAMAN-DATE-SIGNATURE NOT > 0
           OR CSCAMAN-DATE-SIGNATURE > W-DATE-JOUR
            )
           MOVE ERR-DATE-SIGNATURE  TO CSCAMAN-CD-RET
           MOVE CSCAMAN-DATE-SIGNATURE
                                    TO CSCAMAN-PARAM1
        END-IF
      *
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
           IF CSCAMAN-CREATION
              IF CSCAMAN-STATUT NOT = "A"
                 MOVE ERR-STATUT    TO CSCAMAN-CD-RET
                 MOVE CSCAMAN-STATUT
                                    TO CSCAMAN-PARAM1
              END-IF
           ELSE
              IF  CSCAMAN-STATUT NOT = "A"
              AND CSCAMAN-STATUT NOT = "S"
              AND CSCAMAN-STATUT NOT = "R"
                 MOVE ERR-STATUT    TO CSCAMAN-CD-RET
                 MOVE CSCAMAN-STATUT
                                    TO CSCAMAN-PARAM1
              END-IF
           END-IF
        END-IF
      *
        IF CSCAMAN-CD-RET = CCONST-TRAITEMENT-OK
        AND CSCAMAN-AGENT = SPACE
           MOVE ERR-AGENT           TO CSCAMAN-CD-RET
        END-IF
        .
      *****************************************************************
      * Contrôle de l'IBAN saisi : structure puis clé modulo 97.       *
      *****************************************************************
       CONTROLE-IBAN.
      *--------------
        MOVE 1            TO W-ZONE-VALIDE
        MOVE CSCAMAN-IBAN TO W-IBAN
      *
      * Longueur utile : position du dernier caractère non blanc
        MOVE 34 TO W-LG-IBAN
        PERFORM UNTIL W-LG-IBAN = 0
                   OR W-IBAN-CAR (W-LG-IBAN) NOT = SPACE
           SUBTRACT 1 FROM W-LG-IBAN
        END-PERFORM
      *
        IF W-LG-IBAN < 15
           MOVE 0 TO W-ZONE-VALIDE
        ELSE
      *    Code pays alphabétique, clé numérique, puis caractères
      *    alphanumériques sans blanc
           IF W-IBAN-CAR (1) NOT ALPHABETIC-UPPER
           OR W-IBAN-CAR (1) = SPACE
           OR W-IBAN-CAR (2) NOT ALPHABETIC-UPPER
           OR W-IBAN-CAR (2) = SPACE
           OR W-IBAN-CAR (3) NOT NUMERIC
           OR W-IBAN-CAR (4) NOT NUMERIC
              MOVE 0 TO W-ZONE-VALIDE
           END-IF
           MOVE 5 TO W-IX-IBAN
           PERFORM UNTIL W-IX-IBAN > W-LG-IBAN
                      OR NOT ZONE-VALIDE
              MOVE W-IBAN-CAR (W-IX-IBAN) TO W-CAR
              IF W-CAR = SPACE
              OR ( W-CAR NOT NUMERIC
               AND W-CAR NOT ALPHABETIC-UPPER )
                 MOVE 0 TO W-ZONE-VALIDE
              END-IF
              ADD 1 TO W-IX-IBAN
           END-PERFORM
        END-IF
      *
      * Clé modulo 97 : caractères 5 à la fin, puis 1 à 4
        IF ZONE-VALIDE
           MOVE 0 TO W-RESTE-97
           MOVE 5 TO W-IX-IBAN
           PERFORM UNTIL W-IX-IBAN > W-LG-IBAN
              PERFORM   CUMUL-CLE-IBAN
              ADD 1 TO W-IX-IBAN
           END-PERFORM
           MOVE 1 TO W-IX-IBAN
           PERFORM UNTIL W-IX-IBAN > 4
              PERFORM   CUMUL-CLE-IBAN
              ADD 1 TO W-IX-IBAN
           END-PERFORM
           IF W-RESTE-97 NOT = 1
              MOVE 0 TO W-ZONE-VALIDE
           END-IF
        END-IF
        .
      *****************************************************************
      * Prise en compte d'un caractère de l'IBAN dans le reste modulo  *
      * 97 : un chiffre décale le reste d'un rang, une lettre (rang    *
      * 10 à 35) de deux rangs.                                        *
      *****************************************************************
       CUMUL-CLE-IBAN.
      *---------------
        MOVE W-IBAN-CAR (W-IX-IBAN) TO W-CAR
        IF W-CAR NUMERIC
           COMPUTE W-NOMBRE-97 = W-RESTE-97 * 10 + W-CHIFFRE
        ELSE
           MOVE 1 TO W-RANG-LETTRE
           PERFORM UNTIL W-RANG-LETTRE > 26
                      OR W-LETTRE (W-RANG-LETTRE) = W-CAR
              ADD 1 TO W-RANG-LETTRE
           END-PERFORM
           COMPUTE W-NOMBRE-97 = W-RESTE-97 * 100
                               + W-RANG-LETTRE + 9
        END-IF
        DIVIDE W-NOMBRE-97 BY 97 GIVING W-QUOTIENT-97
                                 REMAINDER W-RESTE-97
        .
      *****************************************************************
      * Contrôle du BIC saisi : 6 lettres, 2 caractères                *
      * alphanumériques, puis code agence de 3 caractères              *
      * alphanumériques ou absent.                                     *
      *****************************************************************
       CONTROLE-BIC.
      *-------------
        MOVE 1           TO W-ZONE-VALIDE
        MOVE CSCAMAN-BIC TO W-BIC
      *
        MOVE 1 TO W-IX-BIC
        PERFORM UNTIL W-IX-BIC > 6
           IF W-BIC-CAR (W-IX-BIC) = SPACE
           OR W-BIC-CAR (W-IX-BIC) NOT ALPHABETIC-UPPER
              MOVE 0 TO W-ZONE-VALIDE
           END-IF
           ADD 1 TO W-IX-BIC
        END-PERFORM
      *
        PERFORM UNTIL W-IX-BIC > 8
           MOVE W-BIC-CAR (W-IX-BIC) TO W-CAR
           IF W-CAR = SPACE
           OR ( W-CAR NOT NUMERIC
            AND W-CAR NOT ALPHABETIC-UPPER )
              MOVE 0 TO W-ZONE-VALIDE
           END-IF
           ADD 1 TO W-IX-BIC
        END-PERFORM
      *
      * Code agence : les trois positions sont blanches ou toutes
      * alphanumériques
        IF  W-BIC-CAR (9)  = SPACE
        AND W-BIC-CAR (10) = SPACE
        AND W-BIC-CAR (11) = SPACE
           CONTINUE
        ELSE
           PERFORM UNTIL W-IX-BIC > 11
              MOVE W-BIC-CAR (W-IX-BIC) TO W-CAR
              IF W-CAR = SPACE
              OR ( W-CAR NOT NUMERIC
               AND W-CAR NOT ALPHABETIC-UPPER )
                 MOVE 0 TO W-ZONE-VALIDE
              END-IF
              ADD 1 TO W-IX-BIC
           END-PERFORM
        END-IF
        .
      *****************************************************************
      * Recherche du mandat existant pour le compte / année (lecture   *
      * par clé compte/année, comme RECHERCHE-EXO-EXISTANTE dans       *
      * SCA02T).                                                       *
      *****************************************************************
       RECHERCHE-MANDAT-EXISTANT.
      *--------------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CSCAMAN-NO-CPT-INT TO TOT-KEY-ASS
        MOVE CSCAMAN-ANNEE      TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "MANDAT"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2MANDAT
           IF MAN-ORG = CSCAMAN-ORG
              SET MANDAT-EXISTE TO TRUE
           END-IF
        END-IF
        .
      *****************************************************************
      * Cohérence de l'action avec l'existant : pas de création d'un   *
      * mandat déjà présent, pas de modification / suppression /       *
      * interrogation d'un mandat absent, pas de suppression d'un      *
      * mandat sous lequel des échéances ont été présentées (il doit   *
      * être révoqué, l'état du prélèvement de l'année étant conservé).*
      *****************************************************************
       CONTROLE-EXISTANT.
      *------------------
        IF  CSCAMAN-CREATION
        AND MANDAT-EXISTE
           MOVE ERR-DEJA-EXISTANT   TO CSCAMAN-CD-RET
           MOVE CSCAMAN-NO-CPT-INT  TO CSCAMAN-PARAM1
        END-IF
        IF  NOT CSCAMAN-CREATION
        AND NOT MANDAT-EXISTE
           MOVE ERR-INEXISTANT      TO CSCAMAN-CD-RET
           MOVE CSCAMAN-NO-CPT-INT  TO CSCAMAN-PARAM1
        END-IF
        IF  CSCAMAN-SUPPRESSION
        AND MANDAT-EXISTE
        AND MAN-MOIS-DERNIER-PREL > 0
           MOVE ERR-DEJA-PRELEVE    TO CSCAMAN-CD-RET
           MOVE CSCAMAN-NO-CPT-INT  TO CSCAMAN-PARAM1
        END-IF
        .
      *****************************************************************
      * Ecriture du mandat : création (WRITES) d'un mandat actif en    *
      * premier prélèvement, ou remplacement (REWRITE) des zones       *
      * saisies en conservant l'état du prélèvement de l'année.        *
      *****************************************************************
       ECRITURE-MANDAT.
      *----------------
        IF CSCAMAN-CREATION
           INITIALIZE V2MANDAT
           MOVE CSCAMAN-NO-CPT-INT TO MAN-NO-CPT-INT
           MOVE CSCAMAN-ANNEE      TO MAN-ANNEE
           MOVE CSCAMAN-ORG        TO MAN-ORG
           SET MAN-SEQ-PREMIER     TO TRUE
        ELSE
      *    Nouveau compte débité ou nouveau mandat : la banque doit
      *    recevoir un premier prélèvement
           IF CSCAMAN-IBAN NOT = MAN-IBAN
           OR CSCAMAN-RUM  NOT = MAN-RUM
              SET MAN-SEQ-PREMIER  TO TRUE
           END-IF
      *    Réactivation après retour au paiement sur avis : le
      *    compteur de rejets consécutifs repart de zéro
           IF  CSCAMAN-STATUT = "A"
           AND NOT MAN-ACTIF
              MOVE 0               TO MAN-NB-REJETS
           END-IF
        END-IF
        MOVE CSCAMAN-IBAN          TO MAN-IBAN
        MOVE CSCAMAN-BIC           TO MAN-BIC
        MOVE CSCAMAN-RUM           TO MAN-RUM
        MOVE CSCAMAN-DATE-SIGNATURE
                                   TO MAN-DATE-SIGNATURE
        MOVE CSCAMAN-STATUT        TO MAN-STATUT
        MOVE CSCAMAN-AGENT         TO MAN-AGENT
        MOVE W-DATE-JOUR           TO MAN-DATE-MAJ
      *
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE V2MANDAT           TO TOT-AREA
        MOVE "MANDAT"           TO TOT-FILE
        IF CSCAMAN-MODIF
           MOVE CSCAMAN-NO-CPT-INT TO TOT-KEY-ASS
           MOVE CSCAMAN-ANNEE      TO TOT-KEY
           MOVE "CPTE-CLE"         TO TOT-PRP-ASS
           MOVE "AA-REV"           TO TOT-PRP
           MOVE "REWRITE"          TO TOT-FUNC
        ELSE
           MOVE "WRITES"           TO TOT-FUNC
        END-IF
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Suppression du mandat (clé compte/année, comme                 *
      * SUPPRESSION-DECISION dans SCA02T).                             *
      *****************************************************************
       SUPPRESSION-MANDAT.
      *-------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CSCAMAN-NO-CPT-INT TO TOT-KEY-ASS
        MOVE CSCAMAN-ANNEE      TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "MANDAT"           TO TOT-FILE
        MOVE "DELETE"           TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Restitution du mandat existant et de l'état du prélèvement de  *
      * l'année dans la zone de sortie                                 *
      *****************************************************************
       RESTITUTION-MANDAT.
      *-------------------
        MOVE MAN-IBAN               TO CSCAMAN-S-IBAN
        MOVE MAN-BIC                TO CSCAMAN-S-BIC
        MOVE MAN-RUM                TO CSCAMAN-S-RUM
        MOVE MAN-DATE-SIGNATURE     TO CSCAMAN-S-DATE-SIGNATURE
        MOVE MAN-STATUT             TO CSCAMAN-S-STATUT
        MOVE MAN-AGENT              TO CSCAMAN-S-AGENT
        MOVE MAN-DATE-MAJ           TO CSCAMAN-S-DATE-MAJ
        MOVE MAN-SEQUENCE           TO CSCAMAN-S-SEQUENCE
        MOVE MAN-MT-PRELEVE         TO CSCAMAN-S-MT-PRELEVE
        MOVE MAN-MOIS-DERNIER-PREL  TO CSCAMAN-S-MOIS-DERNIER-PREL
        MOVE MAN-NB-REJETS          TO CSCAMAN-S-NB-REJETS
        MOVE MAN-CD-DERNIER-REJET   TO CSCAMAN-S-CD-DERNIER-REJET
        MOVE MAN-DATE-DERNIER-REJET TO CSCAMAN-S-DATE-DERNIER-REJET
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
