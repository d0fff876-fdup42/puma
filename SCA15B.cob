       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA15B.
      ******************************************************************
      *                                                                *
      *        S C A 1 5 B  -  C O N T R O L E  D E                    *
      *                        V A R I A T I O N  N / N - 1            *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch contrôle, avant l'édition des avis d'appel  *
      * (cf SCA10B), la variation de la cotisation de chaque compte    *
      * d'une ANNEE / ORGANISME par rapport à l'année précédente, en   *
      * rapprochant compte par compte les lignes de la table des       *
      * résultats (cf V2RESFIP) de l'année N et de l'année N-1. Un     *
      * écart brutal trahit le plus souvent une 2042 chargée sur le    *
      * mauvais compte, une rubrique manquante ou un INDREG modifié.   *
      * Il produit dans le fichier ETATVAR la liste :                  *
      *   - des comptes dont la variation dépasse à la fois le seuil   *
      *     en pourcentage et le seuil en montant fournis en carte     *
      *     (hausse ou baisse) ;                                       *
      *   - des comptes nouveaux (résultat N sans résultat N-1) ;      *
      *   - des comptes disparus (résultat N-1 sans résultat N).       *
      * Sur demande (marquage "O" en carte), les comptes hors seuil    *
      * sont marqués "avis retenu" dans la table des résultats : leur  *
      * avis n'est pas édité par SCA10B tant qu'un agent ne les a pas  *
      * validés. La validation est fournie au passage suivant par les  *
      * cartes de revue du fichier REVUEVAR (compte + agent) ; un      *
      * compte validé n'est plus retenu, et un compte retenu revenu    *
      * dans les seuils (après correction) est libéré.                 *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN :                             *
      *       ANNEE (4) + ORGANISME (3) + SEUIL EN POURCENTAGE (3,     *
      *       défaut 050) + SEUIL EN MONTANT (9, en euros, défaut      *
      *       000000500) + MARQUAGE DES AVIS RETENUS (1, "O" = oui)    *
      *     Fichier des cartes de revue REVUEVAR (facultatif) : une    *
      *       carte par compte revu : COMPTE (9) + AGENT (8)           *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Etat des variations ETATVAR, marques de la table des       *
      *     résultats et compte rendu en sortie standard (SYSOUT).     *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610015 - 10/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (contrôle d'exhaustivité SCA11B terminé), sauf      *
      * forçage visé par un agent en carte SYSIN, tracé comme tel.     *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
       CONFIGURATION       SECTION.
       SOURCE-COMPUTER.
U                          UNIX.
       OBJECT-COMPUTER.
U                          UNIX.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PARMFILE    ASSIGN  TO      SYSIN
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  REVFILE     ASSIGN  TO      REVUEVAR
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  ETATFILE    ASSIGN  TO      ETATVAR
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  PARM-ORG            PICTURE         9(03).
           05  PARM-SEUIL-PCT      PICTURE         9(03).
           05  PARM-SEUIL-MT       PICTURE         9(09).
           05  PARM-MARQUAGE       PICTURE         X(01).
               88  MARQUAGE-DEMANDE                VALUE "O".
           05  FILLER              PICTURE         X(40).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
      *****************************************************************
      * CARTES DE REVUE : UN COMPTE RETENU VALIDE PAR UN AGENT         *
      *****************************************************************
       FD  REVFILE
           RECORDING MODE F.
       01  REV-CARTE.
           05  REV-NO-CPT-INT      PICTURE         9(09).
           05  REV-AGENT           PICTURE         X(08).
           05  FILLER              PICTURE         X(63).
      *
      *****************************************************************
      * ETAT DES VARIATIONS PRET A IMPRIMER (UNE LIGNE DE 80)          *
      *****************************************************************
       FD  ETATFILE
           RECORDING MODE F.
       01  ETA-LIGNE               PICTURE         X(80).
      *
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * COMPTEURS DU COMPTE RENDU                                      *
      *****************************************************************
       01  W-TOTAUX.
           05  W-NB-COMPTES-N      PICTURE         9(07)       COMP.
           05  W-NB-COMPTES-N1     PICTURE         9(07)       COMP.
           05  W-NB-HORS-SEUIL     PICTURE         9(07)       COMP.
           05  W-NB-HAUSSES        PICTURE         9(07)       COMP.
           05  W-NB-BAISSES        PICTURE         9(07)       COMP.
           05  W-NB-NOUVEAUX       PICTURE         9(07)       COMP.
           05  W-NB-DISPARUS       PICTURE         9(07)       COMP.
           05  W-NB-RETENUS        PICTURE         9(07)       COMP.
           05  W-NB-DEJA-RETENUS   PICTURE         9(07)       COMP.
           05  W-NB-DEJA-VALIDES   PICTURE         9(07)       COMP.
           05  W-NB-LIBERES        PICTURE         9(07)       COMP.
           05  W-NB-CARTES-REVUE   PICTURE         9(07)       COMP.
           05  W-NB-REVUES-OK      PICTURE         9(07)       COMP.
           05  W-NB-REVUES-REJ     PICTURE         9(07)       COMP.
      *
       01  W-DIVERS.
           05  W-FIN-PARM          PICTURE         9(01)       VALUE 0.
               88  FIN-PARM                        VALUE 1.
           05  W-FIN-REVUE         PICTURE         9(01)       VALUE 0.
               88  FIN-REVUE                       VALUE 1.
           05  W-RES-EXISTE        PICTURE         9(01).
               88  RESULTAT-EXISTE                 VALUE 1.
           05  W-HORS-SEUIL        PICTURE         9(01).
               88  VARIATION-HORS-SEUIL            VALUE 1.
           05  W-A-REECRIRE        PICTURE         9(01).
               88  RESULTAT-A-REECRIRE             VALUE 1.
           05  W-ANNEE-PREC        PICTURE         9(04).
           05  W-ANNEE-LUE         PICTURE         9(04).
           05  W-CPT-CONTROLE      PICTURE         9(09).
           05  W-DATE-JOUR         PICTURE         9(08).
      *
      *****************************************************************
      * Seuils de variation (carte SYSIN, valeurs par défaut si zéro   *
      * ou non numérique) et variation du compte contrôlé. Un compte   *
      * est hors seuil si l'écart absolu atteint le seuil en montant   *
      * ET si l'écart relatif atteint le seuil en pourcentage (une     *
      * cotisation N-1 nulle vaut écart relatif infini).               *
      *****************************************************************
       01  W-VARIATION.
           05  W-SEUIL-PCT         PICTURE         9(03).
           05  W-SEUIL-PCT-DEFAUT  PICTURE         9(03)
                                   VALUE           050.
           05  W-SEUIL-MT          PICTURE         9(09).
           05  W-SEUIL-MT-DEFAUT   PICTURE         9(09)
                                   VALUE           000000500.
           05  W-MT-COT-N          PICTURE         S9(15).
           05  W-MT-COT-N1         PICTURE         S9(15).
           05  W-ECART             PICTURE         S9(15).
           05  W-ECART-ABS         PICTURE         S9(15).
           05  W-PCT-VAR           PICTURE         S9(09)V9.
           05  W-PCT-ABS           PICTURE         S9(09)V9.
      *        --- plafond de l'écart relatif édité                  ---
           05  W-PCT-MAX-EDITE     PICTURE         S9(09)V9
                                   VALUE           99999.9.
      *
      *****************************************************************
      * LIGNES DE L'ETAT DES VARIATIONS                                *
      *****************************************************************
       01  W-LIGNE-SEP.
           05  FILLER              PICTURE         X(80)
                                   VALUE  ALL "=".
      *
       01  W-LIGNE-TITRE.
           05  FILLER              PICTURE         X(38)
                 VALUE  "CONTROLE DE VARIATION N / N-1  ANNEE ".
           05  W-TIT-ANNEE         PICTURE         9(04).
           05  FILLER              PICTURE         X(12)
                                   VALUE  "  ORGANISME ".
           05  W-TIT-ORG           PICTURE         9(03).
           05  FILLER              PICTURE         X(23)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-SEUILS.
           05  FILLER              PICTURE         X(08)
                                   VALUE  "SEUILS :".
           05  W-TIT-SEUIL-PCT     PICTURE         ZZ9.
           05  FILLER              PICTURE         X(07)
                                   VALUE  " % ET  ".
           05  W-TIT-SEUIL-MT      PICTURE         Z(08)9.
           05  FILLER              PICTURE         X(08)
                                   VALUE  " EUROS  ".
           05  W-TIT-MARQUAGE      PICTURE         X(26).
           05  FILLER              PICTURE         X(19)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ENTETE.
           05  FILLER              PICTURE         X(10)
                                   VALUE  "COMPTE".
           05  FILLER              PICTURE         X(09)
                                   VALUE  "NATURE".
           05  FILLER              PICTURE         X(12)
                                   VALUE  " COTIS. N-1".
           05  FILLER              PICTURE         X(12)
                                   VALUE  "   COTIS. N".
           05  FILLER              PICTURE         X(12)
                                   VALUE  "      ECART".
           05  FILLER              PICTURE         X(09)
                                   VALUE  "   VAR %".
           05  FILLER              PICTURE         X(16)
                                   VALUE  "STATUT AVIS".
      *
       01  W-LIGNE-DETAIL.
           05  W-ETA-NO-CPT        PICTURE         9(09).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETA-NATURE        PICTURE         X(08).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETA-MT-N1         PICTURE         -(10)9.
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETA-MT-N          PICTURE         -(10)9.
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETA-ECART         PICTURE         -(10)9.
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETA-PCT           PICTURE         -(5)9.9.
           05  W-ETA-PCT-X         REDEFINES       W-ETA-PCT
                                   PICTURE         X(08).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETA-STATUT        PICTURE         X(16).
      *
       01  W-LIB-VALIDE.
           05  FILLER              PICTURE         X(07)
                                   VALUE  "VALIDE ".
           05  W-LIB-VALIDE-AGENT  PICTURE         X(08).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
      *
      *****************************************************************
      * Sauvegarde du contexte de balayage RESFIP (zone V2TOTAL +      *
      * dernier enregistrement lu) pendant les accès XBASE intercalés, *
      * comme dans SCA19B, et de la ligne de résultat balayée pendant  *
      * la lecture de la ligne de l'autre année.                       *
      *****************************************************************
       01  W-SAUVE-SCAN.
           05  W-SAUVE-V2TOTAL     PICTURE         X(77).
           05  W-SAUVE-TOT-AREA    PICTURE         X(400).
      *
       01  W-SAUVE-RES             PICTURE         X(400).
      *
      *****************************************************************
      * Clé de recherche RESFIP (ANNEE/ORGANISME), cadrée de zéros sur *
      * la largeur exacte de TOT-KEY-ASS/TOT-KEY, comme dans SCA19B.   *
      *****************************************************************
       01  W-CLE-RES.
           05  W-CLE-RES-ANNEE     PICTURE         9(09).
           05  W-CLE-RES-ORG       PICTURE         9(04).
      *
      *****************************************************************
      * COPY des constantes:                                          *
      *****************************************************************
           COPY    CCONST.
      *
      *****************************************************************
      * COPY table des résultats du calcul (montants appelés)         *
      *****************************************************************
           COPY    V2RESFIP.
      *
      *****************************************************************
      * COPY XBASE                                                    *
      *****************************************************************
           COPY    V2TOTAL.
           05  TOT-AREA            PICTURE         X(400)
                                   VALUE           SPACE.
      *
      *
      *****************************************************************
      * MTX - 10/2026 - COPY interface du sous-programme de           *
      * pilotage de campagne SPIL01                                   *
      *****************************************************************
           COPY    CPIL01.
           COPY    DTFLIEN.
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
        PERFORM   INITIALISATION
      *
        PERFORM   LECTURE-PARM
      *
      * MTX - 10/2026 - contrôle des préalables de l'étape et marque
      * "en cours" dans le pilotage de la campagne (cf SPIL01)
        IF NOT FIN-PARM
           PERFORM   DEBUT-ETAPE-CAMPAGNE
        END-IF
      *
        IF  NOT FIN-PARM
        AND CPIL01-ETAPE-AUTORISEE
      *    Validations des agents sur les comptes retenus au passage
      *    précédent, avant le nouveau contrôle
           PERFORM   TRAITEMENT-REVUES
      *
           OPEN    OUTPUT  ETATFILE
           PERFORM   EDITION-ENTETE
      *
      *    Premier balayage : population N, comparée à N-1
           MOVE PARM-ANNEE TO W-ANNEE-LUE
           PERFORM   PREP-LECTURE-RES-BATCH
           PERFORM   LECTURE-RES-BATCH
           PERFORM UNTIL TOT-STAT  = "MRNF"
                      OR TOT-REFER = "END."
              PERFORM   CONTROLER-COMPTE-N
              PERFORM   LECTURE-RES-BATCH
           END-PERFORM
      *
      *    Second balayage : population N-1, comptes disparus en N
           MOVE W-ANNEE-PREC TO W-ANNEE-LUE
           PERFORM   PREP-LECTURE-RES-BATCH
           PERFORM   LECTURE-RES-BATCH
           PERFORM UNTIL TOT-STAT  = "MRNF"
                      OR TOT-REFER = "END."
              PERFORM   CONTROLER-COMPTE-N1
              PERFORM   LECTURE-RES-BATCH
           END-PERFORM
      *
           CLOSE   ETATFILE
        END-IF
      *
        PERFORM   EDITION-COMPTE-RENDU
      *
      * MTX - 10/2026 - fin d'étape enregistrée dans le pilotage
        IF  NOT FIN-PARM
        AND CPIL01-ETAPE-AUTORISEE
           PERFORM   FIN-ETAPE-CAMPAGNE
        END-IF
      *
        STOP RUN
        .
      *****************************************************************
      * Initialisation des compteurs du compte rendu                   *
      *****************************************************************
       INITIALISATION.
      *---------------
        INITIALIZE W-TOTAUX
        ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
        .
      *****************************************************************
      * Lecture de la carte paramètre en SYSIN : ANNEE / ORGANISME /   *
      * seuil en pourcentage (défaut 050) / seuil en montant (défaut   *
      * 500 euros) / marquage des avis retenus.                        *
      *****************************************************************
       LECTURE-PARM.
      *-------------
        OPEN    INPUT   PARMFILE
        READ    PARMFILE
           AT END
              SET FIN-PARM TO TRUE
        END-READ
        CLOSE   PARMFILE
      *
        IF NOT FIN-PARM
           COMPUTE W-ANNEE-PREC = PARM-ANNEE - 1
           IF PARM-SEUIL-PCT NUMERIC
           AND PARM-SEUIL-PCT > 0
              MOVE PARM-SEUIL-PCT TO W-SEUIL-PCT
           ELSE
              MOVE W-SEUIL-PCT-DEFAUT
                                  TO W-SEUIL-PCT
           END-IF
           IF PARM-SEUIL-MT NUMERIC
           AND PARM-SEUIL-MT > 0
              MOVE PARM-SEUIL-MT  TO W-SEUIL-MT
           ELSE
              MOVE W-SEUIL-MT-DEFAUT
                                  TO W-SEUIL-MT
           END-IF
        END-IF
        .
      *****************************************************************
      * Traitement des cartes de revue : chaque compte retenu revu par *
      * un agent est marqué validé (agent et date) ; une carte sur un  *
      * compte non retenu ou mal formée est signalée et ignorée.       *
      *****************************************************************
       TRAITEMENT-REVUES.
      *------------------
        OPEN    INPUT   REVFILE
        PERFORM   LECTURE-REVUE
        PERFORM UNTIL FIN-REVUE
           PERFORM   TRAITER-CARTE-REVUE
           PERFORM   LECTURE-REVUE
        END-PERFORM
        CLOSE   REVFILE
        .
      *****************************************************************
      * Lecture d'une carte de revue                                   *
      *****************************************************************
       LECTURE-REVUE.
      *--------------
        READ    REVFILE
           AT END
              SET FIN-REVUE TO TRUE
        END-READ
        .
      *****************************************************************
      * Validation d'un compte retenu par l'agent de la carte.         *
      *****************************************************************
       TRAITER-CARTE-REVUE.
      *--------------------
        ADD 1 TO W-NB-CARTES-REVUE
        MOVE 0 TO W-RES-EXISTE
      *
        IF  REV-NO-CPT-INT NUMERIC
        AND REV-AGENT NOT = SPACE
           MOVE REV-NO-CPT-INT  TO W-CPT-CONTROLE
           MOVE PARM-ANNEE      TO W-ANNEE-LUE
           PERFORM   RECHERCHE-RESULTAT
        END-IF
      *
        IF  RESULTAT-EXISTE
        AND RES-ORG = PARM-ORG
        AND RES-AVIS-RETENU
           SET RES-AVIS-VALIDE  TO TRUE
           MOVE REV-AGENT       TO RES-CTL-VAR-AGENT
           MOVE W-DATE-JOUR     TO RES-CTL-VAR-DATE
           PERFORM   REECRITURE-RESULTAT
           ADD 1 TO W-NB-REVUES-OK
        ELSE
           ADD 1 TO W-NB-REVUES-REJ
           DISPLAY "SCA15B - CARTE DE REVUE " REV-CARTE (1:17)
                   " : COMPTE NON RETENU - CARTE IGNOREE"
        END-IF
        .
      *****************************************************************
      * INITIALISATION DU BALAYAGE DE LA TABLE DES RESULTATS POUR LA   *
      * POPULATION D'UNE ANNEE (N ou N-1, cf W-ANNEE-LUE) /            *
      * ORGANISME (comme dans SCA01B)                                  *
      *****************************************************************
       PREP-LECTURE-RES-BATCH.
      *-----------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE W-ANNEE-LUE        TO W-CLE-RES-ANNEE
        MOVE PARM-ORG           TO W-CLE-RES-ORG
        MOVE W-CLE-RES-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-RES-ORG      TO TOT-KEY
        .
      *****************************************************************
      * LECTURE SEQUENTIELLE DE LA TABLE DES RESULTATS (INDEX          *
      * ANNEE/ORGANISME), COMME LECTURE-RES-BATCH DANS SCA01B.         *
      *****************************************************************
       LECTURE-RES-BATCH.
      *------------------
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS.
        MOVE "ORG-CLE"          TO TOT-PRP.
        MOVE "V"                TO TOT-SENS.
        MOVE "RESFIP"           TO TOT-FILE.
        MOVE "READS"            TO TOT-FUNC.
        MOVE "S"                TO TOT-AIG-X.
        MOVE SPACE              TO TOT-LIKE.
        MOVE "MRNF"             TO TOT-STAT1.
        MOVE "RLSE"             TO TOT-ENDP.
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA           TO V2RESFIP
        END-IF
        .
      *****************************************************************
      * Contrôle d'un compte de la population N : recherche de son     *
      * résultat N-1 (quel que soit l'organisme, un compte muté        *
      * n'étant ni nouveau ni disparu), calcul de la variation,        *
      * édition des comptes nouveaux et hors seuil, et marquage de     *
      * l'avis si demandé.                                             *
      *****************************************************************
       CONTROLER-COMPTE-N.
      *-------------------
        ADD 1                    TO W-NB-COMPTES-N
        MOVE RES-NO-CPT-INT      TO W-CPT-CONTROLE
        MOVE RES-MT-COT          TO W-MT-COT-N
      *
      * Sauvegarde du contexte de balayage et de la ligne N pendant la
      * lecture unitaire de la ligne N-1 (même zone V2TOTAL)
        MOVE V2TOTAL             TO W-SAUVE-V2TOTAL
        MOVE TOT-AREA            TO W-SAUVE-TOT-AREA
        MOVE V2RESFIP            TO W-SAUVE-RES
      *
        MOVE W-ANNEE-PREC        TO W-ANNEE-LUE
        PERFORM   RECHERCHE-RESULTAT
        MOVE 0                   TO W-MT-COT-N1
        IF RESULTAT-EXISTE
           MOVE RES-MT-COT       TO W-MT-COT-N1
        END-IF
        MOVE W-SAUVE-RES         TO V2RESFIP
      *
        IF NOT RESULTAT-EXISTE
           ADD 1                 TO W-NB-NOUVEAUX
           PERFORM   EDITION-COMPTE-NOUVEAU
        ELSE
           PERFORM   CALCUL-VARIATION
           PERFORM   MARQUAGE-AVIS
           IF VARIATION-HORS-SEUIL
              PERFORM   EDITION-COMPTE-HORS-SEUIL
           END-IF
        END-IF
      *
      * Restauration du contexte de balayage de la population
        MOVE W-SAUVE-V2TOTAL     TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA    TO TOT-AREA
        .
      *****************************************************************
      * Variation N / N-1 de la cotisation appelée et confrontation    *
      * aux deux seuils.                                               *
      *****************************************************************
       CALCUL-VARIATION.
      *-----------------
        MOVE 0 TO W-HORS-SEUIL
        COMPUTE W-ECART = W-MT-COT-N - W-MT-COT-N1
        IF W-ECART < 0
           COMPUTE W-ECART-ABS = 0 - W-ECART
        ELSE
           MOVE W-ECART          TO W-ECART-ABS
        END-IF
      *
        IF W-MT-COT-N1 NOT = 0
           COMPUTE W-PCT-VAR ROUNDED = W-ECART * 100 / W-MT-COT-N1
           IF W-PCT-VAR < 0
              COMPUTE W-PCT-ABS = 0 - W-PCT-VAR
           ELSE
              MOVE W-PCT-VAR     TO W-PCT-ABS
           END-IF
        END-IF
      *
        IF W-ECART-ABS NOT < W-SEUIL-MT
           IF W-MT-COT-N1 = 0
           OR W-PCT-ABS NOT < W-SEUIL-PCT
              SET VARIATION-HORS-SEUIL TO TRUE
              ADD 1              TO W-NB-HORS-SEUIL
              IF W-ECART > 0
                 ADD 1           TO W-NB-HAUSSES
              ELSE
                 ADD 1           TO W-NB-BAISSES
              END-IF
           END-IF
        END-IF
        .
      *****************************************************************
      * Marquage de l'avis du compte contrôlé, si demandé en carte :   *
      * un compte hors seuil non encore revu est retenu ; un compte    *
      * retenu revenu dans les seuils est libéré. Un compte déjà       *
      * validé par un agent n'est plus retenu.                         *
      *****************************************************************
       MARQUAGE-AVIS.
      *--------------
        MOVE 0 TO W-A-REECRIRE
        MOVE SPACE               TO W-ETA-STATUT
      *
        IF MARQUAGE-DEMANDE
           EVALUATE TRUE
              WHEN VARIATION-HORS-SEUIL AND RES-AVIS-VALIDE
                 ADD 1           TO W-NB-DEJA-VALIDES
                 MOVE RES-CTL-VAR-AGENT TO W-LIB-VALIDE-AGENT
                 MOVE W-LIB-VALIDE      TO W-ETA-STATUT
              WHEN VARIATION-HORS-SEUIL AND RES-AVIS-RETENU
                 ADD 1           TO W-NB-DEJA-RETENUS
                 MOVE "AVIS RETENU"     TO W-ETA-STATUT
              WHEN VARIATION-HORS-SEUIL
                 ADD 1           TO W-NB-RETENUS
                 SET RES-AVIS-RETENU    TO TRUE
                 MOVE SPACE             TO RES-CTL-VAR-AGENT
                 MOVE W-DATE-JOUR       TO RES-CTL-VAR-DATE
                 SET RESULTAT-A-REECRIRE TO TRUE
                 MOVE "AVIS RETENU"     TO W-ETA-STATUT
              WHEN RES-AVIS-RETENU
                 ADD 1           TO W-NB-LIBERES
                 MOVE SPACE             TO RES-CTL-VAR
                                           RES-CTL-VAR-AGENT
                 MOVE W-DATE-JOUR       TO RES-CTL-VAR-DATE
                 SET RESULTAT-A-REECRIRE TO TRUE
                 DISPLAY "SCA15B - COMPTE " W-CPT-CONTROLE
                         " : REVENU DANS LES SEUILS - AVIS LIBERE"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
        END-IF
      *
        IF RESULTAT-A-REECRIRE
           PERFORM   REECRITURE-RESULTAT
        END-IF
        .
      *****************************************************************
      * Contrôle d'un compte de la population N-1 : sans résultat N    *
      * (quel que soit l'organisme), il est disparu.                   *
      *****************************************************************
       CONTROLER-COMPTE-N1.
      *--------------------
        ADD 1                    TO W-NB-COMPTES-N1
        MOVE RES-NO-CPT-INT      TO W-CPT-CONTROLE
        MOVE RES-MT-COT          TO W-MT-COT-N1
      *
        MOVE V2TOTAL             TO W-SAUVE-V2TOTAL
        MOVE TOT-AREA            TO W-SAUVE-TOT-AREA
      *
        MOVE PARM-ANNEE          TO W-ANNEE-LUE
        PERFORM   RECHERCHE-RESULTAT
        IF NOT RESULTAT-EXISTE
           ADD 1                 TO W-NB-DISPARUS
           PERFORM   EDITION-COMPTE-DISPARU
        END-IF
      *
        MOVE W-SAUVE-V2TOTAL     TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA    TO TOT-AREA
        .
      *****************************************************************
      * Recherche de la ligne de résultat du compte contrôlé pour      *
      * l'année W-ANNEE-LUE (lecture par clé compte/année, comme       *
      * RECHERCHE-RESULTAT dans SCA19B).                               *
      *****************************************************************
       RECHERCHE-RESULTAT.
      *-------------------
        MOVE 0                  TO W-RES-EXISTE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE W-CPT-CONTROLE     TO TOT-KEY-ASS
        MOVE W-ANNEE-LUE        TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "RESFIP"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2RESFIP
           SET RESULTAT-EXISTE  TO TRUE
        END-IF
        .
      *****************************************************************
      * Réécriture de la ligne de résultat avec la marque de contrôle  *
      * (comme REECRITURE-RESULTAT dans SCA08B).                       *
      *****************************************************************
       REECRITURE-RESULTAT.
      *--------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE RES-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE RES-ANNEE          TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE V2RESFIP           TO TOT-AREA
        MOVE "RESFIP"           TO TOT-FILE
        MOVE "REWRITE"          TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * En-tête de l'état des variations                               *
      *****************************************************************
       EDITION-ENTETE.
      *---------------
        MOVE PARM-ANNEE          TO W-TIT-ANNEE
        MOVE PARM-ORG            TO W-TIT-ORG
        MOVE W-SEUIL-PCT         TO W-TIT-SEUIL-PCT
        MOVE W-SEUIL-MT          TO W-TIT-SEUIL-MT
        IF MARQUAGE-DEMANDE
           MOVE "(MARQUAGE DES AVIS RETENUS)" TO W-TIT-MARQUAGE
        ELSE
           MOVE "(SANS MARQUAGE)"            TO W-TIT-MARQUAGE
        END-IF
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        WRITE ETA-LIGNE FROM W-LIGNE-TITRE
        WRITE ETA-LIGNE FROM W-LIGNE-SEUILS
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        WRITE ETA-LIGNE FROM W-LIGNE-ENTETE
        .
      *****************************************************************
      * Ligne d'un compte hors seuil (hausse ou baisse)                *
      *****************************************************************
       EDITION-COMPTE-HORS-SEUIL.
      *--------------------------
        MOVE W-CPT-CONTROLE      TO W-ETA-NO-CPT
        IF W-ECART > 0
           MOVE "HAUSSE"         TO W-ETA-NATURE
        ELSE
           MOVE "BAISSE"         TO W-ETA-NATURE
        END-IF
        MOVE W-MT-COT-N1         TO W-ETA-MT-N1
        MOVE W-MT-COT-N          TO W-ETA-MT-N
        MOVE W-ECART             TO W-ETA-ECART
        IF W-MT-COT-N1 = 0
           MOVE SPACE            TO W-ETA-PCT-X
        ELSE
           IF W-PCT-VAR > W-PCT-MAX-EDITE
              MOVE W-PCT-MAX-EDITE TO W-ETA-PCT
           ELSE
              MOVE W-PCT-VAR     TO W-ETA-PCT
           END-IF
        END-IF
        WRITE ETA-LIGNE FROM W-LIGNE-DETAIL
        .
      *****************************************************************
      * Ligne d'un compte nouveau (résultat N sans résultat N-1)       *
      *****************************************************************
       EDITION-COMPTE-NOUVEAU.
      *-----------------------
        MOVE W-CPT-CONTROLE      TO W-ETA-NO-CPT
        MOVE "NOUVEAU"           TO W-ETA-NATURE
        MOVE 0                   TO W-ETA-MT-N1
        MOVE W-MT-COT-N          TO W-ETA-MT-N
        MOVE W-MT-COT-N          TO W-ETA-ECART
        MOVE SPACE               TO W-ETA-PCT-X
        MOVE SPACE               TO W-ETA-STATUT
        WRITE ETA-LIGNE FROM W-LIGNE-DETAIL
        .
      *****************************************************************
      * Ligne d'un compte disparu (résultat N-1 sans résultat N)       *
      *****************************************************************
       EDITION-COMPTE-DISPARU.
      *-----------------------
        MOVE W-CPT-CONTROLE      TO W-ETA-NO-CPT
        MOVE "DISPARU"           TO W-ETA-NATURE
        MOVE W-MT-COT-N1         TO W-ETA-MT-N1
        MOVE 0                   TO W-ETA-MT-N
        COMPUTE W-ETA-ECART      = 0 - W-MT-COT-N1
        MOVE SPACE               TO W-ETA-PCT-X
        MOVE SPACE               TO W-ETA-STATUT
        WRITE ETA-LIGNE FROM W-LIGNE-DETAIL
        .
      *****************************************************************
      * MTX - 10/2026 - Début d'étape de campagne : contrôle des       *
      * préalables par le sous-programme de pilotage SPIL01 (cf        *
      * V2CAMPAG). L'étape est refusée si un préalable n'est pas       *
      * satisfait, sauf forçage visé en carte SYSIN.                   *
      *****************************************************************
       DEBUT-ETAPE-CAMPAGNE.
      *---------------------
        INITIALIZE WSS-CPIL01
        SET CPIL01-DEBUT-ETAPE  TO TRUE
        MOVE "SCA15B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si avis retenus ;      *
      * compteurs : comptes N / avis retenus.                          *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-RETENUS > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-COMPTES-N     TO CPIL01-E-NB-1
        MOVE W-NB-RETENUS       TO CPIL01-E-NB-2
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Appel du sous-programme de pilotage SPIL01     *
      *****************************************************************
       APPEL-SPIL01.
      *-------------
        CALL    "SPIL01"    USING   WSS-CPIL01
                                     DTFLNK
                                     DTFINP
                                     DTFWRK
                                     DTFCOM
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
      *****************************************************************
      * Edition du compte rendu                                        *
      *****************************************************************
       EDITION-COMPTE-RENDU.
      *---------------------
        DISPLAY "===================================================="
        DISPLAY "  SCA15B - CONTROLE DE VARIATION N / N-1"
        DISPLAY "  ANNEE : " PARM-ANNEE  "   ORGANISME : " PARM-ORG
        DISPLAY "  SEUILS : " W-SEUIL-PCT " %  ET  " W-SEUIL-MT
                " EUROS   MARQUAGE : " PARM-MARQUAGE
        DISPLAY "===================================================="
        DISPLAY "  CARTES DE REVUE LUES           : " W-NB-CARTES-REVUE
        DISPLAY "  DONT AVIS VALIDES PAR AGENT    : " W-NB-REVUES-OK
        DISPLAY "  DONT CARTES IGNOREES           : " W-NB-REVUES-REJ
        DISPLAY "  COMPTES DE L'ANNEE N           : " W-NB-COMPTES-N
        DISPLAY "  COMPTES DE L'ANNEE N-1         : " W-NB-COMPTES-N1
        DISPLAY "  VARIATIONS HORS SEUIL          : " W-NB-HORS-SEUIL
        DISPLAY "  DONT HAUSSES                   : " W-NB-HAUSSES
        DISPLAY "  DONT BAISSES                   : " W-NB-BAISSES
        DISPLAY "  COMPTES NOUVEAUX               : " W-NB-NOUVEAUX
        DISPLAY "  COMPTES DISPARUS               : " W-NB-DISPARUS
        DISPLAY "  AVIS RETENUS CE PASSAGE        : " W-NB-RETENUS
        DISPLAY "  AVIS DEJA RETENUS              : " W-NB-DEJA-RETENUS
        DISPLAY "  AVIS DEJA VALIDES PAR AGENT    : " W-NB-DEJA-VALIDES
        DISPLAY "  AVIS LIBERES (DANS LES SEUILS) : " W-NB-LIBERES
        DISPLAY "===================================================="
        .
