       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SPIL01.
      ******************************************************************
      *                                                                *
      *        S P I L 0 1  -  P I L O T A G E                         *
      *                        D E S  C A M P A G N E S                *
      *        C A L C U L  REV / ASS / COT  -  P U M A                *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Ce sous-programme tient la table de pilotage des campagnes     *
      * (cf V2CAMPAG) pour les batchs de la chaîne. Chaque étape       *
      * l'appelle deux fois pour son ANNEE / ORGANISME :               *
      *   - en début d'étape ("D") : contrôle des préalables de        *
      *     l'étape (cf table des étapes CPILETP) ; si un préalable    *
      *     n'est pas satisfait, l'étape est refusée, sauf forçage     *
      *     demandé en carte SYSIN avec le visa d'un agent : le        *
      *     forçage est alors tracé sur l'étape et dans la ligne de    *
      *     campagne. Une étape autorisée est marquée "en cours" ;     *
      *   - en fin d'étape ("F") : l'étape est marquée "terminée"      *
      *     avec son code retour et ses deux compteurs clés.           *
      * Une étape restée "en cours" (fin non enregistrée, traitement   *
      * interrompu) bloque les étapes qui en dépendent jusqu'à ce      *
      * qu'elle soit relancée et terminée.                             *
      * Les messages de refus et de forçage sont édités en sortie      *
      * standard (SYSOUT) du batch appelant.                           *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Fonction, programme appelant, ANNEE / ORGANISME, forçage   *
      *     et agent (début d'étape), code retour et compteurs (fin    *
      *     d'étape) (cf copybook CPIL01).                             *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Code retour CPIL01-S-CDRET (00 autorisée, 04 autorisée par *
      *     forçage, 08 refusée, 12 étape inconnue) et motif du refus  *
      *     ou du forçage ; ligne de campagne écrite ou réécrite.      *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Création.
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
       01  W-DIVERS.
           05  W-DATE-JOUR         PICTURE         9(08).
      *        --- rang de l'étape appelante et du préalable      ---
      *        --- contrôlé                                       ---
           05  W-RANG              PICTURE         9(02).
           05  W-RANG-PREALABLE    PICTURE         9(02).
           05  W-GO-EXIGE          PICTURE         X(01).
           05  W-NB-REJETS         PICTURE         9(07)       COMP.
           05  W-CAMPAGNE          PICTURE         9(01)       VALUE 0.
               88  CAMPAGNE-EXISTE                 VALUE 1.
           05  W-RESULTAT          PICTURE         9(01)       VALUE 0.
               88  RESULTAT-PROVISOIRE             VALUE 1.
           05  W-MOTIF-REFUS       PICTURE         X(30).
      *
      *****************************************************************
      * LIBELLES DES MOTIFS DE REFUS                                   *
      *****************************************************************
       01  W-MOTIF-ETAPE.
           05  W-MOT-PROGRAMME     PICTURE         X(06).
           05  FILLER              PICTURE         X(01)
                                   VALUE           SPACE.
           05  W-MOT-ETAT          PICTURE         X(12).
           05  W-MOT-CD-RET        PICTURE         X(02).
           05  FILLER              PICTURE         X(09)
                                   VALUE           SPACE.
      *
       01  W-MOTIF-REJETS.
           05  FILLER              PICTURE         X(22)
                                   VALUE  "REJETS NON RECYCLES : ".
           05  W-MOT-NB-REJETS     PICTURE         9(07).
           05  FILLER              PICTURE         X(01)
                                   VALUE           SPACE.
      *
      *****************************************************************
      * Clé de la ligne de campagne et du balayage REJFIP              *
      * (ANNEE/ORGANISME), cadrée de zéros sur la largeur exacte de    *
      * TOT-KEY-ASS/TOT-KEY, comme dans SCA19B.                        *
      *****************************************************************
       01  W-CLE-CAM.
           05  W-CLE-CAM-ANNEE     PICTURE         9(09).
           05  W-CLE-CAM-ORG       PICTURE         9(04).
      *
      *****************************************************************
      * Sauvegarde du contexte de balayage REJFIP (zone V2TOTAL +      *
      * dernier enregistrement lu) pendant la lecture du résultat du   *
      * compte, comme dans SCA02B.                                     *
      *****************************************************************
       01  W-SAUVE-SCAN.
           05  W-SAUVE-V2TOTAL     PICTURE         X(77).
           05  W-SAUVE-TOT-AREA    PICTURE         X(400).
      *
      *****************************************************************
      * COPY table des étapes pilotées et de leurs préalables         *
      *****************************************************************
           COPY    CPILETP.
      *
      *****************************************************************
      * COPY table de pilotage des campagnes                          *
      *****************************************************************
           COPY    V2CAMPAG.
      *
      *****************************************************************
      * COPY table des rejets FISC (comptes écartés du calcul)        *
      *****************************************************************
           COPY    V2REJFIP.
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
       LINKAGE SECTION.
      *
      *****************************************************************
      *    INTERFACE DU SOUS PGM SPIL01                               *
      *****************************************************************
           COPY    CPIL01.
           COPY    DTFLIEN.
      *===============================================================
       PROCEDURE DIVISION USING WSS-CPIL01 DTFLNK
           DTFINP DTFWRK DTFCOM.
      *===============================================================
        ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
      *
        PERFORM   RECHERCHE-ETAPE
      *
        IF CPIL01-S-CDRET = 0
           PERFORM   LECTURE-CAMPAGNE
           IF CPIL01-DEBUT-ETAPE
              PERFORM   CONTROLE-PREALABLES
              IF CPIL01-ETAPE-AUTORISEE
                 PERFORM   MARQUE-DEBUT-ETAPE
              END-IF
           ELSE
              PERFORM   MARQUE-FIN-ETAPE
           END-IF
        END-IF
      *
        EXIT PROGRAM
        .
      *****************************************************************
      * Recherche du rang de l'étape appelante dans la table des       *
      * étapes pilotées.                                               *
      *****************************************************************
       RECHERCHE-ETAPE.
      *----------------
        MOVE 0                  TO CPIL01-S-CDRET
        MOVE SPACE              TO CPIL01-S-MOTIF
        MOVE 0                  TO W-RANG
        SET ETP-IX TO 1
        PERFORM UNTIL ETP-IX > ETP-NB-ETAPES
                   OR W-RANG > 0
           IF ETP-PROGRAMME (ETP-IX) = CPIL01-E-PROGRAMME
              SET W-RANG TO ETP-IX
           ELSE
              SET ETP-IX UP BY 1
           END-IF
        END-PERFORM
      *
        IF W-RANG = 0
           MOVE 12              TO CPIL01-S-CDRET
           MOVE "ETAPE INCONNUE DU PILOTAGE" TO CPIL01-S-MOTIF
           DISPLAY CPIL01-E-PROGRAMME " - " CPIL01-S-MOTIF
        END-IF
        .
      *****************************************************************
      * Lecture de la ligne de campagne de l'ANNEE / ORGANISME ; une   *
      * campagne sans ligne n'a encore lancé aucune étape.             *
      *****************************************************************
       LECTURE-CAMPAGNE.
      *-----------------
        MOVE 0                  TO W-CAMPAGNE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CPIL01-E-ANNEE     TO W-CLE-CAM-ANNEE
        MOVE CPIL01-E-ORG       TO W-CLE-CAM-ORG
        MOVE W-CLE-CAM-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-CAM-ORG      TO TOT-KEY
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS
        MOVE "ORG-CLE"          TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "CAMPAG"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2CAMPAG
           SET CAMPAGNE-EXISTE  TO TRUE
        ELSE
           MOVE SPACE           TO V2CAMPAG
           INITIALIZE V2CAMPAG
           MOVE CPIL01-E-ANNEE  TO CAM-ANNEE
           MOVE CPIL01-E-ORG    TO CAM-ORG
        END-IF
        .
      *****************************************************************
      * Contrôle des préalables de l'étape : étapes préalables         *
      * terminées (sans anomalie si exigé), puis, pour la purge, aucun *
      * rejet non recyclé. Le premier préalable non satisfait est      *
      * retenu comme motif ; l'étape est alors refusée, sauf forçage   *
      * en carte SYSIN avec le visa d'un agent.                        *
      *****************************************************************
       CONTROLE-PREALABLES.
      *--------------------
        MOVE SPACE              TO W-MOTIF-REFUS
      *
        IF ETP-PREALABLE-1 (W-RANG) > 0
           MOVE ETP-PREALABLE-1 (W-RANG) TO W-RANG-PREALABLE
           MOVE ETP-GO-1 (W-RANG)        TO W-GO-EXIGE
           PERFORM   CONTROLE-PREALABLE
        END-IF
      *
        IF  W-MOTIF-REFUS = SPACE
        AND ETP-PREALABLE-2 (W-RANG) > 0
           MOVE ETP-PREALABLE-2 (W-RANG) TO W-RANG-PREALABLE
           MOVE ETP-GO-2 (W-RANG)        TO W-GO-EXIGE
           PERFORM   CONTROLE-PREALABLE
        END-IF
      *
        IF  W-MOTIF-REFUS = SPACE
        AND ETP-CTL-REJETS (W-RANG)
           PERFORM   COMPTAGE-REJETS
           IF W-NB-REJETS > 0
              MOVE W-NB-REJETS  TO W-MOT-NB-REJETS
              MOVE W-MOTIF-REJETS TO W-MOTIF-REFUS
           END-IF
        END-IF
      *
        IF W-MOTIF-REFUS NOT = SPACE
           MOVE W-MOTIF-REFUS   TO CPIL01-S-MOTIF
           DISPLAY CPIL01-E-PROGRAMME " - PREALABLE NON SATISFAIT : "
                   W-MOTIF-REFUS
           IF  CPIL01-FORCAGE-DEMANDE
           AND CPIL01-E-AGENT NOT = SPACE
              MOVE 4            TO CPIL01-S-CDRET
              DISPLAY CPIL01-E-PROGRAMME " - DEMARRAGE FORCE PAR "
                      "CARTE SYSIN, VISA " CPIL01-E-AGENT
           ELSE
              MOVE 8            TO CPIL01-S-CDRET
              IF CPIL01-FORCAGE-DEMANDE
                 DISPLAY CPIL01-E-PROGRAMME " - FORCAGE SANS AGENT "
                         "VISEUR : NON PRIS EN COMPTE"
              END-IF
              DISPLAY CPIL01-E-PROGRAMME " - ETAPE REFUSEE POUR "
                      "ANNEE " CPIL01-E-ANNEE
                      " ORGANISME " CPIL01-E-ORG
           END-IF
        END-IF
        .
      *****************************************************************
      * Contrôle d'une étape préalable (rang W-RANG-PREALABLE) : elle  *
      * doit être terminée, et sans anomalie si W-GO-EXIGE vaut "G".   *
      *****************************************************************
       CONTROLE-PREALABLE.
      *-------------------
        MOVE ETP-PROGRAMME (W-RANG-PREALABLE) TO W-MOT-PROGRAMME
        MOVE SPACE              TO W-MOT-ETAT W-MOT-CD-RET
      *
        EVALUATE TRUE
           WHEN CAM-TERMINEE (W-RANG-PREALABLE)
              IF  W-GO-EXIGE = "G"
              AND CAM-CD-RET (W-RANG-PREALABLE) NOT = 0
                 MOVE "CODE RETOUR "              TO W-MOT-ETAT
                 MOVE CAM-CD-RET (W-RANG-PREALABLE)
                                                  TO W-MOT-CD-RET
                 MOVE W-MOTIF-ETAPE               TO W-MOTIF-REFUS
              END-IF
           WHEN CAM-EN-COURS (W-RANG-PREALABLE)
              MOVE "EN COURS"                     TO W-MOT-ETAT
              MOVE W-MOTIF-ETAPE                  TO W-MOTIF-REFUS
           WHEN OTHER
              MOVE "NON LANCEE"                   TO W-MOT-ETAT
              MOVE W-MOTIF-ETAPE                  TO W-MOTIF-REFUS
        END-EVALUATE
        .
      *****************************************************************
      * Comptage des rejets non recyclés restant en table pour         *
      * l'ANNEE / ORGANISME (balayage REJFIP, comme LECTURE-REJ-BATCH  *
      * dans SCA02B). Un rejet REJ-FVIDE déjà couvert par une taxation *
      * provisionnelle (ligne PROV-FVIDE en table des résultats, cf    *
      * SCA02B mode PROV) est conservé en table mais traité : il n'est *
      * pas compté.                                                    *
      *****************************************************************
       COMPTAGE-REJETS.
      *----------------
        MOVE 0                  TO W-NB-REJETS
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CPIL01-E-ANNEE     TO W-CLE-CAM-ANNEE
        MOVE CPIL01-E-ORG       TO W-CLE-CAM-ORG
        MOVE W-CLE-CAM-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-CAM-ORG      TO TOT-KEY
      *
        PERFORM   LECTURE-REJ-BATCH
        PERFORM UNTIL TOT-STAT  = "MRNF"
                   OR TOT-REFER = "END."
           MOVE TOT-AREA        TO V2REJFIP
           PERFORM   CONTROLE-RESULTAT-PROVISOIRE
           IF NOT RESULTAT-PROVISOIRE
              ADD 1 TO W-NB-REJETS
           END-IF
           PERFORM   LECTURE-REJ-BATCH
        END-PERFORM
        .
      *****************************************************************
      * Recherche de la ligne de résultat du compte rejeté pour        *
      * l'année (lecture clé compte/année, comme RECHERCHE-RESULTAT    *
      * dans SCA02B) et de son caractère provisionnel, avec sauvegarde *
      * du contexte de balayage REJFIP.                                *
      *****************************************************************
       CONTROLE-RESULTAT-PROVISOIRE.
      *-----------------------------
        MOVE 0                  TO W-RESULTAT
        MOVE V2TOTAL            TO W-SAUVE-V2TOTAL
        MOVE TOT-AREA           TO W-SAUVE-TOT-AREA
      *
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE REJ-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE REJ-ANNEE          TO TOT-KEY
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
           IF RES-TAXATION-PROV
              SET RESULTAT-PROVISOIRE TO TRUE
           END-IF
        END-IF
      *
      * Restauration du contexte de balayage REJFIP de la population
        MOVE W-SAUVE-V2TOTAL    TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA   TO TOT-AREA
        .
      *****************************************************************
      * LECTURE SEQUENTIELLE DE LA TABLE DES REJETS (INDEX             *
      * ANNEE/ORGANISME), COMME LECTURE-REJ-BATCH DANS SCA02B.         *
      *****************************************************************
       LECTURE-REJ-BATCH.
      *------------------
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS.
        MOVE "ORG-CLE"          TO TOT-PRP.
        MOVE "V"                TO TOT-SENS.
        MOVE "REJFIP"           TO TOT-FILE.
        MOVE "READS"            TO TOT-FUNC.
        MOVE "S"                TO TOT-AIG-X.
        MOVE SPACE              TO TOT-LIKE.
        MOVE "MRNF"             TO TOT-STAT1.
        MOVE "RLSE"             TO TOT-ENDP.
      *
        PERFORM     APPEL-XBASE
        .
      *****************************************************************
      * Début d'une étape autorisée : marque "en cours" et trace du    *
      * forçage éventuel.                                              *
      *****************************************************************
       MARQUE-DEBUT-ETAPE.
      *-------------------
        SET CAM-EN-COURS (W-RANG) TO TRUE
        MOVE W-DATE-JOUR        TO CAM-DATE (W-RANG)
        MOVE 0                  TO CAM-CD-RET (W-RANG)
                                   CAM-NB-1 (W-RANG)
                                   CAM-NB-2 (W-RANG)
        IF CPIL01-S-CDRET = 4
           SET CAM-ETAPE-FORCEE (W-RANG) TO TRUE
           MOVE CPIL01-E-PROGRAMME TO CAM-FOR-PROGRAMME
           MOVE W-DATE-JOUR        TO CAM-FOR-DATE
           MOVE CPIL01-E-AGENT     TO CAM-FOR-AGENT
           MOVE CPIL01-S-MOTIF     TO CAM-FOR-MOTIF
        ELSE
           MOVE SPACE              TO CAM-FORCE (W-RANG)
        END-IF
      *
        PERFORM   ECRITURE-CAMPAGNE
        .
      *****************************************************************
      * Fin d'une étape : marque "terminée", code retour et compteurs  *
      * clés. La marque de forçage posée au début est conservée.       *
      *****************************************************************
       MARQUE-FIN-ETAPE.
      *-----------------
        SET CAM-TERMINEE (W-RANG) TO TRUE
        MOVE W-DATE-JOUR        TO CAM-DATE (W-RANG)
        MOVE CPIL01-E-CDRET     TO CAM-CD-RET (W-RANG)
        MOVE CPIL01-E-NB-1      TO CAM-NB-1 (W-RANG)
        MOVE CPIL01-E-NB-2      TO CAM-NB-2 (W-RANG)
      *
        PERFORM   ECRITURE-CAMPAGNE
        .
      *****************************************************************
      * Ecriture (première étape de la campagne) ou réécriture de la   *
      * ligne de campagne, par clé ANNEE / ORGANISME comme la mise à   *
      * jour des taux dans SCA05B.                                     *
      *****************************************************************
       ECRITURE-CAMPAGNE.
      *------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE CPIL01-E-ANNEE     TO W-CLE-CAM-ANNEE
        MOVE CPIL01-E-ORG       TO W-CLE-CAM-ORG
        MOVE W-CLE-CAM-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-CAM-ORG      TO TOT-KEY
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS
        MOVE "ORG-CLE"          TO TOT-PRP
        MOVE V2CAMPAG           TO TOT-AREA
        MOVE "CAMPAG"           TO TOT-FILE
        IF CAMPAGNE-EXISTE
           MOVE "REWRITE"       TO TOT-FUNC
        ELSE
           MOVE "WRITES"        TO TOT-FUNC
        END-IF
        PERFORM APPEL-XBASE
        SET CAMPAGNE-EXISTE     TO TRUE
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
