       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA21B.
      ******************************************************************
      *                                                                *
      *        S C A 2 1 B  -  S T A T I S T I Q U E                   *
      *                        A N N U E L L E                         *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch établit, pour une ANNEE et la liste des     *
      * organismes fournie en SYSIN, la statistique annuelle de la     *
      * campagne destinée à la tutelle, par organisme puis au niveau   *
      * national. Il balaie les résultats (cf V2RESFIP) et les rejets  *
      * (cf V2REJFIP) organisme par organisme (balayage ANNEE /        *
      * ORGANISME, cf SCA09B) et ventile le nombre de comptes, de      *
      * cotisants (cotisation appelée non nulle), l'assiette et les    *
      * cotisations appelées :                                         *
      *   - par indicateur de régime (RES-INDREG) ;                    *
      *   - par nombre de déclarants du foyer (RES-NBPLDE) ;           *
      *   - par tranche de revenu AR du foyer exprimée en multiples    *
      *     du PASS appliqué au compte (RES-MT-REV-AR / RES-MT-PASS) ; *
      *   - par motif d'exonération : revenu de remplacement, seuils   *
      *     de revenu AR / SP (comptes écartés du calcul, comptés      *
      *     dans la table des rejets par leur motif mnémonique         *
      *     REJ-CD-REJET), assiette nulle, exonération manuelle de la  *
      *     caisse (EXO-MAN) totale ou partielle.                      *
      * Les caractéristiques sont "non renseignées" pour une taxation  *
      * provisionnelle et pour les lignes antérieures à leur           *
      * conservation. Une ligne de résultat ramenée à zéro après un    *
      * recalcul rejeté n'est pas un résultat : elle est écartée, son  *
      * rejet étant compté dans la table des rejets.                   *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Cartes paramètre lues en SYSIN :                           *
      *       carte 1 : ANNEE (4)                                      *
      *       cartes suivantes : un ORGANISME (3) par carte            *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Etat statistique ETATSTA, extrait délimité EXTSTA (une     *
      *     ligne d'en-tête puis une ligne par organisme, axe et       *
      *     modalité, champs séparés par ";", organisme "NAT" pour le  *
      *     niveau national) et compte rendu en sortie standard        *
      *     (SYSOUT).                                                  *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610021 - 10/2026 - Création.
      * Axes et modalités décrits par une table de libellés (cf la     *
      * table des étapes CPILETP), les cumuls de l'organisme et du     *
      * national étant tenus côte à côte.                              *
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
           SELECT  ETATFILE    ASSIGN  TO      ETATSTA
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  EXTFILE     ASSIGN  TO      EXTSTA
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  FILLER              PICTURE         X(76).
      *
      *****************************************************************
      * ETAT STATISTIQUE PRET A IMPRIMER (UNE LIGNE DE 80)             *
      *****************************************************************
       FD  ETATFILE
           RECORDING MODE F.
       01  ETA-LIGNE               PICTURE         X(80).
      *
      *****************************************************************
      * EXTRAIT DELIMITE POUR LES STATISTICIENS (CHAMPS SEPARES PAR    *
      * ";", SANS CADRAGE A DROITE)                                    *
      *****************************************************************
       FD  EXTFILE
           RECORDING MODE F.
       01  EXT-LIGNE               PICTURE         X(132).
      *
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * CARTES SUIVANTES (UN ORGANISME PAR CARTE)                      *
      *****************************************************************
       01  PARM-CARTE-ORG.
           05  PARM-ORG            PICTURE         9(03).
           05  FILLER              PICTURE         X(77).
      *
      *****************************************************************
      * LISTE DES ORGANISMES TRAITES (CARTES SYSIN)                    *
      *****************************************************************
       01  W-LISTE-ORGANISMES.
           05  W-LISTE-NB          PICTURE         9(03)       COMP
                                   VALUE           0.
           05  W-LISTE-IX          PICTURE         9(03)       COMP.
           05  W-LISTE-ORG         OCCURS          150 TIMES
                                   PICTURE         9(03).
      *
      *****************************************************************
      * TABLE DES MODALITES : AXE ET MODALITE (CODES DE L'EXTRAIT) ET  *
      * LIBELLE DE L'ETAT. LES RANGS SONT CEUX DES CASES DE CUMUL.     *
      *****************************************************************
       01  W-TABLE-CASES-DATA.
           05  FILLER              PICTURE         X(38)   VALUE
                 "INDREG  0     INDREG 0 (MICRO)        ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "INDREG  1     INDREG 1 (REEL)         ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "INDREG  2     INDREG 2 (REEL)         ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "INDREG  3     INDREG 3 (REEL)         ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "INDREG  4     INDREG 4 (REEL)         ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "INDREG  NR    NON RENSEIGNE           ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "NBPLDE  1     1 DECLARANT             ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "NBPLDE  2     2 DECLARANTS            ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "NBPLDE  NR    NON RENSEIGNE           ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART01   MOINS DE 0,5 PASS       ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART02   0,5 A MOINS DE 1 PASS   ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART03   1 A MOINS DE 1,5 PASS   ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART04   1,5 A MOINS DE 2 PASS   ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART05   2 A MOINS DE 3 PASS     ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART06   3 A MOINS DE 4 PASS     ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART07   4 A MOINS DE 6 PASS     ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART08   6 A MOINS DE 8 PASS     ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHART09   8 PASS ET PLUS          ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "TRANCHARNR    NON RENSEIGNE           ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     NONEXONON EXONERE             ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     EXO-RRREVENU DE REMPLACEMENT  ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     SEU-ARSEUIL REVENU AR         ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     SEU-SPSEUIL REVENU SP         ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     EXOASSASSIETTE NULLE          ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     MANTOTEXO-MAN TOTALE          ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     MANPAREXO-MAN PARTIELLE       ".
           05  FILLER              PICTURE         X(38)   VALUE
                 "EXO     AUTRE AUTRE MOTIF             ".
       01  W-TABLE-CASES REDEFINES W-TABLE-CASES-DATA.
           05  W-CAS-ENTREE        OCCURS          27 TIMES.
               10  W-CAS-AXE       PICTURE         X(08).
               10  W-CAS-MODALITE  PICTURE         X(06).
               10  W-CAS-LIBELLE   PICTURE         X(24).
      *
      *****************************************************************
      * TABLE DES AXES : TITRE ET RANGS DE LA PREMIERE ET DE LA        *
      * DERNIERE MODALITE DE L'AXE DANS LA TABLE DES MODALITES         *
      *****************************************************************
       01  W-TABLE-AXES-DATA.
           05  FILLER              PICTURE         X(52)   VALUE
           "REPARTITION PAR INDICATEUR DE REGIME (INDREG)   0106".
           05  FILLER              PICTURE         X(52)   VALUE
           "REPARTITION PAR NOMBRE DE DECLARANTS (NBPLDE)   0709".
           05  FILLER              PICTURE         X(52)   VALUE
           "REPARTITION PAR TRANCHE DE REVENU AR (EN PASS)  1019".
           05  FILLER              PICTURE         X(52)   VALUE
           "REPARTITION PAR MOTIF D'EXONERATION             2027".
       01  W-TABLE-AXES REDEFINES W-TABLE-AXES-DATA.
           05  W-AXE-ENTREE        OCCURS          4 TIMES.
               10  W-AXE-TITRE     PICTURE         X(48).
               10  W-AXE-PREMIER   PICTURE         9(02).
               10  W-AXE-DERNIER   PICTURE         9(02).
      *
      *****************************************************************
      * BORNES INFERIEURES DES TRANCHES DE REVENU AR, EN DIXIEMES DE   *
      * PASS (0 - 0,5 - 1 - 1,5 - 2 - 3 - 4 - 6 - 8 PASS), DANS        *
      * L'ORDRE DES MODALITES T01 A T09                                *
      *****************************************************************
       01  W-TABLE-BORNES-DATA.
           05  FILLER              PICTURE         X(27)   VALUE
                 "000005010015020030040060080".
       01  W-TABLE-BORNES REDEFINES W-TABLE-BORNES-DATA.
           05  W-TRA-BORNE         OCCURS          9 TIMES
                                   PICTURE         9(03).
      *
      *****************************************************************
      * CASES DE CUMUL : NIVEAU 1 = ORGANISME COURANT, NIVEAU 2 =      *
      * NATIONAL (UNE CASE PAR MODALITE DE LA TABLE CI-DESSUS)         *
      *****************************************************************
       01  W-STATISTIQUE.
           05  W-STA-NIVEAU        OCCURS          2 TIMES.
               10  W-STA-CASE      OCCURS          27 TIMES.
                   15  W-STA-NB-CPT
                                   PICTURE         9(09)       COMP.
                   15  W-STA-NB-COTISANTS
                                   PICTURE         9(09)       COMP.
                   15  W-STA-MT-ASS
                                   PICTURE         S9(15).
                   15  W-STA-MT-COT
                                   PICTURE         S9(15).
      *
      *****************************************************************
      * COMPTEURS DU COMPTE RENDU                                      *
      *****************************************************************
       01  W-TOTAUX.
           05  W-NB-ORG-TRAITES    PICTURE         9(05)       COMP.
           05  W-NB-RES-LUS        PICTURE         9(09)       COMP.
           05  W-NB-RES-RETENUS    PICTURE         9(09)       COMP.
           05  W-NB-RES-PROV       PICTURE         9(09)       COMP.
           05  W-NB-RES-NON-RENS   PICTURE         9(09)       COMP.
           05  W-NB-RES-EXCLUS     PICTURE         9(09)       COMP.
           05  W-NB-REJ-LUS        PICTURE         9(09)       COMP.
           05  W-NB-REJ-SEUIL-AR   PICTURE         9(09)       COMP.
           05  W-NB-REJ-SEUIL-SP   PICTURE         9(09)       COMP.
           05  W-NB-REJ-HORS-STAT  PICTURE         9(09)       COMP.
           05  W-NB-EXTRAIT        PICTURE         9(09)       COMP.
      *
       01  W-DIVERS.
           05  W-FIN-PARM          PICTURE         9(01)       VALUE 0.
               88  FIN-PARM                        VALUE 1.
      *        --- ANNEE de la carte 1, conservée hors de la zone    ---
      *        --- d'enregistrement (READ INTO y recopie aussi les   ---
      *        --- cartes organisme)                                 ---
           05  W-ANNEE             PICTURE         9(04).
      *        --- caractéristiques du calcul conservées sur la      ---
      *        --- ligne de résultat (PASS appliqué renseigné)       ---
           05  W-CARAC             PICTURE         9(01).
               88  CARAC-CONNUES                   VALUE 1.
      *        --- niveau édité (1 organisme, 2 national), rangs de  ---
      *        --- case, d'axe et de tranche                         ---
           05  W-NIV               PICTURE         9(01).
           05  W-CASE              PICTURE         9(02).
           05  W-AXE               PICTURE         9(01).
           05  W-TRA               PICTURE         9(02).
      *        --- organisme édité ("NAT" pour le niveau national)   ---
           05  W-ORG-EDITE         PICTURE         X(03).
      *
      *****************************************************************
      * TOTAL D'UN AXE POUR L'ETAT                                     *
      *****************************************************************
       01  W-TOTAL-AXE.
           05  W-TAX-NB-CPT        PICTURE         9(09)       COMP.
           05  W-TAX-NB-COTISANTS  PICTURE         9(09)       COMP.
           05  W-TAX-MT-ASS        PICTURE         S9(15).
           05  W-TAX-MT-COT        PICTURE         S9(15).
      *
      *****************************************************************
      * ZONES NUMERIQUES DE L'EXTRAIT (CADREES DE ZEROS, SIGNE EN      *
      * TETE POUR LES MONTANTS)                                        *
      *****************************************************************
       01  W-EXTRAIT.
           05  W-EXT-NB-CPT        PICTURE         9(09).
           05  W-EXT-NB-COTISANTS  PICTURE         9(09).
           05  W-EXT-MT-ASS        PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
           05  W-EXT-MT-COT        PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
      *
       01  W-EXTRAIT-ENTETE.
           05  FILLER              PICTURE         X(48)   VALUE
                 "ANNEE;ORGANISME;AXE;MODALITE;LIBELLE;NB_COMPTES;".
           05  FILLER              PICTURE         X(38)   VALUE
                 "NB_COTISANTS;MT_ASSIETTE;MT_COTISATION".
      *
      *****************************************************************
      * LIGNES DE L'ETAT STATISTIQUE                                   *
      *****************************************************************
       01  W-LIGNE-SEP.
           05  FILLER              PICTURE         X(80)
                                   VALUE  ALL "=".
      *
       01  W-LIGNE-TIRETS.
           05  FILLER              PICTURE         X(80)
                                   VALUE  ALL "-".
      *
       01  W-LIGNE-TITRE.
           05  FILLER              PICTURE         X(33)
                 VALUE  "STATISTIQUE ANNUELLE PUMA  ANNEE ".
           05  W-TIT-ANNEE         PICTURE         9(04).
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
           05  W-TIT-PERIMETRE     PICTURE         X(20).
           05  FILLER              PICTURE         X(21)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-AXE.
           05  W-LAX-TITRE         PICTURE         X(48).
           05  FILLER              PICTURE         X(32)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ENTETE.
           05  FILLER              PICTURE         X(25)
                                   VALUE  "MODALITE".
           05  FILLER              PICTURE         X(10)
                                   VALUE  "  COMPTES ".
           05  FILLER              PICTURE         X(10)
                                   VALUE  "COTISANTS ".
           05  FILLER              PICTURE         X(16)
                                   VALUE  "       ASSIETTE ".
           05  FILLER              PICTURE         X(15)
                                   VALUE  "     COTISATION".
           05  FILLER              PICTURE         X(04)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-DETAIL.
           05  W-LDE-LIBELLE       PICTURE         X(24).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-LDE-NB-CPT        PICTURE         Z(08)9.
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-LDE-NB-COTISANTS  PICTURE         Z(08)9.
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-LDE-MT-ASS        PICTURE         -(14)9.
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-LDE-MT-COT        PICTURE         -(14)9.
           05  FILLER              PICTURE         X(04)
                                   VALUE  SPACE.
      *
      *****************************************************************
      * Clé de recherche (ANNEE/ORGANISME), cadrée de zéros sur la     *
      * largeur exacte de TOT-KEY-ASS/TOT-KEY, comme dans SCA19B.      *
      *****************************************************************
       01  W-CLE-POP.
           05  W-CLE-POP-ANNEE     PICTURE         9(09).
           05  W-CLE-POP-ORG       PICTURE         9(04).
      *
      *****************************************************************
      * COPY des motifs de rejet mnémoniques (cf REJ-CD-REJET)        *
      *****************************************************************
           COPY    CMOTIFP.
      *
      *****************************************************************
      * COPY table des résultats du calcul (montants appelés)         *
      *****************************************************************
           COPY    V2RESFIP.
      *
      *****************************************************************
      * COPY table des rejets FISC (comptes écartés du calcul)        *
      *****************************************************************
           COPY    V2REJFIP.
      *
      *****************************************************************
      * COPY XBASE                                                    *
      *****************************************************************
           COPY    V2TOTAL.
           05  TOT-AREA            PICTURE         X(400)
                                   VALUE           SPACE.
      *
           COPY    DTFLIEN.
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
        PERFORM   INITIALISATION
      *
        PERFORM   LECTURE-PARM
      *
        IF  NOT FIN-PARM
        AND W-LISTE-NB > 0
           OPEN    OUTPUT  ETATFILE
           OPEN    OUTPUT  EXTFILE
           MOVE W-EXTRAIT-ENTETE TO EXT-LIGNE
           WRITE EXT-LIGNE
           MOVE 1 TO W-LISTE-IX
           PERFORM UNTIL W-LISTE-IX > W-LISTE-NB
              PERFORM   STATISTIQUE-ORGANISME
              ADD 1 TO W-LISTE-IX
           END-PERFORM
      *
      *    Niveau national : cumul de tous les organismes de la liste
           MOVE 2                TO W-NIV
           MOVE "NAT"            TO W-ORG-EDITE
           MOVE "NATIONAL"       TO W-TIT-PERIMETRE
           PERFORM   EDITION-STATISTIQUE
           WRITE ETA-LIGNE FROM W-LIGNE-SEP
           CLOSE   ETATFILE
           CLOSE   EXTFILE
        ELSE
           IF NOT FIN-PARM
              DISPLAY "SCA21B - AUCUN ORGANISME EN SYSIN - "
                      "STATISTIQUE NON EDITEE"
           END-IF
        END-IF
      *
        PERFORM   EDITION-COMPTE-RENDU
      *
        STOP RUN
        .
      *****************************************************************
      * Initialisation des cumuls et des compteurs                     *
      *****************************************************************
       INITIALISATION.
      *---------------
        INITIALIZE W-STATISTIQUE W-TOTAUX
        .
      *****************************************************************
      * Lecture de la carte paramètre (ANNEE) en SYSIN, puis des       *
      * cartes organisme (une par carte), comme dans SCA09B.           *
      *****************************************************************
       LECTURE-PARM.
      *-------------
        OPEN    INPUT   PARMFILE
        READ    PARMFILE
           AT END
              SET FIN-PARM TO TRUE
        END-READ
      *
        IF NOT FIN-PARM
           MOVE PARM-ANNEE TO W-ANNEE
           PERFORM   LECTURE-CARTE-ORG
           PERFORM UNTIL FIN-PARM
              IF W-LISTE-NB < 150
                 ADD 1 TO W-LISTE-NB
                 MOVE PARM-ORG TO W-LISTE-ORG (W-LISTE-NB)
              ELSE
                 DISPLAY "SCA21B - ORGANISME " PARM-ORG
                         " IGNORE (LISTE SATUREE)"
              END-IF
              PERFORM   LECTURE-CARTE-ORG
           END-PERFORM
           MOVE 0 TO W-FIN-PARM
        END-IF
        CLOSE   PARMFILE
        .
      *****************************************************************
      * Lecture d'une carte organisme en SYSIN                         *
      *****************************************************************
       LECTURE-CARTE-ORG.
      *------------------
        READ    PARMFILE INTO PARM-CARTE-ORG
           AT END
              SET FIN-PARM TO TRUE
        END-READ
        .
      *****************************************************************
      * Statistique d'un organisme de la liste : balayage de ses       *
      * résultats puis de ses rejets pour l'ANNEE demandée, édition    *
      * de l'organisme (état et extrait).                              *
      *****************************************************************
       STATISTIQUE-ORGANISME.
      *----------------------
        ADD 1 TO W-NB-ORG-TRAITES
        INITIALIZE W-STA-NIVEAU (1)
      *
        PERFORM   PREP-LECTURE-ORGANISME
        PERFORM   LECTURE-RES-ORGANISME
        PERFORM UNTIL TOT-STAT  = "MRNF"
                   OR TOT-REFER = "END."
           PERFORM   CUMULER-RESULTAT
           PERFORM   LECTURE-RES-ORGANISME
        END-PERFORM
      *
        PERFORM   PREP-LECTURE-ORGANISME
        PERFORM   LECTURE-REJ-ORGANISME
        PERFORM UNTIL TOT-STAT  = "MRNF"
                   OR TOT-REFER = "END."
           PERFORM   CUMULER-REJET
           PERFORM   LECTURE-REJ-ORGANISME
        END-PERFORM
      *
        MOVE 1                   TO W-NIV
        MOVE W-LISTE-ORG (W-LISTE-IX)
                                 TO W-ORG-EDITE
        MOVE SPACE               TO W-TIT-PERIMETRE
        STRING "ORGANISME " W-ORG-EDITE DELIMITED BY SIZE
               INTO W-TIT-PERIMETRE
        PERFORM   EDITION-STATISTIQUE
        .
      *****************************************************************
      * INITIALISATION D'UN BALAYAGE ANNEE / ORGANISME POUR            *
      * L'ORGANISME COURANT DE LA LISTE (commun résultats / rejets)    *
      *****************************************************************
       PREP-LECTURE-ORGANISME.
      *-----------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE W-ANNEE            TO W-CLE-POP-ANNEE
        MOVE W-LISTE-ORG (W-LISTE-IX)
                                TO W-CLE-POP-ORG
        MOVE W-CLE-POP-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-POP-ORG      TO TOT-KEY
        .
      *****************************************************************
      * LECTURE SEQUENTIELLE DE LA TABLE DES RESULTATS (INDEX          *
      * ANNEE/ORGANISME), COMME LECTURE-RES-ORGANISME DANS SCA09B.     *
      *****************************************************************
       LECTURE-RES-ORGANISME.
      *----------------------
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
      * LECTURE SEQUENTIELLE DE LA TABLE DES REJETS (INDEX             *
      * ANNEE/ORGANISME), COMME LECTURE-REJ-ORGANISME DANS SCA09B.     *
      *****************************************************************
       LECTURE-REJ-ORGANISME.
      *----------------------
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
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA           TO V2REJFIP
        END-IF
        .
      *****************************************************************
      * Cumul d'une ligne de résultat dans une modalité de chacun des  *
      * quatre axes. La ligne ramenée à zéro par SCA01B après un       *
      * recalcul rejeté (motif de rejet dans RES-CD-EXO) est écartée : *
      * le compte est compté par son rejet.                            *
      *****************************************************************
       CUMULER-RESULTAT.
      *-----------------
        ADD 1 TO W-NB-RES-LUS
      *
        IF RES-CD-EXO = MOTIF-REJ-FISC-VIDE
        OR RES-CD-EXO = MOTIF-REJ-REV-AR
        OR RES-CD-EXO = MOTIF-REJ-REV-SP
           ADD 1 TO W-NB-RES-EXCLUS
        ELSE
           ADD 1 TO W-NB-RES-RETENUS
           IF RES-TAXATION-PROV
              ADD 1 TO W-NB-RES-PROV
           END-IF
      *
      *    Caractéristiques connues : PASS appliqué renseigné (zones
      *    à zéro pour une taxation provisionnelle, non numériques
      *    sur les lignes antérieures à leur conservation)
           MOVE 0 TO W-CARAC
           IF  RES-MT-PASS NUMERIC
           AND RES-MT-PASS > 0
              SET CARAC-CONNUES TO TRUE
           ELSE
              ADD 1 TO W-NB-RES-NON-RENS
           END-IF
      *
           PERFORM   CLASSEMENT-INDREG
           PERFORM   CUMUL-CASE-RESULTAT
           PERFORM   CLASSEMENT-NBPLDE
           PERFORM   CUMUL-CASE-RESULTAT
           PERFORM   CLASSEMENT-TRANCHE-AR
           PERFORM   CUMUL-CASE-RESULTAT
           PERFORM   CLASSEMENT-EXONERATION
           PERFORM   CUMUL-CASE-RESULTAT
        END-IF
        .
      *****************************************************************
      * Modalité de l'indicateur de régime (cases 1 à 5, 6 = non       *
      * renseigné)                                                     *
      *****************************************************************
       CLASSEMENT-INDREG.
      *------------------
        IF  CARAC-CONNUES
        AND RES-INDREG NUMERIC
        AND RES-INDREG NOT > 4
           COMPUTE W-CASE = RES-INDREG + 1
        ELSE
           MOVE 6 TO W-CASE
        END-IF
        .
      *****************************************************************
      * Modalité du nombre de déclarants (cases 7 et 8, 9 = non        *
      * renseigné)                                                     *
      *****************************************************************
       CLASSEMENT-NBPLDE.
      *------------------
        IF  CARAC-CONNUES
        AND (RES-NBPLDE = 1 OR RES-NBPLDE = 2)
           COMPUTE W-CASE = RES-NBPLDE + 6
        ELSE
           MOVE 9 TO W-CASE
        END-IF
        .
      *****************************************************************
      * Tranche de revenu AR du foyer en multiples du PASS appliqué    *
      * au compte (cases 10 à 18, 19 = non renseigné) : dernière       *
      * tranche dont la borne inférieure est atteinte, la comparaison  *
      * se faisant en dixièmes de PASS.                                *
      *****************************************************************
       CLASSEMENT-TRANCHE-AR.
      *----------------------
        IF  CARAC-CONNUES
        AND RES-MT-REV-AR NUMERIC
           MOVE 9 TO W-TRA
           PERFORM UNTIL W-TRA = 1
                      OR RES-MT-REV-AR * 10 NOT <
                         RES-MT-PASS * W-TRA-BORNE (W-TRA)
              SUBTRACT 1 FROM W-TRA
           END-PERFORM
           COMPUTE W-CASE = W-TRA + 9
        ELSE
           MOVE 19 TO W-CASE
        END-IF
        .
      *****************************************************************
      * Motif d'exonération (cases 20 à 27). Une exonération manuelle  *
      * partielle laisse la cotisation non nulle et RES-CD-EXO à       *
      * blanc : elle se reconnaît à sa remise (RES-MT-EXO-MAN).        *
      *****************************************************************
       CLASSEMENT-EXONERATION.
      *-----------------------
        EVALUATE RES-CD-EXO
           WHEN SPACE
              IF  RES-MT-EXO-MAN NUMERIC
              AND RES-MT-EXO-MAN > 0
                 MOVE 26 TO W-CASE
              ELSE
                 MOVE 20 TO W-CASE
              END-IF
           WHEN "EXO-RR"
              MOVE 21 TO W-CASE
           WHEN "EXO-AR"
              MOVE 22 TO W-CASE
           WHEN "EXO-SP"
              MOVE 23 TO W-CASE
           WHEN "EXO-ASS"
              MOVE 24 TO W-CASE
           WHEN "EXO-MAN"
              MOVE 25 TO W-CASE
           WHEN OTHER
              MOVE 27 TO W-CASE
        END-EVALUATE
        .
      *****************************************************************
      * Cumul de la ligne de résultat dans la case W-CASE, pour        *
      * l'organisme et pour le national.                               *
      *****************************************************************
       CUMUL-CASE-RESULTAT.
      *--------------------
        ADD 1             TO W-STA-NB-CPT (1, W-CASE)
                             W-STA-NB-CPT (2, W-CASE)
        IF RES-MT-COT > 0
           ADD 1          TO W-STA-NB-COTISANTS (1, W-CASE)
                             W-STA-NB-COTISANTS (2, W-CASE)
        END-IF
        ADD RES-MT-ASS-SOC-2
                          TO W-STA-MT-ASS (1, W-CASE)
                             W-STA-MT-ASS (2, W-CASE)
        ADD RES-MT-COT    TO W-STA-MT-COT (1, W-CASE)
                             W-STA-MT-COT (2, W-CASE)
        .
      *****************************************************************
      * Cumul d'une ligne de rejet : un compte écarté du calcul pour   *
      * revenu AR ou SP hors seuil est exonéré à ce titre (comptes     *
      * seulement, ni assiette ni cotisation). Les autres rejets (FISC *
      * vide, ou rejet antérieur sans motif mnémonique) sont hors      *
      * statistique. Ces comptes n'ayant pas de caractéristiques, le   *
      * total de l'axe des exonérations excède celui des autres axes   *
      * du nombre de rejets pour seuil.                                *
      *****************************************************************
       CUMULER-REJET.
      *--------------
        ADD 1 TO W-NB-REJ-LUS
      *
        EVALUATE REJ-CD-REJET
           WHEN MOTIF-REJ-REV-AR
              ADD 1 TO W-NB-REJ-SEUIL-AR
              MOVE 22 TO W-CASE
              ADD 1 TO W-STA-NB-CPT (1, W-CASE)
                       W-STA-NB-CPT (2, W-CASE)
           WHEN MOTIF-REJ-REV-SP
              ADD 1 TO W-NB-REJ-SEUIL-SP
              MOVE 23 TO W-CASE
              ADD 1 TO W-STA-NB-CPT (1, W-CASE)
                       W-STA-NB-CPT (2, W-CASE)
           WHEN OTHER
              ADD 1 TO W-NB-REJ-HORS-STAT
        END-EVALUATE
        .
      *****************************************************************
      * Edition d'un niveau (W-NIV : 1 organisme, 2 national) : titre  *
      * puis les quatre axes, dans l'état et dans l'extrait.           *
      *****************************************************************
       EDITION-STATISTIQUE.
      *--------------------
        MOVE W-ANNEE             TO W-TIT-ANNEE
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        WRITE ETA-LIGNE FROM W-LIGNE-TITRE
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
      *
        MOVE 1 TO W-AXE
        PERFORM UNTIL W-AXE > 4
           PERFORM   EDITION-AXE
           ADD 1 TO W-AXE
        END-PERFORM
        .
      *****************************************************************
      * Edition d'un axe (W-AXE) : titre, en-tête, une ligne par       *
      * modalité et total de l'axe.                                    *
      *****************************************************************
       EDITION-AXE.
      *------------
        MOVE W-AXE-TITRE (W-AXE) TO W-LAX-TITRE
        WRITE ETA-LIGNE FROM W-LIGNE-AXE
        WRITE ETA-LIGNE FROM W-LIGNE-ENTETE
        WRITE ETA-LIGNE FROM W-LIGNE-TIRETS
        INITIALIZE W-TOTAL-AXE
      *
        MOVE W-AXE-PREMIER (W-AXE) TO W-CASE
        PERFORM UNTIL W-CASE > W-AXE-DERNIER (W-AXE)
           PERFORM   EDITION-CASE
           ADD 1 TO W-CASE
        END-PERFORM
      *
        WRITE ETA-LIGNE FROM W-LIGNE-TIRETS
        MOVE "TOTAL"             TO W-LDE-LIBELLE
        MOVE W-TAX-NB-CPT        TO W-LDE-NB-CPT
        MOVE W-TAX-NB-COTISANTS  TO W-LDE-NB-COTISANTS
        MOVE W-TAX-MT-ASS        TO W-LDE-MT-ASS
        MOVE W-TAX-MT-COT        TO W-LDE-MT-COT
        WRITE ETA-LIGNE FROM W-LIGNE-DETAIL
        MOVE SPACE               TO ETA-LIGNE
        WRITE ETA-LIGNE
        .
      *****************************************************************
      * Ligne d'une modalité (case W-CASE du niveau W-NIV) dans l'état *
      * et dans l'extrait, et cumul du total de l'axe.                 *
      *****************************************************************
       EDITION-CASE.
      *-------------
        MOVE W-CAS-LIBELLE (W-CASE)  TO W-LDE-LIBELLE
        MOVE W-STA-NB-CPT (W-NIV, W-CASE)
                                     TO W-LDE-NB-CPT
                                        W-EXT-NB-CPT
        MOVE W-STA-NB-COTISANTS (W-NIV, W-CASE)
                                     TO W-LDE-NB-COTISANTS
                                        W-EXT-NB-COTISANTS
        MOVE W-STA-MT-ASS (W-NIV, W-CASE)
                                     TO W-LDE-MT-ASS
                                        W-EXT-MT-ASS
        MOVE W-STA-MT-COT (W-NIV, W-CASE)
                                     TO W-LDE-MT-COT
                                        W-EXT-MT-COT
        WRITE ETA-LIGNE FROM W-LIGNE-DETAIL
      *
        ADD W-STA-NB-CPT (W-NIV, W-CASE)       TO W-TAX-NB-CPT
        ADD W-STA-NB-COTISANTS (W-NIV, W-CASE) TO W-TAX-NB-COTISANTS
        ADD W-STA-MT-ASS (W-NIV, W-CASE)       TO W-TAX-MT-ASS
        ADD W-STA-MT-COT (W-NIV, W-CASE)       TO W-TAX-MT-COT
      *
        MOVE SPACE               TO EXT-LIGNE
        STRING W-ANNEE                  DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               W-ORG-EDITE              DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               W-CAS-AXE (W-CASE)       DELIMITED BY SPACE
               ";"                      DELIMITED BY SIZE
               W-CAS-MODALITE (W-CASE)  DELIMITED BY SPACE
               ";"                      DELIMITED BY SIZE
               W-CAS-LIBELLE (W-CASE)   DELIMITED BY "  "
               ";"                      DELIMITED BY SIZE
               W-EXT-NB-CPT             DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               W-EXT-NB-COTISANTS       DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               W-EXT-MT-ASS             DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               W-EXT-MT-COT             DELIMITED BY SIZE
               INTO EXT-LIGNE
        WRITE EXT-LIGNE
        ADD 1 TO W-NB-EXTRAIT
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
      * Edition du compte rendu d'exécution                            *
      *****************************************************************
       EDITION-COMPTE-RENDU.
      *---------------------
        DISPLAY "===================================================="
        DISPLAY "  SCA21B - STATISTIQUE ANNUELLE"
        DISPLAY "  ANNEE : " W-ANNEE
        DISPLAY "===================================================="
        DISPLAY "  ORGANISMES TRAITES             : " W-NB-ORG-TRAITES
        DISPLAY "  LIGNES DE RESULTAT LUES        : " W-NB-RES-LUS
        DISPLAY "  LIGNES RETENUES                : " W-NB-RES-RETENUS
        DISPLAY "    DONT TAXATIONS PROVISOIRES   : " W-NB-RES-PROV
        DISPLAY "    DONT CARACT. NON RENSEIGNEES : " W-NB-RES-NON-RENS
        DISPLAY "  LIGNES ECARTEES (RECALC. REJ.) : " W-NB-RES-EXCLUS
        DISPLAY "  REJETS LUS                     : " W-NB-REJ-LUS
        DISPLAY "    DONT SEUIL REVENU AR         : " W-NB-REJ-SEUIL-AR
        DISPLAY "    DONT SEUIL REVENU SP         : " W-NB-REJ-SEUIL-SP
        DISPLAY "    DONT HORS STATISTIQUE        : " W-NB-REJ-HORS-STAT
        DISPLAY "  LIGNES D'EXTRAIT ECRITES       : " W-NB-EXTRAIT
        DISPLAY "===================================================="
        .
