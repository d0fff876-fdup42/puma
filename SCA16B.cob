       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA16B.
      ******************************************************************
      *                                                                *
      *        S C A 1 6 B  -  B A N C  D E                            *
      *                        N O N - R E G R E S S I O N             *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch rejoue un fichier de cas-tests de référence *
      * sur les sous-programmes de calcul SCA-nn-P, via le dispatcher  *
      * SCA00P en simulation (option "S" de CSCAFIP : rubriques        *
      * fournies, aucune lecture FISC ni trace en base). Il permet de  *
      * recetter un nouvel exercice (nouveau SCA-nn-P dupliqué du      *
      * précédent), un changement de formule (cf Redmine 409636) ou de *
      * taux CTXFIP avant sa mise en production, sans vérification à   *
      * la main de quelques comptes avec SCA01T.                       *
      * Chaque cas porte l'ANNEE / ORGANISME (qui désignent le         *
      * SCA-nn-P appelé et les taux CTXFIP lus), les rubriques 2042 et *
      * pseudo-rubriques NBPLDE / DECL / INDREG, un jeu de taux        *
      * facultatif (zone CSCAFIP-TAUX, cf SCA04B) et les valeurs       *
      * attendues des zones de CSCAFIP-SORTIE et des codes CD-RET /    *
      * CD-REJET / CD-EXO. Seules les zones attendues sont comparées.  *
      * Le fichier ETATNRG restitue le verdict de chaque cas :         *
      *   - OK       : toutes les zones attendues sont obtenues ;      *
      *   - KO       : détail zone par zone des écarts (valeur         *
      *                attendue / valeur obtenue) ;                    *
      *   - ANOMALIE : cas mal décrit, non joué (motif édité).         *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Fichier des cas-tests CASTEST, cartes de 80 typées par     *
      *     les deux premiers caractères, regroupées par cas :         *
      *       "01" en-tête du cas : NUMERO (8) + ANNEE (4) +           *
      *            ORGANISME (3) + MOIS DEBUT (2) + MOIS FIN (2) de la *
      *            période d'affiliation (à zéro = année entière) +    *
      *            LIBELLE (40)                                        *
      *       "02" rubrique : CODE (6) + MONTANT (16, signe en tête,   *
      *            deux décimales implicites) - 200 au plus par cas,   *
      *            y compris NBPLDE / DECL / INDREG                    *
      *       "03" jeu de taux facultatif, au format de la carte 2 de  *
      *            SCA04B : ASS-MIN-REEL (4) + ASS-MIN-MICRO (4) +     *
      *            ABATTEMENT (4) + PLAFOND-NB (5) + COTISATION (4) +  *
      *            ELIG-AR (4) + ELIG-SP (4), sans virgule             *
      *       "04" valeur attendue : ZONE (16, nom de la zone          *
      *            CSCAFIP sans le préfixe, ex MT-COT, CD-REJET) +     *
      *            VALEUR (16 : montant signe en tête, ou code cadré   *
      *            à gauche) - 50 au plus par cas. Pour MT-REV-RF, une *
      *            valeur à blanc attend un revenu RF absent.          *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Etat de recette ETATNRG et compte rendu en sortie          *
      *     standard (SYSOUT).                                         *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610017 - 10/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610021 - 10/2026 - Statistique annuelle.
      * Zones NBPLDE et MT-REV-RR de CSCAFIP-SORTIE (caractéristiques  *
      * du foyer désormais renvoyées par le calcul) comparables en     *
      * carte "04".                                                    *
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
           SELECT  CASFILE     ASSIGN  TO      CASTEST
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  ETATFILE    ASSIGN  TO      ETATNRG
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * FICHIER DES CAS-TESTS DE REFERENCE (cartes typées "01" à "04") *
      *****************************************************************
       FD  CASFILE
           RECORDING MODE F.
       01  CAS-CARTE.
           05  CAS-CD-ENR          PICTURE         X(02).
           05  FILLER              PICTURE         X(78).
       01  CAS-ENTETE.
           05  FILLER              PICTURE         X(02).
           05  CAS-NO              PICTURE         X(08).
           05  CAS-ANNEE           PICTURE         9(04).
           05  CAS-ORG             PICTURE         9(03).
           05  CAS-MOIS-DEBUT      PICTURE         9(02).
           05  CAS-MOIS-FIN        PICTURE         9(02).
           05  CAS-LIBELLE         PICTURE         X(40).
           05  FILLER              PICTURE         X(19).
       01  CAS-RUBRIQUE.
           05  FILLER              PICTURE         X(02).
           05  CAS-RUB-CODE        PICTURE         X(06).
           05  CAS-RUB-MONTANT     PICTURE         S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE         X(56).
       01  CAS-TAUX.
           05  FILLER              PICTURE         X(02).
           05  CAS-TX-ASS-MIN-REEL PICTURE         9V999.
           05  CAS-TX-ASS-MIN-MICRO
                                   PICTURE         9V999.
           05  CAS-TX-ABATTEMENT   PICTURE         9V999.
           05  CAS-TX-PLAFOND-NB   PICTURE         9(02)V999.
           05  CAS-TX-COTISATION   PICTURE         9V999.
           05  CAS-TX-ELIG-AR      PICTURE         9V999.
           05  CAS-TX-ELIG-SP      PICTURE         9V999.
           05  FILLER              PICTURE         X(49).
       01  CAS-ATTENDU.
           05  FILLER              PICTURE         X(02).
           05  CAS-ATT-ZONE        PICTURE         X(16).
           05  CAS-ATT-VALEUR      PICTURE         X(16).
           05  CAS-ATT-MT          REDEFINES       CAS-ATT-VALEUR
                                   PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE         X(46).
      *
      *****************************************************************
      * ETAT DE RECETTE PRET A IMPRIMER (UNE LIGNE DE 80)              *
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
           05  W-NB-CARTES         PICTURE         9(07)       COMP.
           05  W-NB-CARTES-REJ     PICTURE         9(07)       COMP.
           05  W-NB-CAS            PICTURE         9(07)       COMP.
           05  W-NB-CAS-OK         PICTURE         9(07)       COMP.
           05  W-NB-CAS-KO         PICTURE         9(07)       COMP.
           05  W-NB-CAS-ANO        PICTURE         9(07)       COMP.
           05  W-NB-ECARTS         PICTURE         9(07)       COMP.
      *
       01  W-DIVERS.
           05  W-FIN-CAS           PICTURE         9(01)       VALUE 0.
               88  FIN-CAS                         VALUE 1.
           05  W-CAS-OUVERT        PICTURE         9(01)       VALUE 0.
               88  CAS-EN-COURS                    VALUE 1.
           05  W-ZONE-EGALE        PICTURE         9(01).
               88  ZONE-EGALE                      VALUE 1.
           05  W-DATE-JOUR         PICTURE         9(08).
      *        --- compte fictif transmis au calcul : la simulation  ---
      *        --- ne lit ni n'écrit rien en base pour le compte     ---
           05  W-CPT-FICTIF        PICTURE         9(09)
                                   VALUE           999999999.
           05  W-NB-ECARTS-CAS     PICTURE         9(03)       COMP.
      *        --- libellé d'un revenu RF absent, cadré à droite     ---
      *        --- comme un montant édité                            ---
           05  W-LIB-ABSENT        PICTURE         X(16)
                                   VALUE  "        (ABSENT)".
      *
      *****************************************************************
      * Cas-test en cours de lecture : en-tête, rubriques, jeu de taux *
      * facultatif et valeurs attendues, joué à la lecture de l'en-tête*
      * du cas suivant (et en fin de fichier). Un cas mal décrit porte *
      * son motif d'anomalie et n'est pas joué.                        *
      *****************************************************************
       01  W-CAS.
           05  W-CAS-NO            PICTURE         X(08).
           05  W-CAS-ANNEE         PICTURE         9(04).
           05  W-CAS-ORG           PICTURE         9(03).
           05  W-CAS-MOIS-DEBUT    PICTURE         9(02).
           05  W-CAS-MOIS-FIN      PICTURE         9(02).
           05  W-CAS-LIBELLE       PICTURE         X(40).
           05  W-CAS-ANOMALIE      PICTURE         X(50).
           05  W-CAS-TAUX-IND      PICTURE         X(01).
               88  CAS-TAUX-FOURNIS                VALUE "O".
           05  W-CAS-TAUX.
               10  W-CAS-TX-ASS-MIN-REEL
                                   PICTURE         9V999.
               10  W-CAS-TX-ASS-MIN-MICRO
                                   PICTURE         9V999.
               10  W-CAS-TX-ABATTEMENT
                                   PICTURE         9V999.
               10  W-CAS-TX-PLAFOND-NB
                                   PICTURE         9(02)V999.
               10  W-CAS-TX-COTISATION
                                   PICTURE         9V999.
               10  W-CAS-TX-ELIG-AR
                                   PICTURE         9V999.
               10  W-CAS-TX-ELIG-SP
                                   PICTURE         9V999.
           05  W-NB-RUB            PICTURE         9(03)       COMP.
           05  W-RUB-IX            PICTURE         9(03)       COMP.
           05  W-RUB-ENTREE        OCCURS          200 TIMES.
               10  W-RUB-CODE      PICTURE         X(06).
               10  W-RUB-MONTANT   PICTURE         S9(13)V99.
           05  W-NB-ATT            PICTURE         9(03)       COMP.
           05  W-ATT-IX            PICTURE         9(03)       COMP.
           05  W-ATT-ENTREE        OCCURS          50 TIMES.
               10  W-ATT-ZONE      PICTURE         X(16).
               10  W-ATT-VALEUR    PICTURE         X(16).
               10  W-ATT-MT        REDEFINES       W-ATT-VALEUR
                                   PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
      *
      *****************************************************************
      * Zone CSCAFIP demandée et valeur obtenue par le calcul (cf      *
      * LECTURE-ZONE-OBTENUE) : nature de la zone (code, montant, ou   *
      * montant facultatif MT-REV-RF, à blanc si le revenu RF est      *
      * absent de la 2042), valeur et indicateur d'absence.            *
      *****************************************************************
       01  W-ZONE.
           05  W-ZONE-NOM          PICTURE         X(16).
           05  W-ZONE-NATURE       PICTURE         X(01).
               88  ZONE-CODE                       VALUE "A".
               88  ZONE-MONTANT                    VALUE "N".
               88  ZONE-MONTANT-FACULTATIF         VALUE "F".
               88  ZONE-INCONNUE                   VALUE SPACE.
           05  W-OBT-CODE          PICTURE         X(10).
           05  W-OBT-MT            PICTURE         S9(15).
           05  W-OBT-ABS           PICTURE         9(01).
               88  OBTENU-ABSENT                   VALUE 1.
      *
      *****************************************************************
      * LIGNES DE L'ETAT DE RECETTE                                    *
      *****************************************************************
       01  W-LIGNE-SEP.
           05  FILLER              PICTURE         X(80)
                                   VALUE  ALL "=".
      *
       01  W-LIGNE-TITRE.
           05  FILLER              PICTURE         X(36)
                 VALUE  "BANC DE NON-REGRESSION DES SCA-NN-P".
           05  FILLER              PICTURE         X(16)
                                   VALUE  "  -  PASSAGE DU ".
           05  W-TIT-DATE          PICTURE         9(08).
           05  FILLER              PICTURE         X(20)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-CAS.
           05  FILLER              PICTURE         X(04)
                                   VALUE  "CAS ".
           05  W-ETA-CAS-NO        PICTURE         X(08).
           05  FILLER              PICTURE         X(07)
                                   VALUE  "  ANNEE".
           05  W-ETA-CAS-ANNEE     PICTURE         X(05).
           05  FILLER              PICTURE         X(05)
                                   VALUE  "  ORG".
           05  W-ETA-CAS-ORG       PICTURE         X(04).
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
           05  W-ETA-CAS-LIBELLE   PICTURE         X(34).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETA-CAS-VERDICT   PICTURE         X(08).
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ENTETE-ECART.
           05  FILLER              PICTURE         X(04)
                                   VALUE  SPACE.
           05  FILLER              PICTURE         X(17)
                                   VALUE  "ZONE".
           05  FILLER              PICTURE         X(17)
                                   VALUE  "         ATTENDU".
           05  FILLER              PICTURE         X(17)
                                   VALUE  "          OBTENU".
           05  FILLER              PICTURE         X(25)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ECART.
           05  FILLER              PICTURE         X(04)
                                   VALUE  SPACE.
           05  W-ECA-ZONE          PICTURE         X(16).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ECA-ATTENDU       PICTURE         X(16).
           05  W-ECA-ATTENDU-MT    REDEFINES       W-ECA-ATTENDU
                                   PICTURE         -(15)9.
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ECA-OBTENU        PICTURE         X(16).
           05  W-ECA-OBTENU-MT     REDEFINES       W-ECA-OBTENU
                                   PICTURE         -(15)9.
           05  FILLER              PICTURE         X(26)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ANOMALIE.
           05  FILLER              PICTURE         X(15)
                                   VALUE  "    ANOMALIE : ".
           05  W-ANO-MOTIF         PICTURE         X(50).
           05  FILLER              PICTURE         X(15)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-RETOUR.
           05  FILLER              PICTURE         X(15)
                                   VALUE  "    RETOUR   : ".
           05  W-RET-MOTIF         PICTURE         X(50).
           05  FILLER              PICTURE         X(15)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  FILLER              PICTURE         X(04)
                                   VALUE  SPACE.
           05  W-TOT-LIBELLE       PICTURE         X(30).
           05  W-TOT-NOMBRE        PICTURE         Z(06)9.
           05  FILLER              PICTURE         X(39)
                                   VALUE  SPACE.
      *
      *****************************************************************
      * COPY des constantes:                                          *
      *****************************************************************
           COPY    CCONST.
      *
      *****************************************************************
      * COPY interface commune des sous-programmes SCA-nn-P           *
      *****************************************************************
           COPY    CSCAFIP.
           COPY    DTFLIEN.
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
        PERFORM   INITIALISATION
      *
        OPEN    INPUT   CASFILE
        OPEN    OUTPUT  ETATFILE
        PERFORM   EDITION-ENTETE
      *
      * Les cartes d'un cas sont mises en réserve ; le cas est joué à
      * la lecture de l'en-tête du cas suivant, et en fin de fichier
        PERFORM   LECTURE-CAS
        PERFORM UNTIL FIN-CAS
           ADD 1 TO W-NB-CARTES
           EVALUATE CAS-CD-ENR
              WHEN "01"
                 PERFORM   JOUER-CAS
                 PERFORM   OUVERTURE-CAS
              WHEN "02"
                 PERFORM   CHARGEMENT-RUBRIQUE
              WHEN "03"
                 PERFORM   CHARGEMENT-TAUX
              WHEN "04"
                 PERFORM   CHARGEMENT-ATTENDU
              WHEN OTHER
                 ADD 1 TO W-NB-CARTES-REJ
                 DISPLAY "SCA16B - CARTE " W-NB-CARTES
                         " : TYPE " CAS-CD-ENR
                         " INCONNU - CARTE IGNOREE"
           END-EVALUATE
           PERFORM   LECTURE-CAS
        END-PERFORM
      * dernier cas du fichier
        PERFORM   JOUER-CAS
      *
        PERFORM   EDITION-TOTAUX
        CLOSE   CASFILE
        CLOSE   ETATFILE
      *
        PERFORM   EDITION-COMPTE-RENDU
      *
        STOP RUN
        .
      *****************************************************************
      * Initialisation des compteurs du compte rendu                   *
      *****************************************************************
       INITIALISATION.
      *---------------
        INITIALIZE W-TOTAUX
        MOVE 0 TO W-CAS-OUVERT
        ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
        .
      *****************************************************************
      * Lecture d'une carte du fichier des cas-tests                   *
      *****************************************************************
       LECTURE-CAS.
      *------------
        READ    CASFILE
           AT END
              SET FIN-CAS TO TRUE
        END-READ
        .
      *****************************************************************
      * Ouverture d'un nouveau cas sur sa carte en-tête "01" : la      *
      * réserve du cas précédent est vidée.                            *
      *****************************************************************
       OUVERTURE-CAS.
      *--------------
        INITIALIZE W-CAS
        SET CAS-EN-COURS        TO TRUE
        MOVE CAS-NO             TO W-CAS-NO
        MOVE CAS-LIBELLE        TO W-CAS-LIBELLE
        MOVE "N"                TO W-CAS-TAUX-IND
      *
        IF  CAS-ANNEE NUMERIC
        AND CAS-ORG   NUMERIC
           MOVE CAS-ANNEE       TO W-CAS-ANNEE
           MOVE CAS-ORG         TO W-CAS-ORG
        ELSE
           MOVE "ANNEE OU ORGANISME NON NUMERIQUE"
                                TO W-CAS-ANOMALIE
        END-IF
      *
      * Période d'affiliation : à blanc ou à zéro, année entière
        IF  CAS-MOIS-DEBUT NUMERIC
        AND CAS-MOIS-FIN   NUMERIC
           MOVE CAS-MOIS-DEBUT  TO W-CAS-MOIS-DEBUT
           MOVE CAS-MOIS-FIN    TO W-CAS-MOIS-FIN
        ELSE
           MOVE 0               TO W-CAS-MOIS-DEBUT
                                   W-CAS-MOIS-FIN
        END-IF
        .
      *****************************************************************
      * Mise en réserve d'une rubrique "02" du cas en cours (200 au    *
      * plus, capacité de CSCAFIP-SIMUL-RUB).                          *
      *****************************************************************
       CHARGEMENT-RUBRIQUE.
      *--------------------
        EVALUATE TRUE
           WHEN NOT CAS-EN-COURS
              PERFORM   CARTE-HORS-CAS
           WHEN W-CAS-ANOMALIE NOT = SPACE
              CONTINUE
           WHEN CAS-RUB-CODE = SPACE
           WHEN CAS-RUB-MONTANT NOT NUMERIC
              MOVE "RUBRIQUE SANS CODE OU MONTANT NON NUMERIQUE"
                                TO W-CAS-ANOMALIE
           WHEN W-NB-RUB NOT < 200
              MOVE "PLUS DE 200 RUBRIQUES"
                                TO W-CAS-ANOMALIE
           WHEN OTHER
              ADD 1 TO W-NB-RUB
              MOVE CAS-RUB-CODE    TO W-RUB-CODE (W-NB-RUB)
              MOVE CAS-RUB-MONTANT TO W-RUB-MONTANT (W-NB-RUB)
        END-EVALUATE
        .
      *****************************************************************
      * Mise en réserve du jeu de taux "03" du cas en cours, transmis  *
      * au calcul à la place de la table CTXFIP (cf SCA04B). Seule la  *
      * forme numérique est contrôlée : un cas peut viser des taux     *
      * hors des bornes de la maintenance SCA05B.                      *
      *****************************************************************
       CHARGEMENT-TAUX.
      *----------------
        EVALUATE TRUE
           WHEN NOT CAS-EN-COURS
              PERFORM   CARTE-HORS-CAS
           WHEN W-CAS-ANOMALIE NOT = SPACE
              CONTINUE
           WHEN CAS-TX-ASS-MIN-REEL  NOT NUMERIC
           WHEN CAS-TX-ASS-MIN-MICRO NOT NUMERIC
           WHEN CAS-TX-ABATTEMENT    NOT NUMERIC
           WHEN CAS-TX-PLAFOND-NB    NOT NUMERIC
           WHEN CAS-TX-COTISATION    NOT NUMERIC
           WHEN CAS-TX-ELIG-AR       NOT NUMERIC
           WHEN CAS-TX-ELIG-SP       NOT NUMERIC
              MOVE "JEU DE TAUX NON NUMERIQUE"
                                TO W-CAS-ANOMALIE
           WHEN OTHER
              SET CAS-TAUX-FOURNIS TO TRUE
              MOVE CAS-TX-ASS-MIN-REEL
                                TO W-CAS-TX-ASS-MIN-REEL
              MOVE CAS-TX-ASS-MIN-MICRO
                                TO W-CAS-TX-ASS-MIN-MICRO
              MOVE CAS-TX-ABATTEMENT
                                TO W-CAS-TX-ABATTEMENT
              MOVE CAS-TX-PLAFOND-NB
                                TO W-CAS-TX-PLAFOND-NB
              MOVE CAS-TX-COTISATION
                                TO W-CAS-TX-COTISATION
              MOVE CAS-TX-ELIG-AR
                                TO W-CAS-TX-ELIG-AR
              MOVE CAS-TX-ELIG-SP
                                TO W-CAS-TX-ELIG-SP
        END-EVALUATE
        .
      *****************************************************************
      * Mise en réserve d'une valeur attendue "04" du cas en cours     *
      * (50 au plus). La zone doit être connue (cf                     *
      * LECTURE-ZONE-OBTENUE) et la valeur d'un montant numérique,     *
      * sauf pour MT-REV-RF où le blanc attend un revenu absent.       *
      *****************************************************************
       CHARGEMENT-ATTENDU.
      *-------------------
        IF NOT CAS-EN-COURS
           PERFORM   CARTE-HORS-CAS
        ELSE
           MOVE CAS-ATT-ZONE    TO W-ZONE-NOM
           PERFORM   LECTURE-ZONE-OBTENUE
           ADD 1 TO W-NB-ATT
           EVALUATE TRUE
              WHEN W-CAS-ANOMALIE NOT = SPACE
                 CONTINUE
              WHEN W-NB-ATT > 50
                 MOVE "PLUS DE 50 VALEURS ATTENDUES"
                                TO W-CAS-ANOMALIE
              WHEN ZONE-INCONNUE
                 STRING "ZONE ATTENDUE INCONNUE : " CAS-ATT-ZONE
                        DELIMITED BY SIZE
                        INTO W-CAS-ANOMALIE
              WHEN ZONE-MONTANT-FACULTATIF
               AND CAS-ATT-VALEUR = SPACE
                 MOVE CAS-ATT-ZONE   TO W-ATT-ZONE (W-NB-ATT)
                 MOVE CAS-ATT-VALEUR TO W-ATT-VALEUR (W-NB-ATT)
              WHEN NOT ZONE-CODE
               AND CAS-ATT-MT NOT NUMERIC
                 STRING "VALEUR NON NUMERIQUE : " CAS-ATT-ZONE
                        DELIMITED BY SIZE
                        INTO W-CAS-ANOMALIE
              WHEN OTHER
                 MOVE CAS-ATT-ZONE   TO W-ATT-ZONE (W-NB-ATT)
                 MOVE CAS-ATT-VALEUR TO W-ATT-VALEUR (W-NB-ATT)
           END-EVALUATE
        END-IF
        .
      *****************************************************************
      * Carte "02" à "04" lue avant toute carte en-tête "01"           *
      *****************************************************************
       CARTE-HORS-CAS.
      *---------------
        ADD 1 TO W-NB-CARTES-REJ
        DISPLAY "SCA16B - CARTE " W-NB-CARTES
                " : HORS CAS (PAS D'EN-TETE 01) - CARTE IGNOREE"
        .
      *****************************************************************
      * Jeu du cas en réserve : simulation via SCA00P puis comparaison *
      * des zones attendues, et édition du verdict. Un cas en anomalie *
      * ou sans valeur attendue n'est pas joué.                        *
      *****************************************************************
       JOUER-CAS.
      *----------
        IF CAS-EN-COURS
           ADD 1 TO W-NB-CAS
           MOVE 0 TO W-NB-ECARTS-CAS
           IF  W-CAS-ANOMALIE = SPACE
           AND W-NB-ATT = 0
              MOVE "AUCUNE VALEUR ATTENDUE"
                                TO W-CAS-ANOMALIE
           END-IF
      *
           IF W-CAS-ANOMALIE = SPACE
              PERFORM   SIMULATION-CAS
              MOVE 1 TO W-ATT-IX
              PERFORM UNTIL W-ATT-IX > W-NB-ATT
                 PERFORM   COMPARAISON-ZONE
                 ADD 1 TO W-ATT-IX
              END-PERFORM
           END-IF
      *
           PERFORM   EDITION-CAS
           MOVE 0 TO W-CAS-OUVERT
        END-IF
        .
      *****************************************************************
      * Appel du dispatcher SCA00P en simulation (option "S") sur les  *
      * rubriques et le jeu de taux éventuel du cas.                   *
      *****************************************************************
       SIMULATION-CAS.
      *---------------
        INITIALIZE WSS-CSCAFIP
        MOVE "S"                 TO CSCAFIP-OPTION
        MOVE W-CPT-FICTIF        TO CSCAFIP-NO-CPT-INT
        MOVE W-CAS-ANNEE         TO CSCAFIP-ANNEE
        MOVE W-CAS-ORG           TO CSCAFIP-ORG
        MOVE W-CAS-MOIS-DEBUT    TO CSCAFIP-MOIS-DEBUT
        MOVE W-CAS-MOIS-FIN      TO CSCAFIP-MOIS-FIN
      *
        MOVE W-NB-RUB            TO CSCAFIP-SIMUL-NB
        MOVE 1 TO W-RUB-IX
        PERFORM UNTIL W-RUB-IX > W-NB-RUB
           MOVE W-RUB-CODE (W-RUB-IX)
                                 TO CSCAFIP-SIMUL-CODE (W-RUB-IX)
           MOVE W-RUB-MONTANT (W-RUB-IX)
                                 TO CSCAFIP-SIMUL-MONTANT (W-RUB-IX)
           ADD 1 TO W-RUB-IX
        END-PERFORM
      *
        IF CAS-TAUX-FOURNIS
           MOVE "O"              TO CSCAFIP-TAUX-IND
           MOVE W-CAS-TX-ASS-MIN-REEL
                                 TO CSCAFIP-TX-ASS-MIN-REEL
           MOVE W-CAS-TX-ASS-MIN-MICRO
                                 TO CSCAFIP-TX-ASS-MIN-MICRO
           MOVE W-CAS-TX-ABATTEMENT
                                 TO CSCAFIP-TX-ABATTEMENT
           MOVE W-CAS-TX-PLAFOND-NB
                                 TO CSCAFIP-TX-PLAFOND-NB
           MOVE W-CAS-TX-COTISATION
                                 TO CSCAFIP-TX-COTISATION
           MOVE W-CAS-TX-ELIG-AR TO CSCAFIP-TX-ELIG-AR
           MOVE W-CAS-TX-ELIG-SP TO CSCAFIP-TX-ELIG-SP
        END-IF
      *
        CALL    "SCA00P"  USING   WSS-CSCAFIP
                                  DTFLNK
                                  DTFINP
                                  DTFWRK
                                  DTFCOM
        .
      *****************************************************************
      * Comparaison d'une zone attendue à la valeur obtenue : code     *
      * comparé sur 10 caractères, montant comparé en valeur ; pour    *
      * MT-REV-RF, un revenu absent n'égale qu'une valeur à blanc.     *
      * Chaque écart est édité (zone, attendu, obtenu).                *
      *****************************************************************
       COMPARAISON-ZONE.
      *-----------------
        MOVE W-ATT-ZONE (W-ATT-IX) TO W-ZONE-NOM
        PERFORM   LECTURE-ZONE-OBTENUE
        MOVE 0 TO W-ZONE-EGALE
      *
        EVALUATE TRUE
           WHEN ZONE-CODE
              IF W-ATT-VALEUR (W-ATT-IX) (1:10) = W-OBT-CODE
                 SET ZONE-EGALE TO TRUE
              END-IF
           WHEN OBTENU-ABSENT
              IF W-ATT-VALEUR (W-ATT-IX) = SPACE
                 SET ZONE-EGALE TO TRUE
              END-IF
           WHEN W-ATT-VALEUR (W-ATT-IX) = SPACE
              CONTINUE
           WHEN OTHER
              IF W-ATT-MT (W-ATT-IX) = W-OBT-MT
                 SET ZONE-EGALE TO TRUE
              END-IF
        END-EVALUATE
      *
        IF NOT ZONE-EGALE
           PERFORM   EDITION-ECART
        END-IF
        .
      *****************************************************************
      * Valeur obtenue par le calcul pour la zone CSCAFIP demandée     *
      * (W-ZONE-NOM, nom de la zone sans le préfixe CSCAFIP-), avec sa *
      * nature ; une zone inconnue reste de nature à blanc. Sert aussi *
      * au contrôle des cartes "04" à leur lecture.                    *
      *****************************************************************
       LECTURE-ZONE-OBTENUE.
      *---------------------
        MOVE SPACE TO W-ZONE-NATURE W-OBT-CODE
        MOVE 0     TO W-OBT-MT W-OBT-ABS
      *
        EVALUATE W-ZONE-NOM
           WHEN "CD-RET"
              SET ZONE-CODE    TO TRUE
              MOVE CSCAFIP-CD-RET             TO W-OBT-CODE
           WHEN "CD-REJET"
              SET ZONE-CODE    TO TRUE
              MOVE CSCAFIP-CD-REJET           TO W-OBT-CODE
           WHEN "CD-EXO"
              SET ZONE-CODE    TO TRUE
              MOVE CSCAFIP-CD-EXO             TO W-OBT-CODE
           WHEN "CD-EXO-D1"
              SET ZONE-CODE    TO TRUE
              MOVE CSCAFIP-CD-EXO-D1          TO W-OBT-CODE
           WHEN "CD-EXO-D2"
              SET ZONE-CODE    TO TRUE
              MOVE CSCAFIP-CD-EXO-D2          TO W-OBT-CODE
           WHEN "INDREG"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-INDREG             TO W-OBT-MT
           WHEN "MT-REV-AR"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-REV-AR          TO W-OBT-MT
           WHEN "MT-REV-RF"
              SET ZONE-MONTANT-FACULTATIF TO TRUE
              IF CSCAFIP-MT-REV-RF-X = SPACE
                 SET OBTENU-ABSENT TO TRUE
              ELSE
                 MOVE CSCAFIP-MT-REV-RF       TO W-OBT-MT
              END-IF
           WHEN "MT-REV-SP"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-REV-SP          TO W-OBT-MT
           WHEN "MT-ASS-MIN"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-ASS-MIN         TO W-OBT-MT
           WHEN "MT-ASS-SOC"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-ASS-SOC         TO W-OBT-MT
           WHEN "MT-ASS-SOC-2"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-ASS-SOC-2       TO W-OBT-MT
           WHEN "MT-PASS"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-PASS            TO W-OBT-MT
           WHEN "MT-COT"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-COT             TO W-OBT-MT
           WHEN "MT-REV-AR-D1"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-REV-AR-D1       TO W-OBT-MT
           WHEN "MT-REV-AR-D2"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-REV-AR-D2       TO W-OBT-MT
           WHEN "MT-REV-SP-D1"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-REV-SP-D1       TO W-OBT-MT
           WHEN "MT-REV-SP-D2"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-REV-SP-D2       TO W-OBT-MT
           WHEN "MT-ASS-SOC-2-D1"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-ASS-SOC-2-D1    TO W-OBT-MT
           WHEN "MT-ASS-SOC-2-D2"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-ASS-SOC-2-D2    TO W-OBT-MT
           WHEN "MT-COT-D1"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-COT-D1          TO W-OBT-MT
           WHEN "MT-COT-D2"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-COT-D2          TO W-OBT-MT
      *    MTX - 10/2026 - caractéristiques du foyer
           WHEN "NBPLDE"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-NBPLDE             TO W-OBT-MT
           WHEN "MT-REV-RR"
              SET ZONE-MONTANT TO TRUE
              MOVE CSCAFIP-MT-REV-RR          TO W-OBT-MT
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        .
      *****************************************************************
      * Edition de l'en-tête de l'état de recette                      *
      *****************************************************************
       EDITION-ENTETE.
      *---------------
        MOVE W-DATE-JOUR        TO W-TIT-DATE
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        WRITE ETA-LIGNE FROM W-LIGNE-TITRE
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        .
      *****************************************************************
      * Edition d'un écart du cas joué, précédée pour le premier de la *
      * ligne du cas et de l'en-tête des écarts.                       *
      *****************************************************************
       EDITION-ECART.
      *--------------
        ADD 1 TO W-NB-ECARTS-CAS
        ADD 1 TO W-NB-ECARTS
        IF W-NB-ECARTS-CAS = 1
           MOVE "KO"            TO W-ETA-CAS-VERDICT
           PERFORM   EDITION-LIGNE-CAS
           WRITE ETA-LIGNE FROM W-LIGNE-ENTETE-ECART
        END-IF
      *
        MOVE W-ATT-ZONE (W-ATT-IX) TO W-ECA-ZONE
        EVALUATE TRUE
           WHEN ZONE-CODE
              MOVE W-ATT-VALEUR (W-ATT-IX) TO W-ECA-ATTENDU
              MOVE W-OBT-CODE              TO W-ECA-OBTENU
           WHEN W-ATT-VALEUR (W-ATT-IX) = SPACE
              MOVE W-LIB-ABSENT            TO W-ECA-ATTENDU
              MOVE W-OBT-MT                TO W-ECA-OBTENU-MT
           WHEN OBTENU-ABSENT
              MOVE W-ATT-MT (W-ATT-IX)     TO W-ECA-ATTENDU-MT
              MOVE W-LIB-ABSENT            TO W-ECA-OBTENU
           WHEN OTHER
              MOVE W-ATT-MT (W-ATT-IX)     TO W-ECA-ATTENDU-MT
              MOVE W-OBT-MT                TO W-ECA-OBTENU-MT
        END-EVALUATE
        WRITE ETA-LIGNE FROM W-LIGNE-ECART
        .
      *****************************************************************
      * Edition du verdict d'un cas : OK (aucun écart), ANOMALIE (cas  *
      * non joué, avec son motif) ; un cas KO est déjà édité avec ses  *
      * écarts, le code retour du calcul est rappelé s'il n'est pas    *
      * normal.                                                        *
      *****************************************************************
       EDITION-CAS.
      *------------
        EVALUATE TRUE
           WHEN W-CAS-ANOMALIE NOT = SPACE
              ADD 1 TO W-NB-CAS-ANO
              MOVE "ANOMALIE"   TO W-ETA-CAS-VERDICT
              PERFORM   EDITION-LIGNE-CAS
              MOVE W-CAS-ANOMALIE
                                TO W-ANO-MOTIF
              WRITE ETA-LIGNE FROM W-LIGNE-ANOMALIE
           WHEN W-NB-ECARTS-CAS = 0
              ADD 1 TO W-NB-CAS-OK
              MOVE "OK"         TO W-ETA-CAS-VERDICT
              PERFORM   EDITION-LIGNE-CAS
           WHEN OTHER
              ADD 1 TO W-NB-CAS-KO
              IF CSCAFIP-CD-RET NOT = CCONST-TRAITEMENT-OK
                 MOVE SPACE     TO W-RET-MOTIF
                 STRING "CODE RETOUR DU CALCUL " CSCAFIP-CD-RET
                        " " CSCAFIP-PARAM1
                        DELIMITED BY SIZE
                        INTO W-RET-MOTIF
                 WRITE ETA-LIGNE FROM W-LIGNE-RETOUR
              END-IF
        END-EVALUATE
        .
      *****************************************************************
      * Ligne d'identification du cas avec son verdict                 *
      *****************************************************************
       EDITION-LIGNE-CAS.
      *------------------
        MOVE W-CAS-NO           TO W-ETA-CAS-NO
        MOVE SPACE              TO W-ETA-CAS-ANNEE W-ETA-CAS-ORG
        MOVE W-CAS-ANNEE        TO W-ETA-CAS-ANNEE (2:4)
        MOVE W-CAS-ORG          TO W-ETA-CAS-ORG (2:3)
        MOVE W-CAS-LIBELLE      TO W-ETA-CAS-LIBELLE
        WRITE ETA-LIGNE FROM W-LIGNE-CAS
        .
      *****************************************************************
      * Edition des totaux en fin d'état de recette                    *
      *****************************************************************
       EDITION-TOTAUX.
      *---------------
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        MOVE "CAS JOUES OU REJETES        :" TO W-TOT-LIBELLE
        MOVE W-NB-CAS           TO W-TOT-NOMBRE
        WRITE ETA-LIGNE FROM W-LIGNE-TOTAL
        MOVE "CAS OK                      :" TO W-TOT-LIBELLE
        MOVE W-NB-CAS-OK        TO W-TOT-NOMBRE
        WRITE ETA-LIGNE FROM W-LIGNE-TOTAL
        MOVE "CAS KO                      :" TO W-TOT-LIBELLE
        MOVE W-NB-CAS-KO        TO W-TOT-NOMBRE
        WRITE ETA-LIGNE FROM W-LIGNE-TOTAL
        MOVE "CAS EN ANOMALIE (NON JOUES) :" TO W-TOT-LIBELLE
        MOVE W-NB-CAS-ANO       TO W-TOT-NOMBRE
        WRITE ETA-LIGNE FROM W-LIGNE-TOTAL
        MOVE "ECARTS DE ZONE              :" TO W-TOT-LIBELLE
        MOVE W-NB-ECARTS        TO W-TOT-NOMBRE
        WRITE ETA-LIGNE FROM W-LIGNE-TOTAL
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        .
      *****************************************************************
      * Edition du compte rendu                                        *
      *****************************************************************
       EDITION-COMPTE-RENDU.
      *---------------------
        DISPLAY "===================================================="
        DISPLAY "  SCA16B - BANC DE NON-REGRESSION DES SCA-NN-P"
        DISPLAY "===================================================="
        DISPLAY "  CARTES LUES                    : " W-NB-CARTES
        DISPLAY "  CARTES IGNOREES                : " W-NB-CARTES-REJ
        DISPLAY "  CAS LUS                        : " W-NB-CAS
        DISPLAY "  CAS OK                         : " W-NB-CAS-OK
        DISPLAY "  CAS KO                         : " W-NB-CAS-KO
        DISPLAY "  CAS EN ANOMALIE (NON JOUES)    : " W-NB-CAS-ANO
        DISPLAY "  ECARTS DE ZONE                 : " W-NB-ECARTS
        DISPLAY "===================================================="
        .
