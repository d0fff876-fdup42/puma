       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA18B.
      ******************************************************************
      *                                                                *
      *        S C A 1 8 B  -  E X P L O I T A T I O N  D U            *
      *                        J O U R N A L  D ' A U D I T            *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch exploite le journal d'audit des             *
      * consultations de données fiscales par les agents (cf V2AUDIT,  *
      * alimenté par SCA01T / SCA02T / SCA03T), pour le délégué à la   *
      * protection des données et la convention DGFiP (secret          *
      * fiscal). Pour les agents d'un ORGANISME et un mois donnés en   *
      * carte SYSIN, il édite dans le fichier ETATAUD :                *
      *   - la liste des consultations de comptes d'un autre           *
      *     organisme que celui de rattachement de l'agent ;           *
      *   - le volume de consultations du mois par agent, avec sa      *
      *     moyenne mensuelle sur la période de référence (les mois    *
      *     précédents, nombre fourni en carte) ;                      *
      *   - une alerte pour tout agent dont le volume du mois dépasse  *
      *     à la fois le volume minimal et le coefficient multiplié    *
      *     par sa moyenne de référence (un agent sans historique est  *
      *     signalé dès le volume minimal atteint).                    *
      * Le journal a sa propre durée de conservation, en années        *
      * civiles de consultation, indépendante de celle des résultats   *
      * (cf SCA12B) : les années échues sont purgées pour              *
      * l'organisme, avec le code de confirmation "PURGEOK " sur la    *
      * carte (sinon simulation, volumes seulement comptés). Le        *
      * journal n'est modifié par aucun autre traitement.              *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN :                             *
      *       ORGANISME DES AGENTS (3) + MOIS EDITE (6, AAAAMM, défaut *
      *       mois précédent) + MOIS DE REFERENCE (2, défaut 06) +     *
      *       COEFFICIENT D'ALERTE (2, défaut 03) + VOLUME MINIMAL     *
      *       D'ALERTE (5, défaut 00050) + CONSERVATION DU JOURNAL     *
      *       (2, en années, défaut 05) + CONFIRMATION (8, "PURGEOK "  *
      *       pour purger réellement, sinon simulation)                *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Etat d'audit ETATAUD et compte rendu en sortie standard    *
      *     (SYSOUT).                                                  *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610019 - 10/2026 - Création.
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
           SELECT  ETATFILE    ASSIGN  TO      ETATAUD
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F.
       01  PARM-CARTE.
           05  PARM-ORG            PICTURE         9(03).
           05  PARM-MOIS           PICTURE         9(06).
           05  PARM-NB-MOIS-REF    PICTURE         9(02).
           05  PARM-COEF           PICTURE         9(02).
           05  PARM-VOLUME-MIN     PICTURE         9(05).
           05  PARM-RETENTION      PICTURE         9(02).
           05  PARM-CONFIRM        PICTURE         X(08).
               88  PURGE-CONFIRMEE                 VALUE "PURGEOK ".
           05  FILLER              PICTURE         X(52).
      *
      *****************************************************************
      * ETAT D'AUDIT PRET A IMPRIMER (UNE LIGNE DE 80)                 *
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
           05  W-NB-LUES           PICTURE         9(09)       COMP.
           05  W-NB-MOIS           PICTURE         9(09)       COMP.
           05  W-NB-REFERENCE      PICTURE         9(09)       COMP.
           05  W-NB-HORS-ORG       PICTURE         9(09)       COMP.
           05  W-NB-AGENTS-ALERTE  PICTURE         9(05)       COMP.
           05  W-NB-PURGEABLES     PICTURE         9(09)       COMP.
           05  W-NB-ANNEES-PURGEES PICTURE         9(03)       COMP.
      *
       01  W-DIVERS.
           05  W-FIN-PARM          PICTURE         9(01)       VALUE 0.
               88  FIN-PARM                        VALUE 1.
           05  W-DATE-JOUR         PICTURE         9(08).
           05  W-DATE-JOUR-DEC REDEFINES W-DATE-JOUR.
               10  W-ANNEE-JOUR    PICTURE         9(04).
               10  W-MOIS-JOUR     PICTURE         9(02).
               10  FILLER          PICTURE         9(02).
           05  W-ANNEE-LUE         PICTURE         9(04).
           05  W-MOIS-LU           PICTURE         9(06).
           05  W-IX-AFF            PICTURE         9(03)       COMP.
           05  W-NB-ANNEE          PICTURE         9(09)       COMP.
      *
      *****************************************************************
      * Paramètres retenus (carte SYSIN, valeurs par défaut si zéro    *
      * ou non numérique). Mois édité et début de la période de        *
      * référence au format AAAAMM, calculés sur un rang de mois       *
      * (année x 12 + mois - 1).                                       *
      *****************************************************************
       01  W-PARAMETRES.
           05  W-MOIS-EDITE        PICTURE         9(06).
           05  W-MOIS-EDITE-DEC REDEFINES W-MOIS-EDITE.
               10  W-AA-EDITE      PICTURE         9(04).
               10  W-MM-EDITE      PICTURE         9(02).
           05  W-MOIS-DEBUT-REF    PICTURE         9(06).
           05  W-MOIS-DEBUT-REF-DEC REDEFINES W-MOIS-DEBUT-REF.
               10  W-AA-DEBUT-REF  PICTURE         9(04).
               10  W-MM-DEBUT-REF  PICTURE         9(02).
           05  W-RANG-MOIS         PICTURE         9(06)       COMP.
           05  W-RANG-ANNEE        PICTURE         9(04)       COMP.
           05  W-RANG-RESTE        PICTURE         9(02)       COMP.
           05  W-NB-MOIS-REF       PICTURE         9(02).
           05  W-NB-MOIS-REF-DEFAUT
                                   PICTURE         9(02)
                                   VALUE           06.
           05  W-COEF              PICTURE         9(02).
           05  W-COEF-DEFAUT       PICTURE         9(02)
                                   VALUE           03.
           05  W-VOLUME-MIN        PICTURE         9(05).
           05  W-VOLUME-MIN-DEFAUT PICTURE         9(05)
                                   VALUE           00050.
      *        --- conservation du journal, en années civiles ; les  ---
      *        --- années de consultation antérieures à l'année      ---
      *        --- limite sont purgées, à compter de l'année de mise ---
      *        --- en service du journal                             ---
           05  W-RETENTION         PICTURE         9(02).
           05  W-RETENTION-DEFAUT  PICTURE         9(02)
                                   VALUE           05.
           05  W-ANNEE-LIMITE      PICTURE         9(04).
           05  W-ANNEE-MISE-EN-SERVICE
                                   PICTURE         9(04)
                                   VALUE           2026.
           05  W-MOYENNE-REF       PICTURE         9(07).
           05  W-SEUIL-ALERTE      PICTURE         9(09).
      *
      *****************************************************************
      * TABLE DES AGENTS DE L'ORGANISME (la dernière entrée sert de    *
      * fourre-tout si la table est saturée, comme dans SCA09B)        *
      *****************************************************************
       01  W-AGENTS.
           05  W-AGT-NB            PICTURE         9(03)       COMP
                                   VALUE           0.
           05  W-AGT-ENTREE        OCCURS          500 TIMES
                                   INDEXED BY      W-AGT-IX.
               10  W-AGT-CODE      PICTURE         X(08).
               10  W-AGT-NB-MOIS   PICTURE         9(07).
               10  W-AGT-NB-HORS-ORG
                                   PICTURE         9(07).
               10  W-AGT-NB-REF    PICTURE         9(07).
      *
      *****************************************************************
      * LIGNES DE L'ETAT D'AUDIT                                       *
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
           05  FILLER              PICTURE         X(39)
                 VALUE  "JOURNAL D'AUDIT DES CONSULTATIONS  ORG ".
           05  W-TIT-ORG           PICTURE         9(03).
           05  FILLER              PICTURE         X(07)
                                   VALUE  "  MOIS ".
           05  W-TIT-AA            PICTURE         9(04).
           05  FILLER              PICTURE         X(01)
                                   VALUE  "/".
           05  W-TIT-MM            PICTURE         9(02).
           05  FILLER              PICTURE         X(24)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-PARAM.
           05  FILLER              PICTURE         X(12)
                                   VALUE  "REFERENCE : ".
           05  W-TIT-NB-MOIS-REF   PICTURE         Z9.
           05  FILLER              PICTURE         X(13)
                                   VALUE  " MOIS DEPUIS ".
           05  W-TIT-AA-REF        PICTURE         9(04).
           05  FILLER              PICTURE         X(01)
                                   VALUE  "/".
           05  W-TIT-MM-REF        PICTURE         9(02).
           05  FILLER              PICTURE         X(12)
                                   VALUE  "  ALERTE : >".
           05  W-TIT-COEF          PICTURE         Z9.
           05  FILLER              PICTURE         X(17)
                                   VALUE  " X MOYENNE ET >= ".
           05  W-TIT-VOLUME-MIN    PICTURE         Z(04)9.
           05  FILLER              PICTURE         X(10)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-SECTION         PICTURE         X(80).
      *
       01  W-LIGNE-ENTETE-HORS.
           05  FILLER              PICTURE         X(09)
                                   VALUE  "DATE".
           05  FILLER              PICTURE         X(07)
                                   VALUE  "HEURE".
           05  FILLER              PICTURE         X(09)
                                   VALUE  "AGENT".
           05  FILLER              PICTURE         X(09)
                                   VALUE  "TRANSAC.".
           05  FILLER              PICTURE         X(02)
                                   VALUE  "A".
           05  FILLER              PICTURE         X(10)
                                   VALUE  "COMPTE".
           05  FILLER              PICTURE         X(06)
                                   VALUE  "ANNEE".
           05  FILLER              PICTURE         X(28)
                                   VALUE  "ORG".
      *
       01  W-LIGNE-HORS.
           05  W-HRS-DATE          PICTURE         9(08).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-HRS-HEURE         PICTURE         9(06).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-HRS-AGENT         PICTURE         X(08).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-HRS-TRANSACTION   PICTURE         X(08).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-HRS-ACTION        PICTURE         X(01).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-HRS-NO-CPT        PICTURE         9(09).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-HRS-ANNEE         PICTURE         9(04).
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
           05  W-HRS-ORG           PICTURE         9(03).
           05  FILLER              PICTURE         X(25)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ENTETE-AGT.
           05  FILLER              PICTURE         X(10)
                                   VALUE  "AGENT".
           05  FILLER              PICTURE         X(14)
                                   VALUE  "  CONSULT.MOIS".
           05  FILLER              PICTURE         X(14)
                                   VALUE  "     HORS ORG.".
           05  FILLER              PICTURE         X(14)
                                   VALUE  "  MOYENNE REF.".
           05  FILLER              PICTURE         X(28)
                                   VALUE  "  ALERTE".
      *
       01  W-LIGNE-AGT.
           05  W-AGL-CODE          PICTURE         X(08).
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
           05  W-AGL-NB-MOIS       PICTURE         Z(13)9.
           05  W-AGL-NB-HORS-ORG   PICTURE         Z(13)9.
           05  W-AGL-MOYENNE       PICTURE         Z(13)9.
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
           05  W-AGL-ALERTE        PICTURE         X(26).
      *
       01  W-LIGNE-AUCUNE.
           05  FILLER              PICTURE         X(80)
                                   VALUE  "  (AUCUNE)".
      *
      *****************************************************************
      * Clé de recherche AUDIT (ANNEE de consultation / ORGANISME de   *
      * l'agent), cadrée de zéros sur la largeur exacte de             *
      * TOT-KEY-ASS/TOT-KEY, comme dans SCA19B.                        *
      *****************************************************************
       01  W-CLE-AUD.
           05  W-CLE-AUD-ANNEE     PICTURE         9(09).
           05  W-CLE-AUD-ORG       PICTURE         9(04).
      *
      *****************************************************************
      * COPY des constantes:                                          *
      *****************************************************************
           COPY    CCONST.
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
           COPY    DTFLIEN.
      *===============================================================
       PROCEDURE DIVISION.
      *===============================================================
        PERFORM   INITIALISATION
      *
        PERFORM   LECTURE-PARM
      *
        IF NOT FIN-PARM
           OPEN    OUTPUT  ETATFILE
           PERFORM   EDITION-ENTETE
      *
      *    Balayage des années de consultation couvrant la période de
      *    référence et le mois édité
           MOVE W-AA-DEBUT-REF TO W-ANNEE-LUE
           PERFORM UNTIL W-ANNEE-LUE > W-AA-EDITE
              PERFORM   PREP-LECTURE-AUDIT
              PERFORM   LECTURE-AUDIT
              PERFORM UNTIL TOT-STAT  = "MRNF"
                         OR TOT-REFER = "END."
                 PERFORM   CUMULER-CONSULTATION
                 PERFORM   LECTURE-AUDIT
              END-PERFORM
              ADD 1 TO W-ANNEE-LUE
           END-PERFORM
           IF W-NB-HORS-ORG = 0
              WRITE ETA-LIGNE FROM W-LIGNE-AUCUNE
           END-IF
      *
           PERFORM   EDITION-AGENTS
           CLOSE   ETATFILE
      *
           PERFORM   PURGE-JOURNAL
        END-IF
      *
        PERFORM   EDITION-COMPTE-RENDU
      *
        STOP RUN
        .
      *****************************************************************
      * Initialisation des compteurs et de la date du jour             *
      *****************************************************************
       INITIALISATION.
      *---------------
        INITIALIZE W-TOTAUX W-AGENTS
        ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
        .
      *****************************************************************
      * Lecture de la carte paramètre en SYSIN : ORGANISME / mois      *
      * édité (défaut mois précédent) / mois de référence (défaut 06)  *
      * / coefficient (défaut 03) / volume minimal (défaut 50) /       *
      * conservation (défaut 05 ans) / code de confirmation.           *
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
           IF  PARM-MOIS NUMERIC
           AND PARM-MOIS > 0
              MOVE PARM-MOIS      TO W-MOIS-EDITE
           ELSE
              COMPUTE W-RANG-MOIS = W-ANNEE-JOUR * 12 + W-MOIS-JOUR
                                  - 2
              PERFORM   CONVERSION-RANG-MOIS
              MOVE W-MOIS-DEBUT-REF
                                  TO W-MOIS-EDITE
           END-IF
           IF W-MM-EDITE < 1 OR W-MM-EDITE > 12
              DISPLAY "SCA18B - MOIS " PARM-MOIS
                      " INVALIDE - TRAITEMENT NON LANCE"
              SET FIN-PARM TO TRUE
           END-IF
        END-IF
      *
        IF NOT FIN-PARM
           IF  PARM-NB-MOIS-REF NUMERIC
           AND PARM-NB-MOIS-REF > 0
              MOVE PARM-NB-MOIS-REF
                                  TO W-NB-MOIS-REF
           ELSE
              MOVE W-NB-MOIS-REF-DEFAUT
                                  TO W-NB-MOIS-REF
           END-IF
           IF  PARM-COEF NUMERIC
           AND PARM-COEF > 0
              MOVE PARM-COEF      TO W-COEF
           ELSE
              MOVE W-COEF-DEFAUT  TO W-COEF
           END-IF
           IF  PARM-VOLUME-MIN NUMERIC
           AND PARM-VOLUME-MIN > 0
              MOVE PARM-VOLUME-MIN
                                  TO W-VOLUME-MIN
           ELSE
              MOVE W-VOLUME-MIN-DEFAUT
                                  TO W-VOLUME-MIN
           END-IF
           IF  PARM-RETENTION NUMERIC
           AND PARM-RETENTION > 0
              MOVE PARM-RETENTION TO W-RETENTION
           ELSE
              MOVE W-RETENTION-DEFAUT
                                  TO W-RETENTION
           END-IF
           COMPUTE W-ANNEE-LIMITE = W-ANNEE-JOUR - W-RETENTION
      *
      *    Début de la période de référence : mois édité moins le
      *    nombre de mois de référence
           COMPUTE W-RANG-MOIS = W-AA-EDITE * 12 + W-MM-EDITE - 1
                               - W-NB-MOIS-REF
           PERFORM   CONVERSION-RANG-MOIS
      *
           IF NOT PURGE-CONFIRMEE
              DISPLAY "SCA18B - CODE PURGEOK ABSENT : SIMULATION, "
                      "AUCUNE SUPPRESSION NE SERA FAITE"
           END-IF
        END-IF
        .
      *****************************************************************
      * Conversion du rang de mois W-RANG-MOIS (année x 12 + mois - 1) *
      * en mois AAAAMM dans W-MOIS-DEBUT-REF.                          *
      *****************************************************************
       CONVERSION-RANG-MOIS.
      *---------------------
        DIVIDE W-RANG-MOIS BY 12 GIVING W-RANG-ANNEE
                                 REMAINDER W-RANG-RESTE
        MOVE W-RANG-ANNEE       TO W-AA-DEBUT-REF
        COMPUTE W-MM-DEBUT-REF  = W-RANG-RESTE + 1
        .
      *****************************************************************
      * INITIALISATION DU BALAYAGE DU JOURNAL D'AUDIT POUR UNE ANNEE   *
      * DE CONSULTATION (W-ANNEE-LUE) / ORGANISME DES AGENTS           *
      *****************************************************************
       PREP-LECTURE-AUDIT.
      *-------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE W-ANNEE-LUE        TO W-CLE-AUD-ANNEE
        MOVE PARM-ORG           TO W-CLE-AUD-ORG
        MOVE W-CLE-AUD-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-AUD-ORG      TO TOT-KEY
        .
      *****************************************************************
      * LECTURE SEQUENTIELLE DU JOURNAL D'AUDIT (INDEX ANNEE /         *
      * ORGANISME), COMME LECTURE-RES-BATCH DANS SCA01B.               *
      *****************************************************************
       LECTURE-AUDIT.
      *--------------
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS.
        MOVE "ORG-CLE"          TO TOT-PRP.
        MOVE "V"                TO TOT-SENS.
        MOVE "AUDIT"            TO TOT-FILE.
        MOVE "READS"            TO TOT-FUNC.
        MOVE "S"                TO TOT-AIG-X.
        MOVE SPACE              TO TOT-LIKE.
        MOVE "MRNF"             TO TOT-STAT1.
        MOVE "RLSE"             TO TOT-ENDP.
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA           TO V2AUDIT
        END-IF
        .
      *****************************************************************
      * Cumul d'une consultation : dans le mois édité, compteur de     *
      * l'agent et liste des consultations hors organisme de           *
      * rattachement ; dans la période de référence, compteur de       *
      * référence de l'agent. Les autres mois sont ignorés.            *
      *****************************************************************
       CUMULER-CONSULTATION.
      *---------------------
        ADD 1 TO W-NB-LUES
        COMPUTE W-MOIS-LU = AUD-AA-CONSULT * 100 + AUD-MM-CONSULT
      *
        EVALUATE TRUE
           WHEN W-MOIS-LU = W-MOIS-EDITE
              PERFORM   RECHERCHE-AGENT
              ADD 1              TO W-NB-MOIS
                                    W-AGT-NB-MOIS (W-AGT-IX)
              IF AUD-ORG NOT = AUD-ORG-AGENT
                 ADD 1           TO W-NB-HORS-ORG
                                    W-AGT-NB-HORS-ORG (W-AGT-IX)
                 PERFORM   EDITION-HORS-ORG
              END-IF
           WHEN W-MOIS-LU NOT < W-MOIS-DEBUT-REF
            AND W-MOIS-LU < W-MOIS-EDITE
              PERFORM   RECHERCHE-AGENT
              ADD 1              TO W-NB-REFERENCE
                                    W-AGT-NB-REF (W-AGT-IX)
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        .
      *****************************************************************
      * Positionne W-AGT-IX sur l'entrée de l'agent de la ligne lue,   *
      * en la créant si nécessaire (la dernière entrée sert de         *
      * fourre-tout si la table est saturée, comme RECHERCHE-ORGANISME *
      * dans SCA09B).                                                  *
      *****************************************************************
       RECHERCHE-AGENT.
      *----------------
        SET W-AGT-IX TO 1
        PERFORM UNTIL W-AGT-IX > W-AGT-NB
                   OR W-AGT-CODE (W-AGT-IX) = AUD-AGENT
           SET W-AGT-IX UP BY 1
        END-PERFORM
        IF W-AGT-IX > W-AGT-NB
           IF W-AGT-NB < 500
              ADD 1 TO W-AGT-NB
              SET W-AGT-IX TO W-AGT-NB
              MOVE AUD-AGENT TO W-AGT-CODE (W-AGT-IX)
           ELSE
              SET W-AGT-IX TO W-AGT-NB
           END-IF
        END-IF
        .
      *****************************************************************
      * En-tête de l'état d'audit et de la liste des consultations     *
      * hors organisme de rattachement                                 *
      *****************************************************************
       EDITION-ENTETE.
      *---------------
        MOVE PARM-ORG            TO W-TIT-ORG
        MOVE W-AA-EDITE          TO W-TIT-AA
        MOVE W-MM-EDITE          TO W-TIT-MM
        MOVE W-NB-MOIS-REF       TO W-TIT-NB-MOIS-REF
        MOVE W-AA-DEBUT-REF      TO W-TIT-AA-REF
        MOVE W-MM-DEBUT-REF      TO W-TIT-MM-REF
        MOVE W-COEF              TO W-TIT-COEF
        MOVE W-VOLUME-MIN        TO W-TIT-VOLUME-MIN
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        WRITE ETA-LIGNE FROM W-LIGNE-TITRE
        WRITE ETA-LIGNE FROM W-LIGNE-PARAM
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        MOVE "CONSULTATIONS DE COMPTES HORS ORGANISME DE RATTACHEMENT"
                                 TO W-LIGNE-SECTION
        WRITE ETA-LIGNE FROM W-LIGNE-SECTION
        WRITE ETA-LIGNE FROM W-LIGNE-ENTETE-HORS
        .
      *****************************************************************
      * Ligne d'une consultation hors organisme de rattachement        *
      *****************************************************************
       EDITION-HORS-ORG.
      *-----------------
        MOVE AUD-DATE            TO W-HRS-DATE
        COMPUTE W-HRS-HEURE      = AUD-HEURE / 100
        MOVE AUD-AGENT           TO W-HRS-AGENT
        MOVE AUD-TRANSACTION     TO W-HRS-TRANSACTION
        MOVE AUD-ACTION          TO W-HRS-ACTION
        MOVE AUD-NO-CPT-INT      TO W-HRS-NO-CPT
        MOVE AUD-ANNEE           TO W-HRS-ANNEE
        MOVE AUD-ORG             TO W-HRS-ORG
        WRITE ETA-LIGNE FROM W-LIGNE-HORS
        .
      *****************************************************************
      * Volumes par agent ayant consulté dans le mois édité, moyenne   *
      * mensuelle de référence et alerte de volume anormal.            *
      *****************************************************************
       EDITION-AGENTS.
      *---------------
        WRITE ETA-LIGNE FROM W-LIGNE-TIRETS
        MOVE "VOLUMES DE CONSULTATION PAR AGENT"
                                 TO W-LIGNE-SECTION
        WRITE ETA-LIGNE FROM W-LIGNE-SECTION
        WRITE ETA-LIGNE FROM W-LIGNE-ENTETE-AGT
        MOVE 1 TO W-IX-AFF
        PERFORM UNTIL W-IX-AFF > W-AGT-NB
           IF W-AGT-NB-MOIS (W-IX-AFF) > 0
              PERFORM   EDITION-AGENT
           END-IF
           ADD 1 TO W-IX-AFF
        END-PERFORM
        IF W-NB-MOIS = 0
           WRITE ETA-LIGNE FROM W-LIGNE-AUCUNE
        END-IF
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        .
      *****************************************************************
      * Ligne d'un agent : le volume du mois est anormal s'il atteint  *
      * le volume minimal et dépasse le coefficient multiplié par la   *
      * moyenne mensuelle de référence (nulle pour un agent sans       *
      * historique).                                                   *
      *****************************************************************
       EDITION-AGENT.
      *--------------
        COMPUTE W-MOYENNE-REF ROUNDED =
                W-AGT-NB-REF (W-IX-AFF) / W-NB-MOIS-REF
        COMPUTE W-SEUIL-ALERTE = W-MOYENNE-REF * W-COEF
      *
        MOVE W-AGT-CODE (W-IX-AFF)        TO W-AGL-CODE
        MOVE W-AGT-NB-MOIS (W-IX-AFF)     TO W-AGL-NB-MOIS
        MOVE W-AGT-NB-HORS-ORG (W-IX-AFF) TO W-AGL-NB-HORS-ORG
        MOVE W-MOYENNE-REF                TO W-AGL-MOYENNE
        MOVE SPACE                        TO W-AGL-ALERTE
        IF  W-AGT-NB-MOIS (W-IX-AFF) NOT < W-VOLUME-MIN
        AND W-AGT-NB-MOIS (W-IX-AFF) > W-SEUIL-ALERTE
           ADD 1 TO W-NB-AGENTS-ALERTE
           IF W-AGT-NB-REF (W-IX-AFF) = 0
              MOVE "VOLUME ANORMAL (NOUVEAU)" TO W-AGL-ALERTE
           ELSE
              MOVE "VOLUME ANORMAL"           TO W-AGL-ALERTE
           END-IF
        END-IF
        WRITE ETA-LIGNE FROM W-LIGNE-AGT
        .
      *****************************************************************
      * Purge du journal : chaque année de consultation échue (de la   *
      * mise en service à l'année limite exclue) est comptée, puis     *
      * supprimée pour l'organisme (index ANNEE / ORGANISME), avec le  *
      * code de confirmation uniquement.                               *
      *****************************************************************
       PURGE-JOURNAL.
      *--------------
        MOVE W-ANNEE-MISE-EN-SERVICE TO W-ANNEE-LUE
        PERFORM UNTIL W-ANNEE-LUE NOT < W-ANNEE-LIMITE
           MOVE 0 TO W-NB-ANNEE
           PERFORM   PREP-LECTURE-AUDIT
           PERFORM   LECTURE-AUDIT
           PERFORM UNTIL TOT-STAT  = "MRNF"
                      OR TOT-REFER = "END."
              ADD 1 TO W-NB-ANNEE
              PERFORM   LECTURE-AUDIT
           END-PERFORM
      *
           IF W-NB-ANNEE > 0
              ADD W-NB-ANNEE TO W-NB-PURGEABLES
              ADD 1          TO W-NB-ANNEES-PURGEES
              DISPLAY "SCA18B - ANNEE " W-ANNEE-LUE " : "
                      W-NB-ANNEE " CONSULTATIONS ECHUES"
              IF PURGE-CONFIRMEE
                 PERFORM   SUPPRESSION-ANNEE
              END-IF
           END-IF
           ADD 1 TO W-ANNEE-LUE
        END-PERFORM
        .
      *****************************************************************
      * Suppression des lignes d'une année de consultation échue pour  *
      * l'organisme (clé ANNEE / ORGANISME)                            *
      *****************************************************************
       SUPPRESSION-ANNEE.
      *------------------
        PERFORM   PREP-LECTURE-AUDIT
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS
        MOVE "ORG-CLE"          TO TOT-PRP
        MOVE "AUDIT"            TO TOT-FILE
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
      *****************************************************************
      * Edition du compte rendu d'exécution                            *
      *****************************************************************
       EDITION-COMPTE-RENDU.
      *---------------------
        DISPLAY "===================================================="
        DISPLAY "  SCA18B - EXPLOITATION DU JOURNAL D'AUDIT"
        DISPLAY "  ORGANISME : " PARM-ORG  "   MOIS : " W-MOIS-EDITE
        DISPLAY "  CONSERVATION : " W-RETENTION " ANS"
                " (LIMITE " W-ANNEE-LIMITE ")"
        IF PURGE-CONFIRMEE
           DISPLAY "  MODE : PURGE REELLE (CODE PURGEOK)"
        ELSE
           DISPLAY "  MODE : SIMULATION (AUCUNE SUPPRESSION)"
        END-IF
        DISPLAY "===================================================="
        DISPLAY "  LIGNES DU JOURNAL LUES         : " W-NB-LUES
        DISPLAY "  CONSULTATIONS DU MOIS          : " W-NB-MOIS
        DISPLAY "  CONSULTATIONS DE REFERENCE     : " W-NB-REFERENCE
        DISPLAY "  CONSULTATIONS HORS ORGANISME   : " W-NB-HORS-ORG
        DISPLAY "  AGENTS DU JOURNAL              : " W-AGT-NB
        DISPLAY "  AGENTS EN VOLUME ANORMAL       : "
                W-NB-AGENTS-ALERTE
        DISPLAY "  ANNEES ECHUES                  : "
                W-NB-ANNEES-PURGEES
        DISPLAY "  CONSULTATIONS ECHUES           : "
                W-NB-PURGEABLES
        DISPLAY "===================================================="
        .
