       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA17B.
      ******************************************************************
      *                                                                *
      *        S C A 1 7 B  -  P R E L E V E M E N T                   *
      *                        M E N S U E L                           *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch prélève chaque mois l'échéance de           *
      * cotisation des cotisants qui ont signé un mandat (cf V2MANDAT  *
      * / SCA05T), jusqu'ici payée à la main. Pour une ANNEE /         *
      * ORGANISME et un mois d'échéance donnés :                       *
      *   - les rejets bancaires du fichier retour REJPREL (rejets et  *
      *     R-transactions des échéances déjà présentées) sont traités *
      *     en premier : le montant rejeté est retiré du montant       *
      *     encaissé du compte (cf RES-MT-ENCAISSE) et du cumul        *
      *     présenté du mandat ; l'échéance est représentée au         *
      *     passage suivant, sauf motif de rejet définitif (compte     *
      *     clos, mandat contesté, opposition du débiteur ...) ou      *
      *     nombre maximal de rejets consécutifs atteint : le compte   *
      *     retourne alors au paiement sur avis (mandat au statut      *
      *     "S") ;                                                     *
      *   - la table des résultats (cf V2RESFIP) est ensuite balayée : *
      *     pour chaque compte au mandat actif, le montant dû à fin    *
      *     de mois est la cotisation appelée (RES-MT-COT, qui porte   *
      *     les régularisations REGULCOT déjà émises par SCA01B et la  *
      *     remise d'une exonération manuelle) répartie selon          *
      *     l'échéancier du calcul (CSCAFIP-ECHEANCIER, régénéré par   *
      *     SCA00P en calcul à blanc comme dans SCA10B) ; une taxation *
      *     provisionnelle, sans échéancier, est répartie par          *
      *     douzièmes. Le montant prélevé est le dû diminué des        *
      *     sommes déjà encaissées (RES-MT-ENCAISSE, paiements sur     *
      *     avis et échéances déjà prélevées) : une échéance rejetée   *
      *     ou une régularisation en hausse est ainsi rattrapée, un    *
      *     paiement spontané est déduit ;                             *
      *   - l'échéance présentée est portée dans le fichier des        *
      *     prélèvements PRELEVE remis à la banque (détail "01" +      *
      *     total "99") et comptée comme encaissée dans la table des   *
      *     résultats (statut de paiement "T" / "P" comme SCA08B),     *
      *     jusqu'à un éventuel rejet ;                                *
      *   - un compte dont la contestation est en cours (cf V2RECLAM)  *
      *     ou dont l'avis est retenu par le contrôle de variation     *
      *     (cf SCA15B) n'est pas prélevé ;                            *
      *   - le mandat actif de l'année précédente, sur le même         *
      *     organisme, est reconduit pour l'année traitée.             *
      * Un compte rendu est édité en fin de traitement.                *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN :                             *
      *       ANNEE (4) + ORGANISME (3) + MOIS D'ECHEANCE (2, 01-12) + *
      *       DATE D'ECHEANCE BANCAIRE (8, AAAAMMJJ, défaut date du    *
      *       jour) + NOMBRE MAXIMAL DE REJETS CONSECUTIFS (1, défaut  *
      *       2)                                                       *
      *     Fichier retour des rejets bancaires : REJPREL              *
      *       (détail "01" + total "99", comme ENCAISS)                *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Fichier des prélèvements PRELEVE, tables des mandats et    *
      *     des résultats mises à jour et compte rendu en sortie       *
      *     standard (SYSOUT).                                         *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610018 - 10/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (édition des avis SCA10B terminée), sauf forçage    *
      * visé par un agent en carte SYSIN, tracé comme tel.             *
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
           SELECT  REJFILE     ASSIGN  TO      REJPREL
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  PRELFILE    ASSIGN  TO      PRELEVE
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  PARM-ORG            PICTURE         9(03).
           05  PARM-MOIS           PICTURE         9(02).
           05  PARM-DATE-ECHEANCE  PICTURE         9(08).
           05  PARM-NB-REJETS-MAX  PICTURE         9(01).
           05  FILLER              PICTURE         X(42).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
      *****************************************************************
      * FICHIER RETOUR DES REJETS BANCAIRES DES PRELEVEMENTS           *
      * (format fixe : un enregistrement détail "01" par échéance      *
      * rejetée, avec le code motif de rejet ou de R-transaction,      *
      * puis un enregistrement total "99", comme ENCAISS)              *
      *****************************************************************
       FD  REJFILE
           RECORDING MODE F.
       01  REJ-ENR-DETAIL.
           05  REJ-CD-ENR          PICTURE         X(02).
               88  REJ-DETAIL                      VALUE "01".
               88  REJ-TOTAL                       VALUE "99".
           05  REJ-NO-CPT-INT      PICTURE         9(09).
           05  REJ-ANNEE           PICTURE         9(04).
           05  REJ-ORG             PICTURE         9(03).
           05  REJ-MOIS            PICTURE         9(02).
           05  REJ-MT-REJETE       PICTURE         9(15).
           05  REJ-CD-MOTIF        PICTURE         X(04).
           05  REJ-DATE-REJET      PICTURE         9(08).
           05  FILLER              PICTURE         X(53).
       01  REJ-ENR-TOTAL.
           05  REJ-TOT-CD-ENR      PICTURE         X(02).
           05  REJ-TOT-ANNEE       PICTURE         9(04).
           05  REJ-TOT-ORG         PICTURE         9(03).
           05  REJ-TOT-NB          PICTURE         9(07).
           05  REJ-TOT-MT          PICTURE         9(15).
           05  FILLER              PICTURE         X(69).
      *
      *****************************************************************
      * FICHIER DES PRELEVEMENTS REMIS A LA BANQUE                     *
      * (format fixe : un enregistrement détail "01" par échéance      *
      * présentée, avec les références du mandat, puis un              *
      * enregistrement total "99", comme APPELCOT)                     *
      *****************************************************************
       FD  PRELFILE
           RECORDING MODE F.
       01  PRL-ENR-DETAIL.
           05  PRL-CD-ENR          PICTURE         X(02).
           05  PRL-NO-CPT-INT      PICTURE         9(09).
           05  PRL-ANNEE           PICTURE         9(04).
           05  PRL-ORG             PICTURE         9(03).
           05  PRL-MOIS            PICTURE         9(02).
           05  PRL-MT-PRELEVE      PICTURE         9(15).
           05  PRL-DATE-ECHEANCE   PICTURE         9(08).
           05  PRL-SEQUENCE        PICTURE         X(04).
           05  PRL-RUM             PICTURE         X(35).
           05  PRL-DATE-SIGNATURE  PICTURE         9(08).
           05  PRL-IBAN            PICTURE         X(34).
           05  PRL-BIC             PICTURE         X(11).
           05  FILLER              PICTURE         X(25).
       01  PRL-ENR-TOTAL.
           05  PRL-TOT-CD-ENR      PICTURE         X(02).
           05  PRL-TOT-ANNEE       PICTURE         9(04).
           05  PRL-TOT-ORG         PICTURE         9(03).
           05  PRL-TOT-MOIS        PICTURE         9(02).
           05  PRL-TOT-DATE-ECHEANCE
                                   PICTURE         9(08).
           05  PRL-TOT-NB          PICTURE         9(07).
           05  PRL-TOT-MT          PICTURE         9(15).
           05  FILLER              PICTURE         X(119).
      *
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * COMPTEURS DU COMPTE RENDU                                      *
      *****************************************************************
       01  W-TOTAUX.
      *        --- traitement des rejets bancaires                   ---
           05  W-NB-REJ-LUS        PICTURE         9(07)       COMP.
           05  W-MT-REJ-LUS        PICTURE         S9(15).
           05  W-NB-REJ-HORS-CAMPAGNE
                                   PICTURE         9(07)       COMP.
           05  W-NB-REJ-SANS-MANDAT
                                   PICTURE         9(07)       COMP.
           05  W-NB-REJ-DEJA-APPLIQUES
                                   PICTURE         9(07)       COMP.
           05  W-NB-A-REPRESENTER  PICTURE         9(07)       COMP.
           05  W-NB-RETOURS-AVIS   PICTURE         9(07)       COMP.
           05  W-ECART-FICHIER     PICTURE         S9(15).
      *        --- prélèvement des échéances du mois                 ---
           05  W-NB-COMPTES        PICTURE         9(07)       COMP.
           05  W-NB-RECONDUITS     PICTURE         9(07)       COMP.
           05  W-NB-INACTIFS       PICTURE         9(07)       COMP.
           05  W-NB-DEJA-PRESENTES PICTURE         9(07)       COMP.
           05  W-NB-PRELEVEMENTS   PICTURE         9(07)       COMP.
           05  W-NB-REPRESENTATIONS
                                   PICTURE         9(07)       COMP.
           05  W-MT-PRELEVEMENTS   PICTURE         S9(15).
           05  W-NB-A-JOUR         PICTURE         9(07)       COMP.
           05  W-NB-COT-NULLE      PICTURE         9(07)       COMP.
           05  W-NB-RETENUS        PICTURE         9(07)       COMP.
           05  W-NB-SUSPENDUS      PICTURE         9(07)       COMP.
           05  W-NB-ANOMALIES      PICTURE         9(07)       COMP.
      *
       01  W-DIVERS.
           05  W-FIN-PARM          PICTURE         9(01)       VALUE 0.
               88  FIN-PARM                        VALUE 1.
           05  W-PARM-VALIDE       PICTURE         9(01)       VALUE 0.
               88  PARM-VALIDE                     VALUE 1.
           05  W-FIN-REJ           PICTURE         9(01)       VALUE 0.
               88  FIN-REJ                         VALUE 1.
           05  W-TOTAL-99-LU       PICTURE         9(01)       VALUE 0.
               88  TOTAL-99-LU                     VALUE 1.
           05  W-MAN-TROUVE        PICTURE         9(01).
               88  MANDAT-TROUVE                   VALUE 1.
           05  W-RES-EXISTE        PICTURE         9(01).
               88  RESULTAT-EXISTE                 VALUE 1.
           05  W-REC-TROUVEE       PICTURE         9(01).
               88  RECLAMATION-EN-COURS            VALUE 1.
           05  W-CALCUL-OK         PICTURE         9(01).
               88  CALCUL-OK                       VALUE 1.
           05  W-DATE-JOUR         PICTURE         9(08).
           05  W-DATE-ECHEANCE     PICTURE         9(08).
           05  W-NB-REJETS-MAX     PICTURE         9(01).
           05  W-NB-REJETS-MAX-DEFAUT
                                   PICTURE         9(01)
                                   VALUE           2.
           05  W-IX-ECH            PICTURE         9(02)       COMP.
           05  W-DERNIER-MOIS-ECH  PICTURE         9(02).
      *        --- cumul des échéances du calcul jusqu'au mois       ---
      *        --- traité, montant dû à fin de mois et montant à     ---
      *        --- prélever                                          ---
           05  W-MT-ECH-CUMUL      PICTURE         S9(15).
           05  W-MT-DU-CUMUL       PICTURE         S9(15).
           05  W-MT-A-PRELEVER     PICTURE         S9(15).
      *
      *****************************************************************
      * Motifs de rejet bancaire définitifs (codes ISO 20022 des       *
      * rejets et R-transactions) : le débiteur ne peut plus être      *
      * prélevé sans intervention (compte clos ou bloqué, IBAN         *
      * erroné, mandat absent ou contesté, remboursement demandé,      *
      * débiteur décédé, opposition) et le compte retourne au          *
      * paiement sur avis. Les autres motifs (provision insuffisante,  *
      * motif non communiqué ...) donnent lieu à représentation.       *
      *****************************************************************
       01  W-REJET.
           05  W-CD-MOTIF-REJET    PICTURE         X(04).
               88  REJET-DEFINITIF     VALUE "AC01" "AC04" "AC06"
                                             "AG01" "MD01" "MD02"
                                             "MD06" "MD07" "MS02"
                                             "SL01".
      *
      *****************************************************************
      * Sauvegarde du contexte de balayage RESFIP (zone V2TOTAL +      *
      * dernier enregistrement lu) pendant les accès XBASE intercalés, *
      * comme dans SCA19B.                                             *
      *****************************************************************
       01  W-SAUVE-SCAN.
           05  W-SAUVE-V2TOTAL     PICTURE         X(77).
           05  W-SAUVE-TOT-AREA    PICTURE         X(400).
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
      * Mandat recherché (compte / année / organisme attendu)          *
      *****************************************************************
       01  W-CLE-MAN.
           05  W-CLE-MAN-CPT       PICTURE         9(09).
           05  W-CLE-MAN-ANNEE     PICTURE         9(04).
           05  W-CLE-MAN-ORG       PICTURE         9(03).
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
      * COPY table des mandats de prélèvement                         *
      *****************************************************************
           COPY    V2MANDAT.
      *
      *****************************************************************
      * COPY table des réclamations et recours                        *
      *****************************************************************
           COPY    V2RECLAM.
      *
      *****************************************************************
      * COPY XBASE                                                    *
      *****************************************************************
           COPY    V2TOTAL.
           05  TOT-AREA            PICTURE         X(400)
                                   VALUE           SPACE.
      *
      *****************************************************************
      * COPY interface commune des sous-programmes SCA-nn-P           *
      *****************************************************************
           COPY    CSCAFIP.
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
        IF PARM-VALIDE
           PERFORM   DEBUT-ETAPE-CAMPAGNE
        END-IF
      *
        IF  PARM-VALIDE
        AND CPIL01-ETAPE-AUTORISEE
      *    Rejets des échéances déjà présentées, avant le calcul des
      *    échéances du mois qui les représente
           OPEN    INPUT   REJFILE
           PERFORM   LECTURE-REJET
           PERFORM UNTIL FIN-REJ
              IF REJ-DETAIL
                 PERFORM   TRAITER-REJET
              ELSE
                 IF REJ-TOTAL
                    PERFORM   CONTROLE-TOTAL-FICHIER
                 END-IF
              END-IF
              PERFORM   LECTURE-REJET
           END-PERFORM
           CLOSE   REJFILE
      *
      *    Prélèvement des échéances du mois
           OPEN    OUTPUT  PRELFILE
           PERFORM   PREP-LECTURE-RES-BATCH
           PERFORM   LECTURE-RES-BATCH
           PERFORM UNTIL TOT-STAT  = "MRNF"
                      OR TOT-REFER = "END."
              PERFORM   TRAITER-COMPTE
              PERFORM   LECTURE-RES-BATCH
           END-PERFORM
           PERFORM   ECRITURE-TOTAL-PRELEVE
           CLOSE   PRELFILE
        END-IF
      *
        PERFORM   EDITION-COMPTE-RENDU
      *
      * MTX - 10/2026 - fin d'étape enregistrée dans le pilotage
        IF  PARM-VALIDE
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
      * mois d'échéance (obligatoire, 01 à 12) / date d'échéance       *
      * bancaire (défaut date du jour) / nombre maximal de rejets      *
      * consécutifs avant retour au paiement sur avis (défaut 2).      *
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
           IF  PARM-ANNEE NUMERIC
           AND PARM-ORG   NUMERIC
           AND PARM-MOIS  NUMERIC
           AND PARM-MOIS  > 0
           AND PARM-MOIS  NOT > 12
              SET PARM-VALIDE TO TRUE
           ELSE
              DISPLAY "SCA17B - CARTE PARAMETRE INVALIDE : "
                      PARM-CARTE
           END-IF
           IF PARM-DATE-ECHEANCE NUMERIC
           AND PARM-DATE-ECHEANCE > 0
              MOVE PARM-DATE-ECHEANCE TO W-DATE-ECHEANCE
           ELSE
              MOVE W-DATE-JOUR        TO W-DATE-ECHEANCE
           END-IF
           IF PARM-NB-REJETS-MAX NUMERIC
           AND PARM-NB-REJETS-MAX > 0
              MOVE PARM-NB-REJETS-MAX TO W-NB-REJETS-MAX
           ELSE
              MOVE W-NB-REJETS-MAX-DEFAUT
                                      TO W-NB-REJETS-MAX
           END-IF
        END-IF
        .
      *****************************************************************
      * Lecture d'un enregistrement du fichier des rejets bancaires    *
      *****************************************************************
       LECTURE-REJET.
      *--------------
        READ    REJFILE
           AT END
              SET FIN-REJ TO TRUE
        END-READ
        .
      *****************************************************************
      * Traitement d'un rejet bancaire : contrôle de la campagne (cf   *
      * RAPPROCHER-ENCAISSEMENT dans SCA08B) puis recherche du mandat  *
      * sous lequel l'échéance a été présentée. Un rejet déjà porté au *
      * mandat (même mois d'échéance et même date de rejet que le      *
      * dernier rejet appliqué) est ignoré : fichier REJPREL non       *
      * renouvelé par la banque ou reprise de l'étape.                 *
      *****************************************************************
       TRAITER-REJET.
      *--------------
        ADD 1               TO W-NB-REJ-LUS
        ADD REJ-MT-REJETE   TO W-MT-REJ-LUS
      *
        IF REJ-ANNEE NOT = PARM-ANNEE
        OR REJ-ORG   NOT = PARM-ORG
           ADD 1 TO W-NB-REJ-HORS-CAMPAGNE
           DISPLAY "SCA17B - COMPTE " REJ-NO-CPT-INT
                   " : REJET HORS CAMPAGNE ("
                   REJ-ANNEE "/" REJ-ORG "), IGNORE"
        ELSE
           MOVE REJ-NO-CPT-INT  TO W-CLE-MAN-CPT
           MOVE REJ-ANNEE       TO W-CLE-MAN-ANNEE
           MOVE REJ-ORG         TO W-CLE-MAN-ORG
           PERFORM   RECHERCHE-MANDAT
           IF MANDAT-TROUVE
              IF  MAN-MOIS-DERNIER-REJET = REJ-MOIS
              AND MAN-DATE-DERNIER-REJET = REJ-DATE-REJET
                 ADD 1 TO W-NB-REJ-DEJA-APPLIQUES
                 DISPLAY "SCA17B - COMPTE " REJ-NO-CPT-INT
                         " : REJET DU " REJ-DATE-REJET
                         " DEJA APPLIQUE, IGNORE"
              ELSE
                 PERFORM   APPLIQUER-REJET
              END-IF
           ELSE
              ADD 1 TO W-NB-REJ-SANS-MANDAT
              DISPLAY "SCA17B - COMPTE " REJ-NO-CPT-INT
                      " : REJET SANS MANDAT, MONTANT "
                      REJ-MT-REJETE
           END-IF
        END-IF
        .
      *****************************************************************
      * Application d'un rejet au mandat et au compte :                *
      *   - le montant rejeté sort du cumul présenté du mandat et du   *
      *     montant encaissé du compte (statut de paiement recalculé)  *
      *     : il sera de nouveau dû au prochain prélèvement ;          *
      *   - motif définitif ou trop de rejets consécutifs : retour du  *
      *     compte au paiement sur avis, sinon échéance à représenter ;*
      *   - un mandat sous lequel aucun prélèvement n'a abouti repart  *
      *     en premier prélèvement (séquence "FRST").                  *
      *****************************************************************
       APPLIQUER-REJET.
      *----------------
        SUBTRACT REJ-MT-REJETE  FROM MAN-MT-PRELEVE
        ADD 1                   TO MAN-NB-REJETS
        MOVE REJ-MOIS           TO MAN-MOIS-DERNIER-REJET
        MOVE REJ-CD-MOTIF       TO MAN-CD-DERNIER-REJET
        MOVE REJ-DATE-REJET     TO MAN-DATE-DERNIER-REJET
        MOVE W-DATE-JOUR        TO MAN-DATE-MAJ
        IF  MAN-MT-PRELEVE NOT > 0
        AND MAN-ANNEE-ORIGINE = 0
           SET MAN-SEQ-PREMIER  TO TRUE
        END-IF
      *
        MOVE REJ-CD-MOTIF       TO W-CD-MOTIF-REJET
        IF REJET-DEFINITIF
        OR MAN-NB-REJETS NOT < W-NB-REJETS-MAX
           MOVE SPACE           TO MAN-CD-REPRESENTATION
           IF MAN-ACTIF
              ADD 1 TO W-NB-RETOURS-AVIS
              SET MAN-RETOUR-AVIS TO TRUE
              DISPLAY "SCA17B - COMPTE " REJ-NO-CPT-INT
                      " : REJET " REJ-CD-MOTIF " (" MAN-NB-REJETS
                      ") - RETOUR AU PAIEMENT SUR AVIS"
           END-IF
        ELSE
           ADD 1 TO W-NB-A-REPRESENTER
           SET MAN-A-REPRESENTER TO TRUE
        END-IF
        PERFORM   REECRITURE-MANDAT
      *
        MOVE 0 TO W-RES-EXISTE
        PERFORM   RECHERCHE-RESULTAT
        IF  RESULTAT-EXISTE
        AND RES-ORG = REJ-ORG
           SUBTRACT REJ-MT-REJETE FROM RES-MT-ENCAISSE
           PERFORM   STATUT-PAIEMENT
           PERFORM   REECRITURE-RESULTAT
        ELSE
           ADD 1 TO W-NB-ANOMALIES
           DISPLAY "SCA17B - COMPTE " REJ-NO-CPT-INT
                   " : REJET SANS LIGNE DE RESULTAT, MONTANT "
                   REJ-MT-REJETE
        END-IF
        .
      *****************************************************************
      * Confrontation de l'enregistrement total "99" du fichier des    *
      * rejets avec le cumul des détails lus (cf SCA08B).              *
      *****************************************************************
       CONTROLE-TOTAL-FICHIER.
      *-----------------------
        SET TOTAL-99-LU TO TRUE
        COMPUTE W-ECART-FICHIER = W-MT-REJ-LUS - REJ-TOT-MT
        IF W-NB-REJ-LUS NOT = REJ-TOT-NB
        OR W-ECART-FICHIER NOT = 0
           DISPLAY "SCA17B - ECART FICHIER : TOTAL 99 = "
                   REJ-TOT-NB " / " REJ-TOT-MT
                   " - DETAILS LUS = "
                   W-NB-REJ-LUS " / " W-MT-REJ-LUS
        END-IF
        .
      *****************************************************************
      * INITIALISATION DU BALAYAGE DE LA TABLE DES RESULTATS POUR LA   *
      * POPULATION D'UNE ANNEE / ORGANISME (comme dans SCA01B)         *
      *****************************************************************
       PREP-LECTURE-RES-BATCH.
      *-----------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE PARM-ANNEE         TO W-CLE-RES-ANNEE
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
      * Traitement d'un compte de la population : recherche de son     *
      * mandat de l'année (ou reconduction de celui de l'année         *
      * précédente), puis prélèvement de l'échéance s'il est actif.    *
      * Le contexte de balayage est sauvegardé autour des accès        *
      * intercalés (même zone V2TOTAL).                                *
      *****************************************************************
       TRAITER-COMPTE.
      *---------------
        MOVE V2TOTAL            TO W-SAUVE-V2TOTAL
        MOVE TOT-AREA           TO W-SAUVE-TOT-AREA
      *
        MOVE RES-NO-CPT-INT     TO W-CLE-MAN-CPT
        MOVE RES-ANNEE          TO W-CLE-MAN-ANNEE
        MOVE RES-ORG            TO W-CLE-MAN-ORG
        PERFORM   RECHERCHE-MANDAT
        IF NOT MANDAT-TROUVE
           PERFORM   RECONDUCTION-MANDAT
        END-IF
      *
        IF MANDAT-TROUVE
           IF MAN-ACTIF
              ADD 1 TO W-NB-COMPTES
              PERFORM   PRELEVER-COMPTE
           ELSE
              ADD 1 TO W-NB-INACTIFS
           END-IF
        END-IF
      *
        MOVE W-SAUVE-V2TOTAL    TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA   TO TOT-AREA
        .
      *****************************************************************
      * Reconduction du mandat de l'année précédente : un mandat       *
      * actif sur le même organisme est repris pour l'année traitée    *
      * (mêmes IBAN / BIC / RUM, séquence conservée), avec un état du  *
      * prélèvement remis à zéro.                                      *
      *****************************************************************
       RECONDUCTION-MANDAT.
      *--------------------
        COMPUTE W-CLE-MAN-ANNEE = RES-ANNEE - 1
        PERFORM   RECHERCHE-MANDAT
      *
        IF  MANDAT-TROUVE
        AND MAN-ACTIF
           ADD 1 TO W-NB-RECONDUITS
           MOVE MAN-ANNEE       TO MAN-ANNEE-ORIGINE
           MOVE RES-ANNEE       TO MAN-ANNEE
           MOVE W-DATE-JOUR     TO MAN-DATE-MAJ
           MOVE 0               TO MAN-MT-PRELEVE
                                   MAN-MOIS-DERNIER-PREL
                                   MAN-DATE-DERNIER-PREL
                                   MAN-NB-REJETS
                                   MAN-MOIS-DERNIER-REJET
                                   MAN-DATE-DERNIER-REJET
           MOVE SPACE           TO MAN-CD-DERNIER-REJET
                                   MAN-CD-REPRESENTATION
           PERFORM   ECRITURE-MANDAT
        ELSE
           MOVE 0 TO W-MAN-TROUVE
        END-IF
        .
      *****************************************************************
      * Prélèvement de l'échéance du mois d'un compte au mandat        *
      * actif : aucun prélèvement pour une échéance déjà présentée     *
      * (sauf rejet à représenter), une cotisation nulle, un avis      *
      * retenu par le contrôle de variation ou une contestation en     *
      * cours ; sinon calcul du montant dû à fin de mois et émission.  *
      *****************************************************************
       PRELEVER-COMPTE.
      *----------------
        EVALUATE TRUE
           WHEN MAN-MOIS-DERNIER-PREL NOT < PARM-MOIS
            AND NOT MAN-A-REPRESENTER
              ADD 1 TO W-NB-DEJA-PRESENTES
           WHEN RES-MT-COT NOT > 0
              ADD 1 TO W-NB-COT-NULLE
           WHEN RES-AVIS-RETENU
              ADD 1 TO W-NB-RETENUS
              DISPLAY "SCA17B - COMPTE " RES-NO-CPT-INT
                      " : NON PRELEVE (AVIS RETENU, VARIATION N/N-1)"
           WHEN OTHER
              PERFORM   RECHERCHE-RECLAMATION
              IF RECLAMATION-EN-COURS
                 ADD 1 TO W-NB-SUSPENDUS
                 DISPLAY "SCA17B - COMPTE " RES-NO-CPT-INT
                         " : NON PRELEVE (CONTESTATION EN COURS)"
              ELSE
                 PERFORM   CALCUL-MONTANT-DU
                 IF CALCUL-OK
                    PERFORM   EMISSION-PRELEVEMENT
                 END-IF
              END-IF
        END-EVALUATE
        .
      *****************************************************************
      * Montant dû à fin du mois traité : la cotisation appelée au     *
      * prorata de l'échéancier du calcul régénéré à blanc (cumul des  *
      * échéances jusqu'au mois traité rapporté à la cotisation        *
      * calculée), la totalité à partir de la dernière échéance. Une   *
      * taxation provisionnelle (sans calcul, cf SCA02B) est répartie  *
      * par douzièmes.                                                 *
      *****************************************************************
       CALCUL-MONTANT-DU.
      *------------------
        MOVE 1 TO W-CALCUL-OK
      *
        IF RES-TAXATION-PROV
           COMPUTE W-MT-DU-CUMUL ROUNDED = RES-MT-COT * PARM-MOIS / 12
        ELSE
           INITIALIZE WSS-CSCAFIP
           MOVE "B"                 TO CSCAFIP-OPTION
           MOVE RES-NO-CPT-INT      TO CSCAFIP-NO-CPT-INT
           MOVE RES-ANNEE           TO CSCAFIP-ANNEE
           MOVE RES-ORG             TO CSCAFIP-ORG
      *
           CALL    "SCA00P"  USING   WSS-CSCAFIP
                                     DTFLNK
                                     DTFINP
                                     DTFWRK
                                     DTFCOM
      *
           IF  CSCAFIP-CD-RET = CCONST-TRAITEMENT-OK
           AND CSCAFIP-NB-ECH > 0
           AND CSCAFIP-MT-COT > 0
              PERFORM   CUMUL-ECHEANCIER
           ELSE
              MOVE 0 TO W-CALCUL-OK
              ADD 1 TO W-NB-ANOMALIES
              DISPLAY "SCA17B - COMPTE " RES-NO-CPT-INT
                      " : ECHEANCIER INDISPONIBLE (" CSCAFIP-CD-RET
                      ") - NON PRELEVE"
           END-IF
        END-IF
        .
      *****************************************************************
      * Cumul des échéances du calcul jusqu'au mois traité et montant  *
      * dû correspondant sur la cotisation appelée.                    *
      *****************************************************************
       CUMUL-ECHEANCIER.
      *-----------------
        MOVE 0 TO W-MT-ECH-CUMUL
        MOVE CSCAFIP-ECH-MOIS (CSCAFIP-NB-ECH) TO W-DERNIER-MOIS-ECH
        MOVE 1 TO W-IX-ECH
        PERFORM UNTIL W-IX-ECH > CSCAFIP-NB-ECH
           IF CSCAFIP-ECH-MOIS (W-IX-ECH) NOT > PARM-MOIS
              ADD CSCAFIP-ECH-MT (W-IX-ECH) TO W-MT-ECH-CUMUL
           END-IF
           ADD 1 TO W-IX-ECH
        END-PERFORM
      *
        IF PARM-MOIS NOT < W-DERNIER-MOIS-ECH
           MOVE RES-MT-COT TO W-MT-DU-CUMUL
        ELSE
           COMPUTE W-MT-DU-CUMUL ROUNDED =
                   RES-MT-COT * W-MT-ECH-CUMUL / CSCAFIP-MT-COT
        END-IF
        .
      *****************************************************************
      * Emission du prélèvement : montant dû diminué des sommes déjà   *
      * encaissées. L'échéance présentée est portée au fichier         *
      * PRELEVE, au mandat (cumul, dernière échéance, séquence) et au  *
      * montant encaissé du compte.                                    *
      *****************************************************************
       EMISSION-PRELEVEMENT.
      *---------------------
        COMPUTE W-MT-A-PRELEVER = W-MT-DU-CUMUL - RES-MT-ENCAISSE
      *
        IF W-MT-A-PRELEVER NOT > 0
           ADD 1 TO W-NB-A-JOUR
        ELSE
           IF MAN-SEQUENCE = SPACE
              SET MAN-SEQ-PREMIER TO TRUE
           END-IF
           MOVE SPACE              TO PRL-ENR-DETAIL
           MOVE "01"               TO PRL-CD-ENR
           MOVE RES-NO-CPT-INT     TO PRL-NO-CPT-INT
           MOVE RES-ANNEE          TO PRL-ANNEE
           MOVE RES-ORG            TO PRL-ORG
           MOVE PARM-MOIS          TO PRL-MOIS
           MOVE W-MT-A-PRELEVER    TO PRL-MT-PRELEVE
           MOVE W-DATE-ECHEANCE    TO PRL-DATE-ECHEANCE
           MOVE MAN-SEQUENCE       TO PRL-SEQUENCE
           MOVE MAN-RUM            TO PRL-RUM
           MOVE MAN-DATE-SIGNATURE TO PRL-DATE-SIGNATURE
           MOVE MAN-IBAN           TO PRL-IBAN
           MOVE MAN-BIC            TO PRL-BIC
           WRITE PRL-ENR-DETAIL
           ADD 1                   TO W-NB-PRELEVEMENTS
           ADD W-MT-A-PRELEVER     TO W-MT-PRELEVEMENTS
      *
      *    Les rejets consécutifs ne s'accumulent que d'une échéance
      *    rejetée à sa représentation
           IF MAN-A-REPRESENTER
              ADD 1 TO W-NB-REPRESENTATIONS
           ELSE
              MOVE 0               TO MAN-NB-REJETS
           END-IF
           MOVE SPACE              TO MAN-CD-REPRESENTATION
           ADD W-MT-A-PRELEVER     TO MAN-MT-PRELEVE
           MOVE PARM-MOIS          TO MAN-MOIS-DERNIER-PREL
           MOVE W-DATE-ECHEANCE    TO MAN-DATE-DERNIER-PREL
           MOVE W-DATE-JOUR        TO MAN-DATE-MAJ
           SET MAN-SEQ-RECURRENT   TO TRUE
           PERFORM   REECRITURE-MANDAT
      *
           ADD W-MT-A-PRELEVER     TO RES-MT-ENCAISSE
           PERFORM   STATUT-PAIEMENT
           PERFORM   REECRITURE-RESULTAT
        END-IF
        .
      *****************************************************************
      * Statut de paiement du compte d'après le montant encaissé       *
      * (mêmes valeurs que RAPPROCHER-DETAIL dans SCA08B).             *
      *****************************************************************
       STATUT-PAIEMENT.
      *----------------
        EVALUATE TRUE
           WHEN RES-MT-COT = 0
              CONTINUE
           WHEN RES-MT-ENCAISSE NOT > 0
              MOVE "N" TO RES-CD-PAIEMENT
           WHEN RES-MT-ENCAISSE NOT < RES-MT-COT
              MOVE "T" TO RES-CD-PAIEMENT
           WHEN OTHER
              MOVE "P" TO RES-CD-PAIEMENT
        END-EVALUATE
        .
      *****************************************************************
      * Ecriture du total "99" du fichier des prélèvements             *
      *****************************************************************
       ECRITURE-TOTAL-PRELEVE.
      *-----------------------
        MOVE SPACE              TO PRL-ENR-TOTAL
        MOVE "99"               TO PRL-TOT-CD-ENR
        MOVE PARM-ANNEE         TO PRL-TOT-ANNEE
        MOVE PARM-ORG           TO PRL-TOT-ORG
        MOVE PARM-MOIS          TO PRL-TOT-MOIS
        MOVE W-DATE-ECHEANCE    TO PRL-TOT-DATE-ECHEANCE
        MOVE W-NB-PRELEVEMENTS  TO PRL-TOT-NB
        MOVE W-MT-PRELEVEMENTS  TO PRL-TOT-MT
        WRITE PRL-ENR-TOTAL
        .
      *****************************************************************
      * Recherche du mandat d'un compte (lecture par clé compte /      *
      * année), retenu s'il vise l'organisme attendu.                  *
      *****************************************************************
       RECHERCHE-MANDAT.
      *-----------------
        MOVE 0                  TO W-MAN-TROUVE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE W-CLE-MAN-CPT      TO TOT-KEY-ASS
        MOVE W-CLE-MAN-ANNEE    TO TOT-KEY
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
           IF MAN-ORG = W-CLE-MAN-ORG
              SET MANDAT-TROUVE TO TRUE
           END-IF
        END-IF
        .
      *****************************************************************
      * Création du mandat reconduit                                   *
      *****************************************************************
       ECRITURE-MANDAT.
      *----------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE V2MANDAT           TO TOT-AREA
        MOVE "MANDAT"           TO TOT-FILE
        MOVE "WRITES"           TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Réécriture du mandat (état du prélèvement de l'année)          *
      *****************************************************************
       REECRITURE-MANDAT.
      *------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE MAN-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE MAN-ANNEE          TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE V2MANDAT           TO TOT-AREA
        MOVE "MANDAT"           TO TOT-FILE
        MOVE "REWRITE"          TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Recherche de la ligne de résultat du compte rejeté (lecture    *
      * par clé compte/année, comme RECHERCHE-RESULTAT dans SCA08B).   *
      *****************************************************************
       RECHERCHE-RESULTAT.
      *-------------------
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
           SET RESULTAT-EXISTE  TO TRUE
        END-IF
        .
      *****************************************************************
      * Réécriture de la ligne de résultat avec le montant encaissé    *
      * et le statut de paiement.                                      *
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
      * Recherche d'une contestation en cours pour le compte traité    *
      * (lecture par clé compte/année), retenue si elle vise le même   *
      * organisme, comme RECHERCHE-RECLAMATION dans SCA13B. Le         *
      * contexte de balayage est déjà sauvegardé par TRAITER-COMPTE.   *
      *****************************************************************
       RECHERCHE-RECLAMATION.
      *----------------------
        MOVE 0                  TO W-REC-TROUVEE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE RES-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE RES-ANNEE          TO TOT-KEY
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
           IF  REC-ORG = RES-ORG
           AND REC-EN-COURS
              SET RECLAMATION-EN-COURS TO TRUE
           END-IF
        END-IF
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
        MOVE "SCA17B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si anomalie, écart au  *
      * total des rejets bancaires ou rejet déjà appliqué représenté ; *
      * compteurs : prélèvements émis / rejets bancaires lus.          *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-ANOMALIES > 0
        OR W-ECART-FICHIER NOT = 0
        OR W-NB-REJ-DEJA-APPLIQUES > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-PRELEVEMENTS  TO CPIL01-E-NB-1
        MOVE W-NB-REJ-LUS       TO CPIL01-E-NB-2
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
      * Edition du compte rendu du prélèvement mensuel                 *
      *****************************************************************
       EDITION-COMPTE-RENDU.
      *---------------------
        DISPLAY "===================================================="
        DISPLAY "  SCA17B - PRELEVEMENT MENSUEL DES ECHEANCES"
        DISPLAY "  ANNEE : " PARM-ANNEE  "   ORGANISME : " PARM-ORG
                "   MOIS : " PARM-MOIS
        DISPLAY "  DATE D'ECHEANCE : " W-DATE-ECHEANCE
                "   REJETS MAXIMUM : " W-NB-REJETS-MAX
        DISPLAY "===================================================="
        DISPLAY "  REJETS BANCAIRES LUS           : " W-NB-REJ-LUS
        DISPLAY "  MONTANT REJETE                 : " W-MT-REJ-LUS
        DISPLAY "  ECHEANCES A REPRESENTER        : " W-NB-A-REPRESENTER
        DISPLAY "  RETOURS AU PAIEMENT SUR AVIS   : " W-NB-RETOURS-AVIS
        DISPLAY "  REJETS HORS CAMPAGNE           : "
                W-NB-REJ-HORS-CAMPAGNE
        DISPLAY "  REJETS SANS MANDAT             : "
                W-NB-REJ-SANS-MANDAT
        DISPLAY "  REJETS DEJA APPLIQUES, IGNORES : "
                W-NB-REJ-DEJA-APPLIQUES
        IF W-NB-REJ-LUS > 0
        AND NOT TOTAL-99-LU
           DISPLAY "  ENREGISTREMENT TOTAL 99 ABSENT DU FICHIER REJPREL"
        END-IF
        DISPLAY "----------------------------------------------------"
        DISPLAY "  COMPTES AU MANDAT ACTIF        : " W-NB-COMPTES
        DISPLAY "  DONT MANDATS RECONDUITS        : " W-NB-RECONDUITS
        DISPLAY "  MANDATS INACTIFS (AVIS/REVOQUE): " W-NB-INACTIFS
        DISPLAY "  PRELEVEMENTS EMIS              : " W-NB-PRELEVEMENTS
        DISPLAY "  DONT REPRESENTATIONS           : "
                W-NB-REPRESENTATIONS
        DISPLAY "  MONTANT PRELEVE                : " W-MT-PRELEVEMENTS
        DISPLAY "  ECHEANCES DEJA PRESENTEES      : "
                W-NB-DEJA-PRESENTES
        DISPLAY "  COMPTES A JOUR, RIEN A PRELEVER: " W-NB-A-JOUR
        DISPLAY "  COTISATIONS NULLES             : " W-NB-COT-NULLE
        DISPLAY "  AVIS RETENUS (VARIATION N/N-1) : " W-NB-RETENUS
        DISPLAY "  SUSPENDUS (CONTESTATION)       : " W-NB-SUSPENDUS
        DISPLAY "  ANOMALIES                      : " W-NB-ANOMALIES
        DISPLAY "===================================================="
        .
