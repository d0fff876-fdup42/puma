       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA14B.
      ******************************************************************
      *                                                                *
      *        S C A 1 4 B  -  J O U R N A L  C O M P T A B L E        *
      *                        D E  L A  C A M P A G N E               *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch traduit en écritures comptables les flux    *
      * financiers de la campagne, jusqu'ici ressaisis à la main dans  *
      * la comptabilité générale. Pour une ANNEE / ORGANISME donnés,   *
      * il lit les six flux de la chaîne de recouvrement :             *
      *   - APPELCOT (cf SCA19B) : prise en charge des cotisations     *
      *     appelées, pour leur montant brut, et remise accordée par   *
      *     décision d'exonération manuelle (EXO-MAN, cf V2EXOMAN) ;   *
      *   - APPELREC (cf SCA02B) : appels complémentaires des rejets   *
      *     recyclés, brut et remise EXO-MAN de même ;                 *
      *   - REGULCOT (cf SCA01B) : appels complémentaires (sens "C")   *
      *     et remboursements (sens "R") ; une reventilation (sens     *
      *     "V") est sans incidence comptable ;                        *
      *   - ENCAISS (cf SCA08B) : encaissements reçus ;                *
      *   - PRELEVE (cf SCA17B) : échéances prélevées remises à la     *
      *     banque, comptabilisées comme des encaissements ;           *
      *   - REJPREL (cf SCA17B) : rejets bancaires des échéances       *
      *     prélevées, contre-passation de l'encaissement.             *
      * Chaque flux est contrôlé avant comptabilisation : présence de  *
      * l'enregistrement total "99", ANNEE / ORGANISME conformes à la  *
      * carte, concordance du total "99" avec le cumul des détails.    *
      * Un flux déjà comptabilisé (même nature, même total "99" et     *
      * même total de contrôle des numéros de compte, cf V2FLUCPT ;    *
      * pour les flux mensuels PRELEVE / REJPREL, même période) est    *
      * refusé : il ne donne lieu à aucune écriture. Un flux accepté   *
      * reçoit une pièce comptable (nature + ANNEE + ORGANISME +       *
      * rang), ses écritures sont émises en partie double dans le      *
      * fichier JOURNAL au format d'import du grand livre, et il est   *
      * mémorisé dans la table des flux comptabilisés.                 *
      * Une balance de contrôle (débit = crédit, par nature            *
      * d'écriture et par compte) est éditée en fin de traitement.     *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN :                             *
      *       ANNEE (4) + ORGANISME (3) + DATE COMPTABLE (8, AAAAMMJJ, *
      *       défaut date du jour)                                     *
      *     Fichiers APPELCOT, APPELREC, REGULCOT, ENCAISS, PRELEVE,   *
      *     REJPREL (un flux absent est alloué en DUMMY)               *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Fichier JOURNAL (une ligne d'écriture par enregistrement), *
      *     table des flux comptabilisés mise à jour et balance de     *
      *     contrôle en sortie standard (SYSOUT).                      *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610013 - 10/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (édition des avis SCA10B terminée), sauf forçage    *
      * visé par un agent en carte SYSIN, tracé comme tel.             *
      ******************************************************************
      * MTX - Redmine 610018 - 10/2026 - Prélèvements mensuels.
      * Les échéances prélevées (PRELEVE) et leurs rejets bancaires    *
      * (REJPREL), portés par SCA17B dans le montant encaissé des      *
      * comptes, sont journalisés comme encaissements et comme         *
      * contre-passations d'encaissement. Ces flux étant mensuels, la  *
      * période (date d'échéance, ou date du dernier rejet) complète   *
      * leur identification dans la table des flux comptabilisés.      *
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
           SELECT  APCFILE     ASSIGN  TO      APPELCOT
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  APRFILE     ASSIGN  TO      APPELREC
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  REGULFILE   ASSIGN  TO      REGULCOT
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  ENCFILE     ASSIGN  TO      ENCAISS
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  PRLFILE     ASSIGN  TO      PRELEVE
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  RJPFILE     ASSIGN  TO      REJPREL
                   ORGANIZATION        LINE SEQUENTIAL.
           SELECT  JRNFILE     ASSIGN  TO      JOURNAL
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  PARM-ORG            PICTURE         9(03).
           05  PARM-DATE-COMPTA    PICTURE         9(08).
           05  FILLER              PICTURE         X(45).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
      *****************************************************************
      * FICHIER "APPEL DE COTISATION" DE LA CAMPAGNE (cf SCA19B)       *
      *****************************************************************
       FD  APCFILE
           RECORDING MODE F.
       01  APC-ENR-DETAIL.
           05  APC-CD-ENR          PICTURE         X(02).
               88  APC-DETAIL                      VALUE "01".
               88  APC-TOTAL                       VALUE "99".
           05  APC-NO-CPT-INT      PICTURE         9(09).
           05  APC-ANNEE           PICTURE         9(04).
           05  APC-ORG             PICTURE         9(03).
           05  APC-MT-ASS-SOC-2    PICTURE         9(15).
           05  APC-MT-COT          PICTURE         9(15).
           05  APC-MT-COT-D1       PICTURE         9(15).
           05  APC-MT-COT-D2       PICTURE         9(15).
           05  APC-CD-EXO          PICTURE         X(10).
           05  APC-MT-EXO-MAN      PICTURE         9(12).
       01  APC-ENR-TOTAL.
           05  APC-TOT-CD-ENR      PICTURE         X(02).
           05  APC-TOT-ANNEE       PICTURE         9(04).
           05  APC-TOT-ORG         PICTURE         9(03).
           05  APC-TOT-NB          PICTURE         9(07).
           05  APC-TOT-MT-COT      PICTURE         9(15).
           05  FILLER              PICTURE         X(69).
      *
      *****************************************************************
      * FICHIER "APPEL DE COTISATION" DES COMPTES RECYCLES (cf SCA02B, *
      * même format que APPELCOT)                                      *
      *****************************************************************
       FD  APRFILE
           RECORDING MODE F.
       01  APR-ENR-DETAIL.
           05  APR-CD-ENR          PICTURE         X(02).
               88  APR-DETAIL                      VALUE "01".
               88  APR-TOTAL                       VALUE "99".
           05  APR-NO-CPT-INT      PICTURE         9(09).
           05  APR-ANNEE           PICTURE         9(04).
           05  APR-ORG             PICTURE         9(03).
           05  APR-MT-ASS-SOC-2    PICTURE         9(15).
           05  APR-MT-COT          PICTURE         9(15).
           05  APR-MT-COT-D1       PICTURE         9(15).
           05  APR-MT-COT-D2       PICTURE         9(15).
           05  APR-CD-EXO          PICTURE         X(10).
           05  APR-MT-EXO-MAN      PICTURE         9(12).
       01  APR-ENR-TOTAL.
           05  APR-TOT-CD-ENR      PICTURE         X(02).
           05  APR-TOT-ANNEE       PICTURE         9(04).
           05  APR-TOT-ORG         PICTURE         9(03).
           05  APR-TOT-NB          PICTURE         9(07).
           05  APR-TOT-MT-COT      PICTURE         9(15).
           05  FILLER              PICTURE         X(69).
      *
      *****************************************************************
      * FICHIER DES REGULARISATIONS (cf SCA01B, montants signés)       *
      *****************************************************************
       FD  REGULFILE
           RECORDING MODE F.
       01  REG-ENR-DETAIL.
           05  REG-CD-ENR          PICTURE         X(02).
               88  REG-DETAIL                      VALUE "01".
               88  REG-TOTAL                       VALUE "99".
           05  REG-NO-CPT-INT      PICTURE         9(09).
           05  REG-ANNEE           PICTURE         9(04).
           05  REG-ORG             PICTURE         9(03).
           05  REG-SENS            PICTURE         X(01).
               88  REG-COMPLEMENT                  VALUE "C".
               88  REG-REMBOURSEMENT               VALUE "R".
               88  REG-REVENTILATION               VALUE "V".
           05  REG-MT-COT-ANC      PICTURE         9(15).
           05  REG-MT-COT-NOU      PICTURE         9(15).
           05  REG-MT-ECART        PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
           05  REG-MT-ECART-D1     PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
           05  REG-MT-ECART-D2     PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE         X(03).
       01  REG-ENR-TOTAL.
           05  REG-TOT-CD-ENR      PICTURE         X(02).
           05  REG-TOT-ANNEE       PICTURE         9(04).
           05  REG-TOT-ORG         PICTURE         9(03).
           05  REG-TOT-NB          PICTURE         9(07).
           05  REG-TOT-MT-ECART    PICTURE         S9(15)
                                   SIGN LEADING SEPARATE.
           05  FILLER              PICTURE         X(68).
      *
      *****************************************************************
      * FICHIER RETOUR DES ENCAISSEMENTS DU RECOUVREMENT (cf SCA08B)   *
      *****************************************************************
       FD  ENCFILE
           RECORDING MODE F.
       01  ENC-ENR-DETAIL.
           05  ENC-CD-ENR          PICTURE         X(02).
               88  ENC-DETAIL                      VALUE "01".
               88  ENC-TOTAL                       VALUE "99".
           05  ENC-NO-CPT-INT      PICTURE         9(09).
           05  ENC-ANNEE           PICTURE         9(04).
           05  ENC-ORG             PICTURE         9(03).
           05  ENC-MT-ENCAISSE     PICTURE         9(15).
           05  FILLER              PICTURE         X(67).
       01  ENC-ENR-TOTAL.
           05  ENC-TOT-CD-ENR      PICTURE         X(02).
           05  ENC-TOT-ANNEE       PICTURE         9(04).
           05  ENC-TOT-ORG         PICTURE         9(03).
           05  ENC-TOT-NB          PICTURE         9(07).
           05  ENC-TOT-MT          PICTURE         9(15).
           05  FILLER              PICTURE         X(69).
      *
      *****************************************************************
      * MTX - 10/2026 - FICHIER DES PRELEVEMENTS REMIS A LA BANQUE     *
      * (cf SCA17B ; seules les zones comptabilisées sont détaillées)  *
      *****************************************************************
       FD  PRLFILE
           RECORDING MODE F.
       01  PRL-ENR-DETAIL.
           05  PRL-CD-ENR          PICTURE         X(02).
               88  PRL-DETAIL                      VALUE "01".
               88  PRL-TOTAL                       VALUE "99".
           05  PRL-NO-CPT-INT      PICTURE         9(09).
           05  PRL-ANNEE           PICTURE         9(04).
           05  PRL-ORG             PICTURE         9(03).
           05  PRL-MOIS            PICTURE         9(02).
           05  PRL-MT-PRELEVE      PICTURE         9(15).
           05  FILLER              PICTURE         X(125).
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
      *****************************************************************
      * MTX - 10/2026 - FICHIER RETOUR DES REJETS BANCAIRES DES        *
      * PRELEVEMENTS (cf SCA17B, détail "01" + total "99")             *
      *****************************************************************
       FD  RJPFILE
           RECORDING MODE F.
       01  RJP-ENR-DETAIL.
           05  RJP-CD-ENR          PICTURE         X(02).
               88  RJP-DETAIL                      VALUE "01".
               88  RJP-TOTAL                       VALUE "99".
           05  RJP-NO-CPT-INT      PICTURE         9(09).
           05  RJP-ANNEE           PICTURE         9(04).
           05  RJP-ORG             PICTURE         9(03).
           05  RJP-MOIS            PICTURE         9(02).
           05  RJP-MT-REJETE       PICTURE         9(15).
           05  RJP-CD-MOTIF        PICTURE         X(04).
           05  RJP-DATE-REJET      PICTURE         9(08).
           05  FILLER              PICTURE         X(53).
       01  RJP-ENR-TOTAL.
           05  RJP-TOT-CD-ENR      PICTURE         X(02).
           05  RJP-TOT-ANNEE       PICTURE         9(04).
           05  RJP-TOT-ORG         PICTURE         9(03).
           05  RJP-TOT-NB          PICTURE         9(07).
           05  RJP-TOT-MT          PICTURE         9(15).
           05  FILLER              PICTURE         X(69).
      *
      *****************************************************************
      * FICHIER JOURNAL AU FORMAT D'IMPORT DU GRAND LIVRE (une ligne   *
      * d'écriture par enregistrement, sens "D" débit / "C" crédit,    *
      * montant en valeur absolue)                                     *
      *****************************************************************
       FD  JRNFILE
           RECORDING MODE F.
       01  JRN-ENR.
           05  JRN-CD-JOURNAL      PICTURE         X(03).
           05  JRN-DATE-ECR        PICTURE         9(08).
           05  JRN-NO-PIECE        PICTURE         X(12).
           05  JRN-NO-LIGNE        PICTURE         9(05).
           05  JRN-COMPTE          PICTURE         X(08).
           05  JRN-SENS            PICTURE         X(01).
           05  JRN-MT              PICTURE         9(15).
           05  JRN-LIBELLE         PICTURE         X(30).
           05  JRN-ANNEE           PICTURE         9(04).
           05  JRN-ORG             PICTURE         9(03).
           05  JRN-TYPE-FLUX       PICTURE         X(08).
           05  FILLER              PICTURE         X(03).
      *
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * COMPTEURS DE LA BALANCE DE CONTROLE                            *
      *****************************************************************
       01  W-TOTAUX.
           05  W-NB-FLUX-COMPTA    PICTURE         9(07)       COMP.
           05  W-NB-FLUX-REFUSES   PICTURE         9(07)       COMP.
           05  W-NB-FLUX-ABSENTS   PICTURE         9(07)       COMP.
           05  W-NB-LIGNES         PICTURE         9(07)       COMP.
           05  W-TOT-DEBIT         PICTURE         S9(15).
           05  W-TOT-CREDIT        PICTURE         S9(15).
           05  W-ECART-BALANCE     PICTURE         S9(15).
      *
       01  W-DIVERS.
           05  W-FIN-PARM          PICTURE         9(01)       VALUE 0.
               88  FIN-PARM                        VALUE 1.
           05  W-FIN-FLUX          PICTURE         9(01)       VALUE 0.
               88  FIN-FLUX                        VALUE 1.
           05  W-TOTAL-99-LU       PICTURE         9(01)       VALUE 0.
               88  TOTAL-99-LU                     VALUE 1.
           05  W-FLU-EXISTE        PICTURE         9(01).
               88  FLUX-DEJA-COMPTA                VALUE 1.
           05  W-DATE-JOUR         PICTURE         9(08).
           05  W-DATE-COMPTA       PICTURE         9(08).
           05  W-IX-AFF            PICTURE         9(03)       COMP.
      *
      *****************************************************************
      * Flux en cours de traitement : cumul des détails lus, total     *
      * "99" du fichier et montants à comptabiliser par nature.        *
      *****************************************************************
       01  W-FLUX.
           05  W-FLU-TYPE          PICTURE         X(08).
           05  W-FLU-STATUT        PICTURE         9(01).
               88  FLUX-A-COMPTABILISER            VALUE 1.
               88  FLUX-ABSENT                     VALUE 2.
               88  FLUX-REFUSE                     VALUE 3.
           05  W-FLU-MOTIF         PICTURE         X(30).
           05  W-FLU-NB-LUS        PICTURE         9(07).
           05  W-FLU-MT-LUS        PICTURE         S9(15).
           05  W-FLU-TOT-CPT       PICTURE         9(18).
           05  W-FLU-TOT-ANNEE     PICTURE         9(04).
           05  W-FLU-TOT-ORG       PICTURE         9(03).
           05  W-FLU-TOT-NB        PICTURE         9(07).
           05  W-FLU-TOT-MT        PICTURE         S9(15).
      *        --- MTX - 10/2026 - période des flux mensuels de      ---
      *        --- prélèvement (AAAAMMJJ, zéro pour les autres)      ---
           05  W-FLU-PERIODE       PICTURE         9(08).
      *        --- pièce déjà attribuée à un flux identique          ---
           05  W-FLU-PIECE-ANT     PICTURE         X(12).
           05  W-FLU-DATE-ANT      PICTURE         9(08).
      *        --- montants à comptabiliser par nature d'écriture    ---
           05  W-MT-BRUT           PICTURE         S9(15).
           05  W-MT-EXO-MAN        PICTURE         S9(15).
           05  W-MT-COMPL          PICTURE         S9(15).
           05  W-MT-REMB           PICTURE         S9(15).
           05  W-MT-ENC            PICTURE         S9(15).
           05  W-NB-REVENTIL       PICTURE         9(07)       COMP.
      *
      *****************************************************************
      * Pièce comptable du flux : nature (2) + ANNEE + ORGANISME +     *
      * rang du flux de même nature pour la campagne                   *
      *****************************************************************
       01  W-PIECE.
           05  W-NO-PIECE.
               10  W-PIECE-CD      PICTURE         X(02).
               10  W-PIECE-ANNEE   PICTURE         9(04).
               10  W-PIECE-ORG     PICTURE         9(03).
               10  W-PIECE-RANG    PICTURE         9(03).
           05  W-NO-LIGNE          PICTURE         9(05).
           05  W-CD-JOURNAL        PICTURE         X(03)
                                   VALUE           "PUM".
      *
      *****************************************************************
      * Ecriture en partie double à émettre : nature (rang dans la     *
      * table des natures), comptes débité et crédité (rangs dans le   *
      * plan de comptes) et montant ; ligne de journal courante.       *
      *****************************************************************
       01  W-ECRITURE.
           05  W-ECR-NATURE        PICTURE         9(01).
           05  W-ECR-IX-DEBIT      PICTURE         9(01).
           05  W-ECR-IX-CREDIT     PICTURE         9(01).
           05  W-ECR-MT            PICTURE         S9(15).
           05  W-LIG-SENS          PICTURE         X(01).
           05  W-LIG-IX-CPT        PICTURE         9(01).
      *
      *****************************************************************
      * PLAN DE COMPTES DE LA CAMPAGNE PUMA.                           *
      * Pour modifier une imputation : corriger le numéro de compte    *
      * (8 caractères) de la ligne FILLER concernée ; l'ordre des      *
      * lignes est celui des rangs utilisés par les écritures.         *
      *****************************************************************
       01  W-PLAN-COMPTES-DATA.
           05  FILLER              PICTURE         X(38)
                   VALUE "41110000COTISANTS PUMA                ".
           05  FILLER              PICTURE         X(38)
                   VALUE "75110000COTISATIONS PUMA              ".
           05  FILLER              PICTURE         X(38)
                   VALUE "75190000REMISES ET EXONERATIONS PUMA  ".
           05  FILLER              PICTURE         X(38)
                   VALUE "41910000COTISANTS - REMB. A EFFECTUER ".
           05  FILLER              PICTURE         X(38)
                   VALUE "51210000BANQUE - ENCAISSEMENTS PUMA   ".
       01  W-PLAN-COMPTES REDEFINES W-PLAN-COMPTES-DATA.
           05  W-PLAN-ENTREE       OCCURS          5 TIMES.
               10  W-PLAN-NO       PICTURE         X(08).
               10  W-PLAN-LIB      PICTURE         X(30).
      *
       01  W-RANGS-COMPTES.
           05  W-CPT-COTISANTS     PICTURE         9(01)   VALUE 1.
           05  W-CPT-PRODUITS      PICTURE         9(01)   VALUE 2.
           05  W-CPT-REMISES       PICTURE         9(01)   VALUE 3.
           05  W-CPT-A-REMBOURSER  PICTURE         9(01)   VALUE 4.
           05  W-CPT-BANQUE        PICTURE         9(01)   VALUE 5.
      *
      *****************************************************************
      * NATURES D'ECRITURE (libellé porté par les lignes du journal)   *
      *****************************************************************
       01  W-NATURES-DATA.
           05  FILLER              PICTURE         X(30)
                   VALUE "PRISE EN CHARGE COTISATIONS   ".
           05  FILLER              PICTURE         X(30)
                   VALUE "APPEL COMPLEMENTAIRE          ".
           05  FILLER              PICTURE         X(30)
                   VALUE "REMBOURSEMENT                 ".
           05  FILLER              PICTURE         X(30)
                   VALUE "ENCAISSEMENT                  ".
           05  FILLER              PICTURE         X(30)
                   VALUE "EXONERATION EXO-MAN           ".
           05  FILLER              PICTURE         X(30)
                   VALUE "REJET DE PRELEVEMENT          ".
       01  W-NATURES REDEFINES W-NATURES-DATA.
           05  W-NAT-LIB           OCCURS          6 TIMES
                                   PICTURE         X(30).
      *
       01  W-RANGS-NATURES.
           05  W-NAT-PRISE-CHARGE  PICTURE         9(01)   VALUE 1.
           05  W-NAT-COMPLEMENT    PICTURE         9(01)   VALUE 2.
           05  W-NAT-REMBOURSEMENT PICTURE         9(01)   VALUE 3.
           05  W-NAT-ENCAISSEMENT  PICTURE         9(01)   VALUE 4.
           05  W-NAT-EXO-MAN       PICTURE         9(01)   VALUE 5.
           05  W-NAT-REJET-PREL    PICTURE         9(01)   VALUE 6.
      *
      *****************************************************************
      * BALANCE DE CONTROLE PAR NATURE D'ECRITURE ET PAR COMPTE        *
      *****************************************************************
       01  W-BALANCE-NATURES.
           05  W-BNAT-ENTREE       OCCURS          6 TIMES.
               10  W-BNAT-DEBIT    PICTURE         S9(15).
               10  W-BNAT-CREDIT   PICTURE         S9(15).
      *
       01  W-BALANCE-COMPTES.
           05  W-BCPT-ENTREE       OCCURS          5 TIMES.
               10  W-BCPT-DEBIT    PICTURE         S9(15).
               10  W-BCPT-CREDIT   PICTURE         S9(15).
      *
      *****************************************************************
      * ETAT DES FLUX DE LA CAMPAGNE (un poste par fichier lu)         *
      *****************************************************************
       01  W-ETAT-FLUX.
           05  W-EFL-NB            PICTURE         9(03)       COMP
                                   VALUE           0.
           05  W-EFL-ENTREE        OCCURS          6 TIMES.
               10  W-EFL-TYPE      PICTURE         X(08).
               10  W-EFL-STATUT    PICTURE         X(30).
               10  W-EFL-PIECE     PICTURE         X(12).
               10  W-EFL-NB-DET    PICTURE         9(07).
               10  W-EFL-MT        PICTURE         S9(15).
      *
      *****************************************************************
      * Clé de balayage de la table des flux comptabilisés (ANNEE /    *
      * ORGANISME), cadrée de zéros sur la largeur exacte de           *
      * TOT-KEY-ASS/TOT-KEY, comme dans SCA19B.                        *
      *****************************************************************
       01  W-CLE-FLU.
           05  W-CLE-FLU-ANNEE     PICTURE         9(09).
           05  W-CLE-FLU-ORG       PICTURE         9(04).
      *
      *****************************************************************
      * COPY des constantes:                                          *
      *****************************************************************
           COPY    CCONST.
      *
      *****************************************************************
      * COPY table des flux déjà comptabilisés                        *
      *****************************************************************
           COPY    V2FLUCPT.
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
           OPEN    OUTPUT  JRNFILE
           PERFORM   TRAITER-APPELCOT
           PERFORM   TRAITER-APPELREC
           PERFORM   TRAITER-REGULCOT
           PERFORM   TRAITER-ENCAISS
      *    MTX - 10/2026 - prélèvements mensuels (cf SCA17B)
           PERFORM   TRAITER-PRELEVE
           PERFORM   TRAITER-REJPREL
           CLOSE   JRNFILE
        END-IF
      *
        PERFORM   EDITION-BALANCE
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
      * Initialisation des compteurs et de la balance de contrôle      *
      *****************************************************************
       INITIALISATION.
      *---------------
        INITIALIZE W-TOTAUX W-BALANCE-NATURES W-BALANCE-COMPTES
        ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
        .
      *****************************************************************
      * Lecture de la carte paramètre en SYSIN : ANNEE / ORGANISME /   *
      * date comptable des écritures (défaut date du jour).            *
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
           IF PARM-DATE-COMPTA NUMERIC
           AND PARM-DATE-COMPTA > 0
              MOVE PARM-DATE-COMPTA TO W-DATE-COMPTA
           ELSE
              MOVE W-DATE-JOUR      TO W-DATE-COMPTA
           END-IF
        END-IF
        .
      *****************************************************************
      * Remise à zéro du flux en cours avant lecture d'un fichier      *
      *****************************************************************
       INIT-FLUX.
      *----------
        INITIALIZE W-FLUX
        MOVE 0                  TO W-FIN-FLUX
                                   W-TOTAL-99-LU
                                   W-NO-LIGNE
        .
      *****************************************************************
      * Flux APPELCOT : prise en charge brute (cotisation appelée +    *
      * remise EXO-MAN) et remise accordée par décision de la caisse.  *
      *****************************************************************
       TRAITER-APPELCOT.
      *-----------------
        PERFORM   INIT-FLUX
        MOVE "APPELCOT"         TO W-FLU-TYPE
        MOVE "PC"               TO W-PIECE-CD
      *
        OPEN    INPUT   APCFILE
        PERFORM   LECTURE-APPELCOT
        PERFORM UNTIL FIN-FLUX
           IF APC-DETAIL
              ADD 1              TO W-FLU-NB-LUS
              ADD APC-MT-COT     TO W-FLU-MT-LUS
              ADD APC-NO-CPT-INT TO W-FLU-TOT-CPT
              ADD APC-MT-COT     TO W-MT-BRUT
      *       extrait antérieur à la remise EXO-MAN : zone à blanc
              IF APC-MT-EXO-MAN NUMERIC
                 ADD APC-MT-EXO-MAN TO W-MT-BRUT
                 ADD APC-MT-EXO-MAN TO W-MT-EXO-MAN
              END-IF
           ELSE
              IF APC-TOTAL
                 SET TOTAL-99-LU    TO TRUE
                 MOVE APC-TOT-ANNEE  TO W-FLU-TOT-ANNEE
                 MOVE APC-TOT-ORG    TO W-FLU-TOT-ORG
                 MOVE APC-TOT-NB     TO W-FLU-TOT-NB
                 MOVE APC-TOT-MT-COT TO W-FLU-TOT-MT
              END-IF
           END-IF
           PERFORM   LECTURE-APPELCOT
        END-PERFORM
        CLOSE   APCFILE
      *
        PERFORM   CONTROLE-FLUX
        IF FLUX-A-COMPTABILISER
           MOVE W-NAT-PRISE-CHARGE TO W-ECR-NATURE
           MOVE W-CPT-COTISANTS    TO W-ECR-IX-DEBIT
           MOVE W-CPT-PRODUITS     TO W-ECR-IX-CREDIT
           MOVE W-MT-BRUT          TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           MOVE W-NAT-EXO-MAN      TO W-ECR-NATURE
           MOVE W-CPT-REMISES      TO W-ECR-IX-DEBIT
           MOVE W-CPT-COTISANTS    TO W-ECR-IX-CREDIT
           MOVE W-MT-EXO-MAN       TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           PERFORM   ENREGISTRER-FLUX
        END-IF
        PERFORM   MEMORISER-ETAT-FLUX
        .
      *****************************************************************
      * Lecture d'un enregistrement du fichier APPELCOT                *
      *****************************************************************
       LECTURE-APPELCOT.
      *-----------------
        READ    APCFILE
           AT END
              SET FIN-FLUX TO TRUE
        END-READ
        .
      *****************************************************************
      * Flux APPELREC : appels complémentaires des rejets recyclés,    *
      * bruts, et remise EXO-MAN, comme pour APPELCOT.                 *
      *****************************************************************
       TRAITER-APPELREC.
      *-----------------
        PERFORM   INIT-FLUX
        MOVE "APPELREC"         TO W-FLU-TYPE
        MOVE "AR"               TO W-PIECE-CD
      *
        OPEN    INPUT   APRFILE
        PERFORM   LECTURE-APPELREC
        PERFORM UNTIL FIN-FLUX
           IF APR-DETAIL
              ADD 1              TO W-FLU-NB-LUS
              ADD APR-MT-COT     TO W-FLU-MT-LUS
              ADD APR-NO-CPT-INT TO W-FLU-TOT-CPT
              ADD APR-MT-COT     TO W-MT-BRUT
              IF APR-MT-EXO-MAN NUMERIC
                 ADD APR-MT-EXO-MAN TO W-MT-BRUT
                 ADD APR-MT-EXO-MAN TO W-MT-EXO-MAN
              END-IF
           ELSE
              IF APR-TOTAL
                 SET TOTAL-99-LU    TO TRUE
                 MOVE APR-TOT-ANNEE  TO W-FLU-TOT-ANNEE
                 MOVE APR-TOT-ORG    TO W-FLU-TOT-ORG
                 MOVE APR-TOT-NB     TO W-FLU-TOT-NB
                 MOVE APR-TOT-MT-COT TO W-FLU-TOT-MT
              END-IF
           END-IF
           PERFORM   LECTURE-APPELREC
        END-PERFORM
        CLOSE   APRFILE
      *
        PERFORM   CONTROLE-FLUX
        IF FLUX-A-COMPTABILISER
           MOVE W-NAT-COMPLEMENT   TO W-ECR-NATURE
           MOVE W-CPT-COTISANTS    TO W-ECR-IX-DEBIT
           MOVE W-CPT-PRODUITS     TO W-ECR-IX-CREDIT
           MOVE W-MT-BRUT          TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           MOVE W-NAT-EXO-MAN      TO W-ECR-NATURE
           MOVE W-CPT-REMISES      TO W-ECR-IX-DEBIT
           MOVE W-CPT-COTISANTS    TO W-ECR-IX-CREDIT
           MOVE W-MT-EXO-MAN       TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           PERFORM   ENREGISTRER-FLUX
        END-IF
        PERFORM   MEMORISER-ETAT-FLUX
        .
      *****************************************************************
      * Lecture d'un enregistrement du fichier APPELREC                *
      *****************************************************************
       LECTURE-APPELREC.
      *-----------------
        READ    APRFILE
           AT END
              SET FIN-FLUX TO TRUE
        END-READ
        .
      *****************************************************************
      * Flux REGULCOT : appels complémentaires (écarts positifs) et    *
      * remboursements (écarts négatifs, en valeur absolue) ; les      *
      * reventilations D1/D2 à total inchangé sont seulement comptées. *
      *****************************************************************
       TRAITER-REGULCOT.
      *-----------------
        PERFORM   INIT-FLUX
        MOVE "REGULCOT"         TO W-FLU-TYPE
        MOVE "RG"               TO W-PIECE-CD
      *
        OPEN    INPUT   REGULFILE
        PERFORM   LECTURE-REGULCOT
        PERFORM UNTIL FIN-FLUX
           IF REG-DETAIL
              ADD 1              TO W-FLU-NB-LUS
              ADD REG-MT-ECART   TO W-FLU-MT-LUS
              ADD REG-NO-CPT-INT TO W-FLU-TOT-CPT
              EVALUATE TRUE
                 WHEN REG-COMPLEMENT
                    ADD REG-MT-ECART      TO W-MT-COMPL
                 WHEN REG-REMBOURSEMENT
                    SUBTRACT REG-MT-ECART FROM W-MT-REMB
                 WHEN OTHER
                    ADD 1                 TO W-NB-REVENTIL
              END-EVALUATE
           ELSE
              IF REG-TOTAL
                 SET TOTAL-99-LU      TO TRUE
                 MOVE REG-TOT-ANNEE    TO W-FLU-TOT-ANNEE
                 MOVE REG-TOT-ORG      TO W-FLU-TOT-ORG
                 MOVE REG-TOT-NB       TO W-FLU-TOT-NB
                 MOVE REG-TOT-MT-ECART TO W-FLU-TOT-MT
              END-IF
           END-IF
           PERFORM   LECTURE-REGULCOT
        END-PERFORM
        CLOSE   REGULFILE
      *
        PERFORM   CONTROLE-FLUX
        IF FLUX-A-COMPTABILISER
           MOVE W-NAT-COMPLEMENT    TO W-ECR-NATURE
           MOVE W-CPT-COTISANTS     TO W-ECR-IX-DEBIT
           MOVE W-CPT-PRODUITS      TO W-ECR-IX-CREDIT
           MOVE W-MT-COMPL          TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
      *    Le remboursement annule le produit et constate la dette
      *    envers le cotisant jusqu'au paiement par le recouvrement
           MOVE W-NAT-REMBOURSEMENT TO W-ECR-NATURE
           MOVE W-CPT-PRODUITS      TO W-ECR-IX-DEBIT
           MOVE W-CPT-A-REMBOURSER  TO W-ECR-IX-CREDIT
           MOVE W-MT-REMB           TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           PERFORM   ENREGISTRER-FLUX
        END-IF
        PERFORM   MEMORISER-ETAT-FLUX
        .
      *****************************************************************
      * Lecture d'un enregistrement du fichier REGULCOT                *
      *****************************************************************
       LECTURE-REGULCOT.
      *-----------------
        READ    REGULFILE
           AT END
              SET FIN-FLUX TO TRUE
        END-READ
        .
      *****************************************************************
      * Flux ENCAISS : encaissements reçus du recouvrement. Tous les   *
      * détails du fichier sont comptabilisés, y compris ceux que le   *
      * rapprochement SCA08B a écartés (l'argent est en banque).       *
      *****************************************************************
       TRAITER-ENCAISS.
      *----------------
        PERFORM   INIT-FLUX
        MOVE "ENCAISS"          TO W-FLU-TYPE
        MOVE "EN"               TO W-PIECE-CD
      *
        OPEN    INPUT   ENCFILE
        PERFORM   LECTURE-ENCAISS
        PERFORM UNTIL FIN-FLUX
           IF ENC-DETAIL
              ADD 1               TO W-FLU-NB-LUS
              ADD ENC-MT-ENCAISSE TO W-FLU-MT-LUS
              ADD ENC-NO-CPT-INT  TO W-FLU-TOT-CPT
              ADD ENC-MT-ENCAISSE TO W-MT-ENC
           ELSE
              IF ENC-TOTAL
                 SET TOTAL-99-LU   TO TRUE
                 MOVE ENC-TOT-ANNEE TO W-FLU-TOT-ANNEE
                 MOVE ENC-TOT-ORG   TO W-FLU-TOT-ORG
                 MOVE ENC-TOT-NB    TO W-FLU-TOT-NB
                 MOVE ENC-TOT-MT    TO W-FLU-TOT-MT
              END-IF
           END-IF
           PERFORM   LECTURE-ENCAISS
        END-PERFORM
        CLOSE   ENCFILE
      *
        PERFORM   CONTROLE-FLUX
        IF FLUX-A-COMPTABILISER
           MOVE W-NAT-ENCAISSEMENT TO W-ECR-NATURE
           MOVE W-CPT-BANQUE       TO W-ECR-IX-DEBIT
           MOVE W-CPT-COTISANTS    TO W-ECR-IX-CREDIT
           MOVE W-MT-ENC           TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           PERFORM   ENREGISTRER-FLUX
        END-IF
        PERFORM   MEMORISER-ETAT-FLUX
        .
      *****************************************************************
      * Lecture d'un enregistrement du fichier ENCAISS                 *
      *****************************************************************
       LECTURE-ENCAISS.
      *----------------
        READ    ENCFILE
           AT END
              SET FIN-FLUX TO TRUE
        END-READ
        .
      *****************************************************************
      * MTX - 10/2026 - Flux PRELEVE : échéances prélevées remises à   *
      * la banque par SCA17B, qui les compte comme encaissées dans la  *
      * table des résultats ; elles sont comptabilisées comme des      *
      * encaissements. La période du flux est sa date d'échéance.      *
      *****************************************************************
       TRAITER-PRELEVE.
      *----------------
        PERFORM   INIT-FLUX
        MOVE "PRELEVE"          TO W-FLU-TYPE
        MOVE "PL"               TO W-PIECE-CD
      *
        OPEN    INPUT   PRLFILE
        PERFORM   LECTURE-PRELEVE
        PERFORM UNTIL FIN-FLUX
           IF PRL-DETAIL
              ADD 1               TO W-FLU-NB-LUS
              ADD PRL-MT-PRELEVE  TO W-FLU-MT-LUS
              ADD PRL-NO-CPT-INT  TO W-FLU-TOT-CPT
              ADD PRL-MT-PRELEVE  TO W-MT-ENC
           ELSE
              IF PRL-TOTAL
                 SET TOTAL-99-LU   TO TRUE
                 MOVE PRL-TOT-ANNEE TO W-FLU-TOT-ANNEE
                 MOVE PRL-TOT-ORG   TO W-FLU-TOT-ORG
                 MOVE PRL-TOT-NB    TO W-FLU-TOT-NB
                 MOVE PRL-TOT-MT    TO W-FLU-TOT-MT
                 MOVE PRL-TOT-DATE-ECHEANCE
                                    TO W-FLU-PERIODE
              END-IF
           END-IF
           PERFORM   LECTURE-PRELEVE
        END-PERFORM
        CLOSE   PRLFILE
      *
        PERFORM   CONTROLE-FLUX
        IF FLUX-A-COMPTABILISER
           MOVE W-NAT-ENCAISSEMENT TO W-ECR-NATURE
           MOVE W-CPT-BANQUE       TO W-ECR-IX-DEBIT
           MOVE W-CPT-COTISANTS    TO W-ECR-IX-CREDIT
           MOVE W-MT-ENC           TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           PERFORM   ENREGISTRER-FLUX
        END-IF
        PERFORM   MEMORISER-ETAT-FLUX
        .
      *****************************************************************
      * MTX - 10/2026 - Lecture d'un enregistrement du fichier PRELEVE *
      *****************************************************************
       LECTURE-PRELEVE.
      *----------------
        READ    PRLFILE
           AT END
              SET FIN-FLUX TO TRUE
        END-READ
        .
      *****************************************************************
      * MTX - 10/2026 - Flux REJPREL : rejets bancaires des échéances  *
      * prélevées, retirés par SCA17B du montant encaissé des          *
      * comptes ; l'encaissement est contre-passé. Comme pour ENCAISS, *
      * tous les détails du fichier sont comptabilisés (l'argent a     *
      * quitté la banque). La période du flux est la date du dernier   *
      * rejet.                                                         *
      *****************************************************************
       TRAITER-REJPREL.
      *----------------
        PERFORM   INIT-FLUX
        MOVE "REJPREL"          TO W-FLU-TYPE
        MOVE "RP"               TO W-PIECE-CD
      *
        OPEN    INPUT   RJPFILE
        PERFORM   LECTURE-REJPREL
        PERFORM UNTIL FIN-FLUX
           IF RJP-DETAIL
              ADD 1               TO W-FLU-NB-LUS
              ADD RJP-MT-REJETE   TO W-FLU-MT-LUS
              ADD RJP-NO-CPT-INT  TO W-FLU-TOT-CPT
              ADD RJP-MT-REJETE   TO W-MT-ENC
              IF  RJP-DATE-REJET NUMERIC
              AND RJP-DATE-REJET > W-FLU-PERIODE
                 MOVE RJP-DATE-REJET TO W-FLU-PERIODE
              END-IF
           ELSE
              IF RJP-TOTAL
                 SET TOTAL-99-LU   TO TRUE
                 MOVE RJP-TOT-ANNEE TO W-FLU-TOT-ANNEE
                 MOVE RJP-TOT-ORG   TO W-FLU-TOT-ORG
                 MOVE RJP-TOT-NB    TO W-FLU-TOT-NB
                 MOVE RJP-TOT-MT    TO W-FLU-TOT-MT
              END-IF
           END-IF
           PERFORM   LECTURE-REJPREL
        END-PERFORM
        CLOSE   RJPFILE
      *
        PERFORM   CONTROLE-FLUX
        IF FLUX-A-COMPTABILISER
           MOVE W-NAT-REJET-PREL   TO W-ECR-NATURE
           MOVE W-CPT-COTISANTS    TO W-ECR-IX-DEBIT
           MOVE W-CPT-BANQUE       TO W-ECR-IX-CREDIT
           MOVE W-MT-ENC           TO W-ECR-MT
           PERFORM   GENERER-ECRITURE
           PERFORM   ENREGISTRER-FLUX
        END-IF
        PERFORM   MEMORISER-ETAT-FLUX
        .
      *****************************************************************
      * MTX - 10/2026 - Lecture d'un enregistrement du fichier REJPREL *
      *****************************************************************
       LECTURE-REJPREL.
      *----------------
        READ    RJPFILE
           AT END
              SET FIN-FLUX TO TRUE
        END-READ
        .
      *****************************************************************
      * Contrôle du flux lu avant comptabilisation :                   *
      *   - fichier vide (DUMMY) ou sans détail : flux absent, rien à  *
      *     comptabiliser ;                                            *
      *   - enregistrement total "99" absent, ANNEE / ORGANISME        *
      *     différents de la carte, ou total "99" discordant avec le   *
      *     cumul des détails : flux refusé ;                          *
      *   - flux identique déjà comptabilisé (cf V2FLUCPT) : refusé.   *
      * Un flux accepté reçoit son numéro de pièce.                    *
      *****************************************************************
       CONTROLE-FLUX.
      *--------------
        EVALUATE TRUE
           WHEN W-FLU-NB-LUS = 0
            AND NOT TOTAL-99-LU
              SET FLUX-ABSENT    TO TRUE
              MOVE "FLUX ABSENT"             TO W-FLU-MOTIF
           WHEN NOT TOTAL-99-LU
              SET FLUX-REFUSE    TO TRUE
              MOVE "REFUSE : TOTAL 99 ABSENT" TO W-FLU-MOTIF
           WHEN W-FLU-TOT-ANNEE NOT = PARM-ANNEE
             OR W-FLU-TOT-ORG   NOT = PARM-ORG
              SET FLUX-REFUSE    TO TRUE
              MOVE "REFUSE : HORS CAMPAGNE"  TO W-FLU-MOTIF
           WHEN W-FLU-NB-LUS NOT = W-FLU-TOT-NB
             OR W-FLU-MT-LUS NOT = W-FLU-TOT-MT
              SET FLUX-REFUSE    TO TRUE
              MOVE "REFUSE : ECART DETAILS / 99" TO W-FLU-MOTIF
              DISPLAY "SCA14B - FLUX " W-FLU-TYPE
                      " : TOTAL 99 = " W-FLU-TOT-NB " / " W-FLU-TOT-MT
                      " - DETAILS LUS = "
                      W-FLU-NB-LUS " / " W-FLU-MT-LUS
           WHEN W-FLU-NB-LUS = 0
              SET FLUX-ABSENT    TO TRUE
              MOVE "FLUX VIDE"               TO W-FLU-MOTIF
           WHEN OTHER
              PERFORM   RECHERCHE-FLUX-COMPTA
              IF FLUX-DEJA-COMPTA
                 SET FLUX-REFUSE TO TRUE
                 MOVE "REFUSE : DEJA COMPTABILISE" TO W-FLU-MOTIF
                 DISPLAY "SCA14B - FLUX " W-FLU-TYPE
                         " DEJA COMPTABILISE LE " W-FLU-DATE-ANT
                         " PIECE " W-FLU-PIECE-ANT
              ELSE
                 SET FLUX-A-COMPTABILISER TO TRUE
                 MOVE "COMPTABILISE"         TO W-FLU-MOTIF
                 MOVE PARM-ANNEE     TO W-PIECE-ANNEE
                 MOVE PARM-ORG       TO W-PIECE-ORG
              END-IF
        END-EVALUATE
      *
        EVALUATE TRUE
           WHEN FLUX-A-COMPTABILISER
              ADD 1 TO W-NB-FLUX-COMPTA
           WHEN FLUX-REFUSE
              ADD 1 TO W-NB-FLUX-REFUSES
           WHEN OTHER
              ADD 1 TO W-NB-FLUX-ABSENTS
        END-EVALUATE
        .
      *****************************************************************
      * Balayage des flux déjà comptabilisés pour la campagne : un     *
      * flux de même nature, même total "99" et même total de contrôle *
      * des numéros de compte est un doublon. Le rang de la pièce du   *
      * flux courant suit celui des flux de même nature déjà passés.   *
      * MTX - 10/2026 - Les flux mensuels de prélèvement doivent de    *
      * plus être de la même période pour être des doublons.           *
      *****************************************************************
       RECHERCHE-FLUX-COMPTA.
      *----------------------
        MOVE 0                  TO W-FLU-EXISTE
                                   W-PIECE-RANG
        PERFORM   PREP-LECTURE-FLU-BATCH
        PERFORM   LECTURE-FLU-BATCH
        PERFORM UNTIL TOT-STAT  = "MRNF"
                   OR TOT-REFER = "END."
           IF FLU-TYPE = W-FLU-TYPE
              ADD 1 TO W-PIECE-RANG
              IF  FLU-NB      = W-FLU-TOT-NB
              AND FLU-MT      = W-FLU-TOT-MT
              AND FLU-TOT-CPT = W-FLU-TOT-CPT
              AND (W-FLU-PERIODE = 0
                OR FLU-PERIODE = W-FLU-PERIODE)
                 SET FLUX-DEJA-COMPTA TO TRUE
                 MOVE FLU-NO-PIECE    TO W-FLU-PIECE-ANT
                 MOVE FLU-DATE-COMPTA TO W-FLU-DATE-ANT
              END-IF
           END-IF
           PERFORM   LECTURE-FLU-BATCH
        END-PERFORM
        ADD 1                   TO W-PIECE-RANG
        .
      *****************************************************************
      * INITIALISATION DU BALAYAGE DE LA TABLE DES FLUX COMPTABILISES  *
      * D'UNE ANNEE / ORGANISME (comme PREP-LECTURE-RES-BATCH)         *
      *****************************************************************
       PREP-LECTURE-FLU-BATCH.
      *-----------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE PARM-ANNEE         TO W-CLE-FLU-ANNEE
        MOVE PARM-ORG           TO W-CLE-FLU-ORG
        MOVE W-CLE-FLU-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-FLU-ORG      TO TOT-KEY
        .
      *****************************************************************
      * LECTURE SEQUENTIELLE DE LA TABLE DES FLUX COMPTABILISES        *
      * (INDEX ANNEE/ORGANISME)                                        *
      *****************************************************************
       LECTURE-FLU-BATCH.
      *------------------
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS.
        MOVE "ORG-CLE"          TO TOT-PRP.
        MOVE "V"                TO TOT-SENS.
        MOVE "FLUCPT"           TO TOT-FILE.
        MOVE "READS"            TO TOT-FUNC.
        MOVE "S"                TO TOT-AIG-X.
        MOVE SPACE              TO TOT-LIKE.
        MOVE "MRNF"             TO TOT-STAT1.
        MOVE "RLSE"             TO TOT-ENDP.
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA           TO V2FLUCPT
        END-IF
        .
      *****************************************************************
      * Emission d'une écriture en partie double (ligne débit puis     *
      * ligne crédit, même montant) et cumul de la balance. Une        *
      * écriture de montant nul n'est pas émise.                       *
      *****************************************************************
       GENERER-ECRITURE.
      *-----------------
        IF W-ECR-MT NOT = 0
           MOVE "D"             TO W-LIG-SENS
           MOVE W-ECR-IX-DEBIT  TO W-LIG-IX-CPT
           PERFORM   ECRITURE-LIGNE-JOURNAL
           ADD W-ECR-MT         TO W-BNAT-DEBIT (W-ECR-NATURE)
                                   W-BCPT-DEBIT (W-ECR-IX-DEBIT)
                                   W-TOT-DEBIT
      *
           MOVE "C"             TO W-LIG-SENS
           MOVE W-ECR-IX-CREDIT TO W-LIG-IX-CPT
           PERFORM   ECRITURE-LIGNE-JOURNAL
           ADD W-ECR-MT         TO W-BNAT-CREDIT (W-ECR-NATURE)
                                   W-BCPT-CREDIT (W-ECR-IX-CREDIT)
                                   W-TOT-CREDIT
        END-IF
        .
      *****************************************************************
      * Ecriture d'une ligne du fichier JOURNAL                        *
      *****************************************************************
       ECRITURE-LIGNE-JOURNAL.
      *-----------------------
        ADD 1                   TO W-NO-LIGNE
        MOVE SPACE              TO JRN-ENR
        MOVE W-CD-JOURNAL       TO JRN-CD-JOURNAL
        MOVE W-DATE-COMPTA      TO JRN-DATE-ECR
        MOVE W-NO-PIECE         TO JRN-NO-PIECE
        MOVE W-NO-LIGNE         TO JRN-NO-LIGNE
        MOVE W-PLAN-NO (W-LIG-IX-CPT)
                                TO JRN-COMPTE
        MOVE W-LIG-SENS         TO JRN-SENS
        MOVE W-ECR-MT           TO JRN-MT
        MOVE W-NAT-LIB (W-ECR-NATURE)
                                TO JRN-LIBELLE
        MOVE PARM-ANNEE         TO JRN-ANNEE
        MOVE PARM-ORG           TO JRN-ORG
        MOVE W-FLU-TYPE         TO JRN-TYPE-FLUX
        WRITE JRN-ENR
        ADD 1                   TO W-NB-LIGNES
        .
      *****************************************************************
      * Mémorisation du flux comptabilisé dans la table des flux       *
      * comptabilisés (cf V2FLUCPT), pour refuser tout nouveau         *
      * passage du même flux.                                          *
      *****************************************************************
       ENREGISTRER-FLUX.
      *-----------------
        INITIALIZE V2FLUCPT
        MOVE PARM-ANNEE         TO FLU-ANNEE
        MOVE PARM-ORG           TO FLU-ORG
        MOVE W-FLU-TYPE         TO FLU-TYPE
        MOVE W-FLU-TOT-NB       TO FLU-NB
        MOVE W-FLU-TOT-MT       TO FLU-MT
        MOVE W-FLU-TOT-CPT      TO FLU-TOT-CPT
        MOVE W-FLU-PERIODE      TO FLU-PERIODE
        MOVE W-NO-PIECE         TO FLU-NO-PIECE
        MOVE W-DATE-COMPTA      TO FLU-DATE-COMPTA
        MOVE W-DATE-JOUR        TO FLU-DATE-TRT
      *
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE V2FLUCPT           TO TOT-AREA
        MOVE "FLUCPT"           TO TOT-FILE
        MOVE "WRITES"           TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Mémorisation du sort du flux pour l'édition de la balance      *
      *****************************************************************
       MEMORISER-ETAT-FLUX.
      *--------------------
        ADD 1                   TO W-EFL-NB
        MOVE W-FLU-TYPE         TO W-EFL-TYPE   (W-EFL-NB)
        MOVE W-FLU-MOTIF        TO W-EFL-STATUT (W-EFL-NB)
        MOVE W-FLU-NB-LUS       TO W-EFL-NB-DET (W-EFL-NB)
        MOVE W-FLU-MT-LUS       TO W-EFL-MT     (W-EFL-NB)
        IF FLUX-A-COMPTABILISER
           MOVE W-NO-PIECE      TO W-EFL-PIECE  (W-EFL-NB)
        ELSE
           MOVE SPACE           TO W-EFL-PIECE  (W-EFL-NB)
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
        MOVE "SCA14B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si flux refusé ou      *
      * balance déséquilibrée ; compteurs : lignes de journal / flux   *
      * refusés.                                                       *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-FLUX-REFUSES > 0
        OR W-ECART-BALANCE NOT = 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-LIGNES        TO CPIL01-E-NB-1
        MOVE W-NB-FLUX-REFUSES  TO CPIL01-E-NB-2
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
      * Edition de la balance de contrôle : sort de chaque flux,       *
      * débit / crédit par nature d'écriture et par compte, contrôle   *
      * de l'équilibre débit = crédit.                                 *
      *****************************************************************
       EDITION-BALANCE.
      *----------------
        DISPLAY "===================================================="
        DISPLAY "  SCA14B - JOURNAL COMPTABLE DE LA CAMPAGNE"
        DISPLAY "  ANNEE : " PARM-ANNEE  "   ORGANISME : " PARM-ORG
                "   DATE COMPTABLE : " W-DATE-COMPTA
        DISPLAY "===================================================="
        DISPLAY "  FLUX      SORT DU FLUX                    PIECE"
        MOVE 1 TO W-IX-AFF
        PERFORM UNTIL W-IX-AFF > W-EFL-NB
           DISPLAY "  " W-EFL-TYPE (W-IX-AFF)
                   "  " W-EFL-STATUT (W-IX-AFF)
                   "  " W-EFL-PIECE (W-IX-AFF)
           DISPLAY "            DETAILS : " W-EFL-NB-DET (W-IX-AFF)
                   "  MONTANT : " W-EFL-MT (W-IX-AFF)
           ADD 1 TO W-IX-AFF
        END-PERFORM
        DISPLAY "----------------------------------------------------"
        DISPLAY "  BALANCE PAR NATURE D'ECRITURE (DEBIT / CREDIT) :"
        MOVE 1 TO W-IX-AFF
        PERFORM UNTIL W-IX-AFF > 6
           DISPLAY "    " W-NAT-LIB (W-IX-AFF)
           DISPLAY "      " W-BNAT-DEBIT (W-IX-AFF)
                   "  " W-BNAT-CREDIT (W-IX-AFF)
           ADD 1 TO W-IX-AFF
        END-PERFORM
        DISPLAY "  BALANCE PAR COMPTE (DEBIT / CREDIT) :"
        MOVE 1 TO W-IX-AFF
        PERFORM UNTIL W-IX-AFF > 5
           DISPLAY "    " W-PLAN-NO (W-IX-AFF)
                   " " W-PLAN-LIB (W-IX-AFF)
           DISPLAY "      " W-BCPT-DEBIT (W-IX-AFF)
                   "  " W-BCPT-CREDIT (W-IX-AFF)
           ADD 1 TO W-IX-AFF
        END-PERFORM
        DISPLAY "----------------------------------------------------"
        DISPLAY "  FLUX COMPTABILISES             : " W-NB-FLUX-COMPTA
        DISPLAY "  FLUX REFUSES                   : "
                W-NB-FLUX-REFUSES
        DISPLAY "  FLUX ABSENTS OU VIDES          : "
                W-NB-FLUX-ABSENTS
        DISPLAY "  LIGNES DE JOURNAL ECRITES      : " W-NB-LIGNES
        DISPLAY "  TOTAL DEBIT                    : " W-TOT-DEBIT
        DISPLAY "  TOTAL CREDIT                   : " W-TOT-CREDIT
        COMPUTE W-ECART-BALANCE = W-TOT-DEBIT - W-TOT-CREDIT
        IF W-ECART-BALANCE = 0
           DISPLAY "  BALANCE EQUILIBREE (DEBIT = CREDIT)"
        ELSE
           DISPLAY "  ** BALANCE DESEQUILIBREE - ECART : "
                   W-ECART-BALANCE " **"
        END-IF
        DISPLAY "===================================================="
        .
