       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA13B.
      ******************************************************************
      *                                                                *
      *        S C A 1 3 B  -  R E L A N C E S  D E S                  *
      *                        I M P A Y E S                           *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch prend la suite du rapprochement des         *
      * encaissements (cf SCA08B) : les comptes restés impayés ("N")   *
      * ou payés partiellement ("P") dans la table des résultats (cf   *
      * V2RESFIP) entrent dans un cycle de relance, jusqu'ici mené à   *
      * la main. Pour une ANNEE / ORGANISME donnés :                   *
      *   - le solde restant dû est la cotisation appelée diminuée du  *
      *     montant encaissé (RES-MT-COT - RES-MT-ENCAISSE) ;          *
      *   - un compte sans relance reçoit une relance amiable ;        *
      *   - un compte déjà relancé à l'amiable depuis au moins le      *
      *     délai fourni en carte reçoit une mise en demeure, avec la  *
      *     majoration de retard (taux fourni en carte appliqué au     *
      *     solde restant dû) ;                                        *
      *   - le stade atteint et ses dates sont mémorisés par compte    *
      *     dans la table du cycle de relance (cf V2RELANC) : un même  *
      *     stade n'est jamais envoyé deux fois, la mise en demeure    *
      *     clôt la chaîne amiable ;                                   *
      *   - un compte soldé depuis, exonéré en totalité par décision   *
      *     de la caisse (cf V2EXOMAN / SCA02T) ou dont la cotisation  *
      *     a été ramenée à zéro par une régularisation (cf SCA01B)    *
      *     sort automatiquement du cycle, avec le motif de sortie.    *
      * Les courriers prêts à imprimer sont produits dans le fichier   *
      * RELANCES, et un compte rendu est édité en fin de traitement.   *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN :                             *
      *       ANNEE (4) + ORGANISME (3) + TAUX DE MAJORATION (4, 9V999 *
      *       défaut 0.050) + DELAI AVANT MISE EN DEMEURE (2, en mois, *
      *       défaut 01)                                               *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Fichier des courriers RELANCES, table du cycle de relance  *
      *     mise à jour et compte rendu en sortie standard (SYSOUT).   *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610012 - 10/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610016 - 10/2026 - Réclamations et recours.
      * Un compte dont la contestation est en cours (cf V2RECLAM /     *
      * SCA04T) n'est plus relancé jusqu'à la décision ; les sorties   *
      * du cycle (solde, exonération, cotisation nulle) restent        *
      * constatées.                                                    *
      ******************************************************************
      * MTX - Redmine 610018 - 10/2026 - Prélèvement mensuel.
      * Un compte dont le mandat de prélèvement est actif (cf V2MANDAT *
      * / SCA05T) n'est pas relancé : son solde est prélevé échéance   *
      * par échéance par SCA17B. Il le redevient s'il retourne au      *
      * paiement sur avis après rejet bancaire.                        *
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (rapprochement des encaissements SCA08B terminé),   *
      * sauf forçage visé par un agent en carte SYSIN, tracé comme     *
      * tel.                                                           *
      ******************************************************************
      * MTX - Redmine 610015 - 10/2026 - Contrôle de variation N/N-1.
      * Un compte dont l'avis est retenu par le contrôle de variation  *
      * (cf SCA15B, RES-AVIS-RETENU) n'est pas relancé : l'avis n'a    *
      * pas été édité par SCA10B, la cotisation n'est pas notifiée.    *
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
           SELECT  RELFILE     ASSIGN  TO      RELANCES
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  PARM-ORG            PICTURE         9(03).
           05  PARM-TX-MAJORATION  PICTURE         9V999.
           05  PARM-DELAI-MED      PICTURE         9(02).
           05  FILLER              PICTURE         X(47).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
      *****************************************************************
      * FICHIER DES COURRIERS DE RELANCE PRETS A IMPRIMER (UNE LIGNE   *
      * DE 80, comme AVISCOT)                                          *
      *****************************************************************
       FD  RELFILE
           RECORDING MODE F.
       01  REL-LIGNE               PICTURE         X(80).
      *
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * COMPTEURS DU COMPTE RENDU                                      *
      *****************************************************************
       01  W-TOTAUX.
           05  W-NB-COMPTES        PICTURE         9(07)       COMP.
           05  W-NB-AMIABLES       PICTURE         9(07)       COMP.
           05  W-NB-MED            PICTURE         9(07)       COMP.
           05  W-NB-EN-ATTENTE     PICTURE         9(07)       COMP.
           05  W-NB-MED-ANTERIEURE PICTURE         9(07)       COMP.
           05  W-NB-SORTIE-SOLDE   PICTURE         9(07)       COMP.
           05  W-NB-SORTIE-EXO     PICTURE         9(07)       COMP.
           05  W-NB-SORTIE-COT-0   PICTURE         9(07)       COMP.
           05  W-NB-DEJA-SORTIS    PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - relances suspendues par une contestation
           05  W-NB-SUSPENDUS      PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - comptes prélevés mensuellement (SCA17B)
           05  W-NB-MENSUALISES    PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - avis retenus par le contrôle de variation
           05  W-NB-AVIS-RETENUS   PICTURE         9(07)       COMP.
           05  W-MT-SOLDE-RELANCE  PICTURE         S9(15).
           05  W-MT-MAJORATIONS    PICTURE         S9(15).
      *
       01  W-DIVERS.
           05  W-FIN-PARM          PICTURE         9(01)       VALUE 0.
               88  FIN-PARM                        VALUE 1.
           05  W-REL-EXISTE        PICTURE         9(01).
               88  RELANCE-EXISTE                  VALUE 1.
      *     MTX - 10/2026 - contestation en cours (cf SCA04T)
           05  W-REC-TROUVEE       PICTURE         9(01).
               88  RECLAMATION-EN-COURS            VALUE 1.
      *     MTX - 10/2026 - mandat de prélèvement actif (cf SCA05T)
           05  W-MAN-TROUVE        PICTURE         9(01).
               88  MANDAT-ACTIF                    VALUE 1.
           05  W-MT-SOLDE          PICTURE         S9(15).
           05  W-MT-MAJORATION     PICTURE         S9(15).
           05  W-CD-SORTIE         PICTURE         X(10).
           05  W-TX-MAJORATION     PICTURE         9V999.
           05  W-TX-MAJORATION-DEFAUT
                                   PICTURE         9V999
                                   VALUE           0.050.
           05  W-DELAI-MED         PICTURE         9(02).
           05  W-DELAI-MED-DEFAUT  PICTURE         9(02)
                                   VALUE           01.
      *        --- date d'échéance de la mise en demeure : date de   ---
      *        --- la relance amiable augmentée du délai en mois     ---
           05  W-DATE-ECHEANCE     PICTURE         9(08).
           05  W-DATE-ECHEANCE-DEC REDEFINES W-DATE-ECHEANCE.
               10  W-ECH-AAAA      PICTURE         9(04).
               10  W-ECH-MM        PICTURE         9(02).
               10  W-ECH-JJ        PICTURE         9(02).
      *
      *****************************************************************
      * Motifs de sortie du cycle de relance (cf REL-CD-SORTIE)        *
      *****************************************************************
       01  W-MOTIFS-SORTIE.
           05  W-SORTIE-SOLDE      PICTURE         X(10)
                                   VALUE           "SOLDE".
           05  W-SORTIE-EXO-MAN    PICTURE         X(10)
                                   VALUE           "EXO-MAN".
           05  W-SORTIE-COT-NULLE  PICTURE         X(10)
                                   VALUE           "COT-NULLE".
      *
      *****************************************************************
      * LIGNES DE TRAVAIL POUR LA MISE EN FORME (cf SCA10B)            *
      *****************************************************************
       01  W-LIGNE-SEP.
           05  FILLER              PICTURE         X(80)
                                   VALUE  ALL "=".
      *
       01  W-LIGNE-TITRE.
           05  W-TIT-STADE         PICTURE         X(33).
           05  FILLER              PICTURE         X(22)
                                   VALUE  "COTISATION PUMA ANNEE ".
           05  W-TIT-ANNEE         PICTURE         9(04).
           05  FILLER              PICTURE         X(21)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-COMPTE.
           05  FILLER              PICTURE         X(07)
                                   VALUE  "COMPTE ".
           05  W-TIT-NO-CPT        PICTURE         9(09).
           05  FILLER              PICTURE         X(12)
                                   VALUE  "  ORGANISME ".
           05  W-TIT-ORG           PICTURE         9(03).
           05  FILLER              PICTURE         X(07)
                                   VALUE  "  DATE ".
           05  W-TIT-DATE          PICTURE         9(08).
           05  FILLER              PICTURE         X(34)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-MT.
           05  W-LIB-MT            PICTURE         X(32).
           05  FILLER              PICTURE         X(02)
                                   VALUE  ": ".
           05  W-ED-MT             PICTURE         -(15)9.
           05  FILLER              PICTURE         X(30)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-LIB.
           05  W-LIB-SEUL          PICTURE         X(32).
           05  FILLER              PICTURE         X(02)
                                   VALUE  ": ".
           05  W-LIB-VALEUR        PICTURE         X(46).
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
      * Exonération manuelle décidée par la caisse (cf V2EXOMAN,      *
      * maintenue par SCA02T) : date du jour pour le contrôle de      *
      * validité de la décision, comme dans SCA10B.                   *
      *****************************************************************
       01  W-EXO-MANUELLE.
           05  W-DATE-JOUR         PICTURE         9(08).
           05  W-EXM-TROUVEE       PICTURE         9(01).
               88  EXO-MAN-TROUVEE                 VALUE 1.
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
      * COPY table des exonérations manuelles (décisions caisse)      *
      *****************************************************************
           COPY    V2EXOMAN.
      *
      *****************************************************************
      * COPY table du cycle de relance des impayés                    *
      *****************************************************************
           COPY    V2RELANC.
      *
      *****************************************************************
      * COPY table des réclamations et recours                        *
      *****************************************************************
           COPY    V2RECLAM.
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
           OPEN    OUTPUT  RELFILE
           PERFORM   PREP-LECTURE-RES-BATCH
           PERFORM   LECTURE-RES-BATCH
           PERFORM UNTIL TOT-STAT  = "MRNF"
                      OR TOT-REFER = "END."
              PERFORM   TRAITER-COMPTE
              PERFORM   LECTURE-RES-BATCH
           END-PERFORM
           CLOSE   RELFILE
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
      * taux de majoration (défaut 0.050) / délai en mois entre la     *
      * relance amiable et la mise en demeure (défaut 01).             *
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
           IF PARM-TX-MAJORATION NUMERIC
           AND PARM-TX-MAJORATION > 0
              MOVE PARM-TX-MAJORATION TO W-TX-MAJORATION
           ELSE
              MOVE W-TX-MAJORATION-DEFAUT
                                  TO W-TX-MAJORATION
           END-IF
           IF PARM-DELAI-MED NUMERIC
           AND PARM-DELAI-MED > 0
              MOVE PARM-DELAI-MED TO W-DELAI-MED
           ELSE
              MOVE W-DELAI-MED-DEFAUT
                                  TO W-DELAI-MED
           END-IF
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
      * Traitement d'un compte de la population : lecture de son       *
      * cycle de relance, puis sortie du cycle ou envoi du stade       *
      * suivant. Le contexte de balayage est sauvegardé autour des     *
      * accès intercalés (même zone V2TOTAL).                          *
      *****************************************************************
       TRAITER-COMPTE.
      *---------------
        MOVE V2TOTAL            TO W-SAUVE-V2TOTAL
        MOVE TOT-AREA           TO W-SAUVE-TOT-AREA
      *
        PERFORM   RECHERCHE-RELANCE
      *
        IF RELANCE-EXISTE
        AND NOT REL-EN-COURS
      *    Compte déjà sorti du cycle : plus aucun courrier
           ADD 1 TO W-NB-DEJA-SORTIS
        ELSE
           IF RES-IMPAYE
           OR RES-PAYE-PARTIEL
           OR RELANCE-EXISTE
              ADD 1 TO W-NB-COMPTES
              PERFORM   CONTROLE-SORTIE-CYCLE
              IF W-CD-SORTIE = SPACE
      *          MTX - 10/2026 - pas de relance pendant l'instruction
      *          d'une contestation du compte (cf SCA04T)
                 PERFORM   RECHERCHE-RECLAMATION
      *          MTX - 10/2026 - ni pour un compte prélevé chaque mois
      *          sous mandat actif (cf SCA17B)
                 PERFORM   RECHERCHE-MANDAT
                 EVALUATE TRUE
                    WHEN RECLAMATION-EN-COURS
                       ADD 1 TO W-NB-SUSPENDUS
                    WHEN MANDAT-ACTIF
                       ADD 1 TO W-NB-MENSUALISES
      *             MTX - 10/2026 - ni pour un avis retenu par le
      *             contrôle de variation, jamais édité (cf SCA15B)
                    WHEN RES-AVIS-RETENU
                       ADD 1 TO W-NB-AVIS-RETENUS
                    WHEN OTHER
                       PERFORM   RELANCER-COMPTE
                 END-EVALUATE
              ELSE
                 PERFORM   SORTIR-DU-CYCLE
              END-IF
           END-IF
        END-IF
      *
        MOVE W-SAUVE-V2TOTAL    TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA   TO TOT-AREA
        .
      *****************************************************************
      * Motif de sortie du cycle de relance d'un compte, espace s'il   *
      * reste à relancer :                                             *
      *   - cotisation ramenée à zéro (régularisation SCA01B) ;        *
      *   - exonération totale décidée par la caisse et en vigueur     *
      *     (une remise partielle est déjà déduite de la cotisation    *
      *     appelée : le solde restant reste relancé) ;                *
      *   - solde restant dû nul ou négatif (paiement intervenu).      *
      *****************************************************************
       CONTROLE-SORTIE-CYCLE.
      *----------------------
        MOVE SPACE TO W-CD-SORTIE
        COMPUTE W-MT-SOLDE = RES-MT-COT - RES-MT-ENCAISSE
      *
        IF RES-MT-COT = 0
           MOVE W-SORTIE-COT-NULLE TO W-CD-SORTIE
        ELSE
           PERFORM   RECHERCHE-EXO-MANUELLE
           IF  EXO-MAN-TROUVEE
           AND EXM-TOTALE
              MOVE W-SORTIE-EXO-MAN TO W-CD-SORTIE
           ELSE
              IF W-MT-SOLDE NOT > 0
              OR RES-PAYE-TOTAL
                 MOVE W-SORTIE-SOLDE TO W-CD-SORTIE
              END-IF
           END-IF
        END-IF
        .
      *****************************************************************
      * Sortie du cycle de relance : le cycle en cours est clos avec   *
      * son motif ; un compte jamais relancé est simplement écarté.    *
      *****************************************************************
       SORTIR-DU-CYCLE.
      *----------------
        EVALUATE W-CD-SORTIE
           WHEN W-SORTIE-COT-NULLE
              ADD 1 TO W-NB-SORTIE-COT-0
           WHEN W-SORTIE-EXO-MAN
              ADD 1 TO W-NB-SORTIE-EXO
           WHEN OTHER
              ADD 1 TO W-NB-SORTIE-SOLDE
        END-EVALUATE
      *
        IF RELANCE-EXISTE
           MOVE W-CD-SORTIE     TO REL-CD-SORTIE
           MOVE W-DATE-JOUR     TO REL-DATE-SORTIE
           MOVE W-MT-SOLDE      TO REL-MT-SOLDE
           PERFORM   REECRITURE-RELANCE
        END-IF
        .
      *****************************************************************
      * Envoi du stade suivant du cycle de relance :                   *
      *   - aucun stade envoyé : relance amiable ;                     *
      *   - relance amiable échue (délai en mois dépassé) : mise en    *
      *     demeure majorée ;                                          *
      *   - relance amiable non échue : en attente ;                   *
      *   - mise en demeure déjà envoyée : aucun nouvel envoi.         *
      *****************************************************************
       RELANCER-COMPTE.
      *----------------
        EVALUATE TRUE
           WHEN NOT RELANCE-EXISTE
              PERFORM   ENVOI-RELANCE-AMIABLE
           WHEN REL-STADE-AMIABLE
              PERFORM   CALCUL-ECHEANCE-MED
              IF W-DATE-JOUR NOT < W-DATE-ECHEANCE
                 PERFORM   ENVOI-MISE-EN-DEMEURE
              ELSE
                 ADD 1 TO W-NB-EN-ATTENTE
              END-IF
           WHEN OTHER
              ADD 1 TO W-NB-MED-ANTERIEURE
        END-EVALUATE
        .
      *****************************************************************
      * Date d'échéance de la mise en demeure : date de la relance     *
      * amiable augmentée du délai en mois (le jour est conservé, la   *
      * comparaison AAAAMMJJ reste valable en fin de mois).            *
      *****************************************************************
       CALCUL-ECHEANCE-MED.
      *--------------------
        MOVE REL-DATE-AMIABLE   TO W-DATE-ECHEANCE
        ADD  W-DELAI-MED        TO W-ECH-MM
        PERFORM UNTIL W-ECH-MM NOT > 12
           SUBTRACT 12 FROM W-ECH-MM
           ADD 1       TO W-ECH-AAAA
        END-PERFORM
        .
      *****************************************************************
      * Relance amiable : courrier sans majoration, et création du     *
      * cycle de relance du compte.                                    *
      *****************************************************************
       ENVOI-RELANCE-AMIABLE.
      *----------------------
        ADD 1                   TO W-NB-AMIABLES
        ADD W-MT-SOLDE          TO W-MT-SOLDE-RELANCE
        MOVE 0                  TO W-MT-MAJORATION
      *
        MOVE "RELANCE AMIABLE"  TO W-TIT-STADE
        PERFORM   FORMATER-COURRIER
        MOVE "SANS REGLEMENT DANS LE DELAI"  TO W-LIB-SEUL
        MOVE "UNE MISE EN DEMEURE MAJOREE VOUS SERA ADRESSEE"
                                             TO W-LIB-VALEUR
        WRITE REL-LIGNE FROM W-LIGNE-LIB
        MOVE SPACE TO REL-LIGNE
        WRITE REL-LIGNE
      *
        INITIALIZE V2RELANC
        MOVE RES-NO-CPT-INT     TO REL-NO-CPT-INT
        MOVE RES-ANNEE          TO REL-ANNEE
        MOVE RES-ORG            TO REL-ORG
        MOVE 1                  TO REL-STADE
        MOVE W-DATE-JOUR        TO REL-DATE-AMIABLE
        MOVE W-MT-SOLDE         TO REL-MT-SOLDE
        MOVE SPACE              TO REL-CD-SORTIE
        PERFORM   ECRITURE-RELANCE
        .
      *****************************************************************
      * Mise en demeure : majoration de retard appliquée au solde      *
      * restant dû, courrier, et passage du cycle au stade terminal.   *
      *****************************************************************
       ENVOI-MISE-EN-DEMEURE.
      *----------------------
        ADD 1                   TO W-NB-MED
        ADD W-MT-SOLDE          TO W-MT-SOLDE-RELANCE
        COMPUTE W-MT-MAJORATION ROUNDED
                                = W-MT-SOLDE * W-TX-MAJORATION
        ADD W-MT-MAJORATION     TO W-MT-MAJORATIONS
      *
        MOVE "MISE EN DEMEURE"  TO W-TIT-STADE
        PERFORM   FORMATER-COURRIER
        MOVE SPACE TO REL-LIGNE
        WRITE REL-LIGNE
      *
        MOVE 2                  TO REL-STADE
        MOVE W-DATE-JOUR        TO REL-DATE-MED
        MOVE W-MT-SOLDE         TO REL-MT-SOLDE
        MOVE W-MT-MAJORATION    TO REL-MT-MAJORATION
        PERFORM   REECRITURE-RELANCE
        .
      *****************************************************************
      * Mise en forme d'un courrier : en-tête, cotisation appelée,     *
      * montant encaissé, solde restant dû, majoration et total à      *
      * régler.                                                        *
      *****************************************************************
       FORMATER-COURRIER.
      *------------------
        WRITE REL-LIGNE FROM W-LIGNE-SEP
        MOVE RES-ANNEE          TO W-TIT-ANNEE
        WRITE REL-LIGNE FROM W-LIGNE-TITRE
        MOVE RES-NO-CPT-INT     TO W-TIT-NO-CPT
        MOVE RES-ORG            TO W-TIT-ORG
        MOVE W-DATE-JOUR        TO W-TIT-DATE
        WRITE REL-LIGNE FROM W-LIGNE-COMPTE
        WRITE REL-LIGNE FROM W-LIGNE-SEP
      *
        MOVE "COTISATION APPELEE"            TO W-LIB-MT
        MOVE RES-MT-COT                      TO W-ED-MT
        WRITE REL-LIGNE FROM W-LIGNE-MT
        MOVE "MONTANT DEJA ENCAISSE"         TO W-LIB-MT
        MOVE RES-MT-ENCAISSE                 TO W-ED-MT
        WRITE REL-LIGNE FROM W-LIGNE-MT
        MOVE "SOLDE RESTANT DU"              TO W-LIB-MT
        MOVE W-MT-SOLDE                      TO W-ED-MT
        WRITE REL-LIGNE FROM W-LIGNE-MT
      *
        IF W-MT-MAJORATION > 0
           MOVE "MAJORATION DE RETARD"       TO W-LIB-MT
           MOVE W-MT-MAJORATION              TO W-ED-MT
           WRITE REL-LIGNE FROM W-LIGNE-MT
           MOVE "SUITE A LA RELANCE AMIABLE DU" TO W-LIB-SEUL
           MOVE REL-DATE-AMIABLE             TO W-LIB-VALEUR
           WRITE REL-LIGNE FROM W-LIGNE-LIB
        END-IF
      *
        MOVE "TOTAL A REGLER"                TO W-LIB-MT
        COMPUTE W-ED-MT = W-MT-SOLDE + W-MT-MAJORATION
        WRITE REL-LIGNE FROM W-LIGNE-MT
        .
      *****************************************************************
      * Recherche du cycle de relance du compte traité (lecture par    *
      * clé compte/année), retenu s'il vise le même organisme.         *
      *****************************************************************
       RECHERCHE-RELANCE.
      *------------------
        MOVE 0                  TO W-REL-EXISTE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE RES-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE RES-ANNEE          TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "RELANC"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2RELANC
           IF REL-ORG = RES-ORG
              SET RELANCE-EXISTE TO TRUE
           END-IF
        END-IF
        .
      *****************************************************************
      * Création du cycle de relance du compte                         *
      *****************************************************************
       ECRITURE-RELANCE.
      *-----------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE V2RELANC           TO TOT-AREA
        MOVE "RELANC"           TO TOT-FILE
        MOVE "WRITES"           TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Réécriture du cycle de relance du compte (nouveau stade ou     *
      * sortie du cycle)                                               *
      *****************************************************************
       REECRITURE-RELANCE.
      *-------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE REL-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE REL-ANNEE          TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE V2RELANC           TO TOT-AREA
        MOVE "RELANC"           TO TOT-FILE
        MOVE "REWRITE"          TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Recherche de la décision d'exonération manuelle du compte      *
      * traité (lecture par clé compte/année), retenue si elle vise le *
      * même organisme et si la date du jour tombe dans sa période de  *
      * validité (date de fin à zéro = décision sans limite), comme    *
      * RECHERCHE-EXO-MANUELLE dans SCA10B.                            *
      *****************************************************************
       RECHERCHE-EXO-MANUELLE.
      *-----------------------
        MOVE 0                  TO W-EXM-TROUVEE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE RES-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE RES-ANNEE          TO TOT-KEY
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
           IF  EXM-ORG = RES-ORG
           AND EXM-DATE-DEBUT NOT > W-DATE-JOUR
           AND ( EXM-DATE-FIN = 0
              OR EXM-DATE-FIN NOT < W-DATE-JOUR )
              SET EXO-MAN-TROUVEE TO TRUE
           END-IF
        END-IF
        .
      *****************************************************************
      * MTX - 10/2026 - Recherche d'une contestation en cours pour le  *
      * compte traité (lecture par clé compte/année), retenue si elle  *
      * vise le même organisme, comme RECHERCHE-RECLAMATION dans       *
      * SCA10B. Le contexte de balayage est déjà sauvegardé par        *
      * TRAITER-COMPTE.                                                *
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
      * MTX - 10/2026 - Recherche du mandat de prélèvement du compte   *
      * traité (lecture par clé compte/année), retenu s'il vise le     *
      * même organisme et s'il est actif, comme RECHERCHE-MANDAT dans  *
      * SCA17B. Le contexte de balayage est déjà sauvegardé par        *
      * TRAITER-COMPTE.                                                *
      *****************************************************************
       RECHERCHE-MANDAT.
      *-----------------
        MOVE 0                  TO W-MAN-TROUVE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE RES-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE RES-ANNEE          TO TOT-KEY
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
           IF  MAN-ORG = RES-ORG
           AND MAN-ACTIF
              SET MANDAT-ACTIF  TO TRUE
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
        MOVE "SCA13B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 00 ; compteurs : relances amiables / mises en      *
      * demeure.                                                       *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        MOVE W-NB-AMIABLES      TO CPIL01-E-NB-1
        MOVE W-NB-MED           TO CPIL01-E-NB-2
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
      * Edition du compte rendu des relances                           *
      *****************************************************************
       EDITION-COMPTE-RENDU.
      *---------------------
        DISPLAY "===================================================="
        DISPLAY "  SCA13B - RELANCES DES COMPTES IMPAYES"
        DISPLAY "  ANNEE : " PARM-ANNEE  "   ORGANISME : " PARM-ORG
        DISPLAY "  TAUX DE MAJORATION : " W-TX-MAJORATION
                "   DELAI (MOIS) : " W-DELAI-MED
        DISPLAY "===================================================="
        DISPLAY "  COMPTES EXAMINES               : " W-NB-COMPTES
        DISPLAY "  RELANCES AMIABLES ENVOYEES     : " W-NB-AMIABLES
        DISPLAY "  MISES EN DEMEURE ENVOYEES      : " W-NB-MED
        DISPLAY "  RELANCES AMIABLES NON ECHUES   : " W-NB-EN-ATTENTE
        DISPLAY "  MISES EN DEMEURE ANTERIEURES   : "
                W-NB-MED-ANTERIEURE
        DISPLAY "  SOLDE RELANCE (HORS MAJORATION): "
                W-MT-SOLDE-RELANCE
        DISPLAY "  MAJORATIONS DE RETARD          : " W-MT-MAJORATIONS
        DISPLAY "  SORTIES DU CYCLE - SOLDES      : " W-NB-SORTIE-SOLDE
        DISPLAY "  SORTIES DU CYCLE - EXO-MAN     : " W-NB-SORTIE-EXO
        DISPLAY "  SORTIES DU CYCLE - COT. NULLE  : " W-NB-SORTIE-COT-0
        DISPLAY "  COMPTES DEJA SORTIS DU CYCLE   : " W-NB-DEJA-SORTIS
        DISPLAY "  RELANCES SUSPENDUES (CONTESTES): " W-NB-SUSPENDUS
        DISPLAY "  COMPTES PRELEVES (MANDAT ACTIF): " W-NB-MENSUALISES
        DISPLAY "  AVIS RETENUS (VARIATION N/N-1) : " W-NB-AVIS-RETENUS
        DISPLAY "===================================================="
        .
