      * résultats est mise à jour avec les nouveaux montants, et un    *
      * état récapitulatif des écarts est édité en fin de traitement.  *
      * Les comptes sans écart ne donnent lieu à aucune émission.      *
      * Un compte taxé à titre provisionnel faute de 2042 (cf SCA02B,  *
      * motif PROV-FVIDE) est régularisé de la même façon dès que sa   *
      * 2042 est chargée : le calcul réel remplace le montant          *
      * provisionnel (appel complémentaire ou remboursement) ; tant    *
      * que la 2042 manque, il est laissé en attente.                  *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN : ANNEE (4) + ORGANISME (3)   *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      * montants et motif d'exonération avant / après, date et         *
      * traitement d'origine, à la manière de V2HISFIP pour les taux.  *
      * Consultable par compte via la transaction SCA03T.              *
      ******************************************************************
      * MTX - Redmine 610013 - 10/2026 - Interface comptable.
      * Le montant remis par décision d'exonération manuelle est       *
      * tenu à jour dans la table des résultats (RES-MT-EXO-MAN) lors  *
      * de la régularisation, comme par SCA19B et SCA02B.              *
      ******************************************************************
      * MTX - Redmine 610014 - 10/2026 - Taxation provisionnelle.
      * Régularisation des taxations provisionnelles de SCA02B à       *
      * réception de la 2042 : le résultat recalculé remplace le       *
      * montant provisionnel, la marque provisionnelle est levée et le *
      * rejet REJ-FVIDE du compte est supprimé de la table des rejets. *
      * Un compte provisionnel toujours sans 2042 n'est pas remboursé. *
      ******************************************************************
      * MTX - Redmine 610016 - 10/2026 - Réclamations et recours.
      * Un compte dont la contestation est en cours (cf V2RECLAM /     *
      * SCA04T) n'est pas régularisé jusqu'à la décision. Une décision *
      * favorable non encore appliquée force le recalcul du compte :   *
      * la version est écrite et journalisée (origine RECLAM) même     *
      * sans écart, puis la décision est marquée appliquée.            *
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
      * MTX - Redmine 610021 - 10/2026 - Statistique annuelle.
      * Le résultat recalculé conserve les caractéristiques du calcul  *
      * du compte (RES-INDREG, RES-NBPLDE, revenus AR / SP / RR du     *
      * foyer et PASS appliqué) pour la statistique annuelle (cf       *
      * SCA21B) ; elles sont remises à zéro avec les montants pour un  *
      * recalcul rejeté.                                               *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  PARM-ORG            PICTURE         9(03).
           05  FILLER              PICTURE         X(53).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
      *****************************************************************
      * FICHIER DES REGULARISATIONS A DESTINATION DU RECOUVREMENT      *
           05  W-NB-VENTIL         PICTURE         9(07)       COMP.
           05  W-NB-REJ-RECALC     PICTURE         9(07)       COMP.
           05  W-NB-ERR-TECH       PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - taxations provisionnelles (cf SCA02B)
           05  W-NB-PROV-REGUL     PICTURE         9(07)       COMP.
           05  W-NB-PROV-ATTENTE   PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - contestations (cf SCA04T)
           05  W-NB-SUSPENDUS      PICTURE         9(07)       COMP.
           05  W-NB-RECLAM-APPL    PICTURE         9(07)       COMP.
           05  W-TOT-COMPL         PICTURE         9(15).
           05  W-TOT-REMB          PICTURE         9(15).
           05  W-TOT-ECART         PICTURE         S9(15).
           05  W-ECART             PICTURE         S9(15).
           05  W-ECART-D1          PICTURE         S9(15).
           05  W-ECART-D2          PICTURE         S9(15).
      *     MTX - 10/2026 - rejet REJ-FVIDE présent pour le compte
           05  W-REJ-EXISTE        PICTURE         9(01)       VALUE 0.
               88  REJET-EXISTE                    VALUE 1.
      *
      *****************************************************************
      * Sauvegarde du contexte de balayage RESFIP (zone V2TOTAL +      *
      *        --- montant effectivement remis (exonération          ---
      *        --- partielle par déclarant, borné à la part due)     ---
           05  W-MT-REMIS          PICTURE         S9(15).
      *        --- MTX - 10/2026 - cotisation du foyer avant         ---
      *        --- déduction et montant total remis au foyer,        ---
      *        --- persisté dans RES-MT-EXO-MAN (cf SCA14B)          ---
           05  W-MT-COT-AVANT-EXO  PICTURE         S9(15).
           05  W-MT-EXO-MAN        PICTURE         S9(15).
      *
       01  W-SAUVE-EXO.
           05  W-SAUVE-EXO-V2TOTAL PICTURE         X(77).
           05  W-SAUVE-EXO-AREA    PICTURE         X(400).
      *
      *****************************************************************
      * MTX - 10/2026 - Contestation du compte (cf V2RECLAM, maintenue *
      * par SCA04T) : en cours (compte suspendu) ou décision favorable *
      * à appliquer, et sauvegarde du contexte XBASE propre à cette    *
      * lecture intercalée.                                            *
      *****************************************************************
       01  W-RECLAMATION.
           05  W-REC-SITUATION     PICTURE         9(01).
               88  RECLAMATION-EN-COURS            VALUE 1.
               88  DECISION-A-APPLIQUER            VALUE 2.
           05  W-SAUVE-REC-V2TOTAL PICTURE         X(77).
           05  W-SAUVE-REC-AREA    PICTURE         X(400).
      *
      *****************************************************************
      * MTX - 09/2026 - Journalisation des versions de résultat        *
      * (cf V2HISRES) : traitement d'origine, numéro de version et     *
      * image des montants avant écriture.                             *
       01  W-HIS-JOURNAL.
           05  W-HIS-ORIGINE       PICTURE         X(10)
                                   VALUE           "REGUL".
      *     MTX - 10/2026 - application d'une décision de recours
           05  W-HIS-ORIGINE-REC   PICTURE         X(10)
                                   VALUE           "RECLAM".
           05  W-NO-VERSION        PICTURE         9(04).
           05  W-HIS-AVANT.
               10  W-AVANT-MT-COT  PICTURE         S9(15).
           COPY    V2HISRES.
      *
      *****************************************************************
      * COPY table des rejets du calcul (cf SCA19B / SCA02B)          *
      *****************************************************************
           COPY    V2REJFIP.
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
           OPEN    OUTPUT  REGULFILE
           PERFORM   PREP-LECTURE-RES-BATCH
           PERFORM   LECTURE-RES-BATCH
        END-IF
      *
        PERFORM   EDITION-ETAT-RECAP
      *
      * MTX - 10/2026 - fin d'étape enregistrée dans le pilotage
        IF  NOT FIN-PARM
        AND CPIL01-ETAPE-AUTORISEE
           PERFORM   FIN-ETAPE-CAMPAGNE
        END-IF
      *
        STOP RUN
        .
       REGULARISER-COMPTE.
      *-------------------
        ADD 1                    TO W-NB-COMPTES
      *
      * MTX - 10/2026 - un compte dont la contestation est en cours
      * (cf SCA04T) n'est pas régularisé jusqu'à la décision
        PERFORM   RECHERCHE-RECLAMATION
      *
        IF RECLAMATION-EN-COURS
           ADD 1                 TO W-NB-SUSPENDUS
           DISPLAY "SCA01B - COMPTE " RES-NO-CPT-INT
                   " : CONTESTATION EN COURS - COMPTE NON REGULARISE"
        ELSE
           PERFORM   RECALCULER-COMPTE
        END-IF
        .
      *****************************************************************
      * Recalcul d'un compte via le dispatcher SCA00P et traitement du *
      * code retour (comparaison, attente de 2042 ou anomalie).        *
      *****************************************************************
       RECALCULER-COMPTE.
      *------------------
        INITIALIZE WSS-CSCAFIP
        MOVE "C"                 TO CSCAFIP-OPTION
        MOVE RES-NO-CPT-INT      TO CSCAFIP-NO-CPT-INT
        MOVE RES-ANNEE           TO CSCAFIP-ANNEE
        MOVE RES-ORG             TO CSCAFIP-ORG
      *
      * MTX - 10/2026 - compte taxé à titre provisionnel : son rejet
      * REJ-FVIDE est supprimé avant le recalcul, qui trace le motif
      * courant (seuil AR/SP, ou de nouveau REJ-FVIDE si la 2042 est
      * toujours absente) sur la même clé compte/année
        IF RES-TAXATION-PROV
           MOVE V2TOTAL          TO W-SAUVE-V2TOTAL
           MOVE TOT-AREA         TO W-SAUVE-TOT-AREA
           PERFORM   SUPPRESSION-REJET-COMPTE
           MOVE W-SAUVE-V2TOTAL  TO V2TOTAL
           MOVE W-SAUVE-TOT-AREA TO TOT-AREA
        END-IF
      *
        CALL    "SCA00P"  USING   WSS-CSCAFIP
                                  DTFLNK
              PERFORM   APPLICATION-EXO-MANUELLE
              MOVE CSCAFIP-MT-COT   TO W-MT-COT-NOU
              PERFORM   COMPARER-RESULTAT
      *    MTX - 10/2026 - taxation provisionnelle toujours sans 2042 :
      *    le montant provisionnel reste dû jusqu'à réception
           WHEN RES-TAXATION-PROV
            AND CSCAFIP-CD-REJET = MOTIF-REJ-FISC-VIDE
              ADD 1                 TO W-NB-PROV-ATTENTE
           WHEN CSCAFIP-CD-REJET = MOTIF-REJ-FISC-VIDE
             OR CSCAFIP-CD-REJET = MOTIF-REJ-REV-AR
             OR CSCAFIP-CD-REJET = MOTIF-REJ-REV-SP
        AND W-ECART-D1 = 0
        AND W-ECART-D2 = 0
           ADD 1                 TO W-NB-SANS-ECART
      *    MTX - 10/2026 - le montant réel égale le provisionnel : rien
      *    n'est émis mais la marque provisionnelle est levée ; une
      *    décision de recours favorable est tracée même sans écart
           IF RES-TAXATION-PROV
           OR DECISION-A-APPLIQUER
              PERFORM   MISE-A-JOUR-RESULTAT
           END-IF
        ELSE
           PERFORM   ECRITURE-REGUL-DETAIL
           PERFORM   MISE-A-JOUR-RESULTAT
        MOVE RES-MT-COT-D1      TO W-AVANT-MT-COT-D1
        MOVE RES-MT-COT-D2      TO W-AVANT-MT-COT-D2
        MOVE RES-CD-EXO         TO W-AVANT-CD-EXO
      *
      * MTX - 10/2026 - le calcul réel remplace la taxation
      * provisionnelle (cf SCA02B) : la marque est levée
        IF RES-TAXATION-PROV
           ADD 1                   TO W-NB-PROV-REGUL
           MOVE SPACE              TO RES-CD-PROV
           MOVE 0                  TO RES-ANNEE-REF-PROV
        END-IF
      *
        IF CSCAFIP-CD-RET = CCONST-TRAITEMENT-OK
           MOVE CSCAFIP-MT-ASS-SOC-2
           MOVE CSCAFIP-CD-EXO     TO RES-CD-EXO
           MOVE CSCAFIP-CD-EXO-D1  TO RES-CD-EXO-D1
           MOVE CSCAFIP-CD-EXO-D2  TO RES-CD-EXO-D2
      *    MTX - 10/2026 - montant remis par décision de la caisse
           MOVE W-MT-EXO-MAN       TO RES-MT-EXO-MAN
      *    MTX - 10/2026 - caractéristiques du calcul du compte
      *    (statistique annuelle, cf SCA21B)
           MOVE CSCAFIP-INDREG     TO RES-INDREG
           MOVE CSCAFIP-NBPLDE     TO RES-NBPLDE
           MOVE CSCAFIP-MT-REV-AR  TO RES-MT-REV-AR
           MOVE CSCAFIP-MT-REV-SP  TO RES-MT-REV-SP
           MOVE CSCAFIP-MT-REV-RR  TO RES-MT-REV-RR
           MOVE CSCAFIP-MT-PASS    TO RES-MT-PASS
        ELSE
           MOVE 0                  TO RES-MT-ASS-SOC-2
                                      RES-MT-COT
                                      RES-MT-ASS-SOC-2-D2
                                      RES-MT-COT-D1
                                      RES-MT-COT-D2
                                      RES-MT-EXO-MAN
                                      RES-INDREG
                                      RES-NBPLDE
                                      RES-MT-REV-AR
                                      RES-MT-REV-SP
                                      RES-MT-REV-RR
                                      RES-MT-PASS
      *    Le motif de rejet vaut pour le foyer comme pour chaque
      *    déclarant (cf les rejets de seuil dans les SCA-nn-P qui
      *    positionnent les trois codes d'exonération à l'identique)
      * MTX - 09/2026 - journalisation de la version écrite
        PERFORM   JOURNALISATION-VERSION
      *
      * MTX - 10/2026 - compte devenu calculable : son rejet éventuel
      * ne doit plus être recyclé (ni taxé) par SCA02B
        IF CSCAFIP-CD-RET = CCONST-TRAITEMENT-OK
           PERFORM   SUPPRESSION-REJET-COMPTE
        END-IF
      *
      * MTX - 10/2026 - la décision de recours favorable est appliquée
        IF DECISION-A-APPLIQUER
           PERFORM   APPLICATION-DECISION-RECLAM
        END-IF
      *
      * Restauration du contexte de balayage de la population
        MOVE W-SAUVE-V2TOTAL    TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA   TO TOT-AREA
        .
      *****************************************************************
      * MTX - 10/2026 - Suppression du rejet du compte pour l'année,   *
      * s'il en reste un (rejet REJ-FVIDE d'un compte taxé à titre     *
      * provisionnel dont la 2042 est depuis chargée), comme la purge  *
      * FISC par clé compte/année de SCA07B. Appelée dans un contexte  *
      * XBASE sauvegardé : avant le recalcul d'un compte provisionnel, *
      * et par la mise à jour du résultat.                             *
      *****************************************************************
       SUPPRESSION-REJET-COMPTE.
      *-------------------------
        MOVE 0                  TO W-REJ-EXISTE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE RES-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE RES-ANNEE          TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "REJFIP"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2REJFIP
           SET REJET-EXISTE     TO TRUE
        END-IF
      *
        IF REJET-EXISTE
           MOVE SPACE           TO V2TOTAL TOT-MINI6
           MOVE RES-NO-CPT-INT  TO TOT-KEY-ASS
           MOVE RES-ANNEE       TO TOT-KEY
           MOVE "CPTE-CLE"      TO TOT-PRP-ASS
           MOVE "AA-REV"        TO TOT-PRP
           MOVE V2REJFIP        TO TOT-AREA
           MOVE "REJFIP"        TO TOT-FILE
           MOVE "DELETE"        TO TOT-FUNC
           PERFORM APPEL-XBASE
        END-IF
        .
      *****************************************************************
      * MTX - 10/2026 - Recherche de la contestation du compte traité  *
      * (lecture par clé compte/année, même organisme) : en cours, ou  *
      * décision favorable pas encore appliquée. Le contexte XBASE est *
      * sauvegardé puis restauré : cette lecture s'intercale dans le   *
      * balayage de la population. V2RECLAM garde la contestation lue  *
      * pour la marque d'application.                                  *
      *****************************************************************
       RECHERCHE-RECLAMATION.
      *----------------------
        MOVE 0                  TO W-REC-SITUATION
        MOVE V2TOTAL            TO W-SAUVE-REC-V2TOTAL
        MOVE TOT-AREA           TO W-SAUVE-REC-AREA
      *
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
           IF REC-ORG = RES-ORG
              EVALUATE TRUE
                 WHEN REC-EN-COURS
                    SET RECLAMATION-EN-COURS TO TRUE
                 WHEN REC-FAVORABLE
                  AND REC-DATE-APPLICATION = 0
                    SET DECISION-A-APPLIQUER TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
        END-IF
      *
        MOVE W-SAUVE-REC-V2TOTAL TO V2TOTAL
        MOVE W-SAUVE-REC-AREA    TO TOT-AREA
        .
      *****************************************************************
      * MTX - 10/2026 - Marque d'application de la décision de recours *
      * favorable (date du jour) : elle n'est plus reprise aux         *
      * passages suivants ni modifiable par SCA04T. Appelée dans le    *
      * contexte XBASE déjà sauvegardé par la mise à jour du résultat. *
      *****************************************************************
       APPLICATION-DECISION-RECLAM.
      *----------------------------
        ADD 1                   TO W-NB-RECLAM-APPL
        MOVE W-DATE-JOUR        TO REC-DATE-APPLICATION
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE RES-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE RES-ANNEE          TO TOT-KEY
        MOVE "CPTE-CLE"         TO TOT-PRP-ASS
        MOVE "AA-REV"           TO TOT-PRP
        MOVE V2RECLAM           TO TOT-AREA
        MOVE "RECLAM"           TO TOT-FILE
        MOVE "REWRITE"          TO TOT-FUNC
        PERFORM APPEL-XBASE
        .
      *****************************************************************
      * Ecriture de l'enregistrement total "99" du fichier de          *
      * régularisation (nombre d'écarts émis et écart global signé).   *
      *****************************************************************
        MOVE RES-ORG            TO HISR-ORG
        MOVE W-NO-VERSION       TO HISR-NO-VERSION
        MOVE W-DATE-JOUR        TO HISR-DATE-MAJ
        IF DECISION-A-APPLIQUER
           MOVE W-HIS-ORIGINE-REC
                                TO HISR-ORIGINE
        ELSE
           MOVE W-HIS-ORIGINE   TO HISR-ORIGINE
        END-IF
        MOVE W-AVANT-MT-COT     TO HISR-AVANT-MT-COT
        MOVE W-AVANT-MT-COT-D1  TO HISR-AVANT-MT-COT-D1
        MOVE W-AVANT-MT-COT-D2  TO HISR-AVANT-MT-COT-D2
      *****************************************************************
       APPLICATION-EXO-MANUELLE.
      *-------------------------
        MOVE CSCAFIP-MT-COT     TO W-MT-COT-AVANT-EXO
        PERFORM   RECHERCHE-EXO-MANUELLE
      *
        IF EXO-MAN-TROUVEE
              MOVE W-EXO-MAN-CODE TO CSCAFIP-CD-EXO
           END-IF
        END-IF
      *
      * MTX - 10/2026 - montant effectivement remis au foyer (nul sans
      * décision), pour la comptabilisation de la remise (cf SCA14B)
        COMPUTE W-MT-EXO-MAN = W-MT-COT-AVANT-EXO - CSCAFIP-MT-COT
        .
      *****************************************************************
      * MTX - 09/2026 - Recherche de la décision d'exonération         *
        MOVE W-SAUVE-EXO-AREA    TO TOT-AREA
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
        MOVE "SCA01B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si rejet au recalcul   *
      * ou erreur technique ; compteurs : comptes traités /            *
      * régularisations.                                               *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-REJ-RECALC > 0
        OR W-NB-ERR-TECH   > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-COMPTES       TO CPIL01-E-NB-1
        COMPUTE CPIL01-E-NB-2   = W-NB-COMPL + W-NB-REMB
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
        DISPLAY "  REVENTILATIONS D1/D2 (TOTAL 0) : " W-NB-VENTIL
        DISPLAY "  RECALCULS REJETES (NON ELIG.)  : " W-NB-REJ-RECALC
        DISPLAY "  ERREURS TECHNIQUES (IGNOREES)  : " W-NB-ERR-TECH
        DISPLAY "  TAXATIONS PROV. REGULARISEES   : " W-NB-PROV-REGUL
        DISPLAY "  TAXATIONS PROV. SANS 2042      : " W-NB-PROV-ATTENTE
        DISPLAY "  COMPTES SUSPENDUS (CONTESTES)  : " W-NB-SUSPENDUS
        DISPLAY "  DECISIONS DE RECOURS APPLIQUEES: " W-NB-RECLAM-APPL
        DISPLAY "  ECART GLOBAL (SIGNE)           : " W-TOT-ECART
        DISPLAY "===================================================="
        .
