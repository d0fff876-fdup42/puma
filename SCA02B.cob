      *     comportement journal de TRACE-REJET-FISC).                 *
      * Un état "rejets recyclés / rejets persistants" ventilé par     *
      * code erreur (REJ-CD-ERR) est édité en fin de traitement.       *
      * En mode "PROV", un compte dont le rejet persiste faute de      *
      * toute rubrique FISC (motif REJ-FVIDE) est taxé à titre         *
      * provisionnel : reprise du dernier résultat connu pour une      *
      * année antérieure, ou à défaut forfait assis sur le PASS        *
      * (cf TX-ASS-PROV de CTXFIP). Le résultat est écrit sous le      *
      * motif distinct PROV-FVIDE (RES-CD-PROV) et appelé dans         *
      * APPELREC ; le rejet est conservé jusqu'à réception de la 2042, *
      * dont le calcul réel remplace alors le montant provisionnel     *
      * par la régularisation SCA01B (appel complémentaire ou          *
      * remboursement).                                                *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN : ANNEE (4) + ORGANISME (3)   *
      *     + MODE (4, facultatif : "PROV" = taxation provisionnelle)  *
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
      * désormais persisté dans la table des résultats                 *
      * (RES-MT-EXO-MAN) et porté par l'extrait APPELREC               *
      * (APP-MT-EXO-MAN), pour la comptabilisation de l'appel          *
      * complémentaire brut et de la remise par le journal SCA14B.     *
      ******************************************************************
      * MTX - Redmine 610014 - 10/2026 - Taxation provisionnelle.
      * Mode "PROV" de la carte SYSIN : les comptes rejetés REJ-FVIDE  *
      * (aucune 2042 chargée) sont taxés à titre provisionnel au lieu  *
      * de rester sans appel. Un compte taxé à titre provisionnel      *
      * dont la 2042 est depuis chargée (SCA07B) n'est plus réécrit    *
      * ici : son rejet est supprimé et le remplacement du montant     *
      * provisionnel par le calcul réel passe par la régularisation    *
      * SCA01B.                                                        *
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (régularisation SCA01B terminée), sauf forçage visé *
      * par un agent en carte SYSIN, tracé comme tel.                  *
      ******************************************************************
      * MTX - Redmine 610021 - 10/2026 - Statistique annuelle.
      * Le résultat d'un rejet recyclé conserve les caractéristiques   *
      * du calcul du compte (RES-INDREG, RES-NBPLDE, revenus AR / SP / *
      * RR du foyer et PASS appliqué) pour la statistique annuelle (cf *
      * SCA21B) ; elles restent à zéro pour une taxation               *
      * provisionnelle, qui n'est pas un calcul.                       *
      ******************************************************************
      * MTX - Redmine 610015 - 10/2026 - Contrôle de variation N/N-1.
      * La marque du contrôle de variation (RES-CTL-VAR, agent et      *
      * date, cf SCA15B) est conservée lors de la réécriture d'une     *
      * ligne de résultat existante, comme le rapprochement des        *
      * encaissements : un avis retenu le reste jusqu'au prochain      *
      * passage de SCA15B.                                             *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  PARM-ORG            PICTURE         9(03).
      *        --- MTX - 10/2026 - mode de traitement facultatif     ---
           05  PARM-MODE           PICTURE         X(04).
               88  MODE-PROVISOIRE                 VALUE "PROV".
           05  FILLER              PICTURE         X(49).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
      *****************************************************************
      * FICHIER "APPEL DE COTISATION" DES COMPTES RECYCLES, AU MEME    *
           05  APP-MT-COT-D1       PICTURE         9(15).
           05  APP-MT-COT-D2       PICTURE         9(15).
           05  APP-CD-EXO          PICTURE         X(10).
      *        --- MTX - 10/2026 - montant remis par décision        ---
      *        --- d'exonération manuelle, déjà déduit de            ---
      *        --- APP-MT-COT (cotisation brute = somme des deux)    ---
           05  APP-MT-EXO-MAN      PICTURE         9(12).
       01  APP-ENR-TOTAL.
           05  APP-TOT-CD-ENR      PICTURE         X(02).
           05  APP-TOT-ANNEE       PICTURE         9(04).
           05  W-NB-RECYCLES       PICTURE         9(07)       COMP.
           05  W-NB-PERSISTANTS    PICTURE         9(07)       COMP.
           05  W-TOTAL-COTISATION  PICTURE         S9(15).
      *     MTX - 10/2026 - taxation provisionnelle (mode PROV)
           05  W-NB-TAXES-PROV     PICTURE         9(07)       COMP.
           05  W-NB-PROV-REF       PICTURE         9(07)       COMP.
           05  W-NB-PROV-FORFAIT   PICTURE         9(07)       COMP.
           05  W-NB-PROV-IMPOSSIBLE
                                   PICTURE         9(07)       COMP.
           05  W-NB-DEJA-PROV      PICTURE         9(07)       COMP.
           05  W-NB-PROV-A-REGUL   PICTURE         9(07)       COMP.
           05  W-TOTAL-PROV        PICTURE         S9(15).
      *
      *****************************************************************
      * VENTILATION PAR CODE ERREUR (REJ-CD-ERR) DES REJETS RECYCLES   *
           05  W-IX-AFF            PICTURE         9(03)       COMP.
           05  W-RES-EXISTE        PICTURE         9(01)       VALUE 0.
               88  RESULTAT-EXISTE                 VALUE 1.
      *     MTX - 10/2026 - ligne de résultat existante provisionnelle
           05  W-RES-PROV          PICTURE         9(01)       VALUE 0.
               88  RESULTAT-PROVISOIRE             VALUE 1.
      *
      *****************************************************************
      * MTX - 10/2026 - Taxation provisionnelle des comptes sans 2042  *
      * (mode PROV) : résultat de référence d'une année antérieure,    *
      * ou à défaut forfait assis sur le PASS de l'ANNEE / ORGANISME   *
      * traité (SBAR01) et sur les taux CTXFIP, avec les valeurs par   *
      * défaut des SCA-nn-P si la ligne de taux est absente.           *
      *****************************************************************
       01  W-TAXATION-PROV.
           05  W-TAX-PROV          PICTURE         9(01)       VALUE 0.
               88  TAXATION-PROV-EN-COURS          VALUE 1.
           05  W-REF-TROUVEE       PICTURE         9(01)       VALUE 0.
               88  REF-TROUVEE                     VALUE 1.
           05  W-PARAM-PROV        PICTURE         9(01)       VALUE 0.
               88  PARAM-PROV-OK                   VALUE 1.
      *        --- année du résultat de référence (zéro = forfait)   ---
           05  W-ANNEE-REF         PICTURE         9(04).
           05  W-ANNEE-REF-MIN     PICTURE         9(04)
                                   VALUE           2018.
           05  W-PASS-PROV         PICTURE         9(07).
           05  W-TX-ASS-PROV       PICTURE         9V999.
           05  W-TX-COT-PROV       PICTURE         9V999.
           05  W-TX-ASS-PROV-DEFAUT
                                   PICTURE         9V999
                                   VALUE           0.500.
           05  W-TX-COT-PROV-DEFAUT
                                   PICTURE         9V999
                                   VALUE           0.065.
           05  W-HIS-ORIGINE-PROV  PICTURE         X(10)
                                   VALUE           "PROVISOIRE".
      *
      *****************************************************************
      * Sauvegarde du contexte de balayage REJFIP (zone V2TOTAL +      *
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
       01  W-SAUVE-PAIEMENT.
           05  W-SAUVE-CD-PAIEMENT PICTURE         X(01).
           05  W-SAUVE-MT-ENCAISSE PICTURE         S9(15).
      *        --- MTX - 10/2026 - marque du contrôle de variation   ---
      *        --- N / N-1 de la ligne existante (cf SCA15B)         ---
           05  W-SAUVE-CTL-VAR     PICTURE         X(01).
           05  W-SAUVE-CTL-VAR-AGENT
                                   PICTURE         X(08).
           05  W-SAUVE-CTL-VAR-DATE
                                   PICTURE         9(08).
      *
       01  W-HIS-JOURNAL.
           05  W-HIS-ORIGINE       PICTURE         X(10)
           COPY    CCONST.
      *
      *****************************************************************
      * COPY motifs de rejet communs à tous les SCA-nn-P               *
      *****************************************************************
           COPY    CMOTIFP.
      *
      *****************************************************************
      * COPY table des rejets FISC (comptes écartés du calcul)        *
      *****************************************************************
           COPY    V2REJFIP.
           COPY    V2HISRES.
      *
      *****************************************************************
      * COPY table des taux et seuils de calcul (parametrable par     *
      * ANNEE / ORGANISME)                                             *
      *****************************************************************
           COPY    CTXFIP.
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
      * COPY du sous programme SBAR01 (PASS du forfait provisionnel,  *
      * comme RECHERCHE-PASS dans les SCA-nn-P)                        *
      *****************************************************************
           COPY    CBAR01.
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
      *     MTX - 10/2026 - PASS et taux du forfait provisionnel,
      *     communs à toute la population de l'ANNEE / ORGANISME
           IF MODE-PROVISOIRE
              PERFORM   CHARGEMENT-PARAM-PROV
           END-IF
           OPEN    OUTPUT  APPELFILE
           PERFORM   PREP-LECTURE-REJ-BATCH
           PERFORM   LECTURE-REJ-BATCH
        END-IF
      *
        PERFORM   EDITION-ETAT-RECYCLAGE
      *
      * MTX - 10/2026 - fin d'étape enregistrée dans le pilotage
        IF  NOT FIN-PARM
        AND CPIL01-ETAPE-AUTORISEE
           PERFORM   FIN-ETAPE-CAMPAGNE
        END-IF
      *
        STOP RUN
        .
      *---------------
        INITIALIZE W-TOTAUX W-VENTILATION
        MOVE 0 TO W-DERNIER-CPT
        MOVE 0 TO W-TAX-PROV W-PARAM-PROV
      * MTX - 09/2026 - date du jour pour la validité des exonérations
      * manuelles (cf RECHERCHE-EXO-MANUELLE)
        ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD
      * Recyclage d'un compte rejeté : recalcul via le dispatcher      *
      * SCA00P ; si le rejet est résolu, persistance du résultat,      *
      * émission de l'appel de cotisation et suppression du rejet.     *
      * MTX - 10/2026 - un compte déjà taxé à titre provisionnel dont  *
      * le rejet est résolu (2042 chargée depuis) n'est pas réécrit :  *
      * le rejet est supprimé et la régularisation SCA01B remplace le  *
      * montant provisionnel. En mode PROV, un rejet REJ-FVIDE sans    *
      * ligne de résultat pour l'année donne lieu à une taxation       *
      * provisionnelle (le rejet est conservé).                        *
      *****************************************************************
       RECYCLER-COMPTE.
      *----------------
                                  DTFWRK
                                  DTFCOM
      *
      * MTX - 10/2026 - ligne de résultat déjà en table pour l'année
        MOVE 0 TO W-RES-EXISTE W-RES-PROV
        IF CSCAFIP-CD-RET   = CCONST-TRAITEMENT-OK
        OR CSCAFIP-CD-REJET = MOTIF-REJ-FISC-VIDE
           PERFORM   CONTROLE-RESULTAT-EXISTANT
        END-IF
      *
        EVALUATE TRUE
           WHEN CSCAFIP-CD-RET = CCONST-TRAITEMENT-OK
            AND RESULTAT-PROVISOIRE
              ADD 1              TO W-NB-PROV-A-REGUL
              PERFORM   SUPPRESSION-REJET
              PERFORM   CUMUL-VENT-RECYCLE
           WHEN CSCAFIP-CD-RET = CCONST-TRAITEMENT-OK
      *       MTX - 09/2026 - la décision d'exonération manuelle de la
      *       caisse est déduite avant cumul, persistance et extrait
              PERFORM   APPLICATION-EXO-MANUELLE
              ADD 1              TO W-NB-RECYCLES
              ADD CSCAFIP-MT-COT TO W-TOTAL-COTISATION
              PERFORM   ECRITURE-RESULTAT
              PERFORM   ECRITURE-APPEL-DETAIL
              PERFORM   SUPPRESSION-REJET
              PERFORM   CUMUL-VENT-RECYCLE
           WHEN MODE-PROVISOIRE
            AND CSCAFIP-CD-REJET = MOTIF-REJ-FISC-VIDE
            AND NOT RESULTAT-EXISTE
              PERFORM   TAXATION-PROVISIONNELLE
              ADD 1              TO W-NB-PERSISTANTS
              PERFORM   CUMUL-VENT-PERSIST
           WHEN OTHER
              IF RESULTAT-PROVISOIRE
                 ADD 1           TO W-NB-DEJA-PROV
              END-IF
              ADD 1              TO W-NB-PERSISTANTS
              PERFORM   CUMUL-VENT-PERSIST
        END-EVALUATE
        .
      *****************************************************************
      * MTX - 10/2026 - Recherche de la ligne de résultat du compte    *
      * pour l'année traitée, et de son caractère provisionnel, avec   *
      * sauvegarde du contexte de balayage REJFIP.                     *
      *****************************************************************
       CONTROLE-RESULTAT-EXISTANT.
      *---------------------------
        MOVE V2TOTAL            TO W-SAUVE-V2TOTAL
        MOVE TOT-AREA           TO W-SAUVE-TOT-AREA
      *
        PERFORM   RECHERCHE-RESULTAT
        IF  RESULTAT-EXISTE
        AND RES-TAXATION-PROV
           SET RESULTAT-PROVISOIRE TO TRUE
        END-IF
      *
      * Restauration du contexte de balayage REJFIP de la population
        MOVE W-SAUVE-V2TOTAL    TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA   TO TOT-AREA
        .
      *****************************************************************
      * MTX - 10/2026 - Taxation provisionnelle d'un compte rejeté     *
      * REJ-FVIDE : reprise du dernier résultat connu pour une année   *
      * antérieure (cf RECHERCHE-RESULTAT-REFERENCE), ou à défaut      *
      * forfait assis sur le PASS ; l'exonération manuelle de la       *
      * caisse est déduite comme pour un calcul réel, puis le          *
      * résultat est écrit sous le motif PROV-FVIDE et appelé.         *
      * Sans PASS connu (SBAR01 en erreur) et sans référence, le       *
      * compte reste sans appel.                                       *
      *****************************************************************
       TAXATION-PROVISIONNELLE.
      *------------------------
        INITIALIZE CSCAFIP-SORTIE
        MOVE 0                   TO W-REF-TROUVEE
        PERFORM   RECHERCHE-RESULTAT-REFERENCE
      *
        IF REF-TROUVEE
           PERFORM   REPRISE-RESULTAT-REFERENCE
           ADD 1                 TO W-NB-PROV-REF
        ELSE
           MOVE 0                TO W-ANNEE-REF
           IF PARAM-PROV-OK
              PERFORM   CALCUL-FORFAIT-PASS
              ADD 1              TO W-NB-PROV-FORFAIT
           END-IF
        END-IF
      *
        IF REF-TROUVEE
        OR PARAM-PROV-OK
           SET TAXATION-PROV-EN-COURS TO TRUE
           PERFORM   APPLICATION-EXO-MANUELLE
           ADD 1                 TO W-NB-TAXES-PROV
           ADD CSCAFIP-MT-COT    TO W-TOTAL-PROV
           PERFORM   ECRITURE-RESULTAT
           PERFORM   ECRITURE-APPEL-DETAIL
           MOVE 0                TO W-TAX-PROV
        ELSE
           ADD 1                 TO W-NB-PROV-IMPOSSIBLE
           DISPLAY "SCA02B - COMPTE " REJ-NO-CPT-INT
                   " : PASS INCONNU - TAXATION PROVISIONNELLE"
                   " IMPOSSIBLE"
        END-IF
        .
      *****************************************************************
      * MTX - 10/2026 - Recherche du dernier résultat connu du compte  *
      * pour une année antérieure (de l'année précédente jusqu'à       *
      * 2018), par lecture clé compte/année de la table des résultats. *
      * Ne sont pas retenus : un résultat lui-même provisionnel, et la *
      * ligne ramenée à zéro par SCA01B après un rejet métier (motif   *
      * de rejet dans RES-CD-EXO), qui n'est pas un résultat calculé.  *
      *****************************************************************
       RECHERCHE-RESULTAT-REFERENCE.
      *-----------------------------
        MOVE V2TOTAL            TO W-SAUVE-V2TOTAL
        MOVE TOT-AREA           TO W-SAUVE-TOT-AREA
      *
        COMPUTE W-ANNEE-REF = REJ-ANNEE - 1
        PERFORM UNTIL REF-TROUVEE
                   OR W-ANNEE-REF < W-ANNEE-REF-MIN
           PERFORM   LECTURE-RESULTAT-REFERENCE
           IF NOT REF-TROUVEE
              SUBTRACT 1 FROM W-ANNEE-REF
           END-IF
        END-PERFORM
      *
      * Restauration du contexte de balayage REJFIP de la population
        MOVE W-SAUVE-V2TOTAL    TO V2TOTAL
        MOVE W-SAUVE-TOT-AREA   TO TOT-AREA
        .
      *****************************************************************
      * MTX - 10/2026 - Lecture de la ligne de résultat du compte pour *
      * l'année de référence candidate (clé compte/année).             *
      *****************************************************************
       LECTURE-RESULTAT-REFERENCE.
      *---------------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE REJ-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE W-ANNEE-REF        TO TOT-KEY
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
           IF  NOT RES-TAXATION-PROV
           AND RES-CD-EXO NOT = MOTIF-REJ-FISC-VIDE
           AND RES-CD-EXO NOT = MOTIF-REJ-REV-AR
           AND RES-CD-EXO NOT = MOTIF-REJ-REV-SP
              SET REF-TROUVEE   TO TRUE
           END-IF
        END-IF
        .
      *****************************************************************
      * MTX - 10/2026 - Reprise du résultat de référence dans la zone  *
      * de sortie du calcul. La cotisation reprise est la cotisation   *
      * brute de l'année de référence : la remise d'une exonération    *
      * manuelle de cette année-là (RES-MT-EXO-MAN) lui est rajoutée,  *
      * à la part du déclarant 1, et son motif EXO-MAN n'est pas       *
      * repris ; seule la décision de la caisse pour l'année traitée   *
      * s'applique (cf APPLICATION-EXO-MANUELLE).                      *
      *****************************************************************
       REPRISE-RESULTAT-REFERENCE.
      *---------------------------
        MOVE RES-MT-ASS-SOC-2    TO CSCAFIP-MT-ASS-SOC-2
        MOVE RES-MT-ASS-SOC-2-D1 TO CSCAFIP-MT-ASS-SOC-2-D1
        MOVE RES-MT-ASS-SOC-2-D2 TO CSCAFIP-MT-ASS-SOC-2-D2
        MOVE RES-MT-COT          TO CSCAFIP-MT-COT
        MOVE RES-MT-COT-D1       TO CSCAFIP-MT-COT-D1
        MOVE RES-MT-COT-D2       TO CSCAFIP-MT-COT-D2
        MOVE RES-CD-EXO          TO CSCAFIP-CD-EXO
        MOVE RES-CD-EXO-D1       TO CSCAFIP-CD-EXO-D1
        MOVE RES-CD-EXO-D2       TO CSCAFIP-CD-EXO-D2
      *
      * Zone absente des lignes antérieures à l'interface comptable
        IF  RES-MT-EXO-MAN NUMERIC
        AND RES-MT-EXO-MAN > 0
           ADD RES-MT-EXO-MAN    TO CSCAFIP-MT-COT
                                    CSCAFIP-MT-COT-D1
        END-IF
        IF CSCAFIP-CD-EXO    = W-EXO-MAN-CODE
           MOVE SPACE            TO CSCAFIP-CD-EXO
        END-IF
        IF CSCAFIP-CD-EXO-D1 = W-EXO-MAN-CODE
           MOVE SPACE            TO CSCAFIP-CD-EXO-D1
        END-IF
        IF CSCAFIP-CD-EXO-D2 = W-EXO-MAN-CODE
           MOVE SPACE            TO CSCAFIP-CD-EXO-D2
        END-IF
        .
      *****************************************************************
      * MTX - 10/2026 - Forfait provisionnel assis sur le PASS : le    *
      * foyer est taxé comme un déclarant unique sur une assiette      *
      * égale à TX-ASS-PROV fois le PASS, au taux de cotisation de     *
      * l'ANNEE / ORGANISME (cf CHARGEMENT-PARAM-PROV).                *
      *****************************************************************
       CALCUL-FORFAIT-PASS.
      *--------------------
        MOVE W-PASS-PROV         TO CSCAFIP-MT-PASS
        COMPUTE CSCAFIP-MT-ASS-SOC-2 ROUNDED
                                 = W-PASS-PROV * W-TX-ASS-PROV
        COMPUTE CSCAFIP-MT-COT ROUNDED
                                 = CSCAFIP-MT-ASS-SOC-2 * W-TX-COT-PROV
        MOVE CSCAFIP-MT-ASS-SOC-2
                                 TO CSCAFIP-MT-ASS-SOC-2-D1
        MOVE CSCAFIP-MT-COT      TO CSCAFIP-MT-COT-D1
        MOVE 0                   TO CSCAFIP-MT-ASS-SOC-2-D2
                                    CSCAFIP-MT-COT-D2
        MOVE SPACE               TO CSCAFIP-CD-EXO
                                    CSCAFIP-CD-EXO-D1
                                    CSCAFIP-CD-EXO-D2
        .
      *****************************************************************
      * MTX - 10/2026 - Chargement des paramètres du forfait           *
      * provisionnel de l'ANNEE / ORGANISME : PASS via SBAR01 (comme   *
      * APPEL-SBAR01 dans les SCA-nn-P), assiette forfaitaire et taux  *
      * de cotisation de la ligne CTXFIP, avec repli sur les valeurs   *
      * par défaut si la ligne ou la zone est absente.                 *
      *****************************************************************
       CHARGEMENT-PARAM-PROV.
      *----------------------
        INITIALIZE WSS-CBAR01
        MOVE PARM-ORG           TO CBAR01-E-ORG
        MOVE PARM-ANNEE         TO CBAR01-E-ANNEE
      *
        CALL    "SBAR01"  USING   WSS-CBAR01
                                  DTFLNK
                                  DTFINP
                                  DTFWRK
                                  DTFCOM
      *
        IF CBAR01-S-CDRET = 0
           MOVE CBAR01-S-PLAF-SECU (1) TO W-PASS-PROV
           SET PARAM-PROV-OK    TO TRUE
        ELSE
           DISPLAY "SCA02B - SBAR01 CODE RETOUR " CBAR01-S-CDRET
                   " : FORFAIT PROVISIONNEL INDISPONIBLE"
        END-IF
      *
        MOVE W-TX-ASS-PROV-DEFAUT TO W-TX-ASS-PROV
        MOVE W-TX-COT-PROV-DEFAUT TO W-TX-COT-PROV
      *
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE PARM-ANNEE         TO W-CLE-REJ-ANNEE
        MOVE PARM-ORG           TO W-CLE-REJ-ORG
        MOVE W-CLE-REJ-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-REJ-ORG      TO TOT-KEY
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS
        MOVE "ORG-CLE"          TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "TAUXFIP"          TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2CTXFIP
           IF  TX-ASS-PROV NUMERIC
           AND TX-ASS-PROV > 0
              MOVE TX-ASS-PROV  TO W-TX-ASS-PROV
           END-IF
           IF  TX-COTISATION NUMERIC
           AND TX-COTISATION > 0
              MOVE TX-COTISATION TO W-TX-COT-PROV
           END-IF
        END-IF
        .
      *****************************************************************
      *    réappliqué après reconstruction de la ligne
           MOVE RES-CD-PAIEMENT TO W-SAUVE-CD-PAIEMENT
           MOVE RES-MT-ENCAISSE TO W-SAUVE-MT-ENCAISSE
      *    MTX - 10/2026 - la marque du contrôle de variation N / N-1
      *    (cf SCA15B) est conservée de même : un avis retenu ne doit
      *    pas être édité par SCA10B avant un nouveau contrôle
           MOVE RES-CTL-VAR       TO W-SAUVE-CTL-VAR
           MOVE RES-CTL-VAR-AGENT TO W-SAUVE-CTL-VAR-AGENT
           MOVE RES-CTL-VAR-DATE  TO W-SAUVE-CTL-VAR-DATE
        ELSE
           MOVE 0               TO W-AVANT-MT-COT
                                   W-AVANT-MT-COT-D1
        MOVE CSCAFIP-CD-EXO     TO RES-CD-EXO
        MOVE CSCAFIP-CD-EXO-D1  TO RES-CD-EXO-D1
        MOVE CSCAFIP-CD-EXO-D2  TO RES-CD-EXO-D2
      * MTX - 10/2026 - montant remis par décision de la caisse
        MOVE W-MT-EXO-MAN       TO RES-MT-EXO-MAN
      * MTX - 10/2026 - caractéristiques du calcul du compte
      * (statistique annuelle, cf SCA21B), sauf taxation
      * provisionnelle qui n'est pas un calcul
        IF NOT TAXATION-PROV-EN-COURS
           MOVE CSCAFIP-INDREG     TO RES-INDREG
           MOVE CSCAFIP-NBPLDE     TO RES-NBPLDE
           MOVE CSCAFIP-MT-REV-AR  TO RES-MT-REV-AR
           MOVE CSCAFIP-MT-REV-SP  TO RES-MT-REV-SP
           MOVE CSCAFIP-MT-REV-RR  TO RES-MT-REV-RR
           MOVE CSCAFIP-MT-PASS    TO RES-MT-PASS
        END-IF
      * MTX - 10/2026 - taxation provisionnelle : motif distinct et
      * année du résultat de référence repris (zéro = forfait PASS)
        IF TAXATION-PROV-EN-COURS
           MOVE MOTIF-TAX-PROV  TO RES-CD-PROV
           MOVE W-ANNEE-REF     TO RES-ANNEE-REF-PROV
        END-IF
      * MTX - 09/2026 - réapplication du rapprochement des
      * encaissements de la ligne réécrite (cf SCA08B)
        IF RESULTAT-EXISTE
           MOVE W-SAUVE-CD-PAIEMENT TO RES-CD-PAIEMENT
           MOVE W-SAUVE-MT-ENCAISSE TO RES-MT-ENCAISSE
           MOVE W-SAUVE-CTL-VAR     TO RES-CTL-VAR
           MOVE W-SAUVE-CTL-VAR-AGENT
                                    TO RES-CTL-VAR-AGENT
           MOVE W-SAUVE-CTL-VAR-DATE
                                    TO RES-CTL-VAR-DATE
        END-IF
        MOVE V2RESFIP           TO TOT-AREA
        MOVE "RESFIP"           TO TOT-FILE
        MOVE CSCAFIP-MT-COT-D1  TO APP-MT-COT-D1
        MOVE CSCAFIP-MT-COT-D2  TO APP-MT-COT-D2
        MOVE CSCAFIP-CD-EXO     TO APP-CD-EXO
      * MTX - 10/2026 - l'appel provisionnel porte son motif distinct
        IF TAXATION-PROV-EN-COURS
           MOVE MOTIF-TAX-PROV  TO APP-CD-EXO
        END-IF
        MOVE W-MT-EXO-MAN       TO APP-MT-EXO-MAN
        WRITE APP-ENR-DETAIL
        .
      *****************************************************************
        MOVE "99"               TO APP-TOT-CD-ENR
        MOVE PARM-ANNEE         TO APP-TOT-ANNEE
        MOVE PARM-ORG           TO APP-TOT-ORG
      * MTX - 10/2026 - appels des recyclés et des taxés à titre
      * provisionnel
        COMPUTE APP-TOT-NB      = W-NB-RECYCLES + W-NB-TAXES-PROV
        COMPUTE APP-TOT-MT-COT  = W-TOTAL-COTISATION + W-TOTAL-PROV
        WRITE APP-ENR-TOTAL
        .
      *****************************************************************
        MOVE RES-ORG            TO HISR-ORG
        MOVE W-NO-VERSION       TO HISR-NO-VERSION
        MOVE W-DATE-JOUR        TO HISR-DATE-MAJ
      * MTX - 10/2026 - origine distincte d'une taxation provisionnelle
        IF TAXATION-PROV-EN-COURS
           MOVE W-HIS-ORIGINE-PROV TO HISR-ORIGINE
        ELSE
           MOVE W-HIS-ORIGINE      TO HISR-ORIGINE
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
        MOVE "SCA02B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si rejets persistants  *
      * ; compteurs : rejets recyclés / persistants.                   *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-PERSISTANTS > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-RECYCLES      TO CPIL01-E-NB-1
        MOVE W-NB-PERSISTANTS   TO CPIL01-E-NB-2
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
        DISPLAY "  REJETS PERSISTANTS             : " W-NB-PERSISTANTS
        DISPLAY "  COTISATIONS DES RECYCLES       : "
                W-TOTAL-COTISATION
        DISPLAY "  RESOLUS APRES TAXATION PROV.   : " W-NB-PROV-A-REGUL
        DISPLAY "  (A REGULARISER PAR SCA01B)"
        IF MODE-PROVISOIRE
           DISPLAY "-------------------------------------------------"
           DISPLAY "  TAXATION PROVISIONNELLE (MODE PROV)"
           DISPLAY "  COMPTES TAXES A TITRE PROV.    : " W-NB-TAXES-PROV
           DISPLAY "  DONT SUR RESULTAT ANTERIEUR    : " W-NB-PROV-REF
           DISPLAY "  DONT SUR FORFAIT PASS          : "
                   W-NB-PROV-FORFAIT
           DISPLAY "  COTISATIONS PROVISIONNELLES    : " W-TOTAL-PROV
           DISPLAY "  TAXATIONS IMPOSSIBLES (PASS)   : "
                   W-NB-PROV-IMPOSSIBLE
        END-IF
        DISPLAY "  DEJA TAXES A TITRE PROV.       : " W-NB-DEJA-PROV
        DISPLAY "----------------------------------------------------"
        DISPLAY "  CODE ERREUR    RECYCLES   PERSISTANTS"
        MOVE 1 TO W-IX-AFF
