      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN : ANNEE (4) + ORGANISME (3)   *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      * par LECTURE-FISC des SCA-nn-P. Repli sur le calcul "C"         *
      * (relecture FISC) pour un compte qui dépasserait la capacité    *
      * de la zone de rubriques fournies (200).                        *
      ******************************************************************
      * MTX - Redmine 610013 - 10/2026 - Interface comptable.
      * Le montant remis par décision d'exonération manuelle est       *
      * désormais persisté dans la table des résultats                 *
      * (RES-MT-EXO-MAN) et porté par l'extrait APPELCOT               *
      * (APP-MT-EXO-MAN), pour la comptabilisation de la prise en      *
      * charge brute et de la remise par le journal SCA14B.            *
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (audit FISC SCA06B terminé), sauf forçage visé par  *
      * un agent en carte SYSIN, tracé comme tel.                      *
      ******************************************************************
      * MTX - Redmine 610021 - 10/2026 - Statistique annuelle.
      * Le résultat conserve les caractéristiques du calcul du compte  *
      * (RES-INDREG, RES-NBPLDE, revenus AR / SP / RR du foyer et PASS *
      * appliqué) pour la statistique annuelle (cf SCA21B).            *
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
           05  PARM-ORG            PICTURE         9(03).
           05  PARM-MODE           PICTURE         X(07).
               88  MODE-RESTART                    VALUE "RESTART".
           05  FILLER              PICTURE         X(46).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
      *****************************************************************
      * FICHIER "APPEL DE COTISATION" A DESTINATION DU RECOUVREMENT    *
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
      *     MTX - 08/2026 - mode RESTART : repositionnement après le
      *     dernier compte sauvegardé au point de reprise
           IF MODE-RESTART
        END-IF
      *
        PERFORM   EDITION-ETAT-CONTROLE
      *
      * MTX - 10/2026 - fin d'étape enregistrée dans le pilotage
        IF  NOT FIN-PARM
        AND CPIL01-ETAPE-AUTORISEE
           PERFORM   FIN-ETAPE-CAMPAGNE
        END-IF
      *
        STOP RUN
        .
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
      * (statistique annuelle, cf SCA21B)
        MOVE CSCAFIP-INDREG     TO RES-INDREG
        MOVE CSCAFIP-NBPLDE     TO RES-NBPLDE
        MOVE CSCAFIP-MT-REV-AR  TO RES-MT-REV-AR
        MOVE CSCAFIP-MT-REV-SP  TO RES-MT-REV-SP
        MOVE CSCAFIP-MT-REV-RR  TO RES-MT-REV-RR
        MOVE CSCAFIP-MT-PASS    TO RES-MT-PASS
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
        MOVE RES-MT-COT-D1      TO APP-MT-COT-D1
        MOVE RES-MT-COT-D2      TO APP-MT-COT-D2
        MOVE RES-CD-EXO         TO APP-CD-EXO
        MOVE RES-MT-EXO-MAN     TO APP-MT-EXO-MAN
        WRITE APP-ENR-DETAIL
        ADD 1                   TO W-APP-NB
        ADD RES-MT-COT          TO W-APP-TOTAL
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
        MOVE "SCA19B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si comptes rejetés ;   *
      * compteurs : comptes calculés / rejetés.                        *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        COMPUTE CPIL01-E-NB-2   = W-NB-REJ-FISC-VIDE
                                + W-NB-REJ-REV-AR
                                + W-NB-REJ-REV-SP
                                + W-NB-REJ-AUTRE
        IF CPIL01-E-NB-2 > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-COMPTES-OK    TO CPIL01-E-NB-1
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
