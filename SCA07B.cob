      *   - un compte rendu de chargement est édité en fin de          *
      *     traitement (lignes lues / chargées / rejetées, comptes     *
      *     chargés dont rechargés, cumul des montants).               *
      *   - un compte chargé qui avait été taxé à titre provisionnel   *
      *     faute de 2042 (cf SCA02B, motif PROV-FVIDE) est signalé :  *
      *     le montant provisionnel sera remplacé par le calcul réel   *
      *     lors de la régularisation SCA01B.                          *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN : ANNEE (4) + ORGANISME (3)   *
      *     Fichier de transfert DGFiP : FIC2042                       *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      * Les lignes 2042 non conformes ne sont plus découvertes en      *
      * pleine campagne par les rejets de SCA19B : elles sont          *
      * écartées et motivées dès le chargement.                        *
      ******************************************************************
      * MTX - Redmine 610014 - 10/2026 - Taxation provisionnelle.
      * Les comptes taxés à titre provisionnel par SCA02B dont la 2042 *
      * est chargée sont signalés et comptés au compte rendu, pour     *
      * déclencher la régularisation SCA01B de l'ANNEE / ORGANISME.    *
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (aucun : première étape de la campagne), sauf       *
      * forçage visé par un agent en carte SYSIN, tracé comme tel.     *
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
      * FICHIER DE TRANSFERT DGFIP : UNE LIGNE PAR RUBRIQUE 2042       *
           05  W-NB-REJETEES       PICTURE         9(09)       COMP.
           05  W-NB-COMPTES        PICTURE         9(07)       COMP.
           05  W-NB-RECHARGES      PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - comptes taxés à titre provisionnel (SCA02B)
           05  W-NB-PROV-A-REGUL   PICTURE         9(07)       COMP.
           05  W-CUMUL-MONTANTS    PICTURE         S9(15)V99.
      *
       01  W-DIVERS.
           COPY    V2FISC.
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
           OPEN    INPUT   FIC2042
           OPEN    OUTPUT  REJFILE
           PERFORM   LECTURE-2042
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
              PERFORM   PURGE-FISC-COMPTE
              MOVE ENT-NO-CPT-INT TO W-CPT-PURGE
              ADD 1               TO W-NB-COMPTES
      *       MTX - 10/2026 - compte taxé à titre provisionnel
              PERFORM   CONTROLE-TAXATION-PROV
           END-IF
           PERFORM   INSERTION-FISC
        END-IF
        ADD FISC-MT-FISC        TO W-CUMUL-MONTANTS
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
        MOVE "SCA07B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si lignes 2042         *
      * rejetées ; compteurs : lignes chargées / rejetées.             *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-REJETEES > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-CHARGEES      TO CPIL01-E-NB-1
        MOVE W-NB-REJETEES      TO CPIL01-E-NB-2
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
                                     DTFCOM
        .
      *****************************************************************
      * MTX - 10/2026 - Contrôle de la ligne de résultat du compte     *
      * pour l'année chargée (clé compte/année) : une taxation         *
      * provisionnelle (cf SCA02B) est signalée, son remplacement par  *
      * le calcul réel relevant de la régularisation SCA01B.           *
      *****************************************************************
       CONTROLE-TAXATION-PROV.
      *-----------------------
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE ENT-NO-CPT-INT     TO TOT-KEY-ASS
        MOVE PARM-ANNEE         TO TOT-KEY
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
              ADD 1             TO W-NB-PROV-A-REGUL
              DISPLAY "SCA07B - COMPTE " ENT-NO-CPT-INT
                      " : TAXATION PROVISIONNELLE A REGULARISER"
                      " (SCA01B)"
           END-IF
        END-IF
        .
      *****************************************************************
      * Edition du compte rendu de chargement                          *
      *****************************************************************
       EDITION-COMPTE-RENDU.
        DISPLAY "  LIGNES REJETEES                : " W-NB-REJETEES
        DISPLAY "  COMPTES CHARGES                : " W-NB-COMPTES
        DISPLAY "  DONT RECHARGES (RECTIFICATIVE) : " W-NB-RECHARGES
        DISPLAY "  DONT TAXES A TITRE PROVISIONNEL: " W-NB-PROV-A-REGUL
        DISPLAY "  CUMUL DES MONTANTS CHARGES     : " W-CUMUL-MONTANTS
        DISPLAY "===================================================="
        .
