      *       ANNEE (4) + ORGANISME (3) + SEUIL MONTANT EXTREME (15).  *
      *     Si le seuil est absent ou non numérique, le seuil par      *
      *     défaut de 10 000 000 est appliqué.                         *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 598217 - 08/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (chargement FISC SCA07B terminé), sauf forçage visé *
      * par un agent en carte SYSIN, tracé comme tel.                  *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
           05  PARM-ANNEE          PICTURE         9(04).
           05  PARM-ORG            PICTURE         9(03).
           05  PARM-SEUIL          PICTURE         9(15).
           05  FILLER              PICTURE         X(38).
      *        --- MTX - 10/2026 - forçage des préalables de         ---
      *        --- l'étape (cf SPIL01), visé par un agent            ---
           05  PARM-FORCAGE        PICTURE         X(08).
           05  PARM-AGENT-FORCAGE  PICTURE         X(08).
           05  FILLER              PICTURE         X(04).
      *
       WORKING-STORAGE     SECTION.
      *
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
           PERFORM   PREP-LECTURE-FISC-BATCH
           PERFORM   LECTURE-FISC-BATCH
           PERFORM UNTIL TOT-STAT  = "MRNF"
        END-IF
      *
        PERFORM   EDITION-ETAT-SYNTHESE
      *
      * MTX - 10/2026 - fin d'étape enregistrée dans le pilotage
        IF  NOT FIN-PARM
        AND CPIL01-ETAPE-AUTORISEE
           PERFORM   FIN-ETAPE-CAMPAGNE
        END-IF
      *
        STOP RUN
        .
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
        MOVE "SCA06B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si comptes en anomalie *
      * ; compteurs : comptes contrôlés / en anomalie.                 *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-CPT-ANOMALIE > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-COMPTES       TO CPIL01-E-NB-1
        MOVE W-NB-CPT-ANOMALIE  TO CPIL01-E-NB-2
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
