      * Un compte dont le recalcul échoue (données FISC modifiées      *
      * depuis la campagne) est signalé en SYSOUT et son avis n'est    *
      * pas édité.                                                     *
      * Un compte taxé à titre provisionnel faute de 2042 (cf SCA02B,  *
      * motif PROV-FVIDE) n'a pas de calcul à régénérer : son avis est *
      * édité depuis la table des résultats avec la mention de la      *
      * taxation provisionnelle et de sa base (résultat d'une année    *
      * antérieure ou forfait assis sur le PASS).                      *
      * Un compte dont l'avis est retenu par le contrôle de variation  *
      * N / N-1 (cf SCA15B) n'est pas édité tant qu'un agent ne l'a    *
      * pas validé ; il est signalé en SYSOUT.                         *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Carte paramètre lue en SYSIN : ANNEE (4) + ORGANISME (3)   *
      *     Colonnes 61 à 76, facultatives : FORCAGE (8, "FORCAGE ")   *
      *     + AGENT (8), forçage visé des préalables de l'étape        *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      * avant persistance : l'avis reflète la cotisation réellement    *
      * appelée. L'échéancier, calculé avant déduction, n'est alors    *
      * pas édité.                                                     *
      ******************************************************************
      * MTX - Redmine 610014 - 10/2026 - Taxation provisionnelle.
      * Avis provisionnel des comptes taxés par SCA02B sans 2042,      *
      * édité depuis la table des résultats (montants appelés, motif   *
      * et base de la taxation, régularisation à venir), sans          *
      * échéancier ; ces comptes ne sont plus comptés en anomalie.     *
      ******************************************************************
      * MTX - Redmine 610015 - 10/2026 - Contrôle de variation N/N-1.
      * Les avis retenus par le contrôle de variation SCA15B (écart    *
      * hors seuil non encore validé par un agent) ne sont pas édités. *
      ******************************************************************
      * MTX - Redmine 610016 - 10/2026 - Réclamations et recours.
      * L'avis d'un compte dont la contestation est en cours (cf       *
      * V2RECLAM / SCA04T) est suspendu jusqu'à la décision.           *
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Pilotage de campagne.
      * L'étape est enregistrée dans la table de pilotage des          *
      * campagnes (cf V2CAMPAG, tenue par SPIL01) : en cours au        *
      * démarrage, puis terminée avec son code retour et ses compteurs *
      * clés. Elle est refusée si ses préalables ne sont pas           *
      * satisfaits (SCA11B terminé sur un verdict GO et SCA15B         *
      * terminé), sauf forçage visé par un agent en carte SYSIN, tracé *
      * comme tel.                                                     *
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
      * FICHIER DES AVIS D'APPEL PRETS A IMPRIMER (UNE LIGNE DE 80)    *
           05  W-NB-COMPTES        PICTURE         9(07)       COMP.
           05  W-NB-AVIS           PICTURE         9(07)       COMP.
           05  W-NB-ANOMALIES      PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - avis de taxation provisionnelle (SCA02B)
           05  W-NB-AVIS-PROV      PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - avis retenus par le contrôle de variation
           05  W-NB-AVIS-RETENUS   PICTURE         9(07)       COMP.
      *     MTX - 10/2026 - avis suspendus par une contestation en cours
           05  W-NB-AVIS-SUSPENDUS PICTURE         9(07)       COMP.
      *
      *****************************************************************
      * LIGNES DE TRAVAIL POUR LA MISE EN FORME (cf SCA01T)            *
           05  FILLER              PICTURE         X(02)
                                   VALUE  ": ".
           05  W-LIB-VALEUR        PICTURE         X(46).
      *
      *     MTX - 10/2026 - base d'une taxation provisionnelle
       01  W-LIB-REF-PROV.
           05  FILLER              PICTURE         X(26)
                 VALUE  "RESULTAT CONNU DE L'ANNEE ".
           05  W-REF-ED-ANNEE      PICTURE         9(04).
           05  FILLER              PICTURE         X(16)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ECH.
           05  FILLER              PICTURE         X(14)
           05  W-SAUVE-EXO-AREA    PICTURE         X(400).
      *
      *****************************************************************
      * MTX - 10/2026 - Contestation en cours du compte (cf V2RECLAM,  *
      * maintenue par SCA04T) : l'avis est suspendu jusqu'à la         *
      * décision. Sauvegarde du contexte XBASE propre à cette lecture  *
      * intercalée dans le balayage de la population.                  *
      *****************************************************************
       01  W-RECLAMATION.
           05  W-REC-TROUVEE       PICTURE         9(01).
               88  RECLAMATION-EN-COURS            VALUE 1.
           05  W-SAUVE-REC-V2TOTAL PICTURE         X(77).
           05  W-SAUVE-REC-AREA    PICTURE         X(400).
      *
      *****************************************************************
      * Clé de recherche RESFIP (ANNEE/ORGANISME), cadrée de zéros sur *
      * la largeur exacte de TOT-KEY-ASS/TOT-KEY, comme dans SCA19B.   *
      *****************************************************************
           COPY    V2EXOMAN.
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
           OPEN    OUTPUT  AVISFILE
           PERFORM   PREP-LECTURE-RES-BATCH
           PERFORM   LECTURE-RES-BATCH
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
      *-------------------
        ADD 1 TO W-NB-COMPTES
      *
      * MTX - 10/2026 - un avis retenu par le contrôle de variation
      * N / N-1 attend la validation d'un agent (cf SCA15B) ; un compte
      * taxé à titre provisionnel (sans 2042) n'a pas de calcul à
      * régénérer
      * MTX - 10/2026 - un compte dont la contestation est en cours
      * (cf SCA04T) est suspendu jusqu'à la décision
        PERFORM   RECHERCHE-RECLAMATION
      *
        EVALUATE TRUE
           WHEN RECLAMATION-EN-COURS
              ADD 1 TO W-NB-AVIS-SUSPENDUS
              DISPLAY "SCA10B - COMPTE " RES-NO-CPT-INT
                      " : AVIS SUSPENDU (CONTESTATION EN COURS)"
           WHEN RES-AVIS-RETENU
              ADD 1 TO W-NB-AVIS-RETENUS
              DISPLAY "SCA10B - COMPTE " RES-NO-CPT-INT
                      " : AVIS RETENU (VARIATION N/N-1 A REVOIR)"
           WHEN RES-TAXATION-PROV
              PERFORM   EDITER-AVIS-PROVISOIRE
           WHEN OTHER
              PERFORM   EDITER-AVIS-CALCULE
        END-EVALUATE
        .
      *****************************************************************
      * Edition de l'avis d'un compte calculé : calcul régénéré à      *
      * blanc via le dispatcher SCA00P puis mise en forme.             *
      *****************************************************************
       EDITER-AVIS-CALCULE.
      *--------------------
      * Sauvegarde du contexte de balayage de la population pendant
      * les lectures base du calcul régénéré (même zone V2TOTAL)
        MOVE V2TOTAL            TO W-SAUVE-V2TOTAL
        MOVE W-SAUVE-TOT-AREA   TO TOT-AREA
        .
      *****************************************************************
      * MTX - 10/2026 - Avis d'un compte taxé à titre provisionnel     *
      * (cf SCA02B) : montants appelés repris de la table des          *
      * résultats, mention de la taxation provisionnelle, de sa base   *
      * et de la régularisation à réception de la 2042 ; pas           *
      * d'échéancier (non calculé pour une taxation provisionnelle).   *
      *****************************************************************
       EDITER-AVIS-PROVISOIRE.
      *-----------------------
        ADD 1 TO W-NB-AVIS
        ADD 1 TO W-NB-AVIS-PROV
      *
        WRITE AVI-LIGNE FROM W-LIGNE-SEP
        MOVE RES-ANNEE           TO W-TIT-ANNEE
        WRITE AVI-LIGNE FROM W-LIGNE-TITRE
        MOVE RES-NO-CPT-INT      TO W-TIT-NO-CPT
        MOVE RES-ORG             TO W-TIT-ORG
        WRITE AVI-LIGNE FROM W-LIGNE-COMPTE
        WRITE AVI-LIGNE FROM W-LIGNE-SEP
      *
        MOVE "TAXATION PROVISIONNELLE"       TO W-LIB-SEUL
        MOVE "DECLARATION 2042 NON PARVENUE" TO W-LIB-VALEUR
        PERFORM   ECRIRE-LIGNE-LIB
        MOVE "BASE DE LA TAXATION"           TO W-LIB-SEUL
        IF  RES-ANNEE-REF-PROV NUMERIC
        AND RES-ANNEE-REF-PROV > 0
           MOVE RES-ANNEE-REF-PROV           TO W-REF-ED-ANNEE
           MOVE W-LIB-REF-PROV               TO W-LIB-VALEUR
        ELSE
           MOVE "FORFAIT ASSIS SUR LE PASS"  TO W-LIB-VALEUR
        END-IF
        PERFORM   ECRIRE-LIGNE-LIB
      *
        MOVE "ASSIETTE DE COTISATION"        TO W-LIB-MT
        MOVE RES-MT-ASS-SOC-2                TO W-ED-MT
        PERFORM   ECRIRE-LIGNE-MT
        MOVE "COTISATION DU FOYER"           TO W-LIB-MT
        MOVE RES-MT-COT                      TO W-ED-MT
        PERFORM   ECRIRE-LIGNE-MT
        IF RES-MT-COT-D2 NOT = 0
           MOVE "COTISATION DECLARANT 1"     TO W-LIB-MT
           MOVE RES-MT-COT-D1                TO W-ED-MT
           PERFORM   ECRIRE-LIGNE-MT
           MOVE "COTISATION DECLARANT 2"     TO W-LIB-MT
           MOVE RES-MT-COT-D2                TO W-ED-MT
           PERFORM   ECRIRE-LIGNE-MT
        END-IF
      *
      * Mention de la décision d'exonération manuelle le cas échéant
        IF  RES-MT-EXO-MAN NUMERIC
        AND RES-MT-EXO-MAN > 0
           MOVE "DECISION DE LA CAISSE"      TO W-LIB-SEUL
           MOVE "EXONERATION MANUELLE DEDUITE DE LA COTISATION"
                                             TO W-LIB-VALEUR
           PERFORM   ECRIRE-LIGNE-LIB
        END-IF
      *
        MOVE "MONTANT PROVISIONNEL"          TO W-LIB-SEUL
        MOVE "A REGULARISER A RECEPTION DE LA 2042"
                                             TO W-LIB-VALEUR
        PERFORM   ECRIRE-LIGNE-LIB
      *
        MOVE SPACE TO AVI-LIGNE
        WRITE AVI-LIGNE
        .
      *****************************************************************
      * Mise en forme d'un avis : en-tête, montants du calcul,         *
      * exonérations en clair et échéancier.                           *
      *****************************************************************
        MOVE W-SAUVE-EXO-AREA    TO TOT-AREA
        .
      *****************************************************************
      * MTX - 10/2026 - Recherche d'une contestation en cours pour le  *
      * compte traité (lecture par clé compte/année), retenue si elle  *
      * vise le même organisme. Le contexte XBASE est sauvegardé puis  *
      * restauré : cette lecture s'intercale dans le balayage de la    *
      * population.                                                    *
      *****************************************************************
       RECHERCHE-RECLAMATION.
      *----------------------
        MOVE 0                  TO W-REC-TROUVEE
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
           IF  REC-ORG = RES-ORG
           AND REC-EN-COURS
              SET RECLAMATION-EN-COURS TO TRUE
           END-IF
        END-IF
      *
        MOVE W-SAUVE-REC-V2TOTAL TO V2TOTAL
        MOVE W-SAUVE-REC-AREA    TO TOT-AREA
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
        MOVE "SCA10B"           TO CPIL01-E-PROGRAMME
        MOVE PARM-ANNEE         TO CPIL01-E-ANNEE
        MOVE PARM-ORG           TO CPIL01-E-ORG
        MOVE PARM-FORCAGE       TO CPIL01-E-FORCAGE
        MOVE PARM-AGENT-FORCAGE TO CPIL01-E-AGENT
      *
        PERFORM   APPEL-SPIL01
        .
      *****************************************************************
      * MTX - 10/2026 - Fin d'étape de campagne, transmise à SPIL01 :  *
      * code retour 04 (terminé avec anomalies) si recalculs en        *
      * anomalie ; compteurs : avis édités / anomalies.                *
      *****************************************************************
       FIN-ETAPE-CAMPAGNE.
      *-------------------
        SET CPIL01-FIN-ETAPE    TO TRUE
        MOVE 0                  TO CPIL01-E-CDRET
        IF W-NB-ANOMALIES > 0
           MOVE 4               TO CPIL01-E-CDRET
        END-IF
        MOVE W-NB-AVIS          TO CPIL01-E-NB-1
        MOVE W-NB-ANOMALIES     TO CPIL01-E-NB-2
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
        DISPLAY "===================================================="
        DISPLAY "  COMPTES LUS                    : " W-NB-COMPTES
        DISPLAY "  AVIS EDITES                    : " W-NB-AVIS
        DISPLAY "  DONT AVIS PROVISIONNELS        : " W-NB-AVIS-PROV
        DISPLAY "  RECALCULS EN ANOMALIE          : " W-NB-ANOMALIES
        DISPLAY "  AVIS RETENUS (VARIATION N/N-1) : " W-NB-AVIS-RETENUS
        DISPLAY "  AVIS SUSPENDUS (CONTESTATION)  : "
                W-NB-AVIS-SUSPENDUS
        DISPLAY "===================================================="
        .
