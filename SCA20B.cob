       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SCA20B.
      ******************************************************************
      *                                                                *
      *        S C A 2 0 B  -  E T A T  D U  P I L O T A G E           *
      *                        D E S  C A M P A G N E S                *
      *                                                                *
      *        C A L C U L  REV / ASS / COT  -  P U M A  (BATCH)       *
      *                                                                *
      ******************************************************************
      * Ce programme batch édite, pour une ANNEE et la liste des       *
      * organismes fournie en SYSIN, l'état d'avancement de leur       *
      * campagne tenu dans la table de pilotage (cf V2CAMPAG, mise à   *
      * jour par SPIL01 au début et à la fin de chaque étape batch).   *
      * Pour chaque organisme, il produit dans le fichier ETATCAM :    *
      *   - une ligne par étape pilotée : statut (non lancée, en       *
      *     cours, terminée), date du dernier passage, code retour,    *
      *     compteurs clés et marque des étapes démarrées par          *
      *     forçage des préalables ;                                   *
      *   - la situation de la campagne : étape de la chaîne           *
      *     principale (SCA07B à SCA12B) attendue ou restée en cours,  *
      *     ou campagne close après la purge ;                         *
      *   - la trace du dernier forçage (étape, date, agent viseur,    *
      *     préalable non satisfait).                                  *
      * Un organisme sans ligne de campagne est signalé comme tel.     *
      ******************************************************************
      * Entrée:                                                        *
      *--------                                                        *
      *     Cartes paramètre lues en SYSIN :                           *
      *       carte 1 : ANNEE (4)                                      *
      *       cartes suivantes : un ORGANISME (3) par carte            *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *     Etat de pilotage ETATCAM et compte rendu en sortie         *
      *     standard (SYSOUT).                                         *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 610020 - 10/2026 - Création.
      * Liste des organismes en SYSIN et lecture de la ligne de        *
      * campagne par clé ANNEE / ORGANISME, comme la consolidation     *
      * nationale SCA09B.                                              *
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
           SELECT  ETATFILE    ASSIGN  TO      ETATCAM
                   ORGANIZATION        LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE
           RECORDING MODE F.
       01  PARM-CARTE.
           05  PARM-ANNEE          PICTURE         9(04).
           05  FILLER              PICTURE         X(76).
      *
      *****************************************************************
      * ETAT DE PILOTAGE PRET A IMPRIMER (UNE LIGNE DE 80)             *
      *****************************************************************
       FD  ETATFILE
           RECORDING MODE F.
       01  ETA-LIGNE               PICTURE         X(80).
      *
       WORKING-STORAGE     SECTION.
      *
      *****************************************************************
      * CARTES SUIVANTES (UN ORGANISME PAR CARTE)                      *
      *****************************************************************
       01  PARM-CARTE-ORG.
           05  PARM-ORG            PICTURE         9(03).
           05  FILLER              PICTURE         X(77).
      *
      *****************************************************************
      * LISTE DES ORGANISMES EDITES (CARTES SYSIN)                     *
      *****************************************************************
       01  W-LISTE-ORGANISMES.
           05  W-LISTE-NB          PICTURE         9(03)       COMP
                                   VALUE           0.
           05  W-LISTE-IX          PICTURE         9(03)       COMP.
           05  W-LISTE-ORG         OCCURS          150 TIMES
                                   PICTURE         9(03).
      *
      *****************************************************************
      * COMPTEURS DU COMPTE RENDU                                      *
      *****************************************************************
       01  W-TOTAUX.
           05  W-NB-ORG-EDITES     PICTURE         9(05)       COMP.
           05  W-NB-SANS-CAMPAGNE  PICTURE         9(05)       COMP.
           05  W-NB-CLOSES         PICTURE         9(05)       COMP.
           05  W-NB-ETAPE-EN-COURS PICTURE         9(05)       COMP.
           05  W-NB-ETAPES-FORCEES PICTURE         9(05)       COMP.
      *
       01  W-DIVERS.
           05  W-FIN-PARM          PICTURE         9(01)       VALUE 0.
               88  FIN-PARM                        VALUE 1.
           05  W-CAMPAGNE          PICTURE         9(01)       VALUE 0.
               88  CAMPAGNE-EXISTE                 VALUE 1.
      *        --- ANNEE de la carte 1, conservée hors de la zone    ---
      *        --- d'enregistrement (READ INTO y recopie aussi les   ---
      *        --- cartes organisme)                                 ---
           05  W-ANNEE             PICTURE         9(04).
      *        --- rang numérique de l'étape éditée, seul indice des ---
      *        --- occurrences CAM-ETAPE de V2CAMPAG (ETP-IX est     ---
      *        --- réservé à la table CPILETP, cf SPIL01)            ---
           05  W-RANG-ETAPE        PICTURE         9(02).
      *        --- rang de l'étape attendue de la chaîne principale  ---
      *        --- (zéro = toutes terminées, campagne close)         ---
           05  W-RANG-ATTENTE      PICTURE         9(02).
      *        --- les étapes de rang 1 à 10 (SCA07B à SCA12B)       ---
      *        --- forment la chaîne principale (cf CPILETP) ; les   ---
      *        --- suivantes sont des étapes annexes                 ---
           05  W-NB-ETAPES-CHAINE  PICTURE         9(02)
                                   VALUE           10.
           05  W-ETAPE-FORCEE      PICTURE         9(01)       VALUE 0.
               88  FORCAGE-VU                      VALUE 1.
      *
      *****************************************************************
      * LIGNES DE L'ETAT DE PILOTAGE                                   *
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
           05  FILLER              PICTURE         X(31)
                 VALUE  "PILOTAGE DE LA CAMPAGNE  ANNEE ".
           05  W-TIT-ANNEE         PICTURE         9(04).
           05  FILLER              PICTURE         X(12)
                                   VALUE  "  ORGANISME ".
           05  W-TIT-ORG           PICTURE         9(03).
           05  FILLER              PICTURE         X(30)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-ENTETE.
           05  FILLER              PICTURE         X(07)
                                   VALUE  "ETAPE".
           05  FILLER              PICTURE         X(21)
                                   VALUE  "LIBELLE".
           05  FILLER              PICTURE         X(11)
                                   VALUE  "STATUT".
           05  FILLER              PICTURE         X(09)
                                   VALUE  "DATE".
           05  FILLER              PICTURE         X(04)
                                   VALUE  " CR".
           05  FILLER              PICTURE         X(08)
                                   VALUE  "  COMPT1".
           05  FILLER              PICTURE         X(08)
                                   VALUE  "  COMPT2".
           05  FILLER              PICTURE         X(12)
                                   VALUE  "  FORCAGE".
      *
       01  W-LIGNE-ETAPE.
           05  W-ETL-PROGRAMME     PICTURE         X(06).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETL-LIBELLE       PICTURE         X(20).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETL-STATUT        PICTURE         X(10).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-ETL-DATE          PICTURE         9(08).
           05  W-ETL-DATE-X        REDEFINES       W-ETL-DATE
                                   PICTURE         X(08).
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
           05  W-ETL-CD-RET        PICTURE         9(02).
           05  W-ETL-CD-RET-X      REDEFINES       W-ETL-CD-RET
                                   PICTURE         X(02).
           05  W-ETL-NB-1          PICTURE         Z(07)9.
           05  W-ETL-NB-1-X        REDEFINES       W-ETL-NB-1
                                   PICTURE         X(08).
           05  W-ETL-NB-2          PICTURE         Z(07)9.
           05  W-ETL-NB-2-X        REDEFINES       W-ETL-NB-2
                                   PICTURE         X(08).
           05  FILLER              PICTURE         X(02)
                                   VALUE  SPACE.
           05  W-ETL-FORCE         PICTURE         X(06).
           05  FILLER              PICTURE         X(04)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-SITUATION.
           05  W-SIT-LIBELLE       PICTURE         X(32).
           05  W-SIT-PROGRAMME     PICTURE         X(06).
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-SIT-ETAPE         PICTURE         X(20).
           05  FILLER              PICTURE         X(21)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-FORCAGE.
           05  FILLER              PICTURE         X(17)
                                   VALUE  "DERNIER FORCAGE :".
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-FOR-PROGRAMME     PICTURE         X(06).
           05  FILLER              PICTURE         X(04)
                                   VALUE  " LE ".
           05  W-FOR-DATE          PICTURE         9(08).
           05  FILLER              PICTURE         X(06)
                                   VALUE  " VISA ".
           05  W-FOR-AGENT         PICTURE         X(08).
           05  FILLER              PICTURE         X(30)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-FORCAGE-MOTIF.
           05  FILLER              PICTURE         X(18)
                                   VALUE  "  PREALABLE      :".
           05  FILLER              PICTURE         X(01)
                                   VALUE  SPACE.
           05  W-FOR-MOTIF         PICTURE         X(30).
           05  FILLER              PICTURE         X(31)
                                   VALUE  SPACE.
      *
       01  W-LIGNE-AUCUNE.
           05  FILLER              PICTURE         X(80)
                 VALUE  "  (AUCUNE ETAPE LANCEE POUR CETTE CAMPAGNE)".
      *
      *****************************************************************
      * Clé de la ligne de campagne (ANNEE/ORGANISME), cadrée de zéros *
      * sur la largeur exacte de TOT-KEY-ASS/TOT-KEY, comme dans       *
      * SCA19B.                                                        *
      *****************************************************************
       01  W-CLE-CAM.
           05  W-CLE-CAM-ANNEE     PICTURE         9(09).
           05  W-CLE-CAM-ORG       PICTURE         9(04).
      *
      *****************************************************************
      * COPY table des étapes pilotées et de leurs préalables         *
      *****************************************************************
           COPY    CPILETP.
      *
      *****************************************************************
      * COPY table de pilotage des campagnes                          *
      *****************************************************************
           COPY    V2CAMPAG.
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
        IF  NOT FIN-PARM
        AND W-LISTE-NB > 0
           OPEN    OUTPUT  ETATFILE
           MOVE 1 TO W-LISTE-IX
           PERFORM UNTIL W-LISTE-IX > W-LISTE-NB
              PERFORM   EDITION-ORGANISME
              ADD 1 TO W-LISTE-IX
           END-PERFORM
           WRITE ETA-LIGNE FROM W-LIGNE-SEP
           CLOSE   ETATFILE
        ELSE
           IF NOT FIN-PARM
              DISPLAY "SCA20B - AUCUN ORGANISME EN SYSIN - "
                      "ETAT NON EDITE"
           END-IF
        END-IF
      *
        PERFORM   EDITION-COMPTE-RENDU
      *
        STOP RUN
        .
      *****************************************************************
      * Initialisation des compteurs du compte rendu                   *
      *****************************************************************
       INITIALISATION.
      *---------------
        INITIALIZE W-TOTAUX
        .
      *****************************************************************
      * Lecture de la carte paramètre (ANNEE) en SYSIN, puis des       *
      * cartes organisme (une par carte), comme dans SCA09B.           *
      *****************************************************************
       LECTURE-PARM.
      *-------------
        OPEN    INPUT   PARMFILE
        READ    PARMFILE
           AT END
              SET FIN-PARM TO TRUE
        END-READ
      *
        IF NOT FIN-PARM
           MOVE PARM-ANNEE TO W-ANNEE
           PERFORM   LECTURE-CARTE-ORG
           PERFORM UNTIL FIN-PARM
              IF W-LISTE-NB < 150
                 ADD 1 TO W-LISTE-NB
                 MOVE PARM-ORG TO W-LISTE-ORG (W-LISTE-NB)
              ELSE
                 DISPLAY "SCA20B - ORGANISME " PARM-ORG
                         " IGNORE (LISTE SATUREE)"
              END-IF
              PERFORM   LECTURE-CARTE-ORG
           END-PERFORM
           MOVE 0 TO W-FIN-PARM
        END-IF
        CLOSE   PARMFILE
        .
      *****************************************************************
      * Lecture d'une carte organisme en SYSIN                         *
      *****************************************************************
       LECTURE-CARTE-ORG.
      *------------------
        READ    PARMFILE INTO PARM-CARTE-ORG
           AT END
              SET FIN-PARM TO TRUE
        END-READ
        .
      *****************************************************************
      * Edition de la campagne d'un organisme de la liste : titre,     *
      * une ligne par étape pilotée, situation et dernier forçage.     *
      *****************************************************************
       EDITION-ORGANISME.
      *------------------
        ADD 1 TO W-NB-ORG-EDITES
        MOVE W-ANNEE             TO W-TIT-ANNEE
        MOVE W-LISTE-ORG (W-LISTE-IX) TO W-TIT-ORG
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
        WRITE ETA-LIGNE FROM W-LIGNE-TITRE
        WRITE ETA-LIGNE FROM W-LIGNE-SEP
      *
        PERFORM   LECTURE-CAMPAGNE
      *
        IF NOT CAMPAGNE-EXISTE
           ADD 1 TO W-NB-SANS-CAMPAGNE
           WRITE ETA-LIGNE FROM W-LIGNE-AUCUNE
        ELSE
           WRITE ETA-LIGNE FROM W-LIGNE-ENTETE
           WRITE ETA-LIGNE FROM W-LIGNE-TIRETS
           MOVE 0 TO W-ETAPE-FORCEE
           SET ETP-IX TO 1
           PERFORM UNTIL ETP-IX > ETP-NB-ETAPES
              PERFORM   EDITION-ETAPE
              SET ETP-IX UP BY 1
           END-PERFORM
           IF FORCAGE-VU
              ADD 1 TO W-NB-ETAPES-FORCEES
           END-IF
           WRITE ETA-LIGNE FROM W-LIGNE-TIRETS
           PERFORM   EDITION-SITUATION
           IF CAM-FOR-PROGRAMME NOT = SPACE
              PERFORM   EDITION-FORCAGE
           END-IF
        END-IF
        .
      *****************************************************************
      * Lecture de la ligne de campagne de l'ANNEE / ORGANISME (clé    *
      * ANNEE / ORGANISME, comme dans SPIL01).                         *
      *****************************************************************
       LECTURE-CAMPAGNE.
      *-----------------
        MOVE 0                  TO W-CAMPAGNE
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE W-ANNEE            TO W-CLE-CAM-ANNEE
        MOVE W-LISTE-ORG (W-LISTE-IX)
                                TO W-CLE-CAM-ORG
        MOVE W-CLE-CAM-ANNEE    TO TOT-KEY-ASS
        MOVE W-CLE-CAM-ORG      TO TOT-KEY
        MOVE "ANNEE-CLE"        TO TOT-PRP-ASS
        MOVE "ORG-CLE"          TO TOT-PRP
        MOVE "V"                TO TOT-SENS
        MOVE "CAMPAG"           TO TOT-FILE
        MOVE "READS"            TO TOT-FUNC
        MOVE "S"                TO TOT-AIG-X
        MOVE SPACE              TO TOT-LIKE
        MOVE "MRNF"             TO TOT-STAT1
        MOVE "RLSE"             TO TOT-ENDP
      *
        PERFORM     APPEL-XBASE
      *
        IF TOT-STAT = "****"
           MOVE TOT-AREA        TO V2CAMPAG
           SET CAMPAGNE-EXISTE  TO TRUE
        END-IF
        .
      *****************************************************************
      * Ligne d'une étape pilotée (rang ETP-IX dans CPILETP, même      *
      * rang numérique W-RANG-ETAPE dans V2CAMPAG) : date, code retour *
      * et compteurs à blanc pour une étape jamais lancée, code retour *
      * et compteurs à blanc pour une étape en cours.                  *
      *****************************************************************
       EDITION-ETAPE.
      *--------------
        SET W-RANG-ETAPE            TO ETP-IX
        MOVE ETP-PROGRAMME (ETP-IX) TO W-ETL-PROGRAMME
        MOVE ETP-LIBELLE (ETP-IX)   TO W-ETL-LIBELLE
        MOVE SPACE                  TO W-ETL-FORCE
      *
        EVALUATE TRUE
           WHEN CAM-TERMINEE (W-RANG-ETAPE)
              MOVE "TERMINEE"             TO W-ETL-STATUT
              MOVE CAM-DATE (W-RANG-ETAPE)
                                          TO W-ETL-DATE
              MOVE CAM-CD-RET (W-RANG-ETAPE)
                                          TO W-ETL-CD-RET
              MOVE CAM-NB-1 (W-RANG-ETAPE)
                                          TO W-ETL-NB-1
              MOVE CAM-NB-2 (W-RANG-ETAPE)
                                          TO W-ETL-NB-2
           WHEN CAM-EN-COURS (W-RANG-ETAPE)
              MOVE "EN COURS"             TO W-ETL-STATUT
              MOVE CAM-DATE (W-RANG-ETAPE)
                                          TO W-ETL-DATE
              MOVE SPACE                  TO W-ETL-CD-RET-X
                                             W-ETL-NB-1-X
                                             W-ETL-NB-2-X
           WHEN OTHER
              MOVE "NON LANCEE"           TO W-ETL-STATUT
              MOVE SPACE                  TO W-ETL-DATE-X
                                             W-ETL-CD-RET-X
                                             W-ETL-NB-1-X
                                             W-ETL-NB-2-X
        END-EVALUATE
      *
        IF CAM-ETAPE-FORCEE (W-RANG-ETAPE)
           MOVE "FORCEE"                  TO W-ETL-FORCE
           SET FORCAGE-VU                 TO TRUE
        END-IF
        WRITE ETA-LIGNE FROM W-LIGNE-ETAPE
        .
      *****************************************************************
      * Situation de la campagne : première étape de la chaîne         *
      * principale non terminée (en cours, ou attendue), ou campagne   *
      * close si toutes sont terminées.                                *
      *****************************************************************
       EDITION-SITUATION.
      *------------------
        MOVE 0 TO W-RANG-ATTENTE
        MOVE 1 TO W-RANG-ETAPE
        PERFORM UNTIL W-RANG-ETAPE > W-NB-ETAPES-CHAINE
                   OR W-RANG-ATTENTE > 0
           IF CAM-TERMINEE (W-RANG-ETAPE)
              ADD 1 TO W-RANG-ETAPE
           ELSE
              MOVE W-RANG-ETAPE TO W-RANG-ATTENTE
           END-IF
        END-PERFORM
      *
        MOVE SPACE               TO W-SIT-PROGRAMME W-SIT-ETAPE
        IF W-RANG-ATTENTE = 0
           ADD 1 TO W-NB-CLOSES
           MOVE "SITUATION : CAMPAGNE CLOSE"  TO W-SIT-LIBELLE
        ELSE
           MOVE ETP-PROGRAMME (W-RANG-ATTENTE) TO W-SIT-PROGRAMME
           MOVE ETP-LIBELLE (W-RANG-ATTENTE)   TO W-SIT-ETAPE
           IF CAM-EN-COURS (W-RANG-ATTENTE)
              ADD 1 TO W-NB-ETAPE-EN-COURS
              MOVE "SITUATION : EN COURS/INTERROMPU"
                                               TO W-SIT-LIBELLE
           ELSE
              MOVE "SITUATION : ETAPE ATTENDUE"
                                               TO W-SIT-LIBELLE
           END-IF
        END-IF
        WRITE ETA-LIGNE FROM W-LIGNE-SITUATION
        .
      *****************************************************************
      * Trace du dernier forçage de préalable de la campagne           *
      *****************************************************************
       EDITION-FORCAGE.
      *----------------
        MOVE CAM-FOR-PROGRAMME   TO W-FOR-PROGRAMME
        MOVE CAM-FOR-DATE        TO W-FOR-DATE
        MOVE CAM-FOR-AGENT       TO W-FOR-AGENT
        MOVE CAM-FOR-MOTIF       TO W-FOR-MOTIF
        WRITE ETA-LIGNE FROM W-LIGNE-FORCAGE
        WRITE ETA-LIGNE FROM W-LIGNE-FORCAGE-MOTIF
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
        DISPLAY "  SCA20B - ETAT DU PILOTAGE DES CAMPAGNES"
        DISPLAY "  ANNEE : " W-ANNEE
        DISPLAY "===================================================="
        DISPLAY "  ORGANISMES EDITES              : " W-NB-ORG-EDITES
        DISPLAY "  SANS CAMPAGNE ENGAGEE          : "
                W-NB-SANS-CAMPAGNE
        DISPLAY "  CAMPAGNES CLOSES               : " W-NB-CLOSES
        DISPLAY "  ETAPE EN COURS OU INTERROMPUE  : "
                W-NB-ETAPE-EN-COURS
        DISPLAY "  AVEC ETAPE(S) FORCEE(S)        : "
                W-NB-ETAPES-FORCEES
        DISPLAY "===================================================="
        .
