      *       + ELIG-SP (4), sans virgule                              *
      *       + AGENT (8) + CODE DEVERROUILLAGE (8, "DEVERROU" pour    *
      *       passer outre le verrou "année déjà facturée")            *
      *       + ASSIETTE PROVISIONNELLE (4, fraction du PASS, à blanc  *
      *       = valeur existante conservée)                            *
      *                                                                *
      * Sortie:                                                        *
      *--------                                                        *
      *                                                                *
      ******************************************************************
      * MTX - Redmine 598216 - 08/2026 - Création.
      ******************************************************************
      * MTX - Redmine 610014 - 10/2026 - Taxation provisionnelle.
      * La carte porte en option l'assiette forfaitaire de la          *
      * taxation provisionnelle des comptes sans 2042 (TX-ASS-PROV,    *
      * fraction du PASS, cf SCA02B), contrôlée et journalisée comme   *
      * les autres taux. A blanc, la valeur en table est conservée.    *
      ******************************************************************
       AUTHOR.             SAP-MONTPELLIER.
       ENVIRONMENT DIVISION.
           05  PARM-AGENT          PICTURE         X(08).
           05  PARM-DEVER          PICTURE         X(08).
               88  DEVERROUILLAGE-OK               VALUE "DEVERROU".
      *        --- MTX - 10/2026 - assiette forfaitaire de la        ---
      *        --- taxation provisionnelle (à blanc = inchangée)     ---
           05  PARM-TX-ASS-PROV    PICTURE         9V999.
           05  PARM-TX-ASS-PROV-X  REDEFINES       PARM-TX-ASS-PROV
                                   PICTURE         X(04).
           05  FILLER              PICTURE         X(23).
      *
       WORKING-STORAGE     SECTION.
      *
           OR PARM-TX-ELIG-SP > 0.999 )
           MOVE "ELIG-SP HORS BORNES"     TO W-CD-REFUS
        END-IF
      * MTX - 10/2026 - assiette provisionnelle facultative
        IF  W-CD-REFUS = SPACE
        AND PARM-TX-ASS-PROV-X NOT = SPACE
        AND ( PARM-TX-ASS-PROV NOT NUMERIC
           OR PARM-TX-ASS-PROV < 0.100
           OR PARM-TX-ASS-PROV > 2.000 )
           MOVE "ASS-PROV HORS BORNES"    TO W-CD-REFUS
        END-IF
      *
        IF  W-CD-REFUS = SPACE
        AND PARM-AGENT = SPACE
           MOVE TX-COTISATION    TO HIS-ANC-COTISATION
           MOVE TX-ELIG-AR       TO HIS-ANC-ELIG-AR
           MOVE TX-ELIG-SP       TO HIS-ANC-ELIG-SP
      *    MTX - 10/2026 - zone absente des lignes antérieures
           IF TX-ASS-PROV NUMERIC
              MOVE TX-ASS-PROV   TO HIS-ANC-ASS-PROV
           ELSE
              MOVE 0             TO HIS-ANC-ASS-PROV
           END-IF
        ELSE
           MOVE 0 TO HIS-ANC-ASS-MIN-REEL
                     HIS-ANC-ASS-MIN-MICRO
                     HIS-ANC-COTISATION
                     HIS-ANC-ELIG-AR
                     HIS-ANC-ELIG-SP
                     HIS-ANC-ASS-PROV
        END-IF
      *
        INITIALIZE V2CTXFIP
        MOVE PARM-TX-COTISATION     TO TX-COTISATION
        MOVE PARM-TX-ELIG-AR        TO TX-ELIG-AR
        MOVE PARM-TX-ELIG-SP        TO TX-ELIG-SP
      * MTX - 10/2026 - assiette provisionnelle : à blanc, la valeur
      * existante est conservée (zéro pour une création = défaut)
        IF PARM-TX-ASS-PROV-X = SPACE
           MOVE HIS-ANC-ASS-PROV    TO TX-ASS-PROV
        ELSE
           MOVE PARM-TX-ASS-PROV    TO TX-ASS-PROV
        END-IF
      *
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE PARM-ANNEE         TO W-CLE-MAJ-ANNEE
        MOVE PARM-TX-COTISATION     TO HIS-NOU-COTISATION
        MOVE PARM-TX-ELIG-AR        TO HIS-NOU-ELIG-AR
        MOVE PARM-TX-ELIG-SP        TO HIS-NOU-ELIG-SP
        MOVE TX-ASS-PROV            TO HIS-NOU-ASS-PROV
      *
        MOVE SPACE              TO V2TOTAL TOT-MINI6
        MOVE V2HISFIP           TO TOT-AREA
