               88  RES-PAYE-PARTIEL            VALUE "P".
               88  RES-IMPAYE                  VALUE "N".
           05  RES-MT-ENCAISSE     PICTURE         S9(15).
      *        --- montant remis par décision d'exonération          ---
      *        --- manuelle de la caisse (cf V2EXOMAN), déjà déduit  ---
      *        --- de RES-MT-COT : cotisation brute = RES-MT-COT +   ---
      *        --- RES-MT-EXO-MAN (cf interface comptable SCA14B)    ---
           05  RES-MT-EXO-MAN      PICTURE         S9(15).
      *        --- taxation provisionnelle d'un compte sans 2042     ---
      *        --- (cf SCA02B, mode PROV) : motif (espace = résultat ---
      *        --- définitif, cf MOTIF-TAX-PROV de CMOTIFP) et année ---
      *        --- du résultat de référence repris (zéro = forfait   ---
      *        --- assis sur le PASS, cf TX-ASS-PROV de CTXFIP)      ---
           05  RES-CD-PROV         PICTURE         X(10).
               88  RES-TAXATION-PROV           VALUE "PROV-FVIDE".
           05  RES-ANNEE-REF-PROV  PICTURE         9(04).
      *        --- contrôle de variation N / N-1 (cf SCA15B) : avis  ---
      *        --- retenu ("R", non édité par SCA10B) ou validé par  ---
      *        --- un agent après revue ("V"), espace = non retenu ; ---
      *        --- agent ayant validé et date de la dernière marque  ---
           05  RES-CTL-VAR         PICTURE         X(01).
               88  RES-AVIS-RETENU             VALUE "R".
               88  RES-AVIS-VALIDE             VALUE "V".
           05  RES-CTL-VAR-AGENT   PICTURE         X(08).
           05  RES-CTL-VAR-DATE    PICTURE         9(08).
      *        --- caractéristiques du calcul du compte : indicateur ---
      *        --- de régime, nombre de déclarants du foyer, revenus ---
      *        --- AR / SP / RR du foyer et PASS appliqué ; à zéro   ---
      *        --- pour une taxation provisionnelle ou un recalcul   ---
      *        --- rejeté, non numériques sur les lignes antérieures ---
           05  RES-INDREG          PICTURE         9(01).
           05  RES-NBPLDE          PICTURE         9(01).
           05  RES-MT-REV-AR       PICTURE         S9(15).
           05  RES-MT-REV-SP       PICTURE         S9(15).
           05  RES-MT-REV-RR       PICTURE         S9(15).
           05  RES-MT-PASS         PICTURE         9(07).
           05  FILLER              PICTURE         X(148).
