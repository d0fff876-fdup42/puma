               10  CSCAEXO-AGENT         PICTURE X(08).
               10  CSCAEXO-DATE-DEBUT    PICTURE 9(08).
               10  CSCAEXO-DATE-FIN      PICTURE 9(08).
      *        --- agent connecté et organisme de rattachement, ---
      *        --- fournis par le moniteur TP (journal d'audit) ---
               10  CSCAEXO-UTIL          PICTURE X(08).
               10  CSCAEXO-ORG-UTIL      PICTURE 9(03).
           05  CSCAEXO-CD-RET            PICTURE X(10).
           05  CSCAEXO-PARAM1            PICTURE X(15).
      *---------------------------------------------------------------*
