           05  REJ-CD-ERR          PICTURE         X(10).
           05  REJ-PARAM1          PICTURE         X(15).
           05  REJ-PARAM2          PICTURE         X(15).
      *        --- motif mnémonique du rejet, commun à tous les      ---
      *        --- SCA-nn-P (cf CMOTIFP), REJ-CD-ERR étant propre à  ---
      *        --- chaque sous-programme (espace sur les lignes      ---
      *        --- antérieures)                                      ---
           05  REJ-CD-REJET        PICTURE         X(10).
           05  FILLER              PICTURE         X(334).
