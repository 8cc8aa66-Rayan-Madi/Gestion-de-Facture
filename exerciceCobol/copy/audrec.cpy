               88  AUD-SUR-ARTICLE     VALUE "A".
               88  AUD-SUR-FOURNISSEUR VALUE "F".
               88  AUD-SUR-CONTRAT     VALUE "T".
               88  AUD-SUR-MANDAT      VALUE "M".
           05  AUD-ACTION          PIC X(03).
               88  AUD-AJOUT           VALUE "AJT".
               88  AUD-MODIFICATION    VALUE "MOD".
               88  AUD-DESACTIVATION   VALUE "DES".
               88  AUD-REACTIVATION    VALUE "REA".
               88  AUD-RECEPTION       VALUE "REC".
               88  AUD-INVENTAIRE      VALUE "INV".
               88  AUD-PEREMPTION      VALUE "PER".
           05  AUD-CODE            PIC X(06).
           05  AUD-DETAIL          PIC X(40).
