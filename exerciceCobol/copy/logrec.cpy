               10  LOG-TVA-CAT-1   PIC 9(9)V99.
               10  LOG-TVA-CAT-2   PIC 9(9)V99.
               10  LOG-TVA-CAT-3   PIC 9(9)V99.
           05  LOG-DATE-ECHEANCE   PIC 9(8).
           05  LOG-SEQUENCE        PIC 9(8).
           05  LOG-SCEAU           PIC 9(18).
