           05  HIS-ARTICLE         PIC X(06).
           05  HIS-QUANTITE        PIC 9(3).
           05  HIS-MONTANT         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  HIS-COUT-REVIENT    PIC S9(7)V99 SIGN LEADING SEPARATE.
