       01  GTO-RECORD.
           05  GTO-SEQUENCE        PIC 9(6).
           05  GTO-TYPE            PIC X(01).
               88  GTO-JOUR            VALUE "J".
               88  GTO-PERIODE         VALUE "P".
           05  GTO-REFERENCE       PIC 9(8).
           05  GTO-DATE-CALCUL     PIC 9(8).
           05  GTO-NB-DOCUMENTS    PIC 9(6).
           05  GTO-PREMIERE-SEQUENCE PIC 9(8).
           05  GTO-DERNIERE-SEQUENCE PIC 9(8).
           05  GTO-TOTAL-HT        PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  GTO-TOTAL-TVA       PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  GTO-TOTAL-TTC       PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  GTO-CUMUL-TTC       PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  GTO-SCEAU           PIC 9(18).
