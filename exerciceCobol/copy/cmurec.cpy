       01  CMU-RECORD.
           05  CMU-DATE            PIC 9(8).
           05  CMU-ARTICLE         PIC X(06).
           05  CMU-ORIGINE         PIC X(01).
               88  CMU-RECEPTION       VALUE "R".
           05  CMU-DOCUMENT        PIC 9(6).
           05  CMU-QTE-RECUE       PIC 9(5).
           05  CMU-PRIX-ACHAT      PIC 9(5)V99.
           05  CMU-STOCK-AVANT     PIC 9(5).
           05  CMU-CMUP-AVANT      PIC 9(5)V9999.
           05  CMU-CMUP            PIC 9(5)V9999.
