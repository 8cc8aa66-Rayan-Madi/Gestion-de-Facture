       01  INL-RECORD.
           05  INL-ARTICLE         PIC X(06).
           05  INL-LIBELLE         PIC X(20).
           05  INL-STOCK-GELE      PIC 9(5).
           05  INL-PRIX-ACHAT      PIC 9(5)V99.
           05  INL-QTE-COMPTEE     PIC 9(5).
           05  INL-NB-COMPTAGES    PIC 9(2).
               88  INL-NON-COMPTE      VALUE 0.
           05  INL-DATE-COMPTAGE   PIC 9(8).
           05  INL-COMPTEUR        PIC X(08).
