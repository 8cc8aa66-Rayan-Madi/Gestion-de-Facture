       01  INV-RECORD.
           05  INV-NUM             PIC 9(6).
           05  INV-DATE-OUVERTURE  PIC 9(8).
           05  INV-UTILISATEUR     PIC X(08).
           05  INV-STATUT          PIC X(01).
               88  INV-OUVERT          VALUE "O".
               88  INV-VALIDE          VALUE "V".
               88  INV-ANNULE          VALUE "A".
           05  INV-DATE-CLOTURE    PIC 9(8).
           05  INV-VALIDEUR        PIC X(08).
           05  INV-NB-ARTICLES     PIC 9(5).
           05  INV-NB-ECARTS       PIC 9(5).
           05  INV-VALEUR-ECART    PIC S9(9)V99 SIGN LEADING SEPARATE.
