       01  PRL-RECORD.
           05  PRL-NUM-FACTURE     PIC 9(6).
           05  PRL-CLIENT          PIC X(05).
           05  PRL-REMISE          PIC 9(6).
           05  PRL-DATE-REMISE     PIC 9(8).
           05  PRL-DATE-ECHEANCE   PIC 9(8).
           05  PRL-MONTANT         PIC 9(9)V99.
           05  PRL-SEQUENCE        PIC X(04).
           05  PRL-RUM             PIC X(35).
           05  PRL-STATUT          PIC X(01).
               88  PRL-EN-COLLECTION   VALUE "E".
               88  PRL-REJETE          VALUE "R".
           05  PRL-DATE-STATUT     PIC 9(8).
           05  PRL-MOTIF           PIC X(04).
