           05  DEV-STATUT          PIC X(01).
               88  DEV-EN-COURS        VALUE "E".
               88  DEV-CONVERTI        VALUE "C".
               88  DEV-SIGNE           VALUE "S".
           05  DEV-NUM-FACTURE     PIC 9(6).
