           05  CLI-ACTIF           PIC X(01).
               88  CLI-EST-ACTIF       VALUE "A".
               88  CLI-EST-INACTIF     VALUE "I".
           05  CLI-DELAI-PAIEMENT  PIC 9(3).
           05  CLI-FIN-DE-MOIS     PIC X(01).
               88  CLI-PAIE-FIN-DE-MOIS VALUE "O".
           05  CLI-PLAFOND-ENCOURS PIC 9(9)V99.
