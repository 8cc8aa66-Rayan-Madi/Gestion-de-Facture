       01  FFR-RECORD.
           05  FFR-NUM             PIC 9(6).
           05  FFR-FOURNISSEUR     PIC X(05).
           05  FFR-REFERENCE       PIC X(15).
           05  FFR-NUM-COMMANDE    PIC 9(6).
           05  FFR-DATE            PIC 9(8).
           05  FFR-DATE-ECHEANCE   PIC 9(8).
           05  FFR-TOTAL-HT        PIC 9(9)V99.
           05  FFR-TVA-MONTANT     PIC 9(9)V99.
           05  FFR-TOTAL-TTC       PIC 9(9)V99.
           05  FFR-NB-ECARTS       PIC 9(3).
           05  FFR-STATUT          PIC X(01).
               88  FFR-EN-LITIGE       VALUE "L".
               88  FFR-BON-A-PAYER     VALUE "A".
               88  FFR-PAYEE           VALUE "P".
           05  FFR-DATE-STATUT     PIC 9(8).
