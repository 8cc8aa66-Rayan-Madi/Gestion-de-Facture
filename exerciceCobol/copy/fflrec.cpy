       01  FFL-RECORD.
           05  FFL-NUM             PIC 9(6).
           05  FFL-NUM-COMMANDE    PIC 9(6).
           05  FFL-ARTICLE         PIC X(06).
           05  FFL-QTE-FACTUREE    PIC 9(5).
           05  FFL-PRIX-FACTURE    PIC 9(5)V99.
           05  FFL-QTE-ATTENDUE    PIC 9(5).
           05  FFL-PRIX-CONVENU    PIC 9(5)V99.
           05  FFL-MONTANT-HT      PIC 9(9)V99.
           05  FFL-TVA-CAT         PIC 9(1).
           05  FFL-ECART           PIC X(01).
               88  FFL-SANS-ECART      VALUE "N".
               88  FFL-ECART-QTE       VALUE "Q".
               88  FFL-ECART-PRIX      VALUE "P".
               88  FFL-ECART-QTE-PRIX  VALUE "D".
               88  FFL-ECART-FOURNISSEUR VALUE "F".
