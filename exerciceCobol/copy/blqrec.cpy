       01  BLQ-RECORD.
           05  BLQ-NUM             PIC 9(6).
           05  BLQ-TYPE            PIC X(01).
               88  BLQ-COMMANDE-LOT    VALUE "C".
               88  BLQ-FACTURATION-BL  VALUE "B".
               88  BLQ-CONVERSION-DEVIS VALUE "D".
           05  BLQ-CLIENT          PIC X(05).
           05  BLQ-DATE            PIC 9(8).
           05  BLQ-FICHIER         PIC X(40).
           05  BLQ-ARTICLE         PIC X(06).
           05  BLQ-QUANTITE        PIC 9(3).
           05  BLQ-PIECE           PIC 9(6).
           05  BLQ-MONTANT-TTC     PIC 9(9)V99.
           05  BLQ-ENCOURS         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  BLQ-PLAFOND         PIC 9(9)V99.
           05  BLQ-STATUT          PIC X(01).
               88  BLQ-EN-ATTENTE      VALUE "B".
               88  BLQ-LIBERE          VALUE "L".
               88  BLQ-REFUSE          VALUE "R".
           05  BLQ-DATE-DECISION   PIC 9(8).
           05  BLQ-SUPERVISEUR     PIC X(08).
           05  BLQ-NUM-DOCUMENT    PIC 9(6).
