       01  LMV-RECORD.
           05  LMV-DATE            PIC 9(8).
           05  LMV-ARTICLE         PIC X(06).
           05  LMV-LOT             PIC X(12).
           05  LMV-DLC             PIC 9(8).
           05  LMV-TYPE            PIC X(01).
               88  LMV-RECEPTION       VALUE "R".
               88  LMV-FACTURE         VALUE "F".
               88  LMV-LIVRAISON       VALUE "L".
               88  LMV-AVOIR           VALUE "A".
               88  LMV-ANNULATION      VALUE "J".
               88  LMV-PEREMPTION      VALUE "P".
           05  LMV-DOCUMENT        PIC 9(6).
           05  LMV-ORIGINE         PIC 9(6).
           05  LMV-CLIENT          PIC X(05).
           05  LMV-QUANTITE        PIC S9(5) SIGN LEADING SEPARATE.
