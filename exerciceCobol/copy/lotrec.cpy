       01  LOT-RECORD.
           05  LOT-ARTICLE         PIC X(06).
           05  LOT-NUMERO          PIC X(12).
           05  LOT-DLC             PIC 9(8).
           05  LOT-DATE-RECEPTION  PIC 9(8).
           05  LOT-COMMANDE        PIC 9(6).
           05  LOT-QTE-RECUE       PIC 9(5).
           05  LOT-QTE-RESTANTE    PIC 9(5).
           05  LOT-STATUT          PIC X(01).
               88  LOT-DISPONIBLE      VALUE "D".
               88  LOT-EPUISE          VALUE "E".
               88  LOT-DETRUIT         VALUE "P".
           05  LOT-DATE-STATUT     PIC 9(8).
