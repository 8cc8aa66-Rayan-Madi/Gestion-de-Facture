       01  MAN-RECORD.
           05  MAN-CLIENT          PIC X(05).
           05  MAN-RUM             PIC X(35).
           05  MAN-IBAN            PIC X(34).
           05  MAN-BIC             PIC X(11).
           05  MAN-DATE-SIGNATURE  PIC 9(8).
           05  MAN-SEQUENCE        PIC X(04).
               88  MAN-PREMIER         VALUE "FRST".
               88  MAN-RECURRENT       VALUE "RCUR".
           05  MAN-STATUT          PIC X(01).
               88  MAN-ACTIF           VALUE "A".
               88  MAN-REVOQUE         VALUE "R".
           05  MAN-DATE-DERNIER-PRLV PIC 9(8).
