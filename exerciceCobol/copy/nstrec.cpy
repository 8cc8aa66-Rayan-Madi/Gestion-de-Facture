       01  NST-RECORD.
           05  NST-RUN             PIC 9(6).
           05  NST-ETAPE           PIC 9(2).
           05  NST-PROGRAMME       PIC X(30).
           05  NST-DATE-RUN        PIC 9(8).
           05  NST-DEBUT-DATE      PIC 9(8).
           05  NST-DEBUT-HEURE     PIC 9(6).
           05  NST-FIN-DATE        PIC 9(8).
           05  NST-FIN-HEURE       PIC 9(6).
           05  NST-CODE-RETOUR     PIC 9(4).
           05  NST-ETAT            PIC X(01).
               88  NST-NON-LANCE       VALUE "N".
               88  NST-EN-COURS        VALUE "E".
               88  NST-OK              VALUE "O".
               88  NST-ALERTE          VALUE "W".
               88  NST-ECHEC           VALUE "F".
               88  NST-ANNULE          VALUE "A".
