       01  CHN-RECORD.
           05  CHN-TYPE            PIC X(01).
               88  CHN-ETAPE           VALUE "E".
               88  CHN-SAUVEGARDE      VALUE "S".
           05  CHN-NUMERO          PIC 9(2).
           05  CHN-PROGRAMME       PIC X(30).
           05  CHN-PARAMETRES      PIC X(50).
