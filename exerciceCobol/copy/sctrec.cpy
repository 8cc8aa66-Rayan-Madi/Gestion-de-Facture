       01  SCE-RECORD.
           05  SCE-DERNIERE-SEQUENCE   PIC 9(8).
           05  SCE-DERNIER-SCEAU       PIC 9(18).
           05  SCE-DERNIER-NUMERO      PIC 9(6).
           05  SCE-JOUR                PIC 9(8).
           05  SCE-JOUR-PREMIERE-SEQ   PIC 9(8).
           05  SCE-JOUR-NB             PIC 9(5).
           05  SCE-JOUR-HT             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  SCE-JOUR-TVA            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  SCE-JOUR-TTC            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  SCE-CUMUL-TTC           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  SCE-DERNIERE-SEQ-TOTAL  PIC 9(6).
           05  SCE-DERNIER-SCEAU-TOTAL PIC 9(18).
