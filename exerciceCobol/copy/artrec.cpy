               88  ART-EST-INACTIF     VALUE "I".
           05  ART-STOCK           PIC 9(5).
           05  ART-STOCK-MINI      PIC 9(5).
           05  ART-GESTION-LOT     PIC X(01).
               88  ART-GERE-PAR-LOT    VALUE "O".
