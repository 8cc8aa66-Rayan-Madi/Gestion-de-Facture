               88  MVT-RECEPTION       VALUE "R".
               88  MVT-AJUSTEMENT      VALUE "J".
               88  MVT-LIVRAISON       VALUE "L".
               88  MVT-INVENTAIRE      VALUE "I".
               88  MVT-PEREMPTION      VALUE "P".
           05  MVT-QUANTITE        PIC S9(5) SIGN LEADING SEPARATE.
           05  MVT-DOCUMENT        PIC 9(6).
           05  MVT-STOCK-APRES     PIC 9(5).
