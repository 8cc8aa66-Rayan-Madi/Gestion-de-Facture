           05  REJ-MOTIF           PIC X(03).
               88  REJ-ARTICLE-INVALIDE VALUE "ART".
               88  REJ-QUANTITE-NULLE   VALUE "QTE".
               88  REJ-STOCK-LOT        VALUE "LOT".
