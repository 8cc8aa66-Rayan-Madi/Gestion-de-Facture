       01  CLE-SCELLEMENT          PIC X(16) VALUE "GdF-NF-7Q2x-K9m4".
       01  SCEAU-DONNEES           PIC X(160).
       01  SCEAU-LONGUEUR          PIC 9(3).
       01  SCEAU-PRECEDENT         PIC 9(18).
       01  SCEAU-TAMPON            PIC X(200).
       01  SCEAU-TOTAL-CAR         PIC 9(3).
       01  SCEAU-IDX               PIC 9(3).
       01  SCEAU-CODE              PIC 9(3).
       01  SCEAU-H1                PIC 9(10).
       01  SCEAU-H2                PIC 9(10).
       01  SCEAU-CALCULE           PIC 9(18).
