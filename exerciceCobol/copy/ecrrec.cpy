           05  ECR-JOURNAL         PIC X(02).
               88  ECR-JOURNAL-VENTES  VALUE "VE".
               88  ECR-JOURNAL-BANQUE  VALUE "BQ".
               88  ECR-JOURNAL-ACHATS  VALUE "AC".
           05  ECR-COMPTE          PIC X(06).
           05  ECR-LIBELLE         PIC X(25).
           05  ECR-PIECE           PIC 9(6).
