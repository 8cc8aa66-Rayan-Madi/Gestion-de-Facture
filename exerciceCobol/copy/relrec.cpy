       01  REL-RECORD.
           05  REL-DATE            PIC 9(8).
           05  REL-CLIENT          PIC X(05).
           05  REL-NIVEAU          PIC 9(1).
               88  REL-RAPPEL-AMIABLE   VALUE 1.
               88  REL-RELANCE-FORMELLE VALUE 2.
               88  REL-MISE-EN-DEMEURE  VALUE 3.
           05  REL-NUM-FACTURE     PIC 9(6).
           05  REL-RESTE-DU        PIC 9(9)V99.
           05  REL-FICHIER         PIC X(40).
