               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT FACTFOUR-FILE ASSIGN TO "factures-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTFOUR-STATUS.

           SELECT EXPORT-FILE ASSIGN TO DYNAMIC EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.
       FD  PAYMENTS-FILE.
           COPY "payrec.cpy".

       FD  FACTFOUR-FILE.
           COPY "ffrrec.cpy".

       FD  EXPORT-FILE.
           COPY "ecrrec.cpy".

       01  PAY-EOF                     PIC X(01) VALUE "N".
           88  FIN-PAIEMENTS               VALUE "O".

       01  FACTFOUR-STATUS             PIC X(02).
       01  FACTFOUR-EOF                PIC X(01) VALUE "N".
           88  FIN-FACTURES-FOURNISSEURS   VALUE "O".

       01  EXPORT-FILE-STATUS          PIC X(02).
       01  EXPORT-FILENAME          PIC X(20).

           05  COMPTE-TVA-CAT-1        PIC X(06) VALUE "445711".
           05  COMPTE-TVA-CAT-2        PIC X(06) VALUE "445712".
           05  COMPTE-TVA-CAT-3        PIC X(06) VALUE "445713".
           05  COMPTE-FOURNISSEURS     PIC X(06) VALUE "401000".
           05  COMPTE-ACHATS           PIC X(06) VALUE "607000".
           05  COMPTE-TVA-DEDUCTIBLE   PIC X(06) VALUE "445660".

       01  ECRITURES-TABLE.
           05  ECT-ENTREE OCCURS 2000.

       01  NB-DOCUMENTS              PIC 9(5) VALUE 0.
       01  NB-REGLEMENTS             PIC 9(5) VALUE 0.
       01  NB-FACTURES-ACHAT         PIC 9(5) VALUE 0.
       01  NB-SANS-MONTANT           PIC 9(5) VALUE 0.
       01  MONTANT-EDIT              PIC -(9)9.99.
       01  ECART-JOUR                PIC S9(11)V99.
           ACCEPT PARAM-MOIS FROM COMMAND-LINE
           IF PARAM-MOIS = SPACES OR PARAM-MOIS IS NOT NUMERIC
              DISPLAY "Usage : facture-compta AAAAMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARAM-MOIS TO FILTER-MOIS

           PERFORM CHARGER-DOCUMENTS-PARA
           PERFORM CHARGER-REGLEMENTS-PARA
           PERFORM CHARGER-FACTURES-FOURNISSEURS-PARA

           IF TABLE-EST-SATUREE
              DISPLAY "*** Table des ecritures saturee : export "
                      "refuse, aucun fichier produit ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

              DISPLAY "*** " JOURS-DESEQUILIBRES " journee(s) "
                      "desequilibree(s) debit/credit : export refuse, "
                      "aucun fichier produit ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM ECRIRE-EXPORT-PARA
           END-IF
           MOVE "C"            TO ECC-SENS
           PERFORM AJOUTER-ECRITURE-PARA.

       CHARGER-FACTURES-FOURNISSEURS-PARA.
           MOVE "N" TO FACTFOUR-EOF
           OPEN INPUT FACTFOUR-FILE
           IF FACTFOUR-STATUS = "00"
              PERFORM UNTIL FIN-FACTURES-FOURNISSEURS
                 READ FACTFOUR-FILE
                    AT END
                       MOVE "O" TO FACTFOUR-EOF
                    NOT AT END
                       COMPUTE MOIS-DOCUMENT = FFR-DATE / 100
                       IF MOIS-DOCUMENT = FILTER-MOIS
                          IF FFR-TOTAL-TTC IS NOT NUMERIC
                             ADD 1 TO NB-SANS-MONTANT
                             DISPLAY "*** Facture fournisseur "
                                     FFR-NUM " sans montant "
                                     "ignoree ***"
                          ELSE
                             ADD 1 TO NB-FACTURES-ACHAT
                             PERFORM GENERER-ECRITURES-ACHAT-PARA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTFOUR-FILE
           END-IF.

       GENERER-ECRITURES-ACHAT-PARA.
           MOVE FFR-DATE          TO ECC-DATE
           MOVE "AC"              TO ECC-JOURNAL
           MOVE FFR-NUM           TO ECC-PIECE
           MOVE SPACES            TO ECC-LIBELLE
           STRING "FF " DELIMITED BY SIZE
                  FFR-FOURNISSEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FFR-REFERENCE DELIMITED BY SIZE
                  INTO ECC-LIBELLE
           END-STRING

           IF FFR-TOTAL-HT > 0
              MOVE COMPTE-ACHATS     TO ECC-COMPTE
              MOVE "D"               TO ECC-SENS
              MOVE FFR-TOTAL-HT      TO ECC-MONTANT
              PERFORM AJOUTER-ECRITURE-PARA
           END-IF
           IF FFR-TVA-MONTANT > 0
              MOVE COMPTE-TVA-DEDUCTIBLE TO ECC-COMPTE
              MOVE "D"               TO ECC-SENS
              MOVE FFR-TVA-MONTANT   TO ECC-MONTANT
              PERFORM AJOUTER-ECRITURE-PARA
           END-IF

           MOVE COMPTE-FOURNISSEURS TO ECC-COMPTE
           MOVE "C"                 TO ECC-SENS
           MOVE FFR-TOTAL-TTC       TO ECC-MONTANT
           PERFORM AJOUTER-ECRITURE-PARA.

       AJOUTER-ECRITURE-PARA.
           IF NB-ECRITURES >= 2000
              MOVE "O" TO ECRITURES-SATUREES
              DISPLAY "Export comptable genere dans '"
                      FUNCTION TRIM(EXPORT-FILENAME) "' - "
                      NB-ECRITURES " ecriture(s) pour "
                      NB-DOCUMENTS " document(s), "
                      NB-REGLEMENTS " reglement(s) et "
                      NB-FACTURES-ACHAT " facture(s) fournisseur(s)."
              IF NB-SANS-MONTANT > 0
                 DISPLAY "*** " NB-SANS-MONTANT " enregistrement(s) "
                         "incomplet(s) ignore(s) ***"
