IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-RAPPROCHEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMANDES-LOG-FILE ASSIGN TO "commandes-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMANDES-LOG-STATUS.

           SELECT COMMANDES-LIGNES-FILE ASSIGN TO "commandes-lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMANDES-LIGNES-STATUS.

           SELECT ACHATS-FILE ASSIGN TO "achats-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHATS-FILE-STATUS.

           SELECT ARTICLES-FILE ASSIGN TO "articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTICLES-FILE-STATUS.

           SELECT FOURNISSEURS-FILE ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FOURNISSEURS-FILE-STATUS.

           SELECT FACTFOUR-FILE ASSIGN TO "factures-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTFOUR-STATUS.

           SELECT FACTFOUR-LIGNES-FILE
               ASSIGN TO "factures-fournisseurs-lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTFOUR-LIGNES-STATUS.

           SELECT COUNTER-FILE ASSIGN TO "factfour-counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-FILE-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.

           SELECT VERROU-FACTFOUR-FILE ASSIGN TO "factfour.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS VERROU-FACTFOUR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMANDES-LOG-FILE.
       COPY "cderec.cpy".

       FD  COMMANDES-LIGNES-FILE.
       COPY "cdlrec.cpy".

       FD  ACHATS-FILE.
       COPY "achrec.cpy".

       FD  ARTICLES-FILE.
       COPY "artrec.cpy".

       FD  FOURNISSEURS-FILE.
       COPY "fourec.cpy".

       FD  FACTFOUR-FILE.
       COPY "ffrrec.cpy".

       FD  FACTFOUR-LIGNES-FILE.
       COPY "fflrec.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD         PIC 9(6).

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD         PIC X(80).

       FD  VERROU-FACTFOUR-FILE.
       01  VERROU-FACTFOUR-ENREG  PIC X(08).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS               PIC X(40).
       01  CMD-ARG-1                PIC X(20).
       01  CMD-ARG-2                PIC X(20).
       01  TODAY-DATE               PIC 9(8).

       01  COMMANDES-LOG-STATUS        PIC X(02).
       01  COMMANDES-LIGNES-STATUS     PIC X(02).
       01  ACHATS-FILE-STATUS          PIC X(02).
       01  ARTICLES-FILE-STATUS        PIC X(02).
       01  FOURNISSEURS-FILE-STATUS    PIC X(02).
       01  FACTFOUR-STATUS             PIC X(02).
       01  FACTFOUR-LIGNES-STATUS      PIC X(02).
       01  COUNTER-FILE-STATUS         PIC X(02).
       01  RAPPORT-FILE-STATUS         PIC X(02).
       01  RAPPORT-FILENAME            PIC X(40).
       01  VERROU-FACTFOUR-STATUS      PIC X(02).
       01  VERROU-OBTENU               PIC X(01) VALUE "N".
           88  VERROU-EST-OBTENU           VALUE "O".
       01  NB-TENTATIVES-VERROU        PIC 9(3) VALUE 0.
       01  DELAI-VERROU                PIC 9(1) VALUE 1.

       01  TVA-TAUX-NORMAL          PIC 9V999 VALUE 0.200.
       01  TVA-TAUX-INTER           PIC 9V999 VALUE 0.100.
       01  TVA-TAUX-REDUIT          PIC 9V999 VALUE 0.055.
       01  TOLERANCE-PRIX-PCT       PIC 9(2)V99 VALUE 2.00.
       01  TOLERANCE-QTE            PIC 9(3) VALUE 0.
       01  DELAI-DEFAUT             PIC 9(3) VALUE 30.

       01  ACHATS-TABLE.
           05  ACT-ENTREE OCCURS 1000.
               10  ACT-ARTICLE       PIC X(06).
               10  ACT-FOURNISSEUR   PIC X(05).
               10  ACT-PRIX          PIC 9(5)V99.
       01  NB-ACHATS                 PIC 9(4) VALUE 0.
       01  IDX-ACH                   PIC 9(4).
       01  POS-ACHAT                 PIC 9(4).
       01  PRIX-AUTRE-FOURNISSEUR    PIC X(01) VALUE "N".
           88  PRIX-EST-AUTRE-FOURNISSEUR   VALUE "O".

       01  DEJA-FACTURE-TABLE.
           05  DJF-ENTREE OCCURS 200.
               10  DJF-ARTICLE       PIC X(06).
               10  DJF-QTE           PIC 9(7).
       01  NB-DJF                    PIC 9(3) VALUE 0.
       01  IDX-DJF                   PIC 9(3).
       01  POS-DJF                   PIC 9(3).

       01  LIGNES-FACTURE-TABLE.
           05  LFT-ENTREE OCCURS 200 PIC X(55).
       01  NB-LFT                    PIC 9(3) VALUE 0.
       01  IDX-LFT                   PIC 9(3).

       01  FACTFOUR-TABLE.
           05  FFT-ENTREE OCCURS 1000 PIC X(93).
       01  NB-FFT                    PIC 9(4) VALUE 0.
       01  IDX-FFT                   PIC 9(4).
       01  POS-FFT                   PIC 9(4).
       01  JDX-FFT                   PIC 9(4).
       01  SWAP-FFT                  PIC X(93).
       01  ECHEANCE-COURANTE         PIC 9(8).

       01  NUM-COMMANDE-SAISI        PIC 9(6) VALUE 0.
       01  NUM-FACTFOUR-SAISI        PIC 9(6) VALUE 0.
       01  SAISIE                    PIC X(15).
       01  REFERENCE-SAISIE          PIC X(15).
       01  DATE-FACTURE              PIC 9(8).
       01  DELAI-PAIEMENT            PIC 9(3).
       01  DATE-ECHEANCE             PIC 9(8).
       01  FOURNISSEUR-COURANT       PIC X(05).
       01  FOURNISSEUR-NOM-COURANT   PIC X(30).
       01  COMMANDE-TROUVEE          PIC X(01) VALUE "N".
           88  COMMANDE-EST-TROUVEE         VALUE "O".
       01  DOUBLON-TROUVE            PIC X(01) VALUE "N".
           88  DOUBLON-EST-TROUVE           VALUE "O".
       01  ARTICLE-TROUVE            PIC X(01) VALUE "N".
           88  ARTICLE-EST-TROUVE           VALUE "O".

       01  NUMERO-FACTFOUR           PIC 9(6).
       01  NUMERO-FACTFOUR-EDIT      PIC 9(6).
       01  NB-LIGNES-COMMANDE        PIC 9(3) VALUE 0.
       01  NB-ECARTS                 PIC 9(3) VALUE 0.
       01  QTE-A-FACTURER            PIC S9(7).
       01  QTE-FACTUREE              PIC 9(5).
       01  PRIX-CONVENU              PIC 9(5)V99.
       01  PRIX-FACTURE              PIC 9(5)V99.
       01  ECART-QTE                 PIC S9(7).
       01  ECART-PRIX                PIC S9(5)V99.
       01  SEUIL-PRIX                PIC 9(7)V9999.
       01  CAT-TVA-LIGNE             PIC 9(1).
       01  MONTANT-LIGNE             PIC 9(9)V99.
       01  TVA-LIGNE                 PIC 9(9)V99.
       01  TOTAL-HT                  PIC 9(9)V99.
       01  TOTAL-TVA                 PIC 9(9)V99.
       01  TOTAL-TTC                 PIC 9(9)V99.
       01  TOTAL-LITIGE              PIC 9(11)V99.
       01  TOTAL-A-PAYER             PIC 9(11)V99.
       01  NB-A-PAYER                PIC 9(4) VALUE 0.
       01  NB-LITIGES                PIC 9(4) VALUE 0.
       01  STATUT-DEMANDE            PIC X(01).

       01  WORK-LINE                 PIC X(80).
       01  MONTANT-EDIT              PIC Z(8)9.99.
       01  TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.99.
       01  PRIX-EDIT                 PIC ZZ,ZZ9.99.

       01  LIGNE-FORMAT.
           05  F-ARTICLE                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-QTE-ATTENDUE           PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-QTE-FACTUREE           PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-PRIX-CONVENU           PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-PRIX-FACTURE           PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-MONTANT                PIC Z(7)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-ECART                  PIC X(12).

       01  ECHEANCIER-FORMAT.
           05  E-NUM                    PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  E-FOURNISSEUR            PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  E-REFERENCE              PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  E-COMMANDE               PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  E-ECHEANCE               PIC 9(8).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  E-TOTAL-TTC              PIC Z(8)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  E-STATUT                 PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT CMD-PARAMS FROM COMMAND-LINE
           MOVE SPACES TO CMD-ARG-1
           MOVE SPACES TO CMD-ARG-2
           UNSTRING CMD-PARAMS DELIMITED BY ALL " "
               INTO CMD-ARG-1 CMD-ARG-2
           END-UNSTRING
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           EVALUATE FUNCTION UPPER-CASE(CMD-ARG-1)
              WHEN SPACES
                 PERFORM SAISIR-FACTURE-PARA
              WHEN "VALIDER"
                 MOVE "A" TO STATUT-DEMANDE
                 PERFORM CHANGER-STATUT-PARA
              WHEN "PAYER"
                 MOVE "P" TO STATUT-DEMANDE
                 PERFORM CHANGER-STATUT-PARA
              WHEN "ECHEANCIER"
                 PERFORM RAPPORT-ECHEANCIER-PARA
              WHEN OTHER
                 DISPLAY "Usage : facture-rapprochement "
                         "[VALIDER nnnnnn | PAYER nnnnnn | ECHEANCIER]"
           END-EVALUATE

           STOP RUN.

       SAISIR-FACTURE-PARA.
           DISPLAY "Numero de commande fournisseur : "
           ACCEPT SAISIE
           MOVE 0 TO NUM-COMMANDE-SAISI
           IF FUNCTION TEST-NUMVAL(SAISIE) = 0
              AND FUNCTION NUMVAL(SAISIE) > 0
              COMPUTE NUM-COMMANDE-SAISI = FUNCTION NUMVAL(SAISIE)
           END-IF

           PERFORM CHERCHER-COMMANDE-PARA
           IF NOT COMMANDE-EST-TROUVEE
              DISPLAY "*** Commande inconnue : " NUM-COMMANDE-SAISI
                      " ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOOKUP-FOURNISSEUR-PARA
           DISPLAY "Fournisseur : " FOURNISSEUR-COURANT " - "
                   FOURNISSEUR-NOM-COURANT

           DISPLAY "Reference de la facture fournisseur : "
           ACCEPT REFERENCE-SAISIE
           IF REFERENCE-SAISIE = SPACES
              DISPLAY "*** Reference fournisseur obligatoire ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CONTROLER-DOUBLON-PARA
           IF DOUBLON-EST-TROUVE
              DISPLAY "*** Facture " FUNCTION TRIM(REFERENCE-SAISIE)
                      " du fournisseur " FOURNISSEUR-COURANT
                      " deja enregistree ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "Date de la facture AAAAMMJJ (Entree = "
                   TODAY-DATE ") : "
           ACCEPT SAISIE
           IF SAISIE(1:8) IS NUMERIC AND SAISIE(9:7) = SPACES
              MOVE SAISIE(1:8) TO DATE-FACTURE
           ELSE
              MOVE TODAY-DATE TO DATE-FACTURE
           END-IF

           DISPLAY "Delai de paiement en jours (Entree = "
                   DELAI-DEFAUT ") : "
           ACCEPT SAISIE
           MOVE DELAI-DEFAUT TO DELAI-PAIEMENT
           IF SAISIE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(SAISIE) = 0
              AND FUNCTION NUMVAL(SAISIE) >= 0
              AND FUNCTION NUMVAL(SAISIE) <= 999
              COMPUTE DELAI-PAIEMENT = FUNCTION NUMVAL(SAISIE)
           END-IF
           COMPUTE DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(DATE-FACTURE) + DELAI-PAIEMENT)

           PERFORM CHARGER-ACHATS-PARA
           PERFORM CHARGER-DEJA-FACTURE-PARA

           MOVE 0 TO NB-LFT
           MOVE 0 TO NB-ECARTS
           MOVE 0 TO NB-LIGNES-COMMANDE
           MOVE 0 TO TOTAL-HT
           MOVE 0 TO TOTAL-TVA
           OPEN INPUT COMMANDES-LIGNES-FILE
           IF COMMANDES-LIGNES-STATUS = "00"
              PERFORM UNTIL COMMANDES-LIGNES-STATUS NOT = "00"
                 READ COMMANDES-LIGNES-FILE
                    NOT AT END
                       IF CDL-NUM = NUM-COMMANDE-SAISI
                          ADD 1 TO NB-LIGNES-COMMANDE
                          PERFORM RAPPROCHER-LIGNE-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMANDES-LIGNES-FILE
           END-IF

           IF NB-LFT = 0
              DISPLAY "*** Aucune ligne facturee : facture "
                      "fournisseur non enregistree ***"
           ELSE
              COMPUTE TOTAL-TTC = TOTAL-HT + TOTAL-TVA
              PERFORM VERROUILLER-FACTFOUR-PARA
              PERFORM CONTROLER-DOUBLON-PARA
              IF DOUBLON-EST-TROUVE
                 PERFORM DEVERROUILLER-FACTFOUR-PARA
                 DISPLAY "*** Facture " FUNCTION TRIM(REFERENCE-SAISIE)
                         " du fournisseur " FOURNISSEUR-COURANT
                         " enregistree entre-temps par une autre "
                         "session ***"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM NUMEROTER-FACTFOUR-PARA
              PERFORM ENREGISTRER-FACTFOUR-PARA
              PERFORM DEVERROUILLER-FACTFOUR-PARA
              PERFORM ECRIRE-RAPPORT-RAPPROCHEMENT-PARA
           END-IF.

       CHERCHER-COMMANDE-PARA.
           MOVE "N" TO COMMANDE-TROUVEE
           OPEN INPUT COMMANDES-LOG-FILE
           IF COMMANDES-LOG-STATUS = "00"
              PERFORM UNTIL COMMANDES-LOG-STATUS NOT = "00"
                         OR COMMANDE-EST-TROUVEE
                 READ COMMANDES-LOG-FILE
                    NOT AT END
                       IF CDE-NUM = NUM-COMMANDE-SAISI
                          MOVE "O" TO COMMANDE-TROUVEE
                          MOVE CDE-FOURNISSEUR TO FOURNISSEUR-COURANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMANDES-LOG-FILE
           END-IF.

       LOOKUP-FOURNISSEUR-PARA.
           MOVE "*** FOURNISSEUR NON REFERENCE ***"
             TO FOURNISSEUR-NOM-COURANT
           OPEN INPUT FOURNISSEURS-FILE
           IF FOURNISSEURS-FILE-STATUS = "00"
              PERFORM UNTIL FOURNISSEURS-FILE-STATUS NOT = "00"
                 READ FOURNISSEURS-FILE
                    NOT AT END
                       IF FOU-CODE = FOURNISSEUR-COURANT
                          MOVE FOU-NOM TO FOURNISSEUR-NOM-COURANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOURNISSEURS-FILE
           END-IF.

       CONTROLER-DOUBLON-PARA.
           MOVE "N" TO DOUBLON-TROUVE
           OPEN INPUT FACTFOUR-FILE
           IF FACTFOUR-STATUS = "00"
              PERFORM UNTIL FACTFOUR-STATUS NOT = "00"
                 READ FACTFOUR-FILE
                    NOT AT END
                       IF FFR-FOURNISSEUR = FOURNISSEUR-COURANT
                          AND FFR-REFERENCE = REFERENCE-SAISIE
                          MOVE "O" TO DOUBLON-TROUVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTFOUR-FILE
           END-IF.

       CHARGER-ACHATS-PARA.
           MOVE 0 TO NB-ACHATS
           OPEN INPUT ACHATS-FILE
           IF ACHATS-FILE-STATUS = "00"
              PERFORM UNTIL ACHATS-FILE-STATUS NOT = "00"
                 READ ACHATS-FILE
                    NOT AT END
                       IF NB-ACHATS < 1000
                          ADD 1 TO NB-ACHATS
                          MOVE ACH-ARTICLE
                            TO ACT-ARTICLE(NB-ACHATS)
                          MOVE ACH-FOURNISSEUR
                            TO ACT-FOURNISSEUR(NB-ACHATS)
                          MOVE ACH-PRIX-ACHAT
                            TO ACT-PRIX(NB-ACHATS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHATS-FILE
           END-IF.

       CHARGER-DEJA-FACTURE-PARA.
           MOVE 0 TO NB-DJF
           OPEN INPUT FACTFOUR-LIGNES-FILE
           IF FACTFOUR-LIGNES-STATUS = "00"
              PERFORM UNTIL FACTFOUR-LIGNES-STATUS NOT = "00"
                 READ FACTFOUR-LIGNES-FILE
                    NOT AT END
                       IF FFL-NUM-COMMANDE = NUM-COMMANDE-SAISI
                          PERFORM CUMULER-DEJA-FACTURE-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTFOUR-LIGNES-FILE
           END-IF.

       CUMULER-DEJA-FACTURE-PARA.
           MOVE 0 TO POS-DJF
           PERFORM VARYING IDX-DJF FROM 1 BY 1
                   UNTIL IDX-DJF > NB-DJF OR POS-DJF > 0
              IF DJF-ARTICLE(IDX-DJF) = FFL-ARTICLE
                 MOVE IDX-DJF TO POS-DJF
              END-IF
           END-PERFORM
           IF POS-DJF = 0 AND NB-DJF < 200
              ADD 1 TO NB-DJF
              MOVE NB-DJF TO POS-DJF
              MOVE FFL-ARTICLE TO DJF-ARTICLE(POS-DJF)
              MOVE 0 TO DJF-QTE(POS-DJF)
           END-IF
           IF POS-DJF > 0
              ADD FFL-QTE-FACTUREE TO DJF-QTE(POS-DJF)
           END-IF.

       RAPPROCHER-LIGNE-PARA.
           MOVE "N" TO PRIX-AUTRE-FOURNISSEUR
           MOVE 0 TO POS-ACHAT
           PERFORM VARYING IDX-ACH FROM 1 BY 1
                   UNTIL IDX-ACH > NB-ACHATS OR POS-ACHAT > 0
              IF ACT-ARTICLE(IDX-ACH) = CDL-ARTICLE
                 AND ACT-FOURNISSEUR(IDX-ACH) = FOURNISSEUR-COURANT
                 MOVE IDX-ACH TO POS-ACHAT
              END-IF
           END-PERFORM
           IF POS-ACHAT = 0
              PERFORM VARYING IDX-ACH FROM 1 BY 1
                      UNTIL IDX-ACH > NB-ACHATS OR POS-ACHAT > 0
                 IF ACT-ARTICLE(IDX-ACH) = CDL-ARTICLE
                    MOVE IDX-ACH TO POS-ACHAT
                    MOVE "O" TO PRIX-AUTRE-FOURNISSEUR
                 END-IF
              END-PERFORM
           END-IF
           IF POS-ACHAT > 0
              MOVE ACT-PRIX(POS-ACHAT) TO PRIX-CONVENU
              IF PRIX-EST-AUTRE-FOURNISSEUR
                 DISPLAY "*** Article " CDL-ARTICLE " : aucun prix "
                         "convenu avec " FOURNISSEUR-COURANT ", prix "
                         "du fournisseur " ACT-FOURNISSEUR(POS-ACHAT)
                         " retenu, ligne en litige ***"
              END-IF
           ELSE
              MOVE 0 TO PRIX-CONVENU
              DISPLAY "*** Article " CDL-ARTICLE " sans prix d'achat "
                      "convenu (achats-articles.txt) ***"
           END-IF

           MOVE 0 TO POS-DJF
           PERFORM VARYING IDX-DJF FROM 1 BY 1
                   UNTIL IDX-DJF > NB-DJF OR POS-DJF > 0
              IF DJF-ARTICLE(IDX-DJF) = CDL-ARTICLE
                 MOVE IDX-DJF TO POS-DJF
              END-IF
           END-PERFORM

           IF CDL-QTE-RECUE IS NOT NUMERIC
              MOVE 0 TO CDL-QTE-RECUE
           END-IF
           MOVE CDL-QTE-RECUE TO QTE-A-FACTURER
           IF POS-DJF > 0
              SUBTRACT DJF-QTE(POS-DJF) FROM QTE-A-FACTURER
           END-IF
           IF QTE-A-FACTURER < 0
              MOVE 0 TO QTE-A-FACTURER
           END-IF

           MOVE PRIX-CONVENU TO PRIX-EDIT
           DISPLAY "Article " CDL-ARTICLE " - commande "
                   CDL-QTE-COMMANDEE ", recu " CDL-QTE-RECUE
                   ", reste a facturer " QTE-A-FACTURER
                   ", prix convenu " FUNCTION TRIM(PRIX-EDIT)

           DISPLAY "Quantite facturee (Entree = " QTE-A-FACTURER
                   ") : "
           ACCEPT SAISIE
           MOVE QTE-A-FACTURER TO QTE-FACTUREE
           IF SAISIE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(SAISIE) = 0
              AND FUNCTION NUMVAL(SAISIE) >= 0
              AND FUNCTION NUMVAL(SAISIE) <= 99999
              COMPUTE QTE-FACTUREE = FUNCTION NUMVAL(SAISIE)
           END-IF

           IF QTE-FACTUREE = 0
              DISPLAY "Ligne " CDL-ARTICLE " non facturee."
           ELSE
              DISPLAY "Prix unitaire facture (Entree = "
                      FUNCTION TRIM(PRIX-EDIT) ") : "
              ACCEPT SAISIE
              MOVE PRIX-CONVENU TO PRIX-FACTURE
              IF SAISIE NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(SAISIE) = 0
                 AND FUNCTION NUMVAL(SAISIE) >= 0
                 AND FUNCTION NUMVAL(SAISIE) < 100000
                 COMPUTE PRIX-FACTURE = FUNCTION NUMVAL(SAISIE)
              END-IF
              PERFORM CONTROLER-ECARTS-PARA
              PERFORM GARDER-LIGNE-FACTURE-PARA
           END-IF.

       CONTROLER-ECARTS-PARA.
           MOVE "N" TO FFL-ECART
           COMPUTE ECART-QTE = QTE-FACTUREE - QTE-A-FACTURER
           IF ECART-QTE > TOLERANCE-QTE
              OR ECART-QTE < 0 - TOLERANCE-QTE
              MOVE "Q" TO FFL-ECART
           END-IF

           COMPUTE ECART-PRIX = PRIX-FACTURE - PRIX-CONVENU
           IF ECART-PRIX < 0
              COMPUTE ECART-PRIX = ECART-PRIX * -1
           END-IF
           COMPUTE SEUIL-PRIX = PRIX-CONVENU * TOLERANCE-PRIX-PCT / 100
           IF ECART-PRIX > SEUIL-PRIX
              IF FFL-ECART-QTE
                 MOVE "D" TO FFL-ECART
              ELSE
                 MOVE "P" TO FFL-ECART
              END-IF
           END-IF

           IF FFL-SANS-ECART AND PRIX-EST-AUTRE-FOURNISSEUR
              MOVE "F" TO FFL-ECART
           END-IF

           IF NOT FFL-SANS-ECART
              ADD 1 TO NB-ECARTS
              PERFORM LIBELLER-ECART-PARA
              DISPLAY "*** Ecart sur " CDL-ARTICLE " : "
                      FUNCTION TRIM(F-ECART) " ***"
           END-IF.

       GARDER-LIGNE-FACTURE-PARA.
           PERFORM LOOKUP-CATEGORIE-PARA
           COMPUTE MONTANT-LIGNE = QTE-FACTUREE * PRIX-FACTURE
           EVALUATE CAT-TVA-LIGNE
              WHEN 2
                 COMPUTE TVA-LIGNE ROUNDED =
                    MONTANT-LIGNE * TVA-TAUX-INTER
              WHEN 3
                 COMPUTE TVA-LIGNE ROUNDED =
                    MONTANT-LIGNE * TVA-TAUX-REDUIT
              WHEN OTHER
                 COMPUTE TVA-LIGNE ROUNDED =
                    MONTANT-LIGNE * TVA-TAUX-NORMAL
           END-EVALUATE
           ADD MONTANT-LIGNE TO TOTAL-HT
           ADD TVA-LIGNE TO TOTAL-TVA

           MOVE 0                  TO FFL-NUM
           MOVE NUM-COMMANDE-SAISI TO FFL-NUM-COMMANDE
           MOVE CDL-ARTICLE        TO FFL-ARTICLE
           MOVE QTE-FACTUREE       TO FFL-QTE-FACTUREE
           MOVE PRIX-FACTURE       TO FFL-PRIX-FACTURE
           MOVE QTE-A-FACTURER     TO FFL-QTE-ATTENDUE
           MOVE PRIX-CONVENU       TO FFL-PRIX-CONVENU
           MOVE MONTANT-LIGNE      TO FFL-MONTANT-HT
           MOVE CAT-TVA-LIGNE      TO FFL-TVA-CAT

           IF NB-LFT < 200
              ADD 1 TO NB-LFT
              MOVE FFL-RECORD TO LFT-ENTREE(NB-LFT)
           ELSE
              DISPLAY "*** Table des lignes saturee : article "
                      CDL-ARTICLE " non enregistre ***"
           END-IF.

       LOOKUP-CATEGORIE-PARA.
           MOVE 1 TO CAT-TVA-LIGNE
           MOVE "N" TO ARTICLE-TROUVE
           OPEN INPUT ARTICLES-FILE
           IF ARTICLES-FILE-STATUS = "00"
              PERFORM UNTIL ARTICLES-FILE-STATUS NOT = "00"
                         OR ARTICLE-EST-TROUVE
                 READ ARTICLES-FILE
                    NOT AT END
                       IF ART-CODE = CDL-ARTICLE
                          MOVE "O" TO ARTICLE-TROUVE
                          IF ART-TVA-CAT IS NUMERIC
                             AND ART-TVA-CAT >= 1 AND ART-TVA-CAT <= 3
                             MOVE ART-TVA-CAT TO CAT-TVA-LIGNE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARTICLES-FILE
           END-IF.

       VERROUILLER-FACTFOUR-PARA.
           MOVE "N" TO VERROU-OBTENU
           MOVE 0 TO NB-TENTATIVES-VERROU
           PERFORM UNTIL VERROU-EST-OBTENU
                       OR NB-TENTATIVES-VERROU > 30
              ADD 1 TO NB-TENTATIVES-VERROU
              OPEN EXTEND VERROU-FACTFOUR-FILE
              EVALUATE VERROU-FACTFOUR-STATUS
                 WHEN "00"
                    MOVE "O" TO VERROU-OBTENU
                 WHEN "35"
                    OPEN OUTPUT VERROU-FACTFOUR-FILE
                    IF VERROU-FACTFOUR-STATUS = "00"
                       MOVE "O" TO VERROU-OBTENU
                    ELSE
                       CALL "C$SLEEP" USING DELAI-VERROU
                    END-IF
                 WHEN OTHER
                    CALL "C$SLEEP" USING DELAI-VERROU
              END-EVALUATE
           END-PERFORM

           IF NOT VERROU-EST-OBTENU
              DISPLAY "*** Factures fournisseurs verrouillees par une "
                      "autre session (factfour.lck) : abandon ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       DEVERROUILLER-FACTFOUR-PARA.
           CLOSE VERROU-FACTFOUR-FILE.

       NUMEROTER-FACTFOUR-PARA.
           MOVE 0 TO NUMERO-FACTFOUR
           OPEN INPUT COUNTER-FILE
           IF COUNTER-FILE-STATUS = "00"
              READ COUNTER-FILE INTO NUMERO-FACTFOUR
                 AT END
                    MOVE 0 TO NUMERO-FACTFOUR
              END-READ
              CLOSE COUNTER-FILE
           END-IF

           ADD 1 TO NUMERO-FACTFOUR

           OPEN OUTPUT COUNTER-FILE
           MOVE NUMERO-FACTFOUR TO COUNTER-RECORD
           WRITE COUNTER-RECORD
           CLOSE COUNTER-FILE

           MOVE NUMERO-FACTFOUR TO NUMERO-FACTFOUR-EDIT.

       ENREGISTRER-FACTFOUR-PARA.
           OPEN EXTEND FACTFOUR-LIGNES-FILE
           IF FACTFOUR-LIGNES-STATUS NOT = "00"
              OPEN OUTPUT FACTFOUR-LIGNES-FILE
           END-IF
           PERFORM VARYING IDX-LFT FROM 1 BY 1 UNTIL IDX-LFT > NB-LFT
              MOVE LFT-ENTREE(IDX-LFT) TO FFL-RECORD
              MOVE NUMERO-FACTFOUR TO FFL-NUM
              MOVE FFL-RECORD TO LFT-ENTREE(IDX-LFT)
              WRITE FFL-RECORD
           END-PERFORM
           CLOSE FACTFOUR-LIGNES-FILE

           OPEN EXTEND FACTFOUR-FILE
           IF FACTFOUR-STATUS NOT = "00"
              OPEN OUTPUT FACTFOUR-FILE
           END-IF
           MOVE NUMERO-FACTFOUR     TO FFR-NUM
           MOVE FOURNISSEUR-COURANT TO FFR-FOURNISSEUR
           MOVE REFERENCE-SAISIE    TO FFR-REFERENCE
           MOVE NUM-COMMANDE-SAISI  TO FFR-NUM-COMMANDE
           MOVE DATE-FACTURE        TO FFR-DATE
           MOVE DATE-ECHEANCE       TO FFR-DATE-ECHEANCE
           MOVE TOTAL-HT            TO FFR-TOTAL-HT
           MOVE TOTAL-TVA           TO FFR-TVA-MONTANT
           MOVE TOTAL-TTC           TO FFR-TOTAL-TTC
           MOVE NB-ECARTS           TO FFR-NB-ECARTS
           IF NB-ECARTS > 0
              MOVE "L" TO FFR-STATUT
           ELSE
              MOVE "A" TO FFR-STATUT
           END-IF
           MOVE TODAY-DATE          TO FFR-DATE-STATUT
           WRITE FFR-RECORD
           CLOSE FACTFOUR-FILE.

       ECRIRE-RAPPORT-RAPPROCHEMENT-PARA.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING "rapprochement-" DELIMITED BY SIZE
                  NUMERO-FACTFOUR-EDIT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING

           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== RAPPROCHEMENT FACTURE FOURNISSEUR N. "
                  DELIMITED BY SIZE
                  NUMERO-FACTFOUR-EDIT DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Fournisseur : " DELIMITED BY SIZE
                  FOURNISSEUR-COURANT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FOURNISSEUR-NOM-COURANT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Reference : " DELIMITED BY SIZE
                  REFERENCE-SAISIE DELIMITED BY SIZE
                  "  Commande : " DELIMITED BY SIZE
                  NUM-COMMANDE-SAISI DELIMITED BY SIZE
                  "  Date : " DELIMITED BY SIZE
                  DATE-FACTURE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Echeance : " DELIMITED BY SIZE
                  DATE-ECHEANCE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Articl  Recu  Fact.  Prix conv.  Prix fact.      Montant  Ecart"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "---------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           PERFORM VARYING IDX-LFT FROM 1 BY 1 UNTIL IDX-LFT > NB-LFT
              MOVE LFT-ENTREE(IDX-LFT) TO FFL-RECORD
              MOVE FFL-ARTICLE      TO F-ARTICLE
              MOVE FFL-QTE-ATTENDUE TO F-QTE-ATTENDUE
              MOVE FFL-QTE-FACTUREE TO F-QTE-FACTUREE
              MOVE FFL-PRIX-CONVENU TO F-PRIX-CONVENU
              MOVE FFL-PRIX-FACTURE TO F-PRIX-FACTURE
              MOVE FFL-MONTANT-HT   TO F-MONTANT
              PERFORM LIBELLER-ECART-PARA
              WRITE RAPPORT-RECORD FROM LIGNE-FORMAT
           END-PERFORM

           MOVE "---------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE TOTAL-HT TO TOTAL-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "TOTAL HT  : " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE TOTAL-TVA TO TOTAL-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "TVA       : " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE TOTAL-TTC TO TOTAL-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "TOTAL TTC : " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           IF NB-ECARTS > 0
              STRING NB-ECARTS DELIMITED BY SIZE
                     " ecart(s) hors tolerance : facture EN LITIGE"
                     DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           ELSE
              MOVE "Aucun ecart hors tolerance : facture BON A PAYER"
                TO WORK-LINE
           END-IF
           WRITE RAPPORT-RECORD FROM WORK-LINE

           CLOSE RAPPORT-FILE

           MOVE TOTAL-TTC TO MONTANT-EDIT
           DISPLAY "Facture fournisseur " NUMERO-FACTFOUR-EDIT
                   " enregistree - TTC " FUNCTION TRIM(MONTANT-EDIT)
                   " - echeance " DATE-ECHEANCE
           IF NB-ECARTS > 0
              DISPLAY "*** " NB-ECARTS " ecart(s) : facture en "
                      "litige, voir '" FUNCTION TRIM(RAPPORT-FILENAME)
                      "' ***"
           ELSE
              DISPLAY "Rapprochement conforme : facture bon a payer."
           END-IF.

       LIBELLER-ECART-PARA.
           EVALUATE TRUE
              WHEN FFL-ECART-QTE
                 MOVE "QUANTITE" TO F-ECART
              WHEN FFL-ECART-PRIX
                 MOVE "PRIX" TO F-ECART
              WHEN FFL-ECART-QTE-PRIX
                 MOVE "QTE + PRIX" TO F-ECART
              WHEN FFL-ECART-FOURNISSEUR
                 MOVE "FOURNISSEUR" TO F-ECART
              WHEN OTHER
                 MOVE SPACES TO F-ECART
           END-EVALUATE.

       CHARGER-FACTFOUR-PARA.
           MOVE 0 TO NB-FFT
           OPEN INPUT FACTFOUR-FILE
           IF FACTFOUR-STATUS = "00"
              PERFORM UNTIL FACTFOUR-STATUS NOT = "00"
                 READ FACTFOUR-FILE
                    NOT AT END
                       IF NB-FFT >= 1000
                          DISPLAY "*** Fichier des factures "
                                  "fournisseurs trop grand ***"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-FFT
                       MOVE FFR-RECORD TO FFT-ENTREE(NB-FFT)
                 END-READ
              END-PERFORM
              CLOSE FACTFOUR-FILE
           END-IF.

       CHANGER-STATUT-PARA.
           MOVE 0 TO NUM-FACTFOUR-SAISI
           IF CMD-ARG-2 NOT = SPACES
              AND FUNCTION TEST-NUMVAL(CMD-ARG-2) = 0
              COMPUTE NUM-FACTFOUR-SAISI = FUNCTION NUMVAL(CMD-ARG-2)
           END-IF

           PERFORM VERROUILLER-FACTFOUR-PARA
           PERFORM CHARGER-FACTFOUR-PARA
           MOVE 0 TO POS-FFT
           PERFORM VARYING IDX-FFT FROM 1 BY 1
                   UNTIL IDX-FFT > NB-FFT OR POS-FFT > 0
              MOVE FFT-ENTREE(IDX-FFT) TO FFR-RECORD
              IF FFR-NUM = NUM-FACTFOUR-SAISI
                 MOVE IDX-FFT TO POS-FFT
              END-IF
           END-PERFORM

           IF POS-FFT = 0
              DISPLAY "*** Facture fournisseur inconnue : "
                      NUM-FACTFOUR-SAISI " ***"
           ELSE
              MOVE FFT-ENTREE(POS-FFT) TO FFR-RECORD
              EVALUATE TRUE
                 WHEN FFR-PAYEE
                    DISPLAY "*** Facture fournisseur "
                            NUM-FACTFOUR-SAISI " deja payee le "
                            FFR-DATE-STATUT " ***"
                 WHEN STATUT-DEMANDE = "A" AND NOT FFR-EN-LITIGE
                    DISPLAY "*** Facture fournisseur "
                            NUM-FACTFOUR-SAISI " n'est pas en litige ***"
                 WHEN STATUT-DEMANDE = "P" AND FFR-EN-LITIGE
                    DISPLAY "*** Facture fournisseur "
                            NUM-FACTFOUR-SAISI " en litige : la "
                            "valider avant paiement ***"
                 WHEN OTHER
                    MOVE STATUT-DEMANDE TO FFR-STATUT
                    MOVE TODAY-DATE     TO FFR-DATE-STATUT
                    MOVE FFR-RECORD TO FFT-ENTREE(POS-FFT)
                    PERFORM SAUVER-FACTFOUR-PARA
                    IF FFR-PAYEE
                       DISPLAY "Facture fournisseur "
                               NUM-FACTFOUR-SAISI " marquee payee."
                    ELSE
                       DISPLAY "Facture fournisseur "
                               NUM-FACTFOUR-SAISI " validee : bon a "
                               "payer."
                    END-IF
              END-EVALUATE
           END-IF
           PERFORM DEVERROUILLER-FACTFOUR-PARA.

       SAUVER-FACTFOUR-PARA.
           OPEN OUTPUT FACTFOUR-FILE
           IF FACTFOUR-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire "
                      "factures-fournisseurs.txt - statut "
                      FACTFOUR-STATUS " ***"
           ELSE
              PERFORM VARYING IDX-FFT FROM 1 BY 1
                      UNTIL IDX-FFT > NB-FFT
                 MOVE FFT-ENTREE(IDX-FFT) TO FFR-RECORD
                 WRITE FFR-RECORD
              END-PERFORM
              CLOSE FACTFOUR-FILE
           END-IF.

       TRIER-FACTFOUR-PARA.
           PERFORM VARYING IDX-FFT FROM 1 BY 1
                   UNTIL IDX-FFT >= NB-FFT
              PERFORM VARYING JDX-FFT FROM 1 BY 1
                      UNTIL JDX-FFT > NB-FFT - IDX-FFT
                 MOVE FFT-ENTREE(JDX-FFT) TO FFR-RECORD
                 MOVE FFR-DATE-ECHEANCE TO ECHEANCE-COURANTE
                 MOVE FFT-ENTREE(JDX-FFT + 1) TO FFR-RECORD
                 IF ECHEANCE-COURANTE > FFR-DATE-ECHEANCE
                    MOVE FFT-ENTREE(JDX-FFT)     TO SWAP-FFT
                    MOVE FFT-ENTREE(JDX-FFT + 1) TO FFT-ENTREE(JDX-FFT)
                    MOVE SWAP-FFT TO FFT-ENTREE(JDX-FFT + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       RAPPORT-ECHEANCIER-PARA.
           PERFORM CHARGER-FACTFOUR-PARA
           PERFORM TRIER-FACTFOUR-PARA

           MOVE SPACES TO RAPPORT-FILENAME
           STRING "a-payer-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING

           OPEN OUTPUT RAPPORT-FILE

           MOVE "=========== FACTURES FOURNISSEURS A PAYER ==========="
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Num.    Four.  Reference        Cde.    Echeance     Total TTC  Statut"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "---------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO TOTAL-A-PAYER
           MOVE 0 TO TOTAL-LITIGE
           PERFORM VARYING IDX-FFT FROM 1 BY 1 UNTIL IDX-FFT > NB-FFT
              MOVE FFT-ENTREE(IDX-FFT) TO FFR-RECORD
              IF NOT FFR-PAYEE
                 MOVE FFR-NUM           TO E-NUM
                 MOVE FFR-FOURNISSEUR   TO E-FOURNISSEUR
                 MOVE FFR-REFERENCE     TO E-REFERENCE
                 MOVE FFR-NUM-COMMANDE  TO E-COMMANDE
                 MOVE FFR-DATE-ECHEANCE TO E-ECHEANCE
                 MOVE FFR-TOTAL-TTC     TO E-TOTAL-TTC
                 IF FFR-EN-LITIGE
                    MOVE "LITIGE"  TO E-STATUT
                    ADD 1 TO NB-LITIGES
                    ADD FFR-TOTAL-TTC TO TOTAL-LITIGE
                 ELSE
                    MOVE "A PAYER" TO E-STATUT
                    ADD 1 TO NB-A-PAYER
                    ADD FFR-TOTAL-TTC TO TOTAL-A-PAYER
                 END-IF
                 WRITE RAPPORT-RECORD FROM ECHEANCIER-FORMAT
              END-IF
           END-PERFORM

           MOVE "---------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE TOTAL-A-PAYER TO TOTAL-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Bon a payer : " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE TOTAL-LITIGE TO TOTAL-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "En litige   : " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           CLOSE RAPPORT-FILE

           DISPLAY "Echeancier genere dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "' - "
                   NB-A-PAYER " facture(s) bon a payer, "
                   NB-LITIGES " en litige.".
