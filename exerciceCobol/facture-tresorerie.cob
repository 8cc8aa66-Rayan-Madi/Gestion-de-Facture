IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-TRESORERIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-LOG-FILE ASSIGN TO "invoice-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT CLIENTS-FILE ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIENTS-FILE-STATUS.

           SELECT FOURNISSEURS-FILE ASSIGN TO "fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FOURNISSEURS-FILE-STATUS.

           SELECT ARTICLES-FILE ASSIGN TO "articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTICLES-FILE-STATUS.

           SELECT TARIFS-FILE ASSIGN TO "tarifs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARIFS-FILE-STATUS.

           SELECT CONTRATS-FILE ASSIGN TO "contrats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATS-FILE-STATUS.

           SELECT CONTRATS-LIGNES-FILE ASSIGN TO "contrats-lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRATS-LIGNES-STATUS.

           SELECT RUNS-FILE ASSIGN TO "runs-lot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNS-FILE-STATUS.

           SELECT DEVIS-LOG-FILE ASSIGN TO "devis-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVIS-LOG-STATUS.

           SELECT COMMANDES-LOG-FILE ASSIGN TO "commandes-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMANDES-LOG-STATUS.

           SELECT COMMANDES-LIGNES-FILE ASSIGN TO "commandes-lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMANDES-LIGNES-STATUS.

           SELECT ACHATS-FILE ASSIGN TO "achats-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHATS-FILE-STATUS.

           SELECT FACTFOUR-FILE ASSIGN TO "factures-fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTFOUR-STATUS.

           SELECT FACTFOUR-LIGNES-FILE
               ASSIGN TO "factures-fournisseurs-lignes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTFOUR-LIGNES-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.

           SELECT CSV-FILE ASSIGN TO DYNAMIC CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LOG-FILE.
       COPY "logrec.cpy".

       FD  PAYMENTS-FILE.
       COPY "payrec.cpy".

       FD  CLIENTS-FILE.
       COPY "clirec.cpy".

       FD  FOURNISSEURS-FILE.
       COPY "fourec.cpy".

       FD  ARTICLES-FILE.
       COPY "artrec.cpy".

       FD  TARIFS-FILE.
       COPY "tarrec.cpy".

       FD  CONTRATS-FILE.
       COPY "ctrrec.cpy".

       FD  CONTRATS-LIGNES-FILE.
       COPY "clgrec.cpy".

       FD  RUNS-FILE.
       COPY "runrec.cpy".

       FD  DEVIS-LOG-FILE.
       COPY "devrec.cpy".

       FD  COMMANDES-LOG-FILE.
       COPY "cderec.cpy".

       FD  COMMANDES-LIGNES-FILE.
       COPY "cdlrec.cpy".

       FD  ACHATS-FILE.
       COPY "achrec.cpy".

       FD  FACTFOUR-FILE.
       COPY "ffrrec.cpy".

       FD  FACTFOUR-LIGNES-FILE.
       COPY "fflrec.cpy".

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD         PIC X(80).

       FD  CSV-FILE.
       01  CSV-RECORD             PIC X(120).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS               PIC X(60).
       01  CMD-ARG-1                PIC X(20).
       01  CMD-ARG-2                PIC X(20).
       01  TODAY-DATE               PIC 9(8).
       01  JOUR-ORIGINE             PIC 9(8).

       01  LOG-FILE-STATUS             PIC X(02).
       01  PAY-FILE-STATUS             PIC X(02).
       01  CLIENTS-FILE-STATUS         PIC X(02).
       01  FOURNISSEURS-FILE-STATUS    PIC X(02).
       01  ARTICLES-FILE-STATUS        PIC X(02).
       01  TARIFS-FILE-STATUS          PIC X(02).
       01  CONTRATS-FILE-STATUS        PIC X(02).
       01  CONTRATS-LIGNES-STATUS      PIC X(02).
       01  RUNS-FILE-STATUS            PIC X(02).
       01  DEVIS-LOG-STATUS            PIC X(02).
       01  COMMANDES-LOG-STATUS        PIC X(02).
       01  COMMANDES-LIGNES-STATUS     PIC X(02).
       01  ACHATS-FILE-STATUS          PIC X(02).
       01  FACTFOUR-STATUS             PIC X(02).
       01  FACTFOUR-LIGNES-STATUS      PIC X(02).
       01  RAPPORT-FILE-STATUS         PIC X(02).
       01  RAPPORT-FILENAME            PIC X(40).
       01  CSV-FILE-STATUS             PIC X(02).
       01  CSV-FILENAME                PIC X(40).

       01  NB-SEMAINES              PIC 9(2) VALUE 13.
       01  SOLDE-OUVERTURE          PIC S9(9)V99 VALUE 0.
       01  SAISIE-SOLDE             PIC X(20).
       01  SAISIE-OK                PIC X VALUE "N".
           88  SAISIE-EST-OK            VALUE "O".

       01  DELAI-DOUTEUX            PIC 9(3) VALUE 90.
       01  DELAI-LIVRAISON          PIC 9(3) VALUE 7.
       01  DELAI-FOURNISSEUR        PIC 9(3) VALUE 30.
       01  TVA-TAUX-NORMAL          PIC 9V999 VALUE 0.200.
       01  TVA-TAUX-INTER           PIC 9V999 VALUE 0.100.
       01  TVA-TAUX-REDUIT          PIC 9V999 VALUE 0.055.

       01  CLIENT-TABLE.
           05  CLT-ENTREE OCCURS 500.
               10  CLT-CODE         PIC X(05).
               10  CLT-NOM          PIC X(30).
               10  CLT-DELAI        PIC 9(3).
               10  CLT-FIN-DE-MOIS  PIC X(01).
               10  CLT-NB-REGLEMENTS PIC 9(5).
               10  CLT-SOMME-REGLEE PIC 9(11)V99.
               10  CLT-SOMME-JOURS  PIC S9(15)V99.
               10  CLT-RETARD       PIC S9(3).
       01  NB-CLIENTS               PIC 9(3) VALUE 0.
       01  IDX-CLT                  PIC 9(3).
       01  POS-CLIENT               PIC 9(3).
       01  CODE-TIERS               PIC X(05).

       01  FOURNISSEUR-TABLE.
           05  FRN-ENTREE OCCURS 300.
               10  FRN-CODE         PIC X(05).
               10  FRN-NOM          PIC X(30).
       01  NB-FOURNISSEURS          PIC 9(3) VALUE 0.
       01  IDX-FRN                  PIC 9(3).
       01  NOM-TIERS                PIC X(30).

       01  FACTURE-TABLE.
           05  FAC-ENTREE OCCURS 5000.
               10  FAC-NUM          PIC 9(6).
               10  FAC-CLIENT       PIC X(05).
               10  FAC-ECHEANCE     PIC 9(8).
               10  FAC-TTC          PIC 9(9)V99.
               10  FAC-AVOIRS       PIC 9(9)V99.
               10  FAC-PAYE         PIC 9(9)V99.
       01  NB-FACTURES              PIC 9(4) VALUE 0.
       01  IDX-FAC                  PIC 9(4).
       01  POS-FACTURE              PIC 9(4).
       01  NUM-FACTURE-CHERCHE      PIC 9(6).

       01  ARTICLE-TABLE.
           05  ART-T-ENTREE OCCURS 1000.
               10  ART-T-CODE       PIC X(06).
               10  ART-T-PRIX       PIC 9(5)V99.
               10  ART-T-CAT        PIC 9(1).
       01  NB-ARTICLES              PIC 9(4) VALUE 0.
       01  IDX-ART                  PIC 9(4).
       01  POS-ARTICLE              PIC 9(4).

       01  TARIF-TABLE.
           05  TRF-ENTREE OCCURS 1000.
               10  TRF-CLIENT       PIC X(05).
               10  TRF-ARTICLE      PIC X(06).
               10  TRF-PRIX         PIC 9(5)V99.
               10  TRF-REMISE-PCT   PIC 9(2)V99.
               10  TRF-QTE-SEUIL    PIC 9(3).
               10  TRF-REMISE-QTE-PCT PIC 9(2)V99.
       01  NB-TARIFS                PIC 9(4) VALUE 0.
       01  IDX-TRF                  PIC 9(4).
       01  POS-TARIF                PIC 9(4).
       01  TARIF-PALIER             PIC X VALUE "N".
           88  PALIER-EST-ATTEINT       VALUE "O".
       01  TARIF-SEUIL-RETENU       PIC 9(3).
       01  TARIF-SEUIL-DEFAUT       PIC 9(3).

       01  CTR-TABLE.
           05  CTR-ENTREE OCCURS 200 PIC X(28).
       01  NB-CONTRATS              PIC 9(3) VALUE 0.
       01  IDX-CTR                  PIC 9(3).
       01  CLG-TABLE.
           05  CLG-ENTREE OCCURS 500 PIC X(13).
       01  NB-LIGNES-CONTRAT        PIC 9(3) VALUE 0.
       01  IDX-CLG                  PIC 9(3).
       01  MOIS-PREVU               PIC 9(6).
       01  MOIS-DEBUT-CONTRAT       PIC 9(6).
       01  MOIS-FIN-CONTRAT         PIC 9(6).
       01  DERNIER-JOUR-MOIS        PIC 9(2).
       01  JOUR-FACTURATION         PIC 9(2).
       01  LOT-CONTRATS-FILENAME    PIC X(40).
       01  LOT-DEJA-FACTURE         PIC X VALUE "N".
           88  LOT-EST-DEJA-FACTURE     VALUE "O".

       01  ACHAT-TABLE.
           05  ACT-ENTREE OCCURS 2000.
               10  ACT-ARTICLE      PIC X(06).
               10  ACT-FOURNISSEUR  PIC X(05).
               10  ACT-PRIX         PIC 9(5)V99.
       01  NB-ACHATS                PIC 9(4) VALUE 0.
       01  IDX-ACT                  PIC 9(4).
       01  PRIX-ACHAT               PIC 9(5)V99.

       01  FACTURE-FOURN-TABLE.
           05  FFC-ENTREE OCCURS 2000.
               10  FFC-COMMANDE     PIC 9(6).
               10  FFC-ARTICLE      PIC X(06).
               10  FFC-QTE          PIC 9(7).
       01  NB-FFC                   PIC 9(4) VALUE 0.
       01  IDX-FFC                  PIC 9(4).
       01  POS-FFC                  PIC 9(4).

       01  COMMANDE-TABLE.
           05  CMD-ENTREE OCCURS 500.
               10  CMD-NUM          PIC 9(6).
               10  CMD-FOURNISSEUR  PIC X(05).
               10  CMD-DATE         PIC 9(8).
               10  CMD-MONTANT      PIC 9(9)V99.
       01  NB-COMMANDES             PIC 9(3) VALUE 0.
       01  IDX-CMD                  PIC 9(3).
       01  POS-COMMANDE             PIC 9(3).

       01  SEMAINE-TABLE.
           05  SEM-ENTREE OCCURS 53.
               10  SEM-DEBUT        PIC 9(8).
               10  SEM-FIN          PIC 9(8).
               10  SEM-CREANCES     PIC 9(11)V99.
               10  SEM-CONTRATS     PIC 9(11)V99.
               10  SEM-DEVIS        PIC 9(11)V99.
               10  SEM-FOURNISSEURS PIC 9(11)V99.
               10  SEM-SOLDE        PIC S9(11)V99.
       01  NB-PERIODES              PIC 9(2).
       01  IDX-SEM                  PIC 9(2).
       01  POS-SEMAINE              PIC 9(2).

       01  FLUX-TABLE.
           05  FLX-ENTREE OCCURS 3000.
               10  FLX-DATE         PIC 9(8).
               10  FLX-SEMAINE      PIC 9(2).
               10  FLX-SOURCE       PIC X(03).
               10  FLX-PIECE        PIC 9(6).
               10  FLX-TIERS        PIC X(05).
               10  FLX-ECHEANCE     PIC 9(8).
               10  FLX-RETARD       PIC S9(3).
               10  FLX-MONTANT      PIC 9(9)V99.
       01  NB-FLUX                  PIC 9(4) VALUE 0.
       01  IDX-FLX                  PIC 9(4).
       01  JDX-FLX                  PIC 9(4).
       01  SWAP-FLX                 PIC X(46).
       01  FLUX-SATURE              PIC X VALUE "N".
           88  FLUX-EST-SATURE          VALUE "O".

       01  SOURCE-FLUX              PIC X(03).
       01  PIECE-FLUX               PIC 9(6).
       01  MONTANT-FLUX             PIC 9(9)V99.
       01  RETARD-FLUX              PIC S9(3).
       01  DATE-PIECE               PIC 9(8).
       01  DATE-ECHEANCE            PIC 9(8).
       01  DATE-PREVUE              PIC 9(8).
       01  JOUR-LIVRAISON           PIC 9(8).
       01  ECART-JOURS              PIC S9(5).
       01  MOIS-ECHEANCE            PIC 9(6).
       01  ANNEE-ECHEANCE           PIC 9(4).
       01  NUM-MOIS-ECHEANCE        PIC 9(2).
       01  RESTE-DU                 PIC S9(9)V99.
       01  RETARD-CALCULE           PIC S9(7).

       01  QUANTITE-LIGNE           PIC 9(5).
       01  QTE-RESTANTE             PIC S9(7).
       01  UNIT-PRICE               PIC 9(5)V99.
       01  REMISE-PCT-TOTALE        PIC 9(3)V99.
       01  LIGNE-BRUTE              PIC 9(9)V99.
       01  REMISE-MONTANT           PIC 9(9)V99.
       01  LIGNE-HT                 PIC 9(9)V99.
       01  LIGNE-TTC                PIC 9(9)V99.
       01  CAT-TVA-LIGNE            PIC 9(1).
       01  MONTANT-CONTRAT          PIC 9(9)V99.

       01  NB-CREANCES              PIC 9(5) VALUE 0.
       01  NB-CREANCES-DOUTEUSES    PIC 9(5) VALUE 0.
       01  MONTANT-DOUTEUX          PIC 9(11)V99 VALUE 0.
       01  NB-CONTRATS-PREVUS       PIC 9(3) VALUE 0.
       01  NB-DEVIS-SIGNES          PIC 9(3) VALUE 0.
       01  NB-FACTURES-FOURN        PIC 9(4) VALUE 0.
       01  NB-COMMANDES-OUVERTES    PIC 9(3) VALUE 0.
       01  NB-LIGNES-SANS-PRIX      PIC 9(4) VALUE 0.
       01  NB-PAIEMENTS-ORPHELINS   PIC 9(5) VALUE 0.
       01  TOTAL-ENCAISSEMENTS      PIC 9(11)V99 VALUE 0.
       01  TOTAL-DECAISSEMENTS      PIC 9(11)V99 VALUE 0.
       01  TOTAL-CREANCES           PIC 9(11)V99 VALUE 0.
       01  TOTAL-CONTRATS           PIC 9(11)V99 VALUE 0.
       01  TOTAL-DEVIS              PIC 9(11)V99 VALUE 0.
       01  TOTAL-FOURNISSEURS       PIC 9(11)V99 VALUE 0.
       01  SOLDE-COURANT            PIC S9(11)V99.
       01  SOLDE-MINIMUM            PIC S9(11)V99.
       01  SEMAINE-MINIMUM          PIC 9(2) VALUE 0.
       01  ENCAISSEMENTS-SEMAINE    PIC 9(11)V99.
       01  FLUX-NET-SEMAINE         PIC S9(11)V99.

       01  WORK-LINE                PIC X(80).
       01  CSV-LINE                 PIC X(120).
       01  CSV-PREFIXE              PIC X(30).
       01  MONTANT-EDIT             PIC -(10)9.99.
       01  NB-EDIT                  PIC ZZZZ9.
       01  SEMAINE-EDIT             PIC Z9.
       01  JOURS-EDIT               PIC ZZ9.
       01  CSV-MONTANT-1            PIC -(10)9.99.
       01  CSV-MONTANT-2            PIC -(10)9.99.
       01  CSV-MONTANT-3            PIC -(10)9.99.
       01  CSV-MONTANT-4            PIC -(10)9.99.
       01  CSV-MONTANT-5            PIC -(10)9.99.
       01  CSV-MONTANT-6            PIC -(10)9.99.
       01  CSV-MONTANT-7            PIC -(10)9.99.

       01  LIGNE-SEMAINE-FORMAT.
           05  S-NUM                    PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  S-DEBUT                  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  S-CREANCES               PIC Z(6)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  S-CONTRATS               PIC Z(6)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  S-DEVIS                  PIC Z(6)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  S-FOURNISSEURS           PIC Z(6)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  S-SOLDE                  PIC -(9)9.99.

       01  LIGNE-CLIENT-FORMAT.
           05  C-CODE                   PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  C-NOM                    PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  C-DELAI                  PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  C-FDM                    PIC X(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  C-NB                     PIC ZZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  C-RETARD                 PIC -(3)9.

       01  LIGNE-FLUX-FORMAT.
           05  D-DATE                   PIC 9(8).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-SEMAINE                PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-SOURCE                 PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-PIECE                  PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-TIERS                  PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-NOM                    PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-ECHEANCE               PIC 9(8).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-RETARD                 PIC -(3)9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-ENCAISSEMENT           PIC Z(6)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  D-DECAISSEMENT           PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT CMD-PARAMS FROM COMMAND-LINE
           MOVE SPACES TO CMD-ARG-1
           MOVE SPACES TO CMD-ARG-2
           UNSTRING CMD-PARAMS DELIMITED BY ALL " "
               INTO CMD-ARG-1 CMD-ARG-2
           END-UNSTRING
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE JOUR-ORIGINE = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           IF CMD-ARG-1 NOT = SPACES
              IF FUNCTION TEST-NUMVAL(CMD-ARG-1) = 0
                 AND FUNCTION NUMVAL(CMD-ARG-1) >= 1
                 AND FUNCTION NUMVAL(CMD-ARG-1) <= 52
                 COMPUTE NB-SEMAINES = FUNCTION NUMVAL(CMD-ARG-1)
              ELSE
                 DISPLAY "Usage : facture-tresorerie [semaines 1-52] "
                         "[solde d'ouverture]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF CMD-ARG-2 NOT = SPACES
              MOVE CMD-ARG-2 TO SAISIE-SOLDE
              PERFORM CONTROLER-SOLDE-PARA
              IF NOT SAISIE-EST-OK
                 DISPLAY "*** Solde d'ouverture invalide : "
                         FUNCTION TRIM(CMD-ARG-2) " ***"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM SAISIR-SOLDE-PARA
           END-IF

           PERFORM INITIALISER-SEMAINES-PARA
           PERFORM CHARGER-CLIENTS-PARA
           PERFORM CHARGER-FOURNISSEURS-PARA
           PERFORM CHARGER-FACTURES-PARA
           PERFORM CHARGER-PAIEMENTS-PARA
           PERFORM CALCULER-RETARDS-PARA
           PERFORM PREVOIR-CREANCES-PARA

           PERFORM CHARGER-ARTICLES-PARA
           PERFORM CHARGER-TARIFS-PARA
           PERFORM PREVOIR-CONTRATS-PARA
           PERFORM PREVOIR-DEVIS-PARA

           PERFORM CHARGER-ACHATS-PARA
           PERFORM PREVOIR-FACTURES-FOURN-PARA
           PERFORM PREVOIR-COMMANDES-PARA

           PERFORM CALCULER-SOLDES-PARA
           PERFORM TRIER-FLUX-PARA
           PERFORM ECRIRE-RAPPORT-PARA
           PERFORM ECRIRE-CSV-PARA

           MOVE SOLDE-COURANT TO MONTANT-EDIT
           MOVE NB-SEMAINES TO SEMAINE-EDIT
           DISPLAY "Prevision de tresorerie sur "
                   FUNCTION TRIM(SEMAINE-EDIT)
                   " semaine(s) generee dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "' et '"
                   FUNCTION TRIM(CSV-FILENAME) "'."
           DISPLAY "Solde projete en fin d'horizon : "
                   FUNCTION TRIM(MONTANT-EDIT)
           IF SOLDE-MINIMUM < 0
              MOVE SOLDE-MINIMUM TO MONTANT-EDIT
              IF SEMAINE-MINIMUM = 0
                 DISPLAY "*** Solde projete negatif des l'ouverture : "
                         FUNCTION TRIM(MONTANT-EDIT) " ***"
              ELSE
                 DISPLAY "*** Solde projete negatif : "
                         FUNCTION TRIM(MONTANT-EDIT) " semaine du "
                         SEM-DEBUT(SEMAINE-MINIMUM) " ***"
              END-IF
              MOVE 4 TO RETURN-CODE
           END-IF
           IF FLUX-EST-SATURE
              DISPLAY "*** Table des flux saturee : le detail est "
                      "incomplet, les totaux par semaine restent "
                      "justes ***"
           END-IF

           STOP RUN.

       SAISIR-SOLDE-PARA.
           MOVE "N" TO SAISIE-OK
           PERFORM UNTIL SAISIE-EST-OK
              DISPLAY "Solde bancaire d'ouverture au " TODAY-DATE
                      " (ex. 12500.00 ou -350.20) : "
              ACCEPT SAISIE-SOLDE
              PERFORM CONTROLER-SOLDE-PARA
              IF NOT SAISIE-EST-OK
                 DISPLAY "*** Montant invalide ***"
              END-IF
           END-PERFORM.

       CONTROLER-SOLDE-PARA.
           MOVE "N" TO SAISIE-OK
           INSPECT SAISIE-SOLDE REPLACING ALL "," BY "."
           IF SAISIE-SOLDE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(SAISIE-SOLDE) = 0
              AND FUNCTION ABS(FUNCTION NUMVAL(SAISIE-SOLDE))
                  < 1000000000
              COMPUTE SOLDE-OUVERTURE = FUNCTION NUMVAL(SAISIE-SOLDE)
              MOVE "O" TO SAISIE-OK
           END-IF.

       INITIALISER-SEMAINES-PARA.
           COMPUTE NB-PERIODES = NB-SEMAINES + 1
           PERFORM VARYING IDX-SEM FROM 1 BY 1
                   UNTIL IDX-SEM > NB-PERIODES
              COMPUTE SEM-DEBUT(IDX-SEM) = FUNCTION DATE-OF-INTEGER(
                 JOUR-ORIGINE + (IDX-SEM - 1) * 7)
              COMPUTE SEM-FIN(IDX-SEM) = FUNCTION DATE-OF-INTEGER(
                 JOUR-ORIGINE + IDX-SEM * 7 - 1)
              MOVE 0 TO SEM-CREANCES(IDX-SEM)
              MOVE 0 TO SEM-CONTRATS(IDX-SEM)
              MOVE 0 TO SEM-DEVIS(IDX-SEM)
              MOVE 0 TO SEM-FOURNISSEURS(IDX-SEM)
              MOVE 0 TO SEM-SOLDE(IDX-SEM)
           END-PERFORM
           MOVE 99999999 TO SEM-FIN(NB-PERIODES).

       CHARGER-CLIENTS-PARA.
           MOVE 0 TO NB-CLIENTS
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-FILE-STATUS = "00"
              PERFORM UNTIL CLIENTS-FILE-STATUS NOT = "00"
                 READ CLIENTS-FILE
                    NOT AT END
                       IF NB-CLIENTS < 500
                          ADD 1 TO NB-CLIENTS
                          MOVE CLI-CODE TO CLT-CODE(NB-CLIENTS)
                          MOVE CLI-NOM  TO CLT-NOM(NB-CLIENTS)
                          IF CLI-DELAI-PAIEMENT IS NUMERIC
                             MOVE CLI-DELAI-PAIEMENT
                               TO CLT-DELAI(NB-CLIENTS)
                          ELSE
                             MOVE 0 TO CLT-DELAI(NB-CLIENTS)
                          END-IF
                          MOVE CLI-FIN-DE-MOIS
                            TO CLT-FIN-DE-MOIS(NB-CLIENTS)
                          MOVE 0 TO CLT-NB-REGLEMENTS(NB-CLIENTS)
                          MOVE 0 TO CLT-SOMME-REGLEE(NB-CLIENTS)
                          MOVE 0 TO CLT-SOMME-JOURS(NB-CLIENTS)
                          MOVE 0 TO CLT-RETARD(NB-CLIENTS)
                       ELSE
                          DISPLAY "*** Table des clients saturee : "
                                  CLI-CODE " sans conditions de "
                                  "paiement ***"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTS-FILE
           END-IF.

       CHERCHER-CLIENT-PARA.
           MOVE 0 TO POS-CLIENT
           PERFORM VARYING IDX-CLT FROM 1 BY 1
                   UNTIL IDX-CLT > NB-CLIENTS OR POS-CLIENT > 0
              IF CLT-CODE(IDX-CLT) = CODE-TIERS
                 MOVE IDX-CLT TO POS-CLIENT
              END-IF
           END-PERFORM.

       CHARGER-FOURNISSEURS-PARA.
           MOVE 0 TO NB-FOURNISSEURS
           OPEN INPUT FOURNISSEURS-FILE
           IF FOURNISSEURS-FILE-STATUS = "00"
              PERFORM UNTIL FOURNISSEURS-FILE-STATUS NOT = "00"
                 READ FOURNISSEURS-FILE
                    NOT AT END
                       IF NB-FOURNISSEURS < 300
                          ADD 1 TO NB-FOURNISSEURS
                          MOVE FOU-CODE TO FRN-CODE(NB-FOURNISSEURS)
                          MOVE FOU-NOM  TO FRN-NOM(NB-FOURNISSEURS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOURNISSEURS-FILE
           END-IF.

       CHARGER-FACTURES-PARA.
           MOVE 0 TO NB-FACTURES
           OPEN INPUT INVOICE-LOG-FILE
           IF LOG-FILE-STATUS = "00"
              PERFORM UNTIL LOG-FILE-STATUS NOT = "00"
                 READ INVOICE-LOG-FILE
                    NOT AT END
                       IF LOG-EST-AVOIR
                          MOVE LOG-NUM-ORIGINE TO NUM-FACTURE-CHERCHE
                          PERFORM CHERCHER-FACTURE-PARA
                          IF POS-FACTURE > 0
                             ADD LOG-TOTAL-TTC
                              TO FAC-AVOIRS(POS-FACTURE)
                          END-IF
                       ELSE
                          PERFORM RETENIR-FACTURE-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-LOG-FILE
           END-IF.

       RETENIR-FACTURE-PARA.
           IF NB-FACTURES >= 5000
              DISPLAY "*** Fichier invoice-log.txt trop grand pour la "
                      "prevision de tresorerie ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO NB-FACTURES
           MOVE LOG-NUM-FACTURE TO FAC-NUM(NB-FACTURES)
           MOVE LOG-CODE-CLIENT TO FAC-CLIENT(NB-FACTURES)
           IF LOG-DATE-ECHEANCE IS NUMERIC AND LOG-DATE-ECHEANCE > 0
              MOVE LOG-DATE-ECHEANCE TO FAC-ECHEANCE(NB-FACTURES)
           ELSE
              MOVE LOG-DATE-FACTURE TO FAC-ECHEANCE(NB-FACTURES)
           END-IF
           MOVE LOG-TOTAL-TTC TO FAC-TTC(NB-FACTURES)
           MOVE 0 TO FAC-AVOIRS(NB-FACTURES)
           MOVE 0 TO FAC-PAYE(NB-FACTURES).

       CHERCHER-FACTURE-PARA.
           MOVE 0 TO POS-FACTURE
           PERFORM VARYING IDX-FAC FROM 1 BY 1
                   UNTIL IDX-FAC > NB-FACTURES OR POS-FACTURE > 0
              IF FAC-NUM(IDX-FAC) = NUM-FACTURE-CHERCHE
                 MOVE IDX-FAC TO POS-FACTURE
              END-IF
           END-PERFORM.

       CHARGER-PAIEMENTS-PARA.
           OPEN INPUT PAYMENTS-FILE
           IF PAY-FILE-STATUS = "00"
              PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
                 READ PAYMENTS-FILE
                    NOT AT END
                       IF PAY-MONTANT IS NUMERIC
                          AND PAY-DATE-PAIEMENT IS NUMERIC
                          MOVE PAY-NUM-FACTURE TO NUM-FACTURE-CHERCHE
                          PERFORM CHERCHER-FACTURE-PARA
                          IF POS-FACTURE = 0
                             ADD 1 TO NB-PAIEMENTS-ORPHELINS
                          ELSE
                             ADD PAY-MONTANT TO FAC-PAYE(POS-FACTURE)
                             PERFORM OBSERVER-REGLEMENT-PARA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENTS-FILE
           END-IF.

       OBSERVER-REGLEMENT-PARA.
           MOVE FAC-CLIENT(POS-FACTURE) TO CODE-TIERS
           PERFORM CHERCHER-CLIENT-PARA
           IF POS-CLIENT > 0 AND PAY-MONTANT > 0
              COMPUTE ECART-JOURS =
                 FUNCTION INTEGER-OF-DATE(PAY-DATE-PAIEMENT)
                 - FUNCTION INTEGER-OF-DATE(FAC-ECHEANCE(POS-FACTURE))
              ADD 1 TO CLT-NB-REGLEMENTS(POS-CLIENT)
              ADD PAY-MONTANT TO CLT-SOMME-REGLEE(POS-CLIENT)
              COMPUTE CLT-SOMME-JOURS(POS-CLIENT) =
                 CLT-SOMME-JOURS(POS-CLIENT)
                 + PAY-MONTANT * ECART-JOURS
           END-IF.

       CALCULER-RETARDS-PARA.
           PERFORM VARYING IDX-CLT FROM 1 BY 1
                   UNTIL IDX-CLT > NB-CLIENTS
              IF CLT-SOMME-REGLEE(IDX-CLT) > 0
                 COMPUTE RETARD-CALCULE ROUNDED =
                    CLT-SOMME-JOURS(IDX-CLT)
                    / CLT-SOMME-REGLEE(IDX-CLT)
                 IF RETARD-CALCULE > 365
                    MOVE 365 TO RETARD-CALCULE
                 END-IF
                 IF RETARD-CALCULE < 0
                    MOVE 0 TO RETARD-CALCULE
                 END-IF
                 MOVE RETARD-CALCULE TO CLT-RETARD(IDX-CLT)
              END-IF
           END-PERFORM.

       PREVOIR-CREANCES-PARA.
           PERFORM VARYING IDX-FAC FROM 1 BY 1
                   UNTIL IDX-FAC > NB-FACTURES
              COMPUTE RESTE-DU = FAC-TTC(IDX-FAC) - FAC-AVOIRS(IDX-FAC)
                 - FAC-PAYE(IDX-FAC)
              IF RESTE-DU > 0
                 MOVE FAC-CLIENT(IDX-FAC) TO CODE-TIERS
                 PERFORM CHERCHER-CLIENT-PARA
                 MOVE 0 TO RETARD-FLUX
                 IF POS-CLIENT > 0
                    MOVE CLT-RETARD(POS-CLIENT) TO RETARD-FLUX
                 END-IF
                 MOVE FAC-ECHEANCE(IDX-FAC) TO DATE-ECHEANCE
                 MOVE "CRE" TO SOURCE-FLUX
                 MOVE FAC-NUM(IDX-FAC) TO PIECE-FLUX
                 MOVE RESTE-DU TO MONTANT-FLUX
                 COMPUTE ECART-JOURS = JOUR-ORIGINE
                    - FUNCTION INTEGER-OF-DATE(DATE-ECHEANCE)
                 IF ECART-JOURS > DELAI-DOUTEUX
                    ADD 1 TO NB-CREANCES-DOUTEUSES
                    ADD RESTE-DU TO MONTANT-DOUTEUX
                    MOVE 0 TO POS-SEMAINE
                    MOVE TODAY-DATE TO DATE-PREVUE
                    PERFORM MEMORISER-FLUX-PARA
                 ELSE
                    ADD 1 TO NB-CREANCES
                    PERFORM AJOUTER-FLUX-PARA
                 END-IF
              END-IF
           END-PERFORM.

       CALCULER-ECHEANCE-PARA.
           MOVE 0 TO RETARD-FLUX
           MOVE DATE-PIECE TO DATE-ECHEANCE
           IF POS-CLIENT > 0
              MOVE CLT-RETARD(POS-CLIENT) TO RETARD-FLUX
              COMPUTE DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(DATE-PIECE)
                 + CLT-DELAI(POS-CLIENT))
              IF CLT-FIN-DE-MOIS(POS-CLIENT) = "O"
                 COMPUTE MOIS-ECHEANCE = DATE-ECHEANCE / 100
                 COMPUTE ANNEE-ECHEANCE = MOIS-ECHEANCE / 100
                 COMPUTE NUM-MOIS-ECHEANCE =
                    FUNCTION MOD(MOIS-ECHEANCE, 100)
                 IF NUM-MOIS-ECHEANCE = 12
                    ADD 1 TO ANNEE-ECHEANCE
                    MOVE 1 TO NUM-MOIS-ECHEANCE
                 ELSE
                    ADD 1 TO NUM-MOIS-ECHEANCE
                 END-IF
                 COMPUTE DATE-ECHEANCE = ANNEE-ECHEANCE * 10000
                    + NUM-MOIS-ECHEANCE * 100 + 1
                 COMPUTE DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(DATE-ECHEANCE) - 1)
              END-IF
           END-IF.

       AJOUTER-FLUX-PARA.
           COMPUTE ECART-JOURS =
              FUNCTION INTEGER-OF-DATE(DATE-ECHEANCE) + RETARD-FLUX
              - JOUR-ORIGINE
           IF ECART-JOURS < 0
              MOVE 0 TO ECART-JOURS
           END-IF
           COMPUTE DATE-PREVUE = FUNCTION DATE-OF-INTEGER(
              JOUR-ORIGINE + ECART-JOURS)
           COMPUTE POS-SEMAINE = ECART-JOURS / 7 + 1
              ON SIZE ERROR
                 MOVE NB-PERIODES TO POS-SEMAINE
           END-COMPUTE
           IF POS-SEMAINE > NB-PERIODES
              MOVE NB-PERIODES TO POS-SEMAINE
           END-IF

           EVALUATE SOURCE-FLUX
              WHEN "CRE"
                 ADD MONTANT-FLUX TO SEM-CREANCES(POS-SEMAINE)
                 ADD MONTANT-FLUX TO TOTAL-CREANCES
              WHEN "CTR"
                 ADD MONTANT-FLUX TO SEM-CONTRATS(POS-SEMAINE)
                 ADD MONTANT-FLUX TO TOTAL-CONTRATS
              WHEN "DEV"
                 ADD MONTANT-FLUX TO SEM-DEVIS(POS-SEMAINE)
                 ADD MONTANT-FLUX TO TOTAL-DEVIS
              WHEN OTHER
                 ADD MONTANT-FLUX TO SEM-FOURNISSEURS(POS-SEMAINE)
                 ADD MONTANT-FLUX TO TOTAL-FOURNISSEURS
           END-EVALUATE
           PERFORM MEMORISER-FLUX-PARA.

       MEMORISER-FLUX-PARA.
           IF NB-FLUX >= 3000
              MOVE "O" TO FLUX-SATURE
           ELSE
              ADD 1 TO NB-FLUX
              MOVE DATE-PREVUE   TO FLX-DATE(NB-FLUX)
              MOVE POS-SEMAINE   TO FLX-SEMAINE(NB-FLUX)
              MOVE SOURCE-FLUX   TO FLX-SOURCE(NB-FLUX)
              MOVE PIECE-FLUX    TO FLX-PIECE(NB-FLUX)
              MOVE CODE-TIERS    TO FLX-TIERS(NB-FLUX)
              MOVE DATE-ECHEANCE TO FLX-ECHEANCE(NB-FLUX)
              MOVE RETARD-FLUX   TO FLX-RETARD(NB-FLUX)
              MOVE MONTANT-FLUX  TO FLX-MONTANT(NB-FLUX)
           END-IF.

       CHARGER-ARTICLES-PARA.
           MOVE 0 TO NB-ARTICLES
           OPEN INPUT ARTICLES-FILE
           IF ARTICLES-FILE-STATUS = "00"
              PERFORM UNTIL ARTICLES-FILE-STATUS NOT = "00"
                 READ ARTICLES-FILE
                    NOT AT END
                       IF NB-ARTICLES < 1000
                          ADD 1 TO NB-ARTICLES
                          MOVE ART-CODE TO ART-T-CODE(NB-ARTICLES)
                          IF ART-PRIX IS NUMERIC
                             MOVE ART-PRIX TO ART-T-PRIX(NB-ARTICLES)
                          ELSE
                             MOVE 0 TO ART-T-PRIX(NB-ARTICLES)
                          END-IF
                          IF ART-TVA-CAT IS NUMERIC
                             AND ART-TVA-CAT >= 1 AND ART-TVA-CAT <= 3
                             MOVE ART-TVA-CAT TO ART-T-CAT(NB-ARTICLES)
                          ELSE
                             MOVE 1 TO ART-T-CAT(NB-ARTICLES)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARTICLES-FILE
           END-IF.

       CHERCHER-ARTICLE-PARA.
           MOVE 0 TO POS-ARTICLE
           PERFORM VARYING IDX-ART FROM 1 BY 1
                   UNTIL IDX-ART > NB-ARTICLES OR POS-ARTICLE > 0
              IF ART-T-CODE(IDX-ART) = ART-CODE
                 MOVE IDX-ART TO POS-ARTICLE
              END-IF
           END-PERFORM
           MOVE 1 TO CAT-TVA-LIGNE
           IF POS-ARTICLE > 0
              MOVE ART-T-CAT(POS-ARTICLE) TO CAT-TVA-LIGNE
           END-IF.

       CHARGER-TARIFS-PARA.
           MOVE 0 TO NB-TARIFS
           OPEN INPUT TARIFS-FILE
           IF TARIFS-FILE-STATUS = "00"
              PERFORM UNTIL TARIFS-FILE-STATUS NOT = "00"
                 READ TARIFS-FILE
                    NOT AT END
                       IF NB-TARIFS < 1000
                          ADD 1 TO NB-TARIFS
                          MOVE TAR-CLIENT  TO TRF-CLIENT(NB-TARIFS)
                          MOVE TAR-ARTICLE TO TRF-ARTICLE(NB-TARIFS)
                          MOVE TAR-PRIX    TO TRF-PRIX(NB-TARIFS)
                          MOVE TAR-REMISE-PCT
                            TO TRF-REMISE-PCT(NB-TARIFS)
                          MOVE TAR-QTE-SEUIL
                            TO TRF-QTE-SEUIL(NB-TARIFS)
                          MOVE TAR-REMISE-QTE-PCT
                            TO TRF-REMISE-QTE-PCT(NB-TARIFS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TARIFS-FILE
           END-IF.

       PREVOIR-CONTRATS-PARA.
           COMPUTE MOIS-ECHEANCE = TODAY-DATE / 100
           COMPUTE ANNEE-ECHEANCE = MOIS-ECHEANCE / 100
           COMPUTE NUM-MOIS-ECHEANCE = FUNCTION MOD(MOIS-ECHEANCE, 100)
           IF NUM-MOIS-ECHEANCE = 12
              ADD 1 TO ANNEE-ECHEANCE
              MOVE 1 TO NUM-MOIS-ECHEANCE
           ELSE
              ADD 1 TO NUM-MOIS-ECHEANCE
           END-IF
           COMPUTE MOIS-PREVU = ANNEE-ECHEANCE * 100 + NUM-MOIS-ECHEANCE
           IF NUM-MOIS-ECHEANCE = 12
              COMPUTE DATE-PIECE = (ANNEE-ECHEANCE + 1) * 10000 + 101
           ELSE
              COMPUTE DATE-PIECE = (MOIS-PREVU + 1) * 100 + 1
           END-IF
           COMPUTE DATE-PIECE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(DATE-PIECE) - 1)
           COMPUTE DERNIER-JOUR-MOIS = FUNCTION MOD(DATE-PIECE, 100)

           MOVE SPACES TO LOT-CONTRATS-FILENAME
           STRING "lot-contrats-" DELIMITED BY SIZE
                  MOIS-PREVU DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO LOT-CONTRATS-FILENAME
           END-STRING
           MOVE "N" TO LOT-DEJA-FACTURE
           OPEN INPUT RUNS-FILE
           IF RUNS-FILE-STATUS = "00"
              PERFORM UNTIL RUNS-FILE-STATUS NOT = "00"
                 READ RUNS-FILE
                    NOT AT END
                       IF RUN-FICHIER = LOT-CONTRATS-FILENAME
                          MOVE "O" TO LOT-DEJA-FACTURE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNS-FILE
           END-IF
           IF NOT LOT-EST-DEJA-FACTURE
              PERFORM CHARGER-CONTRATS-PARA
              PERFORM EXAMINER-CONTRATS-PARA
           END-IF.

       CHARGER-CONTRATS-PARA.
           MOVE 0 TO NB-CONTRATS
           OPEN INPUT CONTRATS-FILE
           IF CONTRATS-FILE-STATUS = "00"
              PERFORM UNTIL CONTRATS-FILE-STATUS NOT = "00"
                 READ CONTRATS-FILE
                    NOT AT END
                       IF NB-CONTRATS < 200
                          ADD 1 TO NB-CONTRATS
                          MOVE CTR-RECORD TO CTR-ENTREE(NB-CONTRATS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATS-FILE
           END-IF

           MOVE 0 TO NB-LIGNES-CONTRAT
           OPEN INPUT CONTRATS-LIGNES-FILE
           IF CONTRATS-LIGNES-STATUS = "00"
              PERFORM UNTIL CONTRATS-LIGNES-STATUS NOT = "00"
                 READ CONTRATS-LIGNES-FILE
                    NOT AT END
                       IF NB-LIGNES-CONTRAT < 500
                          ADD 1 TO NB-LIGNES-CONTRAT
                          MOVE CLG-RECORD
                            TO CLG-ENTREE(NB-LIGNES-CONTRAT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATS-LIGNES-FILE
           END-IF.

       EXAMINER-CONTRATS-PARA.
           PERFORM VARYING IDX-CTR FROM 1 BY 1
                   UNTIL IDX-CTR > NB-CONTRATS
              MOVE CTR-ENTREE(IDX-CTR) TO CTR-RECORD
              COMPUTE MOIS-DEBUT-CONTRAT = CTR-DATE-DEBUT / 100
              IF CTR-DATE-FIN = 0
                 MOVE 999999 TO MOIS-FIN-CONTRAT
              ELSE
                 COMPUTE MOIS-FIN-CONTRAT = CTR-DATE-FIN / 100
              END-IF
              IF CTR-EST-ACTIF
                 AND MOIS-DEBUT-CONTRAT <= MOIS-PREVU
                 AND MOIS-FIN-CONTRAT >= MOIS-PREVU
                 PERFORM PREVOIR-CONTRAT-PARA
              END-IF
           END-PERFORM.

       PREVOIR-CONTRAT-PARA.
           MOVE CTR-CLIENT TO CODE-TIERS
           PERFORM CHERCHER-CLIENT-PARA
           MOVE 0 TO MONTANT-CONTRAT
           PERFORM VARYING IDX-CLG FROM 1 BY 1
                   UNTIL IDX-CLG > NB-LIGNES-CONTRAT
              MOVE CLG-ENTREE(IDX-CLG) TO CLG-RECORD
              IF CLG-NUM = CTR-NUM
                 MOVE CLG-ARTICLE TO ART-CODE
                 MOVE CLG-QUANTITE TO QUANTITE-LIGNE
                 PERFORM VALORISER-LIGNE-VENTE-PARA
                 ADD LIGNE-TTC TO MONTANT-CONTRAT
              END-IF
           END-PERFORM

           IF MONTANT-CONTRAT > 0
              MOVE CTR-JOUR-FACTURATION TO JOUR-FACTURATION
              IF JOUR-FACTURATION = 0
                 MOVE 1 TO JOUR-FACTURATION
              END-IF
              IF JOUR-FACTURATION > DERNIER-JOUR-MOIS
                 MOVE DERNIER-JOUR-MOIS TO JOUR-FACTURATION
              END-IF
              COMPUTE DATE-PIECE = MOIS-PREVU * 100 + JOUR-FACTURATION
              PERFORM CALCULER-ECHEANCE-PARA
              MOVE "CTR" TO SOURCE-FLUX
              MOVE CTR-NUM TO PIECE-FLUX
              MOVE MONTANT-CONTRAT TO MONTANT-FLUX
              ADD 1 TO NB-CONTRATS-PREVUS
              PERFORM AJOUTER-FLUX-PARA
           END-IF.

       VALORISER-LIGNE-VENTE-PARA.
           PERFORM CHERCHER-ARTICLE-PARA
           MOVE 0 TO UNIT-PRICE
           IF POS-ARTICLE > 0
              MOVE ART-T-PRIX(POS-ARTICLE) TO UNIT-PRICE
           END-IF

           MOVE 0 TO POS-TARIF
           MOVE "N" TO TARIF-PALIER
           MOVE 0 TO TARIF-SEUIL-RETENU
           MOVE 999 TO TARIF-SEUIL-DEFAUT
           PERFORM VARYING IDX-TRF FROM 1 BY 1
                   UNTIL IDX-TRF > NB-TARIFS
              IF TRF-CLIENT(IDX-TRF) = CODE-TIERS
                 AND TRF-ARTICLE(IDX-TRF) = ART-CODE
                 PERFORM RETENIR-TARIF-PARA
              END-IF
           END-PERFORM

           MOVE 0 TO REMISE-PCT-TOTALE
           IF POS-TARIF > 0
              IF TRF-PRIX(POS-TARIF) > 0
                 MOVE TRF-PRIX(POS-TARIF) TO UNIT-PRICE
              END-IF
              MOVE TRF-REMISE-PCT(POS-TARIF) TO REMISE-PCT-TOTALE
              IF TRF-QTE-SEUIL(POS-TARIF) > 0
                 AND QUANTITE-LIGNE >= TRF-QTE-SEUIL(POS-TARIF)
                 ADD TRF-REMISE-QTE-PCT(POS-TARIF) TO REMISE-PCT-TOTALE
              END-IF
              IF REMISE-PCT-TOTALE > 99.99
                 MOVE 99.99 TO REMISE-PCT-TOTALE
              END-IF
           END-IF

           COMPUTE LIGNE-BRUTE = QUANTITE-LIGNE * UNIT-PRICE
           COMPUTE REMISE-MONTANT ROUNDED =
              LIGNE-BRUTE * REMISE-PCT-TOTALE / 100
           COMPUTE LIGNE-HT = LIGNE-BRUTE - REMISE-MONTANT
           PERFORM CALCULER-TTC-LIGNE-PARA.

       RETENIR-TARIF-PARA.
           IF TRF-QTE-SEUIL(IDX-TRF) <= QUANTITE-LIGNE
              IF NOT PALIER-EST-ATTEINT
                 OR TRF-QTE-SEUIL(IDX-TRF) >= TARIF-SEUIL-RETENU
                 MOVE "O" TO TARIF-PALIER
                 MOVE TRF-QTE-SEUIL(IDX-TRF) TO TARIF-SEUIL-RETENU
                 MOVE IDX-TRF TO POS-TARIF
              END-IF
           ELSE
              IF NOT PALIER-EST-ATTEINT
                 AND TRF-QTE-SEUIL(IDX-TRF) < TARIF-SEUIL-DEFAUT
                 MOVE TRF-QTE-SEUIL(IDX-TRF) TO TARIF-SEUIL-DEFAUT
                 MOVE IDX-TRF TO POS-TARIF
              END-IF
           END-IF.

       CALCULER-TTC-LIGNE-PARA.
           EVALUATE CAT-TVA-LIGNE
              WHEN 2
                 COMPUTE LIGNE-TTC ROUNDED =
                    LIGNE-HT * (1 + TVA-TAUX-INTER)
              WHEN 3
                 COMPUTE LIGNE-TTC ROUNDED =
                    LIGNE-HT * (1 + TVA-TAUX-REDUIT)
              WHEN OTHER
                 COMPUTE LIGNE-TTC ROUNDED =
                    LIGNE-HT * (1 + TVA-TAUX-NORMAL)
           END-EVALUATE.

       PREVOIR-DEVIS-PARA.
           OPEN INPUT DEVIS-LOG-FILE
           IF DEVIS-LOG-STATUS = "00"
              PERFORM UNTIL DEVIS-LOG-STATUS NOT = "00"
                 READ DEVIS-LOG-FILE
                    NOT AT END
                       IF DEV-SIGNE AND DEV-TOTAL-TTC > 0
                          MOVE DEV-CLIENT TO CODE-TIERS
                          PERFORM CHERCHER-CLIENT-PARA
                          MOVE TODAY-DATE TO DATE-PIECE
                          PERFORM CALCULER-ECHEANCE-PARA
                          MOVE "DEV" TO SOURCE-FLUX
                          MOVE DEV-NUM TO PIECE-FLUX
                          MOVE DEV-TOTAL-TTC TO MONTANT-FLUX
                          ADD 1 TO NB-DEVIS-SIGNES
                          PERFORM AJOUTER-FLUX-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEVIS-LOG-FILE
           END-IF.

       CHARGER-ACHATS-PARA.
           MOVE 0 TO NB-ACHATS
           OPEN INPUT ACHATS-FILE
           IF ACHATS-FILE-STATUS = "00"
              PERFORM UNTIL ACHATS-FILE-STATUS NOT = "00"
                 READ ACHATS-FILE
                    NOT AT END
                       IF NB-ACHATS < 2000
                          AND ACH-PRIX-ACHAT IS NUMERIC
                          ADD 1 TO NB-ACHATS
                          MOVE ACH-ARTICLE TO ACT-ARTICLE(NB-ACHATS)
                          MOVE ACH-FOURNISSEUR
                            TO ACT-FOURNISSEUR(NB-ACHATS)
                          MOVE ACH-PRIX-ACHAT TO ACT-PRIX(NB-ACHATS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHATS-FILE
           END-IF.

       CHERCHER-PRIX-ACHAT-PARA.
           MOVE 0 TO PRIX-ACHAT
           PERFORM VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > NB-ACHATS OR PRIX-ACHAT > 0
              IF ACT-ARTICLE(IDX-ACT) = CDL-ARTICLE
                 AND ACT-FOURNISSEUR(IDX-ACT) = CODE-TIERS
                 MOVE ACT-PRIX(IDX-ACT) TO PRIX-ACHAT
              END-IF
           END-PERFORM
           PERFORM VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > NB-ACHATS OR PRIX-ACHAT > 0
              IF ACT-ARTICLE(IDX-ACT) = CDL-ARTICLE
                 MOVE ACT-PRIX(IDX-ACT) TO PRIX-ACHAT
              END-IF
           END-PERFORM.

       PREVOIR-FACTURES-FOURN-PARA.
           OPEN INPUT FACTFOUR-FILE
           IF FACTFOUR-STATUS = "00"
              PERFORM UNTIL FACTFOUR-STATUS NOT = "00"
                 READ FACTFOUR-FILE
                    NOT AT END
                       IF NOT FFR-PAYEE AND FFR-TOTAL-TTC > 0
                          MOVE FFR-FOURNISSEUR TO CODE-TIERS
                          MOVE FFR-DATE-ECHEANCE TO DATE-ECHEANCE
                          MOVE 0 TO RETARD-FLUX
                          MOVE "FFR" TO SOURCE-FLUX
                          MOVE FFR-NUM TO PIECE-FLUX
                          MOVE FFR-TOTAL-TTC TO MONTANT-FLUX
                          ADD 1 TO NB-FACTURES-FOURN
                          PERFORM AJOUTER-FLUX-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTFOUR-FILE
           END-IF

           MOVE 0 TO NB-FFC
           OPEN INPUT FACTFOUR-LIGNES-FILE
           IF FACTFOUR-LIGNES-STATUS = "00"
              PERFORM UNTIL FACTFOUR-LIGNES-STATUS NOT = "00"
                 READ FACTFOUR-LIGNES-FILE
                    NOT AT END
                       PERFORM CUMULER-FACTURATION-FOURN-PARA
                 END-READ
              END-PERFORM
              CLOSE FACTFOUR-LIGNES-FILE
           END-IF.

       CUMULER-FACTURATION-FOURN-PARA.
           MOVE 0 TO POS-FFC
           PERFORM VARYING IDX-FFC FROM 1 BY 1
                   UNTIL IDX-FFC > NB-FFC OR POS-FFC > 0
              IF FFC-COMMANDE(IDX-FFC) = FFL-NUM-COMMANDE
                 AND FFC-ARTICLE(IDX-FFC) = FFL-ARTICLE
                 MOVE IDX-FFC TO POS-FFC
              END-IF
           END-PERFORM
           IF POS-FFC = 0 AND NB-FFC < 2000
              ADD 1 TO NB-FFC
              MOVE NB-FFC TO POS-FFC
              MOVE FFL-NUM-COMMANDE TO FFC-COMMANDE(POS-FFC)
              MOVE FFL-ARTICLE TO FFC-ARTICLE(POS-FFC)
              MOVE 0 TO FFC-QTE(POS-FFC)
           END-IF
           IF POS-FFC > 0
              ADD FFL-QTE-FACTUREE TO FFC-QTE(POS-FFC)
           END-IF.

       PREVOIR-COMMANDES-PARA.
           MOVE 0 TO NB-COMMANDES
           OPEN INPUT COMMANDES-LOG-FILE
           IF COMMANDES-LOG-STATUS = "00"
              PERFORM UNTIL COMMANDES-LOG-STATUS NOT = "00"
                 READ COMMANDES-LOG-FILE
                    NOT AT END
                       IF CDE-EN-COURS
                          IF NB-COMMANDES < 500
                             ADD 1 TO NB-COMMANDES
                             MOVE CDE-NUM TO CMD-NUM(NB-COMMANDES)
                             MOVE CDE-FOURNISSEUR
                               TO CMD-FOURNISSEUR(NB-COMMANDES)
                             MOVE CDE-DATE TO CMD-DATE(NB-COMMANDES)
                             MOVE 0 TO CMD-MONTANT(NB-COMMANDES)
                          ELSE
                             DISPLAY "*** Table des commandes saturee "
                                     ": commande " CDE-NUM
                                     " non prise en compte ***"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMANDES-LOG-FILE
           END-IF

           OPEN INPUT COMMANDES-LIGNES-FILE
           IF COMMANDES-LIGNES-STATUS = "00"
              PERFORM UNTIL COMMANDES-LIGNES-STATUS NOT = "00"
                 READ COMMANDES-LIGNES-FILE
                    NOT AT END
                       PERFORM VALORISER-LIGNE-COMMANDE-PARA
                 END-READ
              END-PERFORM
              CLOSE COMMANDES-LIGNES-FILE
           END-IF

           PERFORM VARYING IDX-CMD FROM 1 BY 1
                   UNTIL IDX-CMD > NB-COMMANDES
              IF CMD-MONTANT(IDX-CMD) > 0
                 COMPUTE JOUR-LIVRAISON =
                    FUNCTION INTEGER-OF-DATE(CMD-DATE(IDX-CMD))
                    + DELAI-LIVRAISON
                 IF JOUR-LIVRAISON < JOUR-ORIGINE
                    MOVE JOUR-ORIGINE TO JOUR-LIVRAISON
                 END-IF
                 COMPUTE DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                    JOUR-LIVRAISON + DELAI-FOURNISSEUR)
                 MOVE CMD-FOURNISSEUR(IDX-CMD) TO CODE-TIERS
                 MOVE 0 TO RETARD-FLUX
                 MOVE "CDE" TO SOURCE-FLUX
                 MOVE CMD-NUM(IDX-CMD) TO PIECE-FLUX
                 MOVE CMD-MONTANT(IDX-CMD) TO MONTANT-FLUX
                 ADD 1 TO NB-COMMANDES-OUVERTES
                 PERFORM AJOUTER-FLUX-PARA
              END-IF
           END-PERFORM.

       VALORISER-LIGNE-COMMANDE-PARA.
           MOVE 0 TO POS-COMMANDE
           PERFORM VARYING IDX-CMD FROM 1 BY 1
                   UNTIL IDX-CMD > NB-COMMANDES OR POS-COMMANDE > 0
              IF CMD-NUM(IDX-CMD) = CDL-NUM
                 MOVE IDX-CMD TO POS-COMMANDE
              END-IF
           END-PERFORM
           IF POS-COMMANDE > 0
              PERFORM VALORISER-RESTE-COMMANDE-PARA
           END-IF.

       VALORISER-RESTE-COMMANDE-PARA.
           MOVE CDL-QTE-COMMANDEE TO QTE-RESTANTE
           PERFORM VARYING IDX-FFC FROM 1 BY 1 UNTIL IDX-FFC > NB-FFC
              IF FFC-COMMANDE(IDX-FFC) = CDL-NUM
                 AND FFC-ARTICLE(IDX-FFC) = CDL-ARTICLE
                 SUBTRACT FFC-QTE(IDX-FFC) FROM QTE-RESTANTE
              END-IF
           END-PERFORM

           IF QTE-RESTANTE > 0
              MOVE CMD-FOURNISSEUR(POS-COMMANDE) TO CODE-TIERS
              PERFORM CHERCHER-PRIX-ACHAT-PARA
              IF PRIX-ACHAT = 0
                 ADD 1 TO NB-LIGNES-SANS-PRIX
              ELSE
                 MOVE CDL-ARTICLE TO ART-CODE
                 PERFORM CHERCHER-ARTICLE-PARA
                 COMPUTE LIGNE-HT = QTE-RESTANTE * PRIX-ACHAT
                 PERFORM CALCULER-TTC-LIGNE-PARA
                 ADD LIGNE-TTC TO CMD-MONTANT(POS-COMMANDE)
              END-IF
           END-IF.

       CALCULER-SOLDES-PARA.
           MOVE SOLDE-OUVERTURE TO SOLDE-COURANT
           MOVE SOLDE-OUVERTURE TO SOLDE-MINIMUM
           MOVE 0 TO SEMAINE-MINIMUM
           PERFORM VARYING IDX-SEM FROM 1 BY 1
                   UNTIL IDX-SEM > NB-PERIODES
              COMPUTE SOLDE-COURANT = SOLDE-COURANT
                 + SEM-CREANCES(IDX-SEM) + SEM-CONTRATS(IDX-SEM)
                 + SEM-DEVIS(IDX-SEM) - SEM-FOURNISSEURS(IDX-SEM)
              MOVE SOLDE-COURANT TO SEM-SOLDE(IDX-SEM)
              IF IDX-SEM <= NB-SEMAINES
                 AND SOLDE-COURANT < SOLDE-MINIMUM
                 MOVE SOLDE-COURANT TO SOLDE-MINIMUM
                 MOVE IDX-SEM TO SEMAINE-MINIMUM
              END-IF
           END-PERFORM
           COMPUTE TOTAL-ENCAISSEMENTS =
              TOTAL-CREANCES + TOTAL-CONTRATS + TOTAL-DEVIS
           MOVE TOTAL-FOURNISSEURS TO TOTAL-DECAISSEMENTS.

       TRIER-FLUX-PARA.
           PERFORM VARYING IDX-FLX FROM 1 BY 1
                   UNTIL IDX-FLX >= NB-FLUX
              PERFORM VARYING JDX-FLX FROM 1 BY 1
                      UNTIL JDX-FLX > NB-FLUX - IDX-FLX
                 IF FLX-DATE(JDX-FLX) > FLX-DATE(JDX-FLX + 1)
                    MOVE FLX-ENTREE(JDX-FLX)     TO SWAP-FLX
                    MOVE FLX-ENTREE(JDX-FLX + 1) TO FLX-ENTREE(JDX-FLX)
                    MOVE SWAP-FLX TO FLX-ENTREE(JDX-FLX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       CHERCHER-NOM-TIERS-PARA.
           MOVE SPACES TO NOM-TIERS
           IF FLX-SOURCE(IDX-FLX) = "FFR" OR FLX-SOURCE(IDX-FLX) = "CDE"
              PERFORM VARYING IDX-FRN FROM 1 BY 1
                      UNTIL IDX-FRN > NB-FOURNISSEURS
                         OR NOM-TIERS NOT = SPACES
                 IF FRN-CODE(IDX-FRN) = FLX-TIERS(IDX-FLX)
                    MOVE FRN-NOM(IDX-FRN) TO NOM-TIERS
                 END-IF
              END-PERFORM
           ELSE
              MOVE FLX-TIERS(IDX-FLX) TO CODE-TIERS
              PERFORM CHERCHER-CLIENT-PARA
              IF POS-CLIENT > 0
                 MOVE CLT-NOM(POS-CLIENT) TO NOM-TIERS
              END-IF
           END-IF.

       ECRIRE-RAPPORT-PARA.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING "tresorerie-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE
           IF RAPPORT-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de creer '"
                      FUNCTION TRIM(RAPPORT-FILENAME)
                      "' - statut " RAPPORT-FILE-STATUS " ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WORK-LINE
           STRING "===== PREVISION DE TRESORERIE AU " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SOLDE-OUVERTURE TO MONTANT-EDIT
           MOVE NB-SEMAINES TO SEMAINE-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Solde bancaire d'ouverture : " DELIMITED BY SIZE
                  FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                  "    Horizon : " DELIMITED BY SIZE
                  FUNCTION TRIM(SEMAINE-EDIT) DELIMITED BY SIZE
                  " semaine(s)" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Montants TTC. Encaissements decales du retard moyen de reglement du client."
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Sem Debut      Creances   Contrats      Devis Fournisseurs Solde projete"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           PERFORM VARYING IDX-SEM FROM 1 BY 1
                   UNTIL IDX-SEM > NB-PERIODES
              IF IDX-SEM > NB-SEMAINES
                 MOVE "+" TO S-NUM
                 MOVE "AU-DELA" TO S-DEBUT
              ELSE
                 MOVE IDX-SEM TO SEMAINE-EDIT
                 MOVE SEMAINE-EDIT TO S-NUM
                 MOVE SEM-DEBUT(IDX-SEM) TO S-DEBUT
              END-IF
              MOVE SEM-CREANCES(IDX-SEM)     TO S-CREANCES
              MOVE SEM-CONTRATS(IDX-SEM)     TO S-CONTRATS
              MOVE SEM-DEVIS(IDX-SEM)        TO S-DEVIS
              MOVE SEM-FOURNISSEURS(IDX-SEM) TO S-FOURNISSEURS
              MOVE SEM-SOLDE(IDX-SEM)        TO S-SOLDE
              WRITE RAPPORT-RECORD FROM LIGNE-SEMAINE-FORMAT
           END-PERFORM

           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "TOT" TO S-NUM
           MOVE SPACES TO S-DEBUT
           MOVE TOTAL-CREANCES     TO S-CREANCES
           MOVE TOTAL-CONTRATS     TO S-CONTRATS
           MOVE TOTAL-DEVIS        TO S-DEVIS
           MOVE TOTAL-FOURNISSEURS TO S-FOURNISSEURS
           MOVE SOLDE-COURANT      TO S-SOLDE
           WRITE RAPPORT-RECORD FROM LIGNE-SEMAINE-FORMAT

           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE TOTAL-ENCAISSEMENTS TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Encaissements attendus : " DELIMITED BY SIZE
                  FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE TOTAL-DECAISSEMENTS TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Decaissements attendus : " DELIMITED BY SIZE
                  FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SOLDE-MINIMUM TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           IF SEMAINE-MINIMUM = 0
              STRING "Solde projete le plus bas : " DELIMITED BY SIZE
                     FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                     " (ouverture)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           ELSE
              MOVE SEMAINE-MINIMUM TO SEMAINE-EDIT
              STRING "Solde projete le plus bas : " DELIMITED BY SIZE
                     FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                     " (semaine " DELIMITED BY SIZE
                     FUNCTION TRIM(SEMAINE-EDIT) DELIMITED BY SIZE
                     " du " DELIMITED BY SIZE
                     SEM-DEBUT(SEMAINE-MINIMUM) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           END-IF
           WRITE RAPPORT-RECORD FROM WORK-LINE
           IF SOLDE-MINIMUM < 0
              MOVE "*** ATTENTION : DECOUVERT BANCAIRE PREVISIBLE ***"
                TO WORK-LINE
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-IF
           MOVE MONTANT-DOUTEUX TO MONTANT-EDIT
           MOVE DELAI-DOUTEUX TO JOURS-EDIT
           MOVE NB-CREANCES-DOUTEUSES TO NB-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Creances echues depuis plus de " DELIMITED BY SIZE
                  FUNCTION TRIM(JOURS-EDIT) DELIMITED BY SIZE
                  " jours, exclues : " DELIMITED BY SIZE
                  FUNCTION TRIM(NB-EDIT) DELIMITED BY SIZE
                  " pour " DELIMITED BY SIZE
                  FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           IF NB-LIGNES-SANS-PRIX > 0
              MOVE NB-LIGNES-SANS-PRIX TO NB-EDIT
              MOVE SPACES TO WORK-LINE
              STRING "Lignes de commande sans prix d'achat, non "
                     DELIMITED BY SIZE
                     "valorisees : " DELIMITED BY SIZE
                     FUNCTION TRIM(NB-EDIT) DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-IF
           IF NB-PAIEMENTS-ORPHELINS > 0
              MOVE NB-PAIEMENTS-ORPHELINS TO NB-EDIT
              MOVE SPACES TO WORK-LINE
              STRING "Reglements sur factures absentes du journal, "
                     DELIMITED BY SIZE
                     "ignores : " DELIMITED BY SIZE
                     FUNCTION TRIM(NB-EDIT) DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-IF

           PERFORM ECRIRE-COMPORTEMENTS-PARA
           PERFORM ECRIRE-DETAIL-FLUX-PARA
           CLOSE RAPPORT-FILE.

       ECRIRE-COMPORTEMENTS-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Comportement de paiement par client (retard moyen pondere par les montants)"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Code  Nom                            Delai FDM  Reglem. Retard"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           PERFORM VARYING IDX-CLT FROM 1 BY 1
                   UNTIL IDX-CLT > NB-CLIENTS
              MOVE CLT-CODE(IDX-CLT)          TO C-CODE
              MOVE CLT-NOM(IDX-CLT)           TO C-NOM
              MOVE CLT-DELAI(IDX-CLT)         TO C-DELAI
              IF CLT-FIN-DE-MOIS(IDX-CLT) = "O"
                 MOVE "FDM" TO C-FDM
              ELSE
                 MOVE SPACES TO C-FDM
              END-IF
              MOVE CLT-NB-REGLEMENTS(IDX-CLT) TO C-NB
              MOVE CLT-RETARD(IDX-CLT)        TO C-RETARD
              WRITE RAPPORT-RECORD FROM LIGNE-CLIENT-FORMAT
           END-PERFORM.

       ECRIRE-DETAIL-FLUX-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Detail des flux (CRE creance, CTR contrat, DEV devis signe, FFR facture"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "fournisseur, CDE commande fournisseur ouverte ; semaine EXC = creance exclue)"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Prevu    Sem Src Piece  Tiers Nom            Echeance Ret. Encaissem. Decaissem."
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           PERFORM VARYING IDX-FLX FROM 1 BY 1 UNTIL IDX-FLX > NB-FLUX
              PERFORM CHERCHER-NOM-TIERS-PARA
              MOVE FLX-DATE(IDX-FLX) TO D-DATE
              EVALUATE TRUE
                 WHEN FLX-SEMAINE(IDX-FLX) = 0
                    MOVE "EXC" TO D-SEMAINE
                 WHEN FLX-SEMAINE(IDX-FLX) > NB-SEMAINES
                    MOVE "+" TO D-SEMAINE
                 WHEN OTHER
                    MOVE FLX-SEMAINE(IDX-FLX) TO SEMAINE-EDIT
                    MOVE SEMAINE-EDIT TO D-SEMAINE
              END-EVALUATE
              MOVE FLX-SOURCE(IDX-FLX)   TO D-SOURCE
              MOVE FLX-PIECE(IDX-FLX)    TO D-PIECE
              MOVE FLX-TIERS(IDX-FLX)    TO D-TIERS
              MOVE NOM-TIERS             TO D-NOM
              MOVE FLX-ECHEANCE(IDX-FLX) TO D-ECHEANCE
              MOVE FLX-RETARD(IDX-FLX)   TO D-RETARD
              IF FLX-SOURCE(IDX-FLX) = "FFR"
                 OR FLX-SOURCE(IDX-FLX) = "CDE"
                 MOVE 0 TO D-ENCAISSEMENT
                 MOVE FLX-MONTANT(IDX-FLX) TO D-DECAISSEMENT
              ELSE
                 MOVE FLX-MONTANT(IDX-FLX) TO D-ENCAISSEMENT
                 MOVE 0 TO D-DECAISSEMENT
              END-IF
              WRITE RAPPORT-RECORD FROM LIGNE-FLUX-FORMAT
           END-PERFORM

           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Creances " DELIMITED BY SIZE
                  NB-CREANCES DELIMITED BY SIZE
                  "  contrats " DELIMITED BY SIZE
                  NB-CONTRATS-PREVUS DELIMITED BY SIZE
                  "  devis signes " DELIMITED BY SIZE
                  NB-DEVIS-SIGNES DELIMITED BY SIZE
                  "  fact. fourn. " DELIMITED BY SIZE
                  NB-FACTURES-FOURN DELIMITED BY SIZE
                  "  commandes " DELIMITED BY SIZE
                  NB-COMMANDES-OUVERTES DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           IF LOT-EST-DEJA-FACTURE
              MOVE SPACES TO WORK-LINE
              STRING "Contrats du mois " DELIMITED BY SIZE
                     MOIS-PREVU DELIMITED BY SIZE
                     " deja factures : compris dans les creances."
                     DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-IF.

       ECRIRE-CSV-PARA.
           MOVE SPACES TO CSV-FILENAME
           STRING "tresorerie-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO CSV-FILENAME
           END-STRING
           OPEN OUTPUT CSV-FILE
           IF CSV-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de creer '"
                      FUNCTION TRIM(CSV-FILENAME)
                      "' - statut " CSV-FILE-STATUS " ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "SEMAINE,DEBUT,FIN,CREANCES,CONTRATS,DEVIS_SIGNES,ENCAISSEMENTS,FOURNISSEURS,FLUX_NET,SOLDE_PROJETE"
             TO CSV-LINE
           WRITE CSV-RECORD FROM CSV-LINE

           MOVE SOLDE-OUVERTURE TO CSV-MONTANT-7
           MOVE SPACES TO CSV-LINE
           STRING "OUVERTURE," DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ",0.00,0.00,0.00,0.00,0.00,0.00," DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-MONTANT-7) DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING
           WRITE CSV-RECORD FROM CSV-LINE

           PERFORM VARYING IDX-SEM FROM 1 BY 1
                   UNTIL IDX-SEM > NB-PERIODES
              COMPUTE ENCAISSEMENTS-SEMAINE = SEM-CREANCES(IDX-SEM)
                 + SEM-CONTRATS(IDX-SEM) + SEM-DEVIS(IDX-SEM)
              COMPUTE FLUX-NET-SEMAINE = ENCAISSEMENTS-SEMAINE
                 - SEM-FOURNISSEURS(IDX-SEM)
              MOVE SEM-CREANCES(IDX-SEM)     TO CSV-MONTANT-1
              MOVE SEM-CONTRATS(IDX-SEM)     TO CSV-MONTANT-2
              MOVE SEM-DEVIS(IDX-SEM)        TO CSV-MONTANT-3
              MOVE ENCAISSEMENTS-SEMAINE     TO CSV-MONTANT-4
              MOVE SEM-FOURNISSEURS(IDX-SEM) TO CSV-MONTANT-5
              MOVE FLUX-NET-SEMAINE          TO CSV-MONTANT-6
              MOVE SEM-SOLDE(IDX-SEM)        TO CSV-MONTANT-7
              MOVE SPACES TO CSV-PREFIXE
              IF IDX-SEM > NB-SEMAINES
                 STRING "AU-DELA," DELIMITED BY SIZE
                        SEM-DEBUT(IDX-SEM) DELIMITED BY SIZE
                        ",," DELIMITED BY SIZE
                        INTO CSV-PREFIXE
                 END-STRING
              ELSE
                 MOVE IDX-SEM TO SEMAINE-EDIT
                 STRING FUNCTION TRIM(SEMAINE-EDIT) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        SEM-DEBUT(IDX-SEM) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        SEM-FIN(IDX-SEM) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        INTO CSV-PREFIXE
                 END-STRING
              END-IF
              MOVE SPACES TO CSV-LINE
              STRING FUNCTION TRIM(CSV-PREFIXE) DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-MONTANT-1) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-MONTANT-2) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-MONTANT-3) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-MONTANT-4) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-MONTANT-5) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-MONTANT-6) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(CSV-MONTANT-7) DELIMITED BY SIZE
                     INTO CSV-LINE
              END-STRING
              WRITE CSV-RECORD FROM CSV-LINE
           END-PERFORM
           CLOSE CSV-FILE.
