               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-LIGNES-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT BLOCAGES-FILE ASSIGN TO "encours-bloques.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLOCAGES-FILE-STATUS.

           SELECT SUPERVISEURS-FILE ASSIGN TO "superviseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPERVISEURS-FILE-STATUS.

           SELECT ACHATS-FILE ASSIGN TO "achats-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHATS-FILE-STATUS.

           SELECT CMUP-FILE ASSIGN TO "cmup-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMUP-FILE-STATUS.

           SELECT SCELLEMENT-FILE ASSIGN TO "scellement-etat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCELLEMENT-FILE-STATUS.

           SELECT TOTAUX-SCELLES-FILE ASSIGN TO "totaux-scelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTAUX-SCELLES-STATUS.

           SELECT LOTS-FILE ASSIGN TO "lots-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTS-FILE-STATUS.

           SELECT LOTS-MVT-FILE ASSIGN TO "lots-mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTS-MVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTURE-FILE.
       COPY "clirec.cpy".

       FD  CLIENTS-TEXTE-FILE.
       01  CLI-TEXTE          PIC X(105).

       FD  COUNTER-FILE.
       01  COUNTER-RECORD     PIC 9(6).
       COPY "artrec.cpy".

       FD  ARTICLES-TEXTE-FILE.
       01  ART-TEXTE          PIC X(46).

       FD  ORDERS-FILE.
       COPY "ordrec.cpy".
       COPY "hisrec.cpy".

       FD  HISTORIQUE-TMP-FILE.
       01  HIS-TMP-ENREG      PIC X(49).

       FD  PERIODES-FILE.
       COPY "clorec.cpy".
       FD  BL-LIGNES-FILE.
       COPY "bllrec.cpy".

       FD  PAYMENTS-FILE.
       COPY "payrec.cpy".

       FD  BLOCAGES-FILE.
       COPY "blqrec.cpy".

       FD  SUPERVISEURS-FILE.
       01  SUPERVISEUR-ENREG  PIC X(08).

       FD  ACHATS-FILE.
       COPY "achrec.cpy".

       FD  CMUP-FILE.
       COPY "cmurec.cpy".

       FD  SCELLEMENT-FILE.
       COPY "sctrec.cpy".

       FD  TOTAUX-SCELLES-FILE.
       COPY "gtorec.cpy".

       FD  LOTS-FILE.
       COPY "lotrec.cpy".

       FD  LOTS-MVT-FILE.
       COPY "lmvrec.cpy".

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS          PIC X(80).
       01  CMD-MODE            PIC X(40).
           88  MODE-CONVERSION         VALUE "C".
           88  MODE-LIVRAISON          VALUE "B".
           88  MODE-FACTURATION-BL     VALUE "G".
           88  MODE-LIBERATION         VALUE "R".

       01  DOC-TYPE            PIC X(01) VALUE "F".
           88  DOC-FACTURE             VALUE "F".
       01  ORD-EOF                PIC X VALUE "N".
           88  FIN-COMMANDES           VALUE "O".
       01  CURRENT-ORDER-CLIENT   PIC X(05).
       01  NB-BLOCAGES-LOT        PIC 9(5) VALUE 0.

       01  CMD-CLIENT-TABLE.
           05  CCL-ENTREE OCCURS 200.
               10  CCL-ARTICLE    PIC X(06).
               10  CCL-QUANTITE   PIC 9(3).
               10  CCL-VALIDE     PIC X(01).
       01  NB-CCL                 PIC 9(3) VALUE 0.
       01  NB-CCL-VALIDES         PIC 9(3) VALUE 0.
       01  IDX-CCL                PIC 9(3).

       01  REJEU-LIGNES           PIC X VALUE "N".
           88  EN-REJEU                VALUE "O".
       01  CLIENTS-TEXTE-STATUS   PIC X(02).
       01  ARTICLES-FILE-STATUS   PIC X(02).
       01  ARTICLES-TEXTE-STATUS  PIC X(02).
       01  STK-MAJ                PIC X(46).
       01  INVOICE-NUMBER         PIC 9(6) VALUE 0.
       01  INVOICE-NUMBER-EDIT    PIC 9(6).
       01  INVOICE-DATE           PIC 9(8).
           05  CLIENT-ADRESSE   PIC X(40).
           05  CLIENT-SIRET     PIC X(14).
           05  CLIENT-ACTIF     PIC X(01).
           05  CLIENT-DELAI-PAIEMENT PIC 9(3).
           05  CLIENT-FIN-DE-MOIS    PIC X(01).
           05  CLIENT-PLAFOND-ENCOURS PIC 9(9)V99.

       01  DATE-ECHEANCE          PIC 9(8) VALUE 0.
       01  MOIS-ECHEANCE          PIC 9(6).
       01  ANNEE-ECHEANCE         PIC 9(4).
       01  NUM-MOIS-ECHEANCE      PIC 9(2).
       01  DELAI-EDIT             PIC ZZ9.
       01  CSV-ECHEANCE           PIC X(08).

       01  PAY-FILE-STATUS        PIC X(02).
       01  PAY-EOF                PIC X VALUE "N".
           88  FIN-PAIEMENTS           VALUE "O".
       01  ENCOURS-TABLE.
           05  ENC-ENTREE OCCURS 2000.
               10  ENC-NUM        PIC 9(6).
               10  ENC-SOLDE      PIC S9(9)V99.
               10  ENC-SOLDEE     PIC X(01).
       01  NB-ENC                 PIC 9(4) VALUE 0.
       01  IDX-ENC                PIC 9(4).
       01  POS-ENC                PIC 9(4).
       01  NUM-FACTURE-ENCOURS    PIC 9(6).
       01  ENCOURS-CLIENT         PIC S9(9)V99 VALUE 0.
       01  MONTANT-DOCUMENT-ESTIME PIC 9(9)V99 VALUE 0.
       01  ESTIME-DOCUMENT-SAUVE  PIC 9(9)V99 VALUE 0.
       01  TTC-LIGNE-ESTIME       PIC 9(9)V99 VALUE 0.
       01  PROJECTION-ENCOURS     PIC S9(9)V99 VALUE 0.
       01  PLAFOND-DEPASSE        PIC X VALUE "N".
           88  PLAFOND-EST-DEPASSE     VALUE "O".
       01  DEROGATION-PLAFOND     PIC X VALUE "N".
           88  DEROGATION-ACCORDEE     VALUE "O".
       01  ENCOURS-EDIT           PIC -(9)9.99.
       01  PLAFOND-EDIT           PIC Z(9)9.99.
       01  ESTIME-EDIT            PIC Z(9)9.99.

       01  BLOCAGES-FILE-STATUS   PIC X(02).
       01  SUPERVISEURS-FILE-STATUS PIC X(02).
       01  ACHATS-FILE-STATUS     PIC X(02).
       01  CMUP-FILE-STATUS       PIC X(02).
       01  COUT-UNITAIRE          PIC 9(5)V9999.
       01  COUT-LIGNE             PIC 9(7)V99.
       01  CMUP-TROUVE            PIC X VALUE "N".
           88  CMUP-EST-TROUVE         VALUE "O".

       01  SCELLEMENT-FILE-STATUS PIC X(02).
       01  TOTAUX-SCELLES-STATUS  PIC X(02).
       01  JOUR-SCELLEMENT        PIC 9(8).
       COPY "sceauwrk.cpy".
       01  SUPERVISEUR-RECONNU    PIC X VALUE "N".
           88  SUPERVISEUR-EST-RECONNU VALUE "O".
       01  BLQ-TABLE.
           05  BLQ-ENTREE OCCURS 500 PIC X(132).
       01  NB-BLQ                 PIC 9(3) VALUE 0.
       01  IDX-BLQ                PIC 9(3).
       01  POS-BLQ                PIC 9(3) VALUE 0.
       01  NUM-BLOCAGE            PIC 9(6) VALUE 0.
       01  NUM-BLOCAGE-SAISI      PIC 9(6) VALUE 0.
       01  DERNIER-BLOCAGE-LISTE  PIC 9(6) VALUE 0.
       01  NB-BLOCAGES-ATTENTE    PIC 9(3) VALUE 0.
       01  DATE-BLOCAGE           PIC 9(8).
       01  DECISION-BLOCAGE       PIC X(01).
       01  STATUT-DECISION        PIC X(01).
       01  FIN-LIBERATION         PIC X VALUE "N".
           88  LIBERATION-FINIE        VALUE "O".

       01  ARTICLE-CODE-SAISI PIC X(06).
       01  ARTICLE-TROUVE     PIC X VALUE "N".
           05  ARTICLE-ACTIF    PIC X(01).
           05  ARTICLE-STOCK    PIC 9(5).
           05  ARTICLE-STOCK-MINI PIC 9(5).
           05  ARTICLE-GESTION-LOT PIC X(01).

       01  NB-TENTATIVES-ARTICLE  PIC 9(2) VALUE 0.
       01  NB-TENTATIVES-QUANTITE PIC 9(2) VALUE 0.
       01  RESTOCK-ABANDON        PIC X VALUE "N".
           88  EN-RESTOCK              VALUE "O".
       01  STK-TABLE.
           05  STK-ENTREE OCCURS 1000 PIC X(46).
       01  NB-STK                 PIC 9(4) VALUE 0.
       01  IDX-STK                PIC 9(4).

       01  STOCK-APRES-MVT        PIC 9(5).
       01  DATE-MOUVEMENT         PIC 9(8).

       01  LOTS-FILE-STATUS       PIC X(02).
       01  LOTS-MVT-STATUS        PIC X(02).
       01  LOT-TABLE.
           05  LOT-ENTREE OCCURS 2000 PIC X(59).
       01  NB-LOTS                PIC 9(4) VALUE 0.
       01  IDX-LOT                PIC 9(4).
       01  POS-LOT                PIC 9(4) VALUE 0.
       01  LOT-SATURE             PIC X VALUE "N".
           88  LOT-EST-SATURE          VALUE "O".
       01  GESTION-LOT-MAJ        PIC X VALUE "N".
           88  MAJ-GEREE-PAR-LOT       VALUE "O".
       01  DATE-VENTE             PIC 9(8).
       01  DLC-RETENUE            PIC 9(8).
       01  QTE-A-AFFECTER         PIC 9(5).
       01  QTE-PRISE              PIC 9(5).
       01  QTE-SANS-LOT           PIC 9(5) VALUE 0.
       01  STOCK-VENDABLE         PIC 9(5).
       01  STOCK-PERIME           PIC 9(5).
       01  STOCK-LOT-MANQUANT     PIC X VALUE "N".
           88  STOCK-LOT-EST-MANQUANT  VALUE "O".
       01  LIGNES-LOT-MANQUANTES  PIC 9(3) VALUE 0.
       01  LOT-QTE-EDIT           PIC ZZZZ9.
       01  ORIGINE-LOTS           PIC 9(6).
       01  TYPE-LOT-MVT           PIC X(01).
       01  DOCUMENT-LOT-MVT       PIC 9(6).
       01  CLIENT-LOT-MVT         PIC X(05).
       01  QTE-LOT-MVT            PIC S9(5).
       01  LOTS-LIGNE-TABLE.
           05  LLG-ENTREE OCCURS 20.
               10  LLG-LOT        PIC X(12).
               10  LLG-DLC        PIC 9(8).
               10  LLG-QUANTITE   PIC 9(5).
       01  NB-LOTS-LIGNE          PIC 9(2) VALUE 0.
       01  IDX-LLG                PIC 9(2).
       01  BL-ORIGINE-TABLE.
           05  BLO-NUM OCCURS 50  PIC 9(6).
       01  NB-BL-ORIGINE          PIC 9(2) VALUE 0.
       01  IDX-BLO                PIC 9(2).
       01  LOT-DOC-ORIGINE        PIC X VALUE "N".
           88  LOT-DOC-EST-ORIGINE     VALUE "O".
       01  RETOUR-LOTS-TABLE.
           05  RET-ENTREE OCCURS 50.
               10  RET-LOT        PIC X(12).
               10  RET-CLIENT     PIC X(05).
               10  RET-QTE        PIC S9(6).
       01  NB-RET                 PIC 9(2) VALUE 0.
       01  IDX-RET                PIC 9(2).
       01  POS-RET                PIC 9(2).

       01  EXPORT-FX-STATUS       PIC X(02).
       01  EXPORT-FX-FILENAME     PIC X(20).
       01  TRANSMISSIONS-STATUS   PIC X(02).
       01  BL-CLIENT-SELECTION    PIC X(05).
       01  BL-VALIDE              PIC X VALUE "N".
           88  BL-EST-VALIDE           VALUE "O".
       01  BL-SELECTIONNE         PIC X VALUE "N".
           88  BL-EST-SELECTIONNE      VALUE "O".
       01  BLV-TABLE.
           05  BLV-ENTREE OCCURS 500 PIC X(32).
       01  NB-BLV                 PIC 9(3) VALUE 0.
           05  FX-TYPE            PIC X(03).
           05  FX-DATE            PIC 9(8).
           05  FX-DEVISE          PIC X(03) VALUE "EUR".
           05  FX-ECHEANCE        PIC 9(8).
       01  FX-VENDEUR.
           05  FILLER             PIC X(03) VALUE "VDR".
           05  FX-VDR-SIRET       PIC X(14).
              WHEN "CONVERTIR"
                 MOVE "C" TO MODE-TRAITEMENT
                 PERFORM TRAITEMENT-CONVERSION-PARA
              WHEN "SIGNER"
                 PERFORM TRAITEMENT-SIGNATURE-PARA
              WHEN "BL"
                 MOVE "B" TO MODE-TRAITEMENT
                 PERFORM TRAITEMENT-LIVRAISON-PARA
              WHEN "FACTURER-BL"
                 MOVE "G" TO MODE-TRAITEMENT
                 PERFORM TRAITEMENT-FACTURATION-BL-PARA
              WHEN "LIBERER"
                 MOVE "R" TO MODE-TRAITEMENT
                 PERFORM TRAITEMENT-LIBERATION-PARA
              WHEN "FORCER"
                 MOVE "L" TO MODE-TRAITEMENT
                 MOVE "O" TO LOT-FORCE
              DISPLAY "Article " ARTICLE-CODE-SAISI
                      " - reste a livrer : " QUANTITY
              PERFORM SAISIR-QTE-LIVREE-PARA
              MOVE "O" TO LIGNE-CONFIRMEE
              PERFORM CONTROLER-STOCK-LOT-PARA
              IF STOCK-LOT-EST-MANQUANT
                 PERFORM SIGNALER-STOCK-LOT-PARA
                 MOVE "N" TO LIGNE-CONFIRMEE
              END-IF
              IF QUANTITY > 0 AND LIGNE-EST-CONFIRMEE
                 PERFORM CONTROLER-PLAFOND-LIGNE-PARA
              END-IF
              IF LIGNE-EST-CONFIRMEE
                 PERFORM ECRIRE-LIGNE-ARTICLE-PARA
              ELSE
                 DISPLAY "Ligne abandonnee."
              END-IF
           END-IF.

       CHARGER-LIVRAISONS-DEVIS-PARA.
              DISPLAY "*** Aucun BL retenu : facturation "
                      "abandonnee ***"
           ELSE
              MOVE BL-CLIENT-SELECTION TO CLIENT-CODE-SAISI
              PERFORM LOOKUP-CLIENT-PARA
              PERFORM ESTIMER-BL-SELECTION-PARA
              PERFORM CONTROLER-PLAFOND-PARA
              IF PLAFOND-EST-DEPASSE
                 PERFORM BLOQUER-BL-SELECTION-PARA
              ELSE
                 PERFORM FACTURER-BL-SELECTION-PARA
              END-IF
           END-IF.

       FACTURER-BL-SELECTION-PARA.
           MOVE "O" TO FACTURATION-BL
           PERFORM DEMARRER-FACTURE-PARA
           PERFORM REJOUER-LIGNES-BL-PARA
           PERFORM TERMINER-FACTURE-PARA
           PERFORM SOLDER-BL-PARA
           MOVE "N" TO FACTURATION-BL
           DISPLAY NB-BL-SELECTION " BL facture(s) sur la "
                   "facture " INVOICE-NUMBER-EDIT ".".

       ESTIMER-BL-SELECTION-PARA.
           MOVE 0 TO MONTANT-DOCUMENT-ESTIME
           IF CLIENT-PLAFOND-ENCOURS > 0
              PERFORM VARYING IDX-BLS FROM 1 BY 1
                      UNTIL IDX-BLS > NB-BL-SELECTION
                 MOVE BLS-NUM(IDX-BLS) TO BL-COURANT
                 PERFORM ESTIMER-UN-BL-PARA
              END-PERFORM
           END-IF.

       ESTIMER-UN-BL-PARA.
           MOVE "N" TO BLL-EOF
           OPEN INPUT BL-LIGNES-FILE
           IF BL-LIGNES-STATUS = "00"
              PERFORM UNTIL FIN-BL-LIGNES
                 READ BL-LIGNES-FILE
                    AT END
                       MOVE "O" TO BLL-EOF
                    NOT AT END
                       IF BLL-NUM = BL-COURANT
                          AND BLL-QTE-LIVREE > 0
                          MOVE BLL-ARTICLE    TO ARTICLE-CODE-SAISI
                          MOVE BLL-QTE-LIVREE TO QUANTITY
                          PERFORM ESTIMER-LIGNE-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BL-LIGNES-FILE
           END-IF
           MOVE "N" TO BLL-EOF.

       BLOQUER-BL-SELECTION-PARA.
           PERFORM OUVRIR-BLOCAGE-PARA
           PERFORM VARYING IDX-BLS FROM 1 BY 1
                   UNTIL IDX-BLS > NB-BL-SELECTION
              PERFORM PREPARER-BLOCAGE-PARA
              MOVE "B" TO BLQ-TYPE
              MOVE BLS-NUM(IDX-BLS) TO BLQ-PIECE
              WRITE BLQ-RECORD
           END-PERFORM
           CLOSE BLOCAGES-FILE
           PERFORM SIGNALER-BLOCAGE-PARA.

       CHARGER-BL-PARA.
           MOVE 0 TO NB-BLV
           OPEN INPUT BL-LOG-FILE
                       IF NB-BLV >= 500
                          DISPLAY "*** Fichier des BL trop grand "
                                  "pour la facturation ***"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-BLV
           ELSE
              MOVE DEV-CLIENT TO CLIENT-CODE-SAISI
              PERFORM LOOKUP-CLIENT-PARA
              MOVE DEV-TOTAL-TTC TO MONTANT-DOCUMENT-ESTIME
              PERFORM CONTROLER-PLAFOND-PARA
              PERFORM CONTROLER-STOCK-LOT-DEVIS-PARA
              EVALUATE TRUE
                 WHEN LIGNES-LOT-MANQUANTES > 0
                    PERFORM REFUSER-CONVERSION-LOT-PARA
                 WHEN PLAFOND-EST-DEPASSE
                    PERFORM OUVRIR-BLOCAGE-PARA
                    PERFORM PREPARER-BLOCAGE-PARA
                    MOVE "D" TO BLQ-TYPE
                    MOVE NUM-DEVIS-SAISI TO BLQ-PIECE
                    WRITE BLQ-RECORD
                    CLOSE BLOCAGES-FILE
                    PERFORM SIGNALER-BLOCAGE-PARA
                 WHEN OTHER
                    PERFORM CONVERTIR-DEVIS-PARA
              END-EVALUATE
           END-IF.

       CONVERTIR-DEVIS-PARA.
           PERFORM DEMARRER-FACTURE-PARA
           PERFORM REJOUER-LIGNES-DEVIS-PARA
           PERFORM TERMINER-FACTURE-PARA
           PERFORM SOLDER-DEVIS-PARA
           DISPLAY "Devis " NUM-DEVIS-SAISI " converti en "
                   "facture " INVOICE-NUMBER-EDIT ".".

       TRAITEMENT-SIGNATURE-PARA.
           DISPLAY "Numero du devis signe par le client : "
           ACCEPT NUM-DEVIS-SAISI
           PERFORM CHERCHER-DEVIS-PARA
           ACCEPT DATE-VENTE FROM DATE YYYYMMDD

           IF NOT DEVIS-EST-TROUVE
              DISPLAY "*** Devis inconnu ou deja converti : "
                      NUM-DEVIS-SAISI " ***"
           ELSE
              IF DEV-SIGNE
                 DISPLAY "Devis " NUM-DEVIS-SAISI " deja signe."
              ELSE
                 IF DEV-DATE-VALIDITE < DATE-VENTE
                    DISPLAY "*** Devis " NUM-DEVIS-SAISI " hors "
                            "validite (" DEV-DATE-VALIDITE
                            ") : etablir un nouveau devis ***"
                 ELSE
                    MOVE "S" TO DEV-STATUT
                    MOVE DEV-RECORD TO DEV-ENTREE(POS-DEVIS)
                    PERFORM REECRIRE-DEVIS-PARA
                 END-IF
              END-IF
           END-IF.

       REECRIRE-DEVIS-PARA.
           OPEN OUTPUT DEVIS-LOG-FILE
           IF DEVIS-LOG-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire devis-log.txt - "
                      "statut " DEVIS-LOG-STATUS " : le devis "
                      NUM-DEVIS-SAISI " n'est pas marque signe ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING IDX-DEVIS FROM 1 BY 1
                      UNTIL IDX-DEVIS > NB-DEVIS
                 MOVE DEV-ENTREE(IDX-DEVIS) TO DEV-RECORD
                 WRITE DEV-RECORD
              END-PERFORM
              CLOSE DEVIS-LOG-FILE
              DISPLAY "Devis " NUM-DEVIS-SAISI " marque signe."
           END-IF.

       CHERCHER-DEVIS-PARA.
                       IF NB-DEVIS >= 500
                          DISPLAY "*** Fichier devis trop grand pour "
                                  "la conversion ***"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-DEVIS
                       MOVE DEV-RECORD TO DEV-ENTREE(NB-DEVIS)
                       IF DEV-NUM = NUM-DEVIS-SAISI
                          AND (DEV-EN-COURS OR DEV-SIGNE)
                          MOVE "O" TO DEVIS-TROUVE
                          MOVE NB-DEVIS TO POS-DEVIS
                       END-IF
                       PERFORM SAISIR-QTE-LIVREE-PARA
                    END-IF
                    MOVE "O" TO LIGNE-CONFIRMEE
                    PERFORM CONTROLER-STOCK-LOT-PARA
                    IF STOCK-LOT-EST-MANQUANT
                       AND (DOC-FACTURE OR DOC-LIVRAISON)
                       PERFORM SIGNALER-STOCK-LOT-PARA
                       MOVE "N" TO LIGNE-CONFIRMEE
                    END-IF
                    IF QUANTITY > ARTICLE-STOCK
                       AND LIGNE-EST-CONFIRMEE
                       AND (DOC-FACTURE OR DOC-LIVRAISON)
                       DISPLAY "*** Stock insuffisant pour "
                               ARTICLE-CODE-SAISI " (disponible : "
                       END-IF
                    END-IF

                    IF LIGNE-EST-CONFIRMEE
                       PERFORM CONTROLER-PLAFOND-LIGNE-PARA
                    END-IF

                    IF LIGNE-EST-CONFIRMEE
                       PERFORM ECRIRE-LIGNE-ARTICLE-PARA
                       IF MODE-INTERACTIF
           IF ORDERS-FILE-STATUS NOT = "00"
              DISPLAY "Impossible d'ouvrir le fichier de commandes : "
                       PARAM-FICHIER
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM ENREGISTRER-RUN-PARA

                 MOVE ORD-CLIENT TO CURRENT-ORDER-CLIENT
                 PERFORM LOOKUP-CLIENT-PARA

                 PERFORM CHARGER-COMMANDES-CLIENT-PARA
                 PERFORM ESTIMER-COMMANDES-CLIENT-PARA
                 IF NB-CCL-VALIDES = 0
                    DISPLAY "*** Aucune ligne facturable pour le client "
                            CURRENT-ORDER-CLIENT " ***"
                 ELSE
                    PERFORM CONTROLER-PLAFOND-PARA
                    IF PLAFOND-EST-DEPASSE
                       PERFORM BLOQUER-COMMANDES-CLIENT-PARA
                    ELSE
                       PERFORM FACTURER-COMMANDES-CLIENT-PARA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ORDERS-FILE
              CLOSE REJETS-FILE

              PERFORM ECRIRE-CONTROLE-LOT-PARA
              PERFORM ENREGISTRER-RUN-PARA
           END-IF.

       CHARGER-COMMANDES-CLIENT-PARA.
           MOVE 0 TO NB-CCL
           PERFORM UNTIL FIN-COMMANDES
                       OR ORD-CLIENT NOT = CURRENT-ORDER-CLIENT
                       OR NB-CCL >= 200
              ADD 1 TO NB-CCL
              MOVE ORD-ARTICLE  TO CCL-ARTICLE(NB-CCL)
              MOVE ORD-QUANTITE TO CCL-QUANTITE(NB-CCL)
              MOVE "O"          TO CCL-VALIDE(NB-CCL)
              PERFORM LIRE-COMMANDE-PARA
           END-PERFORM.

       ESTIMER-COMMANDES-CLIENT-PARA.
           MOVE 0 TO MONTANT-DOCUMENT-ESTIME
           MOVE 0 TO NB-CCL-VALIDES
           PERFORM VARYING IDX-CCL FROM 1 BY 1
                   UNTIL IDX-CCL > NB-CCL
              MOVE CCL-ARTICLE(IDX-CCL)  TO ARTICLE-CODE-SAISI
              MOVE CCL-QUANTITE(IDX-CCL) TO QUANTITY
              PERFORM LOOKUP-ARTICLE-PARA
              IF QUANTITY = 0 OR ARTICLE-PRIX = 0
                 DISPLAY "*** Ligne de commande ignoree (quantite ou "
                         "prix nul) : " CURRENT-ORDER-CLIENT " "
                         ARTICLE-CODE-SAISI
                 PERFORM REJETER-LIGNE-PARA
                 MOVE "N" TO CCL-VALIDE(IDX-CCL)
              ELSE
                 PERFORM CONTROLER-STOCK-LOT-PARA
                 IF STOCK-LOT-EST-MANQUANT
                    PERFORM SIGNALER-STOCK-LOT-PARA
                    PERFORM REJETER-LIGNE-PARA
                    MOVE "N" TO CCL-VALIDE(IDX-CCL)
                 ELSE
                    ADD 1 TO NB-CCL-VALIDES
                    IF CLIENT-PLAFOND-ENCOURS > 0
                       PERFORM TARIFER-LIGNE-PARA
                       PERFORM ESTIMER-TTC-LIGNE-PARA
                       ADD TTC-LIGNE-ESTIME TO MONTANT-DOCUMENT-ESTIME
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FACTURER-COMMANDES-CLIENT-PARA.
           PERFORM DEMARRER-FACTURE-PARA

           PERFORM VARYING IDX-CCL FROM 1 BY 1
                   UNTIL IDX-CCL > NB-CCL
              IF CCL-VALIDE(IDX-CCL) = "O"
                 MOVE CCL-ARTICLE(IDX-CCL) TO ARTICLE-CODE-SAISI
                 PERFORM LOOKUP-ARTICLE-PARA
                 MOVE CCL-QUANTITE(IDX-CCL) TO QUANTITY
                 IF ARTICLE-PRIX = 0
                    DISPLAY "*** Ligne ignoree (article inactif ou "
                            "prix nul) : " ARTICLE-CODE-SAISI
                 ELSE
                    PERFORM CONTROLER-STOCK-LOT-PARA
                    IF STOCK-LOT-EST-MANQUANT
                       PERFORM SIGNALER-STOCK-LOT-PARA
                       PERFORM REJETER-LIGNE-PARA
                    ELSE
                       IF QUANTITY > ARTICLE-STOCK
                          DISPLAY "*** Stock insuffisant pour "
                                  ARTICLE-CODE-SAISI " (disponible : "
                                  ARTICLE-STOCK "), ligne facturee ***"
                       END-IF
                       PERFORM ECRIRE-LIGNE-ARTICLE-PARA
                       ADD 1 TO LIGNES-FACTUREES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM TERMINER-FACTURE-PARA
           ADD 1 TO NB-FACTURES-LOT
           ADD TOTAL-TTC TO TTC-LOT.

       BLOQUER-COMMANDES-CLIENT-PARA.
           PERFORM OUVRIR-BLOCAGE-PARA
           PERFORM VARYING IDX-CCL FROM 1 BY 1
                   UNTIL IDX-CCL > NB-CCL
              IF CCL-VALIDE(IDX-CCL) = "O"
                 PERFORM PREPARER-BLOCAGE-PARA
                 MOVE "C"                   TO BLQ-TYPE
                 MOVE PARAM-FICHIER         TO BLQ-FICHIER
                 MOVE CCL-ARTICLE(IDX-CCL)  TO BLQ-ARTICLE
                 MOVE CCL-QUANTITE(IDX-CCL) TO BLQ-QUANTITE
                 WRITE BLQ-RECORD
              END-IF
           END-PERFORM
           CLOSE BLOCAGES-FILE
           ADD 1 TO NB-BLOCAGES-LOT
           PERFORM SIGNALER-BLOCAGE-PARA.

       LIRE-COMMANDE-PARA.
           READ ORDERS-FILE

       REJETER-LIGNE-PARA.
           ADD 1 TO LIGNES-REJETEES
           MOVE PARAM-FICHIER        TO REJ-FICHIER
           MOVE CURRENT-ORDER-CLIENT TO REJ-CLIENT
           MOVE ARTICLE-CODE-SAISI   TO REJ-ARTICLE
           MOVE QUANTITY             TO REJ-QUANTITE
           EVALUATE TRUE
              WHEN QUANTITY = 0
                 MOVE "QTE" TO REJ-MOTIF
              WHEN ARTICLE-PRIX = 0
                 MOVE "ART" TO REJ-MOTIF
              WHEN STOCK-LOT-EST-MANQUANT
                 MOVE "LOT" TO REJ-MOTIF
              WHEN OTHER
                 MOVE "ART" TO REJ-MOTIF
           END-EVALUATE
           WRITE REJ-RECORD.

       VERIFIER-RUN-PARA.
           END-STRING
           WRITE CONTROLE-RECORD FROM WORK-LINE

           MOVE NB-BLOCAGES-LOT TO COMPTEUR-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Documents bloques  : " DELIMITED BY SIZE
                  COMPTEUR-EDIT DELIMITED BY SIZE
                  " (plafond d'encours)" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE CONTROLE-RECORD FROM WORK-LINE

           CLOSE CONTROLE-FILE

           DISPLAY "Controle de lot genere dans '"
           IF PERIODE-EST-CLOSE
              DISPLAY "*** Periode " MOIS-DOCUMENT " close : aucun "
                      "document ne peut y etre cree ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF DOC-FACTURE OR DOC-AVOIR
              PERFORM CONTROLER-ETAT-SCELLEMENT-PARA
           END-IF

           IF (MODE-INTERACTIF OR MODE-LIVRAISON)
              AND (DOC-FACTURE OR DOC-LIVRAISON)
              MOVE 0 TO MONTANT-DOCUMENT-ESTIME
              PERFORM CONTROLER-PLAFOND-PARA
              IF PLAFOND-EST-DEPASSE
                 MOVE ENCOURS-CLIENT TO ENCOURS-EDIT
                 MOVE CLIENT-PLAFOND-ENCOURS TO PLAFOND-EDIT
                 DISPLAY "*** Encours du client " CLIENT-CODE " ("
                         FUNCTION TRIM(ENCOURS-EDIT) ") au-dela du "
                         "plafond (" FUNCTION TRIM(PLAFOND-EDIT)
                         ") : document refuse ***"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           PERFORM NUMEROTER-FACTURE-PARA

           IF DOC-DEVIS
              COMPUTE DATE-VALIDITE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(INVOICE-DATE) + 30)
           END-IF
           PERFORM CALCULER-ECHEANCE-PARA

           PERFORM OUVRIR-FACTURE-PARA.

              DISPLAY "*** Periode " MOIS-DOCUMENT " close : la "
                      "facture interrompue ne peut pas etre "
                      "reprise ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CONTROLER-ETAT-SCELLEMENT-PARA
           PERFORM CALCULER-ECHEANCE-PARA
           IF CLIENT-PLAFOND-ENCOURS > 0
              PERFORM CALCULER-ENCOURS-CLIENT-PARA
           END-IF

           MOVE SPACES TO FACTURE-FILENAME
           STRING "facture-" DELIMITED BY SIZE
                      FUNCTION TRIM(CSV-FILENAME)
                      "' - statut " CSV-FILE-STATUS " ***"
           END-IF
           MOVE "TYPE,FACTURE,CLIENT,ARTICLE,LIBELLE,QTE,PU,MONTANT,TOTAL_HT,TVA_MONTANT,TOTAL_TTC,ECHEANCE"
             TO CSV-LINE
           WRITE CSV-RECORD FROM CSV-LINE

              MOVE "380" TO FX-TYPE
           END-IF
           MOVE INVOICE-DATE TO FX-DATE
           MOVE DATE-ECHEANCE TO FX-ECHEANCE
           WRITE EXPORT-FX-RECORD FROM FX-ENTETE

           MOVE EMETTEUR-SIRET TO FX-VDR-SIRET

       ECRIRE-LIGNE-ARTICLE-PARA.
           MOVE ARTICLE-LIBELLE TO ARTICLE-NAME
           PERFORM TARIFER-LIGNE-PARA
           COMPUTE TOTAL-HT = TOTAL-HT + LINE-TOTAL

           MOVE ARTICLE-CAT TO LINE-CAT
           EVALUATE LINE-CAT
              WHEN 2
                 COMPUTE HT-CAT-2 = HT-CAT-2 + LINE-TOTAL
              WHEN 3
                 COMPUTE HT-CAT-3 = HT-CAT-3 + LINE-TOTAL
              WHEN OTHER
                 COMPUTE HT-CAT-1 = HT-CAT-1 + LINE-TOTAL
           END-EVALUATE
           PERFORM ECRIRE-LIGNE-DOCUMENT-PARA.

       TARIFER-LIGNE-PARA.
           MOVE ARTICLE-PRIX    TO UNIT-PRICE

           PERFORM LOOKUP-TARIF-PARA
           COMPUTE LIGNE-BRUTE = QUANTITY * UNIT-PRICE
           COMPUTE REMISE-MONTANT ROUNDED =
              LIGNE-BRUTE * REMISE-PCT-TOTALE / 100
           COMPUTE LINE-TOTAL = LIGNE-BRUTE - REMISE-MONTANT.

       ESTIMER-LIGNE-PARA.
           PERFORM LOOKUP-ARTICLE-PARA
           IF ARTICLE-PRIX > 0
              PERFORM TARIFER-LIGNE-PARA
              PERFORM ESTIMER-TTC-LIGNE-PARA
              ADD TTC-LIGNE-ESTIME TO MONTANT-DOCUMENT-ESTIME
           END-IF.

       ESTIMER-TTC-LIGNE-PARA.
           EVALUATE ARTICLE-CAT
              WHEN 2
                 COMPUTE TTC-LIGNE-ESTIME ROUNDED =
                    LINE-TOTAL * (1 + TVA-TAUX-INTER)
              WHEN 3
                 COMPUTE TTC-LIGNE-ESTIME ROUNDED =
                    LINE-TOTAL * (1 + TVA-TAUX-REDUIT)
              WHEN OTHER
                 COMPUTE TTC-LIGNE-ESTIME ROUNDED =
                    LINE-TOTAL * (1 + TVA-TAUX-NORMAL)
           END-EVALUATE.

       ECRIRE-LIGNE-DOCUMENT-PARA.
           COMPUTE LIGNE-SIGNE = LIGNE-BRUTE * DOC-SENS

           MOVE ARTICLE-NAME TO F-ART
                  FUNCTION TRIM(CSV-PRIX-EDIT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TOTAL-EDIT) DELIMITED BY SIZE
                  ",,,," DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING
           WRITE CSV-RECORD FROM CSV-LINE
                    PERFORM ECRIRE-HISTORIQUE-LIGNE-PARA
                    IF NOT EN-FACTURATION-BL
                       PERFORM MAJ-STOCK-PARA
                       PERFORM IMPRIMER-LOTS-LIGNE-PARA
                    END-IF
                 END-IF
           END-EVALUATE.

           IF QUANTITY > 0
              PERFORM MAJ-STOCK-PARA
              PERFORM IMPRIMER-LOTS-LIGNE-PARA
           END-IF.

       GARDER-LIGNE-AVOIR-PARA.
           MOVE ARTICLE-CODE-SAISI TO HIS-ARTICLE
           MOVE QUANTITY           TO HIS-QUANTITE
           COMPUTE HIS-MONTANT = LINE-TOTAL * DOC-SENS
           PERFORM CHERCHER-COUT-REVIENT-PARA
           COMPUTE COUT-LIGNE ROUNDED = QUANTITY * COUT-UNITAIRE
           COMPUTE HIS-COUT-REVIENT = COUT-LIGNE * DOC-SENS
           WRITE HIS-RECORD
           CLOSE HISTORIQUE-FILE

           IF NOT DOC-AVOIR AND LINE-TOTAL < COUT-LIGNE
              DISPLAY "*** Article " ARTICLE-CODE-SAISI " vendu sous "
                      "son cout de revient (facture " INVOICE-NUMBER
                      ") ***"
           END-IF.

       CHERCHER-COUT-REVIENT-PARA.
           MOVE "N" TO CMUP-TROUVE
           MOVE 0 TO COUT-UNITAIRE
           OPEN INPUT CMUP-FILE
           IF CMUP-FILE-STATUS = "00"
              PERFORM UNTIL CMUP-FILE-STATUS NOT = "00"
                 READ CMUP-FILE
                    NOT AT END
                       IF CMU-ARTICLE = ARTICLE-CODE-SAISI
                          MOVE "O" TO CMUP-TROUVE
                          MOVE CMU-CMUP TO COUT-UNITAIRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CMUP-FILE
           END-IF

           IF NOT CMUP-EST-TROUVE
              OPEN INPUT ACHATS-FILE
              IF ACHATS-FILE-STATUS = "00"
                 PERFORM UNTIL ACHATS-FILE-STATUS NOT = "00"
                            OR COUT-UNITAIRE > 0
                    READ ACHATS-FILE
                       NOT AT END
                          IF ACH-ARTICLE = ARTICLE-CODE-SAISI
                             AND ACH-PRIX-ACHAT IS NUMERIC
                             MOVE ACH-PRIX-ACHAT TO COUT-UNITAIRE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ACHATS-FILE
              END-IF
           END-IF.

       ECRIRE-LIGNE-REMISE-PARA.
           MOVE REMISE-PCT-TOTALE TO REMISE-PCT-EDIT
                  FUNCTION TRIM(REMISE-PCT-EDIT) DELIMITED BY SIZE
                  " %,,," DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TOTAL-EDIT) DELIMITED BY SIZE
                  ",,,," DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING
           WRITE CSV-RECORD FROM CSV-LINE.
           MOVE TAR-REMISE-QTE-PCT TO TARIF-REMISE-QTE-PCT.

       MAJ-STOCK-PARA.
           MOVE 0 TO NB-LOTS-LIGNE
           MOVE 0 TO QTE-SANS-LOT
           MOVE "N" TO GESTION-LOT-MAJ
           PERFORM VERROUILLER-STOCK-PARA
           IF NOT VERROU-STOCK-EST-OBTENU
              DISPLAY "*** Fichier articles verrouille par une autre "
                    END-IF
                 END-IF
                 MOVE ART-STOCK TO STOCK-APRES-MVT
                 MOVE ART-GESTION-LOT TO GESTION-LOT-MAJ
                 MOVE ART-RECORD TO STK-ENTREE(IDX-STK)
                 MOVE ART-RECORD TO STK-MAJ
              END-IF
              IF STK-MAJ NOT = SPACES
                 PERFORM MAJ-STOCK-INDEX-PARA
                 PERFORM ECRIRE-MOUVEMENT-STOCK-PARA
                 IF MAJ-GEREE-PAR-LOT
                    PERFORM MAJ-LOTS-PARA
                 END-IF
              END-IF
           END-IF.

           WRITE MVT-RECORD
           CLOSE MOUVEMENTS-FILE.

       MAJ-LOTS-PARA.
           ACCEPT DATE-VENTE FROM DATE YYYYMMDD
           PERFORM CHARGER-LOTS-PARA
           IF LOT-EST-SATURE
              DISPLAY "*** Fichier lots-stock.txt trop grand : lots de "
                      ARTICLE-CODE-SAISI " non mis a jour ***"
           ELSE
              IF DOC-AVOIR OR EN-RESTOCK
                 PERFORM RECREDITER-LOTS-PARA
              ELSE
                 PERFORM CONSOMMER-LOTS-PARA
              END-IF
              PERFORM SAUVER-LOTS-PARA
           END-IF.

       CHARGER-LOTS-PARA.
           MOVE 0 TO NB-LOTS
           MOVE "N" TO LOT-SATURE
           OPEN INPUT LOTS-FILE
           IF LOTS-FILE-STATUS = "00"
              PERFORM UNTIL LOTS-FILE-STATUS NOT = "00"
                          OR LOT-EST-SATURE
                 READ LOTS-FILE
                    NOT AT END
                       IF NB-LOTS >= 2000
                          MOVE "O" TO LOT-SATURE
                       ELSE
                          ADD 1 TO NB-LOTS
                          MOVE LOT-RECORD TO LOT-ENTREE(NB-LOTS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTS-FILE
           END-IF.

       SAUVER-LOTS-PARA.
           OPEN OUTPUT LOTS-FILE
           IF LOTS-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire lots-stock.txt - "
                      "statut " LOTS-FILE-STATUS " ***"
           ELSE
              PERFORM VARYING IDX-LOT FROM 1 BY 1
                      UNTIL IDX-LOT > NB-LOTS
                 MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
                 WRITE LOT-RECORD
              END-PERFORM
              CLOSE LOTS-FILE
           END-IF.

       CONSOMMER-LOTS-PARA.
           MOVE QUANTITY TO QTE-A-AFFECTER
           PERFORM CHOISIR-LOT-FEFO-PARA
           PERFORM UNTIL QTE-A-AFFECTER = 0 OR POS-LOT = 0
              PERFORM PRELEVER-LOT-PARA
              PERFORM CHOISIR-LOT-FEFO-PARA
           END-PERFORM

           MOVE QTE-A-AFFECTER TO QTE-SANS-LOT
           IF QTE-SANS-LOT > 0
              DISPLAY "*** Article " ARTICLE-CODE-SAISI " : "
                      QTE-SANS-LOT " unite(s) sortie(s) sans lot non "
                      "perime disponible ***"
           END-IF.

       CHOISIR-LOT-FEFO-PARA.
           MOVE 0 TO POS-LOT
           MOVE 99999999 TO DLC-RETENUE
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
              MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
              IF LOT-ARTICLE = ARTICLE-CODE-SAISI
                 AND LOT-DISPONIBLE
                 AND LOT-QTE-RESTANTE > 0
                 AND LOT-DLC >= DATE-VENTE
                 AND LOT-DLC < DLC-RETENUE
                 MOVE IDX-LOT TO POS-LOT
                 MOVE LOT-DLC TO DLC-RETENUE
              END-IF
           END-PERFORM.

       PRELEVER-LOT-PARA.
           MOVE LOT-ENTREE(POS-LOT) TO LOT-RECORD
           IF LOT-QTE-RESTANTE > QTE-A-AFFECTER
              MOVE QTE-A-AFFECTER TO QTE-PRISE
           ELSE
              MOVE LOT-QTE-RESTANTE TO QTE-PRISE
           END-IF
           SUBTRACT QTE-PRISE FROM LOT-QTE-RESTANTE
           SUBTRACT QTE-PRISE FROM QTE-A-AFFECTER
           IF LOT-QTE-RESTANTE = 0
              MOVE "E"        TO LOT-STATUT
              MOVE DATE-VENTE TO LOT-DATE-STATUT
           END-IF
           MOVE LOT-RECORD TO LOT-ENTREE(POS-LOT)

           IF NB-LOTS-LIGNE < 20
              ADD 1 TO NB-LOTS-LIGNE
              MOVE LOT-NUMERO TO LLG-LOT(NB-LOTS-LIGNE)
              MOVE LOT-DLC    TO LLG-DLC(NB-LOTS-LIGNE)
              MOVE QTE-PRISE  TO LLG-QUANTITE(NB-LOTS-LIGNE)
           END-IF

           IF DOC-LIVRAISON
              MOVE "L" TO TYPE-LOT-MVT
           ELSE
              MOVE "F" TO TYPE-LOT-MVT
           END-IF
           MOVE INVOICE-NUMBER TO DOCUMENT-LOT-MVT
           MOVE 0              TO ORIGINE-LOTS
           MOVE CLIENT-CODE    TO CLIENT-LOT-MVT
           COMPUTE QTE-LOT-MVT = 0 - QTE-PRISE
           PERFORM ECRIRE-MOUVEMENT-LOT-PARA.

       RECREDITER-LOTS-PARA.
           MOVE 0 TO NB-BL-ORIGINE
           IF EN-RESTOCK
              MOVE ABANDON-NUM-FACTURE TO ORIGINE-LOTS
           ELSE
              MOVE NUM-FACTURE-ORIGINE TO ORIGINE-LOTS
              PERFORM CHARGER-BL-ORIGINE-PARA
           END-IF
           PERFORM CHARGER-RETOURS-LOTS-PARA

           MOVE QUANTITY TO QTE-A-AFFECTER
           PERFORM VARYING IDX-RET FROM 1 BY 1
                   UNTIL IDX-RET > NB-RET OR QTE-A-AFFECTER = 0
              IF RET-QTE(IDX-RET) > 0
                 PERFORM RESTITUER-LOT-PARA
              END-IF
           END-PERFORM

           MOVE QTE-A-AFFECTER TO QTE-SANS-LOT
           IF QTE-SANS-LOT > 0
              DISPLAY "*** Article " ARTICLE-CODE-SAISI " : "
                      QTE-SANS-LOT " unite(s) remise(s) en stock hors "
                      "lot (lot d'origine introuvable ou detruit) ***"
           END-IF.

       CHARGER-BL-ORIGINE-PARA.
           OPEN INPUT BL-LOG-FILE
           IF BL-LOG-STATUS = "00"
              PERFORM UNTIL BL-LOG-STATUS NOT = "00"
                 READ BL-LOG-FILE
                    NOT AT END
                       IF BLV-NUM-FACTURE = ORIGINE-LOTS
                          AND NB-BL-ORIGINE < 50
                          ADD 1 TO NB-BL-ORIGINE
                          MOVE BLV-NUM TO BLO-NUM(NB-BL-ORIGINE)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BL-LOG-FILE
           END-IF.

       CHARGER-RETOURS-LOTS-PARA.
           MOVE 0 TO NB-RET
           OPEN INPUT LOTS-MVT-FILE
           IF LOTS-MVT-STATUS = "00"
              PERFORM UNTIL LOTS-MVT-STATUS NOT = "00"
                 READ LOTS-MVT-FILE
                    NOT AT END
                       IF LMV-ARTICLE = ARTICLE-CODE-SAISI
                          PERFORM RAPPROCHER-MVT-LOT-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTS-MVT-FILE
           END-IF.

       RAPPROCHER-MVT-LOT-PARA.
           MOVE "N" TO LOT-DOC-ORIGINE
           EVALUATE TRUE
              WHEN LMV-FACTURE
                 IF LMV-DOCUMENT = ORIGINE-LOTS
                    MOVE "O" TO LOT-DOC-ORIGINE
                 END-IF
              WHEN LMV-LIVRAISON
                 PERFORM VARYING IDX-BLO FROM 1 BY 1
                         UNTIL IDX-BLO > NB-BL-ORIGINE
                    IF BLO-NUM(IDX-BLO) = LMV-DOCUMENT
                       MOVE "O" TO LOT-DOC-ORIGINE
                    END-IF
                 END-PERFORM
              WHEN LMV-AVOIR OR LMV-ANNULATION
                 IF LMV-ORIGINE = ORIGINE-LOTS
                    MOVE "O" TO LOT-DOC-ORIGINE
                 END-IF
           END-EVALUATE

           IF LOT-DOC-EST-ORIGINE
              MOVE 0 TO POS-RET
              PERFORM VARYING IDX-RET FROM 1 BY 1
                      UNTIL IDX-RET > NB-RET OR POS-RET > 0
                 IF RET-LOT(IDX-RET) = LMV-LOT
                    MOVE IDX-RET TO POS-RET
                 END-IF
              END-PERFORM
              IF POS-RET = 0 AND NB-RET < 50
                 ADD 1 TO NB-RET
                 MOVE NB-RET     TO POS-RET
                 MOVE LMV-LOT    TO RET-LOT(POS-RET)
                 MOVE LMV-CLIENT TO RET-CLIENT(POS-RET)
                 MOVE 0          TO RET-QTE(POS-RET)
              END-IF
              IF POS-RET > 0
                 SUBTRACT LMV-QUANTITE FROM RET-QTE(POS-RET)
              END-IF
           END-IF.

       RESTITUER-LOT-PARA.
           IF RET-QTE(IDX-RET) > QTE-A-AFFECTER
              MOVE QTE-A-AFFECTER TO QTE-PRISE
           ELSE
              MOVE RET-QTE(IDX-RET) TO QTE-PRISE
           END-IF

           MOVE 0 TO POS-LOT
           PERFORM VARYING IDX-LOT FROM 1 BY 1
                   UNTIL IDX-LOT > NB-LOTS OR POS-LOT > 0
              MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
              IF LOT-ARTICLE = ARTICLE-CODE-SAISI
                 AND LOT-NUMERO = RET-LOT(IDX-RET)
                 MOVE IDX-LOT TO POS-LOT
              END-IF
           END-PERFORM

           IF POS-LOT > 0
              MOVE LOT-ENTREE(POS-LOT) TO LOT-RECORD
              IF NOT LOT-DETRUIT
                 IF LOT-QTE-RESTANTE + QTE-PRISE > 99999
                    MOVE 99999 TO LOT-QTE-RESTANTE
                 ELSE
                    ADD QTE-PRISE TO LOT-QTE-RESTANTE
                 END-IF
                 MOVE "D"        TO LOT-STATUT
                 MOVE DATE-VENTE TO LOT-DATE-STATUT
                 MOVE LOT-RECORD TO LOT-ENTREE(POS-LOT)
                 SUBTRACT QTE-PRISE FROM QTE-A-AFFECTER
                 SUBTRACT QTE-PRISE FROM RET-QTE(IDX-RET)

                 IF EN-RESTOCK
                    MOVE "J"                 TO TYPE-LOT-MVT
                    MOVE ABANDON-NUM-FACTURE TO DOCUMENT-LOT-MVT
                 ELSE
                    MOVE "A"                 TO TYPE-LOT-MVT
                    MOVE INVOICE-NUMBER      TO DOCUMENT-LOT-MVT
                 END-IF
                 MOVE RET-CLIENT(IDX-RET) TO CLIENT-LOT-MVT
                 MOVE QTE-PRISE           TO QTE-LOT-MVT
                 PERFORM ECRIRE-MOUVEMENT-LOT-PARA
              END-IF
           END-IF.

       ECRIRE-MOUVEMENT-LOT-PARA.
           OPEN EXTEND LOTS-MVT-FILE
           IF LOTS-MVT-STATUS NOT = "00"
              OPEN OUTPUT LOTS-MVT-FILE
           END-IF
           MOVE DATE-VENTE         TO LMV-DATE
           MOVE ARTICLE-CODE-SAISI TO LMV-ARTICLE
           MOVE LOT-NUMERO         TO LMV-LOT
           MOVE LOT-DLC            TO LMV-DLC
           MOVE TYPE-LOT-MVT       TO LMV-TYPE
           MOVE DOCUMENT-LOT-MVT   TO LMV-DOCUMENT
           MOVE ORIGINE-LOTS       TO LMV-ORIGINE
           MOVE CLIENT-LOT-MVT     TO LMV-CLIENT
           MOVE QTE-LOT-MVT        TO LMV-QUANTITE
           WRITE LMV-RECORD
           CLOSE LOTS-MVT-FILE.

       IMPRIMER-LOTS-LIGNE-PARA.
           PERFORM VARYING IDX-LLG FROM 1 BY 1
                   UNTIL IDX-LLG > NB-LOTS-LIGNE
              MOVE LLG-QUANTITE(IDX-LLG) TO LOT-QTE-EDIT
              MOVE SPACES TO WORK-LINE
              STRING "    Lot " DELIMITED BY SIZE
                     LLG-LOT(IDX-LLG) DELIMITED BY SIZE
                     " DLC " DELIMITED BY SIZE
                     LLG-DLC(IDX-LLG) DELIMITED BY SIZE
                     " Qte " DELIMITED BY SIZE
                     LOT-QTE-EDIT DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE FACTURE-RECORD FROM WORK-LINE
           END-PERFORM

           IF QTE-SANS-LOT > 0
              MOVE QTE-SANS-LOT TO LOT-QTE-EDIT
              MOVE SPACES TO WORK-LINE
              STRING "    Sans lot affecte          Qte "
                     DELIMITED BY SIZE
                     LOT-QTE-EDIT DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE FACTURE-RECORD FROM WORK-LINE
           END-IF.

       MAJ-STOCK-INDEX-PARA.
           OPEN I-O ARTICLES-FILE
           IF ARTICLES-FILE-STATUS = "00"
           MOVE MONTANT-SIGNE TO CSV-TVA-EDIT
           COMPUTE MONTANT-SIGNE = TOTAL-TTC * DOC-SENS
           MOVE MONTANT-SIGNE TO CSV-TTC-EDIT
           IF DOC-FACTURE OR DOC-AVOIR
              MOVE DATE-ECHEANCE TO CSV-ECHEANCE
           ELSE
              MOVE SPACES TO CSV-ECHEANCE
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING "T," DELIMITED BY SIZE
                  INVOICE-NUMBER-EDIT DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TVA-EDIT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TTC-EDIT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CSV-ECHEANCE DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING
           WRITE CSV-RECORD FROM CSV-LINE
           IF NOT VERROU-EST-OBTENU
              DISPLAY "*** Compteur verrouille par une autre session "
                      "(compteur.lck) : abandon ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE BL-LOG-FILE.

       ENREGISTRER-JOURNAL-PARA.
           PERFORM VERROUILLER-COMPTEUR-PARA
           PERFORM LIRE-ETAT-SCELLEMENT-PARA
           ACCEPT JOUR-SCELLEMENT FROM DATE YYYYMMDD
           IF SCE-JOUR-NB > 0 AND SCE-JOUR NOT = JOUR-SCELLEMENT
              PERFORM SCELLER-TOTAL-JOUR-PARA
           END-IF

           OPEN EXTEND INVOICE-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
              OPEN OUTPUT INVOICE-LOG-FILE
           MOVE TVA-CAT-1       TO LOG-TVA-CAT-1
           MOVE TVA-CAT-2       TO LOG-TVA-CAT-2
           MOVE TVA-CAT-3       TO LOG-TVA-CAT-3
           MOVE DATE-ECHEANCE   TO LOG-DATE-ECHEANCE
           IF DOC-AVOIR
              MOVE NUM-FACTURE-ORIGINE TO LOG-NUM-ORIGINE
           ELSE
              MOVE 0 TO LOG-NUM-ORIGINE
           END-IF
           ADD 1 TO SCE-DERNIERE-SEQUENCE
           MOVE SCE-DERNIERE-SEQUENCE TO LOG-SEQUENCE
           MOVE LOG-RECORD(1:141) TO SCEAU-DONNEES
           MOVE 141 TO SCEAU-LONGUEUR
           MOVE SCE-DERNIER-SCEAU TO SCEAU-PRECEDENT
           PERFORM CALCULER-SCEAU-PARA
           MOVE SCEAU-CALCULE TO LOG-SCEAU
           WRITE LOG-RECORD
           CLOSE INVOICE-LOG-FILE

           MOVE LOG-SCEAU       TO SCE-DERNIER-SCEAU
           MOVE LOG-NUM-FACTURE TO SCE-DERNIER-NUMERO
           IF SCE-JOUR-NB = 0
              MOVE JOUR-SCELLEMENT TO SCE-JOUR
              MOVE LOG-SEQUENCE    TO SCE-JOUR-PREMIERE-SEQ
           END-IF
           ADD 1 TO SCE-JOUR-NB
           IF LOG-EST-AVOIR
              SUBTRACT LOG-TOTAL-HT    FROM SCE-JOUR-HT
              SUBTRACT LOG-TVA-MONTANT FROM SCE-JOUR-TVA
              SUBTRACT LOG-TOTAL-TTC   FROM SCE-JOUR-TTC
              SUBTRACT LOG-TOTAL-TTC   FROM SCE-CUMUL-TTC
           ELSE
              ADD LOG-TOTAL-HT    TO SCE-JOUR-HT
              ADD LOG-TVA-MONTANT TO SCE-JOUR-TVA
              ADD LOG-TOTAL-TTC   TO SCE-JOUR-TTC
              ADD LOG-TOTAL-TTC   TO SCE-CUMUL-TTC
           END-IF
           PERFORM ECRIRE-ETAT-SCELLEMENT-PARA
           PERFORM DEVERROUILLER-COMPTEUR-PARA.

       LIRE-ETAT-SCELLEMENT-PARA.
           OPEN INPUT SCELLEMENT-FILE
           IF SCELLEMENT-FILE-STATUS = "00"
              READ SCELLEMENT-FILE
                 AT END
                    PERFORM INITIALISER-ETAT-SCELLEMENT-PARA
              END-READ
              CLOSE SCELLEMENT-FILE
           ELSE
              PERFORM INITIALISER-ETAT-SCELLEMENT-PARA
           END-IF.

       INITIALISER-ETAT-SCELLEMENT-PARA.
           MOVE 0 TO SCE-DERNIERE-SEQUENCE
           MOVE 0 TO SCE-DERNIER-SCEAU
           MOVE 0 TO SCE-DERNIER-NUMERO
           MOVE 0 TO SCE-JOUR
           MOVE 0 TO SCE-JOUR-PREMIERE-SEQ
           MOVE 0 TO SCE-JOUR-NB
           MOVE 0 TO SCE-JOUR-HT
           MOVE 0 TO SCE-JOUR-TVA
           MOVE 0 TO SCE-JOUR-TTC
           MOVE 0 TO SCE-CUMUL-TTC
           MOVE 0 TO SCE-DERNIERE-SEQ-TOTAL
           MOVE 0 TO SCE-DERNIER-SCEAU-TOTAL.

       ECRIRE-ETAT-SCELLEMENT-PARA.
           OPEN OUTPUT SCELLEMENT-FILE
           IF SCELLEMENT-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de mettre a jour "
                      "scellement-etat.txt - statut "
                      SCELLEMENT-FILE-STATUS " : document "
                      SCE-DERNIER-NUMERO " sequence "
                      SCE-DERNIERE-SEQUENCE " journalise, chainage "
                      "a reprendre avant toute emission ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE SCE-RECORD
           IF SCELLEMENT-FILE-STATUS NOT = "00"
              DISPLAY "*** Ecriture de scellement-etat.txt en erreur "
                      "- statut " SCELLEMENT-FILE-STATUS " : document "
                      SCE-DERNIER-NUMERO " sequence "
                      SCE-DERNIERE-SEQUENCE " journalise, chainage "
                      "a reprendre avant toute emission ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE SCELLEMENT-FILE.

       CONTROLER-ETAT-SCELLEMENT-PARA.
           OPEN EXTEND SCELLEMENT-FILE
           IF SCELLEMENT-FILE-STATUS = "35"
              OPEN OUTPUT SCELLEMENT-FILE
           END-IF
           IF SCELLEMENT-FILE-STATUS NOT = "00"
              DISPLAY "*** scellement-etat.txt inaccessible en "
                      "ecriture - statut " SCELLEMENT-FILE-STATUS
                      " : aucun document ne peut etre emis ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE SCELLEMENT-FILE.

       SCELLER-TOTAL-JOUR-PARA.
           MOVE SPACES TO GTO-RECORD
           ADD 1 TO SCE-DERNIERE-SEQ-TOTAL
           MOVE SCE-DERNIERE-SEQ-TOTAL TO GTO-SEQUENCE
           MOVE "J"                    TO GTO-TYPE
           MOVE SCE-JOUR               TO GTO-REFERENCE
           MOVE JOUR-SCELLEMENT        TO GTO-DATE-CALCUL
           MOVE SCE-JOUR-NB            TO GTO-NB-DOCUMENTS
           MOVE SCE-JOUR-PREMIERE-SEQ  TO GTO-PREMIERE-SEQUENCE
           MOVE SCE-DERNIERE-SEQUENCE  TO GTO-DERNIERE-SEQUENCE
           MOVE SCE-JOUR-HT            TO GTO-TOTAL-HT
           MOVE SCE-JOUR-TVA           TO GTO-TOTAL-TVA
           MOVE SCE-JOUR-TTC           TO GTO-TOTAL-TTC
           MOVE SCE-CUMUL-TTC          TO GTO-CUMUL-TTC
           MOVE GTO-RECORD(1:103)      TO SCEAU-DONNEES
           MOVE 103 TO SCEAU-LONGUEUR
           MOVE SCE-DERNIER-SCEAU-TOTAL TO SCEAU-PRECEDENT
           PERFORM CALCULER-SCEAU-PARA
           MOVE SCEAU-CALCULE TO GTO-SCEAU

           OPEN EXTEND TOTAUX-SCELLES-FILE
           IF TOTAUX-SCELLES-STATUS NOT = "00"
              OPEN OUTPUT TOTAUX-SCELLES-FILE
           END-IF
           WRITE GTO-RECORD
           CLOSE TOTAUX-SCELLES-FILE

           MOVE GTO-SCEAU TO SCE-DERNIER-SCEAU-TOTAL
           MOVE 0 TO SCE-JOUR
           MOVE 0 TO SCE-JOUR-PREMIERE-SEQ
           MOVE 0 TO SCE-JOUR-NB
           MOVE 0 TO SCE-JOUR-HT
           MOVE 0 TO SCE-JOUR-TVA
           MOVE 0 TO SCE-JOUR-TTC.

       CALCULER-SCEAU-PARA.
           MOVE SPACES TO SCEAU-TAMPON
           STRING SCEAU-DONNEES(1:SCEAU-LONGUEUR) DELIMITED BY SIZE
                  SCEAU-PRECEDENT DELIMITED BY SIZE
                  CLE-SCELLEMENT DELIMITED BY SIZE
                  INTO SCEAU-TAMPON
           END-STRING
           COMPUTE SCEAU-TOTAL-CAR = SCEAU-LONGUEUR + 34
           MOVE 1 TO SCEAU-H1
           MOVE 7 TO SCEAU-H2
           PERFORM VARYING SCEAU-IDX FROM 1 BY 1
                   UNTIL SCEAU-IDX > SCEAU-TOTAL-CAR
              COMPUTE SCEAU-CODE =
                 FUNCTION ORD(SCEAU-TAMPON(SCEAU-IDX:1))
              COMPUTE SCEAU-H1 = FUNCTION MOD(
                 SCEAU-H1 * 257 + SCEAU-CODE, 999999937)
              COMPUTE SCEAU-H2 = FUNCTION MOD(
                 SCEAU-H2 * 263
                 + SCEAU-CODE * (FUNCTION MOD(SCEAU-IDX, 13) + 1),
                 999999929)
           END-PERFORM
           COMPUTE SCEAU-CALCULE = SCEAU-H1 * 1000000000 + SCEAU-H2.

       LOOKUP-CLIENT-PARA.
           MOVE "N" TO CLIENT-TROUVE
              PERFORM LOOKUP-CLIENT-TEXTE-PARA
           END-IF

           IF CLIENT-DELAI-PAIEMENT IS NOT NUMERIC
              MOVE 0 TO CLIENT-DELAI-PAIEMENT
           END-IF
           IF CLIENT-PLAFOND-ENCOURS IS NOT NUMERIC
              MOVE 0 TO CLIENT-PLAFOND-ENCOURS
           END-IF

           IF CLIENT-EST-TROUVE AND CLIENT-ACTIF = "I"
              DISPLAY "Client desactive : " CLIENT-CODE-SAISI
              MOVE "N" TO CLIENT-TROUVE
                 MOVE "*** CLIENT NON REFERENCE ***" TO CLIENT-NOM
                 MOVE SPACES TO CLIENT-ADRESSE
                 MOVE SPACES TO CLIENT-SIRET
                 MOVE 0 TO CLIENT-DELAI-PAIEMENT
                 MOVE "N" TO CLIENT-FIN-DE-MOIS
                 MOVE 0 TO CLIENT-PLAFOND-ENCOURS
              END-IF
           END-IF.

                 MOVE 0 TO ARTICLE-PRIX
                 MOVE 1 TO ARTICLE-CAT
              END-IF
           END-IF

           IF ARTICLE-EST-TROUVE AND ARTICLE-GESTION-LOT = "O"
              PERFORM CALCULER-STOCK-VENDABLE-PARA
           END-IF.

       CALCULER-STOCK-VENDABLE-PARA.
           ACCEPT DATE-VENTE FROM DATE YYYYMMDD
           MOVE 0 TO STOCK-VENDABLE
           MOVE 0 TO STOCK-PERIME
           OPEN INPUT LOTS-FILE
           IF LOTS-FILE-STATUS = "00"
              PERFORM UNTIL LOTS-FILE-STATUS NOT = "00"
                 READ LOTS-FILE
                    NOT AT END
                       IF LOT-ARTICLE = ARTICLE-CODE-SAISI
                          AND LOT-DISPONIBLE
                          IF LOT-DLC < DATE-VENTE
                             ADD LOT-QTE-RESTANTE TO STOCK-PERIME
                          ELSE
                             ADD LOT-QTE-RESTANTE TO STOCK-VENDABLE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTS-FILE
           END-IF

           IF STOCK-PERIME > 0 AND (DOC-FACTURE OR DOC-LIVRAISON)
              DISPLAY "Article " ARTICLE-CODE-SAISI " : " STOCK-PERIME
                      " unite(s) en lot(s) perime(s), bloquee(s) a "
                      "la vente"
           END-IF
           IF STOCK-VENDABLE < ARTICLE-STOCK
              MOVE STOCK-VENDABLE TO ARTICLE-STOCK
           END-IF.

       CONTROLER-STOCK-LOT-PARA.
           MOVE "N" TO STOCK-LOT-MANQUANT
           IF ARTICLE-EST-TROUVE AND ARTICLE-GESTION-LOT = "O"
              AND QUANTITY > ARTICLE-STOCK
              MOVE "O" TO STOCK-LOT-MANQUANT
           END-IF.

       SIGNALER-STOCK-LOT-PARA.
           DISPLAY "*** Stock en lots non perimes insuffisant pour "
                   ARTICLE-CODE-SAISI " (vendable : " ARTICLE-STOCK
                   ", demande : " QUANTITY "), ligne refusee ***".

       CONTROLER-STOCK-LOT-DEVIS-PARA.
           MOVE 0 TO LIGNES-LOT-MANQUANTES
           MOVE "N" TO DVL-EOF
           OPEN INPUT DEVIS-LIGNES-FILE
           IF DEVIS-LIGNES-STATUS = "00"
              PERFORM UNTIL FIN-DEVIS-LIGNES
                 READ DEVIS-LIGNES-FILE
                    AT END
                       MOVE "O" TO DVL-EOF
                    NOT AT END
                       IF DVL-NUM = NUM-DEVIS-SAISI
                          AND DVL-QUANTITE > 0
                          MOVE DVL-ARTICLE  TO ARTICLE-CODE-SAISI
                          MOVE DVL-QUANTITE TO QUANTITY
                          PERFORM LOOKUP-ARTICLE-PARA
                          PERFORM CONTROLER-STOCK-LOT-PARA
                          IF STOCK-LOT-EST-MANQUANT
                             PERFORM SIGNALER-STOCK-LOT-PARA
                             ADD 1 TO LIGNES-LOT-MANQUANTES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEVIS-LIGNES-FILE
           END-IF
           MOVE "N" TO DVL-EOF
           MOVE "N" TO STOCK-LOT-MANQUANT.

       REFUSER-CONVERSION-LOT-PARA.
           DISPLAY "*** Devis " NUM-DEVIS-SAISI " non converti : "
                   LIGNES-LOT-MANQUANTES " ligne(s) sans stock en "
                   "lots non perimes, livrer les quantites "
                   "disponibles par BL ***".

       ECRIRE-BLOC-CLIENT-PARA.
           MOVE SPACES TO WORK-LINE
           STRING "Date : " DELIMITED BY SIZE
              WRITE FACTURE-RECORD FROM WORK-LINE
           END-IF

           IF DOC-FACTURE
              MOVE CLIENT-DELAI-PAIEMENT TO DELAI-EDIT
              MOVE SPACES TO WORK-LINE
              IF CLIENT-FIN-DE-MOIS = "O"
                 STRING "Echeance : " DELIMITED BY SIZE
                        DATE-ECHEANCE DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(DELAI-EDIT) DELIMITED BY SIZE
                        " jours fin de mois)" DELIMITED BY SIZE
                        INTO WORK-LINE
                 END-STRING
              ELSE
                 STRING "Echeance : " DELIMITED BY SIZE
                        DATE-ECHEANCE DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(DELAI-EDIT) DELIMITED BY SIZE
                        " jours)" DELIMITED BY SIZE
                        INTO WORK-LINE
                 END-STRING
              END-IF
              WRITE FACTURE-RECORD FROM WORK-LINE
           END-IF

           IF DOC-DEVIS
              MOVE SPACES TO WORK-LINE
              STRING "Valable jusqu'au : " DELIMITED BY SIZE
           MOVE SPACES TO WORK-LINE
           WRITE FACTURE-RECORD FROM WORK-LINE.
           
           
       CALCULER-ECHEANCE-PARA.
           IF NOT DOC-FACTURE
              MOVE INVOICE-DATE TO DATE-ECHEANCE
           ELSE
              COMPUTE DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(INVOICE-DATE)
                 + CLIENT-DELAI-PAIEMENT)
              IF CLIENT-FIN-DE-MOIS = "O"
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

       CONTROLER-PLAFOND-PARA.
           MOVE "N" TO PLAFOND-DEPASSE
           IF CLIENT-PLAFOND-ENCOURS > 0 AND NOT DEROGATION-ACCORDEE
              PERFORM CALCULER-ENCOURS-CLIENT-PARA
              COMPUTE PROJECTION-ENCOURS =
                 ENCOURS-CLIENT + MONTANT-DOCUMENT-ESTIME
              IF PROJECTION-ENCOURS > CLIENT-PLAFOND-ENCOURS
                 MOVE "O" TO PLAFOND-DEPASSE
              END-IF
           END-IF.

       CONTROLER-PLAFOND-LIGNE-PARA.
           IF (DOC-FACTURE OR DOC-LIVRAISON)
              AND CLIENT-PLAFOND-ENCOURS > 0
              AND NOT DEROGATION-ACCORDEE
              PERFORM TARIFER-LIGNE-PARA
              PERFORM ESTIMER-TTC-LIGNE-PARA
              COMPUTE PROJECTION-ENCOURS = ENCOURS-CLIENT
                 + HT-CAT-1 * (1 + TVA-TAUX-NORMAL)
                 + HT-CAT-2 * (1 + TVA-TAUX-INTER)
                 + HT-CAT-3 * (1 + TVA-TAUX-REDUIT)
                 + TTC-LIGNE-ESTIME
              IF PROJECTION-ENCOURS > CLIENT-PLAFOND-ENCOURS
                 MOVE PROJECTION-ENCOURS TO ENCOURS-EDIT
                 MOVE CLIENT-PLAFOND-ENCOURS TO PLAFOND-EDIT
                 DISPLAY "*** Plafond d'encours depasse ("
                         FUNCTION TRIM(ENCOURS-EDIT) " pour "
                         FUNCTION TRIM(PLAFOND-EDIT)
                         ") : ligne refusee ***"
                 MOVE "N" TO LIGNE-CONFIRMEE
              END-IF
           END-IF.

       CALCULER-ENCOURS-CLIENT-PARA.
           MOVE 0 TO ENCOURS-CLIENT
           MOVE 0 TO NB-ENC
           MOVE "N" TO LOG-EOF
           OPEN INPUT INVOICE-LOG-FILE
           IF LOG-FILE-STATUS = "00"
              PERFORM UNTIL FIN-LOG
                 READ INVOICE-LOG-FILE
                    AT END
                       MOVE "O" TO LOG-EOF
                    NOT AT END
                       IF LOG-CODE-CLIENT = CLIENT-CODE
                          PERFORM CUMULER-ENCOURS-DOCUMENT-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-LOG-FILE
           END-IF
           MOVE "N" TO LOG-EOF

           IF NB-ENC > 0
              MOVE "N" TO PAY-EOF
              OPEN INPUT PAYMENTS-FILE
              IF PAY-FILE-STATUS = "00"
                 PERFORM UNTIL FIN-PAIEMENTS
                    READ PAYMENTS-FILE
                       AT END
                          MOVE "O" TO PAY-EOF
                       NOT AT END
                          PERFORM IMPUTER-PAIEMENT-ENCOURS-PARA
                    END-READ
                 END-PERFORM
                 CLOSE PAYMENTS-FILE
              END-IF
              MOVE "N" TO PAY-EOF
           END-IF

           PERFORM VARYING IDX-ENC FROM 1 BY 1 UNTIL IDX-ENC > NB-ENC
              IF ENC-SOLDEE(IDX-ENC) = "N" AND ENC-SOLDE(IDX-ENC) > 0
                 ADD ENC-SOLDE(IDX-ENC) TO ENCOURS-CLIENT
              END-IF
           END-PERFORM

           PERFORM CUMULER-ENCOURS-BL-PARA.

       CUMULER-ENCOURS-BL-PARA.
           MOVE MONTANT-DOCUMENT-ESTIME TO ESTIME-DOCUMENT-SAUVE
           MOVE 0 TO MONTANT-DOCUMENT-ESTIME
           OPEN INPUT BL-LOG-FILE
           IF BL-LOG-STATUS = "00"
              PERFORM UNTIL BL-LOG-STATUS NOT = "00"
                 READ BL-LOG-FILE
                    NOT AT END
                       IF BLV-CLIENT = CLIENT-CODE AND BLV-EN-COURS
                          PERFORM CHERCHER-BL-SELECTION-PARA
                          IF NOT BL-EST-SELECTIONNE
                             MOVE BLV-NUM TO BL-COURANT
                             PERFORM ESTIMER-UN-BL-PARA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BL-LOG-FILE
           END-IF
           ADD MONTANT-DOCUMENT-ESTIME TO ENCOURS-CLIENT
           MOVE ESTIME-DOCUMENT-SAUVE TO MONTANT-DOCUMENT-ESTIME.

       CHERCHER-BL-SELECTION-PARA.
           MOVE "N" TO BL-SELECTIONNE
           PERFORM VARYING IDX-BLS FROM 1 BY 1
                   UNTIL IDX-BLS > NB-BL-SELECTION
                      OR BL-EST-SELECTIONNE
              IF BLS-NUM(IDX-BLS) = BLV-NUM
                 MOVE "O" TO BL-SELECTIONNE
              END-IF
           END-PERFORM.

       CUMULER-ENCOURS-DOCUMENT-PARA.
           IF LOG-EST-AVOIR
              MOVE LOG-NUM-ORIGINE TO NUM-FACTURE-ENCOURS
              PERFORM CHERCHER-FACTURE-ENCOURS-PARA
              IF POS-ENC > 0
                 SUBTRACT LOG-TOTAL-TTC FROM ENC-SOLDE(POS-ENC)
              END-IF
           ELSE
              IF NB-ENC < 2000
                 ADD 1 TO NB-ENC
                 MOVE LOG-NUM-FACTURE TO ENC-NUM(NB-ENC)
                 MOVE LOG-TOTAL-TTC   TO ENC-SOLDE(NB-ENC)
                 MOVE "N"             TO ENC-SOLDEE(NB-ENC)
              ELSE
                 ADD LOG-TOTAL-TTC TO ENCOURS-CLIENT
              END-IF
           END-IF.

       IMPUTER-PAIEMENT-ENCOURS-PARA.
           MOVE PAY-NUM-FACTURE TO NUM-FACTURE-ENCOURS
           PERFORM CHERCHER-FACTURE-ENCOURS-PARA
           IF POS-ENC > 0
              IF PAY-MONTANT IS NUMERIC
                 SUBTRACT PAY-MONTANT FROM ENC-SOLDE(POS-ENC)
              ELSE
                 MOVE "O" TO ENC-SOLDEE(POS-ENC)
              END-IF
           END-IF.

       CHERCHER-FACTURE-ENCOURS-PARA.
           MOVE 0 TO POS-ENC
           PERFORM VARYING IDX-ENC FROM 1 BY 1
                   UNTIL IDX-ENC > NB-ENC OR POS-ENC > 0
              IF ENC-NUM(IDX-ENC) = NUM-FACTURE-ENCOURS
                 MOVE IDX-ENC TO POS-ENC
              END-IF
           END-PERFORM.

       OUVRIR-BLOCAGE-PARA.
           MOVE 0 TO NUM-BLOCAGE
           OPEN INPUT BLOCAGES-FILE
           IF BLOCAGES-FILE-STATUS = "00"
              PERFORM UNTIL BLOCAGES-FILE-STATUS NOT = "00"
                 READ BLOCAGES-FILE
                    NOT AT END
                       IF BLQ-NUM IS NUMERIC AND BLQ-NUM > NUM-BLOCAGE
                          MOVE BLQ-NUM TO NUM-BLOCAGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BLOCAGES-FILE
           END-IF
           ADD 1 TO NUM-BLOCAGE
           ACCEPT DATE-BLOCAGE FROM DATE YYYYMMDD

           OPEN EXTEND BLOCAGES-FILE
           IF BLOCAGES-FILE-STATUS NOT = "00"
              OPEN OUTPUT BLOCAGES-FILE
           END-IF.

       PREPARER-BLOCAGE-PARA.
           MOVE SPACES                 TO BLQ-RECORD
           MOVE NUM-BLOCAGE            TO BLQ-NUM
           MOVE CLIENT-CODE            TO BLQ-CLIENT
           MOVE DATE-BLOCAGE           TO BLQ-DATE
           MOVE 0                      TO BLQ-QUANTITE
           MOVE 0                      TO BLQ-PIECE
           MOVE MONTANT-DOCUMENT-ESTIME TO BLQ-MONTANT-TTC
           MOVE ENCOURS-CLIENT         TO BLQ-ENCOURS
           MOVE CLIENT-PLAFOND-ENCOURS TO BLQ-PLAFOND
           MOVE "B"                    TO BLQ-STATUT
           MOVE 0                      TO BLQ-DATE-DECISION
           MOVE 0                      TO BLQ-NUM-DOCUMENT.

       SIGNALER-BLOCAGE-PARA.
           MOVE ENCOURS-CLIENT TO ENCOURS-EDIT
           MOVE MONTANT-DOCUMENT-ESTIME TO ESTIME-EDIT
           MOVE CLIENT-PLAFOND-ENCOURS TO PLAFOND-EDIT
           DISPLAY "*** Client " CLIENT-CODE " : encours "
                   FUNCTION TRIM(ENCOURS-EDIT) " + document "
                   FUNCTION TRIM(ESTIME-EDIT) " au-dela du plafond "
                   FUNCTION TRIM(PLAFOND-EDIT) " ***"
           DISPLAY "*** Document bloque sous le numero " NUM-BLOCAGE
                   " en attente de liberation ***".

       TRAITEMENT-LIBERATION-PARA.
           DISPLAY "Identifiant superviseur : "
           ACCEPT UTILISATEUR
           PERFORM VERIFIER-SUPERVISEUR-PARA
           IF NOT SUPERVISEUR-EST-RECONNU
              DISPLAY "*** Liberation reservee aux superviseurs ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "O" TO DEROGATION-PLAFOND
           MOVE "N" TO FIN-LIBERATION
           PERFORM UNTIL LIBERATION-FINIE
              PERFORM CHARGER-BLOCAGES-PARA
              PERFORM LISTER-BLOCAGES-PARA
              IF NB-BLOCAGES-ATTENTE = 0
                 DISPLAY "Aucun document en attente de liberation."
                 MOVE "O" TO FIN-LIBERATION
              ELSE
                 DISPLAY "Numero de blocage (0 pour terminer) : "
                 ACCEPT NUM-BLOCAGE-SAISI
                 IF NUM-BLOCAGE-SAISI = 0
                    MOVE "O" TO FIN-LIBERATION
                 ELSE
                    PERFORM TRAITER-BLOCAGE-PARA
                 END-IF
              END-IF
           END-PERFORM.

       VERIFIER-SUPERVISEUR-PARA.
           MOVE "N" TO SUPERVISEUR-RECONNU
           IF UTILISATEUR NOT = SPACES
              OPEN INPUT SUPERVISEURS-FILE
              IF SUPERVISEURS-FILE-STATUS = "00"
                 PERFORM UNTIL SUPERVISEURS-FILE-STATUS NOT = "00"
                    READ SUPERVISEURS-FILE
                       NOT AT END
                          IF SUPERVISEUR-ENREG = UTILISATEUR
                             MOVE "O" TO SUPERVISEUR-RECONNU
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SUPERVISEURS-FILE
              END-IF
           END-IF.

       CHARGER-BLOCAGES-PARA.
           MOVE 0 TO NB-BLQ
           OPEN INPUT BLOCAGES-FILE
           IF BLOCAGES-FILE-STATUS = "00"
              PERFORM UNTIL BLOCAGES-FILE-STATUS NOT = "00"
                 READ BLOCAGES-FILE
                    NOT AT END
                       IF NB-BLQ >= 500
                          DISPLAY "*** Fichier des documents bloques "
                                  "trop grand ***"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-BLQ
                       MOVE BLQ-RECORD TO BLQ-ENTREE(NB-BLQ)
                 END-READ
              END-PERFORM
              CLOSE BLOCAGES-FILE
           END-IF.

       LISTER-BLOCAGES-PARA.
           MOVE 0 TO NB-BLOCAGES-ATTENTE
           MOVE 0 TO DERNIER-BLOCAGE-LISTE
           PERFORM VARYING IDX-BLQ FROM 1 BY 1 UNTIL IDX-BLQ > NB-BLQ
              MOVE BLQ-ENTREE(IDX-BLQ) TO BLQ-RECORD
              IF BLQ-EN-ATTENTE AND BLQ-NUM NOT = DERNIER-BLOCAGE-LISTE
                 ADD 1 TO NB-BLOCAGES-ATTENTE
                 MOVE BLQ-NUM TO DERNIER-BLOCAGE-LISTE
                 MOVE BLQ-MONTANT-TTC TO ESTIME-EDIT
                 MOVE BLQ-ENCOURS TO ENCOURS-EDIT
                 MOVE BLQ-PLAFOND TO PLAFOND-EDIT
                 DISPLAY BLQ-NUM " " BLQ-TYPE " " BLQ-CLIENT " "
                         BLQ-DATE " document " ESTIME-EDIT
                         " encours " ENCOURS-EDIT
                         " plafond " PLAFOND-EDIT
              END-IF
           END-PERFORM.

       TRAITER-BLOCAGE-PARA.
           MOVE 0 TO POS-BLQ
           PERFORM VARYING IDX-BLQ FROM 1 BY 1
                   UNTIL IDX-BLQ > NB-BLQ OR POS-BLQ > 0
              MOVE BLQ-ENTREE(IDX-BLQ) TO BLQ-RECORD
              IF BLQ-NUM = NUM-BLOCAGE-SAISI AND BLQ-EN-ATTENTE
                 MOVE IDX-BLQ TO POS-BLQ
              END-IF
           END-PERFORM

           IF POS-BLQ = 0
              DISPLAY "*** Blocage inconnu ou deja traite : "
                      NUM-BLOCAGE-SAISI " ***"
           ELSE
              DISPLAY "Liberer (L) ou refuser (R) le document ? "
              ACCEPT DECISION-BLOCAGE
              MOVE FUNCTION UPPER-CASE(DECISION-BLOCAGE)
                TO DECISION-BLOCAGE
              EVALUATE DECISION-BLOCAGE
                 WHEN "L"
                    PERFORM LIBERER-BLOCAGE-PARA
                 WHEN "R"
                    MOVE 0 TO INVOICE-NUMBER
                    MOVE "R" TO STATUT-DECISION
                    PERFORM MARQUER-BLOCAGE-PARA
                    DISPLAY "Blocage " NUM-BLOCAGE-SAISI " refuse."
                 WHEN OTHER
                    DISPLAY "Blocage " NUM-BLOCAGE-SAISI
                            " laisse en attente."
              END-EVALUATE
           END-IF.

       LIBERER-BLOCAGE-PARA.
           MOVE BLQ-ENTREE(POS-BLQ) TO BLQ-RECORD
           MOVE BLQ-CLIENT TO CLIENT-CODE-SAISI
           PERFORM LOOKUP-CLIENT-PARA
           MOVE 0 TO INVOICE-NUMBER
           EVALUATE TRUE
              WHEN BLQ-COMMANDE-LOT
                 MOVE 0 TO NB-CCL
                 PERFORM VARYING IDX-BLQ FROM POS-BLQ BY 1
                         UNTIL IDX-BLQ > NB-BLQ OR NB-CCL >= 200
                    MOVE BLQ-ENTREE(IDX-BLQ) TO BLQ-RECORD
                    IF BLQ-NUM = NUM-BLOCAGE-SAISI
                       ADD 1 TO NB-CCL
                       MOVE BLQ-ARTICLE  TO CCL-ARTICLE(NB-CCL)
                       MOVE BLQ-QUANTITE TO CCL-QUANTITE(NB-CCL)
                       MOVE "O"          TO CCL-VALIDE(NB-CCL)
                    END-IF
                 END-PERFORM
                 MOVE BLQ-FICHIER TO PARAM-FICHIER
                 MOVE BLQ-CLIENT  TO CURRENT-ORDER-CLIENT
                 OPEN EXTEND REJETS-FILE
                 IF REJETS-FILE-STATUS NOT = "00"
                    OPEN OUTPUT REJETS-FILE
                 END-IF
                 PERFORM ESTIMER-COMMANDES-CLIENT-PARA
                 IF NB-CCL-VALIDES > 0
                    PERFORM FACTURER-COMMANDES-CLIENT-PARA
                 END-IF
                 CLOSE REJETS-FILE
              WHEN BLQ-FACTURATION-BL
                 PERFORM CHARGER-BL-PARA
                 MOVE 0 TO NB-BL-SELECTION
                 MOVE SPACES TO BL-CLIENT-SELECTION
                 PERFORM VARYING IDX-BLQ FROM POS-BLQ BY 1
                         UNTIL IDX-BLQ > NB-BLQ
                    MOVE BLQ-ENTREE(IDX-BLQ) TO BLQ-RECORD
                    IF BLQ-NUM = NUM-BLOCAGE-SAISI
                       AND NB-BL-SELECTION < 20
                       MOVE BLQ-PIECE TO NUM-BL-SAISI
                       PERFORM VERIFIER-BL-PARA
                       IF BL-EST-VALIDE
                          ADD 1 TO NB-BL-SELECTION
                          MOVE NUM-BL-SAISI TO BLS-NUM(NB-BL-SELECTION)
                       END-IF
                    END-IF
                 END-PERFORM
                 IF NB-BL-SELECTION > 0
                    PERFORM FACTURER-BL-SELECTION-PARA
                 END-IF
              WHEN BLQ-CONVERSION-DEVIS
                 MOVE BLQ-PIECE TO NUM-DEVIS-SAISI
                 PERFORM CHERCHER-DEVIS-PARA
                 IF DEVIS-EST-TROUVE
                    PERFORM CONTROLER-STOCK-LOT-DEVIS-PARA
                    IF LIGNES-LOT-MANQUANTES > 0
                       PERFORM REFUSER-CONVERSION-LOT-PARA
                    ELSE
                       PERFORM CONVERTIR-DEVIS-PARA
                    END-IF
                 ELSE
                    DISPLAY "*** Devis inconnu ou deja converti : "
                            NUM-DEVIS-SAISI " ***"
                 END-IF
           END-EVALUATE

           IF INVOICE-NUMBER > 0
              MOVE "L" TO STATUT-DECISION
              PERFORM MARQUER-BLOCAGE-PARA
              DISPLAY "Blocage " NUM-BLOCAGE-SAISI " libere : "
                      "facture " INVOICE-NUMBER-EDIT "."
           ELSE
              DISPLAY "*** Aucun document genere, blocage "
                      NUM-BLOCAGE-SAISI " laisse en attente ***"
           END-IF.

       MARQUER-BLOCAGE-PARA.
           ACCEPT DATE-BLOCAGE FROM DATE YYYYMMDD
           PERFORM VARYING IDX-BLQ FROM 1 BY 1 UNTIL IDX-BLQ > NB-BLQ
              MOVE BLQ-ENTREE(IDX-BLQ) TO BLQ-RECORD
              IF BLQ-NUM = NUM-BLOCAGE-SAISI AND BLQ-EN-ATTENTE
                 MOVE STATUT-DECISION TO BLQ-STATUT
                 MOVE DATE-BLOCAGE    TO BLQ-DATE-DECISION
                 MOVE UTILISATEUR     TO BLQ-SUPERVISEUR
                 MOVE INVOICE-NUMBER  TO BLQ-NUM-DOCUMENT
                 MOVE BLQ-RECORD TO BLQ-ENTREE(IDX-BLQ)
              END-IF
           END-PERFORM

           OPEN OUTPUT BLOCAGES-FILE
           PERFORM VARYING IDX-BLQ FROM 1 BY 1 UNTIL IDX-BLQ > NB-BLQ
              MOVE BLQ-ENTREE(IDX-BLQ) TO BLQ-RECORD
              WRITE BLQ-RECORD
           END-PERFORM
           CLOSE BLOCAGES-FILE.
