IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-PRELEVEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-LOG-FILE ASSIGN TO "invoice-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT PAYMENTS-IDX-FILE ASSIGN TO "payments.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-IDX-NUM
               FILE STATUS IS PAY-IDX-STATUS.

           SELECT CLIENTS-FILE ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIENTS-FILE-STATUS.

           SELECT MANDATS-FILE ASSIGN TO "mandats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATS-FILE-STATUS.

           SELECT PRELEVEMENTS-FILE ASSIGN TO "prelevements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRELEVEMENTS-STATUS.

           SELECT SEPA-FILE ASSIGN TO DYNAMIC SEPA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LOG-FILE.
       COPY "logrec.cpy".

       FD  PAYMENTS-FILE.
       COPY "payrec.cpy".

       FD  PAYMENTS-IDX-FILE.
       01  PAY-IDX-RECORD.
           05  PAY-IDX-NUM         PIC 9(6).
           05  PAY-IDX-DATE        PIC 9(8).
           05  PAY-IDX-MONTANT     PIC 9(9)V99.

       FD  CLIENTS-FILE.
       COPY "clirec.cpy".

       FD  MANDATS-FILE.
       COPY "manrec.cpy".

       FD  PRELEVEMENTS-FILE.
       COPY "prlrec.cpy".

       FD  SEPA-FILE.
       01  SEPA-RECORD                PIC X(200).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS             PIC X(70).
       01  CMD-ARG-1              PIC X(10).
       01  CMD-ARG-2              PIC X(10).
       01  CMD-ARG-3              PIC X(10).
       01  NUM-FACTURE-SAISI      PIC 9(6).
       01  MOTIF-REJET            PIC X(04).
       01  TODAY-DATE             PIC 9(8).
       01  TIME-COURANTE          PIC 9(8).
       01  DATE-COLLECTE          PIC 9(8).
       01  DATE-REFERENCE         PIC 9(8).
       01  JOURS-INACTIVITE       PIC S9(9).

       01  CREANCIER.
           05  CREANCIER-NOM      PIC X(30)
                                  VALUE "GESTION DE FACTURE SARL".
           05  CREANCIER-ICS      PIC X(13) VALUE "FR48ZZZ845587".
           05  CREANCIER-IBAN     PIC X(27)
                                  VALUE "FR7630006000011234567890189".
           05  CREANCIER-BIC      PIC X(11) VALUE "AGRIFRPPXXX".
       01  DELAI-PRESENTATION     PIC 9(2) VALUE 2.
       01  DUREE-VALIDITE-MANDAT  PIC 9(4) VALUE 1095.

       01  LOG-FILE-STATUS        PIC X(02).
       01  PAY-FILE-STATUS        PIC X(02).
       01  PAY-IDX-STATUS         PIC X(02).
       01  CLIENTS-FILE-STATUS    PIC X(02).
       01  MANDATS-FILE-STATUS    PIC X(02).
       01  PRELEVEMENTS-STATUS    PIC X(02).
       01  SEPA-FILE-STATUS       PIC X(02).
       01  SEPA-FILENAME          PIC X(30).

       01  PRL-TABLE.
           05  PRL-ENTREE OCCURS 2000 PIC X(96).
       01  NB-PRL                 PIC 9(4) VALUE 0.
       01  IDX-PRL                PIC 9(4).
       01  POS-PRL                PIC 9(4) VALUE 0.
       01  NUM-REMISE             PIC 9(6) VALUE 0.

       01  MDT-TABLE.
           05  MDT-ENTREE OCCURS 200 PIC X(106).
       01  NB-MDT                 PIC 9(3) VALUE 0.
       01  IDX-MDT                PIC 9(3).
       01  POS-MDT                PIC 9(3) VALUE 0.
       01  CLIENT-MANDAT          PIC X(05).
       01  MDT-UTILISE-TABLE.
           05  MDT-UTILISE OCCURS 200 PIC X(01).

       01  CLN-TABLE.
           05  CLN-ENTREE OCCURS 200.
               10  CLN-CODE          PIC X(05).
               10  CLN-NOM           PIC X(30).
       01  NB-CLN                 PIC 9(3) VALUE 0.
       01  IDX-CLN                PIC 9(3).

       01  FAC-TABLE.
           05  FAC-ENTREE OCCURS 2000.
               10  FAC-NUM           PIC 9(6).
               10  FAC-CLIENT        PIC X(05).
               10  FAC-DATE          PIC 9(8).
               10  FAC-ECHEANCE      PIC 9(8).
               10  FAC-RESTE         PIC S9(9)V99.
               10  FAC-POS-MANDAT    PIC 9(3).
               10  FAC-SEQUENCE      PIC X(04).
       01  NB-FAC                 PIC 9(4) VALUE 0.
       01  IDX-FAC                PIC 9(4).
       01  POS-FAC                PIC 9(4) VALUE 0.

       01  PAY-TABLE.
           05  PAY-ENTREE OCCURS 5000 PIC X(25).
       01  NB-PAY                 PIC 9(4) VALUE 0.
       01  IDX-PAY                PIC 9(4).
       01  POS-PAY                PIC 9(4) VALUE 0.

       01  SEQUENCE-EN-COURS      PIC X(04).
       01  NB-TX-TOTAL            PIC 9(5) VALUE 0.
       01  TOTAL-REMISE           PIC 9(11)V99 VALUE 0.
       01  NB-TX-FRST             PIC 9(5) VALUE 0.
       01  TOTAL-FRST             PIC 9(11)V99 VALUE 0.
       01  NB-TX-RCUR             PIC 9(5) VALUE 0.
       01  TOTAL-RCUR             PIC 9(11)V99 VALUE 0.
       01  NB-TX-BLOC             PIC 9(5).
       01  TOTAL-BLOC             PIC 9(11)V99.
       01  NB-SANS-MANDAT-VALIDE  PIC 9(5) VALUE 0.
       01  NB-DEJA-PRESENTEES     PIC 9(5) VALUE 0.
       01  NB-EN-COLLECTION       PIC 9(5) VALUE 0.
       01  NB-REJETES             PIC 9(5) VALUE 0.
       01  TOTAL-EN-COLLECTION    PIC 9(11)V99 VALUE 0.

       01  DATE-TRAVAIL           PIC 9(8).
       01  DATE-ISO               PIC X(10).
       01  NB-TX-EDIT             PIC Z(4)9.
       01  MONTANT-XML            PIC Z(10)9.99.
       01  NOM-XML                PIC X(30).
       01  XML-LIGNE              PIC X(200).
       01  MONTANT-EDIT           PIC -(9)9.99.

       01  LISTE-FORMAT.
           05  L-NUM                  PIC ZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-CLIENT               PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-REMISE               PIC ZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-ECHEANCE             PIC 9(8).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-MONTANT              PIC Z(8)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-SEQUENCE             PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-STATUT               PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-DATE-STATUT          PIC 9(8).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  L-MOTIF                PIC X(04).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT CMD-PARAMS FROM COMMAND-LINE
           MOVE SPACES TO CMD-ARG-1
           MOVE SPACES TO CMD-ARG-2
           MOVE SPACES TO CMD-ARG-3
           UNSTRING CMD-PARAMS DELIMITED BY ALL " "
               INTO CMD-ARG-1 CMD-ARG-2 CMD-ARG-3
           END-UNSTRING

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM CHARGER-PRELEVEMENTS-PARA

           EVALUATE FUNCTION UPPER-CASE(CMD-ARG-1)
              WHEN SPACES
                 PERFORM LISTER-PRELEVEMENTS-PARA
              WHEN "PRELEVER"
                 PERFORM LANCER-REMISE-PARA
              WHEN "REJET"
                 PERFORM ENREGISTRER-REJET-PARA
              WHEN OTHER
                 DISPLAY "Usage : facture-prelevement "
                         "[PRELEVER [AAAAMMJJ] | REJET NNNNNN [motif]]"
           END-EVALUATE

           STOP RUN.

       CHARGER-PRELEVEMENTS-PARA.
           MOVE 0 TO NB-PRL
           MOVE 0 TO NUM-REMISE
           OPEN INPUT PRELEVEMENTS-FILE
           IF PRELEVEMENTS-STATUS = "00"
              PERFORM UNTIL PRELEVEMENTS-STATUS NOT = "00"
                 READ PRELEVEMENTS-FILE
                    NOT AT END
                       IF NB-PRL >= 2000
                          DISPLAY "*** Fichier prelevements trop "
                                  "grand ***"
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-PRL
                       MOVE PRL-RECORD TO PRL-ENTREE(NB-PRL)
                       IF PRL-REMISE > NUM-REMISE
                          MOVE PRL-REMISE TO NUM-REMISE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRELEVEMENTS-FILE
           END-IF.

       SAUVER-PRELEVEMENTS-PARA.
           OPEN OUTPUT PRELEVEMENTS-FILE
           IF PRELEVEMENTS-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire prelevements.txt "
                      "- statut " PRELEVEMENTS-STATUS " ***"
           ELSE
              PERFORM VARYING IDX-PRL FROM 1 BY 1
                      UNTIL IDX-PRL > NB-PRL
                 MOVE PRL-ENTREE(IDX-PRL) TO PRL-RECORD
                 WRITE PRL-RECORD
              END-PERFORM
              CLOSE PRELEVEMENTS-FILE
           END-IF.

       CHERCHER-PRELEVEMENT-PARA.
           MOVE 0 TO POS-PRL
           PERFORM VARYING IDX-PRL FROM 1 BY 1
                   UNTIL IDX-PRL > NB-PRL
              MOVE PRL-ENTREE(IDX-PRL) TO PRL-RECORD
              IF PRL-NUM-FACTURE = NUM-FACTURE-SAISI
                 MOVE IDX-PRL TO POS-PRL
              END-IF
           END-PERFORM
           IF POS-PRL > 0
              MOVE PRL-ENTREE(POS-PRL) TO PRL-RECORD
           END-IF.

       LISTER-PRELEVEMENTS-PARA.
           IF NB-PRL = 0
              DISPLAY "Aucun prelevement emis (prelevements.txt)."
           ELSE
              DISPLAY "Piece   Clt    Remise  Echeance  "
                      "     Montant  Seq   S  Date      Motif"
              PERFORM VARYING IDX-PRL FROM 1 BY 1
                      UNTIL IDX-PRL > NB-PRL
                 MOVE PRL-ENTREE(IDX-PRL) TO PRL-RECORD
                 IF PRL-EN-COLLECTION
                    ADD 1 TO NB-EN-COLLECTION
                    ADD PRL-MONTANT TO TOTAL-EN-COLLECTION
                 ELSE
                    ADD 1 TO NB-REJETES
                 END-IF
                 MOVE PRL-NUM-FACTURE   TO L-NUM
                 MOVE PRL-CLIENT        TO L-CLIENT
                 MOVE PRL-REMISE        TO L-REMISE
                 MOVE PRL-DATE-ECHEANCE TO L-ECHEANCE
                 MOVE PRL-MONTANT       TO L-MONTANT
                 MOVE PRL-SEQUENCE      TO L-SEQUENCE
                 MOVE PRL-STATUT        TO L-STATUT
                 MOVE PRL-DATE-STATUT   TO L-DATE-STATUT
                 MOVE PRL-MOTIF         TO L-MOTIF
                 DISPLAY LISTE-FORMAT
              END-PERFORM
              MOVE TOTAL-EN-COLLECTION TO MONTANT-EDIT
              DISPLAY NB-EN-COLLECTION " facture(s) en collection pour "
                      FUNCTION TRIM(MONTANT-EDIT) " EUR, "
                      NB-REJETES " prelevement(s) rejete(s)."
           END-IF.

       LANCER-REMISE-PARA.
           IF CMD-ARG-2 NOT = SPACES
              IF CMD-ARG-2(1:8) IS NUMERIC
                 MOVE CMD-ARG-2(1:8) TO DATE-COLLECTE
              ELSE
                 MOVE 0 TO DATE-COLLECTE
              END-IF
              IF DATE-COLLECTE = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(DATE-COLLECTE) NOT = 0
                 DISPLAY "*** Date d'echeance invalide : "
                         CMD-ARG-2 " ***"
                 STOP RUN
              END-IF
           ELSE
              COMPUTE DATE-COLLECTE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                 + DELAI-PRESENTATION)
           END-IF
           IF DATE-COLLECTE <= TODAY-DATE
              DISPLAY "*** L'echeance de prelevement doit etre "
                      "posterieure au " TODAY-DATE " ***"
              STOP RUN
           END-IF

           PERFORM CHARGER-MANDATS-PARA
           IF NB-MDT = 0
              DISPLAY "Aucun mandat de prelevement (mandats.txt) : "
                      "rien a prelever."
              STOP RUN
           END-IF
           PERFORM CHARGER-CLIENTS-PARA
           PERFORM CHARGER-FACTURES-PARA
           PERFORM DEDUIRE-PAIEMENTS-PARA
           PERFORM SELECTIONNER-FACTURES-PARA

           IF NB-TX-TOTAL = 0
              DISPLAY "Aucune facture echue au " DATE-COLLECTE
                      " a prelever."
           ELSE
              ADD 1 TO NUM-REMISE
              PERFORM ECRIRE-FICHIER-SEPA-PARA
              PERFORM ENREGISTRER-REMISE-PARA
              PERFORM MAJ-MANDATS-PARA
              MOVE TOTAL-REMISE TO MONTANT-EDIT
              DISPLAY "Remise " NUM-REMISE " : " NB-TX-TOTAL
                      " prelevement(s) (" NB-TX-FRST " FRST, "
                      NB-TX-RCUR " RCUR) pour "
                      FUNCTION TRIM(MONTANT-EDIT) " EUR, echeance "
                      DATE-COLLECTE "."
              DISPLAY "Fichier a transmettre a la banque : '"
                      FUNCTION TRIM(SEPA-FILENAME) "'."
           END-IF
           IF NB-SANS-MANDAT-VALIDE > 0
              DISPLAY "*** " NB-SANS-MANDAT-VALIDE " facture(s) de "
                      "client(s) au mandat caduc non prelevee(s) ***"
           END-IF
           IF NB-DEJA-PRESENTEES > 0
              DISPLAY NB-DEJA-PRESENTEES " facture(s) deja presentee(s)"
                      " au prelevement ignoree(s)."
           END-IF.

       CHARGER-MANDATS-PARA.
           MOVE 0 TO NB-MDT
           OPEN INPUT MANDATS-FILE
           IF MANDATS-FILE-STATUS = "00"
              PERFORM UNTIL MANDATS-FILE-STATUS NOT = "00"
                 READ MANDATS-FILE
                    NOT AT END
                       IF NB-MDT < 200
                          ADD 1 TO NB-MDT
                          MOVE MAN-RECORD TO MDT-ENTREE(NB-MDT)
                          MOVE "N" TO MDT-UTILISE(NB-MDT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MANDATS-FILE
           END-IF.

       CHERCHER-MANDAT-PARA.
           MOVE 0 TO POS-MDT
           PERFORM VARYING IDX-MDT FROM 1 BY 1
                   UNTIL IDX-MDT > NB-MDT OR POS-MDT > 0
              MOVE MDT-ENTREE(IDX-MDT) TO MAN-RECORD
              IF MAN-CLIENT = CLIENT-MANDAT
                 MOVE IDX-MDT TO POS-MDT
              END-IF
           END-PERFORM
           IF POS-MDT > 0
              MOVE MDT-ENTREE(POS-MDT) TO MAN-RECORD
           END-IF.

       CHARGER-CLIENTS-PARA.
           MOVE 0 TO NB-CLN
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-FILE-STATUS = "00"
              PERFORM UNTIL CLIENTS-FILE-STATUS NOT = "00"
                 READ CLIENTS-FILE
                    NOT AT END
                       IF NB-CLN < 200
                          ADD 1 TO NB-CLN
                          MOVE CLI-CODE TO CLN-CODE(NB-CLN)
                          MOVE CLI-NOM  TO CLN-NOM(NB-CLN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTS-FILE
           END-IF.

       CHARGER-FACTURES-PARA.
           MOVE 0 TO NB-FAC
           OPEN INPUT INVOICE-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
              DISPLAY "Aucun historique de factures (invoice-log.txt) : "
                      "rien a prelever."
              STOP RUN
           END-IF
           PERFORM UNTIL LOG-FILE-STATUS NOT = "00"
              READ INVOICE-LOG-FILE
                 NOT AT END
                    IF NOT LOG-EST-AVOIR
                       PERFORM GARDER-FACTURE-PARA
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVOICE-LOG-FILE

           OPEN INPUT INVOICE-LOG-FILE
           PERFORM UNTIL LOG-FILE-STATUS NOT = "00"
              READ INVOICE-LOG-FILE
                 NOT AT END
                    IF LOG-EST-AVOIR
                       MOVE LOG-NUM-ORIGINE TO NUM-FACTURE-SAISI
                       PERFORM CHERCHER-FACTURE-PARA
                       IF POS-FAC > 0
                          SUBTRACT LOG-TOTAL-TTC FROM FAC-RESTE(POS-FAC)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVOICE-LOG-FILE.

       GARDER-FACTURE-PARA.
           MOVE LOG-CODE-CLIENT TO CLIENT-MANDAT
           PERFORM CHERCHER-MANDAT-PARA
           IF POS-MDT > 0
              IF NB-FAC >= 2000
                 DISPLAY "*** Historique trop grand pour le "
                         "prelevement ***"
                 STOP RUN
              END-IF
              ADD 1 TO NB-FAC
              MOVE LOG-NUM-FACTURE TO FAC-NUM(NB-FAC)
              MOVE LOG-CODE-CLIENT TO FAC-CLIENT(NB-FAC)
              MOVE LOG-DATE-FACTURE TO FAC-DATE(NB-FAC)
              IF LOG-DATE-ECHEANCE IS NUMERIC
                 AND LOG-DATE-ECHEANCE > 0
                 MOVE LOG-DATE-ECHEANCE TO FAC-ECHEANCE(NB-FAC)
              ELSE
                 MOVE LOG-DATE-FACTURE TO FAC-ECHEANCE(NB-FAC)
              END-IF
              MOVE LOG-TOTAL-TTC TO FAC-RESTE(NB-FAC)
              MOVE POS-MDT TO FAC-POS-MANDAT(NB-FAC)
              MOVE SPACES TO FAC-SEQUENCE(NB-FAC)
           END-IF.

       CHERCHER-FACTURE-PARA.
           MOVE 0 TO POS-FAC
           PERFORM VARYING IDX-FAC FROM 1 BY 1
                   UNTIL IDX-FAC > NB-FAC OR POS-FAC > 0
              IF FAC-NUM(IDX-FAC) = NUM-FACTURE-SAISI
                 MOVE IDX-FAC TO POS-FAC
              END-IF
           END-PERFORM.

       DEDUIRE-PAIEMENTS-PARA.
           OPEN INPUT PAYMENTS-FILE
           IF PAY-FILE-STATUS = "00"
              PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
                 READ PAYMENTS-FILE
                    NOT AT END
                       MOVE PAY-NUM-FACTURE TO NUM-FACTURE-SAISI
                       PERFORM CHERCHER-FACTURE-PARA
                       IF POS-FAC > 0
                          IF PAY-MONTANT IS NUMERIC
                             SUBTRACT PAY-MONTANT
                                 FROM FAC-RESTE(POS-FAC)
                          ELSE
                             MOVE 0 TO FAC-RESTE(POS-FAC)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENTS-FILE
           END-IF.

       SELECTIONNER-FACTURES-PARA.
           PERFORM VARYING IDX-FAC FROM 1 BY 1 UNTIL IDX-FAC > NB-FAC
              IF FAC-RESTE(IDX-FAC) > 0
                 AND FAC-ECHEANCE(IDX-FAC) <= DATE-COLLECTE
                 MOVE FAC-NUM(IDX-FAC) TO NUM-FACTURE-SAISI
                 PERFORM CHERCHER-PRELEVEMENT-PARA
                 IF POS-PRL > 0
                    ADD 1 TO NB-DEJA-PRESENTEES
                 ELSE
                    PERFORM RETENIR-FACTURE-PARA
                 END-IF
              END-IF
           END-PERFORM.

       RETENIR-FACTURE-PARA.
           MOVE FAC-POS-MANDAT(IDX-FAC) TO POS-MDT
           MOVE MDT-ENTREE(POS-MDT) TO MAN-RECORD
           IF MAN-ACTIF
              IF MAN-DATE-DERNIER-PRLV IS NUMERIC
                 AND MAN-DATE-DERNIER-PRLV > 0
                 MOVE MAN-DATE-DERNIER-PRLV TO DATE-REFERENCE
              ELSE
                 MOVE MAN-DATE-SIGNATURE TO DATE-REFERENCE
              END-IF
              COMPUTE JOURS-INACTIVITE =
                 FUNCTION INTEGER-OF-DATE(DATE-COLLECTE)
                 - FUNCTION INTEGER-OF-DATE(DATE-REFERENCE)
              IF JOURS-INACTIVITE > DUREE-VALIDITE-MANDAT
                 ADD 1 TO NB-SANS-MANDAT-VALIDE
                 DISPLAY "*** Mandat " FUNCTION TRIM(MAN-RUM)
                         " du client " MAN-CLIENT " caduc (plus de "
                         "36 mois sans prelevement) : facture "
                         FAC-NUM(IDX-FAC) " non prelevee ***"
              ELSE
                 MOVE MAN-SEQUENCE TO FAC-SEQUENCE(IDX-FAC)
                 MOVE "O" TO MDT-UTILISE(POS-MDT)
                 ADD 1 TO NB-TX-TOTAL
                 ADD FAC-RESTE(IDX-FAC) TO TOTAL-REMISE
                 IF MAN-PREMIER
                    ADD 1 TO NB-TX-FRST
                    ADD FAC-RESTE(IDX-FAC) TO TOTAL-FRST
                 ELSE
                    ADD 1 TO NB-TX-RCUR
                    ADD FAC-RESTE(IDX-FAC) TO TOTAL-RCUR
                 END-IF
              END-IF
           END-IF.

       ECRIRE-FICHIER-SEPA-PARA.
           MOVE SPACES TO SEPA-FILENAME
           STRING "pain008-" DELIMITED BY SIZE
                  NUM-REMISE DELIMITED BY SIZE
                  ".xml" DELIMITED BY SIZE
                  INTO SEPA-FILENAME
           END-STRING

           OPEN OUTPUT SEPA-FILE
           IF SEPA-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de creer "
                      FUNCTION TRIM(SEPA-FILENAME) " - statut "
                      SEPA-FILE-STATUS " ***"
              STOP RUN
           END-IF

           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
             TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:pain.008.001.02"">"
             TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "  <CstmrDrctDbtInitn>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "    <GrpHdr>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA

           STRING "      <MsgId>PRL" DELIMITED BY SIZE
                  NUM-REMISE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "</MsgId>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA

           ACCEPT TIME-COURANTE FROM TIME
           MOVE TODAY-DATE TO DATE-TRAVAIL
           PERFORM FORMATER-DATE-ISO-PARA
           STRING "      <CreDtTm>" DELIMITED BY SIZE
                  DATE-ISO DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  TIME-COURANTE(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TIME-COURANTE(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TIME-COURANTE(5:2) DELIMITED BY SIZE
                  "</CreDtTm>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA

           MOVE NB-TX-TOTAL TO NB-TX-BLOC
           MOVE TOTAL-REMISE TO TOTAL-BLOC
           PERFORM ECRIRE-TOTAUX-XML-PARA

           STRING "      <InitgPty><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM(CREANCIER-NOM) DELIMITED BY SIZE
                  "</Nm></InitgPty>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "    </GrpHdr>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA

           IF NB-TX-FRST > 0
              MOVE "FRST" TO SEQUENCE-EN-COURS
              MOVE NB-TX-FRST TO NB-TX-BLOC
              MOVE TOTAL-FRST TO TOTAL-BLOC
              PERFORM ECRIRE-LOT-SEPA-PARA
           END-IF
           IF NB-TX-RCUR > 0
              MOVE "RCUR" TO SEQUENCE-EN-COURS
              MOVE NB-TX-RCUR TO NB-TX-BLOC
              MOVE TOTAL-RCUR TO TOTAL-BLOC
              PERFORM ECRIRE-LOT-SEPA-PARA
           END-IF

           MOVE "  </CstmrDrctDbtInitn>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "</Document>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA

           CLOSE SEPA-FILE.

       ECRIRE-TOTAUX-XML-PARA.
           MOVE NB-TX-BLOC TO NB-TX-EDIT
           STRING "      <NbOfTxs>" DELIMITED BY SIZE
                  FUNCTION TRIM(NB-TX-EDIT) DELIMITED BY SIZE
                  "</NbOfTxs>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE TOTAL-BLOC TO MONTANT-XML
           STRING "      <CtrlSum>" DELIMITED BY SIZE
                  FUNCTION TRIM(MONTANT-XML) DELIMITED BY SIZE
                  "</CtrlSum>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA.

       ECRIRE-LOT-SEPA-PARA.
           MOVE "    <PmtInf>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           STRING "      <PmtInfId>PRL" DELIMITED BY SIZE
                  NUM-REMISE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  SEQUENCE-EN-COURS DELIMITED BY SIZE
                  "</PmtInfId>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "      <PmtMtd>DD</PmtMtd>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           PERFORM ECRIRE-TOTAUX-XML-PARA
           MOVE "      <PmtTpInf>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "        <SvcLvl><Cd>SEPA</Cd></SvcLvl>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "        <LclInstrm><Cd>CORE</Cd></LclInstrm>"
             TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           STRING "        <SeqTp>" DELIMITED BY SIZE
                  SEQUENCE-EN-COURS DELIMITED BY SIZE
                  "</SeqTp>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "      </PmtTpInf>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA

           MOVE DATE-COLLECTE TO DATE-TRAVAIL
           PERFORM FORMATER-DATE-ISO-PARA
           STRING "      <ReqdColltnDt>" DELIMITED BY SIZE
                  DATE-ISO DELIMITED BY SIZE
                  "</ReqdColltnDt>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA

           STRING "      <Cdtr><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM(CREANCIER-NOM) DELIMITED BY SIZE
                  "</Nm></Cdtr>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           STRING "      <CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  FUNCTION TRIM(CREANCIER-IBAN) DELIMITED BY SIZE
                  "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           STRING "      <CdtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                  FUNCTION TRIM(CREANCIER-BIC) DELIMITED BY SIZE
                  "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "      <ChrgBr>SLEV</ChrgBr>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "      <CdtrSchmeId><Id><PrvtId><Othr>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           STRING "        <Id>" DELIMITED BY SIZE
                  FUNCTION TRIM(CREANCIER-ICS) DELIMITED BY SIZE
                  "</Id>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "        <SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
             TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           MOVE "      </Othr></PrvtId></Id></CdtrSchmeId>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA

           PERFORM VARYING IDX-FAC FROM 1 BY 1 UNTIL IDX-FAC > NB-FAC
              IF FAC-SEQUENCE(IDX-FAC) = SEQUENCE-EN-COURS
                 PERFORM ECRIRE-TRANSACTION-SEPA-PARA
              END-IF
           END-PERFORM

           MOVE "    </PmtInf>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA.

       ECRIRE-TRANSACTION-SEPA-PARA.
           MOVE FAC-POS-MANDAT(IDX-FAC) TO POS-MDT
           MOVE MDT-ENTREE(POS-MDT) TO MAN-RECORD
           MOVE SPACES TO NOM-XML
           PERFORM VARYING IDX-CLN FROM 1 BY 1 UNTIL IDX-CLN > NB-CLN
              IF CLN-CODE(IDX-CLN) = FAC-CLIENT(IDX-FAC)
                 MOVE CLN-NOM(IDX-CLN) TO NOM-XML
              END-IF
           END-PERFORM
           IF NOM-XML = SPACES
              MOVE FAC-CLIENT(IDX-FAC) TO NOM-XML
           END-IF
           INSPECT NOM-XML REPLACING ALL "&" BY "+"
                                     ALL "<" BY " "
                                     ALL ">" BY " "

           MOVE "      <DrctDbtTxInf>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           STRING "        <PmtId><EndToEndId>FAC" DELIMITED BY SIZE
                  FAC-NUM(IDX-FAC) DELIMITED BY SIZE
                  "</EndToEndId></PmtId>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE FAC-RESTE(IDX-FAC) TO MONTANT-XML
           STRING "        <InstdAmt Ccy=""EUR"">" DELIMITED BY SIZE
                  FUNCTION TRIM(MONTANT-XML) DELIMITED BY SIZE
                  "</InstdAmt>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "        <DrctDbtTx><MndtRltdInf>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           STRING "          <MndtId>" DELIMITED BY SIZE
                  FUNCTION TRIM(MAN-RUM) DELIMITED BY SIZE
                  "</MndtId>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE MAN-DATE-SIGNATURE TO DATE-TRAVAIL
           PERFORM FORMATER-DATE-ISO-PARA
           STRING "          <DtOfSgntr>" DELIMITED BY SIZE
                  DATE-ISO DELIMITED BY SIZE
                  "</DtOfSgntr>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "        </MndtRltdInf></DrctDbtTx>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA
           STRING "        <DbtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                  FUNCTION TRIM(MAN-BIC) DELIMITED BY SIZE
                  "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           STRING "        <Dbtr><Nm>" DELIMITED BY SIZE
                  FUNCTION TRIM(NOM-XML) DELIMITED BY SIZE
                  "</Nm></Dbtr>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           STRING "        <DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  FUNCTION TRIM(MAN-IBAN) DELIMITED BY SIZE
                  "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           STRING "        <RmtInf><Ustrd>FACTURE " DELIMITED BY SIZE
                  FAC-NUM(IDX-FAC) DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  FAC-DATE(IDX-FAC) DELIMITED BY SIZE
                  "</Ustrd></RmtInf>" DELIMITED BY SIZE
                  INTO XML-LIGNE
           END-STRING
           PERFORM ECRIRE-XML-PARA
           MOVE "      </DrctDbtTxInf>" TO XML-LIGNE
           PERFORM ECRIRE-XML-PARA.

       FORMATER-DATE-ISO-PARA.
           MOVE SPACES TO DATE-ISO
           STRING DATE-TRAVAIL(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DATE-TRAVAIL(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DATE-TRAVAIL(7:2) DELIMITED BY SIZE
                  INTO DATE-ISO
           END-STRING.

       ECRIRE-XML-PARA.
           WRITE SEPA-RECORD FROM XML-LIGNE
           MOVE SPACES TO XML-LIGNE.

       ENREGISTRER-REMISE-PARA.
           OPEN EXTEND PRELEVEMENTS-FILE
           IF PRELEVEMENTS-STATUS NOT = "00"
              OPEN OUTPUT PRELEVEMENTS-FILE
           END-IF
           PERFORM VARYING IDX-FAC FROM 1 BY 1 UNTIL IDX-FAC > NB-FAC
              IF FAC-SEQUENCE(IDX-FAC) NOT = SPACES
                 MOVE FAC-POS-MANDAT(IDX-FAC) TO POS-MDT
                 MOVE MDT-ENTREE(POS-MDT) TO MAN-RECORD
                 MOVE FAC-NUM(IDX-FAC)       TO PRL-NUM-FACTURE
                 MOVE FAC-CLIENT(IDX-FAC)    TO PRL-CLIENT
                 MOVE NUM-REMISE             TO PRL-REMISE
                 MOVE TODAY-DATE             TO PRL-DATE-REMISE
                 MOVE DATE-COLLECTE          TO PRL-DATE-ECHEANCE
                 MOVE FAC-RESTE(IDX-FAC)     TO PRL-MONTANT
                 MOVE FAC-SEQUENCE(IDX-FAC)  TO PRL-SEQUENCE
                 MOVE MAN-RUM                TO PRL-RUM
                 MOVE "E"                    TO PRL-STATUT
                 MOVE TODAY-DATE             TO PRL-DATE-STATUT
                 MOVE SPACES                 TO PRL-MOTIF
                 WRITE PRL-RECORD
              END-IF
           END-PERFORM
           CLOSE PRELEVEMENTS-FILE.

       MAJ-MANDATS-PARA.
           PERFORM VARYING IDX-MDT FROM 1 BY 1 UNTIL IDX-MDT > NB-MDT
              IF MDT-UTILISE(IDX-MDT) = "O"
                 MOVE MDT-ENTREE(IDX-MDT) TO MAN-RECORD
                 MOVE "RCUR" TO MAN-SEQUENCE
                 MOVE DATE-COLLECTE TO MAN-DATE-DERNIER-PRLV
                 MOVE MAN-RECORD TO MDT-ENTREE(IDX-MDT)
              END-IF
           END-PERFORM
           PERFORM SAUVER-MANDATS-PARA.

       SAUVER-MANDATS-PARA.
           OPEN OUTPUT MANDATS-FILE
           IF MANDATS-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire mandats.txt - "
                      "statut " MANDATS-FILE-STATUS " ***"
           ELSE
              PERFORM VARYING IDX-MDT FROM 1 BY 1
                      UNTIL IDX-MDT > NB-MDT
                 MOVE MDT-ENTREE(IDX-MDT) TO MAN-RECORD
                 WRITE MAN-RECORD
              END-PERFORM
              CLOSE MANDATS-FILE
           END-IF.

       ENREGISTRER-REJET-PARA.
           IF CMD-ARG-2(1:6) IS NOT NUMERIC
              DISPLAY "Usage : facture-prelevement REJET NNNNNN [motif]"
              STOP RUN
           END-IF
           MOVE CMD-ARG-2(1:6) TO NUM-FACTURE-SAISI
           MOVE FUNCTION UPPER-CASE(CMD-ARG-3(1:4)) TO MOTIF-REJET
           IF MOTIF-REJET = SPACES
              MOVE "MS03" TO MOTIF-REJET
           END-IF

           PERFORM CHERCHER-PRELEVEMENT-PARA
           IF POS-PRL = 0
              DISPLAY "*** Aucun prelevement emis pour la facture "
                      NUM-FACTURE-SAISI " ***"
              STOP RUN
           END-IF
           IF NOT PRL-EN-COLLECTION
              DISPLAY "*** Prelevement de la facture "
                      NUM-FACTURE-SAISI " deja rejete le "
                      PRL-DATE-STATUT " ***"
              STOP RUN
           END-IF

           MOVE "R"          TO PRL-STATUT
           MOVE TODAY-DATE   TO PRL-DATE-STATUT
           MOVE MOTIF-REJET  TO PRL-MOTIF
           MOVE PRL-RECORD   TO PRL-ENTREE(POS-PRL)
           PERFORM SAUVER-PRELEVEMENTS-PARA

           PERFORM ANNULER-PAIEMENT-PRELEVE-PARA
           PERFORM MAJ-MANDAT-REJET-PARA

           MOVE PRL-MONTANT TO MONTANT-EDIT
           DISPLAY "Prelevement de la facture " NUM-FACTURE-SAISI
                   " (" FUNCTION TRIM(MONTANT-EDIT) " EUR) rejete, "
                   "motif " MOTIF-REJET "."
           DISPLAY "Facture rouverte : elle sera reprise par la "
                   "prochaine campagne de relances.".

       ANNULER-PAIEMENT-PRELEVE-PARA.
           MOVE 0 TO NB-PAY
           MOVE 0 TO POS-PAY
           OPEN INPUT PAYMENTS-FILE
           IF PAY-FILE-STATUS = "00"
              PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
                 READ PAYMENTS-FILE
                    NOT AT END
                       IF NB-PAY >= 5000
                          DISPLAY "*** Fichier paiements trop grand "
                                  "pour l'annulation ***"
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-PAY
                       MOVE PAY-RECORD TO PAY-ENTREE(NB-PAY)
                       IF PAY-NUM-FACTURE = PRL-NUM-FACTURE
                          AND PAY-MONTANT IS NUMERIC
                          AND PAY-MONTANT = PRL-MONTANT
                          AND PAY-DATE-PAIEMENT >= PRL-DATE-REMISE
                          MOVE NB-PAY TO POS-PAY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENTS-FILE
           END-IF

           IF POS-PAY > 0
              MOVE PAY-ENTREE(POS-PAY) TO PAY-RECORD
              OPEN OUTPUT PAYMENTS-FILE
              IF PAY-FILE-STATUS NOT = "00"
                 DISPLAY "*** Impossible de reecrire payments.txt - "
                         "statut " PAY-FILE-STATUS " ***"
              ELSE
                 PERFORM VARYING IDX-PAY FROM 1 BY 1
                         UNTIL IDX-PAY > NB-PAY
                    IF IDX-PAY NOT = POS-PAY
                       MOVE PAY-ENTREE(IDX-PAY) TO PAY-RECORD
                       WRITE PAY-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE PAYMENTS-FILE
                 PERFORM MAJ-INDEX-PAIEMENT-PARA
                 DISPLAY "Encaissement du " PAY-DATE-PAIEMENT
                         " contre-passe."
              END-IF
           END-IF.

       MAJ-INDEX-PAIEMENT-PARA.
           OPEN I-O PAYMENTS-IDX-FILE
           IF PAY-IDX-STATUS = "00"
              MOVE PRL-NUM-FACTURE TO PAY-IDX-NUM
              READ PAYMENTS-IDX-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PAY-IDX-MONTANT IS NUMERIC
                       AND PAY-IDX-MONTANT >= PRL-MONTANT
                       SUBTRACT PRL-MONTANT FROM PAY-IDX-MONTANT
                    ELSE
                       MOVE 0 TO PAY-IDX-MONTANT
                    END-IF
                    REWRITE PAY-IDX-RECORD
                    END-REWRITE
              END-READ
              CLOSE PAYMENTS-IDX-FILE
           END-IF.

       MAJ-MANDAT-REJET-PARA.
           PERFORM CHARGER-MANDATS-PARA
           MOVE PRL-CLIENT TO CLIENT-MANDAT
           PERFORM CHERCHER-MANDAT-PARA
           IF POS-MDT > 0
              EVALUATE TRUE
                 WHEN MOTIF-REJET = "MD01" OR MOTIF-REJET = "AC04"
                      OR MOTIF-REJET = "AC06" OR MOTIF-REJET = "MD07"
                    MOVE "R" TO MAN-STATUT
                    DISPLAY "*** Mandat " FUNCTION TRIM(MAN-RUM)
                            " revoque suite au motif " MOTIF-REJET
                            " ***"
                 WHEN PRL-SEQUENCE = "FRST"
                    MOVE "FRST" TO MAN-SEQUENCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE MAN-RECORD TO MDT-ENTREE(POS-MDT)
              PERFORM SAUVER-MANDATS-PARA
           END-IF.
