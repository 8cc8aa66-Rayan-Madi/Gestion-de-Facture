               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEVE-FILE-STATUS.

           SELECT CLIENTS-FILE ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIENTS-FILE-STATUS.

           SELECT RELANCES-HIST-FILE ASSIGN TO "relances-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELANCES-HIST-STATUS.

           SELECT LETTRE-FILE ASSIGN TO DYNAMIC LETTRE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTRE-FILE-STATUS.

           SELECT PRELEVEMENTS-FILE ASSIGN TO "prelevements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRELEVEMENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LOG-FILE.
       FD  RELEVE-FILE.
       01  RELEVE-RECORD               PIC X(80).

       FD  CLIENTS-FILE.
           COPY "clirec.cpy".

       FD  RELANCES-HIST-FILE.
           COPY "relrec.cpy".

       FD  LETTRE-FILE.
       01  LETTRE-RECORD               PIC X(80).

       FD  PRELEVEMENTS-FILE.
           COPY "prlrec.cpy".

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS                PIC X(40).
       01  CMD-ARG-1                 PIC X(20).
       01  RELEVE-FILENAME          PIC X(30).

       01  JOURS-ECART               PIC S9(9).
       01  DATE-ECHEANCE             PIC 9(8).
       01  CATEGORIE                 PIC X(05).
       01  NB-IMPAYEES               PIC 9(5) VALUE 0.

       01  SWAP-EVT                  PIC X(35).
       01  SOLDE-COURANT             PIC S9(9)V99.

       01  CLIENTS-FILE-STATUS       PIC X(02).
       01  CLIENT-RELANCE-TROUVE     PIC X(01) VALUE "N".
           88  CLIENT-RELANCE-EST-TROUVE    VALUE "O".
       01  RELANCES-HIST-STATUS      PIC X(02).
       01  LETTRE-FILE-STATUS        PIC X(02).
       01  LETTRE-FILENAME           PIC X(40).

       01  EMETTEUR-NOM              PIC X(30)
                                     VALUE "GESTION DE FACTURE SARL".
       01  DELAI-ESCALADE            PIC 9(3) VALUE 15.
       01  INDEMNITE-FORFAITAIRE     PIC 9(3)V99 VALUE 40.
       01  TAUX-INTERET-RETARD       PIC 9V9999 VALUE 0.1200.
       01  TAUX-POURCENT             PIC Z9.99.

       01  HISTO-RELANCES-TABLE.
           05  HRL-ENTREE OCCURS 2000.
               10  HRL-NUM           PIC 9(6).
               10  HRL-NIVEAU        PIC 9(1).
               10  HRL-DATE          PIC 9(8).
       01  NB-HRL                    PIC 9(4) VALUE 0.
       01  IDX-HRL                   PIC 9(4).
       01  POS-HRL                   PIC 9(4).

       01  ECHUES-TABLE.
           05  ECH-ENTREE OCCURS 1000.
               10  ECH-NUM           PIC 9(6).
               10  ECH-CLIENT        PIC X(05).
               10  ECH-DATE-FACTURE  PIC 9(8).
               10  ECH-DATE-ECHEANCE PIC 9(8).
               10  ECH-JOURS         PIC 9(5).
               10  ECH-NET-TTC       PIC S9(9)V99.
               10  ECH-REGLE         PIC S9(9)V99.
               10  ECH-RESTE         PIC S9(9)V99.
               10  ECH-NIVEAU        PIC 9(1).
               10  ECH-DATE-RELANCE  PIC 9(8).
               10  ECH-TRAITEE       PIC X(01).
       01  NB-ECH                    PIC 9(4) VALUE 0.
       01  IDX-ECH                   PIC 9(4).
       01  JDX-ECH                   PIC 9(4).

       01  CLIENT-RELANCE            PIC X(05).
       01  NIVEAU-ACTUEL             PIC 9(1).
       01  NIVEAU-RELANCE            PIC 9(1).
       01  DATE-DERNIERE-RELANCE     PIC 9(8).
       01  JOURS-DEPUIS-RELANCE      PIC S9(9).
       01  NB-FACTURES-LETTRE        PIC 9(4).
       01  TOTAL-RESTE-LETTRE        PIC S9(9)V99.
       01  INTERETS-FACTURE          PIC 9(9)V99.
       01  TOTAL-INTERETS            PIC 9(9)V99.
       01  TOTAL-INDEMNITES          PIC 9(9)V99.
       01  TOTAL-A-REGLER            PIC S9(9)V99.
       01  NB-LETTRES-NIVEAU-1       PIC 9(4) VALUE 0.
       01  NB-LETTRES-NIVEAU-2       PIC 9(4) VALUE 0.
       01  NB-LETTRES-NIVEAU-3       PIC 9(4) VALUE 0.
       01  NB-CLIENTS-EN-DELAI       PIC 9(4) VALUE 0.
       01  NB-CLIENTS-CONTENTIEUX    PIC 9(4) VALUE 0.

       01  PRELEVEMENTS-STATUS       PIC X(02).
       01  PRELEVEMENTS-TABLE.
           05  PEC-ENTREE OCCURS 2000.
               10  PEC-NUM           PIC 9(6).
               10  PEC-STATUT        PIC X(01).
                   88  PEC-EN-COLLECTION   VALUE "E".
                   88  PEC-REJETE          VALUE "R".
               10  PEC-DATE-STATUT   PIC 9(8).
               10  PEC-MOTIF         PIC X(04).
       01  NB-PEC                    PIC 9(4) VALUE 0.
       01  IDX-PEC                   PIC 9(4).
       01  POS-PEC                   PIC 9(4).
       01  NUM-PEC-CHERCHE           PIC 9(6).
       01  NB-EN-COLLECTION          PIC 9(5) VALUE 0.

       01  LETTRE-FORMAT.
           05  L-NUM-FACTURE            PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  L-DATE-FACTURE           PIC 9(8).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  L-DATE-ECHEANCE          PIC 9(8).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  L-JOURS                  PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  L-NET-TTC                PIC Z(7)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  L-REGLE                  PIC Z(7)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  L-RESTE                  PIC Z(7)9.99.

       01  WORK-LINE                    PIC X(80).

       01  LIGNE-FORMAT.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  F-DATE-FACTURE           PIC 9(8).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-DATE-ECHEANCE          PIC 9(8).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-JOURS                  PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-CATEGORIE              PIC X(05).
              WHEN "RELEVE"
                 MOVE CMD-ARG-2(1:5) TO PARAM-CLIENT
                 PERFORM RELEVE-CLIENT-PARA
              WHEN "RELANCES"
                 PERFORM CAMPAGNE-RELANCES-PARA
              WHEN OTHER
                 MOVE CMD-ARG-1(1:6) TO PARAM-FACTURE
                 PERFORM MARQUER-PAYEE-PARA
           MOVE "=========== FACTURES IMPAYEES ===========" TO WORK-LINE
           WRITE OVERDUE-RECORD FROM WORK-LINE

           MOVE "Facture  Client     Date      Echeance    Jours  Retard  Reste du"
             TO WORK-LINE
           WRITE OVERDUE-RECORD FROM WORK-LINE

           MOVE "------------------------------------------------------------------"
             TO WORK-LINE
           WRITE OVERDUE-RECORD FROM WORK-LINE

           PERFORM CHARGER-AVOIRS-PARA
           PERFORM CHARGER-PRELEVEMENTS-PARA

           MOVE "N" TO IDX-DISPONIBLE
           OPEN INPUT PAYMENTS-IDX-FILE
                    END-IF
                    IF RESTE-DU > 0
                       PERFORM CALCULER-RETARD-PARA
                       MOVE LOG-NUM-FACTURE TO NUM-PEC-CHERCHE
                       PERFORM CHERCHER-PRELEVEMENT-PARA
                       IF POS-PEC > 0 AND PEC-EN-COLLECTION(POS-PEC)
                          ADD 1 TO NB-EN-COLLECTION
                       ELSE
                          IF CATEGORIE NOT = SPACES
                             PERFORM ECRIRE-LIGNE-IMPAYEE-PARA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              CLOSE PAYMENTS-IDX-FILE
           END-IF

           MOVE "------------------------------------------------------------------"
             TO WORK-LINE
           WRITE OVERDUE-RECORD FROM WORK-LINE

           CLOSE OVERDUE-FILE

           DISPLAY "Rapport genere dans '" OVERDUE-FILENAME "' - "
                   NB-IMPAYEES " facture(s) impayee(s) signalee(s)."
           IF NB-EN-COLLECTION > 0
              DISPLAY NB-EN-COLLECTION " facture(s) en cours de "
                      "prelevement SEPA non signalee(s)."
           END-IF.

       LIRE-LOG-PARA.
           READ INVOICE-LOG-FILE
           MOVE "N" TO PAY-EOF.

       CALCULER-RETARD-PARA.
           IF LOG-DATE-ECHEANCE IS NUMERIC AND LOG-DATE-ECHEANCE > 0
              MOVE LOG-DATE-ECHEANCE TO DATE-ECHEANCE
           ELSE
              MOVE LOG-DATE-FACTURE TO DATE-ECHEANCE
           END-IF

           COMPUTE JOURS-ECART =
              FUNCTION INTEGER-OF-DATE(TODAY-DATE)
              - FUNCTION INTEGER-OF-DATE(DATE-ECHEANCE)

           EVALUATE TRUE
              WHEN JOURS-ECART > 90
                 MOVE ">60"  TO CATEGORIE
              WHEN JOURS-ECART > 30
                 MOVE ">30"  TO CATEGORIE
              WHEN JOURS-ECART > 0
                 MOVE "1-30" TO CATEGORIE
              WHEN OTHER
                 MOVE SPACES TO CATEGORIE
           END-EVALUATE.
           MOVE LOG-NUM-FACTURE  TO F-NUM-FACTURE
           MOVE LOG-CODE-CLIENT  TO F-CODE-CLIENT
           MOVE LOG-DATE-FACTURE TO F-DATE-FACTURE
           MOVE DATE-ECHEANCE    TO F-DATE-ECHEANCE
           MOVE JOURS-ECART   TO F-JOURS
           MOVE CATEGORIE     TO F-CATEGORIE
           MOVE RESTE-DU      TO F-RESTE-DU
           DISPLAY "Releve genere dans '"
                   FUNCTION TRIM(RELEVE-FILENAME) "' - "
                   NB-EVENEMENTS " mouvement(s).".

       CAMPAGNE-RELANCES-PARA.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           IF CMD-ARG-2 NOT = SPACES
              AND FUNCTION TEST-NUMVAL(CMD-ARG-2) = 0
              COMPUTE DELAI-ESCALADE = FUNCTION NUMVAL(CMD-ARG-2)
           END-IF

           PERFORM CHARGER-HISTORIQUE-RELANCES-PARA
           PERFORM CHARGER-AVOIRS-PARA
           PERFORM CHARGER-PRELEVEMENTS-PARA

           MOVE "N" TO IDX-DISPONIBLE
           OPEN INPUT PAYMENTS-IDX-FILE
           IF PAY-IDX-STATUS = "00"
              MOVE "O" TO IDX-DISPONIBLE
           END-IF

           MOVE 0 TO NB-ECH
           MOVE "N" TO LOG-EOF
           OPEN INPUT INVOICE-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
              DISPLAY "Aucun historique de factures (invoice-log.txt) : "
                       "rien a relancer."
           ELSE
              PERFORM LIRE-LOG-PARA
              PERFORM UNTIL FIN-LOG-INVOICES
                 IF NOT LOG-EST-AVOIR
                    PERFORM CALCULER-NET-TTC-PARA
                    PERFORM CUMULER-PAIEMENTS-PARA
                    COMPUTE RESTE-DU = NET-TTC - CUMUL-PAYE
                    IF ANCIEN-PAIEMENT-TROUVE
                       MOVE 0 TO RESTE-DU
                    END-IF
                    IF RESTE-DU > 0
                       PERFORM CALCULER-RETARD-PARA
                       MOVE LOG-NUM-FACTURE TO NUM-PEC-CHERCHE
                       PERFORM CHERCHER-PRELEVEMENT-PARA
                       IF POS-PEC > 0 AND PEC-EN-COLLECTION(POS-PEC)
                          ADD 1 TO NB-EN-COLLECTION
                       ELSE
                          IF CATEGORIE NOT = SPACES
                             PERFORM GARDER-FACTURE-ECHUE-PARA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 PERFORM LIRE-LOG-PARA
              END-PERFORM
              CLOSE INVOICE-LOG-FILE
           END-IF
           MOVE "N" TO LOG-EOF

           IF INDEX-EST-DISPONIBLE
              CLOSE PAYMENTS-IDX-FILE
           END-IF

           PERFORM VARYING IDX-ECH FROM 1 BY 1 UNTIL IDX-ECH > NB-ECH
              IF ECH-TRAITEE(IDX-ECH) = "N"
                 MOVE ECH-CLIENT(IDX-ECH) TO CLIENT-RELANCE
                 PERFORM RELANCER-CLIENT-PARA
              END-IF
           END-PERFORM

           DISPLAY "Relances emises : " NB-LETTRES-NIVEAU-1
                   " rappel(s) amiable(s), " NB-LETTRES-NIVEAU-2
                   " relance(s) formelle(s), " NB-LETTRES-NIVEAU-3
                   " mise(s) en demeure."
           DISPLAY NB-CLIENTS-EN-DELAI " client(s) dans le delai de "
                   DELAI-ESCALADE " jours, " NB-CLIENTS-CONTENTIEUX
                   " client(s) deja mis en demeure."
           IF NB-EN-COLLECTION > 0
              DISPLAY NB-EN-COLLECTION " facture(s) en cours de "
                      "prelevement SEPA non relancee(s)."
           END-IF.

       CHARGER-PRELEVEMENTS-PARA.
           MOVE 0 TO NB-PEC
           OPEN INPUT PRELEVEMENTS-FILE
           IF PRELEVEMENTS-STATUS = "00"
              PERFORM UNTIL PRELEVEMENTS-STATUS NOT = "00"
                 READ PRELEVEMENTS-FILE
                    NOT AT END
                       MOVE PRL-NUM-FACTURE TO NUM-PEC-CHERCHE
                       PERFORM CHERCHER-PRELEVEMENT-PARA
                       IF POS-PEC = 0
                          IF NB-PEC < 2000
                             ADD 1 TO NB-PEC
                             MOVE NB-PEC TO POS-PEC
                             MOVE PRL-NUM-FACTURE TO PEC-NUM(POS-PEC)
                          ELSE
                             DISPLAY "*** Table des prelevements "
                                     "saturee : facture "
                                     PRL-NUM-FACTURE " ignoree ***"
                          END-IF
                       END-IF
                       IF POS-PEC > 0
                          MOVE PRL-STATUT      TO PEC-STATUT(POS-PEC)
                          MOVE PRL-DATE-STATUT TO PEC-DATE-STATUT(POS-PEC)
                          MOVE PRL-MOTIF       TO PEC-MOTIF(POS-PEC)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRELEVEMENTS-FILE
           END-IF.

       CHERCHER-PRELEVEMENT-PARA.
           MOVE 0 TO POS-PEC
           PERFORM VARYING IDX-PEC FROM 1 BY 1
                   UNTIL IDX-PEC > NB-PEC OR POS-PEC > 0
              IF PEC-NUM(IDX-PEC) = NUM-PEC-CHERCHE
                 MOVE IDX-PEC TO POS-PEC
              END-IF
           END-PERFORM.

       CHARGER-HISTORIQUE-RELANCES-PARA.
           MOVE 0 TO NB-HRL
           OPEN INPUT RELANCES-HIST-FILE
           IF RELANCES-HIST-STATUS = "00"
              PERFORM UNTIL RELANCES-HIST-STATUS NOT = "00"
                 READ RELANCES-HIST-FILE
                    NOT AT END
                       PERFORM GARDER-RELANCE-PARA
                 END-READ
              END-PERFORM
              CLOSE RELANCES-HIST-FILE
           END-IF.

       GARDER-RELANCE-PARA.
           PERFORM CHERCHER-RELANCE-FACTURE-PARA
           IF POS-HRL = 0
              IF NB-HRL < 2000
                 ADD 1 TO NB-HRL
                 MOVE NB-HRL TO POS-HRL
                 MOVE REL-NUM-FACTURE TO HRL-NUM(POS-HRL)
              ELSE
                 DISPLAY "*** Historique des relances sature : facture "
                         REL-NUM-FACTURE " ignoree ***"
              END-IF
           END-IF
           IF POS-HRL > 0
              MOVE REL-NIVEAU TO HRL-NIVEAU(POS-HRL)
              MOVE REL-DATE   TO HRL-DATE(POS-HRL)
           END-IF.

       CHERCHER-RELANCE-FACTURE-PARA.
           MOVE 0 TO POS-HRL
           PERFORM VARYING IDX-HRL FROM 1 BY 1
                   UNTIL IDX-HRL > NB-HRL OR POS-HRL > 0
              IF HRL-NUM(IDX-HRL) = REL-NUM-FACTURE
                 MOVE IDX-HRL TO POS-HRL
              END-IF
           END-PERFORM.

       GARDER-FACTURE-ECHUE-PARA.
           IF NB-ECH >= 1000
              DISPLAY "*** Table des factures echues saturee : facture "
                      LOG-NUM-FACTURE " non relancee ***"
           ELSE
              ADD 1 TO NB-ECH
              MOVE LOG-NUM-FACTURE  TO ECH-NUM(NB-ECH)
              MOVE LOG-CODE-CLIENT  TO ECH-CLIENT(NB-ECH)
              MOVE LOG-DATE-FACTURE TO ECH-DATE-FACTURE(NB-ECH)
              MOVE DATE-ECHEANCE    TO ECH-DATE-ECHEANCE(NB-ECH)
              MOVE JOURS-ECART      TO ECH-JOURS(NB-ECH)
              MOVE NET-TTC          TO ECH-NET-TTC(NB-ECH)
              MOVE CUMUL-PAYE       TO ECH-REGLE(NB-ECH)
              MOVE RESTE-DU         TO ECH-RESTE(NB-ECH)
              MOVE "N"              TO ECH-TRAITEE(NB-ECH)
              MOVE LOG-NUM-FACTURE  TO REL-NUM-FACTURE
              PERFORM CHERCHER-RELANCE-FACTURE-PARA
              IF POS-HRL > 0
                 MOVE HRL-NIVEAU(POS-HRL) TO ECH-NIVEAU(NB-ECH)
                 MOVE HRL-DATE(POS-HRL)   TO ECH-DATE-RELANCE(NB-ECH)
              ELSE
                 MOVE 0 TO ECH-NIVEAU(NB-ECH)
                 MOVE 0 TO ECH-DATE-RELANCE(NB-ECH)
              END-IF
           END-IF.

       RELANCER-CLIENT-PARA.
           MOVE 0 TO NIVEAU-ACTUEL
           MOVE 0 TO DATE-DERNIERE-RELANCE
           PERFORM VARYING JDX-ECH FROM IDX-ECH BY 1
                   UNTIL JDX-ECH > NB-ECH
              IF ECH-CLIENT(JDX-ECH) = CLIENT-RELANCE
                 MOVE "O" TO ECH-TRAITEE(JDX-ECH)
                 IF ECH-NIVEAU(JDX-ECH) > NIVEAU-ACTUEL
                    MOVE ECH-NIVEAU(JDX-ECH) TO NIVEAU-ACTUEL
                 END-IF
                 IF ECH-DATE-RELANCE(JDX-ECH) > DATE-DERNIERE-RELANCE
                    MOVE ECH-DATE-RELANCE(JDX-ECH)
                      TO DATE-DERNIERE-RELANCE
                 END-IF
              END-IF
           END-PERFORM

           MOVE 0 TO JOURS-DEPUIS-RELANCE
           IF DATE-DERNIERE-RELANCE > 0
              COMPUTE JOURS-DEPUIS-RELANCE =
                 FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(DATE-DERNIERE-RELANCE)
           END-IF

           EVALUATE TRUE
              WHEN NIVEAU-ACTUEL = 0
                 MOVE 1 TO NIVEAU-RELANCE
              WHEN NIVEAU-ACTUEL >= 3
                 MOVE 0 TO NIVEAU-RELANCE
                 ADD 1 TO NB-CLIENTS-CONTENTIEUX
              WHEN JOURS-DEPUIS-RELANCE >= DELAI-ESCALADE
                 COMPUTE NIVEAU-RELANCE = NIVEAU-ACTUEL + 1
              WHEN OTHER
                 MOVE 0 TO NIVEAU-RELANCE
                 ADD 1 TO NB-CLIENTS-EN-DELAI
           END-EVALUATE

           IF NIVEAU-RELANCE > 0
              PERFORM ECRIRE-LETTRE-RELANCE-PARA
           END-IF.

       CHERCHER-CLIENT-RELANCE-PARA.
           MOVE "N" TO CLIENT-RELANCE-TROUVE
           OPEN INPUT CLIENTS-FILE
           IF CLIENTS-FILE-STATUS = "00"
              PERFORM UNTIL CLIENTS-FILE-STATUS NOT = "00"
                         OR CLIENT-RELANCE-EST-TROUVE
                 READ CLIENTS-FILE
                    NOT AT END
                       IF CLI-CODE = CLIENT-RELANCE
                          MOVE "O" TO CLIENT-RELANCE-TROUVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTS-FILE
           END-IF
           IF NOT CLIENT-RELANCE-EST-TROUVE
              MOVE SPACES TO CLI-RECORD
              MOVE CLIENT-RELANCE TO CLI-CODE
              MOVE "*** CLIENT NON REFERENCE ***" TO CLI-NOM
           END-IF.

       ECRIRE-LETTRE-RELANCE-PARA.
           PERFORM CHERCHER-CLIENT-RELANCE-PARA

           MOVE SPACES TO LETTRE-FILENAME
           STRING "relance-" DELIMITED BY SIZE
                  NIVEAU-RELANCE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CLIENT-RELANCE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO LETTRE-FILENAME
           END-STRING

           OPEN OUTPUT LETTRE-FILE

           MOVE EMETTEUR-NOM TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Client : " DELIMITED BY SIZE
                  CLI-CODE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CLI-NOM DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE LETTRE-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "         " DELIMITED BY SIZE
                  CLI-ADRESSE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE LETTRE-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Le " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE LETTRE-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE

           PERFORM ECRIRE-TEXTE-RELANCE-PARA

           MOVE "Facture  Date      Echeance  Jours  Montant TTC   Deja regle     Reste du"
             TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE
           MOVE "---------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE

           MOVE 0 TO NB-FACTURES-LETTRE
           MOVE 0 TO TOTAL-RESTE-LETTRE
           MOVE 0 TO TOTAL-INTERETS
           PERFORM VARYING JDX-ECH FROM IDX-ECH BY 1
                   UNTIL JDX-ECH > NB-ECH
              IF ECH-CLIENT(JDX-ECH) = CLIENT-RELANCE
                 PERFORM ECRIRE-FACTURE-RELANCE-PARA
              END-IF
           END-PERFORM

           MOVE "---------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE

           MOVE TOTAL-RESTE-LETTRE TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Total restant du                    : " DELIMITED BY SIZE
                  MONTANT-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE LETTRE-RECORD FROM WORK-LINE

           IF NIVEAU-RELANCE = 3
              PERFORM ECRIRE-PENALITES-PARA
           END-IF

           MOVE SPACES TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE
           MOVE "Le service comptabilite" TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE

           CLOSE LETTRE-FILE

           PERFORM ENREGISTRER-RELANCES-PARA

           EVALUATE NIVEAU-RELANCE
              WHEN 1
                 ADD 1 TO NB-LETTRES-NIVEAU-1
              WHEN 2
                 ADD 1 TO NB-LETTRES-NIVEAU-2
              WHEN OTHER
                 ADD 1 TO NB-LETTRES-NIVEAU-3
           END-EVALUATE

           DISPLAY "Lettre de niveau " NIVEAU-RELANCE " pour "
                   CLIENT-RELANCE " : '" FUNCTION TRIM(LETTRE-FILENAME)
                   "' (" NB-FACTURES-LETTRE " facture(s)).".

       ECRIRE-TEXTE-RELANCE-PARA.
           EVALUATE NIVEAU-RELANCE
              WHEN 1
                 MOVE "Objet : RAPPEL - factures arrivees a echeance"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE SPACES TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "Sauf erreur de notre part, les factures ci-dessous restent impayees"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "a ce jour. Il s'agit sans doute d'un oubli : merci de bien vouloir"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "proceder a leur reglement dans les meilleurs delais."
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
              WHEN 2
                 MOVE "Objet : RELANCE - factures impayees"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE SPACES TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "Malgre notre precedent rappel, les factures ci-dessous ne sont"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "toujours pas reglees. Nous vous demandons de regulariser votre"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "situation sous quinze jours."
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
              WHEN OTHER
                 MOVE "Objet : MISE EN DEMEURE DE PAYER"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE SPACES TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "Nos relances etant restees sans effet, nous vous mettons en demeure"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "de regler sous huit jours les sommes ci-dessous, majorees des"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "penalites de retard et de l'indemnite forfaitaire de recouvrement"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "(articles L441-10 et D441-5 du Code de commerce). A defaut, nous"
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
                 MOVE "engagerons une procedure de recouvrement judiciaire."
                   TO WORK-LINE
                 WRITE LETTRE-RECORD FROM WORK-LINE
           END-EVALUATE
           MOVE SPACES TO WORK-LINE
           WRITE LETTRE-RECORD FROM WORK-LINE.

       ECRIRE-FACTURE-RELANCE-PARA.
           ADD 1 TO NB-FACTURES-LETTRE
           ADD ECH-RESTE(JDX-ECH) TO TOTAL-RESTE-LETTRE
           COMPUTE INTERETS-FACTURE ROUNDED =
              ECH-RESTE(JDX-ECH) * TAUX-INTERET-RETARD
              * ECH-JOURS(JDX-ECH) / 365
           ADD INTERETS-FACTURE TO TOTAL-INTERETS

           MOVE ECH-NUM(JDX-ECH)           TO L-NUM-FACTURE
           MOVE ECH-DATE-FACTURE(JDX-ECH)  TO L-DATE-FACTURE
           MOVE ECH-DATE-ECHEANCE(JDX-ECH) TO L-DATE-ECHEANCE
           MOVE ECH-JOURS(JDX-ECH)         TO L-JOURS
           MOVE ECH-NET-TTC(JDX-ECH)       TO L-NET-TTC
           MOVE ECH-REGLE(JDX-ECH)         TO L-REGLE
           MOVE ECH-RESTE(JDX-ECH)         TO L-RESTE
           WRITE LETTRE-RECORD FROM LETTRE-FORMAT

           MOVE ECH-NUM(JDX-ECH) TO NUM-PEC-CHERCHE
           PERFORM CHERCHER-PRELEVEMENT-PARA
           IF POS-PEC > 0 AND PEC-REJETE(POS-PEC)
              MOVE SPACES TO WORK-LINE
              STRING "        prelevement SEPA rejete le "
                        DELIMITED BY SIZE
                     PEC-DATE-STATUT(POS-PEC) DELIMITED BY SIZE
                     " (motif " DELIMITED BY SIZE
                     PEC-MOTIF(POS-PEC) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE LETTRE-RECORD FROM WORK-LINE
           END-IF

           IF ECH-REGLE(JDX-ECH) > 0
              PERFORM ECRIRE-REGLEMENTS-RELANCE-PARA
           END-IF.

       ECRIRE-REGLEMENTS-RELANCE-PARA.
           MOVE "N" TO PAY-EOF
           OPEN INPUT PAYMENTS-FILE
           IF PAY-FILE-STATUS = "00"
              PERFORM UNTIL FIN-PAIEMENTS
                 READ PAYMENTS-FILE
                    AT END
                       MOVE "O" TO PAY-EOF
                    NOT AT END
                       IF PAY-NUM-FACTURE = ECH-NUM(JDX-ECH)
                          AND PAY-MONTANT IS NUMERIC
                          MOVE PAY-MONTANT TO MONTANT-EDIT
                          MOVE SPACES TO WORK-LINE
                          STRING "        reglement partiel du "
                                    DELIMITED BY SIZE
                                 PAY-DATE-PAIEMENT DELIMITED BY SIZE
                                 " : " DELIMITED BY SIZE
                                 FUNCTION TRIM(MONTANT-EDIT)
                                    DELIMITED BY SIZE
                                 INTO WORK-LINE
                          END-STRING
                          WRITE LETTRE-RECORD FROM WORK-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENTS-FILE
           END-IF
           MOVE "N" TO PAY-EOF.

       ECRIRE-PENALITES-PARA.
           COMPUTE TOTAL-INDEMNITES =
              INDEMNITE-FORFAITAIRE * NB-FACTURES-LETTRE
           COMPUTE TOTAL-A-REGLER =
              TOTAL-RESTE-LETTRE + TOTAL-INTERETS + TOTAL-INDEMNITES
           COMPUTE TAUX-POURCENT = TAUX-INTERET-RETARD * 100

           MOVE TOTAL-INTERETS TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Interets de retard (taux annuel " DELIMITED BY SIZE
                  TAUX-POURCENT DELIMITED BY SIZE
                  " %) : " DELIMITED BY SIZE
                  MONTANT-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE LETTRE-RECORD FROM WORK-LINE

           MOVE TOTAL-INDEMNITES TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Indemnite forfaitaire (40 EUR/fact.): " DELIMITED BY SIZE
                  MONTANT-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE LETTRE-RECORD FROM WORK-LINE

           MOVE TOTAL-A-REGLER TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "TOTAL A REGLER                      : " DELIMITED BY SIZE
                  MONTANT-EDIT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE LETTRE-RECORD FROM WORK-LINE.

       ENREGISTRER-RELANCES-PARA.
           OPEN EXTEND RELANCES-HIST-FILE
           IF RELANCES-HIST-STATUS NOT = "00"
              OPEN OUTPUT RELANCES-HIST-FILE
           END-IF
           PERFORM VARYING JDX-ECH FROM IDX-ECH BY 1
                   UNTIL JDX-ECH > NB-ECH
              IF ECH-CLIENT(JDX-ECH) = CLIENT-RELANCE
                 MOVE TODAY-DATE         TO REL-DATE
                 MOVE CLIENT-RELANCE     TO REL-CLIENT
                 MOVE NIVEAU-RELANCE     TO REL-NIVEAU
                 MOVE ECH-NUM(JDX-ECH)   TO REL-NUM-FACTURE
                 MOVE ECH-RESTE(JDX-ECH) TO REL-RESTE-DU
                 MOVE LETTRE-FILENAME    TO REL-FICHIER
                 WRITE REL-RECORD
              END-IF
           END-PERFORM
           CLOSE RELANCES-HIST-FILE.
