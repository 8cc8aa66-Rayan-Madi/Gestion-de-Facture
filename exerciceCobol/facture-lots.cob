IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-LOTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICLES-FILE ASSIGN TO "articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTICLES-FILE-STATUS.

           SELECT ARTICLES-IDX-FILE ASSIGN TO "articles.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ART-IDX-CODE
               FILE STATUS IS ARTICLES-IDX-STATUS.

           SELECT CLIENTS-FILE ASSIGN TO "clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIENTS-FILE-STATUS.

           SELECT LOTS-FILE ASSIGN TO "lots-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTS-FILE-STATUS.

           SELECT LOTS-MVT-FILE ASSIGN TO "lots-mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTS-MVT-STATUS.

           SELECT ACHATS-FILE ASSIGN TO "achats-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHATS-FILE-STATUS.

           SELECT CMUP-FILE ASSIGN TO "cmup-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMUP-FILE-STATUS.

           SELECT MOUVEMENTS-FILE ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOUVEMENTS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT VERROU-STOCK-FILE ASSIGN TO "articles.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS VERROU-STOCK-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARTICLES-FILE.
       COPY "artrec.cpy".

       FD  ARTICLES-IDX-FILE.
       01  ART-IDX-RECORD.
           05  ART-IDX-CODE        PIC X(06).
           05  FILLER              PIC X(40).

       FD  CLIENTS-FILE.
       COPY "clirec.cpy".

       FD  LOTS-FILE.
       COPY "lotrec.cpy".

       FD  LOTS-MVT-FILE.
       COPY "lmvrec.cpy".

       FD  ACHATS-FILE.
       COPY "achrec.cpy".

       FD  CMUP-FILE.
       COPY "cmurec.cpy".

       FD  MOUVEMENTS-FILE.
       COPY "mvtrec.cpy".

       FD  AUDIT-FILE.
       COPY "audrec.cpy".

       FD  VERROU-STOCK-FILE.
       01  VERROU-STOCK-ENREG     PIC X(08).

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS               PIC X(60).
       01  CMD-ARG-1                PIC X(20).
       01  CMD-ARG-2                PIC X(20).
       01  CMD-ARG-3                PIC X(20).
       01  TODAY-DATE               PIC 9(8).
       01  TIME-COURANTE            PIC 9(8).
       01  UTILISATEUR              PIC X(08).

       01  ARTICLES-FILE-STATUS        PIC X(02).
       01  ARTICLES-IDX-STATUS         PIC X(02).
       01  CLIENTS-FILE-STATUS         PIC X(02).
       01  LOTS-FILE-STATUS            PIC X(02).
       01  LOTS-MVT-STATUS             PIC X(02).
       01  ACHATS-FILE-STATUS          PIC X(02).
       01  CMUP-FILE-STATUS            PIC X(02).
       01  MOUVEMENTS-FILE-STATUS      PIC X(02).
       01  AUDIT-FILE-STATUS           PIC X(02).
       01  VERROU-STOCK-STATUS         PIC X(02).
       01  RAPPORT-FILE-STATUS         PIC X(02).
       01  RAPPORT-FILENAME            PIC X(50).

       01  VERROU-STOCK-OBTENU      PIC X VALUE "N".
           88  VERROU-STOCK-EST-OBTENU  VALUE "O".
       01  NB-TENTATIVES-VERROU     PIC 9(3) VALUE 0.
       01  DELAI-VERROU             PIC 9(1) VALUE 1.

       01  PARAM-LOT                PIC X(12).
       01  PARAM-ARTICLE            PIC X(06).
       01  PARAM-CLIENT             PIC X(05).
       01  NB-JOURS                 PIC 9(3) VALUE 3.
       01  DATE-LIMITE              PIC 9(8).
       01  JOURS-RESTANTS           PIC S9(5).

       01  ART-TABLE.
           05  ART-ENTREE OCCURS 1000 PIC X(46).
       01  NB-ARTICLES              PIC 9(4) VALUE 0.
       01  IDX-ART                  PIC 9(4).
       01  POS-ARTICLE              PIC 9(4).

       01  COUT-TABLE.
           05  COU-ENTREE OCCURS 1000.
               10  COU-ARTICLE      PIC X(06).
               10  COU-UNITAIRE     PIC 9(5)V9999.
       01  NB-COUTS                 PIC 9(4) VALUE 0.
       01  IDX-COU                  PIC 9(4).
       01  POS-COUT                 PIC 9(4).
       01  COUT-TROUVE              PIC 9(5)V9999.

       01  CLIENT-TABLE.
           05  CLT-ENTREE OCCURS 500.
               10  CLT-CODE         PIC X(05).
               10  CLT-NOM          PIC X(30).
       01  NB-CLIENTS               PIC 9(3) VALUE 0.
       01  IDX-CLT                  PIC 9(3).
       01  NOM-CLIENT               PIC X(30).

       01  LOT-TABLE.
           05  LOT-ENTREE OCCURS 2000 PIC X(59).
       01  NB-LOTS                  PIC 9(4) VALUE 0.
       01  IDX-LOT                  PIC 9(4).
       01  POS-LOT                  PIC 9(4).
       01  LOT-EDITE-TABLE.
           05  LOT-EDITE OCCURS 2000 PIC X(01).
       01  DLC-RETENUE              PIC 9(8).

       01  CUMUL-TABLE.
           05  CUM-ENTREE OCCURS 500.
               10  CUM-ARTICLE      PIC X(06).
               10  CUM-CLE          PIC X(12).
               10  CUM-DLC          PIC 9(8).
               10  CUM-QTE          PIC S9(7).
               10  CUM-PIECES       PIC 9(4).
       01  NB-CUMULS                PIC 9(3) VALUE 0.
       01  IDX-CUM                  PIC 9(3).
       01  POS-CUM                  PIC 9(3).
       01  CLE-CUMUL                PIC X(12).

       01  NB-LIGNES-TRACE          PIC 9(5) VALUE 0.
       01  NB-LOTS-TROUVES          PIC 9(4) VALUE 0.
       01  NB-PERIMES               PIC 9(4) VALUE 0.
       01  NB-A-ECHEANCE            PIC 9(4) VALUE 0.
       01  NB-DETRUITS              PIC 9(4) VALUE 0.
       01  NB-ANOMALIES             PIC 9(4) VALUE 0.
       01  NB-ECARTS-LOTS           PIC 9(4) VALUE 0.
       01  QTE-PERIMEE              PIC 9(7) VALUE 0.
       01  QTE-A-ECHEANCE           PIC 9(7) VALUE 0.
       01  QTE-DETRUITE             PIC 9(5).
       01  QTE-LOTS-ARTICLE         PIC 9(7).
       01  VALEUR-LIGNE             PIC 9(9)V99.
       01  VALEUR-PERIMEE           PIC 9(11)V99 VALUE 0.
       01  VALEUR-A-ECHEANCE        PIC 9(11)V99 VALUE 0.
       01  VALEUR-DETRUITE          PIC 9(11)V99 VALUE 0.
       01  STOCK-AVANT-MVT          PIC 9(5).
       01  DETAIL-AUDIT             PIC X(40).

       01  WORK-LINE                PIC X(80).
       01  QTE-EDIT                 PIC -(6)9.
       01  VALEUR-EDIT              PIC Z(10)9.99.
       01  JOURS-EDIT               PIC -(4)9.
       01  STATUT-LIBELLE           PIC X(10).

       01  LIGNE-LOT-FORMAT.
           05  L-ARTICLE                PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  L-LOT                    PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  L-DLC                    PIC 9(8).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  L-RECEPTION              PIC 9(8).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  L-COMMANDE               PIC 9(6).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  L-RECU                   PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  L-RESTANT                PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  L-STATUT                 PIC X(10).

       01  LIGNE-TRACE-FORMAT.
           05  T-DATE                   PIC 9(8).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  T-TYPE                   PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  T-PIECE                  PIC 9(6).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  T-ARTICLE                PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  T-LOT                    PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  T-CLIENT                 PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  T-NOM                    PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  T-QTE                    PIC -(5)9.

       01  LIGNE-CUMUL-FORMAT.
           05  C-ARTICLE                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  C-CLE                    PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  C-NOM                    PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  C-QTE                    PIC -(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  C-PIECES                 PIC ZZZ9.

       01  LIGNE-PEREMPTION-FORMAT.
           05  P-DLC                    PIC 9(8).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  P-JOURS                  PIC -(4)9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  P-ARTICLE                PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  P-LIBELLE                PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  P-LOT                    PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  P-QTE                    PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  P-VALEUR                 PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  P-STATUT                 PIC X(08).

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

           EVALUATE FUNCTION UPPER-CASE(CMD-ARG-1)
              WHEN "LOT"
                 IF CMD-ARG-2 = SPACES
                    DISPLAY "*** Numero de lot obligatoire ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE CMD-ARG-2 TO PARAM-LOT
                 MOVE FUNCTION UPPER-CASE(CMD-ARG-3) TO PARAM-ARTICLE
                 PERFORM CHARGER-CLIENTS-PARA
                 PERFORM CHARGER-LOTS-PARA
                 PERFORM TRACER-LOT-PARA
              WHEN "CLIENT"
                 IF CMD-ARG-2 = SPACES
                    DISPLAY "*** Code client obligatoire ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE FUNCTION UPPER-CASE(CMD-ARG-2) TO PARAM-CLIENT
                 PERFORM CHARGER-CLIENTS-PARA
                 PERFORM TRACER-CLIENT-PARA
              WHEN "PEREMPTION"
                 IF CMD-ARG-2 NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(CMD-ARG-2) = 0
                       AND FUNCTION NUMVAL(CMD-ARG-2) >= 0
                       AND FUNCTION NUMVAL(CMD-ARG-2) <= 365
                       COMPUTE NB-JOURS = FUNCTION NUMVAL(CMD-ARG-2)
                    ELSE
                       DISPLAY "*** Nombre de jours invalide : "
                               CMD-ARG-2 " ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
                 PERFORM CHARGER-ARTICLES-PARA
                 PERFORM CHARGER-COUTS-PARA
                 PERFORM CHARGER-LOTS-PARA
                 PERFORM RAPPORT-PEREMPTION-PARA
              WHEN "DETRUIRE"
                 PERFORM IDENTIFIER-UTILISATEUR-PARA
                 PERFORM DETRUIRE-PERIMES-PARA
              WHEN OTHER
                 DISPLAY "Usage : facture-lots LOT numero [article] | "
                         "CLIENT code | PEREMPTION [jours] | DETRUIRE"
           END-EVALUATE

           STOP RUN.

       IDENTIFIER-UTILISATEUR-PARA.
           DISPLAY "Votre identifiant : "
           ACCEPT UTILISATEUR
           IF UTILISATEUR = SPACES
              DISPLAY "*** Identifiant obligatoire ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHARGER-ARTICLES-PARA.
           MOVE 0 TO NB-ARTICLES
           OPEN INPUT ARTICLES-FILE
           IF ARTICLES-FILE-STATUS = "00"
              PERFORM UNTIL ARTICLES-FILE-STATUS NOT = "00"
                 READ ARTICLES-FILE
                    NOT AT END
                       IF NB-ARTICLES >= 1000
                          DISPLAY "*** Fichier articles trop grand "
                                  "pour le suivi des lots ***"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-ARTICLES
                       MOVE ART-RECORD TO ART-ENTREE(NB-ARTICLES)
                 END-READ
              END-PERFORM
              CLOSE ARTICLES-FILE
           END-IF.

       SAUVER-ARTICLES-PARA.
           OPEN OUTPUT ARTICLES-FILE
           IF ARTICLES-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire articles.txt - "
                      "statut " ARTICLES-FILE-STATUS
                      " : destruction abandonnee ***"
              PERFORM DEVERROUILLER-STOCK-PARA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING IDX-ART FROM 1 BY 1
                   UNTIL IDX-ART > NB-ARTICLES
              MOVE ART-ENTREE(IDX-ART) TO ART-RECORD
              WRITE ART-RECORD
           END-PERFORM
           CLOSE ARTICLES-FILE

           OPEN OUTPUT ARTICLES-IDX-FILE
           IF ARTICLES-IDX-STATUS = "00"
              PERFORM VARYING IDX-ART FROM 1 BY 1
                      UNTIL IDX-ART > NB-ARTICLES
                 MOVE ART-ENTREE(IDX-ART) TO ART-IDX-RECORD
                 WRITE ART-IDX-RECORD
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-PERFORM
              CLOSE ARTICLES-IDX-FILE
           ELSE
              DISPLAY "*** Index articles.idx non rafraichi - "
                      "statut " ARTICLES-IDX-STATUS " ***"
           END-IF.

       CHERCHER-ARTICLE-PARA.
           MOVE 0 TO POS-ARTICLE
           PERFORM VARYING IDX-ART FROM 1 BY 1
                   UNTIL IDX-ART > NB-ARTICLES OR POS-ARTICLE > 0
              MOVE ART-ENTREE(IDX-ART) TO ART-RECORD
              IF ART-CODE = LOT-ARTICLE
                 MOVE IDX-ART TO POS-ARTICLE
              END-IF
           END-PERFORM
           IF POS-ARTICLE > 0
              MOVE ART-ENTREE(POS-ARTICLE) TO ART-RECORD
           ELSE
              MOVE SPACES TO ART-RECORD
              MOVE LOT-ARTICLE TO ART-CODE
              MOVE "*** ART INCONNU ***" TO ART-LIBELLE
           END-IF.

       CHARGER-COUTS-PARA.
           MOVE 0 TO NB-COUTS
           OPEN INPUT ACHATS-FILE
           IF ACHATS-FILE-STATUS = "00"
              PERFORM UNTIL ACHATS-FILE-STATUS NOT = "00"
                 READ ACHATS-FILE
                    NOT AT END
                       IF ACH-PRIX-ACHAT IS NUMERIC
                          PERFORM CHERCHER-COUT-PARA
                          IF POS-COUT = 0 AND NB-COUTS < 1000
                             ADD 1 TO NB-COUTS
                             MOVE ACH-ARTICLE
                               TO COU-ARTICLE(NB-COUTS)
                             MOVE ACH-PRIX-ACHAT
                               TO COU-UNITAIRE(NB-COUTS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHATS-FILE
           END-IF

           OPEN INPUT CMUP-FILE
           IF CMUP-FILE-STATUS = "00"
              PERFORM UNTIL CMUP-FILE-STATUS NOT = "00"
                 READ CMUP-FILE
                    NOT AT END
                       MOVE 0 TO POS-COUT
                       PERFORM VARYING IDX-COU FROM 1 BY 1
                               UNTIL IDX-COU > NB-COUTS
                                  OR POS-COUT > 0
                          IF COU-ARTICLE(IDX-COU) = CMU-ARTICLE
                             MOVE IDX-COU TO POS-COUT
                          END-IF
                       END-PERFORM
                       IF POS-COUT = 0 AND NB-COUTS < 1000
                          ADD 1 TO NB-COUTS
                          MOVE NB-COUTS TO POS-COUT
                          MOVE CMU-ARTICLE TO COU-ARTICLE(POS-COUT)
                       END-IF
                       IF POS-COUT > 0
                          MOVE CMU-CMUP TO COU-UNITAIRE(POS-COUT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CMUP-FILE
           END-IF.

       CHERCHER-COUT-PARA.
           MOVE 0 TO POS-COUT
           PERFORM VARYING IDX-COU FROM 1 BY 1
                   UNTIL IDX-COU > NB-COUTS OR POS-COUT > 0
              IF COU-ARTICLE(IDX-COU) = ACH-ARTICLE
                 MOVE IDX-COU TO POS-COUT
              END-IF
           END-PERFORM.

       VALORISER-LOT-PARA.
           MOVE 0 TO COUT-TROUVE
           PERFORM VARYING IDX-COU FROM 1 BY 1
                   UNTIL IDX-COU > NB-COUTS OR COUT-TROUVE > 0
              IF COU-ARTICLE(IDX-COU) = LOT-ARTICLE
                 MOVE COU-UNITAIRE(IDX-COU) TO COUT-TROUVE
              END-IF
           END-PERFORM
           COMPUTE VALEUR-LIGNE ROUNDED =
              LOT-QTE-RESTANTE * COUT-TROUVE.

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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTS-FILE
           END-IF.

       CHERCHER-NOM-CLIENT-PARA.
           MOVE SPACES TO NOM-CLIENT
           PERFORM VARYING IDX-CLT FROM 1 BY 1
                   UNTIL IDX-CLT > NB-CLIENTS OR NOM-CLIENT NOT = SPACES
              IF CLT-CODE(IDX-CLT) = LMV-CLIENT
                 MOVE CLT-NOM(IDX-CLT) TO NOM-CLIENT
              END-IF
           END-PERFORM.

       CHARGER-LOTS-PARA.
           MOVE 0 TO NB-LOTS
           OPEN INPUT LOTS-FILE
           IF LOTS-FILE-STATUS = "00"
              PERFORM UNTIL LOTS-FILE-STATUS NOT = "00"
                 READ LOTS-FILE
                    NOT AT END
                       IF NB-LOTS >= 2000
                          DISPLAY "*** Fichier lots-stock.txt trop "
                                  "grand ***"
                          PERFORM DEVERROUILLER-STOCK-PARA
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-LOTS
                       MOVE LOT-RECORD TO LOT-ENTREE(NB-LOTS)
                 END-READ
              END-PERFORM
              CLOSE LOTS-FILE
           END-IF.

       SAUVER-LOTS-PARA.
           OPEN OUTPUT LOTS-FILE
           IF LOTS-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire lots-stock.txt - "
                      "statut " LOTS-FILE-STATUS " ***"
              PERFORM DEVERROUILLER-STOCK-PARA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
              MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
              WRITE LOT-RECORD
           END-PERFORM
           CLOSE LOTS-FILE.

       LIBELLER-STATUT-LOT-PARA.
           EVALUATE TRUE
              WHEN LOT-DETRUIT
                 MOVE "DETRUIT" TO STATUT-LIBELLE
              WHEN LOT-EPUISE
                 MOVE "EPUISE" TO STATUT-LIBELLE
              WHEN LOT-DLC < TODAY-DATE
                 MOVE "PERIME" TO STATUT-LIBELLE
              WHEN OTHER
                 MOVE "DISPONIBLE" TO STATUT-LIBELLE
           END-EVALUATE.

       TRACER-LOT-PARA.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING "tracabilite-lot-" DELIMITED BY SIZE
                  FUNCTION TRIM(PARAM-LOT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== TRACABILITE DU LOT " DELIMITED BY SIZE
                  FUNCTION TRIM(PARAM-LOT) DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Edite le " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Art.   Lot          DLC      Recu le  Cde     Recu Reste Statut"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO NB-LOTS-TROUVES
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
              MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
              IF LOT-NUMERO = PARAM-LOT
                 AND (PARAM-ARTICLE = SPACES
                      OR LOT-ARTICLE = PARAM-ARTICLE)
                 ADD 1 TO NB-LOTS-TROUVES
                 PERFORM LIBELLER-STATUT-LOT-PARA
                 MOVE LOT-ARTICLE        TO L-ARTICLE
                 MOVE LOT-NUMERO         TO L-LOT
                 MOVE LOT-DLC            TO L-DLC
                 MOVE LOT-DATE-RECEPTION TO L-RECEPTION
                 MOVE LOT-COMMANDE       TO L-COMMANDE
                 MOVE LOT-QTE-RECUE      TO L-RECU
                 MOVE LOT-QTE-RESTANTE   TO L-RESTANT
                 MOVE STATUT-LIBELLE     TO L-STATUT
                 WRITE RAPPORT-RECORD FROM LIGNE-LOT-FORMAT
              END-IF
           END-PERFORM
           IF NB-LOTS-TROUVES = 0
              MOVE "Lot absent du stock des lots." TO WORK-LINE
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-IF

           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Mouvements du lot (R reception, F facture, L livraison, A avoir, J annulation," TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "P peremption)" TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Date     T Piece  Art.   Lot          Client Nom                     Qte"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO NB-LIGNES-TRACE
           MOVE 0 TO NB-CUMULS
           OPEN INPUT LOTS-MVT-FILE
           IF LOTS-MVT-STATUS = "00"
              PERFORM UNTIL LOTS-MVT-STATUS NOT = "00"
                 READ LOTS-MVT-FILE
                    NOT AT END
                       IF LMV-LOT = PARAM-LOT
                          AND (PARAM-ARTICLE = SPACES
                               OR LMV-ARTICLE = PARAM-ARTICLE)
                          PERFORM ECRIRE-LIGNE-TRACE-PARA
                          IF LMV-CLIENT NOT = SPACES
                             MOVE LMV-CLIENT TO CLE-CUMUL
                             PERFORM CUMULER-TRACE-PARA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTS-MVT-FILE
           END-IF

           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Clients destinataires (quantite nette des retours)"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Art.    Client        Nom                                Qte  Pieces"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           PERFORM VARYING IDX-CUM FROM 1 BY 1 UNTIL IDX-CUM > NB-CUMULS
              MOVE CUM-CLE(IDX-CUM) TO LMV-CLIENT
              PERFORM CHERCHER-NOM-CLIENT-PARA
              MOVE CUM-ARTICLE(IDX-CUM) TO C-ARTICLE
              MOVE CUM-CLE(IDX-CUM)     TO C-CLE
              MOVE NOM-CLIENT           TO C-NOM
              COMPUTE C-QTE = 0 - CUM-QTE(IDX-CUM)
              MOVE CUM-PIECES(IDX-CUM)  TO C-PIECES
              WRITE RAPPORT-RECORD FROM LIGNE-CUMUL-FORMAT
           END-PERFORM

           MOVE SPACES TO WORK-LINE
           STRING "Mouvements : " DELIMITED BY SIZE
                  NB-LIGNES-TRACE DELIMITED BY SIZE
                  "  clients livres : " DELIMITED BY SIZE
                  NB-CUMULS DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           CLOSE RAPPORT-FILE

           DISPLAY "Tracabilite du lot " FUNCTION TRIM(PARAM-LOT)
                   " generee dans '" FUNCTION TRIM(RAPPORT-FILENAME)
                   "' - " NB-CUMULS " client(s), " NB-LIGNES-TRACE
                   " mouvement(s).".

       TRACER-CLIENT-PARA.
           MOVE PARAM-CLIENT TO LMV-CLIENT
           PERFORM CHERCHER-NOM-CLIENT-PARA

           MOVE SPACES TO RAPPORT-FILENAME
           STRING "tracabilite-client-" DELIMITED BY SIZE
                  FUNCTION TRIM(PARAM-CLIENT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== LOTS RECUS PAR LE CLIENT " DELIMITED BY SIZE
                  PARAM-CLIENT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  NOM-CLIENT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Edite le " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Date     T Piece  Art.   Lot          Client Nom                     Qte"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO NB-LIGNES-TRACE
           MOVE 0 TO NB-CUMULS
           OPEN INPUT LOTS-MVT-FILE
           IF LOTS-MVT-STATUS = "00"
              PERFORM UNTIL LOTS-MVT-STATUS NOT = "00"
                 READ LOTS-MVT-FILE
                    NOT AT END
                       IF LMV-CLIENT = PARAM-CLIENT
                          PERFORM ECRIRE-LIGNE-TRACE-PARA
                          MOVE LMV-LOT TO CLE-CUMUL
                          PERFORM CUMULER-TRACE-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTS-MVT-FILE
           END-IF

           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Lots recus (quantite nette des retours)" TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Art.    Lot           DLC                                Qte  Pieces"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           PERFORM VARYING IDX-CUM FROM 1 BY 1 UNTIL IDX-CUM > NB-CUMULS
              MOVE CUM-ARTICLE(IDX-CUM) TO C-ARTICLE
              MOVE CUM-CLE(IDX-CUM)     TO C-CLE
              MOVE CUM-DLC(IDX-CUM)     TO C-NOM
              COMPUTE C-QTE = 0 - CUM-QTE(IDX-CUM)
              MOVE CUM-PIECES(IDX-CUM)  TO C-PIECES
              WRITE RAPPORT-RECORD FROM LIGNE-CUMUL-FORMAT
           END-PERFORM

           MOVE SPACES TO WORK-LINE
           STRING "Mouvements : " DELIMITED BY SIZE
                  NB-LIGNES-TRACE DELIMITED BY SIZE
                  "  lots distincts : " DELIMITED BY SIZE
                  NB-CUMULS DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           CLOSE RAPPORT-FILE

           DISPLAY "Tracabilite du client " PARAM-CLIENT
                   " generee dans '" FUNCTION TRIM(RAPPORT-FILENAME)
                   "' - " NB-CUMULS " lot(s), " NB-LIGNES-TRACE
                   " mouvement(s).".

       ECRIRE-LIGNE-TRACE-PARA.
           ADD 1 TO NB-LIGNES-TRACE
           PERFORM CHERCHER-NOM-CLIENT-PARA
           MOVE LMV-DATE     TO T-DATE
           MOVE LMV-TYPE     TO T-TYPE
           MOVE LMV-DOCUMENT TO T-PIECE
           MOVE LMV-ARTICLE  TO T-ARTICLE
           MOVE LMV-LOT      TO T-LOT
           MOVE LMV-CLIENT   TO T-CLIENT
           MOVE NOM-CLIENT   TO T-NOM
           MOVE LMV-QUANTITE TO T-QTE
           WRITE RAPPORT-RECORD FROM LIGNE-TRACE-FORMAT.

       CUMULER-TRACE-PARA.
           MOVE 0 TO POS-CUM
           PERFORM VARYING IDX-CUM FROM 1 BY 1
                   UNTIL IDX-CUM > NB-CUMULS OR POS-CUM > 0
              IF CUM-ARTICLE(IDX-CUM) = LMV-ARTICLE
                 AND CUM-CLE(IDX-CUM) = CLE-CUMUL
                 MOVE IDX-CUM TO POS-CUM
              END-IF
           END-PERFORM
           IF POS-CUM = 0 AND NB-CUMULS < 500
              ADD 1 TO NB-CUMULS
              MOVE NB-CUMULS   TO POS-CUM
              MOVE LMV-ARTICLE TO CUM-ARTICLE(POS-CUM)
              MOVE CLE-CUMUL   TO CUM-CLE(POS-CUM)
              MOVE LMV-DLC     TO CUM-DLC(POS-CUM)
              MOVE 0           TO CUM-QTE(POS-CUM)
              MOVE 0           TO CUM-PIECES(POS-CUM)
           END-IF
           IF POS-CUM > 0
              ADD LMV-QUANTITE TO CUM-QTE(POS-CUM)
              IF LMV-FACTURE OR LMV-LIVRAISON
                 ADD 1 TO CUM-PIECES(POS-CUM)
              END-IF
           END-IF.

       RAPPORT-PEREMPTION-PARA.
           COMPUTE DATE-LIMITE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(TODAY-DATE) + NB-JOURS)

           MOVE SPACES TO RAPPORT-FILENAME
           STRING "peremption-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== STOCK PERIME OU A ECHEANCE AU " DELIMITED BY SIZE
                  DATE-LIMITE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE NB-JOURS TO JOURS-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Edite le " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "    Horizon : " DELIMITED BY SIZE
                  FUNCTION TRIM(JOURS-EDIT) DELIMITED BY SIZE
                  " jour(s)    Valorisation au CMUP" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "DLC      Jours Art.   Libelle         Lot            Qte     Valeur Statut"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO NB-PERIMES
           MOVE 0 TO NB-A-ECHEANCE
           MOVE 0 TO QTE-PERIMEE
           MOVE 0 TO QTE-A-ECHEANCE
           MOVE 0 TO VALEUR-PERIMEE
           MOVE 0 TO VALEUR-A-ECHEANCE
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
              MOVE "N" TO LOT-EDITE(IDX-LOT)
           END-PERFORM

           PERFORM CHOISIR-LOT-ECHEANCE-PARA
           PERFORM UNTIL POS-LOT = 0
              MOVE "O" TO LOT-EDITE(POS-LOT)
              MOVE LOT-ENTREE(POS-LOT) TO LOT-RECORD
              PERFORM ECRIRE-LIGNE-PEREMPTION-PARA
              PERFORM CHOISIR-LOT-ECHEANCE-PARA
           END-PERFORM

           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE QTE-PERIMEE TO QTE-EDIT
           MOVE VALEUR-PERIMEE TO VALEUR-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Lots perimes, bloques a la vente : " DELIMITED BY SIZE
                  NB-PERIMES DELIMITED BY SIZE
                  "  qte " DELIMITED BY SIZE
                  FUNCTION TRIM(QTE-EDIT) DELIMITED BY SIZE
                  "  valeur " DELIMITED BY SIZE
                  FUNCTION TRIM(VALEUR-EDIT) DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE QTE-A-ECHEANCE TO QTE-EDIT
           MOVE VALEUR-A-ECHEANCE TO VALEUR-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Lots arrivant a echeance         : " DELIMITED BY SIZE
                  NB-A-ECHEANCE DELIMITED BY SIZE
                  "  qte " DELIMITED BY SIZE
                  FUNCTION TRIM(QTE-EDIT) DELIMITED BY SIZE
                  "  valeur " DELIMITED BY SIZE
                  FUNCTION TRIM(VALEUR-EDIT) DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           PERFORM CONTROLER-STOCK-LOTS-PARA
           CLOSE RAPPORT-FILE

           DISPLAY "Rapport de peremption genere dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "' - "
                   NB-PERIMES " lot(s) perime(s), " NB-A-ECHEANCE
                   " lot(s) a echeance sous " NB-JOURS " jour(s)."
           IF NB-PERIMES > 0
              DISPLAY "*** Lots perimes en attente de destruction : "
                      "lancer facture-lots DETRUIRE ***"
              MOVE 4 TO RETURN-CODE
           END-IF.

       CHOISIR-LOT-ECHEANCE-PARA.
           MOVE 0 TO POS-LOT
           MOVE 99999999 TO DLC-RETENUE
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
              MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
              IF LOT-EDITE(IDX-LOT) = "N"
                 AND LOT-DISPONIBLE
                 AND LOT-QTE-RESTANTE > 0
                 AND LOT-DLC <= DATE-LIMITE
                 AND LOT-DLC < DLC-RETENUE
                 MOVE IDX-LOT TO POS-LOT
                 MOVE LOT-DLC TO DLC-RETENUE
              END-IF
           END-PERFORM.

       ECRIRE-LIGNE-PEREMPTION-PARA.
           PERFORM CHERCHER-ARTICLE-PARA
           PERFORM VALORISER-LOT-PARA
           COMPUTE JOURS-RESTANTS = FUNCTION INTEGER-OF-DATE(LOT-DLC)
              - FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           MOVE LOT-DLC          TO P-DLC
           MOVE JOURS-RESTANTS   TO P-JOURS
           MOVE LOT-ARTICLE      TO P-ARTICLE
           MOVE ART-LIBELLE      TO P-LIBELLE
           MOVE LOT-NUMERO       TO P-LOT
           MOVE LOT-QTE-RESTANTE TO P-QTE
           MOVE VALEUR-LIGNE     TO P-VALEUR
           IF LOT-DLC < TODAY-DATE
              MOVE "PERIME" TO P-STATUT
              ADD 1 TO NB-PERIMES
              ADD LOT-QTE-RESTANTE TO QTE-PERIMEE
              ADD VALEUR-LIGNE TO VALEUR-PERIMEE
           ELSE
              MOVE "ECHEANCE" TO P-STATUT
              ADD 1 TO NB-A-ECHEANCE
              ADD LOT-QTE-RESTANTE TO QTE-A-ECHEANCE
              ADD VALEUR-LIGNE TO VALEUR-A-ECHEANCE
           END-IF
           WRITE RAPPORT-RECORD FROM LIGNE-PEREMPTION-FORMAT.

       CONTROLER-STOCK-LOTS-PARA.
           MOVE 0 TO NB-ECARTS-LOTS
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Articles geres par lot dont le stock differe du total des lots :"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           PERFORM VARYING IDX-ART FROM 1 BY 1
                   UNTIL IDX-ART > NB-ARTICLES
              MOVE ART-ENTREE(IDX-ART) TO ART-RECORD
              IF ART-GERE-PAR-LOT
                 MOVE 0 TO QTE-LOTS-ARTICLE
                 PERFORM VARYING IDX-LOT FROM 1 BY 1
                         UNTIL IDX-LOT > NB-LOTS
                    MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
                    IF LOT-ARTICLE = ART-CODE AND LOT-DISPONIBLE
                       ADD LOT-QTE-RESTANTE TO QTE-LOTS-ARTICLE
                    END-IF
                 END-PERFORM
                 IF ART-STOCK IS NOT NUMERIC
                    MOVE 0 TO ART-STOCK
                 END-IF
                 IF QTE-LOTS-ARTICLE NOT = ART-STOCK
                    ADD 1 TO NB-ECARTS-LOTS
                    COMPUTE QTE-EDIT = ART-STOCK - QTE-LOTS-ARTICLE
                    MOVE SPACES TO WORK-LINE
                    STRING "  " DELIMITED BY SIZE
                           ART-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ART-LIBELLE DELIMITED BY SIZE
                           " stock " DELIMITED BY SIZE
                           ART-STOCK DELIMITED BY SIZE
                           " lots " DELIMITED BY SIZE
                           QTE-LOTS-ARTICLE DELIMITED BY SIZE
                           " hors lot " DELIMITED BY SIZE
                           FUNCTION TRIM(QTE-EDIT) DELIMITED BY SIZE
                           INTO WORK-LINE
                    END-STRING
                    WRITE RAPPORT-RECORD FROM WORK-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF NB-ECARTS-LOTS = 0
              MOVE "  aucun" TO WORK-LINE
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-IF.

       DETRUIRE-PERIMES-PARA.
           PERFORM VERROUILLER-STOCK-PARA
           IF NOT VERROU-STOCK-EST-OBTENU
              DISPLAY "*** Fichier articles verrouille par une autre "
                      "session : destruction abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHARGER-ARTICLES-PARA
           PERFORM CHARGER-COUTS-PARA
           PERFORM CHARGER-LOTS-PARA

           MOVE SPACES TO RAPPORT-FILENAME
           STRING "destruction-lots-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== DESTRUCTION DES LOTS PERIMES DU "
                  DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Operateur : " DELIMITED BY SIZE
                  UTILISATEUR DELIMITED BY SIZE
                  "    Valorisation au CMUP" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "DLC      Jours Art.   Libelle         Lot            Qte     Valeur Statut"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO NB-DETRUITS
           MOVE 0 TO NB-ANOMALIES
           MOVE 0 TO VALEUR-DETRUITE
           PERFORM VARYING IDX-LOT FROM 1 BY 1 UNTIL IDX-LOT > NB-LOTS
              MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
              IF LOT-DISPONIBLE
                 AND LOT-QTE-RESTANTE > 0
                 AND LOT-DLC < TODAY-DATE
                 PERFORM DETRUIRE-LOT-PARA
              END-IF
           END-PERFORM

           IF NB-DETRUITS > 0
              PERFORM SAUVER-ARTICLES-PARA
              PERFORM SAUVER-LOTS-PARA
           END-IF
           PERFORM DEVERROUILLER-STOCK-PARA

           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE VALEUR-DETRUITE TO VALEUR-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Lots detruits : " DELIMITED BY SIZE
                  NB-DETRUITS DELIMITED BY SIZE
                  "  valeur : " DELIMITED BY SIZE
                  FUNCTION TRIM(VALEUR-EDIT) DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           CLOSE RAPPORT-FILE

           DISPLAY NB-DETRUITS " lot(s) perime(s) detruit(s), valeur "
                   FUNCTION TRIM(VALEUR-EDIT) " - detail dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "'."
           IF NB-ANOMALIES > 0
              DISPLAY "*** " NB-ANOMALIES " lot(s) d'article absent "
                      "de articles.txt : aucun mouvement de stock ***"
              MOVE 4 TO RETURN-CODE
           END-IF.

       DETRUIRE-LOT-PARA.
           MOVE LOT-QTE-RESTANTE TO QTE-DETRUITE
           PERFORM CHERCHER-ARTICLE-PARA
           PERFORM VALORISER-LOT-PARA
           ADD VALEUR-LIGNE TO VALEUR-DETRUITE
           ADD 1 TO NB-DETRUITS

           COMPUTE JOURS-RESTANTS = FUNCTION INTEGER-OF-DATE(LOT-DLC)
              - FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           MOVE LOT-DLC          TO P-DLC
           MOVE JOURS-RESTANTS   TO P-JOURS
           MOVE LOT-ARTICLE      TO P-ARTICLE
           MOVE ART-LIBELLE      TO P-LIBELLE
           MOVE LOT-NUMERO       TO P-LOT
           MOVE QTE-DETRUITE     TO P-QTE
           MOVE VALEUR-LIGNE     TO P-VALEUR
           MOVE "DETRUIT"        TO P-STATUT
           WRITE RAPPORT-RECORD FROM LIGNE-PEREMPTION-FORMAT

           MOVE 0            TO LOT-QTE-RESTANTE
           MOVE "P"          TO LOT-STATUT
           MOVE TODAY-DATE   TO LOT-DATE-STATUT
           MOVE LOT-RECORD TO LOT-ENTREE(IDX-LOT)
           PERFORM ECRIRE-MOUVEMENT-LOT-PARA

           IF POS-ARTICLE = 0
              ADD 1 TO NB-ANOMALIES
           ELSE
              IF ART-STOCK IS NOT NUMERIC
                 MOVE 0 TO ART-STOCK
              END-IF
              MOVE ART-STOCK TO STOCK-AVANT-MVT
              IF QTE-DETRUITE > ART-STOCK
                 MOVE 0 TO ART-STOCK
              ELSE
                 SUBTRACT QTE-DETRUITE FROM ART-STOCK
              END-IF
              MOVE ART-RECORD TO ART-ENTREE(POS-ARTICLE)
              PERFORM ECRIRE-MOUVEMENT-STOCK-PARA
              PERFORM ECRIRE-AUDIT-PARA
           END-IF.

       ECRIRE-MOUVEMENT-LOT-PARA.
           OPEN EXTEND LOTS-MVT-FILE
           IF LOTS-MVT-STATUS NOT = "00"
              OPEN OUTPUT LOTS-MVT-FILE
           END-IF
           MOVE TODAY-DATE   TO LMV-DATE
           MOVE LOT-ARTICLE  TO LMV-ARTICLE
           MOVE LOT-NUMERO   TO LMV-LOT
           MOVE LOT-DLC      TO LMV-DLC
           MOVE "P"          TO LMV-TYPE
           MOVE 0            TO LMV-DOCUMENT
           MOVE 0            TO LMV-ORIGINE
           MOVE SPACES       TO LMV-CLIENT
           COMPUTE LMV-QUANTITE = 0 - QTE-DETRUITE
           WRITE LMV-RECORD
           CLOSE LOTS-MVT-FILE.

       ECRIRE-MOUVEMENT-STOCK-PARA.
           OPEN EXTEND MOUVEMENTS-FILE
           IF MOUVEMENTS-FILE-STATUS NOT = "00"
              OPEN OUTPUT MOUVEMENTS-FILE
           END-IF
           MOVE TODAY-DATE       TO MVT-DATE
           MOVE ART-CODE         TO MVT-ARTICLE
           MOVE "P"              TO MVT-TYPE
           COMPUTE MVT-QUANTITE = ART-STOCK - STOCK-AVANT-MVT
           MOVE 0                TO MVT-DOCUMENT
           MOVE ART-STOCK        TO MVT-STOCK-APRES
           WRITE MVT-RECORD
           CLOSE MOUVEMENTS-FILE.

       ECRIRE-AUDIT-PARA.
           MOVE SPACES TO DETAIL-AUDIT
           STRING "Lot " DELIMITED BY SIZE
                  FUNCTION TRIM(LOT-NUMERO) DELIMITED BY SIZE
                  " perime, " DELIMITED BY SIZE
                  QTE-DETRUITE DELIMITED BY SIZE
                  " detruit(s)" DELIMITED BY SIZE
                  INTO DETAIL-AUDIT
           END-STRING
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-COURANTE FROM TIME
           COMPUTE AUD-HEURE = TIME-COURANTE / 100
           MOVE UTILISATEUR  TO AUD-UTILISATEUR
           MOVE "A"          TO AUD-FICHIER
           MOVE "PER"        TO AUD-ACTION
           MOVE ART-CODE     TO AUD-CODE
           MOVE DETAIL-AUDIT TO AUD-DETAIL

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUD-RECORD
           CLOSE AUDIT-FILE.

       VERROUILLER-STOCK-PARA.
           MOVE "N" TO VERROU-STOCK-OBTENU
           MOVE 0 TO NB-TENTATIVES-VERROU
           PERFORM UNTIL VERROU-STOCK-EST-OBTENU
                       OR NB-TENTATIVES-VERROU > 30
              ADD 1 TO NB-TENTATIVES-VERROU
              OPEN EXTEND VERROU-STOCK-FILE
              EVALUATE VERROU-STOCK-STATUS
                 WHEN "00"
                    MOVE "O" TO VERROU-STOCK-OBTENU
                 WHEN "35"
                    OPEN OUTPUT VERROU-STOCK-FILE
                    IF VERROU-STOCK-STATUS = "00"
                       MOVE "O" TO VERROU-STOCK-OBTENU
                    ELSE
                       CALL "C$SLEEP" USING DELAI-VERROU
                    END-IF
                 WHEN OTHER
                    CALL "C$SLEEP" USING DELAI-VERROU
              END-EVALUATE
           END-PERFORM.

       DEVERROUILLER-STOCK-PARA.
           IF VERROU-STOCK-EST-OBTENU
              CLOSE VERROU-STOCK-FILE
              MOVE "N" TO VERROU-STOCK-OBTENU
           END-IF.
