               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODES-FILE-STATUS.

           SELECT MOUVEMENTS-FILE ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOUVEMENTS-FILE-STATUS.

           SELECT CAMPAGNES-FILE ASSIGN TO "inventaires.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPAGNES-FILE-STATUS.

           SELECT ANOMALIES-FILE ASSIGN TO DYNAMIC ANOMALIES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANOMALIES-FILE-STATUS.
       FD  PERIODES-FILE.
           COPY "clorec.cpy".

       FD  MOUVEMENTS-FILE.
           COPY "mvtrec.cpy".

       FD  CAMPAGNES-FILE.
           COPY "invrec.cpy".

       FD  ANOMALIES-FILE.
       01  ANOMALIES-RECORD       PIC X(80).

       01  PERIODES-FILE-STATUS        PIC X(02).
       01  CLO-EOF                     PIC X(01) VALUE "N".
           88  FIN-PERIODES                VALUE "O".
       01  MOUVEMENTS-FILE-STATUS      PIC X(02).
       01  MVT-EOF                     PIC X(01) VALUE "N".
           88  FIN-MOUVEMENTS              VALUE "O".
       01  CAMPAGNES-FILE-STATUS       PIC X(02).
       01  ANOMALIES-FILE-STATUS       PIC X(02).
       01  ANOMALIES-FILENAME          PIC X(25).

       01  MOIS-EST-CLOS             PIC X(01) VALUE "N".
           88  PERIODE-DEVIS-CLOSE         VALUE "O".

       01  CAMPAGNES-TABLE.
           05  CMC-ENTREE OCCURS 500.
               10  CMC-NUM           PIC 9(6).
               10  CMC-STATUT        PIC X(01).
               10  CMC-DATE          PIC 9(8).
               10  CMC-NB-MVT        PIC 9(5).
               10  CMC-NET           PIC S9(7).
       01  NB-CMC                    PIC 9(3) VALUE 0.
       01  IDX-CMC                   PIC 9(3).
       01  POS-CMC                   PIC 9(3).

       01  AJUSTEMENTS-TABLE.
           05  AJI-ENTREE OCCURS 5000.
               10  AJI-CAMPAGNE      PIC 9(6).
               10  AJI-ARTICLE       PIC X(06).
       01  NB-AJI                    PIC 9(4) VALUE 0.
       01  IDX-AJI                   PIC 9(4).
       01  POS-AJI                   PIC 9(4).
       01  QTE-EDIT                  PIC -(6)9.

       01  COMPTEUR-FACTURE          PIC 9(6) VALUE 0.
       01  MAX-NUM-FACTURE           PIC 9(6) VALUE 0.

       01  NB-KO-CHECK-2             PIC 9(4) VALUE 0.
       01  NB-KO-CHECK-3             PIC 9(4) VALUE 0.
       01  NB-KO-CHECK-4             PIC 9(4) VALUE 0.
       01  NB-KO-CHECK-5             PIC 9(4) VALUE 0.
       01  NB-CONTROLES-KO           PIC 9(1) VALUE 0.

       01  WORK-LINE                 PIC X(80).
           PERFORM CONTROLE-PAIEMENTS-PARA
           PERFORM CONTROLE-DEVIS-PARA
           PERFORM CONTROLE-COMPTEUR-PARA
           PERFORM CONTROLE-INVENTAIRES-PARA

           MOVE SPACES TO WORK-LINE
           WRITE ANOMALIES-RECORD FROM WORK-LINE
           DISPLAY "Rapport genere dans '"
                   FUNCTION TRIM(ANOMALIES-FILENAME) "' - "
                   NB-CONTROLES-KO " controle(s) KO."
           IF NB-CONTROLES-KO > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

                TO WORK-LINE
           END-IF
           WRITE ANOMALIES-RECORD FROM WORK-LINE.

       CONTROLE-INVENTAIRES-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE ANOMALIES-RECORD FROM WORK-LINE
           MOVE "--- Controle 5 : mouvements d'inventaire ---"
             TO WORK-LINE
           WRITE ANOMALIES-RECORD FROM WORK-LINE

           MOVE 0 TO NB-KO-CHECK-5
           MOVE 0 TO NB-CMC
           OPEN INPUT CAMPAGNES-FILE
           IF CAMPAGNES-FILE-STATUS = "00"
              PERFORM UNTIL CAMPAGNES-FILE-STATUS NOT = "00"
                 READ CAMPAGNES-FILE
                    NOT AT END
                       IF NB-CMC < 500
                          ADD 1 TO NB-CMC
                          MOVE INV-NUM    TO CMC-NUM(NB-CMC)
                          MOVE INV-STATUT TO CMC-STATUT(NB-CMC)
                          MOVE INV-DATE-CLOTURE TO CMC-DATE(NB-CMC)
                          MOVE 0 TO CMC-NB-MVT(NB-CMC)
                          MOVE 0 TO CMC-NET(NB-CMC)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMPAGNES-FILE
           END-IF

           MOVE 0 TO NB-AJI
           MOVE "N" TO MVT-EOF
           OPEN INPUT MOUVEMENTS-FILE
           IF MOUVEMENTS-FILE-STATUS = "00"
              PERFORM UNTIL FIN-MOUVEMENTS
                 READ MOUVEMENTS-FILE
                    AT END
                       MOVE "O" TO MVT-EOF
                    NOT AT END
                       IF MVT-INVENTAIRE
                          PERFORM VERIFIER-MVT-INVENTAIRE-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOUVEMENTS-FILE
           END-IF

           PERFORM VARYING IDX-CMC FROM 1 BY 1 UNTIL IDX-CMC > NB-CMC
              IF CMC-STATUT(IDX-CMC) = "V"
                 MOVE CMC-NET(IDX-CMC) TO QTE-EDIT
                 MOVE SPACES TO WORK-LINE
                 STRING "Inventaire " DELIMITED BY SIZE
                        CMC-NUM(IDX-CMC) DELIMITED BY SIZE
                        " valide le " DELIMITED BY SIZE
                        CMC-DATE(IDX-CMC) DELIMITED BY SIZE
                        " : " DELIMITED BY SIZE
                        CMC-NB-MVT(IDX-CMC) DELIMITED BY SIZE
                        " mouvement(s), net " DELIMITED BY SIZE
                        FUNCTION TRIM(QTE-EDIT) DELIMITED BY SIZE
                        INTO WORK-LINE
                 END-STRING
                 WRITE ANOMALIES-RECORD FROM WORK-LINE
              END-IF
           END-PERFORM

           IF NB-KO-CHECK-5 = 0
              MOVE "Controle 5 : OK" TO WORK-LINE
           ELSE
              ADD 1 TO NB-CONTROLES-KO
              MOVE SPACES TO WORK-LINE
              STRING "Controle 5 : KO (" DELIMITED BY SIZE
                     NB-KO-CHECK-5 DELIMITED BY SIZE
                     " mouvement(s) d'inventaire)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           END-IF
           WRITE ANOMALIES-RECORD FROM WORK-LINE.

       VERIFIER-MVT-INVENTAIRE-PARA.
           MOVE 0 TO POS-CMC
           PERFORM VARYING IDX-CMC FROM 1 BY 1
                   UNTIL IDX-CMC > NB-CMC OR POS-CMC > 0
              IF CMC-NUM(IDX-CMC) = MVT-DOCUMENT
                 MOVE IDX-CMC TO POS-CMC
              END-IF
           END-PERFORM

           IF POS-CMC = 0
              ADD 1 TO NB-KO-CHECK-5
              MOVE SPACES TO WORK-LINE
              STRING "Article " DELIMITED BY SIZE
                     MVT-ARTICLE DELIMITED BY SIZE
                     " : mouvement I du " DELIMITED BY SIZE
                     MVT-DATE DELIMITED BY SIZE
                     " sur inventaire inconnu " DELIMITED BY SIZE
                     MVT-DOCUMENT DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE ANOMALIES-RECORD FROM WORK-LINE
           ELSE
              IF CMC-STATUT(POS-CMC) NOT = "V"
                 ADD 1 TO NB-KO-CHECK-5
                 MOVE SPACES TO WORK-LINE
                 STRING "Article " DELIMITED BY SIZE
                        MVT-ARTICLE DELIMITED BY SIZE
                        " : mouvement I sur inventaire non valide "
                        DELIMITED BY SIZE
                        MVT-DOCUMENT DELIMITED BY SIZE
                        INTO WORK-LINE
                 END-STRING
                 WRITE ANOMALIES-RECORD FROM WORK-LINE
              END-IF
              ADD 1 TO CMC-NB-MVT(POS-CMC)
              ADD MVT-QUANTITE TO CMC-NET(POS-CMC)
           END-IF

           MOVE 0 TO POS-AJI
           PERFORM VARYING IDX-AJI FROM 1 BY 1
                   UNTIL IDX-AJI > NB-AJI OR POS-AJI > 0
              IF AJI-CAMPAGNE(IDX-AJI) = MVT-DOCUMENT
                 AND AJI-ARTICLE(IDX-AJI) = MVT-ARTICLE
                 MOVE IDX-AJI TO POS-AJI
              END-IF
           END-PERFORM
           IF POS-AJI > 0
              ADD 1 TO NB-KO-CHECK-5
              MOVE SPACES TO WORK-LINE
              STRING "Article " DELIMITED BY SIZE
                     MVT-ARTICLE DELIMITED BY SIZE
                     " : ecart de l'inventaire " DELIMITED BY SIZE
                     MVT-DOCUMENT DELIMITED BY SIZE
                     " passe plusieurs fois" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE ANOMALIES-RECORD FROM WORK-LINE
           ELSE
              IF NB-AJI < 5000
                 ADD 1 TO NB-AJI
                 MOVE MVT-DOCUMENT TO AJI-CAMPAGNE(NB-AJI)
                 MOVE MVT-ARTICLE  TO AJI-ARTICLE(NB-AJI)
              END-IF
           END-IF.
