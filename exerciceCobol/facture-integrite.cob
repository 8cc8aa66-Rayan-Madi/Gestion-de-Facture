IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-INTEGRITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODES-FILE ASSIGN TO "periodes-closes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODES-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT COUNTER-FILE ASSIGN TO "invoice-counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTER-FILE-STATUS.

           SELECT VERROU-COMPTEUR-FILE ASSIGN TO "compteur.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS VERROU-COMPTEUR-STATUS.

           SELECT SCELLEMENT-FILE ASSIGN TO "scellement-etat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCELLEMENT-FILE-STATUS.

           SELECT TOTAUX-SCELLES-FILE ASSIGN TO "totaux-scelles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTAUX-SCELLES-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES-FILE.
           COPY "clorec.cpy".

       FD  JOURNAL-FILE.
           COPY "logrec.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD         PIC 9(6).

       FD  VERROU-COMPTEUR-FILE.
       01  VERROU-COMPTEUR-ENREG  PIC X(08).

       FD  SCELLEMENT-FILE.
           COPY "sctrec.cpy".

       FD  TOTAUX-SCELLES-FILE.
           COPY "gtorec.cpy".

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS               PIC X(80).
       01  CMD-ARG-1                PIC X(20).
       01  TODAY-DATE               PIC 9(8).
       01  TIME-COURANTE            PIC 9(8).
       01  HEURE-CERTIFICAT         PIC 9(6).

       01  PERIODES-FILE-STATUS        PIC X(02).
       01  JOURNAL-FILE-STATUS         PIC X(02).
       01  JOURNAL-NOM                 PIC X(25).
       01  COUNTER-FILE-STATUS         PIC X(02).
       01  SCELLEMENT-FILE-STATUS      PIC X(02).
       01  TOTAUX-SCELLES-STATUS       PIC X(02).
       01  RAPPORT-FILE-STATUS         PIC X(02).
       01  RAPPORT-FILENAME            PIC X(35).
       01  ETAT-PRESENT                PIC X(01) VALUE "N".
           88  ETAT-EST-PRESENT            VALUE "O".

       01  VERROU-COMPTEUR-STATUS      PIC X(02).
       01  VERROU-OBTENU               PIC X VALUE "N".
           88  VERROU-EST-OBTENU           VALUE "O".
       01  NB-TENTATIVES-VERROU        PIC 9(3) VALUE 0.
       01  DELAI-VERROU                PIC 9(1) VALUE 1.

       01  ANNEES-TABLE.
           05  ANN-ENTREE OCCURS 50    PIC 9(4).
       01  NB-ANNEES                   PIC 9(2) VALUE 0.
       01  IDX-ANN                     PIC 9(2).
       01  ANNEE-PERIODE               PIC 9(4).
       01  ANNEE-CONNUE                PIC X(01).
           88  ANNEE-EST-CONNUE            VALUE "O".

       01  FICHIERS-TABLE.
           05  FIC-ENTREE OCCURS 51.
               10  FIC-NOM           PIC X(25).
               10  FIC-NB            PIC 9(6).
       01  NB-FICHIERS                 PIC 9(2) VALUE 0.
       01  IDX-FIC                     PIC 9(2).

       01  DOCS-TABLE.
           05  DOC-ENTREE OCCURS 50000.
               10  DOC-NUM           PIC 9(6).
               10  DOC-DATE          PIC 9(8).
               10  DOC-TYPE          PIC X(01).
               10  DOC-HT            PIC 9(9)V99.
               10  DOC-TVA           PIC 9(9)V99.
               10  DOC-TTC           PIC 9(9)V99.
               10  DOC-SCELLE        PIC X(01).
               10  DOC-DOUBLON       PIC X(01).
               10  DOC-SEQ           PIC 9(8).
               10  DOC-SCEAU         PIC 9(18).
               10  DOC-DONNEES       PIC X(141).
       01  NB-DOCS                     PIC 9(5) VALUE 0.
       01  IDX-DOC                     PIC 9(5).
       01  MAX-DOCS                    PIC 9(5) VALUE 50000.

       01  SEQUENCES-TABLE.
           05  SEQ-POS OCCURS 100000   PIC 9(5).
       01  MAX-SEQUENCES               PIC 9(6) VALUE 100000.
       01  IDX-SEQ                     PIC 9(8).
       01  POS-SEQ                     PIC 9(5).
       01  POS-SEQ-PREC                PIC 9(5).
       01  MAX-SEQ                     PIC 9(8) VALUE 0.
       01  SEQ-LIMITE                  PIC 9(8).
       01  NB-SCELLES                  PIC 9(6) VALUE 0.
       01  NB-NON-SCELLES              PIC 9(6) VALUE 0.
       01  NB-ANTERIEURS               PIC 9(6) VALUE 0.
       01  PREMIER-NUM-SCELLE          PIC 9(6) VALUE 0.

       01  NUMEROS-TABLE.
           05  NUM-PRESENCE OCCURS 100000 PIC 9(2).
       01  MAX-NUMEROS                 PIC 9(6) VALUE 100000.
       01  NUM-MIN                     PIC 9(6) VALUE 0.
       01  NUM-MAX                     PIC 9(6) VALUE 0.
       01  NUM-COMPTEUR                PIC 9(6) VALUE 0.
       01  IDX-NUM                     PIC 9(6).
       01  POS-NUM                     PIC 9(6).
       01  NUM-COURANT                 PIC 9(6).
       01  DEBUT-LACUNE                PIC 9(6) VALUE 0.
       01  NB-NUMEROS-ABSENTS          PIC 9(6) VALUE 0.
       01  NB-NUMEROS-DOUBLES          PIC 9(6) VALUE 0.

       01  NB-GTO                      PIC 9(6) VALUE 0.
       01  NB-GTO-JOUR                 PIC 9(6) VALUE 0.
       01  NB-GTO-PERIODE              PIC 9(6) VALUE 0.
       01  SCEAU-GTO-PREC              PIC 9(18) VALUE 0.
       01  MOIS-GTO                    PIC 9(6).
       01  MOIS-DOCUMENT               PIC 9(6).
       01  CALC-NB                     PIC 9(6).
       01  CALC-HT                     PIC S9(11)V99.
       01  CALC-TVA                    PIC S9(11)V99.
       01  CALC-TTC                    PIC S9(11)V99.
       01  CALC-CUMUL                  PIC S9(13)V99.

       01  NB-KO-CHAINE                PIC 9(6) VALUE 0.
       01  NB-KO-NUMEROTATION          PIC 9(6) VALUE 0.
       01  NB-KO-TOTAUX                PIC 9(6) VALUE 0.
       01  NB-ANOMALIES                PIC 9(6) VALUE 0.

       COPY "sceauwrk.cpy".
       01  SCEAU-DERNIER-DOC           PIC 9(18) VALUE 0.

       01  WORK-LINE                   PIC X(80).
       01  MONTANT-EDIT                PIC -(12)9.99.
       01  MONTANT-EDIT-2              PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-COURANTE FROM TIME
           COMPUTE HEURE-CERTIFICAT = TIME-COURANTE / 100
           ACCEPT CMD-PARAMS FROM COMMAND-LINE
           MOVE SPACES TO CMD-ARG-1
           UNSTRING CMD-PARAMS DELIMITED BY ALL SPACES
              INTO CMD-ARG-1
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(CMD-ARG-1)
              WHEN SPACES
              WHEN "VERIFIER"
                 PERFORM VERIFIER-INTEGRITE-PARA
              WHEN "JOUR"
                 PERFORM SCELLER-JOUR-PARA
              WHEN OTHER
                 DISPLAY "Usage : facture-integrite [VERIFIER|JOUR]"
           END-EVALUATE

           STOP RUN.

       SCELLER-JOUR-PARA.
           PERFORM VERROUILLER-COMPTEUR-PARA
           PERFORM LIRE-ETAT-SCELLEMENT-PARA
           IF SCE-JOUR-NB > 0 AND SCE-JOUR < TODAY-DATE
              PERFORM SCELLER-TOTAL-JOUR-PARA
              PERFORM ECRIRE-ETAT-SCELLEMENT-PARA
              DISPLAY "Grand total du " GTO-REFERENCE " scelle : "
                      GTO-NB-DOCUMENTS " document(s), sceau "
                      GTO-SCEAU
           ELSE
              DISPLAY "Aucun grand total journalier en attente."
           END-IF
           PERFORM DEVERROUILLER-COMPTEUR-PARA.

       VERIFIER-INTEGRITE-PARA.
           PERFORM LIRE-ETAT-SCELLEMENT-PARA
           PERFORM CHARGER-ANNEES-PARA
           PERFORM CHARGER-JOURNAUX-PARA
           IF SCE-DERNIERE-SEQUENCE > MAX-SEQUENCES
              DISPLAY "*** Dernier maillon " SCE-DERNIERE-SEQUENCE
                      " au-dela de " MAX-SEQUENCES " : capacite du "
                      "controle depassee, certificat non etabli ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CALCULER-PLAGE-NUMEROS-PARA

           MOVE SPACES TO RAPPORT-FILENAME
           STRING "certificat-integrite-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING
           OPEN OUTPUT RAPPORT-FILE
           IF RAPPORT-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de creer "
                      FUNCTION TRIM(RAPPORT-FILENAME) " - statut "
                      RAPPORT-FILE-STATUS " ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "===== CERTIFICAT D'INTEGRITE DU JOURNAL DES FACTURES ====="
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Controle effectue le " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  HEURE-CERTIFICAT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           PERFORM ECRIRE-FICHIERS-PARA
           PERFORM VERIFIER-CHAINE-PARA
           PERFORM VERIFIER-NUMEROTATION-PARA
           PERFORM VERIFIER-TOTAUX-PARA
           PERFORM ECRIRE-CONCLUSION-PARA

           CLOSE RAPPORT-FILE

           DISPLAY "Certificat genere dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "' - "
                   NB-ANOMALIES " anomalie(s)."
           IF NB-ANOMALIES > 0
              DISPLAY "*** Integrite du journal non etablie ***"
           END-IF.

       CHARGER-ANNEES-PARA.
           MOVE 0 TO NB-ANNEES
           OPEN INPUT PERIODES-FILE
           IF PERIODES-FILE-STATUS = "00"
              PERFORM UNTIL PERIODES-FILE-STATUS NOT = "00"
                 READ PERIODES-FILE
                    NOT AT END
                       COMPUTE ANNEE-PERIODE = CLO-MOIS / 100
                       MOVE "N" TO ANNEE-CONNUE
                       PERFORM VARYING IDX-ANN FROM 1 BY 1
                               UNTIL IDX-ANN > NB-ANNEES
                          IF ANN-ENTREE(IDX-ANN) = ANNEE-PERIODE
                             MOVE "O" TO ANNEE-CONNUE
                          END-IF
                       END-PERFORM
                       IF NOT ANNEE-EST-CONNUE AND NB-ANNEES < 50
                          ADD 1 TO NB-ANNEES
                          MOVE ANNEE-PERIODE TO ANN-ENTREE(NB-ANNEES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIODES-FILE
           END-IF.

       CHARGER-JOURNAUX-PARA.
           MOVE 0 TO NB-DOCS
           MOVE 0 TO NB-FICHIERS
           INITIALIZE SEQUENCES-TABLE
           PERFORM VARYING IDX-ANN FROM 1 BY 1
                   UNTIL IDX-ANN > NB-ANNEES
              MOVE SPACES TO JOURNAL-NOM
              STRING "archive-log-" DELIMITED BY SIZE
                     ANN-ENTREE(IDX-ANN) DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                     INTO JOURNAL-NOM
              END-STRING
              PERFORM CHARGER-JOURNAL-PARA
           END-PERFORM
           MOVE "invoice-log.txt" TO JOURNAL-NOM
           PERFORM CHARGER-JOURNAL-PARA.

       CHARGER-JOURNAL-PARA.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "00"
              ADD 1 TO NB-FICHIERS
              MOVE JOURNAL-NOM TO FIC-NOM(NB-FICHIERS)
              MOVE 0 TO FIC-NB(NB-FICHIERS)
              PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
                 READ JOURNAL-FILE
                    NOT AT END
                       ADD 1 TO FIC-NB(NB-FICHIERS)
                       PERFORM ENREGISTRER-DOCUMENT-PARA
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.

       ENREGISTRER-DOCUMENT-PARA.
           IF NB-DOCS >= MAX-DOCS
              DISPLAY "*** Plus de " MAX-DOCS " documents dans les "
                      "journaux : capacite du controle depassee, "
                      "certificat non etabli ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           ELSE
              ADD 1 TO NB-DOCS
              MOVE LOG-NUM-FACTURE  TO DOC-NUM(NB-DOCS)
              MOVE LOG-DATE-FACTURE TO DOC-DATE(NB-DOCS)
              MOVE LOG-TYPE-DOC     TO DOC-TYPE(NB-DOCS)
              MOVE 0 TO DOC-HT(NB-DOCS)
              MOVE 0 TO DOC-TVA(NB-DOCS)
              MOVE 0 TO DOC-TTC(NB-DOCS)
              IF LOG-TOTAL-HT IS NUMERIC
                 MOVE LOG-TOTAL-HT TO DOC-HT(NB-DOCS)
              END-IF
              IF LOG-TVA-MONTANT IS NUMERIC
                 MOVE LOG-TVA-MONTANT TO DOC-TVA(NB-DOCS)
              END-IF
              IF LOG-TOTAL-TTC IS NUMERIC
                 MOVE LOG-TOTAL-TTC TO DOC-TTC(NB-DOCS)
              END-IF
              MOVE "N" TO DOC-DOUBLON(NB-DOCS)
              MOVE 0   TO DOC-SEQ(NB-DOCS)
              MOVE 0   TO DOC-SCEAU(NB-DOCS)
              MOVE LOG-RECORD(1:141) TO DOC-DONNEES(NB-DOCS)
              IF LOG-SEQUENCE IS NUMERIC AND LOG-SEQUENCE > 0
                 AND LOG-SCEAU IS NUMERIC
                 MOVE "O" TO DOC-SCELLE(NB-DOCS)
                 ADD 1 TO NB-SCELLES
                 MOVE LOG-SEQUENCE TO DOC-SEQ(NB-DOCS)
                 MOVE LOG-SCEAU    TO DOC-SCEAU(NB-DOCS)
                 IF LOG-SEQUENCE > MAX-SEQ
                    MOVE LOG-SEQUENCE TO MAX-SEQ
                 END-IF
                 IF LOG-SEQUENCE > MAX-SEQUENCES
                    DISPLAY "*** Maillon " LOG-SEQUENCE " (document "
                            LOG-NUM-FACTURE ") au-dela de "
                            MAX-SEQUENCES " : capacite du controle "
                            "depassee, certificat non etabli ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF SEQ-POS(LOG-SEQUENCE) > 0
                    MOVE "O" TO DOC-DOUBLON(NB-DOCS)
                 ELSE
                    MOVE NB-DOCS TO SEQ-POS(LOG-SEQUENCE)
                 END-IF
              ELSE
                 MOVE "N" TO DOC-SCELLE(NB-DOCS)
                 ADD 1 TO NB-NON-SCELLES
              END-IF
           END-IF.

       ECRIRE-FICHIERS-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--- Fichiers examines ---" TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           PERFORM VARYING IDX-FIC FROM 1 BY 1
                   UNTIL IDX-FIC > NB-FICHIERS
              MOVE SPACES TO WORK-LINE
              STRING "  " DELIMITED BY SIZE
                     FIC-NOM(IDX-FIC) DELIMITED BY SIZE
                     FIC-NB(IDX-FIC) DELIMITED BY SIZE
                     " document(s)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-PERFORM
           MOVE SPACES TO WORK-LINE
           IF ETAT-EST-PRESENT
              STRING "  scellement-etat.txt      dernier maillon "
                     DELIMITED BY SIZE
                     SCE-DERNIERE-SEQUENCE DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           ELSE
              MOVE "  scellement-etat.txt      absent" TO WORK-LINE
           END-IF
           WRITE RAPPORT-RECORD FROM WORK-LINE.

       VERIFIER-CHAINE-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--- Controle 1 : chainage des documents scelles ---"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE MAX-SEQ TO SEQ-LIMITE
           IF SCE-DERNIERE-SEQUENCE > SEQ-LIMITE
              MOVE SCE-DERNIERE-SEQUENCE TO SEQ-LIMITE
           END-IF

           PERFORM VARYING IDX-SEQ FROM 1 BY 1
                   UNTIL IDX-SEQ > SEQ-LIMITE
              MOVE SEQ-POS(IDX-SEQ) TO POS-SEQ
              IF POS-SEQ = 0
                 MOVE SPACES TO WORK-LINE
                 STRING "  Maillon " DELIMITED BY SIZE
                        IDX-SEQ DELIMITED BY SIZE
                        " absent des journaux (document supprime)"
                        DELIMITED BY SIZE
                        INTO WORK-LINE
                 END-STRING
                 PERFORM ECRIRE-ANOMALIE-CHAINE-PARA
              ELSE
                 PERFORM CONTROLER-MAILLON-PARA
              END-IF
           END-PERFORM

           PERFORM VARYING IDX-DOC FROM 1 BY 1 UNTIL IDX-DOC > NB-DOCS
              IF DOC-DOUBLON(IDX-DOC) = "O"
                 MOVE SPACES TO WORK-LINE
                 STRING "  Maillon " DELIMITED BY SIZE
                        DOC-SEQ(IDX-DOC) DELIMITED BY SIZE
                        " present plusieurs fois (document "
                        DELIMITED BY SIZE
                        DOC-NUM(IDX-DOC) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WORK-LINE
                 END-STRING
                 PERFORM ECRIRE-ANOMALIE-CHAINE-PARA
              END-IF
           END-PERFORM

           PERFORM CONTROLER-FIN-CHAINE-PARA
           PERFORM CONTROLER-NON-SCELLES-PARA

           MOVE SPACES TO WORK-LINE
           STRING "  Documents scelles : " DELIMITED BY SIZE
                  NB-SCELLES DELIMITED BY SIZE
                  " - maillons 1 a " DELIMITED BY SIZE
                  MAX-SEQ DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "  Documents anterieurs au scellement : "
                  DELIMITED BY SIZE
                  NB-ANTERIEURS DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           IF NB-KO-CHAINE = 0
              MOVE "  Resultat : OK - chaine continue et sceaux conformes"
                TO WORK-LINE
           ELSE
              STRING "  Resultat : KO - " DELIMITED BY SIZE
                     NB-KO-CHAINE DELIMITED BY SIZE
                     " anomalie(s)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           END-IF
           WRITE RAPPORT-RECORD FROM WORK-LINE.

       CONTROLER-MAILLON-PARA.
           IF IDX-SEQ = 1
              MOVE 0 TO SCEAU-PRECEDENT
              MOVE DOC-NUM(POS-SEQ) TO PREMIER-NUM-SCELLE
              MOVE 1 TO POS-SEQ-PREC
           ELSE
              MOVE SEQ-POS(IDX-SEQ - 1) TO POS-SEQ-PREC
              IF POS-SEQ-PREC > 0
                 MOVE DOC-SCEAU(POS-SEQ-PREC) TO SCEAU-PRECEDENT
              END-IF
           END-IF
           MOVE DOC-DONNEES(POS-SEQ) TO SCEAU-DONNEES
           MOVE 141 TO SCEAU-LONGUEUR
           IF POS-SEQ-PREC > 0
              PERFORM CALCULER-SCEAU-PARA
           ELSE
              MOVE DOC-SCEAU(POS-SEQ) TO SCEAU-CALCULE
           END-IF
           IF SCEAU-CALCULE NOT = DOC-SCEAU(POS-SEQ)
              MOVE SPACES TO WORK-LINE
              STRING "  Maillon " DELIMITED BY SIZE
                     IDX-SEQ DELIMITED BY SIZE
                     " (document " DELIMITED BY SIZE
                     DOC-NUM(POS-SEQ) DELIMITED BY SIZE
                     ") : sceau non conforme, document altere"
                     DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              PERFORM ECRIRE-ANOMALIE-CHAINE-PARA
           END-IF.

       CONTROLER-FIN-CHAINE-PARA.
           IF MAX-SEQ > 0
              IF SEQ-POS(MAX-SEQ) > 0
                 MOVE DOC-SCEAU(SEQ-POS(MAX-SEQ)) TO SCEAU-DERNIER-DOC
              END-IF
           END-IF
           IF SCE-DERNIERE-SEQUENCE NOT = MAX-SEQ
              MOVE SPACES TO WORK-LINE
              STRING "  Dernier maillon attendu " DELIMITED BY SIZE
                     SCE-DERNIERE-SEQUENCE DELIMITED BY SIZE
                     ", trouve " DELIMITED BY SIZE
                     MAX-SEQ DELIMITED BY SIZE
                     " (fin de journal modifiee)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              PERFORM ECRIRE-ANOMALIE-CHAINE-PARA
           ELSE
              IF MAX-SEQ > 0
                 AND SCE-DERNIER-SCEAU NOT = SCEAU-DERNIER-DOC
                 MOVE "  Sceau du dernier maillon different de l'etat de scellement"
                   TO WORK-LINE
                 PERFORM ECRIRE-ANOMALIE-CHAINE-PARA
              END-IF
           END-IF.

       CONTROLER-NON-SCELLES-PARA.
           MOVE 0 TO NB-ANTERIEURS
           PERFORM VARYING IDX-DOC FROM 1 BY 1 UNTIL IDX-DOC > NB-DOCS
              IF DOC-SCELLE(IDX-DOC) = "N"
                 IF NB-SCELLES > 0
                    AND DOC-NUM(IDX-DOC) > PREMIER-NUM-SCELLE
                    MOVE SPACES TO WORK-LINE
                    STRING "  Document " DELIMITED BY SIZE
                           DOC-NUM(IDX-DOC) DELIMITED BY SIZE
                           " non scelle, posterieur au debut du "
                           DELIMITED BY SIZE
                           "scellement" DELIMITED BY SIZE
                           INTO WORK-LINE
                    END-STRING
                    PERFORM ECRIRE-ANOMALIE-CHAINE-PARA
                 ELSE
                    ADD 1 TO NB-ANTERIEURS
                 END-IF
              END-IF
           END-PERFORM.

       CALCULER-PLAGE-NUMEROS-PARA.
           MOVE 0 TO NUM-COMPTEUR
           OPEN INPUT COUNTER-FILE
           IF COUNTER-FILE-STATUS = "00"
              READ COUNTER-FILE
                 NOT AT END
                    IF COUNTER-RECORD IS NUMERIC
                       MOVE COUNTER-RECORD TO NUM-COMPTEUR
                    END-IF
              END-READ
              CLOSE COUNTER-FILE
           END-IF

           MOVE 999999 TO NUM-MIN
           MOVE 0 TO NUM-MAX
           PERFORM VARYING IDX-DOC FROM 1 BY 1 UNTIL IDX-DOC > NB-DOCS
              IF DOC-NUM(IDX-DOC) < NUM-MIN
                 MOVE DOC-NUM(IDX-DOC) TO NUM-MIN
              END-IF
              IF DOC-NUM(IDX-DOC) > NUM-MAX
                 MOVE DOC-NUM(IDX-DOC) TO NUM-MAX
              END-IF
           END-PERFORM
           IF NUM-COMPTEUR > NUM-MAX
              MOVE NUM-COMPTEUR TO NUM-MAX
           END-IF
           IF NB-DOCS = 0
              MOVE 1 TO NUM-MIN
           END-IF
           IF NUM-MAX >= NUM-MIN AND NUM-MAX - NUM-MIN >= MAX-NUMEROS
              DISPLAY "*** Plage de numeros " NUM-MIN " a " NUM-MAX
                      " superieure a " MAX-NUMEROS " : capacite du "
                      "controle depassee, certificat non etabli ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       VERIFIER-NUMEROTATION-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--- Controle 2 : continuite de la numerotation ---"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           INITIALIZE NUMEROS-TABLE
           PERFORM VARYING IDX-DOC FROM 1 BY 1 UNTIL IDX-DOC > NB-DOCS
              IF DOC-NUM(IDX-DOC) >= NUM-MIN
                 COMPUTE POS-NUM = DOC-NUM(IDX-DOC) - NUM-MIN + 1
                 IF NUM-PRESENCE(POS-NUM) < 99
                    ADD 1 TO NUM-PRESENCE(POS-NUM)
                 END-IF
              END-IF
           END-PERFORM

           MOVE 0 TO DEBUT-LACUNE
           PERFORM VARYING IDX-NUM FROM NUM-MIN BY 1
                   UNTIL IDX-NUM > NUM-MAX
              COMPUTE POS-NUM = IDX-NUM - NUM-MIN + 1
              EVALUATE TRUE
                 WHEN NUM-PRESENCE(POS-NUM) = 0
                    ADD 1 TO NB-NUMEROS-ABSENTS
                    IF DEBUT-LACUNE = 0
                       MOVE IDX-NUM TO DEBUT-LACUNE
                    END-IF
                 WHEN OTHER
                    IF DEBUT-LACUNE > 0
                       COMPUTE NUM-COURANT = IDX-NUM - 1
                       PERFORM ECRIRE-LACUNE-PARA
                    END-IF
                    IF NUM-PRESENCE(POS-NUM) > 1
                       ADD 1 TO NB-NUMEROS-DOUBLES
                       MOVE SPACES TO WORK-LINE
                       STRING "  Numero " DELIMITED BY SIZE
                              IDX-NUM DELIMITED BY SIZE
                              " attribue a " DELIMITED BY SIZE
                              NUM-PRESENCE(POS-NUM) DELIMITED BY SIZE
                              " documents" DELIMITED BY SIZE
                              INTO WORK-LINE
                       END-STRING
                       PERFORM ECRIRE-ANOMALIE-NUMERO-PARA
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF DEBUT-LACUNE > 0
              MOVE NUM-MAX TO NUM-COURANT
              PERFORM ECRIRE-LACUNE-PARA
           END-IF

           MOVE SPACES TO WORK-LINE
           STRING "  Numeros controles : " DELIMITED BY SIZE
                  NUM-MIN DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  NUM-MAX DELIMITED BY SIZE
                  " (compteur " DELIMITED BY SIZE
                  NUM-COMPTEUR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "  Numeros absents : " DELIMITED BY SIZE
                  NB-NUMEROS-ABSENTS DELIMITED BY SIZE
                  " - numeros en double : " DELIMITED BY SIZE
                  NB-NUMEROS-DOUBLES DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           IF NB-KO-NUMEROTATION = 0
              MOVE "  Resultat : OK - numerotation continue" TO WORK-LINE
           ELSE
              STRING "  Resultat : KO - " DELIMITED BY SIZE
                     NB-KO-NUMEROTATION DELIMITED BY SIZE
                     " anomalie(s)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           END-IF
           WRITE RAPPORT-RECORD FROM WORK-LINE.

       ECRIRE-LACUNE-PARA.
           MOVE SPACES TO WORK-LINE
           IF DEBUT-LACUNE = NUM-COURANT
              STRING "  Numero " DELIMITED BY SIZE
                     DEBUT-LACUNE DELIMITED BY SIZE
                     " absent du journal" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           ELSE
              STRING "  Numeros " DELIMITED BY SIZE
                     DEBUT-LACUNE DELIMITED BY SIZE
                     " a " DELIMITED BY SIZE
                     NUM-COURANT DELIMITED BY SIZE
                     " absents du journal" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           END-IF
           PERFORM ECRIRE-ANOMALIE-NUMERO-PARA
           MOVE 0 TO DEBUT-LACUNE.

       VERIFIER-TOTAUX-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--- Controle 3 : grands totaux scelles ---" TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO SCEAU-GTO-PREC
           OPEN INPUT TOTAUX-SCELLES-FILE
           IF TOTAUX-SCELLES-STATUS = "00"
              PERFORM UNTIL TOTAUX-SCELLES-STATUS NOT = "00"
                 READ TOTAUX-SCELLES-FILE
                    NOT AT END
                       PERFORM CONTROLER-TOTAL-SCELLE-PARA
                 END-READ
              END-PERFORM
              CLOSE TOTAUX-SCELLES-FILE
           END-IF

           IF NB-GTO NOT = SCE-DERNIERE-SEQ-TOTAL
              MOVE SPACES TO WORK-LINE
              STRING "  Dernier grand total attendu " DELIMITED BY SIZE
                     SCE-DERNIERE-SEQ-TOTAL DELIMITED BY SIZE
                     ", trouve " DELIMITED BY SIZE
                     NB-GTO DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              PERFORM ECRIRE-ANOMALIE-TOTAL-PARA
           ELSE
              IF NB-GTO > 0
                 AND SCEAU-GTO-PREC NOT = SCE-DERNIER-SCEAU-TOTAL
                 MOVE "  Sceau du dernier grand total different de l'etat de scellement"
                   TO WORK-LINE
                 PERFORM ECRIRE-ANOMALIE-TOTAL-PARA
              END-IF
           END-IF

           MOVE SPACES TO WORK-LINE
           STRING "  Grands totaux journaliers : " DELIMITED BY SIZE
                  NB-GTO-JOUR DELIMITED BY SIZE
                  " - de periode : " DELIMITED BY SIZE
                  NB-GTO-PERIODE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SCE-CUMUL-TTC TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "  Cumul perpetuel TTC : " DELIMITED BY SIZE
                  FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           IF NB-KO-TOTAUX = 0
              MOVE "  Resultat : OK - grands totaux conformes au journal"
                TO WORK-LINE
           ELSE
              STRING "  Resultat : KO - " DELIMITED BY SIZE
                     NB-KO-TOTAUX DELIMITED BY SIZE
                     " anomalie(s)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           END-IF
           WRITE RAPPORT-RECORD FROM WORK-LINE.

       CONTROLER-TOTAL-SCELLE-PARA.
           ADD 1 TO NB-GTO
           IF GTO-JOUR
              ADD 1 TO NB-GTO-JOUR
           ELSE
              ADD 1 TO NB-GTO-PERIODE
           END-IF
           IF GTO-SEQUENCE NOT = NB-GTO
              MOVE SPACES TO WORK-LINE
              STRING "  Grand total " DELIMITED BY SIZE
                     GTO-SEQUENCE DELIMITED BY SIZE
                     " trouve en position " DELIMITED BY SIZE
                     NB-GTO DELIMITED BY SIZE
                     " (total supprime ou insere)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              PERFORM ECRIRE-ANOMALIE-TOTAL-PARA
           END-IF

           MOVE GTO-RECORD(1:103) TO SCEAU-DONNEES
           MOVE 103 TO SCEAU-LONGUEUR
           MOVE SCEAU-GTO-PREC TO SCEAU-PRECEDENT
           PERFORM CALCULER-SCEAU-PARA
           IF SCEAU-CALCULE NOT = GTO-SCEAU
              MOVE SPACES TO WORK-LINE
              STRING "  Grand total " DELIMITED BY SIZE
                     GTO-SEQUENCE DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     GTO-TYPE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     GTO-REFERENCE DELIMITED BY SIZE
                     ") : sceau non conforme" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              PERFORM ECRIRE-ANOMALIE-TOTAL-PARA
           END-IF
           MOVE GTO-SCEAU TO SCEAU-GTO-PREC

           MOVE 0 TO CALC-NB
           MOVE 0 TO CALC-HT
           MOVE 0 TO CALC-TVA
           MOVE 0 TO CALC-TTC
           MOVE 0 TO CALC-CUMUL
           COMPUTE MOIS-GTO = GTO-REFERENCE / 100
           PERFORM VARYING IDX-DOC FROM 1 BY 1 UNTIL IDX-DOC > NB-DOCS
              PERFORM CUMULER-DOCUMENT-TOTAL-PARA
           END-PERFORM

           IF CALC-NB NOT = GTO-NB-DOCUMENTS
              OR CALC-HT NOT = GTO-TOTAL-HT
              OR CALC-TVA NOT = GTO-TOTAL-TVA
              OR CALC-TTC NOT = GTO-TOTAL-TTC
              MOVE CALC-TTC TO MONTANT-EDIT
              MOVE GTO-TOTAL-TTC TO MONTANT-EDIT-2
              MOVE SPACES TO WORK-LINE
              STRING "  Grand total " DELIMITED BY SIZE
                     GTO-SEQUENCE DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     GTO-TYPE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     GTO-REFERENCE DELIMITED BY SIZE
                     ") : journal " DELIMITED BY SIZE
                     FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                     " / scelle " DELIMITED BY SIZE
                     FUNCTION TRIM(MONTANT-EDIT-2) DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              PERFORM ECRIRE-ANOMALIE-TOTAL-PARA
           END-IF
           IF CALC-CUMUL NOT = GTO-CUMUL-TTC
              MOVE CALC-CUMUL TO MONTANT-EDIT
              MOVE GTO-CUMUL-TTC TO MONTANT-EDIT-2
              MOVE SPACES TO WORK-LINE
              STRING "  Grand total " DELIMITED BY SIZE
                     GTO-SEQUENCE DELIMITED BY SIZE
                     " : cumul journal " DELIMITED BY SIZE
                     FUNCTION TRIM(MONTANT-EDIT) DELIMITED BY SIZE
                     " / scelle " DELIMITED BY SIZE
                     FUNCTION TRIM(MONTANT-EDIT-2) DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              PERFORM ECRIRE-ANOMALIE-TOTAL-PARA
           END-IF.

       CUMULER-DOCUMENT-TOTAL-PARA.
           IF DOC-SCELLE(IDX-DOC) = "O"
              AND DOC-DOUBLON(IDX-DOC) = "N"
              AND DOC-SEQ(IDX-DOC) <= GTO-DERNIERE-SEQUENCE
              IF DOC-TYPE(IDX-DOC) = "A"
                 SUBTRACT DOC-TTC(IDX-DOC) FROM CALC-CUMUL
              ELSE
                 ADD DOC-TTC(IDX-DOC) TO CALC-CUMUL
              END-IF
           END-IF

           IF GTO-JOUR
              IF DOC-SCELLE(IDX-DOC) = "O"
                 AND DOC-DOUBLON(IDX-DOC) = "N"
                 AND DOC-SEQ(IDX-DOC) >= GTO-PREMIERE-SEQUENCE
                 AND DOC-SEQ(IDX-DOC) <= GTO-DERNIERE-SEQUENCE
                 PERFORM AJOUTER-DOCUMENT-TOTAL-PARA
              END-IF
           ELSE
              COMPUTE MOIS-DOCUMENT = DOC-DATE(IDX-DOC) / 100
              IF MOIS-DOCUMENT = MOIS-GTO
                 PERFORM AJOUTER-DOCUMENT-TOTAL-PARA
              END-IF
           END-IF.

       AJOUTER-DOCUMENT-TOTAL-PARA.
           ADD 1 TO CALC-NB
           IF DOC-TYPE(IDX-DOC) = "A"
              SUBTRACT DOC-HT(IDX-DOC)  FROM CALC-HT
              SUBTRACT DOC-TVA(IDX-DOC) FROM CALC-TVA
              SUBTRACT DOC-TTC(IDX-DOC) FROM CALC-TTC
           ELSE
              ADD DOC-HT(IDX-DOC)  TO CALC-HT
              ADD DOC-TVA(IDX-DOC) TO CALC-TVA
              ADD DOC-TTC(IDX-DOC) TO CALC-TTC
           END-IF.

       ECRIRE-CONCLUSION-PARA.
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--- Conclusion ---" TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           IF NB-ANOMALIES = 0
              STRING "Le journal des factures (" DELIMITED BY SIZE
                     NB-DOCS DELIMITED BY SIZE
                     " documents) est integre : aucune alteration, "
                     DELIMITED BY SIZE
                     "suppression" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE RAPPORT-RECORD FROM WORK-LINE
              MOVE "ni rupture de numerotation n'a ete detectee."
                TO WORK-LINE
           ELSE
              STRING "INTEGRITE NON ETABLIE : " DELIMITED BY SIZE
                     NB-ANOMALIES DELIMITED BY SIZE
                     " anomalie(s) relevee(s) ci-dessus." DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
           END-IF
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO SCEAU-DONNEES
           STRING TODAY-DATE DELIMITED BY SIZE
                  HEURE-CERTIFICAT DELIMITED BY SIZE
                  NB-DOCS DELIMITED BY SIZE
                  MAX-SEQ DELIMITED BY SIZE
                  SCEAU-DERNIER-DOC DELIMITED BY SIZE
                  NB-GTO DELIMITED BY SIZE
                  SCEAU-GTO-PREC DELIMITED BY SIZE
                  NB-ANOMALIES DELIMITED BY SIZE
                  INTO SCEAU-DONNEES
           END-STRING
           MOVE 74 TO SCEAU-LONGUEUR
           MOVE SCEAU-DERNIER-DOC TO SCEAU-PRECEDENT
           PERFORM CALCULER-SCEAU-PARA

           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Sceau du dernier document  : " DELIMITED BY SIZE
                  SCEAU-DERNIER-DOC DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Sceau du dernier total     : " DELIMITED BY SIZE
                  SCEAU-GTO-PREC DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Empreinte du certificat    : " DELIMITED BY SIZE
                  SCEAU-CALCULE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Fait le " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Le responsable du traitement :        L'agent verificateur :"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "______________________________        ______________________________"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE.

       ECRIRE-ANOMALIE-CHAINE-PARA.
           ADD 1 TO NB-KO-CHAINE
           PERFORM ECRIRE-ANOMALIE-PARA.

       ECRIRE-ANOMALIE-NUMERO-PARA.
           ADD 1 TO NB-KO-NUMEROTATION
           PERFORM ECRIRE-ANOMALIE-PARA.

       ECRIRE-ANOMALIE-TOTAL-PARA.
           ADD 1 TO NB-KO-TOTAUX
           PERFORM ECRIRE-ANOMALIE-PARA.

       ECRIRE-ANOMALIE-PARA.
           ADD 1 TO NB-ANOMALIES
           WRITE RAPPORT-RECORD FROM WORK-LINE.

       VERROUILLER-COMPTEUR-PARA.
           MOVE "N" TO VERROU-OBTENU
           MOVE 0 TO NB-TENTATIVES-VERROU
           PERFORM UNTIL VERROU-EST-OBTENU
                       OR NB-TENTATIVES-VERROU > 30
              ADD 1 TO NB-TENTATIVES-VERROU
              OPEN EXTEND VERROU-COMPTEUR-FILE
              EVALUATE VERROU-COMPTEUR-STATUS
                 WHEN "00"
                    MOVE "O" TO VERROU-OBTENU
                 WHEN "35"
                    OPEN OUTPUT VERROU-COMPTEUR-FILE
                    IF VERROU-COMPTEUR-STATUS = "00"
                       MOVE "O" TO VERROU-OBTENU
                    ELSE
                       CALL "C$SLEEP" USING DELAI-VERROU
                    END-IF
                 WHEN OTHER
                    CALL "C$SLEEP" USING DELAI-VERROU
              END-EVALUATE
           END-PERFORM

           IF NOT VERROU-EST-OBTENU
              DISPLAY "*** Compteur verrouille par une autre session "
                      "(compteur.lck) : abandon ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       DEVERROUILLER-COMPTEUR-PARA.
           CLOSE VERROU-COMPTEUR-FILE.

       SCELLER-TOTAL-JOUR-PARA.
           MOVE SPACES TO GTO-RECORD
           ADD 1 TO SCE-DERNIERE-SEQ-TOTAL
           MOVE SCE-DERNIERE-SEQ-TOTAL TO GTO-SEQUENCE
           MOVE "J"                    TO GTO-TYPE
           MOVE SCE-JOUR               TO GTO-REFERENCE
           MOVE TODAY-DATE             TO GTO-DATE-CALCUL
           MOVE SCE-JOUR-NB            TO GTO-NB-DOCUMENTS
           MOVE SCE-JOUR-PREMIERE-SEQ  TO GTO-PREMIERE-SEQUENCE
           MOVE SCE-DERNIERE-SEQUENCE  TO GTO-DERNIERE-SEQUENCE
           MOVE SCE-JOUR-HT            TO GTO-TOTAL-HT
           MOVE SCE-JOUR-TVA           TO GTO-TOTAL-TVA
           MOVE SCE-JOUR-TTC           TO GTO-TOTAL-TTC
           MOVE SCE-CUMUL-TTC          TO GTO-CUMUL-TTC
           MOVE GTO-RECORD(1:103)       TO SCEAU-DONNEES
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

       LIRE-ETAT-SCELLEMENT-PARA.
           MOVE "N" TO ETAT-PRESENT
           OPEN INPUT SCELLEMENT-FILE
           IF SCELLEMENT-FILE-STATUS = "00"
              READ SCELLEMENT-FILE
                 AT END
                    PERFORM INITIALISER-ETAT-SCELLEMENT-PARA
                 NOT AT END
                    MOVE "O" TO ETAT-PRESENT
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
                      SCELLEMENT-FILE-STATUS " : grand total "
                      SCE-DERNIERE-SEQ-TOTAL " scelle, chainage a "
                      "reprendre avant toute emission ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE SCE-RECORD
           IF SCELLEMENT-FILE-STATUS NOT = "00"
              DISPLAY "*** Ecriture de scellement-etat.txt en erreur "
                      "- statut " SCELLEMENT-FILE-STATUS " : grand "
                      "total " SCE-DERNIERE-SEQ-TOTAL " scelle, "
                      "chainage a reprendre avant toute emission ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE SCELLEMENT-FILE.

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
