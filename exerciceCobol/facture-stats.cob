               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.

           SELECT MARGES-FILE ASSIGN TO DYNAMIC MARGES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARGES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIQUE-FILE.
       FD  STATS-FILE.
       01  STATS-RECORD               PIC X(80).

       FD  MARGES-FILE.
       01  MARGES-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS               PIC X(40).
       01  PARAM-DEBUT              PIC X(06).

       01  STATS-FILE-STATUS           PIC X(02).
       01  STATS-FILENAME           PIC X(30).
       01  MARGES-FILE-STATUS          PIC X(02).
       01  MARGES-FILENAME          PIC X(30).

       01  ART-STATS-TABLE.
           05  ART-STAT-ENTREE OCCURS 1000.
       01  NB-MOIS-STATS             PIC 9(2) VALUE 0.
       01  SWAP-MOIS                 PIC X(17).

       01  MARGE-ART-TABLE.
           05  MGA-ENTREE OCCURS 1000.
               10  MGA-CODE          PIC X(06).
               10  MGA-CA            PIC S9(9)V99.
               10  MGA-COUT          PIC S9(9)V99.
       01  NB-MGA                    PIC 9(4) VALUE 0.

       01  MARGE-CLI-TABLE.
           05  MGC-ENTREE OCCURS 200.
               10  MGC-CODE          PIC X(05).
               10  MGC-CA            PIC S9(9)V99.
               10  MGC-COUT          PIC S9(9)V99.
       01  NB-MGC                    PIC 9(3) VALUE 0.

       01  MARGE-FAC-TABLE.
           05  MGF-ENTREE OCCURS 2000.
               10  MGF-NUM           PIC 9(6).
               10  MGF-TYPE          PIC X(01).
               10  MGF-CLIENT        PIC X(05).
               10  MGF-CA            PIC S9(9)V99.
               10  MGF-COUT          PIC S9(9)V99.
       01  NB-MGF                    PIC 9(4) VALUE 0.

       01  SOUS-COUT-TABLE.
           05  SSC-ENTREE OCCURS 500.
               10  SSC-NUM           PIC 9(6).
               10  SSC-CLIENT        PIC X(05).
               10  SSC-ARTICLE       PIC X(06).
               10  SSC-QTE           PIC 9(3).
               10  SSC-MONTANT       PIC S9(7)V99.
               10  SSC-COUT          PIC S9(7)V99.
       01  NB-SSC                    PIC 9(3) VALUE 0.
       01  NB-SOUS-COUT              PIC 9(5) VALUE 0.
       01  NB-SANS-COUT              PIC 9(5) VALUE 0.

       01  TOTAL-CA-MARGE            PIC S9(11)V99 VALUE 0.
       01  TOTAL-COUT-MARGE          PIC S9(11)V99 VALUE 0.
       01  MARGE-CALCULEE            PIC S9(11)V99.
       01  TAUX-MARGE                PIC S9(5)V9.
       01  CA-MARGE                  PIC S9(11)V99.
       01  COUT-MARGE                PIC S9(11)V99.
       01  CODE-MARGE                PIC X(08).

       01  LIGNE-MARGE-FORMAT.
           05  M-CODE                   PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  M-CLIENT                 PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  M-CA                     PIC -(8)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  M-COUT                   PIC -(8)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  M-MARGE                  PIC -(8)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  M-TAUX                   PIC -(4)9.9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  M-VERDICT                PIC X(10).

       01  LIGNE-SOUS-COUT-FORMAT.
           05  SC-NUM                   PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SC-CLIENT                PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SC-ARTICLE               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SC-QTE                   PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SC-MONTANT               PIC -(7)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SC-COUT                  PIC -(7)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SC-PERTE                 PIC -(7)9.99.

       01  IDX-STAT                  PIC 9(4).
       01  JDX-STAT                  PIC 9(4).
       01  POS-STAT                  PIC 9(4).
           END-IF

           PERFORM ECRIRE-STATS-PARA
           PERFORM ECRIRE-MARGES-PARA

           DISPLAY "Statistiques generees dans '"
                   FUNCTION TRIM(STATS-FILENAME) "' - "
                   NB-LIGNES-RETENUES " ligne(s) analysee(s)."
           DISPLAY "Marges generees dans '"
                   FUNCTION TRIM(MARGES-FILENAME) "' - "
                   NB-SOUS-COUT " ligne(s) vendue(s) sous le cout."
           IF NB-SANS-COUT > 0
              DISPLAY "*** " NB-SANS-COUT " ligne(s) sans cout de "
                      "revient exclue(s) des marges ***"
           END-IF

           STOP RUN.

           END-IF
           IF POS-STAT > 0
              ADD HIS-MONTANT TO MOIS-STAT-CA(POS-STAT)
           END-IF

           IF HIS-COUT-REVIENT IS NOT NUMERIC
              OR (HIS-COUT-REVIENT = 0 AND HIS-QUANTITE > 0)
              ADD 1 TO NB-SANS-COUT
           ELSE
              PERFORM CUMULER-MARGE-LIGNE-PARA
           END-IF.

       CUMULER-MARGE-LIGNE-PARA.
           ADD HIS-MONTANT      TO TOTAL-CA-MARGE
           ADD HIS-COUT-REVIENT TO TOTAL-COUT-MARGE

           MOVE 0 TO POS-STAT
           PERFORM VARYING IDX-STAT FROM 1 BY 1
                   UNTIL IDX-STAT > NB-MGA OR POS-STAT > 0
              IF MGA-CODE(IDX-STAT) = HIS-ARTICLE
                 MOVE IDX-STAT TO POS-STAT
              END-IF
           END-PERFORM
           IF POS-STAT = 0 AND NB-MGA < 1000
              ADD 1 TO NB-MGA
              MOVE NB-MGA TO POS-STAT
              MOVE HIS-ARTICLE TO MGA-CODE(POS-STAT)
              MOVE 0 TO MGA-CA(POS-STAT)
              MOVE 0 TO MGA-COUT(POS-STAT)
           END-IF
           IF POS-STAT > 0
              ADD HIS-MONTANT      TO MGA-CA(POS-STAT)
              ADD HIS-COUT-REVIENT TO MGA-COUT(POS-STAT)
           END-IF

           MOVE 0 TO POS-STAT
           PERFORM VARYING IDX-STAT FROM 1 BY 1
                   UNTIL IDX-STAT > NB-MGC OR POS-STAT > 0
              IF MGC-CODE(IDX-STAT) = HIS-CLIENT
                 MOVE IDX-STAT TO POS-STAT
              END-IF
           END-PERFORM
           IF POS-STAT = 0 AND NB-MGC < 200
              ADD 1 TO NB-MGC
              MOVE NB-MGC TO POS-STAT
              MOVE HIS-CLIENT TO MGC-CODE(POS-STAT)
              MOVE 0 TO MGC-CA(POS-STAT)
              MOVE 0 TO MGC-COUT(POS-STAT)
           END-IF
           IF POS-STAT > 0
              ADD HIS-MONTANT      TO MGC-CA(POS-STAT)
              ADD HIS-COUT-REVIENT TO MGC-COUT(POS-STAT)
           END-IF

           MOVE 0 TO POS-STAT
           PERFORM VARYING IDX-STAT FROM NB-MGF BY -1
                   UNTIL IDX-STAT < 1 OR POS-STAT > 0
              IF MGF-NUM(IDX-STAT) = HIS-NUM-FACTURE
                 AND MGF-TYPE(IDX-STAT) = HIS-TYPE-DOC
                 MOVE IDX-STAT TO POS-STAT
              END-IF
           END-PERFORM
           IF POS-STAT = 0 AND NB-MGF < 2000
              ADD 1 TO NB-MGF
              MOVE NB-MGF TO POS-STAT
              MOVE HIS-NUM-FACTURE TO MGF-NUM(POS-STAT)
              MOVE HIS-TYPE-DOC    TO MGF-TYPE(POS-STAT)
              MOVE HIS-CLIENT      TO MGF-CLIENT(POS-STAT)
              MOVE 0 TO MGF-CA(POS-STAT)
              MOVE 0 TO MGF-COUT(POS-STAT)
           END-IF
           IF POS-STAT > 0
              ADD HIS-MONTANT      TO MGF-CA(POS-STAT)
              ADD HIS-COUT-REVIENT TO MGF-COUT(POS-STAT)
           END-IF

           IF HIS-TYPE-DOC NOT = "A"
              AND HIS-MONTANT < HIS-COUT-REVIENT
              ADD 1 TO NB-SOUS-COUT
              IF NB-SSC < 500
                 ADD 1 TO NB-SSC
                 MOVE HIS-NUM-FACTURE  TO SSC-NUM(NB-SSC)
                 MOVE HIS-CLIENT       TO SSC-CLIENT(NB-SSC)
                 MOVE HIS-ARTICLE      TO SSC-ARTICLE(NB-SSC)
                 MOVE HIS-QUANTITE     TO SSC-QTE(NB-SSC)
                 MOVE HIS-MONTANT      TO SSC-MONTANT(NB-SSC)
                 MOVE HIS-COUT-REVIENT TO SSC-COUT(NB-SSC)
              END-IF
           END-IF.

       TRIER-ARTICLES-QTE-PARA.
              WRITE STATS-RECORD FROM WORK-LINE
              MOVE MOIS-STAT-CA(IDX-STAT) TO CA-PRECEDENT
           END-PERFORM.

       ECRIRE-MARGES-PARA.
           MOVE SPACES TO MARGES-FILENAME
           STRING "marges-" DELIMITED BY SIZE
                  MOIS-DEBUT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MOIS-FIN DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO MARGES-FILENAME
           END-STRING

           OPEN OUTPUT MARGES-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== MARGES BRUTES AU CMUP " DELIMITED BY SIZE
                  MOIS-DEBUT DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  MOIS-FIN DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE MARGES-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           MOVE "--- MARGE PAR ARTICLE ---" TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           PERFORM ECRIRE-ENTETE-MARGE-PARA
           PERFORM VARYING IDX-STAT FROM 1 BY 1
                   UNTIL IDX-STAT > NB-MGA
              MOVE MGA-CODE(IDX-STAT) TO CODE-MARGE
              MOVE SPACES             TO M-CLIENT
              MOVE MGA-CA(IDX-STAT)   TO CA-MARGE
              MOVE MGA-COUT(IDX-STAT) TO COUT-MARGE
              PERFORM ECRIRE-LIGNE-MARGE-PARA
           END-PERFORM

           MOVE SPACES TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           MOVE "--- MARGE PAR CLIENT ---" TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           PERFORM ECRIRE-ENTETE-MARGE-PARA
           PERFORM VARYING IDX-STAT FROM 1 BY 1
                   UNTIL IDX-STAT > NB-MGC
              MOVE MGC-CODE(IDX-STAT) TO CODE-MARGE
              MOVE SPACES             TO M-CLIENT
              MOVE MGC-CA(IDX-STAT)   TO CA-MARGE
              MOVE MGC-COUT(IDX-STAT) TO COUT-MARGE
              PERFORM ECRIRE-LIGNE-MARGE-PARA
           END-PERFORM

           MOVE SPACES TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           MOVE "--- MARGE PAR FACTURE ---" TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           PERFORM ECRIRE-ENTETE-MARGE-PARA
           PERFORM VARYING IDX-STAT FROM 1 BY 1
                   UNTIL IDX-STAT > NB-MGF
              MOVE SPACES TO CODE-MARGE
              STRING MGF-TYPE(IDX-STAT) DELIMITED BY SIZE
                     MGF-NUM(IDX-STAT) DELIMITED BY SIZE
                     INTO CODE-MARGE
              END-STRING
              MOVE MGF-CLIENT(IDX-STAT) TO M-CLIENT
              MOVE MGF-CA(IDX-STAT)     TO CA-MARGE
              MOVE MGF-COUT(IDX-STAT)   TO COUT-MARGE
              PERFORM ECRIRE-LIGNE-MARGE-PARA
           END-PERFORM

           MOVE SPACES TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           MOVE "--- LIGNES VENDUES SOUS LE COUT DE REVIENT ---"
             TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           MOVE "Facture Client Article Qte     Montant HT        Cout       Perte"
             TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           PERFORM VARYING IDX-STAT FROM 1 BY 1
                   UNTIL IDX-STAT > NB-SSC
              MOVE SSC-NUM(IDX-STAT)     TO SC-NUM
              MOVE SSC-CLIENT(IDX-STAT)  TO SC-CLIENT
              MOVE SSC-ARTICLE(IDX-STAT) TO SC-ARTICLE
              MOVE SSC-QTE(IDX-STAT)     TO SC-QTE
              MOVE SSC-MONTANT(IDX-STAT) TO SC-MONTANT
              MOVE SSC-COUT(IDX-STAT)    TO SC-COUT
              COMPUTE SC-PERTE =
                 SSC-MONTANT(IDX-STAT) - SSC-COUT(IDX-STAT)
              WRITE MARGES-RECORD FROM LIGNE-SOUS-COUT-FORMAT
           END-PERFORM
           IF NB-SOUS-COUT > NB-SSC
              MOVE SPACES TO WORK-LINE
              STRING "... " DELIMITED BY SIZE
                     NB-SOUS-COUT DELIMITED BY SIZE
                     " ligne(s) au total" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE MARGES-RECORD FROM WORK-LINE
           END-IF

           MOVE SPACES TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE
           MOVE "TOTAL"          TO CODE-MARGE
           MOVE SPACES           TO M-CLIENT
           MOVE TOTAL-CA-MARGE   TO CA-MARGE
           MOVE TOTAL-COUT-MARGE TO COUT-MARGE
           PERFORM ECRIRE-LIGNE-MARGE-PARA
           IF NB-SANS-COUT > 0
              MOVE SPACES TO WORK-LINE
              STRING NB-SANS-COUT DELIMITED BY SIZE
                     " ligne(s) sans cout de revient exclue(s)"
                     DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE MARGES-RECORD FROM WORK-LINE
           END-IF

           CLOSE MARGES-FILE.

       ECRIRE-ENTETE-MARGE-PARA.
           MOVE "Code     Client   Montant HT  Cout revient       Marge  Taux %  Verdict"
             TO WORK-LINE
           WRITE MARGES-RECORD FROM WORK-LINE.

       ECRIRE-LIGNE-MARGE-PARA.
           COMPUTE MARGE-CALCULEE = CA-MARGE - COUT-MARGE
           MOVE CODE-MARGE     TO M-CODE
           MOVE CA-MARGE       TO M-CA
           MOVE COUT-MARGE     TO M-COUT
           MOVE MARGE-CALCULEE TO M-MARGE
           IF CA-MARGE NOT = 0
              COMPUTE TAUX-MARGE ROUNDED =
                 MARGE-CALCULEE * 100 / CA-MARGE
           ELSE
              MOVE 0 TO TAUX-MARGE
           END-IF
           MOVE TAUX-MARGE TO M-TAUX
           IF MARGE-CALCULEE < 0 AND CA-MARGE > 0
              MOVE "SOUS COUT" TO M-VERDICT
           ELSE
              MOVE SPACES TO M-VERDICT
           END-IF
           WRITE MARGES-RECORD FROM LIGNE-MARGE-FORMAT.
