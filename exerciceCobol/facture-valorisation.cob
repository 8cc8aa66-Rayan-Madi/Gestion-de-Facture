IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-VALORISATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICLES-FILE ASSIGN TO "articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTICLES-FILE-STATUS.

           SELECT MOUVEMENTS-FILE ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOUVEMENTS-FILE-STATUS.

           SELECT CMUP-FILE ASSIGN TO "cmup-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMUP-FILE-STATUS.

           SELECT ACHATS-FILE ASSIGN TO "achats-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHATS-FILE-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARTICLES-FILE.
       COPY "artrec.cpy".

       FD  MOUVEMENTS-FILE.
       COPY "mvtrec.cpy".

       FD  CMUP-FILE.
       COPY "cmurec.cpy".

       FD  ACHATS-FILE.
       COPY "achrec.cpy".

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARAM-MOIS               PIC X(06).
       01  FILTER-MOIS              PIC 9(6).
       01  DATE-FIN-MOIS            PIC 9(8).
       01  DATE-MOIS-SUIVANT        PIC 9(8).
       01  ANNEE-SUIVANTE           PIC 9(4).
       01  MOIS-SUIVANT             PIC 9(2).

       01  ARTICLES-FILE-STATUS        PIC X(02).
       01  MOUVEMENTS-FILE-STATUS      PIC X(02).
       01  CMUP-FILE-STATUS            PIC X(02).
       01  ACHATS-FILE-STATUS          PIC X(02).
       01  RAPPORT-FILE-STATUS         PIC X(02).
       01  RAPPORT-FILENAME            PIC X(30).

       01  VALO-TABLE.
           05  VAL-ENTREE OCCURS 1000.
               10  VAL-CODE          PIC X(06).
               10  VAL-LIBELLE       PIC X(20).
               10  VAL-QTE           PIC S9(7).
               10  VAL-ETAT-QTE      PIC X(01).
               10  VAL-CMUP          PIC 9(5)V9999.
               10  VAL-SOURCE        PIC X(05).
       01  NB-VAL                    PIC 9(4) VALUE 0.
       01  IDX-VAL                   PIC 9(4).
       01  POS-VAL                   PIC 9(4).

       01  TOTAL-QTE                 PIC S9(9) VALUE 0.
       01  TOTAL-VALEUR              PIC S9(11)V99 VALUE 0.
       01  VALEUR-LIGNE              PIC S9(11)V99.
       01  NB-SANS-COUT              PIC 9(4) VALUE 0.
       01  NB-MVT-INCONNUS           PIC 9(5) VALUE 0.

       01  WORK-LINE                 PIC X(80).
       01  MONTANT-EDIT              PIC ----,---,--9.99.

       01  LIGNE-FORMAT.
           05  F-CODE                   PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-LIBELLE                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-QTE                    PIC -(6)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-CMUP                   PIC ZZZZ9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-VALEUR                 PIC -(9)9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  F-SOURCE                 PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT PARAM-MOIS FROM COMMAND-LINE
           IF PARAM-MOIS = SPACES OR PARAM-MOIS IS NOT NUMERIC
              DISPLAY "Usage : facture-valorisation AAAAMM"
              STOP RUN
           END-IF
           MOVE PARAM-MOIS TO FILTER-MOIS
           IF FUNCTION MOD(FILTER-MOIS 100) < 1
              OR FUNCTION MOD(FILTER-MOIS 100) > 12
              DISPLAY "Usage : facture-valorisation AAAAMM"
              STOP RUN
           END-IF

           COMPUTE ANNEE-SUIVANTE = FILTER-MOIS / 100
           COMPUTE MOIS-SUIVANT = FUNCTION MOD(FILTER-MOIS 100) + 1
           IF MOIS-SUIVANT > 12
              MOVE 1 TO MOIS-SUIVANT
              ADD 1 TO ANNEE-SUIVANTE
           END-IF
           COMPUTE DATE-MOIS-SUIVANT =
              ANNEE-SUIVANTE * 10000 + MOIS-SUIVANT * 100 + 1
           COMPUTE DATE-FIN-MOIS = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(DATE-MOIS-SUIVANT) - 1)

           PERFORM CHARGER-ARTICLES-PARA
           IF NB-VAL = 0
              DISPLAY "Aucun article (articles.txt) : rien a valoriser."
              STOP RUN
           END-IF
           PERFORM RECONSTITUER-QUANTITES-PARA
           PERFORM CHARGER-CMUP-PARA
           PERFORM COMPLETER-PRIX-ACHAT-PARA
           PERFORM ECRIRE-VALORISATION-PARA

           STOP RUN.

       CHARGER-ARTICLES-PARA.
           MOVE 0 TO NB-VAL
           OPEN INPUT ARTICLES-FILE
           IF ARTICLES-FILE-STATUS = "00"
              PERFORM UNTIL ARTICLES-FILE-STATUS NOT = "00"
                 READ ARTICLES-FILE
                    NOT AT END
                       IF NB-VAL < 1000
                          ADD 1 TO NB-VAL
                          MOVE ART-CODE    TO VAL-CODE(NB-VAL)
                          MOVE ART-LIBELLE TO VAL-LIBELLE(NB-VAL)
                          IF ART-STOCK IS NUMERIC
                             MOVE ART-STOCK TO VAL-QTE(NB-VAL)
                          ELSE
                             MOVE 0 TO VAL-QTE(NB-VAL)
                          END-IF
                          MOVE "N" TO VAL-ETAT-QTE(NB-VAL)
                          MOVE 0   TO VAL-CMUP(NB-VAL)
                          MOVE SPACES TO VAL-SOURCE(NB-VAL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARTICLES-FILE
           END-IF.

       CHERCHER-ARTICLE-VALO-PARA.
           MOVE 0 TO POS-VAL
           PERFORM VARYING IDX-VAL FROM 1 BY 1
                   UNTIL IDX-VAL > NB-VAL OR POS-VAL > 0
              IF VAL-CODE(IDX-VAL) = MVT-ARTICLE
                 MOVE IDX-VAL TO POS-VAL
              END-IF
           END-PERFORM.

       RECONSTITUER-QUANTITES-PARA.
           OPEN INPUT MOUVEMENTS-FILE
           IF MOUVEMENTS-FILE-STATUS = "00"
              PERFORM UNTIL MOUVEMENTS-FILE-STATUS NOT = "00"
                 READ MOUVEMENTS-FILE
                    NOT AT END
                       PERFORM CHERCHER-ARTICLE-VALO-PARA
                       IF POS-VAL = 0
                          ADD 1 TO NB-MVT-INCONNUS
                       ELSE
                          PERFORM APPLIQUER-MOUVEMENT-VALO-PARA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOUVEMENTS-FILE
           END-IF.

       APPLIQUER-MOUVEMENT-VALO-PARA.
           IF MVT-DATE <= DATE-FIN-MOIS
              MOVE MVT-STOCK-APRES TO VAL-QTE(POS-VAL)
              MOVE "A" TO VAL-ETAT-QTE(POS-VAL)
           ELSE
              IF VAL-ETAT-QTE(POS-VAL) = "N"
                 COMPUTE VAL-QTE(POS-VAL) =
                    MVT-STOCK-APRES - MVT-QUANTITE
                 MOVE "P" TO VAL-ETAT-QTE(POS-VAL)
              END-IF
           END-IF.

       CHARGER-CMUP-PARA.
           OPEN INPUT CMUP-FILE
           IF CMUP-FILE-STATUS = "00"
              PERFORM UNTIL CMUP-FILE-STATUS NOT = "00"
                 READ CMUP-FILE
                    NOT AT END
                       IF CMU-DATE <= DATE-FIN-MOIS
                          MOVE CMU-ARTICLE TO MVT-ARTICLE
                          PERFORM CHERCHER-ARTICLE-VALO-PARA
                          IF POS-VAL > 0
                             MOVE CMU-CMUP TO VAL-CMUP(POS-VAL)
                             MOVE "CMUP" TO VAL-SOURCE(POS-VAL)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CMUP-FILE
           END-IF.

       COMPLETER-PRIX-ACHAT-PARA.
           OPEN INPUT ACHATS-FILE
           IF ACHATS-FILE-STATUS = "00"
              PERFORM UNTIL ACHATS-FILE-STATUS NOT = "00"
                 READ ACHATS-FILE
                    NOT AT END
                       MOVE ACH-ARTICLE TO MVT-ARTICLE
                       PERFORM CHERCHER-ARTICLE-VALO-PARA
                       IF POS-VAL > 0
                          AND VAL-SOURCE(POS-VAL) = SPACES
                          AND ACH-PRIX-ACHAT IS NUMERIC
                          MOVE ACH-PRIX-ACHAT TO VAL-CMUP(POS-VAL)
                          MOVE "ACHAT" TO VAL-SOURCE(POS-VAL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHATS-FILE
           END-IF.

       ECRIRE-VALORISATION-PARA.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING "valorisation-" DELIMITED BY SIZE
                  FILTER-MOIS DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING

           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== VALORISATION DU STOCK AU " DELIMITED BY SIZE
                  DATE-FIN-MOIS DELIMITED BY SIZE
                  " (CMUP) =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Code    Libelle                   Stock        CMUP          Valeur  Base"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "-----------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           PERFORM VARYING IDX-VAL FROM 1 BY 1 UNTIL IDX-VAL > NB-VAL
              IF VAL-QTE(IDX-VAL) NOT = 0
                 COMPUTE VALEUR-LIGNE ROUNDED =
                    VAL-QTE(IDX-VAL) * VAL-CMUP(IDX-VAL)
                 ADD VAL-QTE(IDX-VAL) TO TOTAL-QTE
                 ADD VALEUR-LIGNE TO TOTAL-VALEUR
                 MOVE VAL-CODE(IDX-VAL)    TO F-CODE
                 MOVE VAL-LIBELLE(IDX-VAL) TO F-LIBELLE
                 MOVE VAL-QTE(IDX-VAL)     TO F-QTE
                 MOVE VAL-CMUP(IDX-VAL)    TO F-CMUP
                 MOVE VALEUR-LIGNE         TO F-VALEUR
                 IF VAL-SOURCE(IDX-VAL) = SPACES
                    ADD 1 TO NB-SANS-COUT
                    MOVE "SANS" TO F-SOURCE
                 ELSE
                    MOVE VAL-SOURCE(IDX-VAL) TO F-SOURCE
                 END-IF
                 WRITE RAPPORT-RECORD FROM LIGNE-FORMAT
              END-IF
           END-PERFORM

           MOVE "-----------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE TOTAL-VALEUR TO MONTANT-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "VALEUR TOTALE DU STOCK : " DELIMITED BY SIZE
                  MONTANT-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           IF NB-SANS-COUT > 0
              MOVE SPACES TO WORK-LINE
              STRING NB-SANS-COUT DELIMITED BY SIZE
                     " article(s) en stock sans cout connu (valeur 0)"
                     DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE RAPPORT-RECORD FROM WORK-LINE
           END-IF

           CLOSE RAPPORT-FILE

           DISPLAY "Valorisation generee dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "' - valeur "
                   FUNCTION TRIM(MONTANT-EDIT) "."
           IF NB-MVT-INCONNUS > 0
              DISPLAY "*** " NB-MVT-INCONNUS " mouvement(s) sur "
                      "article(s) inconnu(s) ignore(s) ***"
           END-IF.
