               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-HIS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES-FILE.
           COPY "payrec.cpy".

       FD  LOG-TMP-FILE.
       01  LOG-TMP-ENREG          PIC X(159).

       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-ENREG      PIC X(159).

       FD  HISTORIQUE-FILE.
           COPY "hisrec.cpy".

       FD  HISTORIQUE-TMP-FILE.
       01  HIS-TMP-ENREG          PIC X(49).

       FD  ARCHIVE-HIS-FILE.
       01  ARCHIVE-HIS-ENREG      PIC X(49).

       FD  VERROU-COMPTEUR-FILE.
       01  VERROU-COMPTEUR-ENREG  PIC X(08).

       FD  SCELLEMENT-FILE.
           COPY "sctrec.cpy".

       FD  TOTAUX-SCELLES-FILE.
           COPY "gtorec.cpy".

       WORKING-STORAGE SECTION.
       01  PARAM-MOIS               PIC X(06).
       01  DOC-GARDE                   PIC X(01).
           88  DOC-EST-GARDE               VALUE "O".

       01  VERROU-COMPTEUR-STATUS      PIC X(02).
       01  VERROU-OBTENU               PIC X VALUE "N".
           88  VERROU-EST-OBTENU           VALUE "O".
       01  NB-TENTATIVES-VERROU        PIC 9(3) VALUE 0.
       01  DELAI-VERROU                PIC 9(1) VALUE 1.

       01  SCELLEMENT-FILE-STATUS      PIC X(02).
       01  TOTAUX-SCELLES-STATUS       PIC X(02).
       01  PERIODE-NB                  PIC 9(6) VALUE 0.
       01  PERIODE-HT                  PIC S9(11)V99 VALUE 0.
       01  PERIODE-TVA                 PIC S9(11)V99 VALUE 0.
       01  PERIODE-TTC                 PIC S9(11)V99 VALUE 0.
       COPY "sceauwrk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT PARAM-MOIS FROM COMMAND-LINE
           IF PARAM-MOIS = SPACES OR PARAM-MOIS IS NOT NUMERIC
              DISPLAY "Usage : facture-cloture AAAAMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARAM-MOIS TO FILTER-MOIS
              STOP RUN
           END-IF

           PERFORM VERROUILLER-COMPTEUR-PARA
           PERFORM CALCULER-SOLDES-PARA

           PERFORM SCELLER-PERIODE-PARA
           PERFORM ENREGISTRER-CLOTURE-PARA
           PERFORM ARCHIVER-JOURNAL-PARA
           PERFORM DEVERROUILLER-COMPTEUR-PARA
           PERFORM ARCHIVER-HISTORIQUE-PARA

           DISPLAY "Periode " FILTER-MOIS " close le " TODAY-DATE
                   " : " NB-LOG-ARCHIVES " document(s) et "
                   NB-HIS-ARCHIVES " ligne(s) archive(s)."
           DISPLAY "Grand total de la periode scelle : "
                   PERIODE-NB " document(s), sceau " GTO-SCEAU
           IF NB-NON-SOLDES > 0
              DISPLAY "*** " NB-NON-SOLDES " document(s) non solde(s) "
                      "conserve(s) dans le journal vif ***"
                    NOT AT END
                       ADD 1 TO NB-LOG-TOTAL
                       PERFORM CUMULER-SOLDE-DOCUMENT-PARA
                       PERFORM CUMULER-PERIODE-PARA
                 END-READ
              END-PERFORM
              CLOSE INVOICE-LOG-FILE
           IF NB-LOG-TOTAL > 1000
              DISPLAY "*** Journal trop grand pour la cloture "
                      "(plus de 1000 documents) ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

              END-IF
           END-IF.

       CUMULER-PERIODE-PARA.
           COMPUTE MOIS-DOCUMENT = LOG-DATE-FACTURE / 100
           IF MOIS-DOCUMENT = FILTER-MOIS
              ADD 1 TO PERIODE-NB
              IF LOG-EST-AVOIR
                 SUBTRACT LOG-TOTAL-HT    FROM PERIODE-HT
                 SUBTRACT LOG-TVA-MONTANT FROM PERIODE-TVA
                 SUBTRACT LOG-TOTAL-TTC   FROM PERIODE-TTC
              ELSE
                 ADD LOG-TOTAL-HT    TO PERIODE-HT
                 ADD LOG-TVA-MONTANT TO PERIODE-TVA
                 ADD LOG-TOTAL-TTC   TO PERIODE-TTC
              END-IF
           END-IF.

       CHERCHER-SOLDE-PARA.
           MOVE 0 TO POS-SOL
           IF LOG-EST-AVOIR
           END-PERFORM
           CLOSE HISTORIQUE-TMP-FILE
           CLOSE HISTORIQUE-FILE.

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

       SCELLER-PERIODE-PARA.
           PERFORM LIRE-ETAT-SCELLEMENT-PARA
           IF SCE-JOUR-NB > 0 AND SCE-JOUR NOT = TODAY-DATE
              PERFORM SCELLER-TOTAL-JOUR-PARA
           END-IF

           MOVE SPACES TO GTO-RECORD
           ADD 1 TO SCE-DERNIERE-SEQ-TOTAL
           MOVE SCE-DERNIERE-SEQ-TOTAL TO GTO-SEQUENCE
           MOVE "P"                    TO GTO-TYPE
           COMPUTE GTO-REFERENCE = FILTER-MOIS * 100
           MOVE TODAY-DATE             TO GTO-DATE-CALCUL
           MOVE PERIODE-NB             TO GTO-NB-DOCUMENTS
           MOVE 0                      TO GTO-PREMIERE-SEQUENCE
           MOVE SCE-DERNIERE-SEQUENCE  TO GTO-DERNIERE-SEQUENCE
           MOVE PERIODE-HT             TO GTO-TOTAL-HT
           MOVE PERIODE-TVA            TO GTO-TOTAL-TVA
           MOVE PERIODE-TTC            TO GTO-TOTAL-TTC
           MOVE SCE-CUMUL-TTC          TO GTO-CUMUL-TTC
           PERFORM ECRIRE-TOTAL-SCELLE-PARA
           PERFORM ECRIRE-ETAT-SCELLEMENT-PARA.

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
           PERFORM ECRIRE-TOTAL-SCELLE-PARA
           MOVE 0 TO SCE-JOUR
           MOVE 0 TO SCE-JOUR-PREMIERE-SEQ
           MOVE 0 TO SCE-JOUR-NB
           MOVE 0 TO SCE-JOUR-HT
           MOVE 0 TO SCE-JOUR-TVA
           MOVE 0 TO SCE-JOUR-TTC.

       ECRIRE-TOTAL-SCELLE-PARA.
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
           MOVE GTO-SCEAU TO SCE-DERNIER-SCEAU-TOTAL.

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
