IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-INVENTAIRE.

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

           SELECT ACHATS-FILE ASSIGN TO "achats-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHATS-FILE-STATUS.

           SELECT CAMPAGNES-FILE ASSIGN TO "inventaires.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPAGNES-FILE-STATUS.

           SELECT LIGNES-FILE ASSIGN TO DYNAMIC LIGNES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIGNES-FILE-STATUS.

           SELECT MOUVEMENTS-FILE ASSIGN TO "mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOUVEMENTS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RAPPORT-FILE ASSIGN TO DYNAMIC RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.

           SELECT VERROU-STOCK-FILE ASSIGN TO "articles.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS VERROU-STOCK-STATUS.

           SELECT VERROU-INVENTAIRE-FILE ASSIGN TO "inventaire.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS VERROU-INVENTAIRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARTICLES-FILE.
       COPY "artrec.cpy".

       FD  ARTICLES-IDX-FILE.
       01  ART-IDX-RECORD.
           05  ART-IDX-CODE        PIC X(06).
           05  FILLER              PIC X(40).

       FD  ACHATS-FILE.
       COPY "achrec.cpy".

       FD  CAMPAGNES-FILE.
       COPY "invrec.cpy".

       FD  LIGNES-FILE.
       COPY "inlrec.cpy".

       FD  MOUVEMENTS-FILE.
       COPY "mvtrec.cpy".

       FD  AUDIT-FILE.
       COPY "audrec.cpy".

       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD         PIC X(80).

       FD  VERROU-STOCK-FILE.
       01  VERROU-STOCK-ENREG     PIC X(08).

       FD  VERROU-INVENTAIRE-FILE.
       01  VERROU-INVENTAIRE-ENREG PIC X(08).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS               PIC X(40).
       01  CMD-ARG-1                PIC X(20).
       01  CMD-ARG-2                PIC X(20).
       01  TODAY-DATE               PIC 9(8).
       01  TIME-COURANTE            PIC 9(8).
       01  UTILISATEUR              PIC X(08).

       01  ARTICLES-FILE-STATUS        PIC X(02).
       01  ARTICLES-IDX-STATUS         PIC X(02).
       01  ACHATS-FILE-STATUS          PIC X(02).
       01  CAMPAGNES-FILE-STATUS       PIC X(02).
       01  LIGNES-FILE-STATUS          PIC X(02).
       01  LIGNES-FILENAME             PIC X(30).
       01  MOUVEMENTS-FILE-STATUS      PIC X(02).
       01  AUDIT-FILE-STATUS           PIC X(02).
       01  RAPPORT-FILE-STATUS         PIC X(02).
       01  RAPPORT-FILENAME            PIC X(40).
       01  VERROU-STOCK-STATUS         PIC X(02).
       01  VERROU-INVENTAIRE-STATUS    PIC X(02).

       01  VERROU-STOCK-OBTENU      PIC X VALUE "N".
           88  VERROU-STOCK-EST-OBTENU  VALUE "O".
       01  VERROU-INVENTAIRE-OBTENU PIC X VALUE "N".
           88  VERROU-INVENTAIRE-EST-OBTENU VALUE "O".
       01  NB-TENTATIVES-VERROU     PIC 9(3) VALUE 0.
       01  DELAI-VERROU             PIC 9(1) VALUE 1.

       01  CAMPAGNES-TABLE.
           05  CMP-ENTREE OCCURS 500 PIC X(61).
       01  NB-CAMPAGNES              PIC 9(3) VALUE 0.
       01  IDX-CMP                   PIC 9(3).
       01  POS-CAMPAGNE              PIC 9(3) VALUE 0.
       01  POS-OUVERTE               PIC 9(3) VALUE 0.
       01  MAX-NUM-CAMPAGNE          PIC 9(6) VALUE 0.
       01  NUMERO-CAMPAGNE           PIC 9(6) VALUE 0.
       01  NUM-DEMANDE               PIC 9(6) VALUE 0.

       01  LIGNES-TABLE.
           05  LIG-ENTREE OCCURS 1000 PIC X(61).
       01  NB-LIGNES                 PIC 9(4) VALUE 0.
       01  IDX-LIG                   PIC 9(4).
       01  POS-LIGNE                 PIC 9(4).

       01  ART-TABLE.
           05  ART-ENTREE OCCURS 1000 PIC X(46).
       01  NB-ARTICLES               PIC 9(4) VALUE 0.
       01  IDX-ART                   PIC 9(4).
       01  POS-ARTICLE               PIC 9(4).

       01  ACHATS-TABLE.
           05  ACT-ENTREE OCCURS 1000.
               10  ACT-ARTICLE       PIC X(06).
               10  ACT-PRIX          PIC 9(5)V99.
       01  NB-ACHATS                 PIC 9(4) VALUE 0.
       01  IDX-ACH                   PIC 9(4).
       01  PRIX-TROUVE               PIC 9(5)V99.

       01  CODE-SAISI                PIC X(06).
       01  SAISIE                    PIC X(10).
       01  REPONSE                   PIC X(01).
       01  SAISIE-FINIE              PIC X(01) VALUE "N".
           88  FIN-SAISIE                   VALUE "O".

       01  STOCK-AVANT-MVT           PIC 9(5).
       01  STOCK-CALCULE             PIC S9(7).
       01  ECART-QTE                 PIC S9(6).
       01  VALEUR-LIGNE              PIC S9(9)V99.
       01  VALEUR-POSITIVE           PIC S9(11)V99.
       01  VALEUR-NEGATIVE           PIC S9(11)V99.
       01  VALEUR-NETTE              PIC S9(11)V99.
       01  NB-NON-COMPTES            PIC 9(4) VALUE 0.
       01  NB-ECARTS                 PIC 9(4) VALUE 0.
       01  NB-SANS-ECART             PIC 9(4) VALUE 0.
       01  NB-AJUSTES                PIC 9(4) VALUE 0.
       01  NB-ANOMALIES              PIC 9(4) VALUE 0.
       01  DETAIL-AUDIT              PIC X(40).

       01  WORK-LINE                 PIC X(80).
       01  VALEUR-EDIT               PIC -(11)9.99.
       01  QTE-EDIT                  PIC -(5)9.
       01  STATUT-LIBELLE            PIC X(10).

       01  LIGNE-FEUILLE-FORMAT.
           05  S-ARTICLE                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  S-LIBELLE                PIC X(20).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  S-ZONE                   PIC X(12).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  S-REMARQUE               PIC X(30).

       01  LIGNE-ECART-FORMAT.
           05  E-ARTICLE                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  E-LIBELLE                PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  E-GELE                   PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  E-COMPTE                 PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  E-ECART                  PIC -(5)9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  E-PRIX                   PIC ZZZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  E-VALEUR                 PIC -(7)9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  E-VERDICT                PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT CMD-PARAMS FROM COMMAND-LINE
           MOVE SPACES TO CMD-ARG-1
           MOVE SPACES TO CMD-ARG-2
           UNSTRING CMD-PARAMS DELIMITED BY ALL " "
               INTO CMD-ARG-1 CMD-ARG-2
           END-UNSTRING
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE 0 TO NUM-DEMANDE
           IF CMD-ARG-2 NOT = SPACES
              AND FUNCTION TEST-NUMVAL(CMD-ARG-2) = 0
              COMPUTE NUM-DEMANDE = FUNCTION NUMVAL(CMD-ARG-2)
           END-IF

           EVALUATE FUNCTION UPPER-CASE(CMD-ARG-1)
              WHEN "OUVRIR"
                 PERFORM IDENTIFIER-UTILISATEUR-PARA
                 PERFORM OUVRIR-CAMPAGNE-PARA
              WHEN "FEUILLES"
                 PERFORM CHOISIR-CAMPAGNE-PARA
                 PERFORM CHARGER-LIGNES-PARA
                 PERFORM IMPRIMER-FEUILLES-PARA
              WHEN "SAISIR"
                 PERFORM IDENTIFIER-UTILISATEUR-PARA
                 PERFORM SAISIR-COMPTAGES-PARA
              WHEN "ECARTS"
                 PERFORM CHOISIR-CAMPAGNE-PARA
                 PERFORM CHARGER-LIGNES-PARA
                 PERFORM RAPPORT-ECARTS-PARA
              WHEN "VALIDER"
                 PERFORM IDENTIFIER-UTILISATEUR-PARA
                 PERFORM VALIDER-CAMPAGNE-PARA
              WHEN "ANNULER"
                 PERFORM IDENTIFIER-UTILISATEUR-PARA
                 PERFORM ANNULER-CAMPAGNE-PARA
              WHEN OTHER
                 DISPLAY "Usage : facture-inventaire OUVRIR | "
                         "FEUILLES [n] | SAISIR | ECARTS [n] | "
                         "VALIDER | ANNULER"
           END-EVALUATE

           STOP RUN.

       IDENTIFIER-UTILISATEUR-PARA.
           DISPLAY "Votre identifiant : "
           ACCEPT UTILISATEUR
           IF UTILISATEUR = SPACES
              DISPLAY "*** Identifiant obligatoire ***"
              STOP RUN
           END-IF.

       CHARGER-CAMPAGNES-PARA.
           MOVE 0 TO NB-CAMPAGNES
           MOVE 0 TO POS-OUVERTE
           MOVE 0 TO MAX-NUM-CAMPAGNE
           OPEN INPUT CAMPAGNES-FILE
           IF CAMPAGNES-FILE-STATUS = "00"
              PERFORM UNTIL CAMPAGNES-FILE-STATUS NOT = "00"
                 READ CAMPAGNES-FILE
                    NOT AT END
                       IF NB-CAMPAGNES >= 500
                          DISPLAY "*** Fichier inventaires.txt trop "
                                  "grand ***"
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-CAMPAGNES
                       MOVE INV-RECORD TO CMP-ENTREE(NB-CAMPAGNES)
                       IF INV-NUM > MAX-NUM-CAMPAGNE
                          MOVE INV-NUM TO MAX-NUM-CAMPAGNE
                       END-IF
                       IF INV-OUVERT
                          MOVE NB-CAMPAGNES TO POS-OUVERTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMPAGNES-FILE
           END-IF.

       SAUVER-CAMPAGNES-PARA.
           OPEN OUTPUT CAMPAGNES-FILE
           IF CAMPAGNES-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire inventaires.txt - "
                      "statut " CAMPAGNES-FILE-STATUS " ***"
           ELSE
              PERFORM VARYING IDX-CMP FROM 1 BY 1
                      UNTIL IDX-CMP > NB-CAMPAGNES
                 MOVE CMP-ENTREE(IDX-CMP) TO INV-RECORD
                 WRITE INV-RECORD
              END-PERFORM
              CLOSE CAMPAGNES-FILE
           END-IF.

       CHOISIR-CAMPAGNE-PARA.
           PERFORM CHARGER-CAMPAGNES-PARA
           MOVE 0 TO POS-CAMPAGNE
           IF NUM-DEMANDE = 0
              MOVE POS-OUVERTE TO POS-CAMPAGNE
              IF POS-CAMPAGNE = 0
                 DISPLAY "*** Aucune campagne d'inventaire ouverte ***"
                 STOP RUN
              END-IF
           ELSE
              PERFORM VARYING IDX-CMP FROM 1 BY 1
                      UNTIL IDX-CMP > NB-CAMPAGNES OR POS-CAMPAGNE > 0
                 MOVE CMP-ENTREE(IDX-CMP) TO INV-RECORD
                 IF INV-NUM = NUM-DEMANDE
                    MOVE IDX-CMP TO POS-CAMPAGNE
                 END-IF
              END-PERFORM
              IF POS-CAMPAGNE = 0
                 DISPLAY "*** Campagne d'inventaire inconnue : "
                         NUM-DEMANDE " ***"
                 STOP RUN
              END-IF
           END-IF
           MOVE CMP-ENTREE(POS-CAMPAGNE) TO INV-RECORD
           MOVE INV-NUM TO NUMERO-CAMPAGNE
           PERFORM NOMMER-LIGNES-PARA.

       NOMMER-LIGNES-PARA.
           MOVE SPACES TO LIGNES-FILENAME
           STRING "inventaire-" DELIMITED BY SIZE
                  NUMERO-CAMPAGNE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO LIGNES-FILENAME
           END-STRING.

       CHARGER-LIGNES-PARA.
           MOVE 0 TO NB-LIGNES
           OPEN INPUT LIGNES-FILE
           IF LIGNES-FILE-STATUS NOT = "00"
              DISPLAY "*** Fichier '" FUNCTION TRIM(LIGNES-FILENAME)
                      "' introuvable ***"
              STOP RUN
           END-IF
           PERFORM UNTIL LIGNES-FILE-STATUS NOT = "00"
              READ LIGNES-FILE
                 NOT AT END
                    IF NB-LIGNES < 1000
                       ADD 1 TO NB-LIGNES
                       MOVE INL-RECORD TO LIG-ENTREE(NB-LIGNES)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LIGNES-FILE.

       SAUVER-LIGNES-PARA.
           OPEN OUTPUT LIGNES-FILE
           IF LIGNES-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible d'ecrire '"
                      FUNCTION TRIM(LIGNES-FILENAME) "' - statut "
                      LIGNES-FILE-STATUS " ***"
              STOP RUN
           END-IF
           PERFORM VARYING IDX-LIG FROM 1 BY 1 UNTIL IDX-LIG > NB-LIGNES
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              WRITE INL-RECORD
           END-PERFORM
           CLOSE LIGNES-FILE.

       CHARGER-ARTICLES-PARA.
           MOVE 0 TO NB-ARTICLES
           OPEN INPUT ARTICLES-FILE
           IF ARTICLES-FILE-STATUS = "00"
              PERFORM UNTIL ARTICLES-FILE-STATUS NOT = "00"
                 READ ARTICLES-FILE
                    NOT AT END
                       IF NB-ARTICLES >= 1000
                          DISPLAY "*** Fichier articles trop grand "
                                  "pour l'inventaire ***"
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
                      " : validation abandonnee ***"
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

       CHARGER-ACHATS-PARA.
           MOVE 0 TO NB-ACHATS
           OPEN INPUT ACHATS-FILE
           IF ACHATS-FILE-STATUS = "00"
              PERFORM UNTIL ACHATS-FILE-STATUS NOT = "00"
                 READ ACHATS-FILE
                    NOT AT END
                       IF NB-ACHATS < 1000
                          ADD 1 TO NB-ACHATS
                          MOVE ACH-ARTICLE TO ACT-ARTICLE(NB-ACHATS)
                          MOVE ACH-PRIX-ACHAT TO ACT-PRIX(NB-ACHATS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHATS-FILE
           END-IF.

       CHERCHER-PRIX-ACHAT-PARA.
           MOVE 0 TO PRIX-TROUVE
           PERFORM VARYING IDX-ACH FROM 1 BY 1
                   UNTIL IDX-ACH > NB-ACHATS OR PRIX-TROUVE > 0
              IF ACT-ARTICLE(IDX-ACH) = ART-CODE
                 MOVE ACT-PRIX(IDX-ACH) TO PRIX-TROUVE
              END-IF
           END-PERFORM.

       OUVRIR-CAMPAGNE-PARA.
           PERFORM VERROUILLER-INVENTAIRE-PARA
           IF NOT VERROU-INVENTAIRE-EST-OBTENU
              DISPLAY "*** Inventaires verrouilles par une autre "
                      "session : ouverture abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CHARGER-CAMPAGNES-PARA
           IF POS-OUVERTE > 0
              MOVE CMP-ENTREE(POS-OUVERTE) TO INV-RECORD
              DISPLAY "*** Campagne " INV-NUM " deja ouverte depuis le "
                      INV-DATE-OUVERTURE " : la valider ou l'annuler "
                      "d'abord ***"
              STOP RUN
           END-IF
           IF NB-CAMPAGNES >= 500
              DISPLAY "*** Fichier inventaires.txt sature ***"
              STOP RUN
           END-IF

           PERFORM CHARGER-ARTICLES-PARA
           IF NB-ARTICLES = 0
              DISPLAY "*** Aucun article : campagne non ouverte ***"
              STOP RUN
           END-IF
           PERFORM CHARGER-ACHATS-PARA

           COMPUTE NUMERO-CAMPAGNE = MAX-NUM-CAMPAGNE + 1
           PERFORM NOMMER-LIGNES-PARA

           MOVE 0 TO NB-LIGNES
           PERFORM VARYING IDX-ART FROM 1 BY 1
                   UNTIL IDX-ART > NB-ARTICLES
              MOVE ART-ENTREE(IDX-ART) TO ART-RECORD
              IF ART-STOCK IS NOT NUMERIC
                 MOVE 0 TO ART-STOCK
              END-IF
              PERFORM CHERCHER-PRIX-ACHAT-PARA
              MOVE SPACES      TO INL-RECORD
              MOVE ART-CODE    TO INL-ARTICLE
              MOVE ART-LIBELLE TO INL-LIBELLE
              MOVE ART-STOCK   TO INL-STOCK-GELE
              MOVE PRIX-TROUVE TO INL-PRIX-ACHAT
              MOVE 0           TO INL-QTE-COMPTEE
              MOVE 0           TO INL-NB-COMPTAGES
              MOVE 0           TO INL-DATE-COMPTAGE
              ADD 1 TO NB-LIGNES
              MOVE INL-RECORD TO LIG-ENTREE(NB-LIGNES)
           END-PERFORM
           PERFORM SAUVER-LIGNES-PARA

           MOVE SPACES            TO INV-RECORD
           MOVE NUMERO-CAMPAGNE   TO INV-NUM
           MOVE TODAY-DATE        TO INV-DATE-OUVERTURE
           MOVE UTILISATEUR       TO INV-UTILISATEUR
           MOVE "O"               TO INV-STATUT
           MOVE 0                 TO INV-DATE-CLOTURE
           MOVE NB-LIGNES         TO INV-NB-ARTICLES
           MOVE 0                 TO INV-NB-ECARTS
           MOVE 0                 TO INV-VALEUR-ECART
           ADD 1 TO NB-CAMPAGNES
           MOVE INV-RECORD TO CMP-ENTREE(NB-CAMPAGNES)
           MOVE NB-CAMPAGNES TO POS-CAMPAGNE
           PERFORM SAUVER-CAMPAGNES-PARA
           PERFORM DEVERROUILLER-INVENTAIRE-PARA

           DISPLAY "Campagne d'inventaire " NUMERO-CAMPAGNE
                   " ouverte : stock de " NB-LIGNES
                   " article(s) fige dans '"
                   FUNCTION TRIM(LIGNES-FILENAME) "'."
           PERFORM IMPRIMER-FEUILLES-PARA.

       IMPRIMER-FEUILLES-PARA.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING "feuilles-comptage-" DELIMITED BY SIZE
                  NUMERO-CAMPAGNE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING

           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== FEUILLE DE COMPTAGE - INVENTAIRE "
                  DELIMITED BY SIZE
                  NUMERO-CAMPAGNE DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Stock fige le " DELIMITED BY SIZE
                  INV-DATE-OUVERTURE DELIMITED BY SIZE
                  "    Edition du " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Compte par : ____________    Zone : ____________"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Code    Libelle                 Quantite comptee"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           PERFORM VARYING IDX-LIG FROM 1 BY 1 UNTIL IDX-LIG > NB-LIGNES
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              MOVE INL-ARTICLE  TO S-ARTICLE
              MOVE INL-LIBELLE  TO S-LIBELLE
              MOVE "__________" TO S-ZONE
              MOVE SPACES TO S-REMARQUE
              IF NOT INL-NON-COMPTE
                 STRING "deja compte (" DELIMITED BY SIZE
                        INL-NB-COMPTAGES DELIMITED BY SIZE
                        " fois)" DELIMITED BY SIZE
                        INTO S-REMARQUE
                 END-STRING
              END-IF
              WRITE RAPPORT-RECORD FROM LIGNE-FEUILLE-FORMAT
           END-PERFORM

           MOVE "--------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "Date et signature : ____________"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           CLOSE RAPPORT-FILE

           DISPLAY "Feuilles de comptage generees dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "'.".

       SAISIR-COMPTAGES-PARA.
           MOVE 0 TO NUM-DEMANDE
           PERFORM CHOISIR-CAMPAGNE-PARA
           PERFORM CHARGER-LIGNES-PARA

           MOVE "N" TO SAISIE-FINIE
           PERFORM UNTIL FIN-SAISIE
              DISPLAY " "
              DISPLAY "Code article compte (Entree = fin) : "
              MOVE SPACES TO CODE-SAISI
              ACCEPT CODE-SAISI
              IF CODE-SAISI = SPACES
                 MOVE "O" TO SAISIE-FINIE
              ELSE
                 PERFORM SAISIR-UN-COMPTAGE-PARA
              END-IF
           END-PERFORM

           MOVE 0 TO NB-NON-COMPTES
           PERFORM VARYING IDX-LIG FROM 1 BY 1 UNTIL IDX-LIG > NB-LIGNES
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              IF INL-NON-COMPTE
                 ADD 1 TO NB-NON-COMPTES
              END-IF
           END-PERFORM
           DISPLAY "Campagne " NUMERO-CAMPAGNE " : " NB-NON-COMPTES
                   " article(s) restant(s) a compter.".

       SAISIR-UN-COMPTAGE-PARA.
           MOVE 0 TO POS-LIGNE
           PERFORM VARYING IDX-LIG FROM 1 BY 1
                   UNTIL IDX-LIG > NB-LIGNES OR POS-LIGNE > 0
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              IF INL-ARTICLE = CODE-SAISI
                 MOVE IDX-LIG TO POS-LIGNE
              END-IF
           END-PERFORM

           IF POS-LIGNE = 0
              DISPLAY "*** Article " CODE-SAISI " absent de la "
                      "campagne " NUMERO-CAMPAGNE " ***"
           ELSE
              MOVE LIG-ENTREE(POS-LIGNE) TO INL-RECORD
              DISPLAY INL-ARTICLE " - " INL-LIBELLE
              MOVE "O" TO REPONSE
              IF NOT INL-NON-COMPTE
                 DISPLAY "Deja compte : " INL-QTE-COMPTEE " ("
                         INL-NB-COMPTAGES " comptage(s), "
                         INL-COMPTEUR ") - recompter ? (O/N) : "
                 ACCEPT REPONSE
              END-IF
              IF FUNCTION UPPER-CASE(REPONSE) = "O"
                 DISPLAY "Quantite comptee : "
                 ACCEPT SAISIE
                 IF SAISIE NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(SAISIE) = 0
                    AND FUNCTION NUMVAL(SAISIE) >= 0
                    AND FUNCTION NUMVAL(SAISIE) <= 99999
                    PERFORM ENREGISTRER-COMPTAGE-PARA
                 ELSE
                    DISPLAY "*** Quantite invalide : comptage non "
                            "enregistre ***"
                 END-IF
              END-IF
           END-IF.

       ENREGISTRER-COMPTAGE-PARA.
           PERFORM VERROUILLER-INVENTAIRE-PARA
           IF NOT VERROU-INVENTAIRE-EST-OBTENU
              DISPLAY "*** Inventaires verrouilles par une autre "
                      "session : saisie abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHARGER-CAMPAGNES-PARA
           IF POS-OUVERTE = 0
              PERFORM DEVERROUILLER-INVENTAIRE-PARA
              DISPLAY "*** Campagne " NUMERO-CAMPAGNE " close entre-"
                      "temps : saisie abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CMP-ENTREE(POS-OUVERTE) TO INV-RECORD
           IF INV-NUM NOT = NUMERO-CAMPAGNE
              PERFORM DEVERROUILLER-INVENTAIRE-PARA
              DISPLAY "*** Campagne " NUMERO-CAMPAGNE " close entre-"
                      "temps : saisie abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHARGER-LIGNES-PARA
           MOVE 0 TO POS-LIGNE
           PERFORM VARYING IDX-LIG FROM 1 BY 1
                   UNTIL IDX-LIG > NB-LIGNES OR POS-LIGNE > 0
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              IF INL-ARTICLE = CODE-SAISI
                 MOVE IDX-LIG TO POS-LIGNE
              END-IF
           END-PERFORM
           IF POS-LIGNE = 0
              PERFORM DEVERROUILLER-INVENTAIRE-PARA
              DISPLAY "*** Article " CODE-SAISI " absent de la "
                      "campagne " NUMERO-CAMPAGNE " ***"
           ELSE
              MOVE LIG-ENTREE(POS-LIGNE) TO INL-RECORD
              COMPUTE INL-QTE-COMPTEE = FUNCTION NUMVAL(SAISIE)
              IF INL-NB-COMPTAGES < 99
                 ADD 1 TO INL-NB-COMPTAGES
              END-IF
              MOVE TODAY-DATE  TO INL-DATE-COMPTAGE
              MOVE UTILISATEUR TO INL-COMPTEUR
              MOVE INL-RECORD TO LIG-ENTREE(POS-LIGNE)
              PERFORM SAUVER-LIGNES-PARA
              PERFORM DEVERROUILLER-INVENTAIRE-PARA
              DISPLAY "Comptage de " CODE-SAISI " enregistre."
           END-IF.

       CALCULER-ECART-LIGNE-PARA.
           COMPUTE ECART-QTE = INL-QTE-COMPTEE - INL-STOCK-GELE
           COMPUTE VALEUR-LIGNE = ECART-QTE * INL-PRIX-ACHAT.

       RAPPORT-ECARTS-PARA.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING "ecarts-inventaire-" DELIMITED BY SIZE
                  NUMERO-CAMPAGNE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO RAPPORT-FILENAME
           END-STRING

           EVALUATE TRUE
              WHEN INV-VALIDE
                 MOVE "VALIDEE" TO STATUT-LIBELLE
              WHEN INV-ANNULE
                 MOVE "ANNULEE" TO STATUT-LIBELLE
              WHEN OTHER
                 MOVE "OUVERTE" TO STATUT-LIBELLE
           END-EVALUATE

           OPEN OUTPUT RAPPORT-FILE

           MOVE SPACES TO WORK-LINE
           STRING "===== ECARTS D'INVENTAIRE - CAMPAGNE "
                  DELIMITED BY SIZE
                  NUMERO-CAMPAGNE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(STATUT-LIBELLE) DELIMITED BY SIZE
                  ") =====" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Stock fige le " DELIMITED BY SIZE
                  INV-DATE-OUVERTURE DELIMITED BY SIZE
                  "    Valorisation au prix d'achat" DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE SPACES TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE "Code    Libelle               Fige Compte  Ecart Px achat      Valeur Verdict"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE 0 TO NB-NON-COMPTES
           MOVE 0 TO NB-ECARTS
           MOVE 0 TO NB-SANS-ECART
           MOVE 0 TO VALEUR-POSITIVE
           MOVE 0 TO VALEUR-NEGATIVE
           PERFORM VARYING IDX-LIG FROM 1 BY 1 UNTIL IDX-LIG > NB-LIGNES
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              PERFORM CALCULER-ECART-LIGNE-PARA
              MOVE INL-ARTICLE    TO E-ARTICLE
              MOVE INL-LIBELLE    TO E-LIBELLE
              MOVE INL-STOCK-GELE TO E-GELE
              MOVE INL-PRIX-ACHAT TO E-PRIX
              EVALUATE TRUE
                 WHEN INL-NON-COMPTE
                    ADD 1 TO NB-NON-COMPTES
                    MOVE 0 TO E-COMPTE
                    MOVE 0 TO E-ECART
                    MOVE 0 TO E-VALEUR
                    MOVE "NON COMPTE" TO E-VERDICT
                    WRITE RAPPORT-RECORD FROM LIGNE-ECART-FORMAT
                 WHEN ECART-QTE = 0
                    ADD 1 TO NB-SANS-ECART
                 WHEN OTHER
                    ADD 1 TO NB-ECARTS
                    MOVE INL-QTE-COMPTEE TO E-COMPTE
                    MOVE ECART-QTE       TO E-ECART
                    MOVE VALEUR-LIGNE    TO E-VALEUR
                    IF ECART-QTE > 0
                       MOVE "SURPLUS" TO E-VERDICT
                       ADD VALEUR-LIGNE TO VALEUR-POSITIVE
                    ELSE
                       MOVE "MANQUANT" TO E-VERDICT
                       ADD VALEUR-LIGNE TO VALEUR-NEGATIVE
                    END-IF
                    IF INL-PRIX-ACHAT = 0
                       MOVE "SANS PRIX" TO E-VERDICT
                    END-IF
                    WRITE RAPPORT-RECORD FROM LIGNE-ECART-FORMAT
              END-EVALUATE
           END-PERFORM
           COMPUTE VALEUR-NETTE = VALEUR-POSITIVE + VALEUR-NEGATIVE

           MOVE "--------------------------------------------------------------------------------"
             TO WORK-LINE
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE SPACES TO WORK-LINE
           STRING "Articles : " DELIMITED BY SIZE
                  NB-LIGNES DELIMITED BY SIZE
                  "  sans ecart : " DELIMITED BY SIZE
                  NB-SANS-ECART DELIMITED BY SIZE
                  "  en ecart : " DELIMITED BY SIZE
                  NB-ECARTS DELIMITED BY SIZE
                  "  non comptes : " DELIMITED BY SIZE
                  NB-NON-COMPTES DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           MOVE VALEUR-POSITIVE TO VALEUR-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Surplus valorises   : " DELIMITED BY SIZE
                  VALEUR-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE VALEUR-NEGATIVE TO VALEUR-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Manquants valorises : " DELIMITED BY SIZE
                  VALEUR-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE
           MOVE VALEUR-NETTE TO VALEUR-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Ecart net valorise  : " DELIMITED BY SIZE
                  VALEUR-EDIT DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING
           WRITE RAPPORT-RECORD FROM WORK-LINE

           CLOSE RAPPORT-FILE

           MOVE VALEUR-NETTE TO VALEUR-EDIT
           DISPLAY "Rapport d'ecarts genere dans '"
                   FUNCTION TRIM(RAPPORT-FILENAME) "' - "
                   NB-ECARTS " ecart(s), net "
                   FUNCTION TRIM(VALEUR-EDIT) ", "
                   NB-NON-COMPTES " article(s) non compte(s).".

       VALIDER-CAMPAGNE-PARA.
           PERFORM VERROUILLER-INVENTAIRE-PARA
           IF NOT VERROU-INVENTAIRE-EST-OBTENU
              DISPLAY "*** Inventaires verrouilles par une autre "
                      "session : validation abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO NUM-DEMANDE
           PERFORM CHOISIR-CAMPAGNE-PARA
           PERFORM CHARGER-LIGNES-PARA

           MOVE 0 TO NB-NON-COMPTES
           PERFORM VARYING IDX-LIG FROM 1 BY 1 UNTIL IDX-LIG > NB-LIGNES
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              IF INL-NON-COMPTE
                 ADD 1 TO NB-NON-COMPTES
              END-IF
           END-PERFORM
           IF NB-NON-COMPTES > 0
              DISPLAY "*** " NB-NON-COMPTES " article(s) non compte(s) "
                      "dans la campagne " NUMERO-CAMPAGNE
                      " : validation refusee ***"
              PERFORM RAPPORT-ECARTS-PARA
              PERFORM DEVERROUILLER-INVENTAIRE-PARA
              STOP RUN
           END-IF

           PERFORM VERROUILLER-STOCK-PARA
           IF NOT VERROU-STOCK-EST-OBTENU
              PERFORM DEVERROUILLER-INVENTAIRE-PARA
              DISPLAY "*** Fichier articles verrouille par une autre "
                      "session : validation abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CHARGER-ARTICLES-PARA
           MOVE 0 TO NB-AJUSTES
           MOVE 0 TO NB-ANOMALIES
           PERFORM VARYING IDX-LIG FROM 1 BY 1 UNTIL IDX-LIG > NB-LIGNES
              MOVE LIG-ENTREE(IDX-LIG) TO INL-RECORD
              PERFORM CALCULER-ECART-LIGNE-PARA
              IF ECART-QTE NOT = 0
                 PERFORM APPLIQUER-ECART-PARA
              END-IF
           END-PERFORM
           IF NB-AJUSTES > 0
              PERFORM SAUVER-ARTICLES-PARA
           END-IF
           PERFORM DEVERROUILLER-STOCK-PARA

           MOVE CMP-ENTREE(POS-CAMPAGNE) TO INV-RECORD
           MOVE "V"         TO INV-STATUT
           MOVE TODAY-DATE  TO INV-DATE-CLOTURE
           MOVE UTILISATEUR TO INV-VALIDEUR
           PERFORM RAPPORT-ECARTS-PARA
           MOVE NB-ECARTS    TO INV-NB-ECARTS
           MOVE VALEUR-NETTE TO INV-VALEUR-ECART
           MOVE INV-RECORD TO CMP-ENTREE(POS-CAMPAGNE)
           PERFORM SAUVER-CAMPAGNES-PARA
           PERFORM DEVERROUILLER-INVENTAIRE-PARA

           DISPLAY "Campagne " NUMERO-CAMPAGNE " validee : "
                   NB-AJUSTES " mouvement(s) d'inventaire passe(s)."
           IF NB-ANOMALIES > 0
              DISPLAY "*** " NB-ANOMALIES " article(s) non ajuste(s) "
                      "(supprime(s) ou stock plancher) ***"
           END-IF.

       APPLIQUER-ECART-PARA.
           MOVE 0 TO POS-ARTICLE
           PERFORM VARYING IDX-ART FROM 1 BY 1
                   UNTIL IDX-ART > NB-ARTICLES OR POS-ARTICLE > 0
              MOVE ART-ENTREE(IDX-ART) TO ART-RECORD
              IF ART-CODE = INL-ARTICLE
                 MOVE IDX-ART TO POS-ARTICLE
              END-IF
           END-PERFORM

           IF POS-ARTICLE = 0
              ADD 1 TO NB-ANOMALIES
              DISPLAY "*** Article " INL-ARTICLE " absent de "
                      "articles.txt : ecart non passe ***"
           ELSE
              MOVE ART-ENTREE(POS-ARTICLE) TO ART-RECORD
              IF ART-STOCK IS NOT NUMERIC
                 MOVE 0 TO ART-STOCK
              END-IF
              MOVE ART-STOCK TO STOCK-AVANT-MVT
              COMPUTE STOCK-CALCULE = ART-STOCK + ECART-QTE
              IF STOCK-CALCULE < 0
                 ADD 1 TO NB-ANOMALIES
                 MOVE ECART-QTE TO QTE-EDIT
                 DISPLAY "*** Article " INL-ARTICLE " : ecart "
                         FUNCTION TRIM(QTE-EDIT) " superieur au stock "
                         "actuel, stock ramene a zero ***"
                 MOVE 0 TO STOCK-CALCULE
              END-IF
              IF STOCK-CALCULE > 99999
                 MOVE 99999 TO STOCK-CALCULE
              END-IF
              MOVE STOCK-CALCULE TO ART-STOCK
              IF ART-STOCK NOT = STOCK-AVANT-MVT
                 MOVE ART-RECORD TO ART-ENTREE(POS-ARTICLE)
                 ADD 1 TO NB-AJUSTES
                 PERFORM ECRIRE-MOUVEMENT-STOCK-PARA
                 MOVE ECART-QTE TO QTE-EDIT
                 MOVE SPACES TO DETAIL-AUDIT
                 STRING "Inventaire " DELIMITED BY SIZE
                        NUMERO-CAMPAGNE DELIMITED BY SIZE
                        " ecart " DELIMITED BY SIZE
                        FUNCTION TRIM(QTE-EDIT) DELIMITED BY SIZE
                        INTO DETAIL-AUDIT
                 END-STRING
                 PERFORM ECRIRE-AUDIT-PARA
              END-IF
           END-IF.

       ECRIRE-MOUVEMENT-STOCK-PARA.
           OPEN EXTEND MOUVEMENTS-FILE
           IF MOUVEMENTS-FILE-STATUS NOT = "00"
              OPEN OUTPUT MOUVEMENTS-FILE
           END-IF

           MOVE TODAY-DATE       TO MVT-DATE
           MOVE ART-CODE         TO MVT-ARTICLE
           MOVE "I"              TO MVT-TYPE
           COMPUTE MVT-QUANTITE = ART-STOCK - STOCK-AVANT-MVT
           MOVE NUMERO-CAMPAGNE  TO MVT-DOCUMENT
           MOVE ART-STOCK        TO MVT-STOCK-APRES
           WRITE MVT-RECORD
           CLOSE MOUVEMENTS-FILE.

       ECRIRE-AUDIT-PARA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-COURANTE FROM TIME
           COMPUTE AUD-HEURE = TIME-COURANTE / 100
           MOVE UTILISATEUR  TO AUD-UTILISATEUR
           MOVE "A"          TO AUD-FICHIER
           MOVE "INV"        TO AUD-ACTION
           MOVE ART-CODE     TO AUD-CODE
           MOVE DETAIL-AUDIT TO AUD-DETAIL

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUD-RECORD
           CLOSE AUDIT-FILE.

       ANNULER-CAMPAGNE-PARA.
           PERFORM VERROUILLER-INVENTAIRE-PARA
           IF NOT VERROU-INVENTAIRE-EST-OBTENU
              DISPLAY "*** Inventaires verrouilles par une autre "
                      "session : annulation abandonnee ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO NUM-DEMANDE
           PERFORM CHOISIR-CAMPAGNE-PARA
           MOVE "A"         TO INV-STATUT
           MOVE TODAY-DATE  TO INV-DATE-CLOTURE
           MOVE UTILISATEUR TO INV-VALIDEUR
           MOVE INV-RECORD TO CMP-ENTREE(POS-CAMPAGNE)
           PERFORM SAUVER-CAMPAGNES-PARA
           PERFORM DEVERROUILLER-INVENTAIRE-PARA
           DISPLAY "Campagne " NUMERO-CAMPAGNE " annulee : aucun "
                   "stock modifie.".

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

       VERROUILLER-INVENTAIRE-PARA.
           MOVE "N" TO VERROU-INVENTAIRE-OBTENU
           MOVE 0 TO NB-TENTATIVES-VERROU
           PERFORM UNTIL VERROU-INVENTAIRE-EST-OBTENU
                       OR NB-TENTATIVES-VERROU > 30
              ADD 1 TO NB-TENTATIVES-VERROU
              OPEN EXTEND VERROU-INVENTAIRE-FILE
              EVALUATE VERROU-INVENTAIRE-STATUS
                 WHEN "00"
                    MOVE "O" TO VERROU-INVENTAIRE-OBTENU
                 WHEN "35"
                    OPEN OUTPUT VERROU-INVENTAIRE-FILE
                    IF VERROU-INVENTAIRE-STATUS = "00"
                       MOVE "O" TO VERROU-INVENTAIRE-OBTENU
                    ELSE
                       CALL "C$SLEEP" USING DELAI-VERROU
                    END-IF
                 WHEN OTHER
                    CALL "C$SLEEP" USING DELAI-VERROU
              END-EVALUATE
           END-PERFORM.

       DEVERROUILLER-INVENTAIRE-PARA.
           IF VERROU-INVENTAIRE-EST-OBTENU
              CLOSE VERROU-INVENTAIRE-FILE
              MOVE "N" TO VERROU-INVENTAIRE-OBTENU
           END-IF.
