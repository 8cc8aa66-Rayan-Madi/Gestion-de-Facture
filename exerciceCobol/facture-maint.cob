               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOUVEMENTS-FILE-STATUS.

           SELECT ACHATS-FILE ASSIGN TO "achats-articles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACHATS-FILE-STATUS.

           SELECT CMUP-FILE ASSIGN TO "cmup-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMUP-FILE-STATUS.

           SELECT MANDATS-FILE ASSIGN TO "mandats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATS-FILE-STATUS.

           SELECT LOTS-FILE ASSIGN TO "lots-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTS-FILE-STATUS.

           SELECT LOTS-MVT-FILE ASSIGN TO "lots-mouvements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTS-MVT-STATUS.

           SELECT VERROU-STOCK-FILE ASSIGN TO "articles.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS VERROU-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTS-FILE.
       FD  CLIENTS-IDX-FILE.
       01  CLI-IDX-RECORD.
           05  CLI-IDX-CODE        PIC X(05).
           05  FILLER              PIC X(100).

       FD  ARTICLES-IDX-FILE.
       01  ART-IDX-RECORD.
           05  ART-IDX-CODE        PIC X(06).
           05  FILLER              PIC X(40).

       FD  COMMANDES-LOG-FILE.
       COPY "cderec.cpy".
       FD  MOUVEMENTS-FILE.
       COPY "mvtrec.cpy".

       FD  ACHATS-FILE.
       COPY "achrec.cpy".

       FD  CMUP-FILE.
       COPY "cmurec.cpy".

       FD  MANDATS-FILE.
       COPY "manrec.cpy".

       FD  LOTS-FILE.
       COPY "lotrec.cpy".

       FD  LOTS-MVT-FILE.
       COPY "lmvrec.cpy".

       FD  VERROU-STOCK-FILE.
       01  VERROU-STOCK-ENREG     PIC X(08).

       WORKING-STORAGE SECTION.
       01  CLIENTS-FILE-STATUS    PIC X(02).
       01  ARTICLES-FILE-STATUS   PIC X(02).
           88  FIN-MENU                VALUE "O".

       01  CLI-TABLE.
           05  CLI-ENTREE OCCURS 200  PIC X(105).
       01  NB-CLIENTS             PIC 9(3) VALUE 0.
       01  ART-TABLE.
           05  ART-ENTREE OCCURS 1000 PIC X(46).
       01  NB-ARTICLES            PIC 9(4) VALUE 0.

       01  IDX-TABLE              PIC 9(4).
       01  TYPE-MOUVEMENT         PIC X(01).
       01  DOCUMENT-MOUVEMENT     PIC 9(6).

       01  ACHATS-FILE-STATUS     PIC X(02).
       01  CMUP-FILE-STATUS       PIC X(02).
       01  FOURNISSEUR-RECEPTION  PIC X(05).
       01  PRIX-RECEPTION         PIC 9(5)V99.
       01  CMUP-AVANT             PIC 9(5)V9999.
       01  CMUP-NOUVEAU           PIC 9(5)V9999.
       01  CMUP-TROUVE            PIC X VALUE "N".
           88  CMUP-EST-TROUVE         VALUE "O".
       01  CMUP-EDIT              PIC ZZZZ9.9999.

       01  MANDATS-FILE-STATUS    PIC X(02).
       01  MAN-TABLE.
           05  MAN-ENTREE OCCURS 200  PIC X(106).
       01  NB-MANDATS             PIC 9(3) VALUE 0.
       01  POS-MANDAT             PIC 9(3) VALUE 0.
       01  IBAN-AVANT             PIC X(34).
       01  IBAN-CONTROLE          PIC X(34).
       01  LONGUEUR-IBAN          PIC 9(2).
       01  IDX-IBAN               PIC 9(2).
       01  CAR-IBAN               PIC X(01).
       01  RESTE-IBAN             PIC 9(3).
       01  IBAN-VALIDE            PIC X VALUE "N".
           88  IBAN-EST-VALIDE         VALUE "O".
       01  LONGUEUR-BIC           PIC 9(2).
       01  DATE-SAISIE            PIC 9(8).
       01  DATE-DU-JOUR           PIC 9(8).

       01  LOTS-FILE-STATUS       PIC X(02).
       01  LOTS-MVT-STATUS        PIC X(02).
       01  VERROU-STOCK-STATUS    PIC X(02).
       01  VERROU-STOCK-OBTENU    PIC X VALUE "N".
           88  VERROU-STOCK-EST-OBTENU  VALUE "O".
       01  NB-TENTATIVES-VERROU   PIC 9(3) VALUE 0.
       01  DELAI-VERROU           PIC 9(1) VALUE 1.
       01  LOTS-SATURES           PIC X VALUE "N".
           88  LOTS-SONT-SATURES       VALUE "O".
       01  LOT-TABLE.
           05  LOT-ENTREE OCCURS 2000 PIC X(59).
       01  NB-LOTS                PIC 9(4) VALUE 0.
       01  IDX-LOT                PIC 9(4).
       01  POS-LOT                PIC 9(4) VALUE 0.
       01  NUMERO-LOT-SAISI       PIC X(12).
       01  DLC-SAISIE             PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Votre identifiant : "
              DISPLAY "5. Modifier un article"
              DISPLAY "6. Activer/desactiver un article"
              DISPLAY "7. Reception de stock"
              DISPLAY "8. Mandat de prelevement SEPA d'un client"
              DISPLAY "9. Fin"
              DISPLAY "Votre choix : "
              ACCEPT CHOIX-MENU
                    PERFORM BASCULER-ARTICLE-PARA
                 WHEN "7"
                    PERFORM RECEPTION-STOCK-PARA
                 WHEN "8"
                    PERFORM GERER-MANDAT-PARA
                 WHEN "9"
                    MOVE "O" TO MENU-FINI
                 WHEN OTHER
              DISPLAY "Nom actuel     : " CLI-NOM
              DISPLAY "Adresse actuelle : " CLI-ADRESSE
              DISPLAY "SIRET actuel   : " CLI-SIRET
              DISPLAY "Delai de paiement actuel : " CLI-DELAI-PAIEMENT
                      " jour(s), fin de mois : " CLI-FIN-DE-MOIS
              DISPLAY "Plafond d'encours actuel : " CLI-PLAFOND-ENCOURS
              PERFORM SAISIR-CHAMPS-CLIENT-PARA
              IF SAISIE-EST-OK
                 MOVE CLI-RECORD TO CLI-ENTREE(POS-TROUVEE)
                 MOVE SAISIE-TEXTE(1:14) TO CLI-SIRET
              END-IF
              IF CLI-SIRET IS NUMERIC
                 PERFORM SAISIR-CONDITIONS-CLIENT-PARA
                 MOVE "O" TO SAISIE-OK
              ELSE
                 DISPLAY "*** SIRET invalide : 14 chiffres attendus ***"
              END-IF
           END-IF.

       SAISIR-CONDITIONS-CLIENT-PARA.
           IF CLI-DELAI-PAIEMENT IS NOT NUMERIC
              MOVE 30 TO CLI-DELAI-PAIEMENT
           END-IF
           IF CLI-FIN-DE-MOIS NOT = "O"
              MOVE "N" TO CLI-FIN-DE-MOIS
           END-IF
           IF CLI-PLAFOND-ENCOURS IS NOT NUMERIC
              MOVE 0 TO CLI-PLAFOND-ENCOURS
           END-IF

           DISPLAY "Delai de paiement en jours (" CLI-DELAI-PAIEMENT
                   ") : "
           ACCEPT SAISIE-PRIX
           IF SAISIE-PRIX NOT = SPACES
              IF FUNCTION TEST-NUMVAL(SAISIE-PRIX) = 0
                 AND FUNCTION NUMVAL(SAISIE-PRIX) >= 0
                 AND FUNCTION NUMVAL(SAISIE-PRIX) <= 999
                 COMPUTE CLI-DELAI-PAIEMENT =
                    FUNCTION NUMVAL(SAISIE-PRIX)
              ELSE
                 DISPLAY "*** Delai invalide, valeur conservee ***"
              END-IF
           END-IF

           DISPLAY "Paiement fin de mois O/N (" CLI-FIN-DE-MOIS ") : "
           ACCEPT SAISIE-CAT
           IF SAISIE-CAT NOT = SPACES
              MOVE FUNCTION UPPER-CASE(SAISIE-CAT) TO SAISIE-CAT
              IF SAISIE-CAT = "O" OR SAISIE-CAT = "N"
                 MOVE SAISIE-CAT TO CLI-FIN-DE-MOIS
              ELSE
                 DISPLAY "*** Reponse invalide, valeur conservee ***"
              END-IF
           END-IF

           DISPLAY "Plafond d'encours TTC, 0 si aucun ("
                   CLI-PLAFOND-ENCOURS ") : "
           ACCEPT SAISIE-PRIX
           IF SAISIE-PRIX NOT = SPACES
              IF FUNCTION TEST-NUMVAL(SAISIE-PRIX) = 0
                 AND FUNCTION NUMVAL(SAISIE-PRIX) >= 0
                 COMPUTE CLI-PLAFOND-ENCOURS =
                    FUNCTION NUMVAL(SAISIE-PRIX)
              ELSE
                 DISPLAY "*** Plafond invalide, valeur conservee ***"
              END-IF
           END-IF.

       BASCULER-CLIENT-PARA.
           DISPLAY "Code client a activer/desactiver : "
           ACCEPT CODE-SAISI
              PERFORM SAUVER-CLIENTS-PARA
           END-IF.

       CHARGER-MANDATS-PARA.
           MOVE 0 TO NB-MANDATS
           OPEN INPUT MANDATS-FILE
           IF MANDATS-FILE-STATUS = "00"
              PERFORM UNTIL MANDATS-FILE-STATUS NOT = "00"
                 READ MANDATS-FILE
                    NOT AT END
                       IF NB-MANDATS >= 200
                          DISPLAY "*** Fichier mandats trop grand "
                                  "pour la maintenance ***"
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-MANDATS
                       MOVE MAN-RECORD TO MAN-ENTREE(NB-MANDATS)
                 END-READ
              END-PERFORM
              CLOSE MANDATS-FILE
           END-IF.

       SAUVER-MANDATS-PARA.
           OPEN OUTPUT MANDATS-FILE
           IF MANDATS-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire mandats.txt - "
                      "statut " MANDATS-FILE-STATUS
                      " : sauvegarde abandonnee ***"
           ELSE
              PERFORM VARYING IDX-TABLE FROM 1 BY 1
                      UNTIL IDX-TABLE > NB-MANDATS
                 MOVE MAN-ENTREE(IDX-TABLE) TO MAN-RECORD
                 WRITE MAN-RECORD
              END-PERFORM
              CLOSE MANDATS-FILE
           END-IF.

       CHERCHER-MANDAT-PARA.
           MOVE 0 TO POS-MANDAT
           PERFORM VARYING IDX-TABLE FROM 1 BY 1
                   UNTIL IDX-TABLE > NB-MANDATS OR POS-MANDAT > 0
              MOVE MAN-ENTREE(IDX-TABLE) TO MAN-RECORD
              IF MAN-CLIENT = CODE-SAISI(1:5)
                 MOVE IDX-TABLE TO POS-MANDAT
              END-IF
           END-PERFORM.

       GERER-MANDAT-PARA.
           DISPLAY "Code client du mandat : "
           ACCEPT CODE-SAISI
           PERFORM CHERCHER-CLIENT-PARA
           IF POS-TROUVEE = 0
              DISPLAY "*** Client inconnu : " CODE-SAISI(1:5) " ***"
           ELSE
              PERFORM CHARGER-MANDATS-PARA
              PERFORM CHERCHER-MANDAT-PARA
              IF POS-MANDAT = 0
                 IF NB-MANDATS >= 200
                    DISPLAY "*** Fichier mandats plein ***"
                 ELSE
                    MOVE SPACES TO MAN-RECORD
                    MOVE CODE-SAISI(1:5) TO MAN-CLIENT
                    MOVE 0 TO MAN-DATE-SIGNATURE
                    MOVE 0 TO MAN-DATE-DERNIER-PRLV
                    PERFORM SAISIR-MANDAT-PARA
                    IF SAISIE-EST-OK
                       MOVE "FRST" TO MAN-SEQUENCE
                       MOVE "A" TO MAN-STATUT
                       ADD 1 TO NB-MANDATS
                       MOVE MAN-RECORD TO MAN-ENTREE(NB-MANDATS)
                       MOVE "AJT" TO AUD-ACTION
                       PERFORM JOURNALISER-MANDAT-PARA
                       PERFORM SAUVER-MANDATS-PARA
                       DISPLAY "Mandat " FUNCTION TRIM(MAN-RUM)
                               " enregistre pour le client "
                               MAN-CLIENT "."
                    END-IF
                 END-IF
              ELSE
                 MOVE MAN-ENTREE(POS-MANDAT) TO MAN-RECORD
                 DISPLAY "RUM actuelle      : " MAN-RUM
                 DISPLAY "IBAN actuel       : " MAN-IBAN
                 DISPLAY "BIC actuel        : " MAN-BIC
                 DISPLAY "Date de signature : " MAN-DATE-SIGNATURE
                 DISPLAY "Sequence          : " MAN-SEQUENCE
                         "  statut : " MAN-STATUT
                         "  dernier prelevement : "
                         MAN-DATE-DERNIER-PRLV
                 DISPLAY "M = modifier, R = revoquer, "
                         "Entree = abandon : "
                 ACCEPT SAISIE-CAT
                 MOVE FUNCTION UPPER-CASE(SAISIE-CAT) TO SAISIE-CAT
                 EVALUATE SAISIE-CAT
                    WHEN "M"
                       PERFORM MODIFIER-MANDAT-PARA
                    WHEN "R"
                       PERFORM REVOQUER-MANDAT-PARA
                    WHEN OTHER
                       DISPLAY "Mandat inchange."
                 END-EVALUATE
              END-IF
           END-IF.

       MODIFIER-MANDAT-PARA.
           MOVE MAN-IBAN TO IBAN-AVANT
           PERFORM SAISIR-MANDAT-PARA
           IF SAISIE-EST-OK
              IF MAN-REVOQUE
                 MOVE "A" TO MAN-STATUT
                 MOVE "FRST" TO MAN-SEQUENCE
                 DISPLAY "Mandat reactive : prochain prelevement "
                         "en FRST."
              END-IF
              IF MAN-IBAN NOT = IBAN-AVANT
                 MOVE "FRST" TO MAN-SEQUENCE
                 DISPLAY "Changement de compte : prochain prelevement "
                         "en FRST."
              END-IF
              MOVE MAN-RECORD TO MAN-ENTREE(POS-MANDAT)
              MOVE "MOD" TO AUD-ACTION
              PERFORM JOURNALISER-MANDAT-PARA
              PERFORM SAUVER-MANDATS-PARA
              DISPLAY "Mandat du client " MAN-CLIENT " modifie."
           END-IF.

       REVOQUER-MANDAT-PARA.
           IF MAN-REVOQUE
              DISPLAY "*** Mandat deja revoque ***"
           ELSE
              MOVE "R" TO MAN-STATUT
              MOVE MAN-RECORD TO MAN-ENTREE(POS-MANDAT)
              MOVE "DES" TO AUD-ACTION
              PERFORM JOURNALISER-MANDAT-PARA
              PERFORM SAUVER-MANDATS-PARA
              DISPLAY "Mandat du client " MAN-CLIENT " revoque : "
                      "plus aucun prelevement ne sera emis."
           END-IF.

       SAISIR-MANDAT-PARA.
           MOVE "N" TO SAISIE-OK
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           DISPLAY "Reference unique de mandat (RUM, 35 car. max) : "
           ACCEPT SAISIE-TEXTE
           IF SAISIE-TEXTE NOT = SPACES
              MOVE SAISIE-TEXTE(1:35) TO MAN-RUM
           END-IF
           IF MAN-RUM = SPACES
              DISPLAY "*** RUM obligatoire ***"
           ELSE
              DISPLAY "IBAN du debiteur (sans espaces) : "
              ACCEPT SAISIE-TEXTE
              IF SAISIE-TEXTE NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(SAISIE-TEXTE(1:34))
                   TO MAN-IBAN
              END-IF
              PERFORM CONTROLER-IBAN-PARA
              IF NOT IBAN-EST-VALIDE
                 DISPLAY "*** IBAN invalide (cle de controle ou "
                         "format) ***"
              ELSE
                 PERFORM SAISIR-BIC-DATE-MANDAT-PARA
              END-IF
           END-IF.

       SAISIR-BIC-DATE-MANDAT-PARA.
           DISPLAY "BIC de la banque du debiteur (8 ou 11 car.) : "
           ACCEPT SAISIE-TEXTE
           IF SAISIE-TEXTE NOT = SPACES
              MOVE FUNCTION UPPER-CASE(SAISIE-TEXTE(1:11)) TO MAN-BIC
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MAN-BIC))
             TO LONGUEUR-BIC
           IF MAN-BIC = SPACES
              OR (LONGUEUR-BIC NOT = 8 AND LONGUEUR-BIC NOT = 11)
              DISPLAY "*** BIC invalide : 8 ou 11 caracteres ***"
           ELSE
              DISPLAY "Date de signature AAAAMMJJ ("
                      MAN-DATE-SIGNATURE ") : "
              ACCEPT SAISIE-TEXTE
              IF SAISIE-TEXTE NOT = SPACES
                 IF SAISIE-TEXTE(1:8) IS NUMERIC
                    MOVE SAISIE-TEXTE(1:8) TO DATE-SAISIE
                 ELSE
                    MOVE 0 TO DATE-SAISIE
                 END-IF
                 IF DATE-SAISIE > 0
                    AND FUNCTION TEST-DATE-YYYYMMDD(DATE-SAISIE) = 0
                    MOVE DATE-SAISIE TO MAN-DATE-SIGNATURE
                 ELSE
                    DISPLAY "*** Date invalide ***"
                    MOVE 0 TO MAN-DATE-SIGNATURE
                 END-IF
              END-IF
              IF MAN-DATE-SIGNATURE = 0
                 DISPLAY "*** Date de signature obligatoire ***"
              ELSE
                 IF MAN-DATE-SIGNATURE > DATE-DU-JOUR
                    DISPLAY "*** Date de signature dans le futur ***"
                 ELSE
                    MOVE "O" TO SAISIE-OK
                 END-IF
              END-IF
           END-IF.

       CONTROLER-IBAN-PARA.
           MOVE "N" TO IBAN-VALIDE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MAN-IBAN))
             TO LONGUEUR-IBAN
           IF MAN-IBAN NOT = SPACES
              AND LONGUEUR-IBAN >= 15 AND LONGUEUR-IBAN <= 34
              AND MAN-IBAN(1:2) IS ALPHABETIC
              AND MAN-IBAN(3:2) IS NUMERIC
              MOVE SPACES TO IBAN-CONTROLE
              STRING MAN-IBAN(5:LONGUEUR-IBAN - 4) DELIMITED BY SIZE
                     MAN-IBAN(1:4) DELIMITED BY SIZE
                     INTO IBAN-CONTROLE
              END-STRING
              MOVE 0 TO RESTE-IBAN
              MOVE "O" TO IBAN-VALIDE
              PERFORM VARYING IDX-IBAN FROM 1 BY 1
                      UNTIL IDX-IBAN > LONGUEUR-IBAN
                 MOVE IBAN-CONTROLE(IDX-IBAN:1) TO CAR-IBAN
                 EVALUATE TRUE
                    WHEN CAR-IBAN IS NUMERIC
                       COMPUTE RESTE-IBAN = FUNCTION MOD(
                          RESTE-IBAN * 10
                          + FUNCTION NUMVAL(CAR-IBAN), 97)
                    WHEN CAR-IBAN >= "A" AND CAR-IBAN <= "Z"
                       COMPUTE RESTE-IBAN = FUNCTION MOD(
                          RESTE-IBAN * 100
                          + FUNCTION ORD(CAR-IBAN)
                          - FUNCTION ORD("A") + 10, 97)
                    WHEN OTHER
                       MOVE "N" TO IBAN-VALIDE
                 END-EVALUATE
              END-PERFORM
              IF RESTE-IBAN NOT = 1
                 MOVE "N" TO IBAN-VALIDE
              END-IF
           END-IF.

       JOURNALISER-MANDAT-PARA.
           MOVE "M" TO AUD-FICHIER
           MOVE MAN-CLIENT TO AUD-CODE
           MOVE MAN-RUM TO AUD-DETAIL
           PERFORM ECRIRE-AUDIT-PARA.

       AJOUTER-ARTICLE-PARA.
           DISPLAY "Code article (6 caracteres) : "
           ACCEPT CODE-SAISI
              DISPLAY "Libelle actuel : " ART-LIBELLE
              DISPLAY "Prix actuel    : " ART-PRIX
              DISPLAY "Categorie TVA actuelle : " ART-TVA-CAT
              DISPLAY "Gestion par lot actuelle : " ART-GESTION-LOT
              PERFORM SAISIR-CHAMPS-ARTICLE-PARA
              IF SAISIE-EST-OK
                 MOVE ART-RECORD TO ART-ENTREE(POS-TROUVEE)
                    IF ART-TVA-CAT IS NUMERIC
                       AND (ART-TVA-CAT = 1 OR ART-TVA-CAT = 2
                            OR ART-TVA-CAT = 3)
                       PERFORM SAISIR-GESTION-LOT-PARA
                       PERFORM SAISIR-STOCKS-ARTICLE-PARA
                       MOVE "O" TO SAISIE-OK
                    ELSE
              END-IF
           END-IF.

       SAISIR-GESTION-LOT-PARA.
           IF ART-GESTION-LOT NOT = "O"
              MOVE "N" TO ART-GESTION-LOT
           END-IF
           DISPLAY "Gestion par lot et DLC O/N (" ART-GESTION-LOT
                   ") : "
           ACCEPT SAISIE-CAT
           EVALUATE FUNCTION UPPER-CASE(SAISIE-CAT)
              WHEN SPACES
                 CONTINUE
              WHEN "O"
                 MOVE "O" TO ART-GESTION-LOT
              WHEN "N"
                 MOVE "N" TO ART-GESTION-LOT
              WHEN OTHER
                 DISPLAY "*** Reponse invalide, valeur conservee ***"
           END-EVALUATE.

       SAISIR-STOCKS-ARTICLE-PARA.
           IF ART-STOCK IS NOT NUMERIC
              MOVE 0 TO ART-STOCK
              MOVE "J" TO TYPE-MOUVEMENT
              MOVE 0   TO DOCUMENT-MOUVEMENT
              PERFORM ECRIRE-MOUVEMENT-STOCK-PARA
              IF ART-GERE-PAR-LOT
                 DISPLAY "*** Article gere par lot : ajustement passe "
                         "hors lot, les entrees se saisissent en "
                         "reception de stock ***"
              END-IF
           END-IF.

       ECRIRE-MOUVEMENT-STOCK-PARA.
                 DISPLAY "*** Quantite invalide : valeur superieure "
                         "a zero attendue ***"
              ELSE
                 MOVE "O" TO RECEPTION-VALIDEE
                 MOVE 0 TO NUM-COMMANDE-SAISI
                 IF ART-GERE-PAR-LOT
                    PERFORM SAISIR-LOT-RECEPTION-PARA
                 END-IF

                 IF RECEPTION-EST-VALIDEE
                    DISPLAY "Numero de commande (0 si hors commande) : "
                    ACCEPT SAISIE-PRIX
                    IF FUNCTION TEST-NUMVAL(SAISIE-PRIX) = 0
                       AND FUNCTION NUMVAL(SAISIE-PRIX) > 0
                       COMPUTE NUM-COMMANDE-SAISI =
                          FUNCTION NUMVAL(SAISIE-PRIX)
                    END-IF
                    IF NUM-COMMANDE-SAISI > 0
                       PERFORM CONTROLER-RECEPTION-PARA
                    END-IF
                 END-IF

                 IF RECEPTION-EST-VALIDEE AND ART-GERE-PAR-LOT
                    PERFORM VERROUILLER-STOCK-PARA
                    IF NOT VERROU-STOCK-EST-OBTENU
                       DISPLAY "*** Fichier articles verrouille par "
                               "une autre session : reception "
                               "refusee ***"
                       MOVE "N" TO RECEPTION-VALIDEE
                    ELSE
                       PERFORM CONTROLER-LOT-RECEPTION-PARA
                       IF NOT RECEPTION-EST-VALIDEE
                          PERFORM DEVERROUILLER-STOCK-PARA
                       END-IF
                    END-IF
                 END-IF

                 IF RECEPTION-EST-VALIDEE
           MOVE "R" TO TYPE-MOUVEMENT
           MOVE NUM-COMMANDE-SAISI TO DOCUMENT-MOUVEMENT
           PERFORM ECRIRE-MOUVEMENT-STOCK-PARA
           IF ART-GERE-PAR-LOT
              PERFORM ENREGISTRER-LOT-RECEPTION-PARA
           END-IF
           PERFORM RECALCULER-CMUP-PARA
           MOVE ART-RECORD TO ART-ENTREE(POS-TROUVEE)
           MOVE "REC" TO AUD-ACTION
           MOVE SPACES TO DETAIL-RECEPTION
           PERFORM SAUVER-ARTICLES-PARA
           DISPLAY "Stock de " CODE-SAISI " mis a jour.".

       SAISIR-LOT-RECEPTION-PARA.
           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD
           DISPLAY "Numero de lot : "
           ACCEPT SAISIE-TEXTE
           MOVE SAISIE-TEXTE(1:12) TO NUMERO-LOT-SAISI
           IF NUMERO-LOT-SAISI = SPACES
              DISPLAY "*** Numero de lot obligatoire pour un article "
                      "gere par lot : reception refusee ***"
              MOVE "N" TO RECEPTION-VALIDEE
           ELSE
              DISPLAY "Date limite de consommation AAAAMMJJ : "
              ACCEPT SAISIE-TEXTE
              MOVE 0 TO DLC-SAISIE
              IF SAISIE-TEXTE(1:8) IS NUMERIC
                 MOVE SAISIE-TEXTE(1:8) TO DLC-SAISIE
              END-IF
              EVALUATE TRUE
                 WHEN DLC-SAISIE = 0
                    DISPLAY "*** DLC invalide : reception refusee ***"
                    MOVE "N" TO RECEPTION-VALIDEE
                 WHEN FUNCTION TEST-DATE-YYYYMMDD(DLC-SAISIE) NOT = 0
                    DISPLAY "*** DLC invalide : reception refusee ***"
                    MOVE "N" TO RECEPTION-VALIDEE
                 WHEN DLC-SAISIE < DATE-DU-JOUR
                    DISPLAY "*** DLC " DLC-SAISIE " depassee : "
                            "reception refusee ***"
                    MOVE "N" TO RECEPTION-VALIDEE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       CONTROLER-LOT-RECEPTION-PARA.
           PERFORM CHARGER-LOTS-PARA
           IF LOTS-SONT-SATURES
              DISPLAY "*** Fichier lots-stock.txt trop grand (plus de "
                      "2000 lots) : reception refusee ***"
              MOVE "N" TO RECEPTION-VALIDEE
           END-IF
           MOVE 0 TO POS-LOT
           PERFORM VARYING IDX-LOT FROM 1 BY 1
                   UNTIL IDX-LOT > NB-LOTS OR POS-LOT > 0
              MOVE LOT-ENTREE(IDX-LOT) TO LOT-RECORD
              IF LOT-ARTICLE = ART-CODE
                 AND LOT-NUMERO = NUMERO-LOT-SAISI
                 MOVE IDX-LOT TO POS-LOT
              END-IF
           END-PERFORM

           IF POS-LOT > 0 AND RECEPTION-EST-VALIDEE
              MOVE LOT-ENTREE(POS-LOT) TO LOT-RECORD
              IF LOT-DETRUIT
                 DISPLAY "*** Lot " NUMERO-LOT-SAISI " deja detruit "
                         "pour peremption : reception refusee ***"
                 MOVE "N" TO RECEPTION-VALIDEE
              ELSE
                 IF LOT-DLC NOT = DLC-SAISIE
                    DISPLAY "*** Lot " NUMERO-LOT-SAISI " deja recu "
                            "avec la DLC " LOT-DLC
                            " : reception refusee ***"
                    MOVE "N" TO RECEPTION-VALIDEE
                 ELSE
                    DISPLAY "Lot " NUMERO-LOT-SAISI " deja en stock "
                            ": quantite ajoutee au lot."
                 END-IF
              END-IF
           END-IF
           IF POS-LOT = 0 AND RECEPTION-EST-VALIDEE
              IF NB-LOTS >= 2000
                 DISPLAY "*** Fichier lots-stock.txt sature : "
                         "reception refusee ***"
                 MOVE "N" TO RECEPTION-VALIDEE
              END-IF
           END-IF.

       CHARGER-LOTS-PARA.
           MOVE 0 TO NB-LOTS
           MOVE "N" TO LOTS-SATURES
           OPEN INPUT LOTS-FILE
           IF LOTS-FILE-STATUS = "00"
              PERFORM UNTIL LOTS-FILE-STATUS NOT = "00"
                 READ LOTS-FILE
                    NOT AT END
                       IF NB-LOTS < 2000
                          ADD 1 TO NB-LOTS
                          MOVE LOT-RECORD TO LOT-ENTREE(NB-LOTS)
                       ELSE
                          MOVE "O" TO LOTS-SATURES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTS-FILE
           END-IF.

       ENREGISTRER-LOT-RECEPTION-PARA.
           IF POS-LOT > 0
              MOVE LOT-ENTREE(POS-LOT) TO LOT-RECORD
              IF LOT-QTE-RECUE + QTE-RECUE > 99999
                 MOVE 99999 TO LOT-QTE-RECUE
              ELSE
                 ADD QTE-RECUE TO LOT-QTE-RECUE
              END-IF
              IF LOT-QTE-RESTANTE + QTE-RECUE > 99999
                 MOVE 99999 TO LOT-QTE-RESTANTE
              ELSE
                 ADD QTE-RECUE TO LOT-QTE-RESTANTE
              END-IF
           ELSE
              ADD 1 TO NB-LOTS
              MOVE NB-LOTS TO POS-LOT
              MOVE SPACES             TO LOT-RECORD
              MOVE ART-CODE           TO LOT-ARTICLE
              MOVE NUMERO-LOT-SAISI   TO LOT-NUMERO
              MOVE DLC-SAISIE         TO LOT-DLC
              MOVE DATE-DU-JOUR       TO LOT-DATE-RECEPTION
              MOVE NUM-COMMANDE-SAISI TO LOT-COMMANDE
              MOVE QTE-RECUE          TO LOT-QTE-RECUE
              MOVE QTE-RECUE          TO LOT-QTE-RESTANTE
           END-IF
           MOVE "D"          TO LOT-STATUT
           MOVE DATE-DU-JOUR TO LOT-DATE-STATUT
           MOVE LOT-RECORD TO LOT-ENTREE(POS-LOT)

           IF LOTS-SONT-SATURES
              DISPLAY "*** Fichier lots-stock.txt trop grand : lot "
                      "non reecrit ***"
           ELSE
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
              END-IF
           END-IF
           PERFORM DEVERROUILLER-STOCK-PARA

           OPEN EXTEND LOTS-MVT-FILE
           IF LOTS-MVT-STATUS NOT = "00"
              OPEN OUTPUT LOTS-MVT-FILE
           END-IF
           MOVE DATE-DU-JOUR       TO LMV-DATE
           MOVE ART-CODE           TO LMV-ARTICLE
           MOVE NUMERO-LOT-SAISI   TO LMV-LOT
           MOVE DLC-SAISIE         TO LMV-DLC
           MOVE "R"                TO LMV-TYPE
           MOVE NUM-COMMANDE-SAISI TO LMV-DOCUMENT
           MOVE 0                  TO LMV-ORIGINE
           MOVE SPACES             TO LMV-CLIENT
           MOVE QTE-RECUE          TO LMV-QUANTITE
           WRITE LMV-RECORD
           CLOSE LOTS-MVT-FILE

           DISPLAY "Lot " NUMERO-LOT-SAISI " (DLC " DLC-SAISIE
                   ") enregistre.".

       RECALCULER-CMUP-PARA.
           MOVE SPACES TO FOURNISSEUR-RECEPTION
           IF NUM-COMMANDE-SAISI > 0 AND POS-CDE > 0
              MOVE CDE-ENTREE(POS-CDE) TO CDE-RECORD
              MOVE CDE-FOURNISSEUR TO FOURNISSEUR-RECEPTION
           END-IF

           MOVE 0 TO PRIX-RECEPTION
           OPEN INPUT ACHATS-FILE
           IF ACHATS-FILE-STATUS = "00"
              PERFORM UNTIL ACHATS-FILE-STATUS NOT = "00"
                 READ ACHATS-FILE
                    NOT AT END
                       IF ACH-ARTICLE = ART-CODE
                          AND ACH-PRIX-ACHAT IS NUMERIC
                          IF PRIX-RECEPTION = 0
                             OR ACH-FOURNISSEUR = FOURNISSEUR-RECEPTION
                             MOVE ACH-PRIX-ACHAT TO PRIX-RECEPTION
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHATS-FILE
           END-IF

           IF PRIX-RECEPTION = 0
              DISPLAY "*** Article " ART-CODE " sans prix d'achat "
                      "(achats-articles.txt) : CMUP inchange ***"
           ELSE
              MOVE "N" TO CMUP-TROUVE
              MOVE 0 TO CMUP-AVANT
              OPEN INPUT CMUP-FILE
              IF CMUP-FILE-STATUS = "00"
                 PERFORM UNTIL CMUP-FILE-STATUS NOT = "00"
                    READ CMUP-FILE
                       NOT AT END
                          IF CMU-ARTICLE = ART-CODE
                             MOVE "O" TO CMUP-TROUVE
                             MOVE CMU-CMUP TO CMUP-AVANT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CMUP-FILE
              END-IF

              IF NOT CMUP-EST-TROUVE OR STOCK-AVANT-MVT = 0
                 MOVE PRIX-RECEPTION TO CMUP-NOUVEAU
              ELSE
                 COMPUTE CMUP-NOUVEAU ROUNDED =
                    (STOCK-AVANT-MVT * CMUP-AVANT
                     + QTE-RECUE * PRIX-RECEPTION)
                    / (STOCK-AVANT-MVT + QTE-RECUE)
              END-IF

              OPEN EXTEND CMUP-FILE
              IF CMUP-FILE-STATUS NOT = "00"
                 OPEN OUTPUT CMUP-FILE
              END-IF
              ACCEPT CMU-DATE FROM DATE YYYYMMDD
              MOVE ART-CODE           TO CMU-ARTICLE
              MOVE "R"                TO CMU-ORIGINE
              MOVE NUM-COMMANDE-SAISI TO CMU-DOCUMENT
              MOVE QTE-RECUE          TO CMU-QTE-RECUE
              MOVE PRIX-RECEPTION     TO CMU-PRIX-ACHAT
              MOVE STOCK-AVANT-MVT    TO CMU-STOCK-AVANT
              MOVE CMUP-AVANT         TO CMU-CMUP-AVANT
              MOVE CMUP-NOUVEAU       TO CMU-CMUP
              WRITE CMU-RECORD
              CLOSE CMUP-FILE

              MOVE CMUP-NOUVEAU TO CMUP-EDIT
              DISPLAY "CMUP de " ART-CODE " : "
                      FUNCTION TRIM(CMUP-EDIT)
           END-IF.

       CHARGER-COMMANDES-PARA.
           MOVE 0 TO NB-COMMANDES
           OPEN INPUT COMMANDES-LOG-FILE
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
