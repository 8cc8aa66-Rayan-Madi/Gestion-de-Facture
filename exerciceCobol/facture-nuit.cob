IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-NUIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAINE-FILE ASSIGN TO "chaine-nuit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAINE-FILE-STATUS.

           SELECT STATUT-FILE ASSIGN TO "nuit-statut.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUT-FILE-STATUS.

           SELECT HISTORIQUE-FILE ASSIGN TO "nuit-historique.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIQUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAINE-FILE.
           COPY "chnrec.cpy".

       FD  STATUT-FILE.
           COPY "nstrec.cpy".

       FD  HISTORIQUE-FILE.
       01  HISTORIQUE-ENREG       PIC X(79).

       WORKING-STORAGE SECTION.
       01  CMD-PARAMS               PIC X(80).
       01  CMD-ARG-1                PIC X(20).
       01  TODAY-DATE               PIC 9(8).
       01  TIME-COURANTE            PIC 9(8).
       01  HEURE-COURANTE           PIC 9(6).
       01  CHOIX-REPRISE            PIC X(01).
           88  CHOIX-REPRENDRE          VALUE "R".
           88  CHOIX-RESTAURER          VALUE "A".

       01  CHAINE-FILE-STATUS          PIC X(02).
       01  STATUT-FILE-STATUS          PIC X(02).
       01  HISTORIQUE-FILE-STATUS      PIC X(02).

       01  ETAPES-TABLE.
           05  ETP-ENTREE OCCURS 20.
               10  ETP-NUMERO        PIC 9(2).
               10  ETP-PROGRAMME     PIC X(30).
               10  ETP-PARAMETRES    PIC X(50).
       01  NB-ETAPES                   PIC 9(2) VALUE 0.
       01  IDX-ETP                     PIC 9(2).
       01  IDX-DEPART                  PIC 9(2).

       01  SAUVEGARDES-TABLE.
           05  SVG-FICHIER OCCURS 30   PIC X(30).
       01  NB-SAUVEGARDES              PIC 9(2) VALUE 0.
       01  IDX-SVG                     PIC 9(2).
       01  NOM-COPIE                   PIC X(40).
       01  NOM-SOURCE                  PIC X(40).
       01  FICHIER-INFOS               PIC X(16).
       01  FICHIER-STATUS              PIC S9(9) COMP-5.
       01  NB-ERREURS-FICHIERS         PIC 9(2) VALUE 0.

       01  STATUT-TABLE.
           05  ST-ENTREE OCCURS 21.
               10  ST-RUN            PIC 9(6).
               10  ST-ETAPE          PIC 9(2).
               10  ST-PROGRAMME      PIC X(30).
               10  ST-DATE-RUN       PIC 9(8).
               10  ST-DEBUT-DATE     PIC 9(8).
               10  ST-DEBUT-HEURE    PIC 9(6).
               10  ST-FIN-DATE       PIC 9(8).
               10  ST-FIN-HEURE      PIC 9(6).
               10  ST-CODE-RETOUR    PIC 9(4).
               10  ST-ETAT           PIC X(01).
       01  NB-STATUT                   PIC 9(2) VALUE 0.
       01  IDX-ST                      PIC 9(2).
       01  POS-ST                      PIC 9(2).
       01  LIBELLE-ETAT                PIC X(10).

       01  DATE-RUN                    PIC 9(8).
       01  MOIS-RUN                    PIC 9(6).
       01  ECHEC-DETECTE               PIC X(01) VALUE "N".
           88  RUN-EN-ECHEC                VALUE "O".
       01  ALERTE-DETECTEE             PIC X(01) VALUE "N".
           88  RUN-EN-ALERTE               VALUE "O".
       01  CODE-RETOUR-ETAPE           PIC S9(9).
       01  CODE-RETOUR-MAX             PIC 9(4) VALUE 0.

       01  COMMANDE-NUIT               PIC X(200).
       01  PARAMETRES-RESOLUS          PIC X(80).
       01  PTR-PARAM                   PIC 9(3).
       01  POS-CAR                     PIC 9(3).
       01  LOG-ETAPE-NOM               PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT CMD-PARAMS FROM COMMAND-LINE
           MOVE SPACES TO CMD-ARG-1
           UNSTRING CMD-PARAMS DELIMITED BY ALL " "
               INTO CMD-ARG-1
           END-UNSTRING
           MOVE SPACES TO CHOIX-REPRISE

           PERFORM CHARGER-CHAINE-PARA
           IF NB-ETAPES = 0
              DISPLAY "*** Aucune etape definie dans chaine-nuit.txt ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CHARGER-STATUT-PARA

           EVALUATE FUNCTION UPPER-CASE(CMD-ARG-1)
              WHEN SPACES
                 CONTINUE
              WHEN "STATUT"
                 PERFORM AFFICHER-STATUT-PARA
                 STOP RUN
              WHEN "REPRENDRE"
                 MOVE "R" TO CHOIX-REPRISE
              WHEN "RESTAURER"
                 MOVE "A" TO CHOIX-REPRISE
              WHEN OTHER
                 DISPLAY "Usage : facture-nuit [STATUT|REPRENDRE|"
                         "RESTAURER]"
                 STOP RUN
           END-EVALUATE

           IF NB-STATUT > 0
              AND (ST-ETAT(1) = "F" OR ST-ETAT(1) = "E")
              PERFORM TRAITER-RUN-INACHEVE-PARA
           ELSE
              IF CHOIX-REPRISE NOT = SPACES
                 DISPLAY "*** Aucune execution en echec a reprendre "
                         "ou a restaurer ***"
              ELSE
                 PERFORM NOUVEAU-RUN-PARA
              END-IF
           END-IF

           STOP RUN.

       CHARGER-CHAINE-PARA.
           MOVE 0 TO NB-ETAPES
           MOVE 0 TO NB-SAUVEGARDES
           OPEN INPUT CHAINE-FILE
           IF CHAINE-FILE-STATUS = "00"
              PERFORM UNTIL CHAINE-FILE-STATUS NOT = "00"
                 READ CHAINE-FILE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN CHN-ETAPE AND CHN-NUMERO IS NUMERIC
                             IF NB-ETAPES < 20
                                ADD 1 TO NB-ETAPES
                                MOVE CHN-NUMERO
                                  TO ETP-NUMERO(NB-ETAPES)
                                MOVE CHN-PROGRAMME
                                  TO ETP-PROGRAMME(NB-ETAPES)
                                MOVE CHN-PARAMETRES
                                  TO ETP-PARAMETRES(NB-ETAPES)
                             END-IF
                          WHEN CHN-SAUVEGARDE
                             IF NB-SAUVEGARDES < 30
                                ADD 1 TO NB-SAUVEGARDES
                                MOVE CHN-PROGRAMME
                                  TO SVG-FICHIER(NB-SAUVEGARDES)
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CHAINE-FILE
           END-IF.

       CHARGER-STATUT-PARA.
           MOVE 0 TO NB-STATUT
           OPEN INPUT STATUT-FILE
           IF STATUT-FILE-STATUS = "00"
              PERFORM UNTIL STATUT-FILE-STATUS NOT = "00"
                 READ STATUT-FILE
                    NOT AT END
                       IF NB-STATUT < 21
                          ADD 1 TO NB-STATUT
                          MOVE NST-RECORD TO ST-ENTREE(NB-STATUT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATUT-FILE
           END-IF.

       SAUVER-STATUT-PARA.
           OPEN OUTPUT STATUT-FILE
           IF STATUT-FILE-STATUS NOT = "00"
              DISPLAY "*** Impossible de reecrire nuit-statut.txt - "
                      "statut " STATUT-FILE-STATUS " ***"
           ELSE
              PERFORM VARYING IDX-ST FROM 1 BY 1
                      UNTIL IDX-ST > NB-STATUT
                 MOVE ST-ENTREE(IDX-ST) TO NST-RECORD
                 WRITE NST-RECORD
              END-PERFORM
              CLOSE STATUT-FILE
           END-IF.

       HISTORISER-STATUT-PARA.
           OPEN EXTEND HISTORIQUE-FILE
           IF HISTORIQUE-FILE-STATUS NOT = "00"
              OPEN OUTPUT HISTORIQUE-FILE
           END-IF
           MOVE ST-ENTREE(POS-ST) TO HISTORIQUE-ENREG
           WRITE HISTORIQUE-ENREG
           CLOSE HISTORIQUE-FILE.

       HORODATER-PARA.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-COURANTE FROM TIME
           COMPUTE HEURE-COURANTE = TIME-COURANTE / 100.

       AFFICHER-STATUT-PARA.
           IF NB-STATUT = 0
              DISPLAY "Aucune execution de la chaine de nuit."
           ELSE
              DISPLAY "=== CHAINE DE NUIT - EXECUTION " ST-RUN(1)
                      " DU " ST-DATE-RUN(1) " ==="
              PERFORM VARYING IDX-ST FROM 1 BY 1
                      UNTIL IDX-ST > NB-STATUT
                 PERFORM LIBELLER-ETAT-PARA
                 DISPLAY ST-ETAPE(IDX-ST) " "
                         ST-PROGRAMME(IDX-ST) " "
                         ST-DEBUT-DATE(IDX-ST) "-"
                         ST-DEBUT-HEURE(IDX-ST) " "
                         ST-FIN-DATE(IDX-ST) "-"
                         ST-FIN-HEURE(IDX-ST) " RC="
                         ST-CODE-RETOUR(IDX-ST) " "
                         LIBELLE-ETAT
              END-PERFORM
           END-IF.

       LIBELLER-ETAT-PARA.
           EVALUATE ST-ETAT(IDX-ST)
              WHEN "N"
                 MOVE "NON LANCEE" TO LIBELLE-ETAT
              WHEN "E"
                 MOVE "EN COURS"   TO LIBELLE-ETAT
              WHEN "O"
                 MOVE "OK"         TO LIBELLE-ETAT
              WHEN "W"
                 MOVE "WARNING"    TO LIBELLE-ETAT
              WHEN "F"
                 MOVE "ECHEC"      TO LIBELLE-ETAT
              WHEN "A"
                 MOVE "RESTAUREE"  TO LIBELLE-ETAT
              WHEN OTHER
                 MOVE "?"          TO LIBELLE-ETAT
           END-EVALUATE.

       TRAITER-RUN-INACHEVE-PARA.
           PERFORM AFFICHER-STATUT-PARA
           IF ST-ETAT(1) = "E"
              DISPLAY "*** L'execution " ST-RUN(1) " a ete "
                      "interrompue ***"
           ELSE
              DISPLAY "*** L'execution " ST-RUN(1) " s'est arretee "
                      "en echec ***"
           END-IF

           IF CHOIX-REPRISE = SPACES
              DISPLAY "Reprendre a l'etape en echec (R), restaurer la "
                      "sauvegarde (A) ou quitter (Q) : "
              ACCEPT CHOIX-REPRISE
              MOVE FUNCTION UPPER-CASE(CHOIX-REPRISE) TO CHOIX-REPRISE
           END-IF

           EVALUATE TRUE
              WHEN CHOIX-REPRENDRE
                 PERFORM REPRENDRE-RUN-PARA
              WHEN CHOIX-RESTAURER
                 PERFORM RESTAURER-RUN-PARA
              WHEN OTHER
                 DISPLAY "Aucune action : execution " ST-RUN(1)
                         " laissee en l'etat."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       NOUVEAU-RUN-PARA.
           PERFORM HORODATER-PARA
           IF NB-STATUT > 0
              COMPUTE ST-RUN(1) = ST-RUN(1) + 1
           ELSE
              MOVE 1 TO ST-RUN(1)
           END-IF
           MOVE 1 TO NB-STATUT
           MOVE 0                TO ST-ETAPE(1)
           MOVE "CHAINE DE NUIT" TO ST-PROGRAMME(1)
           MOVE TODAY-DATE       TO ST-DATE-RUN(1)
           MOVE TODAY-DATE       TO ST-DEBUT-DATE(1)
           MOVE HEURE-COURANTE   TO ST-DEBUT-HEURE(1)
           MOVE 0                TO ST-FIN-DATE(1)
           MOVE 0                TO ST-FIN-HEURE(1)
           MOVE 0                TO ST-CODE-RETOUR(1)
           MOVE "E"              TO ST-ETAT(1)
           PERFORM VARYING IDX-ETP FROM 1 BY 1
                   UNTIL IDX-ETP > NB-ETAPES
              ADD 1 TO NB-STATUT
              MOVE ST-RUN(1)              TO ST-RUN(NB-STATUT)
              MOVE ETP-NUMERO(IDX-ETP)    TO ST-ETAPE(NB-STATUT)
              MOVE ETP-PROGRAMME(IDX-ETP) TO ST-PROGRAMME(NB-STATUT)
              MOVE TODAY-DATE             TO ST-DATE-RUN(NB-STATUT)
              MOVE 0 TO ST-DEBUT-DATE(NB-STATUT)
              MOVE 0 TO ST-DEBUT-HEURE(NB-STATUT)
              MOVE 0 TO ST-FIN-DATE(NB-STATUT)
              MOVE 0 TO ST-FIN-HEURE(NB-STATUT)
              MOVE 0 TO ST-CODE-RETOUR(NB-STATUT)
              MOVE "N" TO ST-ETAT(NB-STATUT)
           END-PERFORM
           PERFORM SAUVER-STATUT-PARA

           DISPLAY "=== CHAINE DE NUIT - EXECUTION " ST-RUN(1)
                   " DU " TODAY-DATE " ==="
           PERFORM SAUVEGARDER-FICHIERS-PARA
           IF NB-ERREURS-FICHIERS > 0
              DISPLAY "*** Sauvegarde incomplete (" NB-ERREURS-FICHIERS
                      " fichier(s)) : chaine non lancee ***"
              PERFORM HORODATER-PARA
              MOVE TODAY-DATE     TO ST-FIN-DATE(1)
              MOVE HEURE-COURANTE TO ST-FIN-HEURE(1)
              MOVE 8              TO ST-CODE-RETOUR(1)
              MOVE "A"            TO ST-ETAT(1)
              PERFORM SAUVER-STATUT-PARA
              MOVE 1 TO POS-ST
              PERFORM HISTORISER-STATUT-PARA
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 1 TO IDX-DEPART
              PERFORM EXECUTER-CHAINE-PARA
           END-IF.

       REPRENDRE-RUN-PARA.
           IF NB-STATUT - 1 NOT = NB-ETAPES
              DISPLAY "*** chaine-nuit.txt a change depuis l'execution "
                      ST-RUN(1) " : reprise impossible, restaurer la "
                      "sauvegarde ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO IDX-DEPART
              PERFORM VARYING IDX-ETP FROM 1 BY 1
                      UNTIL IDX-ETP > NB-ETAPES OR IDX-DEPART > 0
                 COMPUTE POS-ST = IDX-ETP + 1
                 IF ST-ETAT(POS-ST) NOT = "O"
                    AND ST-ETAT(POS-ST) NOT = "W"
                    MOVE IDX-ETP TO IDX-DEPART
                 END-IF
              END-PERFORM
              IF IDX-DEPART = 0
                 MOVE NB-ETAPES TO IDX-DEPART
                 ADD 1 TO IDX-DEPART
              END-IF
              MOVE "E" TO ST-ETAT(1)
              MOVE 0 TO ST-FIN-DATE(1)
              MOVE 0 TO ST-FIN-HEURE(1)
              PERFORM SAUVER-STATUT-PARA
              DISPLAY "Reprise de l'execution " ST-RUN(1)
                      " a l'etape " IDX-DEPART "."
              PERFORM EXECUTER-CHAINE-PARA
           END-IF.

       EXECUTER-CHAINE-PARA.
           MOVE ST-DATE-RUN(1) TO DATE-RUN
           COMPUTE MOIS-RUN = DATE-RUN / 100
           MOVE "N" TO ECHEC-DETECTE
           PERFORM VARYING IDX-ETP FROM IDX-DEPART BY 1
                   UNTIL IDX-ETP > NB-ETAPES OR RUN-EN-ECHEC
              PERFORM EXECUTER-ETAPE-PARA
           END-PERFORM
           PERFORM TERMINER-RUN-PARA.

       EXECUTER-ETAPE-PARA.
           COMPUTE POS-ST = IDX-ETP + 1
           PERFORM HORODATER-PARA
           MOVE TODAY-DATE     TO ST-DEBUT-DATE(POS-ST)
           MOVE HEURE-COURANTE TO ST-DEBUT-HEURE(POS-ST)
           MOVE 0              TO ST-FIN-DATE(POS-ST)
           MOVE 0              TO ST-FIN-HEURE(POS-ST)
           MOVE 0              TO ST-CODE-RETOUR(POS-ST)
           MOVE "E"            TO ST-ETAT(POS-ST)
           PERFORM SAUVER-STATUT-PARA

           PERFORM RESOUDRE-PARAMETRES-PARA
           MOVE SPACES TO LOG-ETAPE-NOM
           STRING "nuit-" DELIMITED BY SIZE
                  ST-RUN(1) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  ETP-NUMERO(IDX-ETP) DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
                  INTO LOG-ETAPE-NOM
           END-STRING
           MOVE SPACES TO COMMANDE-NUIT
           STRING FUNCTION TRIM(ETP-PROGRAMME(IDX-ETP))
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PARAMETRES-RESOLUS) DELIMITED BY SIZE
                  " < /dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-ETAPE-NOM) DELIMITED BY SIZE
                  " 2>&1" DELIMITED BY SIZE
                  INTO COMMANDE-NUIT
           END-STRING
           DISPLAY "Etape " ETP-NUMERO(IDX-ETP) " : "
                   FUNCTION TRIM(ETP-PROGRAMME(IDX-ETP)) " "
                   FUNCTION TRIM(PARAMETRES-RESOLUS)

           CALL "SYSTEM" USING COMMANDE-NUIT
           MOVE RETURN-CODE TO CODE-RETOUR-ETAPE
           MOVE 0 TO RETURN-CODE
           IF CODE-RETOUR-ETAPE > 255
              COMPUTE CODE-RETOUR-ETAPE = CODE-RETOUR-ETAPE / 256
           END-IF
           IF CODE-RETOUR-ETAPE < 0 OR CODE-RETOUR-ETAPE > 9999
              MOVE 9999 TO CODE-RETOUR-ETAPE
           END-IF

           PERFORM HORODATER-PARA
           MOVE TODAY-DATE        TO ST-FIN-DATE(POS-ST)
           MOVE HEURE-COURANTE    TO ST-FIN-HEURE(POS-ST)
           MOVE CODE-RETOUR-ETAPE TO ST-CODE-RETOUR(POS-ST)
           EVALUATE CODE-RETOUR-ETAPE
              WHEN 0
                 MOVE "O" TO ST-ETAT(POS-ST)
              WHEN 4
                 MOVE "W" TO ST-ETAT(POS-ST)
                 DISPLAY "    anomalies signalees (voir "
                         FUNCTION TRIM(LOG-ETAPE-NOM) ")"
              WHEN OTHER
                 MOVE "F" TO ST-ETAT(POS-ST)
                 MOVE "O" TO ECHEC-DETECTE
                 DISPLAY "*** Etape " ETP-NUMERO(IDX-ETP)
                         " en echec, code retour "
                         ST-CODE-RETOUR(POS-ST) " (voir "
                         FUNCTION TRIM(LOG-ETAPE-NOM) ") ***"
           END-EVALUATE
           PERFORM SAUVER-STATUT-PARA
           PERFORM HISTORISER-STATUT-PARA.

       RESOUDRE-PARAMETRES-PARA.
           MOVE SPACES TO PARAMETRES-RESOLUS
           MOVE 1 TO PTR-PARAM
           MOVE 1 TO POS-CAR
           PERFORM UNTIL POS-CAR > 50
              EVALUATE TRUE
                 WHEN POS-CAR <= 46
                  AND ETP-PARAMETRES(IDX-ETP)(POS-CAR:5) = "&MOIS"
                    STRING MOIS-RUN DELIMITED BY SIZE
                           INTO PARAMETRES-RESOLUS
                           WITH POINTER PTR-PARAM
                    END-STRING
                    ADD 5 TO POS-CAR
                 WHEN POS-CAR <= 46
                  AND ETP-PARAMETRES(IDX-ETP)(POS-CAR:5) = "&JOUR"
                    STRING DATE-RUN DELIMITED BY SIZE
                           INTO PARAMETRES-RESOLUS
                           WITH POINTER PTR-PARAM
                    END-STRING
                    ADD 5 TO POS-CAR
                 WHEN OTHER
                    STRING ETP-PARAMETRES(IDX-ETP)(POS-CAR:1)
                           DELIMITED BY SIZE
                           INTO PARAMETRES-RESOLUS
                           WITH POINTER PTR-PARAM
                    END-STRING
                    ADD 1 TO POS-CAR
              END-EVALUATE
           END-PERFORM.

       TERMINER-RUN-PARA.
           MOVE "N" TO ALERTE-DETECTEE
           MOVE 0 TO CODE-RETOUR-MAX
           PERFORM VARYING IDX-ST FROM 2 BY 1 UNTIL IDX-ST > NB-STATUT
              IF ST-ETAT(IDX-ST) = "W"
                 MOVE "O" TO ALERTE-DETECTEE
              END-IF
              IF ST-CODE-RETOUR(IDX-ST) > CODE-RETOUR-MAX
                 MOVE ST-CODE-RETOUR(IDX-ST) TO CODE-RETOUR-MAX
              END-IF
           END-PERFORM

           PERFORM HORODATER-PARA
           MOVE TODAY-DATE      TO ST-FIN-DATE(1)
           MOVE HEURE-COURANTE  TO ST-FIN-HEURE(1)
           MOVE CODE-RETOUR-MAX TO ST-CODE-RETOUR(1)
           EVALUATE TRUE
              WHEN RUN-EN-ECHEC
                 MOVE "F" TO ST-ETAT(1)
                 DISPLAY "=== CHAINE DE NUIT EN ECHEC : relancer "
                         "facture-nuit pour reprendre ou restaurer ==="
                 MOVE 8 TO RETURN-CODE
              WHEN RUN-EN-ALERTE
                 MOVE "W" TO ST-ETAT(1)
                 DISPLAY "=== CHAINE DE NUIT TERMINEE : WARNING "
                         "(anomalies signalees) ==="
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "O" TO ST-ETAT(1)
                 DISPLAY "=== CHAINE DE NUIT TERMINEE : OK ==="
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM SAUVER-STATUT-PARA
           MOVE 1 TO POS-ST
           PERFORM HISTORISER-STATUT-PARA.

       SAUVEGARDER-FICHIERS-PARA.
           MOVE 0 TO NB-ERREURS-FICHIERS
           PERFORM VARYING IDX-SVG FROM 1 BY 1
                   UNTIL IDX-SVG > NB-SAUVEGARDES
              MOVE SVG-FICHIER(IDX-SVG) TO NOM-SOURCE
              PERFORM NOMMER-COPIE-PARA
              CALL "CBL_CHECK_FILE_EXIST" USING NOM-SOURCE
                                                FICHIER-INFOS
                  RETURNING FICHIER-STATUS
              IF FICHIER-STATUS = 0
                 CALL "CBL_COPY_FILE" USING NOM-SOURCE NOM-COPIE
                     RETURNING FICHIER-STATUS
                 IF FICHIER-STATUS NOT = 0
                    ADD 1 TO NB-ERREURS-FICHIERS
                    DISPLAY "*** Sauvegarde impossible : "
                            FUNCTION TRIM(NOM-SOURCE) " ***"
                 END-IF
              ELSE
                 CALL "CBL_DELETE_FILE" USING NOM-COPIE
                     RETURNING FICHIER-STATUS
              END-IF
           END-PERFORM
           DISPLAY "Sauvegarde avant traitement : " NB-SAUVEGARDES
                   " fichier(s)."
           MOVE 0 TO RETURN-CODE.

       NOMMER-COPIE-PARA.
           MOVE SPACES TO NOM-COPIE
           STRING FUNCTION TRIM(SVG-FICHIER(IDX-SVG)) DELIMITED BY SIZE
                  ".nuit" DELIMITED BY SIZE
                  INTO NOM-COPIE
           END-STRING.

       RESTAURER-RUN-PARA.
           MOVE 0 TO NB-ERREURS-FICHIERS
           PERFORM VARYING IDX-SVG FROM 1 BY 1
                   UNTIL IDX-SVG > NB-SAUVEGARDES
              MOVE SVG-FICHIER(IDX-SVG) TO NOM-SOURCE
              PERFORM NOMMER-COPIE-PARA
              CALL "CBL_CHECK_FILE_EXIST" USING NOM-COPIE
                                                FICHIER-INFOS
                  RETURNING FICHIER-STATUS
              IF FICHIER-STATUS = 0
                 CALL "CBL_COPY_FILE" USING NOM-COPIE NOM-SOURCE
                     RETURNING FICHIER-STATUS
                 IF FICHIER-STATUS NOT = 0
                    ADD 1 TO NB-ERREURS-FICHIERS
                    DISPLAY "*** Restauration impossible : "
                            FUNCTION TRIM(NOM-SOURCE) " ***"
                 END-IF
              ELSE
                 CALL "CBL_DELETE_FILE" USING NOM-SOURCE
                     RETURNING FICHIER-STATUS
              END-IF
           END-PERFORM

           PERFORM HORODATER-PARA
           MOVE TODAY-DATE     TO ST-FIN-DATE(1)
           MOVE HEURE-COURANTE TO ST-FIN-HEURE(1)
           IF NB-ERREURS-FICHIERS > 0
              DISPLAY "*** Restauration incomplete : "
                      NB-ERREURS-FICHIERS " fichier(s) en erreur, "
                      "execution laissee en echec ***"
              MOVE "F" TO ST-ETAT(1)
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "A" TO ST-ETAT(1)
              DISPLAY "Fichiers restaures a leur etat du "
                      ST-DEBUT-DATE(1) " " ST-DEBUT-HEURE(1)
                      " : execution " ST-RUN(1) " annulee."
              DISPLAY "Relancer facture-nuit pour une nouvelle "
                      "execution."
              MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM SAUVER-STATUT-PARA
           MOVE 1 TO POS-ST
           PERFORM HISTORISER-STATUT-PARA.
