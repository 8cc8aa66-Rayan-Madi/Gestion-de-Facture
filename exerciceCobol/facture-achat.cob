           ACCEPT PARAM-FICHIER FROM COMMAND-LINE
           IF PARAM-FICHIER = SPACES
              DISPLAY "Usage : facture-achat reappro-AAAAMMJJ.txt"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
              DISPLAY "*** Aucune condition d'achat "
                      "(achats-articles.txt) : aucun fournisseur "
                      "par defaut connu ***"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

              DISPLAY "Impossible d'ouvrir le rapport de "
                      "reapprovisionnement : "
                      FUNCTION TRIM(PARAM-FICHIER)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           ELSE
              PERFORM UNTIL FIN-REAPPRO
                 READ REAPPRO-FILE
