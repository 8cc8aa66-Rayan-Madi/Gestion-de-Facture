                    NOT AT END
                       IF NB-CONTRATS >= 200
                          DISPLAY "*** Fichier contrats trop grand ***"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-CONTRATS
                       IF NB-LIGNES-CONTRAT >= 500
                          DISPLAY "*** Fichier lignes de contrats "
                                  "trop grand ***"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO NB-LIGNES-CONTRAT
              DISPLAY "*** Impossible de creer '"
                      FUNCTION TRIM(LOT-FILENAME)
                      "' - statut " LOT-FILE-STATUS " ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING IDX-TABLE FROM 1 BY 1
                      UNTIL IDX-TABLE > NB-CONTRATS
