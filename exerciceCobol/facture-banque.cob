                 IF NB-FACTURES >= 1000
                    DISPLAY "*** Historique trop grand pour le "
                            "rapprochement ***"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO NB-FACTURES
