           88  OUVERTURE-EST-FIGEE         VALUE "O".
       01  NB-RUPTURES                 PIC 9(4) VALUE 0.
       01  NB-MOUVEMENTS               PIC 9(5) VALUE 0.
       01  NB-INVENTAIRES              PIC 9(4) VALUE 0.
       01  NET-INVENTAIRES             PIC S9(7) VALUE 0.

       01  KARDEX-TABLE.
           05  KDX-ENTREE OCCURS 1000.
           MOVE 0 TO NB-RUPTURES
           MOVE 0 TO NB-MOUVEMENTS
           MOVE 0 TO NB-KARDEX
           MOVE 0 TO NB-INVENTAIRES
           MOVE 0 TO NET-INVENTAIRES

           OPEN INPUT MOUVEMENTS-FILE
           IF MOUVEMENTS-FILE-STATUS NOT = "00"
                    MOVE "N" TO KDX-RUPTURE(NB-KARDEX)
                 END-IF
              END-IF
              IF MVT-INVENTAIRE
                 ADD 1 TO NB-INVENTAIRES
                 ADD MVT-QUANTITE TO NET-INVENTAIRES
              END-IF
           END-IF.

       ECRIRE-KARDEX-PARA.
              IF KDX-RUPTURE(IDX-KDX) = "O"
                 MOVE "RUPTURE" TO F-RUPTURE
              ELSE
                 EVALUATE KDX-TYPE(IDX-KDX)
                    WHEN "I"
                       MOVE "INVENT." TO F-RUPTURE
                    WHEN "P"
                       MOVE "PEREMPT." TO F-RUPTURE
                    WHEN OTHER
                       MOVE SPACES TO F-RUPTURE
                 END-EVALUATE
              END-IF
              WRITE KARDEX-RECORD FROM LIGNE-FORMAT
           END-PERFORM
           END-STRING
           WRITE KARDEX-RECORD FROM WORK-LINE

           IF NB-INVENTAIRES > 0
              MOVE NET-INVENTAIRES TO SOLDE-EDIT
              MOVE SPACES TO WORK-LINE
              STRING "Dont inventaire   : " DELIMITED BY SIZE
                     SOLDE-EDIT DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     NB-INVENTAIRES DELIMITED BY SIZE
                     " mouvement(s) I)" DELIMITED BY SIZE
                     INTO WORK-LINE
              END-STRING
              WRITE KARDEX-RECORD FROM WORK-LINE
           END-IF

           MOVE STOCK-ACTUEL TO SOLDE-EDIT
           MOVE SPACES TO WORK-LINE
           STRING "Stock fichier     : " DELIMITED BY SIZE
