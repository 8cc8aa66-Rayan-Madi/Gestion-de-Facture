       01  REAPPRO-FILE-STATUS         PIC X(02).
       01  REAPPRO-FILENAME         PIC X(25).

       01  PARAM-DATE                PIC X(08).
       01  TODAY-DATE                PIC 9(8).
       01  NB-A-COMMANDER            PIC 9(4) VALUE 0.


       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT PARAM-DATE FROM COMMAND-LINE
           IF PARAM-DATE = SPACES
              ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ELSE
              IF PARAM-DATE IS NOT NUMERIC
                 DISPLAY "Usage : facture-stock [AAAAMMJJ]"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARAM-DATE TO TODAY-DATE
           END-IF

           STRING "reappro-" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
