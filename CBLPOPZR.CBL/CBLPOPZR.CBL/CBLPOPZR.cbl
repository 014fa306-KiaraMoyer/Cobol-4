       FD PRIZE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PZ-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPPRIZE.

       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY POPSELLR.

       FD SELLER-TOTALS-FILE
               DISPLAY 'UNABLE TO OPEN CBLPOPPZ.DAT, STATUS: '
                   WS-PZ-STATUS
               DISPLAY 'RUN CBLPOPZX TO BUILD THE PRIZE-TIER MASTER.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF = 'T'
           MOVE 'F' TO EOF.
           IF TIER-COUNT = 0
               DISPLAY 'NO TIERS ON CBLPOPPZ.DAT - RUN CBLPOPZX.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY 'UNABLE TO OPEN CBLPOPSM.DAT, STATUS: '
                   WS-SM-STATUS
               DISPLAY 'RUN CBLPOPSX TO BUILD THE SELLER MASTER.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF = 'T'
           IF WS-ST-STATUS NOT = '00'
               DISPLAY 'NO SELLER TOTALS ON FILE - RUN CBLKLM04 '
                   'FIRST.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
