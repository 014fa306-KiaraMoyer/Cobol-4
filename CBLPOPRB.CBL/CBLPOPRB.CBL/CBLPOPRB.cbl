      * CHANGE OR DELETE WHOSE KEY IS NOT) IS RESOLVED IN FAVOR OF
      * THE AUDIT TRAIL - THE AFTER-IMAGE WINS - AND FLAGGED ON THE
      * REGISTER SO THE OPERATOR CAN SEE HOW FAR THE STARTING MASTER
      * HAD DRIFTED. A RETURN LOGGED BY CBLPOPRT (ACTION R) NEVER
      * CHANGED THE MASTER AND IS LISTED BUT PASSED OVER.
      *
      * OPERATIONAL SEQUENCE: DELETE (OR RESTORE AN OLDER COPY OF)
      * THE BROKEN CBLPOPIX.DAT, RUN THIS, THEN USE THE R REBUILD IN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAU.DAT'
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 225 CHARACTERS.
           COPY POPAUDIT.

       FD REGISTER-PRTOUT
               WHEN 'D'
                   MOVE 'DELETE' TO O-ACTION
                   PERFORM L3-REPLAY-DELETE
               WHEN 'R'
                   MOVE 'RETURN' TO O-ACTION
                   MOVE 'NO MASTER CHANGE - PASSED OVER'
                       TO O-DISPOSITION
               WHEN OTHER
                   MOVE AU-ACTION TO O-ACTION
                   MOVE 'SKIPPED - UNKNOWN ACTION CODE'
