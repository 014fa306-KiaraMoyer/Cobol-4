               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-ORDER-ID
               ALTERNATE RECORD KEY IS IX-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.

       data division.
       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

       FD PROD-CHECKPOINT-FILE
           COPY POPRUNH.

      * SECOND VIEW OF THE POPMSTR LAYOUT FOR THE PRE-RUN BALANCE
      * CHECK - ONLY THE FIELDS THE CHECK TOTALS AND THE FILE'S KEYS
      * NEED ARE NAMED, THE REST IS FILLER (THE I-REC NAMES ARE TAKEN
      * BY THE EXTRACT FD).
       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS IX-REC
           05 FILLER                PIC X.
           05 IX-ORDER-ID           PIC 9(6).
           05 FILLER                PIC 9(4).
           05 IX-SELLER-NO          PIC 9(4).
           05 FILLER                PIC X(8).
           05 FILLER                PIC X.

      * CONTROLLED ABNORMAL END - JOURNAL IT SO THE RUN HISTORY SHOWS
      * THE FAILED ATTEMPT, THEN STOP WITHOUT TOUCHING THE CHECKPOINT
      * FILES (A RESTART PICKS UP WHERE THE LAST GOOD RUN LEFT OFF).
      * THE NON-ZERO COMPLETION CODE IS WHAT STOPS THE CBLPOPJS JOB
      * STREAM AT THIS STEP.
           MOVE 'A' TO WS-RH-END.
           PERFORM L2-WRITE-RUN-HISTORY.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       L3-READ.
