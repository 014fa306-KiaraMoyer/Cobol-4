       identification division.
       program-id. CBLPOPBS.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * ORDER-ENTRY BATCH STATUS REPORT. LISTS EVERY BATCH ON THE
      * CBLPOPBH.DAT BATCH-HEADER FILE FOR THE SEASON - OPEN, BALANCED,
      * HELD AND RELEASED - WITH WHERE IT WAS KEYED (CBLPOPMT OR A
      * CBLPOPBU RUN), WHO OPENED IT, THE CONTROL FIGURES OFF THE
      * SHEETS AND THE FIGURES ACTUALLY KEYED, TO CBLPOPBS.PRT.
      *
      * A BALANCED OR RELEASED BATCH SHOWS THE KEYED FIGURES AS THEY
      * STOOD WHEN IT WAS CLOSED. AN OPEN OR HELD BATCH IS COUNTED
      * AGAIN FROM ITS CBLPOPBT.DAT TAGS AND THE ORDERS AS THEY STAND
      * ON CBLPOPIX.DAT, SO A CORRECTION ALREADY MADE SHOWS UP, AND A
      * HELD BATCH IS FOLLOWED BY THE LIST OF ITS ORDERS FOR THE
      * COORDINATOR TO CHECK AGAINST THE SHEETS.
      *
      * READ-ONLY. COMPLETION CODE 4 WHEN ANY BATCH IS HELD, 0
      * OTHERWISE, 16 WHEN CBLPOPIX.DAT CANNOT BE OPENED.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-HEADER-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPBH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.
           SELECT BATCH-TAG-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPBT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BT-STATUS.
           SELECT POP-MASTER-IDX
               ASSIGN TO 'C:\COBOL\CBLPOPIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATUS-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPBS.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.

       FD BATCH-HEADER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 68 CHARACTERS.
           COPY POPBATCH.

       FD BATCH-TAG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BT-REC
           RECORD CONTAINS 10 CHARACTERS.
           COPY POPBTAG.

       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 94 CHARACTERS.
           COPY POPMSTR.

       FD STATUS-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

       working-storage section.
       01 MISC.
           05 WS-BH-STATUS         PIC XX      VALUE '00'.
           05 WS-BT-STATUS         PIC XX      VALUE '00'.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-LIST-ORDERS-SW    PIC X       VALUE 'F'.
               88 WS-LIST-ORDERS   VALUE 'T'.
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 WS-DATE-IN           PIC 9(8).
           05 WS-DATE-IN-R REDEFINES WS-DATE-IN.
               10 WS-DI-YEAR       PIC 9(4).
               10 WS-DI-MONTH      PIC 99.
               10 WS-DI-DAY        PIC 99.
           05 WS-DATE-OUT.
               10 WS-DO-MONTH      PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 WS-DO-DAY        PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 WS-DO-YEAR       PIC 9999.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-OPEN-CTR           PIC 9(4)    VALUE 0.
           05 C-BALANCED-CTR       PIC 9(4)    VALUE 0.
           05 C-HELD-CTR           PIC 9(4)    VALUE 0.
           05 C-RELEASED-CTR       PIC 9(4)    VALUE 0.
           05 C-BATCH-CTR          PIC 9(4)    VALUE 0.
           05 WS-TAG-SUB           PIC 9(4)    VALUE 0.
       01 TAG-TABLE.
           05 TAG-COUNT            PIC 9(4)    VALUE 0.
           05 TAG-ENTRY OCCURS 5000 TIMES.
               10 TAG-ORDER-ID     PIC 9(6).
               10 TAG-BATCH-NO     PIC 9(4).
       01 HEADINGS1.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 H1-DATE.
               10 H1-MONTH         PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 H1-DAY           PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 H1-YEAR          PIC 9999.
           05 FILLER               PIC X(36)   VALUE SPACES.
           05 FILLER               PIC X(28)
                   VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER               PIC X(43)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 H1-PAGE              PIC Z9.
       01 HEADINGS2.
           05 FILLER               PIC X(59)   VALUE SPACES.
           05 FILLER               PIC X(14)
                   VALUE 'MOYER DIVISION'.
           05 FILLER               PIC X(59)   VALUE SPACES.
       01 HEADINGS3.
           05 FILLER               PIC X(53)   VALUE SPACES.
           05 FILLER               PIC X(26)
                   VALUE 'ORDER-ENTRY BATCH STATUS'.
           05 FILLER               PIC X(53)   VALUE SPACES.
       01 COL-HEADINGS1.
           05 FILLER               PIC X(54)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'HEADER'.
           05 FILLER               PIC X(18)   VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'KEYED'.
       01 COL-HEADINGS2.
           05 FILLER               PIC X       VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'BATCH'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'SOURCE'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'STATUS'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'OPENED'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC XX      VALUE 'BY'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'ORDERS'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'CASES'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'HASH'.
           05 FILLER               PIC X(6)    VALUE 'ORDERS'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'CASES'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'HASH'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'CLOSED'.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'RELEASED BY'.
       01 BATCH-LINE.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BATCH-NO           PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SOURCE             PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-STATUS             PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-OPEN-DATE          PIC X(10).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-OPEN-OPER          PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CTL-ORDERS         PIC ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CTL-CASES          PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CTL-HASH           PIC 9(7).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-KEY-ORDERS         PIC ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-KEY-CASES          PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-KEY-HASH           PIC 9(7).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-CLOSE-DATE         PIC X(10).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RELEASE-OPER       PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-FLAG               PIC X(15).
       01 ORDER-LINE.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'ORDER '.
           05 O-OD-ORDER-ID        PIC 9(6).
           05 FILLER               PIC X(9)    VALUE '  SELLER '.
           05 O-OD-SELLER-NO       PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-OD-LNAME           PIC X(15).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-OD-FNAME           PIC X(15).
           05 FILLER               PIC X(7)    VALUE '  TEAM '.
           05 O-OD-TEAM            PIC X.
           05 FILLER               PIC X(11)   VALUE '  POP TYPE '.
           05 O-OD-POP-TYPE        PIC Z9.
           05 FILLER               PIC X(8)    VALUE '  CASES '.
           05 O-OD-CASES           PIC Z9.
       01 MISSING-LINE.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'ORDER '.
           05 O-MS-ORDER-ID        PIC 9(6).
           05 FILLER               PIC X(44)   VALUE
               '  NO LONGER ON CBLPOPIX.DAT - NOT COUNTED   '.
       01 SUMMARY-LINE.
           05 FILLER               PIC X(9)    VALUE 'BATCHES: '.
           05 O-BATCH-CTR          PIC ZZZ9.
           05 FILLER               PIC X(9)    VALUE '    OPEN '.
           05 O-OPEN-CTR           PIC ZZZ9.
           05 FILLER               PIC X(13)   VALUE '    BALANCED '.
           05 O-BALANCED-CTR       PIC ZZZ9.
           05 FILLER               PIC X(9)    VALUE '    HELD '.
           05 O-HELD-CTR           PIC ZZZ9.
           05 FILLER               PIC X(13)   VALUE '    RELEASED '.
           05 O-RELEASED-CTR       PIC ZZZ9.
       01 BLANK-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-TAGS.
           PERFORM L2-REPORT-BATCHES.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATUS-PRTOUT.
           PERFORM L4-HEADINGS.

       L2-LOAD-TAGS.
      * NO CBLPOPBT.DAT YET IS A SEASON WITH NO BATCHED ORDERS.
           MOVE 0 TO TAG-COUNT.
           OPEN INPUT BATCH-TAG-FILE.
           IF WS-BT-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ BATCH-TAG-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF TAG-COUNT < 5000
                               ADD 1 TO TAG-COUNT
                               MOVE BT-ORDER-ID
                                   TO TAG-ORDER-ID (TAG-COUNT)
                               MOVE BT-BATCH-NO
                                   TO TAG-BATCH-NO (TAG-COUNT)
                           ELSE
                               DISPLAY 'TAG TABLE FULL - ORDER '
                                   BT-ORDER-ID ' NOT COUNTED.'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-TAG-FILE
           END-IF.

       L2-REPORT-BATCHES.
           OPEN INPUT BATCH-HEADER-FILE.
           IF WS-BH-STATUS NOT = '00'
               WRITE PRTLINE FROM BLANK-LINE
               MOVE 'NO ORDER BATCHES ON FILE FOR THE SEASON.'
                   TO PRTLINE
               WRITE PRTLINE
           ELSE
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ BATCH-HEADER-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           PERFORM L3-REPORT-ONE-BATCH
                   END-READ
               END-PERFORM
               CLOSE BATCH-HEADER-FILE
           END-IF.

       L3-REPORT-ONE-BATCH.
           ADD 1 TO C-BATCH-CTR.
           MOVE SPACES TO O-FLAG.
           EVALUATE TRUE
               WHEN BH-OPEN
                   ADD 1 TO C-OPEN-CTR
                   MOVE 'OPEN' TO O-STATUS
               WHEN BH-BALANCED
                   ADD 1 TO C-BALANCED-CTR
                   MOVE 'BALANCED' TO O-STATUS
               WHEN BH-HELD
                   ADD 1 TO C-HELD-CTR
                   MOVE 'HELD' TO O-STATUS
                   MOVE 'OUT OF BALANCE' TO O-FLAG
               WHEN BH-RELEASED
                   ADD 1 TO C-RELEASED-CTR
                   MOVE 'RELEASED' TO O-STATUS
                   MOVE 'OUT OF BALANCE' TO O-FLAG
               WHEN OTHER
                   MOVE BH-STATUS TO O-STATUS
           END-EVALUATE.
           IF BH-HOLDS-ORDERS
               MOVE 'F' TO WS-LIST-ORDERS-SW
               PERFORM L4-COUNT-BATCH
           END-IF.
           MOVE BH-BATCH-NO TO O-BATCH-NO.
           IF BH-FROM-BU
               MOVE 'CBLPOPBU' TO O-SOURCE
           ELSE
               MOVE 'CBLPOPMT' TO O-SOURCE
           END-IF.
           MOVE BH-OPEN-DATE TO WS-DATE-IN.
           PERFORM L4-EDIT-DATE.
           MOVE WS-DATE-OUT TO O-OPEN-DATE.
           MOVE BH-OPEN-OPER TO O-OPEN-OPER.
           MOVE BH-CTL-ORDERS TO O-CTL-ORDERS.
           MOVE BH-CTL-CASES TO O-CTL-CASES.
           MOVE BH-CTL-HASH TO O-CTL-HASH.
           MOVE BH-KEY-ORDERS TO O-KEY-ORDERS.
           MOVE BH-KEY-CASES TO O-KEY-CASES.
           MOVE BH-KEY-HASH TO O-KEY-HASH.
           IF BH-CLOSE-DATE NUMERIC AND BH-CLOSE-DATE > 0
               MOVE BH-CLOSE-DATE TO WS-DATE-IN
               PERFORM L4-EDIT-DATE
               MOVE WS-DATE-OUT TO O-CLOSE-DATE
           ELSE
               MOVE SPACES TO O-CLOSE-DATE
           END-IF.
           MOVE BH-RELEASE-OPER TO O-RELEASE-OPER.
      * AN OPEN BATCH THAT ALREADY DISAGREES IS FLAGGED TOO - THE
      * OPERATOR MAY SIMPLY NOT HAVE FINISHED IT.
           IF BH-OPEN AND BH-KEYED NOT = BH-CONTROL
               MOVE 'NOT YET IN BAL.' TO O-FLAG
           END-IF.
           WRITE PRTLINE FROM BATCH-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           IF BH-HELD
               MOVE 'T' TO WS-LIST-ORDERS-SW
               PERFORM L4-COUNT-BATCH
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADINGS
               END-WRITE
           END-IF.

       L4-COUNT-BATCH.
      * RE-COUNTS BH-KEYED FROM THE TAGS AND CBLPOPIX.DAT, AND WITH
      * WS-LIST-ORDERS ON PRINTS ONE LINE PER ORDER.
           MOVE 0 TO BH-KEY-ORDERS.
           MOVE 0 TO BH-KEY-CASES.
           MOVE 0 TO BH-KEY-HASH.
           PERFORM L5-COUNT-ONE-TAG
               VARYING WS-TAG-SUB FROM 1 BY 1
                   UNTIL WS-TAG-SUB > TAG-COUNT.

       L5-COUNT-ONE-TAG.
           IF TAG-BATCH-NO (WS-TAG-SUB) = BH-BATCH-NO
               MOVE TAG-ORDER-ID (WS-TAG-SUB) TO P-ORDER-ID
               READ POP-MASTER-IDX
                   INVALID KEY
                       IF WS-LIST-ORDERS
                           MOVE TAG-ORDER-ID (WS-TAG-SUB)
                               TO O-MS-ORDER-ID
                           WRITE PRTLINE FROM MISSING-LINE
                               AFTER ADVANCING 1 LINE
                                   AT EOP
                                       PERFORM L4-HEADINGS
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO BH-KEY-ORDERS
                       ADD P-CASES TO BH-KEY-CASES
                       ADD P-SELLER-NO TO BH-KEY-HASH
                       IF WS-LIST-ORDERS
                           PERFORM L6-PRINT-ORDER
                       END-IF
               END-READ
           END-IF.

       L6-PRINT-ORDER.
           MOVE P-ORDER-ID TO O-OD-ORDER-ID.
           MOVE P-SELLER-NO TO O-OD-SELLER-NO.
           MOVE P-LNAME TO O-OD-LNAME.
           MOVE P-FNAME TO O-OD-FNAME.
           MOVE P-TEAM TO O-OD-TEAM.
           MOVE P-POP-TYPE TO O-OD-POP-TYPE.
           MOVE P-CASES TO O-OD-CASES.
           WRITE PRTLINE FROM ORDER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.

       L4-EDIT-DATE.
           MOVE WS-DI-MONTH TO WS-DO-MONTH.
           MOVE WS-DI-DAY TO WS-DO-DAY.
           MOVE WS-DI-YEAR TO WS-DO-YEAR.

       L2-CLOSING.
           MOVE C-BATCH-CTR TO O-BATCH-CTR.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-BALANCED-CTR TO O-BALANCED-CTR.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           MOVE C-RELEASED-CTR TO O-RELEASED-CTR.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           CLOSE POP-MASTER-IDX.
           CLOSE STATUS-PRTOUT.
           DISPLAY 'BATCH STATUS WRITTEN TO CBLPOPBS.PRT'.
           IF C-HELD-CTR > 0
               DISPLAY C-HELD-CTR ' BATCH(ES) HELD OUT OF BALANCE.'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRTLINE FROM HEADINGS1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM HEADINGS3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HEADINGS1.
           WRITE PRTLINE FROM COL-HEADINGS2.
           WRITE PRTLINE FROM BLANK-LINE.

       end program CBLPOPBS.
