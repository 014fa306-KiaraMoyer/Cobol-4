       AUTHOR. KIARA MOYER
      ******************************************************************
      * AUDIT TRAIL REPORT. LISTS THE CUMULATIVE CBLPOPAU.DAT AUDIT
      * FILE (WRITTEN BY CBLPOPMT, CBLPOPBU AND CBLPOPDP ON EVERY ADD,
      * CHANGE AND DELETE AGAINST CBLPOPIX.DAT), SHOWING THE DATE,
      * TIME, PROGRAM, ACTION, SIGNED-ON OPERATOR AND THE FULL BEFORE-
      * AND AFTER-IMAGE OF EACH MAINTAINED RECORD. A RETURN KEYED IN
      * CBLPOPRT LISTS AS ACTION RETURN, WITH THE ORDER AS ITS
      * BEFORE-IMAGE AND THE RETURN RECORD AS ITS AFTER-IMAGE. THE
      * LISTING CAN BE FILTERED TO A SINGLE ORDER ID, A SINGLE DATE
      * OR A SINGLE OPERATOR SO A QUESTIONED CORRECTION CAN BE PULLED
      * FOR THE BOARD WITHOUT WADING THROUGH THE WHOLE SEASON.
      ******************************************************************

       environment division.
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 225 CHARACTERS.
           COPY POPAUDIT.

       FD AUDIT-PRTOUT
           05 WS-FILTER-CHOICE     PIC X       VALUE SPACES.
           05 WS-FILTER-ORDER-ID   PIC 9(6)    VALUE 0.
           05 WS-FILTER-DATE       PIC 9(8)    VALUE 0.
           05 WS-FILTER-OPERATOR   PIC X(8)    VALUE SPACES.
           05 WS-SELECT-SW         PIC X       VALUE 'F'.
               88 WS-SELECTED      VALUE 'T'.
       01 HEADINGS1.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'ORDER ID: '.
           05 O-AU-ORDER-ID        PIC 9(6).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'OPERATOR: '.
           05 O-AU-OPERATOR        PIC X(8).
           05 FILLER               PIC X(21)   VALUE SPACES.
       01 BEFORE-LINE.
           05 FILLER               PIC X(9)    VALUE '  BEFORE '.
           05 O-AU-BEFORE          PIC X(94).
           DISPLAY '  A - ALL AUDIT RECORDS'.
           DISPLAY '  O - ONE ORDER ID ONLY'.
           DISPLAY '  D - ONE DATE ONLY'.
           DISPLAY '  P - ONE OPERATOR ONLY'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-FILTER-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-FILTER-CHOICE)
               WHEN 'D'
                   DISPLAY 'ENTER DATE (YYYYMMDD): ' WITH NO ADVANCING
                   ACCEPT WS-FILTER-DATE
               WHEN 'P'
                   DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
                   ACCEPT WS-FILTER-OPERATOR
                   MOVE FUNCTION UPPER-CASE(WS-FILTER-OPERATOR)
                       TO WS-FILTER-OPERATOR
               WHEN OTHER
                   MOVE 'A' TO WS-FILTER-CHOICE
           END-EVALUATE.
                   IF AU-DATE = WS-FILTER-DATE
                       MOVE 'T' TO WS-SELECT-SW
                   END-IF
               WHEN 'P'
                   IF AU-OPERATOR = WS-FILTER-OPERATOR
                       MOVE 'T' TO WS-SELECT-SW
                   END-IF
               WHEN OTHER
                   MOVE 'T' TO WS-SELECT-SW
           END-EVALUATE.
                   MOVE 'CHANGE' TO O-AU-ACTION
               WHEN 'D'
                   MOVE 'DELETE' TO O-AU-ACTION
               WHEN 'R'
                   MOVE 'RETURN' TO O-AU-ACTION
               WHEN OTHER
                   MOVE AU-ACTION TO O-AU-ACTION
           END-EVALUATE.
           MOVE AU-ORDER-ID TO O-AU-ORDER-ID.
           MOVE AU-OPERATOR TO O-AU-OPERATOR.
           MOVE AU-BEFORE TO O-AU-BEFORE.
           MOVE AU-AFTER TO O-AU-AFTER.
           WRITE PRTLINE FROM ACTION-LINE
