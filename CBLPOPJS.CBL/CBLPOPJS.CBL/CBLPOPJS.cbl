       identification division.
       program-id. CBLPOPJS.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * NIGHTLY JOB-STREAM DRIVER. RUNS THE OVERNIGHT BATCH STEPS IN
      * THE ORDER THE OTHER PROGRAMS' COMMENT BLOCKS HAVE ALWAYS ASKED
      * FOR, UNATTENDED, AND CHECKS EACH STEP'S COMPLETION CODE
      * BEFORE STARTING THE NEXT ONE:
      *
      *    01  CBLPOPBU     APPLY THE CBLPOPTR.DAT CORRECTIONS
      *    02  CBLPOPMT R   REBUILD CBLPOPSL.DAT FROM CBLPOPIX.DAT
      *    03  CBLPOPIC     CROSS-FILE INTEGRITY CHECK
      *    04  CBLKLM04     SALES REPORT AND CBLPOPST.DAT TOTALS
      *    05  CBLPOPPA R   PAYMENT RECONCILIATION
      *    06  CBLPOPZR     PRIZE-TIER ASSIGNMENT
      *
      * A CODE OF 0 IS A CLEAN STEP, UP TO 4 IS A STEP THAT FINISHED
      * WITH WARNINGS (CBLPOPBU REJECTS, FOR ONE) AND ANYTHING HIGHER
      * IS A FAILED STEP - THE STREAM STOPS THERE, SO A SKIPPED
      * REBUILD CAN NO LONGER LET CBLKLM04 ABORT AND A FAILED CBLKLM04
      * CAN NO LONGER LET CBLPOPPA RECONCILE AGAINST A STALE
      * CBLPOPST.DAT. CBLPOPIC ENDS WITH CODE 8 WHEN THE MASTERS
      * DISAGREE, SO ORPHANS AND MISMATCHES STOP THE STREAM BEFORE
      * CBLKLM04 REPORTS ON THEM; A SELLER WITH NO ORDERS YET OR A
      * TEAM WITH NO SELLERS IS ONLY A WARNING (CODE 4).
      *
      * EVERY STEP IS LISTED ON THE CBLPOPJS.PRT STEP LOG WITH ITS
      * START AND END TIME, COMPLETION CODE AND STATUS. THE STREAM
      * POSITION IS KEPT ON THE ONE-RECORD CBLPOPJC.DAT CONTROL FILE
      * (MARKED RUNNING BEFORE EACH STEP, FAILED OR COMPLETE AFTER) -
      * WHEN THE LAST STREAM DID NOT FINISH, THE NEXT RUN OFFERS TO
      * RESUME AT THE STEP THAT STOPPED IT SO THE STEPS THAT ALREADY
      * FINISHED ARE NOT RUN A SECOND TIME.
      *
      * THE STREAM APPLIES CORRECTIONS AND REBUILDS THE EXTRACT, SO IT
      * SIGNS ON THROUGH CBLPOPSO AND NEEDS AN OPERATOR WITH ORDER-
      * MAINTENANCE AUTHORITY. THAT OPERATOR'S ID IS PASSED ON EACH
      * STEP'S COMMAND LINE AFTER THE PARAMETER ("CBLPOPMT R OPERID"),
      * SO THE STEPS THAT SIGN ON VERIFY IT INSTEAD OF PROMPTING AND
      * THE AUDIT TRAIL NAMES THE PERSON WHO STARTED THE STREAM. THE
      * RUNNING CONTROL RECORD CARRIES THAT OPERATOR AND AN OPEN
      * SIGN-ON FLAG; CBLPOPSO ACCEPTS THE ID WITHOUT A PASSWORD ONLY
      * FOR THE STEP NOW RUNNING, ONCE (SEE POPJOBC).
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPJC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.
           SELECT STEP-LOG-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPJS.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.

       FD JOB-CONTROL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JC-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY POPJOBC.

       FD STEP-LOG-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-JC-STATUS         PIC XX      VALUE '00'.
           05 WS-CONFIRM           PIC X       VALUE SPACES.
           05 WS-STREAM-FAILED-SW  PIC X       VALUE 'F'.
               88 WS-STREAM-FAILED VALUE 'T'.
           05 WS-RESUME-SW         PIC X       VALUE 'F'.
               88 WS-RESUMED       VALUE 'T'.
           05 WS-STEP-SUB          PIC 99      VALUE 0.
           05 WS-START-STEP        PIC 99      VALUE 1.
           05 WS-FAILED-STEP       PIC 99      VALUE 0.
           05 WS-NEXT-STEP         PIC 99      VALUE 0.
           05 WS-STEP-RC           PIC S9(4)   VALUE 0.
           05 WS-COMMAND           PIC X(40)   VALUE SPACES.
           05 WS-STAMP.
               10 WS-STAMP-DATE    PIC 9(8).
               10 WS-STAMP-TIME    PIC 9(6).
           05 WS-STAMP-HMS REDEFINES WS-STAMP.
               10 FILLER           PIC 9(8).
               10 WS-STAMP-HH      PIC 99.
               10 WS-STAMP-MM      PIC 99.
               10 WS-STAMP-SS      PIC 99.
           05 WS-TIME-EDIT.
               10 WS-TE-HH         PIC 99.
               10 FILLER           PIC X       VALUE ':'.
               10 WS-TE-MM         PIC 99.
               10 FILLER           PIC X       VALUE ':'.
               10 WS-TE-SS         PIC 99.
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 C-PCTR               PIC 99      VALUE 0.
       01 STEP-TABLE-VALUES.
      * THE CLASSIC FILLER/REDEFINES TRICK - ONE VALUE CLAUSE PER
      * STEP: STEP NUMBER, PROGRAM, COMMAND-LINE PARAMETER AND THE
      * DESCRIPTION PRINTED ON THE STEP LOG.
           05 FILLER   PIC X(41)
                   VALUE '01CBLPOPBU APPLY BATCH CORRECTIONS       '.
           05 FILLER   PIC X(41)
                   VALUE '02CBLPOPMTRREBUILD CBLPOPSL.DAT EXTRACT  '.
           05 FILLER   PIC X(41)
                   VALUE '03CBLPOPIC CROSS-FILE INTEGRITY CHECK    '.
           05 FILLER   PIC X(41)
                   VALUE '04CBLKLM04 SALES REPORT AND SELLER TOTALS'.
           05 FILLER   PIC X(41)
                   VALUE '05CBLPOPPARPAYMENT RECONCILIATION        '.
           05 FILLER   PIC X(41)
                   VALUE '06CBLPOPZR PRIZE-TIER ASSIGNMENT         '.
       01 STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05 STEP-ENTRY OCCURS 6 TIMES.
               10 STEP-NO           PIC 99.
               10 STEP-PROGRAM      PIC X(8).
               10 STEP-PARM         PIC X.
               10 STEP-DESC         PIC X(30).
       01 STEP-CONSTANTS.
           05 STEP-COUNT            PIC 99      VALUE 6.
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
           05 FILLER               PIC X(52)   VALUE SPACES.
           05 FILLER               PIC X(27)
                   VALUE 'NIGHTLY JOB STREAM STEP LOG'.
           05 FILLER               PIC X(53)   VALUE SPACES.
       01 RUN-TYPE-LINE.
           05 FILLER               PIC X(10)   VALUE 'RUN TYPE: '.
           05 O-RUN-TYPE           PIC X(40).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'OPERATOR: '.
           05 O-RUN-OPERATOR       PIC X(8).
       01 COL-HEADINGS.
           05 FILLER               PIC X(4)    VALUE 'STEP'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'PROGRAM '.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'PARM'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(21)   VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE ' STARTED'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE '   ENDED'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE '  RC'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'STATUS'.
       01 DETAIL-LINE.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-STEP-NO            PIC 99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PROGRAM            PIC X(8).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-PARM               PIC X.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-DESC               PIC X(30).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-START-TIME         PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-END-TIME           PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RC                 PIC ZZZ9.
           05 O-RC-BLANK REDEFINES O-RC
                                   PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-STEP-STATUS        PIC X(34).
       01 STREAM-TOTALS.
           05 O-STREAM-RESULT      PIC X(90).
       01 BLANK-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-RUN-STEP
               VARYING WS-STEP-SUB FROM WS-START-STEP BY 1
                   UNTIL WS-STEP-SUB > STEP-COUNT
                       OR WS-STREAM-FAILED.
           PERFORM L2-TOTALS.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           MOVE 'S' TO SO-FUNCTION.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON OR NOT SO-MAY-ORDERS
               DISPLAY 'JOB STREAM NOT STARTED - IT NEEDS AN OPERATOR '
                   'WITH ORDER-MAINTENANCE AUTHORITY.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SO-OPER-ID TO O-RUN-OPERATOR.
           PERFORM L2-CHECK-RESTART.
           OPEN OUTPUT STEP-LOG-PRTOUT.
           PERFORM L4-HEADINGS.
           IF WS-RESUMED
               MOVE SPACES TO O-RUN-TYPE
               STRING 'RESUMED AT STEP ' WS-START-STEP
                       DELIMITED BY SIZE INTO O-RUN-TYPE
               END-STRING
           ELSE
               MOVE 'FULL STREAM FROM STEP 01' TO O-RUN-TYPE
           END-IF.
           WRITE PRTLINE FROM RUN-TYPE-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           PERFORM L3-LOG-SKIPPED-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB NOT < WS-START-STEP.

       L2-CHECK-RESTART.
      * A STREAM THAT FAILED - OR WAS CUT OFF WHILE A STEP WAS STILL
      * RUNNING - LEFT ITS STEP NUMBER ON THE CONTROL FILE. THE
      * OPERATOR CHOOSES: PICK UP AT THAT STEP, OR RUN THE WHOLE
      * STREAM AGAIN (AFTER RESTORING FILES, FOR INSTANCE).
           MOVE 1 TO WS-START-STEP.
           OPEN INPUT JOB-CONTROL-FILE.
           IF WS-JC-STATUS = '00'
               READ JOB-CONTROL-FILE
                   AT END
                       MOVE 'C' TO JC-STATUS
               END-READ
               CLOSE JOB-CONTROL-FILE
               IF (JC-FAILED OR JC-RUNNING)
                       AND JC-STEP-NO > 1
                       AND JC-STEP-NO NOT > STEP-COUNT
                   PERFORM L3-OFFER-RESUME
               END-IF
           END-IF.

       L3-OFFER-RESUME.
           IF JC-FAILED
               DISPLAY 'THE LAST STREAM (' JC-DATE ' ' JC-TIME
                   ') FAILED AT STEP ' JC-STEP-NO ' - ' JC-PROGRAM
                   ' RC ' JC-RC
           ELSE
               DISPLAY 'THE LAST STREAM (' JC-DATE ' ' JC-TIME
                   ') WAS CUT OFF DURING STEP ' JC-STEP-NO ' - '
                   JC-PROGRAM
           END-IF.
           DISPLAY 'RESUME AT STEP ' JC-STEP-NO ' (Y) OR RERUN THE '
               'WHOLE STREAM (N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = 'Y'
               MOVE JC-STEP-NO TO WS-START-STEP
               MOVE 'T' TO WS-RESUME-SW
           END-IF.

       L3-LOG-SKIPPED-STEP.
           PERFORM L4-MOVE-STEP-FIELDS.
           MOVE SPACES TO O-START-TIME.
           MOVE SPACES TO O-END-TIME.
           MOVE SPACES TO O-RC-BLANK.
           MOVE 'SKIPPED - FINISHED IN PRIOR RUN' TO O-STEP-STATUS.
           PERFORM L4-WRITE-LOG.

       L2-RUN-STEP.
      * THE CONTROL FILE IS MARKED RUNNING BEFORE THE STEP STARTS, SO
      * A STREAM CUT OFF MID-STEP STILL KNOWS WHERE IT WAS.
           PERFORM L4-MOVE-STEP-FIELDS.
           MOVE 0 TO WS-STEP-RC.
           MOVE 'R' TO JC-STATUS.
           PERFORM L3-WRITE-CONTROL.
           PERFORM L4-EDIT-TIME.
           MOVE WS-TIME-EDIT TO O-START-TIME.
           DISPLAY 'STEP ' STEP-NO (WS-STEP-SUB) ' '
               STEP-PROGRAM (WS-STEP-SUB) ' '
               STEP-DESC (WS-STEP-SUB) ' - STARTED'.
           MOVE SPACES TO WS-COMMAND.
           STRING STEP-PROGRAM (WS-STEP-SUB) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   STEP-PARM (WS-STEP-SUB) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   SO-OPER-ID DELIMITED BY SPACE
                   INTO WS-COMMAND
           END-STRING.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
      * SOME COMMAND SHELLS HAND BACK THE STEP'S CODE IN THE HIGH-ORDER
      * BYTE OF THE STATUS WORD (16 COMES BACK AS 4096) - BRING IT
      * BACK DOWN SO THE LOG AND THE FAIL TEST SEE THE REAL CODE.
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           PERFORM L4-EDIT-TIME.
           MOVE WS-TIME-EDIT TO O-END-TIME.
           MOVE WS-STEP-RC TO O-RC.
           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   MOVE 'COMPLETED' TO O-STEP-STATUS
               WHEN WS-STEP-RC > 0 AND WS-STEP-RC NOT > 4
                   MOVE 'COMPLETED WITH WARNINGS' TO O-STEP-STATUS
               WHEN OTHER
                   MOVE '** FAILED - STREAM STOPPED **'
                       TO O-STEP-STATUS
                   MOVE 'T' TO WS-STREAM-FAILED-SW
                   MOVE WS-STEP-SUB TO WS-FAILED-STEP
                   MOVE 'F' TO JC-STATUS
                   PERFORM L3-WRITE-CONTROL
           END-EVALUATE.
           PERFORM L4-WRITE-LOG.
           DISPLAY 'STEP ' STEP-NO (WS-STEP-SUB) ' '
               STEP-PROGRAM (WS-STEP-SUB) ' - ' O-STEP-STATUS.

       L3-WRITE-CONTROL.
      * ONE RECORD, REWRITTEN WHOLE EACH TIME - JC-STATUS IS SET BY
      * THE CALLER.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE WS-STAMP-DATE TO JC-DATE.
           MOVE WS-STAMP-TIME TO JC-TIME.
           MOVE STEP-NO (WS-STEP-SUB) TO JC-STEP-NO.
           MOVE STEP-PROGRAM (WS-STEP-SUB) TO JC-PROGRAM.
           MOVE SO-OPER-ID TO JC-OPER-ID.
      * ONLY A STEP ABOUT TO START MAY SIGN ON WITHOUT A PASSWORD.
           IF JC-RUNNING
               MOVE 'O' TO JC-SIGNON
           ELSE
               MOVE 'U' TO JC-SIGNON
           END-IF.
           IF WS-STEP-RC < 0
               MOVE 9999 TO JC-RC
           ELSE
               MOVE WS-STEP-RC TO JC-RC
           END-IF.
           OPEN OUTPUT JOB-CONTROL-FILE.
           IF WS-JC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE CBLPOPJC.DAT, STATUS: '
                   WS-JC-STATUS
           ELSE
               WRITE JC-REC
               CLOSE JOB-CONTROL-FILE
           END-IF.

       L2-TOTALS.
           IF WS-STREAM-FAILED
               COMPUTE WS-NEXT-STEP = WS-FAILED-STEP + 1
               PERFORM L3-LOG-NOT-RUN-STEP
                   VARYING WS-STEP-SUB FROM WS-NEXT-STEP BY 1
                       UNTIL WS-STEP-SUB > STEP-COUNT
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE SPACES TO O-STREAM-RESULT.
           IF WS-STREAM-FAILED
               STRING 'STREAM STOPPED AT STEP '
                       STEP-NO (WS-FAILED-STEP)
                       ' (' STEP-PROGRAM (WS-FAILED-STEP)
                       ') - CORRECT IT AND RERUN CBLPOPJS TO RESUME'
                       DELIMITED BY SIZE INTO O-STREAM-RESULT
               END-STRING
           ELSE
               MOVE 'STREAM ENDED NORMALLY - ALL STEPS COMPLETE'
                   TO O-STREAM-RESULT
               MOVE STEP-COUNT TO WS-STEP-SUB
               MOVE 'C' TO JC-STATUS
               PERFORM L3-WRITE-CONTROL
           END-IF.
           WRITE PRTLINE FROM STREAM-TOTALS.

       L3-LOG-NOT-RUN-STEP.
           PERFORM L4-MOVE-STEP-FIELDS.
           MOVE SPACES TO O-START-TIME.
           MOVE SPACES TO O-END-TIME.
           MOVE SPACES TO O-RC-BLANK.
           MOVE 'NOT RUN' TO O-STEP-STATUS.
           PERFORM L4-WRITE-LOG.

       L4-EDIT-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE WS-STAMP-HH TO WS-TE-HH.
           MOVE WS-STAMP-MM TO WS-TE-MM.
           MOVE WS-STAMP-SS TO WS-TE-SS.

       L4-MOVE-STEP-FIELDS.
           MOVE STEP-NO (WS-STEP-SUB) TO O-STEP-NO.
           MOVE STEP-PROGRAM (WS-STEP-SUB) TO O-PROGRAM.
           MOVE STEP-PARM (WS-STEP-SUB) TO O-PARM.
           MOVE STEP-DESC (WS-STEP-SUB) TO O-DESC.

       L4-WRITE-LOG.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS.

       L2-CLOSING.
           CLOSE STEP-LOG-PRTOUT.
           DISPLAY 'STEP LOG WRITTEN TO CBLPOPJS.PRT'.
           IF WS-STREAM-FAILED
               DISPLAY 'STREAM STOPPED AT STEP '
                   STEP-NO (WS-FAILED-STEP) ' - '
                   STEP-PROGRAM (WS-FAILED-STEP)
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'STREAM ENDED NORMALLY.'
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
           WRITE PRTLINE FROM COL-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE.

       end program CBLPOPJS.
