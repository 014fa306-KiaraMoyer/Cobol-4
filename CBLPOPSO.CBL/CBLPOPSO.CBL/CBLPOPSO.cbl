       identification division.
       program-id. CBLPOPSO.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * OPERATOR SIGN-ON SHARED BY EVERY PROGRAM THAT CHANGES THE
      * FUNDRAISER FILES - CBLPOPMT, CBLPOPBU, CBLPOPDP, CBLPOPPA,
      * CBLPOPPX, CBLPOPSX, CBLPOPTX, CBLPOPZX, CBLPOPOX AND THE
      * CBLPOPJS JOB STREAM. CHECKS THE OPERATOR AGAINST THE
      * CBLPOPOP.DAT OPERATOR MASTER (MAINTAINED BY CBLPOPOX) AND
      * HANDS BACK THE OPERATOR'S NAME AND AUTHORITY FLAGS, SO EACH
      * CALLER REFUSES THE MENU OPTIONS THE OPERATOR MAY NOT USE AND
      * STAMPS THE OPERATOR ID ON EVERY POPAUDIT RECORD IT WRITES.
      *
      * CALLED WITH THE POPSIGNC COMM AREA. FUNCTION S PROMPTS FOR THE
      * OPERATOR ID AND PASSWORD AND ALLOWS THREE TRIES. FUNCTION V
      * CHECKS AN ID THE CALLER ALREADY HOLDS - THE OPERATOR WHO
      * SIGNED ON TO THE JOB STREAM - WITHOUT A PASSWORD, BUT ONLY
      * WHEN THE CBLPOPJC.DAT CONTROL RECORD SHOWS THE CALLING PROGRAM
      * RUNNING AS A CBLPOPJS STEP FOR THAT OPERATOR WITH ITS SIGN-ON
      * STILL OPEN. THE SIGN-ON IS THEN MARKED USED, SO IT WORKS ONCE
      * PER STEP. ANY OTHER V CALL FALLS BACK TO THE PROMPT. THE MASTER
      * IS RE-READ ON EVERY CALL; IT IS A HANDFUL OF RECORDS AND A
      * CHANGE MADE WITH CBLPOPOX TAKES EFFECT ON THE NEXT SIGN-ON.
      *
      * IF THE OPERATOR MASTER IS MISSING OR EMPTY NOBODY CAN SIGN ON
      * - CBLPOPOX SETS UP THE FIRST SUPERVISOR IN THAT CASE.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPOP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT JOB-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPJC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.

       data division.
       FILE SECTION.

       FD OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 42 CHARACTERS.
           COPY POPOPER.

       FD JOB-CONTROL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JC-REC
           RECORD CONTAINS 38 CHARACTERS.
           COPY POPJOBC.

       working-storage section.
       01 MISC.
           05 WS-OP-STATUS         PIC XX      VALUE '00'.
           05 WS-OP-EOF            PIC X       VALUE 'F'.
           05 WS-OP-FOUND-SW       PIC X       VALUE 'F'.
               88 WS-OP-FOUND      VALUE 'T'.
           05 WS-OP-COUNT          PIC 9(4)    VALUE 0.
           05 WS-TRIES             PIC 9       VALUE 0.
           05 WS-ENTRY-ID          PIC X(8)    VALUE SPACES.
           05 WS-ENTRY-PASSWORD    PIC X(8)    VALUE SPACES.
           05 WS-HOLD-PASSWORD     PIC X(8)    VALUE SPACES.
           05 WS-JC-STATUS         PIC XX      VALUE '00'.
           05 WS-STREAM-SW         PIC X       VALUE 'F'.
               88 WS-STREAM-STEP   VALUE 'T'.
           05 WS-JC-HOLD           PIC X(38)   VALUE SPACES.

       linkage section.
       COPY POPSIGNC.

       procedure division USING SIGNON-COMM.
       L1-SIGN-ON.
           MOVE 'N' TO SO-RESULT.
           MOVE FUNCTION UPPER-CASE(SO-OPER-ID) TO SO-OPER-ID.
           IF SO-VERIFY
               PERFORM L2-CHECK-STREAM
               IF WS-STREAM-STEP
                   PERFORM L2-FIND-OPERATOR
                   IF WS-OP-FOUND AND SO-OPER-ID NOT = SPACES
                       MOVE 'Y' TO SO-RESULT
                       PERFORM L2-CLAIM-STREAM
                   ELSE
                       DISPLAY 'CBLPOPSO: OPERATOR ' SO-OPER-ID
                           ' IS NOT ON THE OPERATOR MASTER.'
                   END-IF
                   GO TO L1-SIGN-ON-EXIT
               ELSE
                   DISPLAY 'CBLPOPSO: NO CBLPOPJS STEP IS WAITING TO '
                       'SIGN ON AS ' SO-OPER-ID
                   DISPLAY 'SIGN ON WITH YOUR OWN ID AND PASSWORD.'
               END-IF
           END-IF.
           MOVE 0 TO WS-TRIES.
           MOVE 1 TO WS-OP-COUNT.
           PERFORM L2-PROMPT
               UNTIL SO-SIGNED-ON OR WS-TRIES = 3
                   OR WS-OP-COUNT = 0.
           IF SO-SIGNED-ON
               DISPLAY 'SIGNED ON AS ' SO-OPER-ID ' - ' SO-OPER-NAME
           ELSE
               DISPLAY 'SIGN-ON REFUSED.'
           END-IF.

       L1-SIGN-ON-EXIT.
           IF NOT SO-SIGNED-ON
               MOVE SPACES TO SO-OPER-NAME
               MOVE 'NNNNNN' TO SO-AUTH
           END-IF.
           EXIT PROGRAM.

       L2-PROMPT.
           ADD 1 TO WS-TRIES.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PASSWORD.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO SO-OPER-ID.
           PERFORM L2-FIND-OPERATOR.
           IF WS-OP-COUNT = 0
               DISPLAY 'NO OPERATORS ON FILE - A SUPERVISOR MUST BE '
                   'SET UP WITH CBLPOPOX FIRST.'
           ELSE
               IF WS-OP-FOUND AND SO-OPER-ID NOT = SPACES
                       AND WS-ENTRY-PASSWORD = WS-HOLD-PASSWORD
                   MOVE 'Y' TO SO-RESULT
               ELSE
      * THE SAME MESSAGE FOR A BAD ID AS FOR A BAD PASSWORD, SO THE
      * PROMPT DOES NOT CONFIRM WHICH IDS EXIST.
                   DISPLAY 'OPERATOR ID OR PASSWORD NOT RECOGNIZED.'
               END-IF
           END-IF.

       L2-FIND-OPERATOR.
           MOVE 'F' TO WS-OP-FOUND-SW.
           MOVE 0 TO WS-OP-COUNT.
           MOVE SPACES TO WS-HOLD-PASSWORD.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS = '00'
               MOVE 'F' TO WS-OP-EOF
               PERFORM UNTIL WS-OP-EOF = 'T'
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'T' TO WS-OP-EOF
                       NOT AT END
                           ADD 1 TO WS-OP-COUNT
                           IF OP-ID = SO-OPER-ID
                               MOVE 'T' TO WS-OP-FOUND-SW
                               MOVE OP-NAME TO SO-OPER-NAME
                               MOVE OP-AUTH TO SO-AUTH
                               MOVE OP-PASSWORD TO WS-HOLD-PASSWORD
                               MOVE 'T' TO WS-OP-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      * A NO-PASSWORD SIGN-ON IS ONLY GOOD FOR THE PROGRAM THE JOB
      * STREAM HAS JUST STARTED, UNDER THE STREAM OPERATOR, AND ONLY
      * WHILE THAT STEP HAS NOT ALREADY USED IT.
       L2-CHECK-STREAM.
           MOVE 'F' TO WS-STREAM-SW.
           OPEN INPUT JOB-CONTROL-FILE.
           IF WS-JC-STATUS = '00'
               READ JOB-CONTROL-FILE
                   AT END
                       MOVE SPACES TO JC-REC
               END-READ
               MOVE JC-REC TO WS-JC-HOLD
               IF JC-RUNNING AND JC-SIGNON-OPEN
                       AND SO-OPER-ID NOT = SPACES
                       AND JC-OPER-ID = SO-OPER-ID
                       AND SO-CALLER NOT = SPACES
                       AND JC-PROGRAM = SO-CALLER
                   MOVE 'T' TO WS-STREAM-SW
               END-IF
               CLOSE JOB-CONTROL-FILE
           END-IF.

       L2-CLAIM-STREAM.
           OPEN OUTPUT JOB-CONTROL-FILE.
           MOVE WS-JC-HOLD TO JC-REC.
           MOVE 'U' TO JC-SIGNON.
           WRITE JC-REC.
           CLOSE JOB-CONTROL-FILE.

       end program CBLPOPSO.
