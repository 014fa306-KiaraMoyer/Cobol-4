      ******************************************************************
      * POPJOBC - JOB-STREAM CONTROL RECORD, THE ONE RECORD ON
      * CBLPOPJC.DAT. REWRITTEN WHOLE BY CBLPOPJS BEFORE AND AFTER
      * EACH STEP SO A STREAM THAT STOPS KNOWS WHERE TO RESUME.
      *   JC-STATUS   R - STEP JC-STEP-NO (JC-PROGRAM) IS RUNNING
      *               F - THAT STEP FAILED, C - THE STREAM COMPLETED
      *   JC-OPER-ID  THE OPERATOR WHO SIGNED ON TO THE STREAM
      *   JC-SIGNON   O - THE RUNNING STEP MAY STILL SIGN ON AS
      *                   JC-OPER-ID WITHOUT A PASSWORD
      *               U - THAT SIGN-ON HAS BEEN USED (OR THERE IS NO
      *                   STEP RUNNING)
      * CBLPOPSO HONOURS A NO-PASSWORD (V) SIGN-ON ONLY FOR THE
      * PROGRAM AND OPERATOR OF A RUNNING STEP WHOSE SIGN-ON IS STILL
      * OPEN, AND MARKS IT USED, SO THE STREAM OPERATOR'S ID CANNOT
      * BE BORROWED ON ANOTHER COMMAND LINE.
      ******************************************************************
       01 JC-REC.
           05 JC-DATE              PIC 9(8).
           05 JC-TIME              PIC 9(6).
           05 JC-STATUS            PIC X.
               88 JC-RUNNING       VALUE 'R'.
               88 JC-FAILED        VALUE 'F'.
               88 JC-COMPLETE      VALUE 'C'.
           05 JC-STEP-NO           PIC 99.
           05 JC-PROGRAM           PIC X(8).
           05 JC-RC                PIC 9(4).
           05 JC-OPER-ID           PIC X(8).
           05 JC-SIGNON            PIC X.
               88 JC-SIGNON-OPEN   VALUE 'O'.
               88 JC-SIGNON-USED   VALUE 'U'.
