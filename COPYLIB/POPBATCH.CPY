      ******************************************************************
      * POPBATCH - ORDER-ENTRY BATCH HEADER RECORD FOR CBLPOPBH.DAT.
      * ONE RECORD PER NUMBERED BATCH FOR THE SEASON. A BUNDLE OF
      * ORDER SHEETS IS KEYED AS ONE BATCH: THE OPERATOR FIRST KEYS
      * THE CONTROL FIGURES OFF THE SHEETS (ORDER COUNT, TOTAL CASES
      * AND THE SUM OF THE SELLER NUMBERS AS A HASH TOTAL), EITHER IN
      * CBLPOPMT OR AS AN H TRANSACTION AHEAD OF THE ADDS ON
      * CBLPOPTR.DAT FOR CBLPOPBU. EACH ORDER ADDED IS TAGGED WITH THE
      * BATCH NUMBER ON CBLPOPBT.DAT (POPBTAG). WHEN THE BATCH IS
      * CLOSED THE KEYED FIGURES ARE COUNTED FROM THE TAGGED ORDERS AS
      * THEY STAND ON CBLPOPIX.DAT AND COMPARED WITH THE CONTROLS.
      *   BH-STATUS  O - OPEN, STILL BEING KEYED
      *              B - BALANCED
      *              H - HELD, OUT OF BALANCE - CORRECTED IN CBLPOPMT
      *                  AND CLOSED AGAIN, OR RELEASED BY A SUPERVISOR
      *              R - RELEASED OUT OF BALANCE BY A SUPERVISOR
      *   BH-SOURCE  M - KEYED IN CBLPOPMT, B - APPLIED BY CBLPOPBU
      * THE ORDERS OF AN OPEN OR HELD BATCH ARE LEFT OUT OF THE
      * CBLPOPSL.DAT EXTRACT CBLPOPMT REBUILDS FOR CBLKLM04.
      * MAINTAINED BY CBLPOPMT AND CBLPOPBU, REPORTED BY CBLPOPBS.
      ******************************************************************
       01 BH-REC.
           05 BH-BATCH-NO          PIC 9(4).
           05 BH-SOURCE            PIC X.
               88 BH-FROM-MT       VALUE 'M'.
               88 BH-FROM-BU       VALUE 'B'.
           05 BH-STATUS            PIC X.
               88 BH-OPEN          VALUE 'O'.
               88 BH-BALANCED      VALUE 'B'.
               88 BH-HELD          VALUE 'H'.
               88 BH-RELEASED      VALUE 'R'.
               88 BH-HOLDS-ORDERS  VALUE 'O' 'H'.
           05 BH-CONTROL.
               10 BH-CTL-ORDERS    PIC 9(3).
               10 BH-CTL-CASES     PIC 9(5).
               10 BH-CTL-HASH      PIC 9(7).
           05 BH-KEYED.
               10 BH-KEY-ORDERS    PIC 9(3).
               10 BH-KEY-CASES     PIC 9(5).
               10 BH-KEY-HASH      PIC 9(7).
           05 BH-OPEN-DATE         PIC 9(8).
           05 BH-OPEN-OPER         PIC X(8).
           05 BH-CLOSE-DATE        PIC 9(8).
           05 BH-RELEASE-OPER      PIC X(8).
