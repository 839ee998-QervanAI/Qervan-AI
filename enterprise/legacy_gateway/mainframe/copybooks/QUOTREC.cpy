      *    CHAIN END, FLOORED AT ZERO LIKE GOV-ACTIVE-COUNT).
           05  QUOT-MAX-CHAINS       PIC 9(4) COMP.
           05  QUOT-ACTIVE-CHAINS    PIC 9(4) COMP.
      *    DAILY POSTTXN BUDGET, HELD AFTER THE CHAIN CAP SO EXISTING
      *    RECORDS KEEP THEIR LAYOUT. ROLLS WITH THE OTHER COUNTERS.
      *    A RECORD WRITTEN BEFORE THESE FIELDS AND THE APPROVAL
      *    THRESHOLDS BELOW WERE ADDED IS SHORT: EVERY READER ZEROES
      *    ALL FOUR BEFORE ITS READ, SO A SHORT RECORD MEANS AN
      *    UNLIMITED POSTTXN BUDGET AND NO APPROVAL THRESHOLD, AND THE
      *    FIRST REWRITE LENGTHENS IT WITH THOSE ZEROES.
           05  QUOT-POSTTXN-BUDGET   PIC 9(8) COMP.
           05  QUOT-POSTTXN-USED     PIC 9(8) COMP.
      *    SECOND-OPERATOR APPROVAL THRESHOLDS FOR THIS CALLER'S
      *    UPDATETXN CHAINS - A CHAIN WITH MORE ITEMS THAN
      *    QUOT-APPROVAL-ITEMS, OR WHOSE TOTAL BALANCE MOVEMENT (THE
      *    SUM OF ABS(NEW - CURRENT ACCT-CURRENT-BALANCE) OVER ITS
      *    ITEMS) IS MORE THAN QUOT-APPROVAL-MOVEMENT, IS PARKED ON
      *    APPRFILE UNTIL APPROVED (SEE APPRREC). ZERO MEANS NO
      *    THRESHOLD OF THAT KIND. UNLIKE THE BUDGETS THESE ARE A
      *    CONTROL, NOT A THROTTLE - WavineCICS HOLDS THE CHAIN FOR
      *    APPROVAL WHEN IT CANNOT READ THEM.
           05  QUOT-APPROVAL-ITEMS   PIC 9(4) COMP.
           05  QUOT-APPROVAL-MOVEMENT PIC 9(13)V99 COMP-3.
