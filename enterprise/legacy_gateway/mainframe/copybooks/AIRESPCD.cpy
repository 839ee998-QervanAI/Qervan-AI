       01  AI-RESPONSE-CODES.
           05  AI-RESP-SUCCESS           PIC S9(8) COMP VALUE +0.
           05  AI-RESP-PENDING           PIC S9(8) COMP VALUE +102.
      *    AN UPDATETXN ACCEPTED WITH AN EFFECTIVE DATE AFTER TODAY -
      *    HELD ON HOLDFILE, NOT YET QUEUED. THE START-OF-DAY RELEASE
      *    (AIBS) TURNS IT PENDING AND QUEUES IT ON ITS DATE. STILL
      *    CANCELLABLE.
           05  AI-RESP-SCHEDULED         PIC S9(8) COMP VALUE +103.
      *    AN UPDATETXN OVER ITS CALLER'S QUOTFILE APPROVAL
      *    THRESHOLDS - PARKED ON APPRFILE (SEE APPRREC), NOT YET
      *    QUEUED OR HELD, UNTIL A SECOND OPERATOR APPROVES IT ON THE
      *    NUZV SCREEN. A REJECTION ENDS IT AI-RESP-ASYNC-CANCELLED.
      *    STILL CANCELLABLE.
           05  AI-RESP-AWAITING-APPROVAL PIC S9(8) COMP VALUE +104.
           05  AI-RESP-ASYNC-SUCCESS     PIC S9(8) COMP VALUE +200.
      *    A REVERSTXN CHAIN RAN TO THE END BUT LEFT AT LEAST ONE
      *    ITEM ALONE BECAUSE ITS ACCOUNT HAD CHANGED SINCE THE
      *    ORIGINAL CHAIN - SEE REVSREC FOR THE COUNTS. FINAL, NOT
      *    RESUMABLE.
           05  AI-RESP-ASYNC-PARTIAL     PIC S9(8) COMP VALUE +201.
           05  AI-RESP-ASYNC-CANCELLED   PIC S9(8) COMP VALUE +210.
           05  AI-RESP-INVALID-FUNC      PIC S9(8) COMP VALUE +400.
           05  AI-RESP-INVALID-CORREL    PIC S9(8) COMP VALUE +401.
           05  AI-RESP-NOT-AUTHORIZED    PIC S9(8) COMP VALUE +407.
           05  AI-RESP-CORREL-COLLISION  PIC S9(8) COMP VALUE +408.
           05  AI-RESP-CANCEL-TOO-LATE   PIC S9(8) COMP VALUE +410.
      *    REVERSTXN: THE NAMED CHAIN HAS ALREADY BEEN REVERSED (OR A
      *    REVERSAL OF IT IS STILL RUNNING) UNDER ANOTHER CORREL-ID -
      *    SEE REVSREC. A CHAIN IS ONLY EVER REVERSED ONCE.
           05  AI-RESP-ALREADY-REVERSED  PIC S9(8) COMP VALUE +411.
      *    REVERSTXN: THE NAMED CHAIN DID NOT COMPLETE SUCCESSFULLY
      *    (PENDING, FAILED, CANCELLED, REFUSED OR ITSELF A PARTIAL
      *    REVERSAL), SO THERE IS NO COMPLETED CHAIN TO REVERSE.
           05  AI-RESP-NOT-REVERSIBLE    PIC S9(8) COMP VALUE +412.
      *    UPDATETXN: AI-UPDATE-EFFECTIVE-DATE IS NOT BLANK AND NOT A
      *    VALID YYYY-MM-DD DATE. NOTHING WAS QUEUED OR HELD.
           05  AI-RESP-INVALID-EFFDATE   PIC S9(8) COMP VALUE +413.
      *    VERIFYTXN PRE-FLIGHT: AT LEAST ONE ITEM IN THE CHAIN WOULD
      *    NOT APPLY - THE PER-ITEM AI-UPDATE-RESULT CODES SAY WHICH
      *    AND WHY. NOTHING WAS QUEUED OR TOUCHED.
      *    WOULD ENFORCE - SET PER ITEM IN AI-UPDATE-RESULT, NEVER AS
      *    THE REQUEST-LEVEL CODE.
           05  AI-RESP-INVALID-PAYLOAD   PIC S9(8) COMP VALUE +421.
      *    A POSTTXN DEBIT WOULD TAKE ACCT-AVAIL-BALANCE BELOW ZERO,
      *    OR THE ACCOUNT IS NOT ACTIVE - SET PER ITEM IN
      *    AI-UPDATE-RESULT AND AS THE CHAIN'S FINAL STATUS, SO
      *    STATCHK TELLS THE CALLER WHY THE POSTING WAS REFUSED.
           05  AI-RESP-INSUFFICIENT-FUNDS PIC S9(8) COMP VALUE +422.
      *    A REVERSTXN ITEM WHOSE ACCOUNT NO LONGER MATCHES THE
      *    ORIGINAL CHAIN'S AFTER-IMAGE (OR NO LONGER EXISTS) - SET
      *    PER ITEM IN AI-UPDATE-RESULT. THE ACCOUNT IS LEFT ALONE
      *    AND THE REST OF THE CHAIN CARRIES ON.
           05  AI-RESP-REVERSAL-CONFLICT PIC S9(8) COMP VALUE +423.
      *    THE CALLER'S QUOTFILE DAILY BUDGET FOR THIS FUNCTION CODE
      *    IS SPENT - SEE QUOTREC AND 223-CHECK-CALLER-QUOTA IN
      *    WavineCICS. TRY AGAIN TOMORROW OR ASK OPERATIONS FOR A
