      *  AI-FUNCTION-CODE IS 'UPDATETXN'. A SINGLE-RECORD UPDATE IS    *
      *  JUST A ONE-ENTRY TABLE; AIB1 WALKS THE TABLE AND TAKES        *
      *  PERIODIC CHECKPOINTS AGAINST RSTRREC FOR LARGER CHAINS.       *
      *  A 'POSTTXN' CHAIN USES THE SAME TABLE, BUT EACH PAYLOAD IS A  *
      *  SIGNED POSTING AMOUNT (AI-POST-ENTRY) RATHER THAN A WHOLE     *
      *  REPLACEMENT ACCT-DATA IMAGE.                                  *
      *  AN UPDATETXN MAY CARRY AN EFFECTIVE DATE AFTER THE TABLE - A  *
      *  CHAIN DATED AFTER TODAY IS HELD ON HOLDFILE (SEE HOLDREC)     *
      *  AND RELEASED TO THE GOVERNOR QUEUES ON THAT DATE.             *
      ******************************************************************
       01  AI-UPDATE-BATCH-DATA REDEFINES AI-REQUEST-AREA.
           05  FILLER                PIC X(9).
           05  AI-UPDATE-ITEM OCCURS 140 TIMES.
               10  AI-UPDATE-KEY         PIC X(16).
               10  AI-UPDATE-PAYLOAD     PIC X(200).
      *        POSTTXN VIEW OF THE PAYLOAD - AMOUNT TO ADD TO BOTH
      *        ACCT-CURRENT-BALANCE AND ACCT-AVAIL-BALANCE. NEGATIVE
      *        IS A DEBIT, POSITIVE A CREDIT.
               10  AI-POST-ENTRY REDEFINES AI-UPDATE-PAYLOAD.
                   15  AI-POST-AMOUNT    PIC S9(11)V99.
                   15  FILLER            PIC X(187).
               10  AI-UPDATE-RESULT      PIC S9(8) COMP.
      *    UPDATETXN ONLY - YYYY-MM-DD BUSINESS DATE THE CHAIN TAKES
      *    EFFECT. SPACES OR LOW-VALUES (OR A DATE NOT AFTER TODAY)
      *    RUNS THE CHAIN AT ONCE, AS BEFORE. IGNORED FOR THE OTHER
      *    FUNCTION CODES THAT SHARE THE TABLE.
           05  AI-UPDATE-EFFECTIVE-DATE PIC X(10).

       01  AI-UPDATE-MAX-ENTRIES PIC 9(4) COMP VALUE 140.
