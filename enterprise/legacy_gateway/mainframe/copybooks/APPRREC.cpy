      ******************************************************************
      *  APPRREC - CHAIN APPROVAL RECORD FOR THE APPRFILE VSAM KSDS,   *
      *  KEYED BY APPR-CORREL-ID. WavineCICS WRITES ONE FOR AN         *
      *  UPDATETXN OVER ITS CALLER'S QUOTFILE APPROVAL THRESHOLDS      *
      *  (SEE QUOTREC) INSTEAD OF QUEUEING OR HOLDING IT, AND ANSWERS  *
      *  AI-RESP-AWAITING-APPROVAL; THE CHAIN'S ASTATFIL STATUS SAYS   *
      *  THE SAME WHILE IT WAITS. A SECOND OPERATOR DECIDES IT ON THE  *
      *  NUZV SCREEN (WavineApprAdm):                                  *
      *    APPROVE - THE CHAIN IS REBUILT FROM THIS RECORD AND QUEUED  *
      *              FOR AIBD (OR HELD ON HOLDFILE WHEN ITS EFFECTIVE  *
      *              DATE IS STILL AHEAD), EXACTLY AS IT WOULD HAVE    *
      *              BEEN ON ARRIVAL.                                  *
      *    REJECT  - THE CHAIN ENDS AI-RESP-ASYNC-CANCELLED AND THE    *
      *              REASON IS KEPT HERE FOR STATCHK TO ANSWER WITH.   *
      *  THE RECORD IS KEPT AFTER THE DECISION - IT IS THE RECORD OF   *
      *  WHO DECIDED WHAT AND WHEN, AND AN APPROVED RECORD LETS A      *
      *  FAILED CHAIN'S RETRY RUN WITHOUT BEING HELD A SECOND TIME.    *
      ******************************************************************
       01  APPROVAL-RECORD.
           05  APPR-CORREL-ID        PIC X(16).
           05  APPR-STATE            PIC X(1).
               88  APPR-AWAITING     VALUE 'P'.
               88  APPR-APPROVED     VALUE 'A'.
               88  APPR-REJECTED     VALUE 'R'.
      *        THE CALLER CANCELLED THE CHAIN (CANCELTXN) BEFORE ANY
      *        OPERATOR DECIDED IT.
               88  APPR-WITHDRAWN    VALUE 'W'.
      *    WHICH THRESHOLD HELD THE CHAIN - ITEM COUNT, MOVEMENT,
      *    BOTH, OR 'E' WHEN THE CHECK ITSELF COULD NOT COMPLETE
      *    (QUOTFILE OR ACCTFILE UNREADABLE) AND THE CHAIN WAS HELD
      *    RATHER THAN LET THROUGH UNCHECKED.
           05  APPR-HELD-REASON      PIC X(1).
               88  APPR-HELD-ITEMS    VALUE 'I'.
               88  APPR-HELD-MOVEMENT VALUE 'M'.
               88  APPR-HELD-BOTH     VALUE 'B'.
               88  APPR-HELD-UNCHECKED VALUE 'E'.
      *    WHO ASKED - THE AI-CALLER-ID AND THE CICS USERID THE
      *    SUBMITTING TASK RAN UNDER. NEITHER MAY APPROVE THE CHAIN.
           05  APPR-CALLER-ID        PIC X(8).
           05  APPR-SUBMIT-USERID    PIC X(8).
      *    THE ARRIVAL-TIME AI-TIMESTAMP OF THE ORIGINAL REQUEST.
           05  APPR-REQUEST-TIMESTAMP PIC X(26).
      *    THE THRESHOLDS IN FORCE WHEN THE CHAIN ARRIVED AND THE
      *    CHAIN'S OWN TOTAL MOVEMENT AGAINST THE MASTER AT THAT TIME.
           05  APPR-ITEM-LIMIT       PIC 9(4) COMP.
           05  APPR-MOVEMENT-LIMIT   PIC 9(13)V99 COMP-3.
           05  APPR-MOVEMENT-TOTAL   PIC 9(15)V99 COMP-3.
      *    THE DECISION - OPERATOR (CICS USERID) AND WHEN, SAME X(26)
      *    SHAPE AS AI-TIMESTAMP. FOR A WITHDRAWN CHAIN THE CALLER-ID
      *    THAT CANCELLED IT.
           05  APPR-DECIDED-BY       PIC X(8).
           05  APPR-DECIDED-AT       PIC X(26).
           05  APPR-REJECT-REASON    PIC X(60).
      *    THE REST OF THE REQUEST AS IT ARRIVED - THE SAME FIELDS
      *    HOLDREC KEEPS FOR A HELD CHAIN.
           05  APPR-EFFECTIVE-DATE   PIC X(10).
           05  APPR-PRIORITY         PIC X(1).
           05  APPR-TRACE-ID         PIC X(32).
           05  APPR-ENCRYPTION-FLAG  PIC X(1).
      *    THE AIUPDSEQ ITEM TABLE AS IT ARRIVED - KEEP IN STEP WITH
      *    AI-UPDATE-ITEM-COUNT AND AI-UPDATE-ITEM.
           05  APPR-CHAIN-TABLE.
               10  APPR-ITEM-COUNT       PIC 9(4) COMP.
               10  APPR-ITEM OCCURS 140 TIMES.
                   15  APPR-ITEM-KEY         PIC X(16).
                   15  APPR-ITEM-PAYLOAD     PIC X(200).
                   15  APPR-ITEM-RESULT      PIC S9(8) COMP.
