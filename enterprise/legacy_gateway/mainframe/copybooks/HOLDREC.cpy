      ******************************************************************
      *  HOLDREC - HELD-TRANSACTION RECORD FOR THE HOLDFILE VSAM KSDS, *
      *  KEYED BY HOLD-CORREL-ID. WavineCICS WRITES ONE FOR AN         *
      *  UPDATETXN WHOSE AI-UPDATE-EFFECTIVE-DATE IS AFTER TODAY,      *
      *  INSTEAD OF QUEUEING IT, AND ANSWERS AI-RESP-SCHEDULED; THE    *
      *  CHAIN'S ASTATFIL STATUS SAYS SCHEDULED WHILE IT IS HELD. THE  *
      *  START-OF-DAY RELEASE (TRANSID AIBS, WavineHoldRel) REBUILDS   *
      *  THE AI-REQUEST-AREA FROM THIS RECORD FOR EVERY CHAIN WHOSE    *
      *  DATE HAS COME, TURNS ITS STATUS PENDING, PUTS IT ON AIBH/AIBL *
      *  AND DELETES THE RECORD. A CANCELTXN DELETES IT TOO.           *
      *  WavineSchedRpt LISTS THE FILE FOR THE DAYS AHEAD.             *
      ******************************************************************
       01  HELD-CHAIN-RECORD.
           05  HOLD-CORREL-ID        PIC X(16).
      *    YYYY-MM-DD, FROM AI-UPDATE-EFFECTIVE-DATE.
           05  HOLD-EFFECTIVE-DATE   PIC X(10).
           05  HOLD-CALLER-ID        PIC X(8).
           05  HOLD-PRIORITY         PIC X(1).
           05  HOLD-TRACE-ID         PIC X(32).
           05  HOLD-ENCRYPTION-FLAG  PIC X(1).
      *    THE ARRIVAL-TIME AI-TIMESTAMP OF THE ORIGINAL REQUEST.
           05  HOLD-REQUEST-TIMESTAMP PIC X(26).
      *    THE AIUPDSEQ ITEM TABLE AS IT ARRIVED - KEEP IN STEP WITH
      *    AI-UPDATE-ITEM-COUNT AND AI-UPDATE-ITEM.
           05  HOLD-CHAIN-TABLE.
               10  HOLD-ITEM-COUNT       PIC 9(4) COMP.
               10  HOLD-ITEM OCCURS 140 TIMES.
                   15  HOLD-ITEM-KEY         PIC X(16).
                   15  HOLD-ITEM-PAYLOAD     PIC X(200).
                   15  HOLD-ITEM-RESULT      PIC S9(8) COMP.
