      ******************************************************************
      *  REVSREC - CHAIN REVERSAL REGISTER FOR THE REVFILE VSAM KSDS,  *
      *  KEYED BY REV-ORIG-CORREL-ID (THE CHAIN BEING REVERSED).       *
      *  WavineCICS WRITES THE RECORD WHEN A REVERSTXN IS ACCEPTED,    *
      *  CLAIMING THE ORIGINAL CHAIN FOR THAT REVERSAL'S CORREL-ID -   *
      *  A SECOND REVERSAL OF THE SAME CHAIN FINDS THE CLAIM AND IS    *
      *  REFUSED AI-RESP-ALREADY-REVERSED. THE CLAIM IS ONLY GIVEN UP  *
      *  WHEN THE CLAIMING REVERSAL WAS CANCELLED. AIB1 REWRITES THE   *
      *  RECORD WITH THE REVERSAL'S FINAL STATUS AND COUNTS, SO THIS   *
      *  IS THE LINK BETWEEN A CHAIN AND THE CHAIN THAT REVERSED IT.   *
      ******************************************************************
       01  REVERSAL-RECORD.
           05  REV-ORIG-CORREL-ID    PIC X(16).
           05  REV-REVERSAL-CORREL-ID PIC X(16).
           05  REV-CALLER-ID         PIC X(8).
      *    AI-RESP-PENDING WHILE THE REVERSAL IS QUEUED OR RUNNING,
      *    THEN THE FINAL STATUS AIB1 WROTE TO ASTATFIL FOR IT.
           05  REV-STATUS-CODE       PIC S9(8) COMP.
      *    ITEMS IN THE ORIGINAL CHAIN'S JOURNAL, ITEMS RESTORED TO
      *    THEIR BEFORE-IMAGE, AND ITEMS LEFT ALONE AS CONFLICTS.
      *    THE COUNTS ARE ONLY FILLED IN WHEN THE REVERSAL RUNS TO
      *    THE END (SUCCESS OR PARTIAL).
           05  REV-ITEM-COUNT        PIC 9(4) COMP.
           05  REV-RESTORED-COUNT    PIC 9(4) COMP.
           05  REV-CONFLICT-COUNT    PIC 9(4) COMP.
           05  REV-CLAIM-TIMESTAMP   PIC X(26).
           05  REV-FINAL-TIMESTAMP   PIC X(26).
