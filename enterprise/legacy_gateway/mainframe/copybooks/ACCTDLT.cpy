      *  MASTER DBSVC01 SERVES ACTUALLY MATCHES WHAT THE BRANCHES      *
      *  SENT, INSTEAD OF BEING HAND-PATCHED WITH IDCAMS. DELT-KEY     *
      *  AND DELT-DATA MIRROR ACCT-KEY/ACCT-DATA (SEE ACCTREC) SO ONE  *
      *  MOVE FILLS THE MASTER RECORD. WavineChgExtr SENDS THE ONLINE  *
      *  CHANGES BACK TO THE BRANCHES IN THE SAME LAYOUT (DD BRCHEXT), *
      *  BETWEEN A HEADER AND TRAILER (SEE CHGXREC).                   *
      *  THE MONTH-END FULL SNAPSHOT (DD ACCTSNAP, SEE SNAPREC) USES   *
      *  IT TOO, AND WavineSnapRecon WRITES ITS CORRECTIVE DELTAS      *
      *  (DD SNAPDELT) IN IT FOR THE LOAD TO APPLY.                    *
      ******************************************************************
       01  ACCOUNT-DELTA-RECORD.
      *    'A' = ADD A NEW ACCOUNT, 'C' = CHANGE AN EXISTING ONE,
