      ******************************************************************
      *  LMOVREC - BRANCH-FEED MOVEMENT RECORD (DD LOADMOVE,           *
      *  SEQUENTIAL). WavineAcctLoad WRITES ONE FOR EVERY ADD, CHANGE  *
      *  OR CLOSE IT ACTUALLY APPLIES TO ACCTFILE, WITH THE ACCT-DATA  *
      *  BEFORE- AND AFTER-IMAGE, SO WavineBalProof CAN ACCOUNT FOR    *
      *  THE FEED'S NET BALANCE MOVEMENT THE SAME WAY IT ACCOUNTS FOR  *
      *  THE JRNLFILE IMAGES OF ONLINE CHANGES. THE LOAD DOES NOT      *
      *  JOURNAL ON JRNLFILE - THAT FILE IS THE ONLINE CHANGE RECORD   *
      *  THE LOAD CHECKS ITS CONFLICTS AGAINST.                        *
      ******************************************************************
       01  LOAD-MOVEMENT-RECORD.
      *    START TIME OF THE LOAD RUN THAT APPLIED THE DELTA, SAME
      *    X(26) SHAPE AS JRNL-TIMESTAMP.
           05  LMOV-RUN-TIMESTAMP        PIC X(26).
      *    THE DELTA'S ACTION CODE - 'A', 'C' OR 'X' (SEE ACCTDLT).
           05  LMOV-ACTION-CODE          PIC X(1).
           05  LMOV-KEY.
               10  LMOV-BRANCH-CODE      PIC X(4).
               10  LMOV-ACCOUNT-NUMBER   PIC X(12).
      *    SPACES FOR THE SIDE WHERE THE ACCOUNT DID NOT EXIST - THE
      *    BEFORE-IMAGE OF AN ADD, THE AFTER-IMAGE OF A CLOSE.
           05  LMOV-BEFORE-IMAGE         PIC X(150).
           05  LMOV-AFTER-IMAGE          PIC X(150).
