      ******************************************************************
      *  SUSPREC - HELD DELTA ON THE ACCTSUSP SUSPENSE DATASET         *
      *  (SEQUENTIAL), WRITTEN BY WavineAcctLoad FOR EVERY CHANGE OR   *
      *  CLOSE ON THE BRANCH FEED WHOSE ACCOUNT JRNLFILE SHOWS WAS     *
      *  CHANGED ONLINE SINCE THE PREVIOUS FEED RAN. THE DELTA IS NOT  *
      *  APPLIED - THE BRANCH BUILT IT BEFORE THE ONLINE CHANGE, SO    *
      *  APPLYING IT WOULD SILENTLY WIPE THAT CHANGE OUT. THE RECORD   *
      *  CARRIES THE DELTA AS RECEIVED AND THE ACCT-DATA THE MASTER    *
      *  HELD AT LOAD TIME SIDE BY SIDE, PLUS THE LAST ONLINE CHANGE   *
      *  BEHIND THE CONFLICT, SO OPERATIONS CAN DECIDE WHICH VERSION   *
      *  WINS AND FEED THE SURVIVOR BACK IN ON A LATER ACCTDELT.       *
      *  SUSP-DELTA-IMAGE IS A BYTE COPY OF ACCOUNT-DELTA-RECORD -     *
      *  KEEP ITS LENGTH IN STEP WITH ACCTDLT.                         *
      ******************************************************************
       01  SUSPENSE-RECORD.
      *    'OC' = CHANGE HELD, 'OX' = CLOSE HELD - BOTH BECAUSE OF AN
      *    ONLINE CHANGE SINCE THE PREVIOUS FEED.
           05  SUSP-REASON-CODE          PIC X(2).
           05  SUSP-DELTA-IMAGE          PIC X(167).
           05  SUSP-MASTER-DATA          PIC X(150).
      *    THE MOST RECENT JRNLFILE RECORD FOR THE KEY, AND HOW MANY
      *    ONLINE CHANGES THE KEY HAD SINCE THE PREVIOUS FEED.
           05  SUSP-LAST-CORREL-ID       PIC X(16).
           05  SUSP-LAST-CALLER-ID       PIC X(8).
           05  SUSP-LAST-TIMESTAMP       PIC X(26).
           05  SUSP-ONLINE-CHANGES       PIC 9(4).
