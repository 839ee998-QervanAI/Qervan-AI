      *  WALL-CLOCK TIME OF THE APPLY - SO "WHO CHANGED ACCOUNT X ON   *
      *  THE 14TH AND WHAT WAS THE OLD VALUE" HAS AN ANSWER BEYOND     *
      *  THE REQUEST-LEVEL AUDTFILE TRAIL, AND A CHAIN THAT APPLIED    *
      *  BAD DATA CAN BE BACKED OUT FROM THE BEFORE-IMAGES BY A        *
      *  REVERSTXN, WHICH JOURNALS EACH ITEM IT RESTORES UNDER ITS     *
      *  OWN CORREL-ID (REVSREC LINKS THE TWO CHAINS).                 *
      *  WavineJrnlRpt PRINTS EVERY CHANGE EVER APPLIED TO A GIVEN     *
      *  ACCT-KEY IN TIME ORDER.                                       *
      *  'JRNLPATH' IS THE NON-UNIQUE ALTERNATE-INDEX PATH OVER        *
      *  JRNL-UPDATE-KEY, IN THE BASE CLUSTER'S UPGRADE SET SO EVERY   *
      *  WRITE AND REWRITE OF JRNLFILE KEEPS IT CURRENT. THE NUZH      *
      *  ACCOUNT INQUIRY SCREEN (WavineAcctInq) BROWSES IT TO SHOW ONE *
      *  ACCOUNT'S CHANGES WITHOUT READING ANY OTHER ACCOUNT'S.        *
      *                                                                *
      *  AN ITEM RE-APPLIED BY A RESUMED CHAIN (THE ITEMS BETWEEN THE  *
      *  LAST COMMITTED CHECKPOINT AND THE FAILURE RUN AGAIN) REWRITES *
