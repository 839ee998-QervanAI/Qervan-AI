      ******************************************************************
      *  SNAPREC - HEADER AND TRAILER OF THE MONTH-END FULL ACCOUNT    *
      *  SNAPSHOT FROM THE BRANCH SYSTEMS (DD ACCTSNAP, READ BY        *
      *  WavineSnapRecon). THE SNAPSHOT IS IN THE ACCTDELT LAYOUT THE  *
      *  BRANCHES ALREADY SEND US (SEE ACCTDLT): ONE SECTION PER       *
      *  BRANCH, A HEADER ('H'), ONE DETAIL PER ACCOUNT ON THE BRANCH  *
      *  BOOKS (ACTION CODE 'S', DELT-DATA THE BRANCH'S ACCT-DATA      *
      *  IMAGE) AND A TRAILER ('T') THAT PROVES THE SECTION ARRIVED    *
      *  WHOLE. HEADER AND TRAILER REDEFINE THE DELTA RECORD. COPY     *
      *  AFTER ACCTDLT.                                                *
      ******************************************************************
       01  ACCOUNT-SNAPSHOT-HEADER REDEFINES ACCOUNT-DELTA-RECORD.
           05  SNAP-RECORD-TYPE          PIC X(1).
               88  SNAP-HEADER               VALUE 'H'.
               88  SNAP-DETAIL               VALUE 'S'.
               88  SNAP-TRAILER              VALUE 'T'.
           05  SNAP-HDR-BRANCH-CODE      PIC X(4).
      *    YYYY-MM-DD - THE MONTH-END DATE THE SNAPSHOT WAS TAKEN AT.
           05  SNAP-HDR-SNAPSHOT-DATE    PIC X(10).
           05  FILLER                    PIC X(152).
       01  ACCOUNT-SNAPSHOT-TRAILER REDEFINES ACCOUNT-DELTA-RECORD.
           05  FILLER                    PIC X(1).
           05  SNAP-TRL-BRANCH-CODE      PIC X(4).
           05  SNAP-TRL-SNAPSHOT-DATE    PIC X(10).
      *    THE SECTION'S DETAIL COUNT AND THE SUM OF ACCT-CURRENT-
      *    BALANCE OVER ITS DETAILS' DELT-DATA, A BALANCE THAT IS NOT
      *    NUMERIC COUNTING AS ZERO.
           05  SNAP-TRL-DETAIL-COUNT     PIC 9(9).
           05  SNAP-TRL-CURRENT-HASH     PIC S9(15)V99.
           05  FILLER                    PIC X(126).
