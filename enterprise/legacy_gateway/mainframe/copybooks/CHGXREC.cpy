      ******************************************************************
      *  CHGXREC - HEADER AND TRAILER OF THE NIGHTLY OUTBOUND CHANGE   *
      *  EXTRACT TO THE BRANCH SYSTEMS (DD BRCHEXT, WavineChgExtr).    *
      *  THE EXTRACT IS IN THE ACCTDELT LAYOUT THE BRANCHES ALREADY    *
      *  SEND US (SEE ACCTDLT) - ONE 'A', 'C' OR 'X' DELTA PER ACCOUNT *
      *  CHANGED ON JRNLFILE SINCE THE PREVIOUS EXTRACT - BETWEEN A    *
      *  HEADER ('H') AND A TRAILER ('T') THAT REDEFINE THE DELTA      *
      *  RECORD. COPY AFTER ACCTDLT.                                   *
      *                                                                *
      *  THE SEQUENCE NUMBER GOES UP BY ONE FOR EACH NEW BUSINESS DATE *
      *  AND IS KEPT ON THE EXTRACT CONTROL RECORD (DD EXTCTL); A      *
      *  RERUN FOR THE SAME DATE REPEATS IT, AND THE SAME FILE, SO THE *
      *  BRANCHES CAN DISCARD A SECOND COPY. THE PREVIOUS EXTRACT'S    *
      *  BUSINESS DATE RIDES THE HEADER SO A SKIPPED DAY SHOWS ON      *
      *  THEIR SIDE TOO.                                               *
      ******************************************************************
       01  CHANGE-EXTRACT-HEADER REDEFINES ACCOUNT-DELTA-RECORD.
           05  CHGX-RECORD-TYPE          PIC X(1).
               88  CHGX-HEADER               VALUE 'H'.
               88  CHGX-TRAILER              VALUE 'T'.
      *    YYYY-MM-DD.
           05  CHGX-HDR-BUSINESS-DATE    PIC X(10).
           05  CHGX-HDR-SEQUENCE-NUMBER  PIC 9(6).
           05  CHGX-HDR-PREVIOUS-DATE    PIC X(10).
      *    THE JOURNAL WINDOW EXTRACTED - CHANGES STAMPED AFTER THE
      *    FROM TIME AND NO LATER THAN THE TO TIME, SAME X(26) SHAPE
      *    AS JRNL-TIMESTAMP.
           05  CHGX-HDR-FROM-TIMESTAMP   PIC X(26).
           05  CHGX-HDR-TO-TIMESTAMP     PIC X(26).
           05  FILLER                    PIC X(88).
       01  CHANGE-EXTRACT-TRAILER REDEFINES ACCOUNT-DELTA-RECORD.
           05  FILLER                    PIC X(1).
           05  CHGX-TRL-BUSINESS-DATE    PIC X(10).
           05  CHGX-TRL-SEQUENCE-NUMBER  PIC 9(6).
      *    EVERY RECORD ON THE FILE, HEADER AND TRAILER INCLUDED, AND
      *    THE DELTAS BY ACTION CODE.
           05  CHGX-TRL-RECORD-COUNT     PIC 9(9).
           05  CHGX-TRL-DETAIL-COUNT     PIC 9(9).
           05  CHGX-TRL-ADD-COUNT        PIC 9(9).
           05  CHGX-TRL-CHANGE-COUNT     PIC 9(9).
           05  CHGX-TRL-CLOSE-COUNT      PIC 9(9).
      *    HASH TOTALS - THE SUM OF ACCT-CURRENT-BALANCE AND OF
      *    ACCT-AVAIL-BALANCE OVER EVERY DELTA'S DELT-DATA AS WRITTEN,
      *    A BALANCE THAT IS NOT NUMERIC COUNTING AS ZERO.
           05  CHGX-TRL-CURRENT-HASH     PIC S9(15)V99.
           05  CHGX-TRL-AVAIL-HASH       PIC S9(15)V99.
           05  FILLER                    PIC X(71).
