      ******************************************************************
      *  CTOTREC - ACCTFILE CONTROL-TOTAL RECORD. WavineBalProof       *
      *  WRITES ONE GENERATION OF THE CONTROL-TOTAL DATASET PER        *
      *  NIGHTLY RUN (DD CTLTOTAL) AND PROVES THE NEXT NIGHT'S MASTER  *
      *  AGAINST IT (DD CTLPREV, THE PREVIOUS GENERATION).             *
      *                                                                *
      *  THE FIRST RECORD IS A HEADER CARRYING THE BUSINESS DATE AND   *
      *  THE TIME THE TOTALS WERE TAKEN - THE NEXT RUN COUNTS ONLINE   *
      *  (JRNLFILE) AND BRANCH-FEED (LOADMOVE) MOVEMENT STAMPED AFTER  *
      *  THAT TIME. ONE DETAIL RECORD FOLLOWS PER ACCT-BRANCH-CODE AND *
      *  ACCT-TYPE-CODE, IN THAT ORDER, WITH THE ACCOUNT COUNT AND     *
      *  BOTH BALANCE TOTALS. A BALANCE THAT IS NOT NUMERIC ON THE     *
      *  MASTER COUNTS AS ZERO HERE AND IN THE MOVEMENT.               *
      ******************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CTOT-RECORD-TYPE          PIC X(1).
               88  CTOT-HEADER               VALUE 'H'.
               88  CTOT-DETAIL               VALUE 'D'.
           05  CTOT-BRANCH-CODE          PIC X(4).
           05  CTOT-TYPE-CODE            PIC X(2).
           05  CTOT-ACCOUNT-COUNT        PIC 9(9).
           05  CTOT-CURRENT-TOTAL        PIC S9(15)V99.
           05  CTOT-AVAIL-TOTAL          PIC S9(15)V99.
           05  FILLER                    PIC X(30).
       01  CONTROL-TOTAL-HEADER REDEFINES CONTROL-TOTAL-RECORD.
           05  FILLER                    PIC X(1).
      *    YYYY-MM-DD, AND THE X(26) JRNL-TIMESTAMP SHAPE.
           05  CTOT-BUSINESS-DATE        PIC X(10).
           05  CTOT-TAKEN-TIMESTAMP      PIC X(26).
           05  FILLER                    PIC X(43).
