      ******************************************************************
      *  GLMVREC - GENERAL-LEDGER BALANCE MOVEMENT RECORD (DD GLEXT,   *
      *  SEQUENTIAL), WRITTEN BY WavineChgExtr ALONGSIDE THE BRANCH    *
      *  CHANGE EXTRACT AND COVERING THE SAME JOURNAL WINDOW. A HEADER *
      *  ('H', SAME DATE AND SEQUENCE NUMBER AS THE BRANCH EXTRACT),   *
      *  THEN ONE DETAIL ('D') PER BRANCH CODE WHOSE BALANCES MOVED,   *
      *  IN BRANCH ORDER, THEN A TRAILER ('T') WHOSE AMOUNT FIELDS ARE *
      *  THE DETAIL FIELDS TOTALLED OVER EVERY BRANCH.                 *
      *                                                                *
      *  A MOVEMENT IS ONE ACCOUNT'S NET CHANGE OVER THE WINDOW - ITS  *
      *  LAST AFTER-IMAGE BALANCE LESS ITS FIRST BEFORE-IMAGE BALANCE, *
      *  A SIDE THAT DID NOT EXIST OR IS NOT NUMERIC COUNTING AS ZERO. *
      ******************************************************************
       01  GL-MOVEMENT-RECORD.
           05  GLMV-RECORD-TYPE          PIC X(1).
               88  GLMV-HEADER               VALUE 'H'.
               88  GLMV-DETAIL               VALUE 'D'.
               88  GLMV-TRAILER              VALUE 'T'.
           05  GLMV-BRANCH-CODE          PIC X(4).
      *    ACCOUNTS WHOSE CURRENT OR AVAILABLE BALANCE MOVED.
           05  GLMV-ACCOUNT-COUNT        PIC 9(9).
      *    CURRENT-BALANCE MOVEMENT SPLIT INTO THE SUM OF THE
      *    INCREASES AND THE SUM OF THE DECREASES (AS A POSITIVE
      *    AMOUNT), THEN THE NET OF BOTH BALANCES.
           05  GLMV-CURRENT-INCREASE     PIC S9(15)V99.
           05  GLMV-CURRENT-DECREASE     PIC S9(15)V99.
           05  GLMV-CURRENT-NET          PIC S9(15)V99.
           05  GLMV-AVAIL-NET            PIC S9(15)V99.
           05  FILLER                    PIC X(18).
       01  GL-MOVEMENT-HEADER REDEFINES GL-MOVEMENT-RECORD.
           05  FILLER                    PIC X(1).
      *    YYYY-MM-DD, AND THE X(26) JRNL-TIMESTAMP SHAPE.
           05  GLMV-BUSINESS-DATE        PIC X(10).
           05  GLMV-SEQUENCE-NUMBER      PIC 9(6).
           05  GLMV-FROM-TIMESTAMP       PIC X(26).
           05  GLMV-TO-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(31).
       01  GL-MOVEMENT-TRAILER REDEFINES GL-MOVEMENT-RECORD.
           05  FILLER                    PIC X(1).
      *    DETAIL RECORDS WRITTEN, IN PLACE OF THE BRANCH CODE.
           05  GLMV-TRL-BRANCH-COUNT     PIC 9(4).
           05  FILLER                    PIC X(95).
