      ******************************************************************
      *  DNOTREC - CUSTOMER-NOTICE EXTRACT RECORD (DD DORMNOTE,        *
      *  SEQUENTIAL), WRITTEN BY WavineDormSweep FOR EVERY ACCOUNT THE *
      *  NIGHTLY DORMANCY SWEEP MOVES FROM ACTIVE TO DORMANT. THE      *
      *  CUSTOMER-CORRESPONDENCE SYSTEM PICKS THE FILE UP AND SENDS    *
      *  THE DORMANCY LETTER; COMPLIANCE KEEPS THE GENERATIONS AS THE  *
      *  RECORD OF WHEN EACH ACCOUNT WENT DORMANT. DNOT-KEY AND THE    *
      *  BALANCE/DATE FIELDS MIRROR ACCTREC AS THEY STOOD AFTER THE    *
      *  STATUS CHANGE.                                                *
      ******************************************************************
       01  DORMANCY-NOTICE-RECORD.
           05  DNOT-KEY.
               10  DNOT-BRANCH-CODE      PIC X(4).
               10  DNOT-ACCOUNT-NUMBER   PIC X(12).
           05  DNOT-TYPE-CODE            PIC X(2).
           05  DNOT-CURRENT-BALANCE      PIC S9(11)V99.
           05  DNOT-AVAIL-BALANCE        PIC S9(11)V99.
      *    YYYY-MM-DD - THE ACCOUNT'S LAST ACTIVITY AND THE BUSINESS
      *    DATE THE SWEEP MARKED IT DORMANT.
           05  DNOT-LAST-ACTIVITY        PIC X(10).
           05  DNOT-DORMANT-DATE         PIC X(10).
      *    DAYS WITHOUT ACTIVITY AT THE SWEEP, AND THE THRESHOLD FOR
      *    THE ACCOUNT TYPE THAT IT CROSSED.
           05  DNOT-IDLE-DAYS            PIC 9(5).
           05  DNOT-THRESHOLD-DAYS       PIC 9(5).
           05  FILLER                    PIC X(21).
