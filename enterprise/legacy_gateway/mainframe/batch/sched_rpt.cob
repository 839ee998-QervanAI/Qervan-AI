       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineSchedRpt.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 12/13/2024.

      ******************************************************************
      *  SEVEN-DAY SCHEDULE OF FUTURE-DATED UPDATETXN CHAINS HELD ON   *
      *  HOLDFILE (SEE HOLDREC). WavineCICS PARKS A CHAIN THERE WHEN   *
      *  ITS EFFECTIVE DATE IS AFTER TODAY, AND THE START-OF-DAY AIBS  *
      *  RELEASE (WavineHoldRel) QUEUES IT WHEN THE DATE COMES. THIS   *
      *  REPORT SHOWS OPERATIONS WHAT IS ABOUT TO HIT THE MASTER: EACH *
      *  CHAIN DUE FROM THE BUSINESS DATE THROUGH SEVEN DAYS AFTER IT, *
      *  BY EFFECTIVE DATE, WITH ITS CALLER, PRIORITY, ITEM COUNT,     *
      *  ARRIVAL TIME AND THE ACCOUNT KEYS IT WILL CHANGE.             *
      *                                                                *
      *  THE BUSINESS DATE (YYYY-MM-DD) COMES ON SYSIN. A CHAIN STILL  *
      *  HELD WITH A DATE ON OR BEFORE THE BUSINESS DATE SHOULD        *
      *  ALREADY HAVE BEEN RELEASED; IT IS LISTED UNDER ITS DATE AS    *
      *  DUE AND NOT YET RELEASED, AND THE JOB ENDS WITH RC 4 SO THE   *
      *  SCHEDULER FLAGS IT (AS IT DOES FOR A HELD RECORD WITH AN      *
      *  UNREADABLE DATE). CHAINS DATED BEYOND THE SEVEN DAYS ARE ONLY *
      *  COUNTED.                                                      *
      *                                                                *
      *  HOLDFILE IS KEYED BY CORREL-ID, SO THE CHAINS ARE PULLED      *
      *  THROUGH AN INTERNAL SORT ON EFFECTIVE DATE AND CORREL-ID.     *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  12/13/2024  INITIAL VERSION.                                  *
      *  01/24/2025  A FAILED HOLDFILE READ NOW ABENDS THE JOB INSTEAD *
      *              OF LOOPING ON THE SAME BAD STATUS.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-FILE-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO SCHEDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * HOLDFILE IS READ INTO THE HOLDREC LAYOUT IN WORKING-STORAGE,   *
      * WHICH THE SORT OUTPUT ALSO FILLS AFTER THE FILE IS CLOSED.     *
      * KEEP THE FILLER LENGTH IN STEP WITH HOLDREC.                   *
      ******************************************************************
       FD  HOLD-FILE.
       01  HOLD-FILE-RECORD.
           05  HOLD-FILE-KEY             PIC X(16).
           05  FILLER                    PIC X(30880).

      ******************************************************************
      * SORT RECORD - A BYTE COPY OF THE HELD RECORD WITH THE          *
      * EFFECTIVE DATE AND CORREL-ID IN FRONT AS THE SORT KEY.         *
      ******************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-EFFECTIVE-DATE       PIC X(10).
           05  SORT-CORREL-ID            PIC X(16).
           05  SORT-HELD-IMAGE           PIC X(30896).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY HOLDREC.

       01  WS-HOLD-STATUS                PIC X(2).
           88  WS-HOLD-EOF                VALUE '10'.
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-SORT-EOF-SWITCH            PIC X(4) VALUE 'NO'.
           88  WS-SORT-EOF               VALUE 'YES'.

      ******************************************************************
      * THE BUSINESS DATE FROM SYSIN AND THE LENGTH OF THE WINDOW.     *
      ******************************************************************
       01  WS-BUSINESS-DATE              PIC X(10).
       01  WS-TODAY-DAY-NUMBER           PIC 9(9) COMP.
       01  WS-WINDOW-DAYS                PIC 9(4) COMP VALUE 7.
       01  WS-DAYS-AHEAD                 PIC S9(9) COMP.

      ******************************************************************
      * DATE-TO-DAY-NUMBER WORK AREA (SAME ARITHMETIC AS THE DORMANCY  *
      * SWEEP) - MARCH-BASED YEAR, SO THE LEAP DAY FALLS AT THE END.   *
      ******************************************************************
       01  WS-DATE-WORK                  PIC X(10).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY                PIC 9(4).
           05  WS-DW-SEP1                PIC X(1).
           05  WS-DW-MM                  PIC 9(2).
           05  WS-DW-SEP2                PIC X(1).
           05  WS-DW-DD                  PIC 9(2).
       01  WS-DATE-VALID-SWITCH          PIC X(4) VALUE 'NO'.
           88  WS-DATE-VALID             VALUE 'YES'.
       01  WS-DAY-NUMBER                 PIC 9(9) COMP.
       01  WS-DN-YEAR                    PIC 9(9) COMP.
       01  WS-DN-MONTH                   PIC 9(9) COMP.
       01  WS-DN-WORK                    PIC 9(9) COMP.
       01  WS-DN-MONTH-DAYS              PIC 9(9) COMP.
       01  WS-DN-QUAD                    PIC 9(9) COMP.
       01  WS-DN-CENT                    PIC 9(9) COMP.
       01  WS-DN-QUAD-CENT               PIC 9(9) COMP.

      ******************************************************************
      * EFFECTIVE-DATE CONTROL BREAK AND THE ACCOUNT-KEY LINE - FOUR   *
      * KEYS TO A LINE UNDER EACH CHAIN.                               *
      ******************************************************************
       01  WS-CURRENT-DATE               PIC X(10) VALUE SPACES.
       01  WS-DAY-CHAINS                 PIC 9(9).
       01  WS-DAY-ITEMS                  PIC 9(9).
       01  WS-ITEM-LIMIT                 PIC 9(4) COMP.
       01  WS-ITEM-INDEX                 PIC 9(4) COMP.
       01  WS-KEY-SLOT-USED              PIC 9(4) COMP.
       01  WS-KEY-LINE.
           05  FILLER                    PIC X(8) VALUE SPACES.
           05  WS-KEY-SLOT OCCURS 4 TIMES.
               10  WS-KEY-SLOT-KEY       PIC X(16).
               10  FILLER                PIC X(2).

       01  WS-TOTAL-COUNTERS.
           05  WS-TOTAL-READ              PIC 9(9) VALUE 0.
           05  WS-TOTAL-CHAINS            PIC 9(9) VALUE 0.
           05  WS-TOTAL-ITEMS             PIC 9(9) VALUE 0.
           05  WS-TOTAL-OVERDUE           PIC 9(9) VALUE 0.
           05  WS-TOTAL-BEYOND            PIC 9(9) VALUE 0.
           05  WS-TOTAL-BAD-DATE          PIC 9(9) VALUE 0.

       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ITEMS-EDIT                 PIC ZZ9.
       01  WS-DAYS-EDIT                  PIC 9.
       01  WS-ABEND-REASON               PIC X(60).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           ACCEPT WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           IF NOT WS-DATE-VALID
               MOVE 'NO VALID BUSINESS DATE (YYYY-MM-DD) ON SYSIN'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'CANNOT OPEN SCHEDRPT, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'SCHEDULED UPDATETXN CHAINS - NEXT SEVEN DAYS'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-EFFECTIVE-DATE
                                SORT-CORREL-ID
               INPUT PROCEDURE IS 100-SELECT-HELD-CHAINS
               OUTPUT PROCEDURE IS 200-PRINT-SCHEDULE

           IF WS-CURRENT-DATE NOT = SPACES
               PERFORM 260-WRITE-DAY-TOTALS
           END-IF.

           PERFORM 300-WRITE-SUMMARY

           CLOSE REPORT-FILE

           IF WS-TOTAL-OVERDUE > ZERO OR WS-TOTAL-BAD-DATE > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * SORT INPUT - READ THE WHOLE HOLD FILE AND RELEASE EVERY CHAIN  *
      * DATED NO LATER THAN SEVEN DAYS AFTER THE BUSINESS DATE. A HELD *
      * RECORD WHOSE DATE WILL NOT PARSE IS LISTED HERE, AHEAD OF THE  *
      * SCHEDULE - THE RELEASE WILL NEVER FIND IT DUE.                 *
      ******************************************************************
       100-SELECT-HELD-CHAINS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               STRING 'CANNOT OPEN HOLDFILE, STATUS=' WS-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 110-READ-NEXT-HELD-CHAIN UNTIL WS-HOLD-EOF

           CLOSE HOLD-FILE.

       110-READ-NEXT-HELD-CHAIN.
           READ HOLD-FILE NEXT RECORD INTO HELD-CHAIN-RECORD
               AT END
                   MOVE '10' TO WS-HOLD-STATUS
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM 120-CLASSIFY-HELD-CHAIN
           END-READ.

           IF WS-HOLD-STATUS NOT = '00' AND WS-HOLD-STATUS NOT = '10'
               STRING 'HOLDFILE READ FAILED, STATUS=' WS-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

       120-CLASSIFY-HELD-CHAIN.
           MOVE HOLD-EFFECTIVE-DATE TO WS-DATE-WORK.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           IF NOT WS-DATE-VALID
               ADD 1 TO WS-TOTAL-BAD-DATE
               MOVE SPACES TO REPORT-LINE
               STRING 'HELD CHAIN ' HOLD-CORREL-ID
                   ' HAS AN UNREADABLE EFFECTIVE DATE: '
                   HOLD-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           ELSE
               COMPUTE WS-DAYS-AHEAD =
                   WS-DAY-NUMBER - WS-TODAY-DAY-NUMBER
               IF WS-DAYS-AHEAD > WS-WINDOW-DAYS
                   ADD 1 TO WS-TOTAL-BEYOND
               ELSE
                   MOVE HOLD-EFFECTIVE-DATE TO SORT-EFFECTIVE-DATE
                   MOVE HOLD-CORREL-ID      TO SORT-CORREL-ID
                   MOVE HELD-CHAIN-RECORD   TO SORT-HELD-IMAGE
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * SORT OUTPUT - PRINT EACH CHAIN IN EFFECTIVE-DATE ORDER, WITH A *
      * HEADING AND SUBTOTAL FOR EACH DATE.                            *
      ******************************************************************
       200-PRINT-SCHEDULE.
           MOVE 'NO' TO WS-SORT-EOF-SWITCH.
           PERFORM 210-RETURN-NEXT-CHAIN UNTIL WS-SORT-EOF.

       210-RETURN-NEXT-CHAIN.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   MOVE SORT-HELD-IMAGE TO HELD-CHAIN-RECORD
                   IF HOLD-EFFECTIVE-DATE NOT = WS-CURRENT-DATE
                       IF WS-CURRENT-DATE NOT = SPACES
                           PERFORM 260-WRITE-DAY-TOTALS
                       END-IF
                       PERFORM 220-START-NEW-DAY
                   END-IF
                   PERFORM 230-PRINT-ONE-CHAIN
           END-RETURN.

      ******************************************************************
      * HEADING FOR ONE EFFECTIVE DATE. A DATE ON OR BEFORE THE        *
      * BUSINESS DATE IS ONE THE RELEASE SHOULD ALREADY HAVE QUEUED.   *
      ******************************************************************
       220-START-NEW-DAY.
           MOVE HOLD-EFFECTIVE-DATE TO WS-CURRENT-DATE.
           MOVE ZERO TO WS-DAY-CHAINS
                        WS-DAY-ITEMS.

           MOVE HOLD-EFFECTIVE-DATE TO WS-DATE-WORK.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-AHEAD = WS-DAY-NUMBER - WS-TODAY-DAY-NUMBER.

           MOVE SPACES TO REPORT-LINE
           IF WS-DAYS-AHEAD > ZERO
               MOVE WS-DAYS-AHEAD TO WS-DAYS-EDIT
               STRING 'EFFECTIVE ' HOLD-EFFECTIVE-DATE
                   '  (BUSINESS DATE + ' WS-DAYS-EDIT ')'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'EFFECTIVE ' HOLD-EFFECTIVE-DATE
                   '  *** DUE - NOT YET RELEASED ***'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE '  CORREL-ID        CALLER   PRI ITEMS  SUBMITTED'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * ONE CHAIN - ITS DETAIL LINE, THEN ITS ACCOUNT KEYS             *
      ******************************************************************
       230-PRINT-ONE-CHAIN.
           MOVE HOLD-ITEM-COUNT TO WS-ITEM-LIMIT.
           IF WS-ITEM-LIMIT > 140
               MOVE 140 TO WS-ITEM-LIMIT
           END-IF.

           ADD 1 TO WS-DAY-CHAINS
                    WS-TOTAL-CHAINS.
           ADD WS-ITEM-LIMIT TO WS-DAY-ITEMS
                                WS-TOTAL-ITEMS.
           IF WS-DAYS-AHEAD NOT > ZERO
               ADD 1 TO WS-TOTAL-OVERDUE
           END-IF.

           MOVE WS-ITEM-LIMIT TO WS-ITEMS-EDIT.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' HOLD-CORREL-ID
               ' ' HOLD-CALLER-ID
               '  ' HOLD-PRIORITY
               '   ' WS-ITEMS-EDIT
               '  ' HOLD-REQUEST-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-KEY-SLOT-USED.
           PERFORM 240-LIST-ONE-KEY
                   VARYING WS-ITEM-INDEX FROM 1 BY 1
                   UNTIL WS-ITEM-INDEX > WS-ITEM-LIMIT.
           IF WS-KEY-SLOT-USED > ZERO
               PERFORM 250-WRITE-KEY-LINE
           END-IF.

       240-LIST-ONE-KEY.
           IF WS-KEY-SLOT-USED = ZERO
               MOVE SPACES TO WS-KEY-LINE
           END-IF.
           ADD 1 TO WS-KEY-SLOT-USED.
           MOVE HOLD-ITEM-KEY(WS-ITEM-INDEX)
               TO WS-KEY-SLOT-KEY(WS-KEY-SLOT-USED).
           IF WS-KEY-SLOT-USED = 4
               PERFORM 250-WRITE-KEY-LINE
           END-IF.

       250-WRITE-KEY-LINE.
           MOVE WS-KEY-LINE TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-KEY-SLOT-USED.

      ******************************************************************
      * ONE EFFECTIVE DATE'S SUBTOTAL                                  *
      ******************************************************************
       260-WRITE-DAY-TOTALS.
           MOVE WS-DAY-CHAINS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    CHAINS FOR ' WS-CURRENT-DATE ': ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-DAY-ITEMS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    ITEMS FOR ' WS-CURRENT-DATE ':  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * SUMMARY COUNTS                                                 *
      ******************************************************************
       300-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-READ TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD CHAINS ON FILE:              ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-CHAINS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CHAINS DUE WITHIN SEVEN DAYS:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-ITEMS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ITEMS IN THOSE CHAINS:            ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'OF WHICH DUE BUT NOT RELEASED:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-BEYOND TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CHAINS DATED BEYOND SEVEN DAYS:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-BAD-DATE TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CHAINS WITH AN UNREADABLE DATE:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * TURN THE YYYY-MM-DD DATE IN WS-DATE-WORK INTO A DAY NUMBER IN  *
      * WS-DAY-NUMBER, SETTING WS-DATE-VALID ONLY WHEN THE DATE IS     *
      * WELL FORMED. JANUARY AND FEBRUARY COUNT AS MONTHS 11 AND 12 OF *
      * THE PREVIOUS YEAR SO THE LEAP DAY NEEDS NO SPECIAL CASE.       *
      ******************************************************************
       700-COMPUTE-DAY-NUMBER.
           MOVE 'NO' TO WS-DATE-VALID-SWITCH.
           MOVE ZERO TO WS-DAY-NUMBER.

           IF WS-DW-YYYY NUMERIC AND WS-DW-MM NUMERIC
                   AND WS-DW-DD NUMERIC
                   AND WS-DW-SEP1 = '-' AND WS-DW-SEP2 = '-'
               IF WS-DW-YYYY > ZERO
                       AND WS-DW-MM >= 1 AND WS-DW-MM <= 12
                       AND WS-DW-DD >= 1 AND WS-DW-DD <= 31
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

           IF WS-DATE-VALID
               IF WS-DW-MM <= 2
                   COMPUTE WS-DN-YEAR = WS-DW-YYYY - 1
                   COMPUTE WS-DN-MONTH = WS-DW-MM + 9
               ELSE
                   MOVE WS-DW-YYYY TO WS-DN-YEAR
                   COMPUTE WS-DN-MONTH = WS-DW-MM - 3
               END-IF
               DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUAD
               DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-CENT
               DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUAD-CENT
               COMPUTE WS-DN-WORK = 153 * WS-DN-MONTH + 2
               DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS
               COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR
                   + WS-DN-QUAD - WS-DN-CENT + WS-DN-QUAD-CENT
                   + WS-DN-MONTH-DAYS + WS-DW-DD
           END-IF.

      ******************************************************************
      * WRITE ONE REPORT LINE - ABEND ON A WRITE FAILURE INSTEAD OF    *
      * LEAVING A SILENTLY SHORT SCHEDULE BEHIND FOR SOMEONE TO        *
      * MISTAKE FOR EVERYTHING THAT IS COMING.                         *
      ******************************************************************
       080-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'SCHEDRPT WRITE FAILED, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * ABEND - LOG THE REASON AND END THE JOB WITH A NONZERO RETURN   *
      * CODE INSTEAD OF LETTING A BAD OPEN OR WRITE PASS UNNOTICED.    *
      ******************************************************************
       900-ABEND-JOB.
           DISPLAY 'WavineSchedRpt ABEND - ' WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
