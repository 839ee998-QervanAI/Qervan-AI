       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineBalProof.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 12/06/2024.

      ******************************************************************
      *  DAILY BALANCE PROOF OF THE ACCTFILE ACCOUNT MASTER. TOTALS    *
      *  ACCT-CURRENT-BALANCE AND ACCT-AVAIL-BALANCE BY BRANCH CODE    *
      *  AND ACCOUNT TYPE, SAVES THE TOTALS AS TONIGHT'S GENERATION OF *
      *  THE CONTROL-TOTAL DATASET (DD CTLTOTAL, SEE CTOTREC), AND     *
      *  PROVES EACH BRANCH AGAINST LAST NIGHT'S GENERATION (DD        *
      *  CTLPREV):                                                     *
      *                                                                *
      *    PRIOR TOTAL                                                 *
      *    + NET ONLINE MOVEMENT  - JRNLFILE AFTER- MINUS BEFORE-IMAGE *
      *                             BALANCES, EVERY UPDATETXN/POSTTXN/ *
      *                             REVERSTXN ITEM AND SWEEP CHANGE    *
      *    + NET FEED MOVEMENT    - THE SAME FOR EVERY DELTA           *
      *                             WavineAcctLoad APPLIED (DD         *
      *                             LOADMOVE, SEE LMOVREC)             *
      *    = TODAY'S TOTAL                                             *
      *                                                                *
      *  MOVEMENT COUNTS WHEN IT IS STAMPED AFTER THE TIME LAST        *
      *  NIGHT'S TOTALS WERE TAKEN AND NO LATER THAN TONIGHT'S START,  *
      *  SO LOADMOVE MAY BE A WHOLE GDG BASE. A MOVEMENT THAT CHANGES  *
      *  AN ACCOUNT'S TYPE COMES OFF THE OLD TYPE AND ONTO THE NEW.    *
      *  THE JOB RUNS IN THE BATCH WINDOW AFTER THE LOAD, WITH AIBD    *
      *  DISPATCH STOPPED - AN ONLINE CHANGE APPLIED WHILE THE MASTER  *
      *  IS BEING TOTALLED WOULD SHOW AS AN OUT-OF-BALANCE BRANCH.     *
      *                                                                *
      *  THE BUSINESS DATE (YYYY-MM-DD) COMES ON SYSIN. EVERY BRANCH   *
      *  IS LISTED ON THE REPORT (DD BALRPT); ONE THAT FAILS TO PROVE  *
      *  IS PRINTED AS AN OUT-OF-BALANCE EXCEPTION WITH EVERY TERM OF  *
      *  THE PROOF. RETURN CODES:                                      *
      *     0 - EVERY BRANCH PROVED                                    *
      *     4 - NO PRIOR TOTALS (FIRST RUN) - TONIGHT'S TOTALS ARE     *
      *         SAVED AS THE BASELINE, NOTHING IS PROVED               *
      *     8 - ONE OR MORE BRANCHES OUT OF BALANCE - THE SCHEDULER    *
      *         HOLDS THE DOWNSTREAM JOBS                              *
      *    16 - ABEND                                                  *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  12/06/2024  INITIAL VERSION.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-FILE ASSIGN TO CTLPREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT JRNL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO LOADMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT TOTAL-FILE ASSIGN TO CTLTOTAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOTAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * BOTH GENERATIONS ARE READ AND WRITTEN THROUGH THE CTOTREC      *
      * LAYOUT IN WORKING-STORAGE; THE FD RECORDS ARE BYTE COPIES -    *
      * KEEP THEIR LENGTH IN STEP WITH CTOTREC.                        *
      ******************************************************************
       FD  PRIOR-FILE.
       01  PRIOR-TOTAL-RECORD            PIC X(80).

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  JRNL-FILE.
       COPY JRNLREC.

       FD  MOVEMENT-FILE.
       COPY LMOVREC.

       FD  TOTAL-FILE.
       01  TOTAL-FILE-RECORD             PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRIOR-STATUS               PIC X(2).
           88  WS-PRIOR-EOF               VALUE '10'.
       01  WS-ACCT-STATUS                PIC X(2).
           88  WS-ACCT-EOF                VALUE '10'.
       01  WS-JRNL-STATUS                PIC X(2).
           88  WS-JRNL-EOF                VALUE '10'.
       01  WS-MOVEMENT-STATUS            PIC X(2).
           88  WS-MOVEMENT-EOF            VALUE '10'.
       01  WS-TOTAL-STATUS               PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).

       COPY CTOTREC.

       01  WS-PRIOR-SWITCH               PIC X(4) VALUE 'NO'.
           88  WS-PRIOR-PRESENT          VALUE 'YES'.

      ******************************************************************
      * THE BUSINESS DATE FROM SYSIN, THE TIME LAST NIGHT'S TOTALS     *
      * WERE TAKEN, AND TONIGHT'S START TIME FROM THE CLOCK IN THE     *
      * JRNL-TIMESTAMP SHAPE YYYY-MM-DD-HH.MM.SS.000000.               *
      ******************************************************************
       01  WS-BUSINESS-DATE              PIC X(10).
       01  WS-PRIOR-BUSINESS-DATE        PIC X(10).
       01  WS-PRIOR-TIMESTAMP            PIC X(26).
       01  WS-CLOCK-DATE                 PIC 9(8).
       01  WS-CLOCK-DATE-PARTS REDEFINES WS-CLOCK-DATE.
           05  WS-CLOCK-YYYY             PIC X(4).
           05  WS-CLOCK-MM               PIC X(2).
           05  WS-CLOCK-DD               PIC X(2).
       01  WS-CLOCK-TIME                 PIC 9(8).
       01  WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH               PIC X(2).
           05  WS-CLOCK-MI               PIC X(2).
           05  WS-CLOCK-SS               PIC X(2).
           05  WS-CLOCK-HS               PIC X(2).
       01  WS-RUN-TIMESTAMP.
           05  WS-RUN-YYYY               PIC X(4).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-RUN-MM                 PIC X(2).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-RUN-DD                 PIC X(2).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-RUN-HH                 PIC X(2).
           05  FILLER                    PIC X(1) VALUE '.'.
           05  WS-RUN-MI                 PIC X(2).
           05  FILLER                    PIC X(1) VALUE '.'.
           05  WS-RUN-SS                 PIC X(2).
           05  FILLER                    PIC X(7) VALUE '.000000'.

      ******************************************************************
      * ONE ENTRY PER BRANCH CODE + ACCOUNT TYPE, KEPT IN ASCENDING    *
      * KEY ORDER AS ENTRIES ARE ADDED SO LOOKUPS ARE A BINARY SEARCH  *
      * AND THE PROOF CAN WALK THE TABLE BRANCH BY BRANCH. THE JOB     *
      * ABENDS RATHER THAN DROP A BRANCH/TYPE IF THE TABLE FILLS.      *
      ******************************************************************
       01  WS-TOTALS-USED                PIC 9(4) COMP VALUE 0.
       01  WS-TOTALS-TABLE.
           05  WS-TOTALS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-TOTALS-USED
                   ASCENDING KEY IS WS-TOT-KEY
                   INDEXED BY WS-TOT-IX.
               10  WS-TOT-KEY.
                   15  WS-TOT-BRANCH      PIC X(4).
                   15  WS-TOT-TYPE        PIC X(2).
               10  WS-TOT-PRIOR-COUNT     PIC 9(9).
               10  WS-TOT-PRIOR-CURRENT   PIC S9(15)V99.
               10  WS-TOT-PRIOR-AVAIL     PIC S9(15)V99.
               10  WS-TOT-ONLINE-CURRENT  PIC S9(15)V99.
               10  WS-TOT-ONLINE-AVAIL    PIC S9(15)V99.
               10  WS-TOT-FEED-CURRENT    PIC S9(15)V99.
               10  WS-TOT-FEED-AVAIL      PIC S9(15)V99.
               10  WS-TOT-TODAY-COUNT     PIC 9(9).
               10  WS-TOT-TODAY-CURRENT   PIC S9(15)V99.
               10  WS-TOT-TODAY-AVAIL     PIC S9(15)V99.

       01  WS-LOOKUP-KEY.
           05  WS-LOOKUP-BRANCH          PIC X(4).
           05  WS-LOOKUP-TYPE            PIC X(2).
       01  WS-TOT-FOUND-INDEX            PIC 9(4) COMP.
       01  WS-TOT-INDEX                  PIC 9(4) COMP.
       01  WS-SHIFT-INDEX                PIC 9(4) COMP.
       01  WS-SHIFT-SWITCH               PIC X(4) VALUE 'NO'.
           88  WS-SHIFT-DONE             VALUE 'YES'.

      ******************************************************************
      * ONE BEFORE/AFTER IMAGE PAIR OF MOVEMENT, FROM THE JOURNAL OR   *
      * THE FEED, AND A VIEW OF AN ACCT-DATA IMAGE'S TYPE AND          *
      * BALANCES. KEEP WS-IMAGE-VIEW IN STEP WITH ACCTREC.             *
      ******************************************************************
       01  WS-PAIR-SOURCE                PIC X(1).
           88  WS-PAIR-FROM-JOURNAL      VALUE 'J'.
           88  WS-PAIR-FROM-FEED         VALUE 'L'.
       01  WS-PAIR-BRANCH                PIC X(4).
       01  WS-PAIR-BEFORE-IMAGE          PIC X(150).
       01  WS-PAIR-AFTER-IMAGE           PIC X(150).
       01  WS-PAIR-SIGN                  PIC S9(1).
       01  WS-IMAGE-VIEW.
           05  WS-IMG-STATUS-CODE        PIC X(1).
           05  WS-IMG-TYPE-CODE          PIC X(2).
           05  WS-IMG-CURRENT-BALANCE    PIC S9(11)V99.
           05  WS-IMG-AVAIL-BALANCE      PIC S9(11)V99.
           05  FILLER                    PIC X(121).
       01  WS-IMAGE-CURRENT              PIC S9(11)V99.
       01  WS-IMAGE-AVAIL                PIC S9(11)V99.

      ******************************************************************
      * ONE BRANCH'S PROOF, SUMMED OVER ITS ACCOUNT TYPES              *
      ******************************************************************
       01  WS-PROOF-BRANCH               PIC X(4).
       01  WS-PROOF-TERMS.
           05  WS-PRF-PRIOR-CURRENT       PIC S9(15)V99.
           05  WS-PRF-PRIOR-AVAIL         PIC S9(15)V99.
           05  WS-PRF-ONLINE-CURRENT      PIC S9(15)V99.
           05  WS-PRF-ONLINE-AVAIL        PIC S9(15)V99.
           05  WS-PRF-FEED-CURRENT        PIC S9(15)V99.
           05  WS-PRF-FEED-AVAIL          PIC S9(15)V99.
           05  WS-PRF-TODAY-CURRENT       PIC S9(15)V99.
           05  WS-PRF-TODAY-AVAIL         PIC S9(15)V99.
           05  WS-PRF-EXPECT-CURRENT      PIC S9(15)V99.
           05  WS-PRF-EXPECT-AVAIL        PIC S9(15)V99.
           05  WS-PRF-DIFF-CURRENT        PIC S9(15)V99.
           05  WS-PRF-DIFF-AVAIL          PIC S9(15)V99.
           05  WS-PRF-TODAY-COUNT         PIC 9(9).

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ           PIC 9(9) VALUE 0.
           05  WS-NONNUMERIC-COUNT        PIC 9(9) VALUE 0.
           05  WS-JOURNAL-COUNTED         PIC 9(9) VALUE 0.
           05  WS-FEED-COUNTED            PIC 9(9) VALUE 0.
           05  WS-BRANCHES-PROVED         PIC 9(9) VALUE 0.
           05  WS-BRANCHES-OUT            PIC 9(9) VALUE 0.
           05  WS-TOTALS-WRITTEN          PIC 9(9) VALUE 0.

       01  WS-ROW-LABEL                  PIC X(14).
       01  WS-ROW-CURRENT                PIC S9(15)V99.
       01  WS-ROW-AVAIL                  PIC S9(15)V99.
       01  WS-AMOUNT-EDIT-1              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ABEND-REASON               PIC X(60).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = SPACES
                   OR WS-BUSINESS-DATE = LOW-VALUES
               MOVE 'NO BUSINESS DATE SUPPLIED ON SYSIN'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-YYYY TO WS-RUN-YYYY.
           MOVE WS-CLOCK-MM   TO WS-RUN-MM.
           MOVE WS-CLOCK-DD   TO WS-RUN-DD.
           MOVE WS-CLOCK-HH   TO WS-RUN-HH.
           MOVE WS-CLOCK-MI   TO WS-RUN-MI.
           MOVE WS-CLOCK-SS   TO WS-RUN-SS.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'CANNOT OPEN BALRPT, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'DAILY ACCTFILE BALANCE PROOF' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               '   TOTALS TAKEN: ' WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE

           PERFORM 100-LOAD-PRIOR-TOTALS.

           IF WS-PRIOR-PRESENT
               MOVE SPACES TO REPORT-LINE
               STRING 'PRIOR TOTALS:  ' WS-PRIOR-BUSINESS-DATE
                   '   TOTALS TAKEN: ' WS-PRIOR-TIMESTAMP
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
               PERFORM 200-ADD-ONLINE-MOVEMENT
               PERFORM 300-ADD-FEED-MOVEMENT
           ELSE
               MOVE 'PRIOR TOTALS:  NONE ON CTLPREV' TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           PERFORM 400-TOTAL-MASTER.
           PERFORM 500-WRITE-CONTROL-TOTALS.

           IF WS-PRIOR-PRESENT
               PERFORM 600-PROVE-BRANCHES
           ELSE
               MOVE 'NO PRIOR CONTROL TOTALS - TONIGHT''S TOTALS ARE'
                   TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
               MOVE 'THE BASELINE. NOTHING WAS PROVED.' TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           PERFORM 700-WRITE-SUMMARY.

           CLOSE REPORT-FILE.

           EVALUATE TRUE
               WHEN NOT WS-PRIOR-PRESENT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-BRANCHES-OUT > ZERO
                   MOVE WS-BRANCHES-OUT TO WS-COUNT-EDIT
                   DISPLAY 'WavineBalProof - BRANCHES OUT OF BALANCE:'
                       WS-COUNT-EDIT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      ******************************************************************
      * LOAD LAST NIGHT'S CONTROL TOTALS. AN EMPTY CTLPREV IS THE      *
      * FIRST RUN; A FIRST RECORD THAT IS NOT A HEADER, OR A HEADER    *
      * FOR TONIGHT'S OWN BUSINESS DATE, ABENDS - PROVING AGAINST THE  *
      * WRONG GENERATION WOULD PRINT A REPORT FULL OF FALSE            *
      * EXCEPTIONS, OR HIDE REAL ONES.                                 *
      ******************************************************************
       100-LOAD-PRIOR-TOTALS.
           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS NOT = '00'
               STRING 'CANNOT OPEN CTLPREV, STATUS=' WS-PRIOR-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           READ PRIOR-FILE INTO CONTROL-TOTAL-RECORD
               AT END
                   MOVE '10' TO WS-PRIOR-STATUS
           END-READ.

           IF NOT WS-PRIOR-EOF
               IF NOT CTOT-HEADER
                   MOVE 'CTLPREV DOES NOT START WITH A HEADER RECORD'
                       TO WS-ABEND-REASON
                   PERFORM 900-ABEND-JOB
               END-IF
               IF CTOT-BUSINESS-DATE = WS-BUSINESS-DATE
                   MOVE 'CTLPREV IS FOR TONIGHT''S BUSINESS DATE'
                       TO WS-ABEND-REASON
                   PERFORM 900-ABEND-JOB
               END-IF
               SET WS-PRIOR-PRESENT TO TRUE
               MOVE CTOT-BUSINESS-DATE   TO WS-PRIOR-BUSINESS-DATE
               MOVE CTOT-TAKEN-TIMESTAMP TO WS-PRIOR-TIMESTAMP
               PERFORM 110-READ-NEXT-PRIOR-TOTAL UNTIL WS-PRIOR-EOF
           END-IF.

           CLOSE PRIOR-FILE.

       110-READ-NEXT-PRIOR-TOTAL.
           READ PRIOR-FILE INTO CONTROL-TOTAL-RECORD
               AT END
                   MOVE '10' TO WS-PRIOR-STATUS
               NOT AT END
                   PERFORM 120-STORE-PRIOR-TOTAL
           END-READ.

       120-STORE-PRIOR-TOTAL.
           IF NOT CTOT-DETAIL
               MOVE 'CTLPREV HOLDS A RECORD THAT IS NOT A DETAIL'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE CTOT-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           MOVE CTOT-TYPE-CODE   TO WS-LOOKUP-TYPE.
           PERFORM 150-FIND-TOTALS-ENTRY.

           ADD CTOT-ACCOUNT-COUNT
               TO WS-TOT-PRIOR-COUNT(WS-TOT-FOUND-INDEX).
           ADD CTOT-CURRENT-TOTAL
               TO WS-TOT-PRIOR-CURRENT(WS-TOT-FOUND-INDEX).
           ADD CTOT-AVAIL-TOTAL
               TO WS-TOT-PRIOR-AVAIL(WS-TOT-FOUND-INDEX).

      ******************************************************************
      * FIND THE TOTALS ENTRY FOR WS-LOOKUP-KEY, ADDING A ZEROED ONE   *
      * IN KEY ORDER WHEN THE BRANCH/TYPE IS NEW.                      *
      ******************************************************************
       150-FIND-TOTALS-ENTRY.
           MOVE ZERO TO WS-TOT-FOUND-INDEX.
           IF WS-TOTALS-USED > ZERO
               SEARCH ALL WS-TOTALS-ENTRY
                   WHEN WS-TOT-KEY(WS-TOT-IX) = WS-LOOKUP-KEY
                       SET WS-TOT-FOUND-INDEX TO WS-TOT-IX
               END-SEARCH
           END-IF.

           IF WS-TOT-FOUND-INDEX = ZERO
               PERFORM 155-INSERT-TOTALS-ENTRY
           END-IF.

       155-INSERT-TOTALS-ENTRY.
           IF WS-TOTALS-USED >= 5000
               MOVE 'BRANCH/TYPE TOTALS TABLE FULL' TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE WS-TOTALS-USED TO WS-SHIFT-INDEX.
           ADD 1 TO WS-TOTALS-USED.
           MOVE 'NO' TO WS-SHIFT-SWITCH.
           PERFORM 157-SHIFT-ENTRY-UP UNTIL WS-SHIFT-DONE.

           COMPUTE WS-TOT-FOUND-INDEX = WS-SHIFT-INDEX + 1.
           MOVE WS-LOOKUP-KEY TO WS-TOT-KEY(WS-TOT-FOUND-INDEX).
           MOVE ZERO TO WS-TOT-PRIOR-COUNT(WS-TOT-FOUND-INDEX)
                        WS-TOT-PRIOR-CURRENT(WS-TOT-FOUND-INDEX)
                        WS-TOT-PRIOR-AVAIL(WS-TOT-FOUND-INDEX)
                        WS-TOT-ONLINE-CURRENT(WS-TOT-FOUND-INDEX)
                        WS-TOT-ONLINE-AVAIL(WS-TOT-FOUND-INDEX)
                        WS-TOT-FEED-CURRENT(WS-TOT-FOUND-INDEX)
                        WS-TOT-FEED-AVAIL(WS-TOT-FOUND-INDEX)
                        WS-TOT-TODAY-COUNT(WS-TOT-FOUND-INDEX)
                        WS-TOT-TODAY-CURRENT(WS-TOT-FOUND-INDEX)
                        WS-TOT-TODAY-AVAIL(WS-TOT-FOUND-INDEX).

      ******************************************************************
      * MOVE ENTRIES THAT SORT AFTER THE NEW KEY ONE PLACE UP, FROM    *
      * THE END, UNTIL THE NEW KEY'S SLOT IS FOUND.                    *
      ******************************************************************
       157-SHIFT-ENTRY-UP.
           IF WS-SHIFT-INDEX = ZERO
               SET WS-SHIFT-DONE TO TRUE
           ELSE
               IF WS-TOT-KEY(WS-SHIFT-INDEX) < WS-LOOKUP-KEY
                   SET WS-SHIFT-DONE TO TRUE
               ELSE
                   MOVE WS-TOTALS-ENTRY(WS-SHIFT-INDEX)
                       TO WS-TOTALS-ENTRY(WS-SHIFT-INDEX + 1)
                   SUBTRACT 1 FROM WS-SHIFT-INDEX
               END-IF
           END-IF.

      ******************************************************************
      * NET ONLINE MOVEMENT - EVERY JOURNAL RECORD STAMPED INSIDE THE  *
      * PROOF WINDOW.                                                  *
      ******************************************************************
       200-ADD-ONLINE-MOVEMENT.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               STRING 'CANNOT OPEN JRNLFILE, STATUS=' WS-JRNL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           SET WS-PAIR-FROM-JOURNAL TO TRUE.
           PERFORM 210-READ-NEXT-JOURNAL-RECORD UNTIL WS-JRNL-EOF

           CLOSE JRNL-FILE.

       210-READ-NEXT-JOURNAL-RECORD.
           READ JRNL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-JRNL-STATUS
               NOT AT END
                   IF JRNL-TIMESTAMP > WS-PRIOR-TIMESTAMP
                           AND JRNL-TIMESTAMP NOT > WS-RUN-TIMESTAMP
                       ADD 1 TO WS-JOURNAL-COUNTED
                       MOVE JRNL-UPDATE-KEY(1:4) TO WS-PAIR-BRANCH
                       MOVE JRNL-BEFORE-IMAGE TO WS-PAIR-BEFORE-IMAGE
                       MOVE JRNL-AFTER-IMAGE  TO WS-PAIR-AFTER-IMAGE
                       PERFORM 250-APPLY-IMAGE-PAIR
                   END-IF
           END-READ.

      ******************************************************************
      * TAKE ONE IMAGE PAIR'S BALANCES OFF THE BEFORE-IMAGE'S TYPE AND *
      * ONTO THE AFTER-IMAGE'S, IN THE ONLINE OR FEED COLUMN. A SIDE   *
      * THAT IS SPACES (THE ACCOUNT DID NOT EXIST) MOVES NOTHING.      *
      ******************************************************************
       250-APPLY-IMAGE-PAIR.
           IF WS-PAIR-BEFORE-IMAGE NOT = SPACES
               MOVE WS-PAIR-BEFORE-IMAGE TO WS-IMAGE-VIEW
               MOVE -1 TO WS-PAIR-SIGN
               PERFORM 260-POST-IMAGE-MOVEMENT
           END-IF.

           IF WS-PAIR-AFTER-IMAGE NOT = SPACES
               MOVE WS-PAIR-AFTER-IMAGE TO WS-IMAGE-VIEW
               MOVE 1 TO WS-PAIR-SIGN
               PERFORM 260-POST-IMAGE-MOVEMENT
           END-IF.

       260-POST-IMAGE-MOVEMENT.
           MOVE WS-PAIR-BRANCH   TO WS-LOOKUP-BRANCH.
           MOVE WS-IMG-TYPE-CODE TO WS-LOOKUP-TYPE.
           PERFORM 150-FIND-TOTALS-ENTRY.
           PERFORM 270-EDIT-IMAGE-BALANCES.

           IF WS-PAIR-FROM-JOURNAL
               COMPUTE WS-TOT-ONLINE-CURRENT(WS-TOT-FOUND-INDEX) =
                   WS-TOT-ONLINE-CURRENT(WS-TOT-FOUND-INDEX)
                   + WS-PAIR-SIGN * WS-IMAGE-CURRENT
               COMPUTE WS-TOT-ONLINE-AVAIL(WS-TOT-FOUND-INDEX) =
                   WS-TOT-ONLINE-AVAIL(WS-TOT-FOUND-INDEX)
                   + WS-PAIR-SIGN * WS-IMAGE-AVAIL
           ELSE
               COMPUTE WS-TOT-FEED-CURRENT(WS-TOT-FOUND-INDEX) =
                   WS-TOT-FEED-CURRENT(WS-TOT-FOUND-INDEX)
                   + WS-PAIR-SIGN * WS-IMAGE-CURRENT
               COMPUTE WS-TOT-FEED-AVAIL(WS-TOT-FOUND-INDEX) =
                   WS-TOT-FEED-AVAIL(WS-TOT-FOUND-INDEX)
                   + WS-PAIR-SIGN * WS-IMAGE-AVAIL
           END-IF.

      ******************************************************************
      * THE IMAGE'S BALANCES, A NON-NUMERIC ONE COUNTING AS ZERO - THE *
      * SAME RULE THE MASTER TOTALS USE, SO A BAD BALANCE DOES NOT     *
      * THROW THE PROOF OUT BY ITSELF.                                 *
      ******************************************************************
       270-EDIT-IMAGE-BALANCES.
           IF WS-IMG-CURRENT-BALANCE NUMERIC
               MOVE WS-IMG-CURRENT-BALANCE TO WS-IMAGE-CURRENT
           ELSE
               MOVE ZERO TO WS-IMAGE-CURRENT
           END-IF.

           IF WS-IMG-AVAIL-BALANCE NUMERIC
               MOVE WS-IMG-AVAIL-BALANCE TO WS-IMAGE-AVAIL
           ELSE
               MOVE ZERO TO WS-IMAGE-AVAIL
           END-IF.

      ******************************************************************
      * NET FEED MOVEMENT - EVERY LOADMOVE RECORD FROM A LOAD RUN THAT *
      * STARTED INSIDE THE PROOF WINDOW.                               *
      ******************************************************************
       300-ADD-FEED-MOVEMENT.
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = '00'
               STRING 'CANNOT OPEN LOADMOVE, STATUS='
                   WS-MOVEMENT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           SET WS-PAIR-FROM-FEED TO TRUE.
           PERFORM 310-READ-NEXT-MOVEMENT UNTIL WS-MOVEMENT-EOF

           CLOSE MOVEMENT-FILE.

       310-READ-NEXT-MOVEMENT.
           READ MOVEMENT-FILE
               AT END
                   MOVE '10' TO WS-MOVEMENT-STATUS
               NOT AT END
                   IF LMOV-RUN-TIMESTAMP > WS-PRIOR-TIMESTAMP
                           AND LMOV-RUN-TIMESTAMP
                               NOT > WS-RUN-TIMESTAMP
                       ADD 1 TO WS-FEED-COUNTED
                       MOVE LMOV-BRANCH-CODE  TO WS-PAIR-BRANCH
                       MOVE LMOV-BEFORE-IMAGE TO WS-PAIR-BEFORE-IMAGE
                       MOVE LMOV-AFTER-IMAGE  TO WS-PAIR-AFTER-IMAGE
                       PERFORM 250-APPLY-IMAGE-PAIR
                   END-IF
           END-READ.

      ******************************************************************
      * TONIGHT'S TOTALS - EVERY ACCOUNT ON THE MASTER, WHATEVER ITS   *
      * STATUS, BY BRANCH AND TYPE.                                    *
      ******************************************************************
       400-TOTAL-MASTER.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               STRING 'CANNOT OPEN ACCTFILE, STATUS=' WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 410-READ-NEXT-ACCOUNT UNTIL WS-ACCT-EOF

           CLOSE ACCT-FILE.

       410-READ-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
               NOT AT END
                   PERFORM 420-ADD-ACCOUNT-TO-TOTALS
           END-READ.

       420-ADD-ACCOUNT-TO-TOTALS.
           ADD 1 TO WS-ACCOUNTS-READ.
           MOVE ACCT-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           MOVE ACCT-TYPE-CODE   TO WS-LOOKUP-TYPE.
           PERFORM 150-FIND-TOTALS-ENTRY.

           MOVE ACCT-DATA TO WS-IMAGE-VIEW.
           PERFORM 270-EDIT-IMAGE-BALANCES.
           IF ACCT-CURRENT-BALANCE NOT NUMERIC
                   OR ACCT-AVAIL-BALANCE NOT NUMERIC
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.

           ADD 1 TO WS-TOT-TODAY-COUNT(WS-TOT-FOUND-INDEX).
           ADD WS-IMAGE-CURRENT
               TO WS-TOT-TODAY-CURRENT(WS-TOT-FOUND-INDEX).
           ADD WS-IMAGE-AVAIL
               TO WS-TOT-TODAY-AVAIL(WS-TOT-FOUND-INDEX).

      ******************************************************************
      * WRITE TONIGHT'S CONTROL-TOTAL GENERATION - THE HEADER, THEN    *
      * ONE DETAIL PER BRANCH/TYPE STILL HOLDING ACCOUNTS.             *
      ******************************************************************
       500-WRITE-CONTROL-TOTALS.
           OPEN OUTPUT TOTAL-FILE
           IF WS-TOTAL-STATUS NOT = '00'
               STRING 'CANNOT OPEN CTLTOTAL, STATUS=' WS-TOTAL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           SET CTOT-HEADER TO TRUE.
           MOVE WS-BUSINESS-DATE TO CTOT-BUSINESS-DATE.
           MOVE WS-RUN-TIMESTAMP TO CTOT-TAKEN-TIMESTAMP.
           PERFORM 520-WRITE-TOTAL-RECORD.

           PERFORM 510-WRITE-TOTAL-DETAIL
                   VARYING WS-TOT-INDEX FROM 1 BY 1
                   UNTIL WS-TOT-INDEX > WS-TOTALS-USED.

           CLOSE TOTAL-FILE.

       510-WRITE-TOTAL-DETAIL.
           IF WS-TOT-TODAY-COUNT(WS-TOT-INDEX) > ZERO
               MOVE SPACES TO CONTROL-TOTAL-RECORD
               SET CTOT-DETAIL TO TRUE
               MOVE WS-TOT-BRANCH(WS-TOT-INDEX) TO CTOT-BRANCH-CODE
               MOVE WS-TOT-TYPE(WS-TOT-INDEX)   TO CTOT-TYPE-CODE
               MOVE WS-TOT-TODAY-COUNT(WS-TOT-INDEX)
                   TO CTOT-ACCOUNT-COUNT
               MOVE WS-TOT-TODAY-CURRENT(WS-TOT-INDEX)
                   TO CTOT-CURRENT-TOTAL
               MOVE WS-TOT-TODAY-AVAIL(WS-TOT-INDEX)
                   TO CTOT-AVAIL-TOTAL
               PERFORM 520-WRITE-TOTAL-RECORD
               ADD 1 TO WS-TOTALS-WRITTEN
           END-IF.

       520-WRITE-TOTAL-RECORD.
           WRITE TOTAL-FILE-RECORD FROM CONTROL-TOTAL-RECORD.
           IF WS-TOTAL-STATUS NOT = '00'
               STRING 'CTLTOTAL WRITE FAILED, STATUS=' WS-TOTAL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * PROVE EACH BRANCH - THE TABLE IS IN BRANCH/TYPE ORDER, SO A    *
      * BRANCH'S TYPES ARE SUMMED AS THEY COME AND THE BRANCH IS       *
      * PROVED WHEN THE NEXT ONE STARTS.                               *
      ******************************************************************
       600-PROVE-BRANCHES.
           MOVE 'BRANCH PROOF: PRIOR + ONLINE + BRANCH FEED = TODAY'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PROOF-BRANCH.
           PERFORM 610-ADD-ENTRY-TO-PROOF
                   VARYING WS-TOT-INDEX FROM 1 BY 1
                   UNTIL WS-TOT-INDEX > WS-TOTALS-USED.

           IF WS-TOTALS-USED > ZERO
               PERFORM 620-PROVE-ONE-BRANCH
           END-IF.

       610-ADD-ENTRY-TO-PROOF.
           IF WS-TOT-BRANCH(WS-TOT-INDEX) NOT = WS-PROOF-BRANCH
               IF WS-TOT-INDEX > 1
                   PERFORM 620-PROVE-ONE-BRANCH
               END-IF
               MOVE WS-TOT-BRANCH(WS-TOT-INDEX) TO WS-PROOF-BRANCH
               MOVE ZERO TO WS-PRF-PRIOR-CURRENT WS-PRF-PRIOR-AVAIL
                            WS-PRF-ONLINE-CURRENT WS-PRF-ONLINE-AVAIL
                            WS-PRF-FEED-CURRENT WS-PRF-FEED-AVAIL
                            WS-PRF-TODAY-CURRENT WS-PRF-TODAY-AVAIL
                            WS-PRF-TODAY-COUNT
           END-IF.

           ADD WS-TOT-PRIOR-CURRENT(WS-TOT-INDEX)
               TO WS-PRF-PRIOR-CURRENT.
           ADD WS-TOT-PRIOR-AVAIL(WS-TOT-INDEX)
               TO WS-PRF-PRIOR-AVAIL.
           ADD WS-TOT-ONLINE-CURRENT(WS-TOT-INDEX)
               TO WS-PRF-ONLINE-CURRENT.
           ADD WS-TOT-ONLINE-AVAIL(WS-TOT-INDEX)
               TO WS-PRF-ONLINE-AVAIL.
           ADD WS-TOT-FEED-CURRENT(WS-TOT-INDEX)
               TO WS-PRF-FEED-CURRENT.
           ADD WS-TOT-FEED-AVAIL(WS-TOT-INDEX)
               TO WS-PRF-FEED-AVAIL.
           ADD WS-TOT-TODAY-CURRENT(WS-TOT-INDEX)
               TO WS-PRF-TODAY-CURRENT.
           ADD WS-TOT-TODAY-AVAIL(WS-TOT-INDEX)
               TO WS-PRF-TODAY-AVAIL.
           ADD WS-TOT-TODAY-COUNT(WS-TOT-INDEX)
               TO WS-PRF-TODAY-COUNT.

       620-PROVE-ONE-BRANCH.
           COMPUTE WS-PRF-EXPECT-CURRENT = WS-PRF-PRIOR-CURRENT
               + WS-PRF-ONLINE-CURRENT + WS-PRF-FEED-CURRENT.
           COMPUTE WS-PRF-EXPECT-AVAIL = WS-PRF-PRIOR-AVAIL
               + WS-PRF-ONLINE-AVAIL + WS-PRF-FEED-AVAIL.
           COMPUTE WS-PRF-DIFF-CURRENT =
               WS-PRF-TODAY-CURRENT - WS-PRF-EXPECT-CURRENT.
           COMPUTE WS-PRF-DIFF-AVAIL =
               WS-PRF-TODAY-AVAIL - WS-PRF-EXPECT-AVAIL.

           MOVE WS-PRF-TODAY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PRF-DIFF-CURRENT = ZERO AND WS-PRF-DIFF-AVAIL = ZERO
               ADD 1 TO WS-BRANCHES-PROVED
               STRING '  BRANCH ' WS-PROOF-BRANCH
                   '  IN BALANCE       ACCOUNTS ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-BRANCHES-OUT
               STRING '  BRANCH ' WS-PROOF-BRANCH
                   '  *** OUT OF BALANCE ***  ACCOUNTS ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
               PERFORM 630-WRITE-PROOF-DETAIL
           END-IF.

      ******************************************************************
      * AN OUT-OF-BALANCE BRANCH - EVERY TERM OF THE PROOF FOR BOTH    *
      * BALANCES, SO THE BRANCH CAN SEE WHICH SIDE MOVED.              *
      ******************************************************************
       630-WRITE-PROOF-DETAIL.
           MOVE '                    CURRENT BALANCE      AVAILABLE'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE 'PRIOR TOTAL'          TO WS-ROW-LABEL
           MOVE WS-PRF-PRIOR-CURRENT   TO WS-ROW-CURRENT
           MOVE WS-PRF-PRIOR-AVAIL     TO WS-ROW-AVAIL
           PERFORM 640-WRITE-PROOF-ROW.

           MOVE 'ONLINE'               TO WS-ROW-LABEL
           MOVE WS-PRF-ONLINE-CURRENT  TO WS-ROW-CURRENT
           MOVE WS-PRF-ONLINE-AVAIL    TO WS-ROW-AVAIL
           PERFORM 640-WRITE-PROOF-ROW.

           MOVE 'BRANCH FEED'          TO WS-ROW-LABEL
           MOVE WS-PRF-FEED-CURRENT    TO WS-ROW-CURRENT
           MOVE WS-PRF-FEED-AVAIL      TO WS-ROW-AVAIL
           PERFORM 640-WRITE-PROOF-ROW.

           MOVE 'EXPECTED'             TO WS-ROW-LABEL
           MOVE WS-PRF-EXPECT-CURRENT  TO WS-ROW-CURRENT
           MOVE WS-PRF-EXPECT-AVAIL    TO WS-ROW-AVAIL
           PERFORM 640-WRITE-PROOF-ROW.

           MOVE 'ACTUAL TODAY'         TO WS-ROW-LABEL
           MOVE WS-PRF-TODAY-CURRENT   TO WS-ROW-CURRENT
           MOVE WS-PRF-TODAY-AVAIL     TO WS-ROW-AVAIL
           PERFORM 640-WRITE-PROOF-ROW.

           MOVE 'DIFFERENCE'           TO WS-ROW-LABEL
           MOVE WS-PRF-DIFF-CURRENT    TO WS-ROW-CURRENT
           MOVE WS-PRF-DIFF-AVAIL      TO WS-ROW-AVAIL
           PERFORM 640-WRITE-PROOF-ROW.

       640-WRITE-PROOF-ROW.
           MOVE WS-ROW-CURRENT TO WS-AMOUNT-EDIT-1.
           MOVE WS-ROW-AVAIL   TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING '    ' WS-ROW-LABEL WS-AMOUNT-EDIT-1 '  '
               WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * JOB TOTALS                                                     *
      ******************************************************************
       700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-ACCOUNTS-READ TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS TOTALLED:            ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-NONNUMERIC-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS WITH A BAD BALANCE:  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-JOURNAL-COUNTED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ONLINE CHANGES COUNTED:       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-FEED-COUNTED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'BRANCH FEED CHANGES COUNTED:  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTALS-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CONTROL TOTALS WRITTEN:       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           IF WS-PRIOR-PRESENT
               MOVE WS-BRANCHES-PROVED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'BRANCHES IN BALANCE:          ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
               MOVE WS-BRANCHES-OUT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'BRANCHES OUT OF BALANCE:      ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * WRITE ONE REPORT LINE - ABEND ON A WRITE FAILURE INSTEAD OF    *
      * LEAVING A SILENTLY SHORT PROOF BEHIND FOR SOMEONE TO MISTAKE   *
      * FOR A CLEAN RUN.                                               *
      ******************************************************************
       080-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'BALRPT WRITE FAILED, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * ABEND - LOG THE REASON AND END THE JOB WITH A NONZERO RETURN   *
      * CODE INSTEAD OF LETTING A BAD OPEN, READ OR WRITE PASS         *
      * UNNOTICED.                                                     *
      ******************************************************************
       900-ABEND-JOB.
           DISPLAY 'WavineBalProof ABEND - ' WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
