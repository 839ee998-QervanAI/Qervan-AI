      *    DU - ADD FOR AN ACCOUNT ALREADY ON THE MASTER               *
      *    NF - CHANGE/CLOSE FOR AN ACCOUNT NOT ON THE MASTER          *
      *                                                                *
      *  A CHANGE OR CLOSE FOR AN ACCOUNT THAT JRNLFILE SHOWS WAS      *
      *  CHANGED ONLINE (UPDATETXN/POSTTXN/REVERSTXN) SINCE THE        *
      *  PREVIOUS FEED RAN IS NOT APPLIED EITHER - THE BRANCH BUILT IT *
      *  BEFORE THE ONLINE CHANGE. IT IS HELD ON THE SUSPENSE DATASET  *
      *  (DD ACCTSUSP, SEE SUSPREC) WITH THE MASTER'S CURRENT IMAGE    *
      *  ALONGSIDE, FOR OPERATIONS TO DECIDE WHICH VERSION WINS:       *
      *    OC - CHANGE HELD, ACCOUNT CHANGED ONLINE SINCE LAST FEED    *
      *    OX - CLOSE HELD, ACCOUNT CHANGED ONLINE SINCE LAST FEED     *
      *  THE TIME THE PREVIOUS FEED RAN IS KEPT ON THE ONE-RECORD LOAD *
      *  CONTROL DATASET (DD LOADCTL), WHICH EVERY SUCCESSFUL RUN      *
      *  REPLACES WITH ITS OWN START TIME.                             *
      *                                                                *
      *  EVERY DELTA THAT IS APPLIED IS ALSO WRITTEN TO THE MOVEMENT   *
      *  DATASET (DD LOADMOVE, SEE LMOVREC) WITH THE ACCOUNT'S BEFORE- *
      *  AND AFTER-IMAGE, FOR WavineBalProof'S DAILY BALANCE PROOF.    *
      *                                                                *
      *  THE CONTROL-TOTALS REPORT (DD LOADRPT) COUNTS RECORDS READ,   *
      *  APPLIED, REJECTED AND HELD PER BRANCH CODE, PLUS JOB TOTALS,  *
      *  SO THE MORNING CHECK CAN BALANCE THE RUN AGAINST THE BRANCH   *
      *  TRANSMISSION TOTALS, AND LISTS EVERY HELD DELTA IN A          *
      *  CONFLICT SECTION.                                             *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  08/02/2024  INITIAL VERSION.                                  *
      *  11/22/2024  CONFLICT DETECTION AGAINST SAME-DAY ONLINE        *
      *              CHANGES. JRNLFILE IS SCANNED FOR ACCOUNTS CHANGED *
      *              SINCE THE PREVIOUS FEED (LOADCTL); CHANGES AND    *
      *              CLOSES FOR THOSE ACCOUNTS GO TO ACCTSUSP WITH     *
      *              BOTH IMAGES (REASONS OC/OX) INSTEAD OF BEING      *
      *              APPLIED, AND LOADRPT GAINS A HELD COUNT AND A     *
      *              CONFLICT SECTION.                                 *
      *  12/06/2024  EVERY APPLIED ADD, CHANGE AND CLOSE IS WRITTEN TO *
      *              THE NEW LOADMOVE MOVEMENT DATASET (SEE LMOVREC)   *
      *              WITH ITS BEFORE/AFTER IMAGES FOR THE DAILY        *
      *              BALANCE PROOF. A CLOSE NOW READS THE ACCOUNT      *
      *              BEFORE DELETING IT TO CAPTURE THE BEFORE-IMAGE.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JRNL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT SUSPENSE-FILE ASSIGN TO ACCTSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO LOADCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO LOADMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       FD  JRNL-FILE.
       COPY JRNLREC.

      ******************************************************************
      * SORT RECORD - ONE PER JOURNAL RECORD WRITTEN SINCE THE         *
      * PREVIOUS FEED, ACCOUNT KEY FIRST AND APPLY TIME SECOND, SO     *
      * EACH ACCOUNT'S ONLINE CHANGES COME BACK TOGETHER AND THE LAST  *
      * ONE RETURNED IS THE MOST RECENT.                               *
      ******************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-UPDATE-KEY           PIC X(16).
           05  SORT-TIMESTAMP            PIC X(26).
           05  SORT-CORREL-ID            PIC X(16).
           05  SORT-CALLER-ID            PIC X(8).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

      ******************************************************************
      * LOAD CONTROL RECORD - WHEN THE LAST SUCCESSFUL LOAD STARTED,   *
      * SAME X(26) SHAPE AS JRNL-TIMESTAMP, AND WHAT IT DID. A JOURNAL *
      * RECORD STAMPED AFTER LDCT-LAST-RUN-TIMESTAMP IS AN ONLINE      *
      * CHANGE THE BRANCH FEED CANNOT HAVE KNOWN ABOUT.                *
      ******************************************************************
       FD  CONTROL-FILE.
       01  LOAD-CONTROL-RECORD.
           05  LDCT-LAST-RUN-TIMESTAMP   PIC X(26).
           05  LDCT-LAST-RUN-READ        PIC 9(9).
           05  LDCT-LAST-RUN-APPLIED     PIC 9(9).
           05  LDCT-LAST-RUN-REJECTED    PIC 9(9).
           05  LDCT-LAST-RUN-HELD        PIC 9(9).
           05  FILLER                    PIC X(18).

       FD  MOVEMENT-FILE.
       COPY LMOVREC.

       WORKING-STORAGE SECTION.
       01  WS-DELTA-STATUS               PIC X(2).
           88  WS-DELTA-EOF               VALUE '10'.
       01  WS-ACCT-STATUS                PIC X(2).
       01  WS-REJECT-STATUS              PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-JRNL-STATUS                PIC X(2).
           88  WS-JRNL-EOF                VALUE '10'.
       01  WS-SUSPENSE-STATUS            PIC X(2).
           88  WS-SUSPENSE-EOF            VALUE '10'.
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-MOVEMENT-STATUS            PIC X(2).
       01  WS-SORT-EOF-SWITCH            PIC X(4) VALUE 'NO'.
           88  WS-SORT-EOF               VALUE 'YES'.

      ******************************************************************
      * THE PREVIOUS FEED'S START TIME (FROM LOADCTL) AND THIS RUN'S,  *
      * BUILT FROM THE SYSTEM CLOCK IN THE JRNL-TIMESTAMP SHAPE        *
      * YYYY-MM-DD-HH.MM.SS.000000.                                    *
      ******************************************************************
       01  WS-PREVIOUS-RUN-TIMESTAMP     PIC X(26).
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
      * ACCOUNTS CHANGED ONLINE SINCE THE PREVIOUS FEED, ONE ENTRY PER *
      * ACCT-KEY IN ASCENDING KEY ORDER (LOADED FROM THE SORT) SO EACH *
      * DELTA IS CHECKED WITH A BINARY SEARCH. EACH ENTRY KEEPS THE    *
      * MOST RECENT JOURNAL RECORD FOR THE KEY. LIKE THE BRANCH TABLE, *
      * THE JOB ABENDS RATHER THAN LET A FULL TABLE WAVE A CONFLICTING *
      * DELTA THROUGH.                                                 *
      ******************************************************************
       01  WS-CHANGED-USED               PIC 9(8) COMP VALUE 0.
       01  WS-CHANGED-TABLE.
           05  WS-CHANGED-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-CHANGED-USED
                   ASCENDING KEY IS WS-CHANGED-KEY
                   INDEXED BY WS-CHANGED-IX.
               10  WS-CHANGED-KEY         PIC X(16).
               10  WS-CHANGED-TIMESTAMP   PIC X(26).
               10  WS-CHANGED-CORREL-ID   PIC X(16).
               10  WS-CHANGED-CALLER-ID   PIC X(8).
               10  WS-CHANGED-COUNT       PIC 9(4) COMP.

      ******************************************************************
      * THE APPLIED DELTA'S BEFORE-IMAGE FOR THE MOVEMENT RECORD -     *
      * SPACES FOR AN ADD.                                             *
      ******************************************************************
       01  WS-MOVEMENT-BEFORE-IMAGE      PIC X(150).

       01  WS-ONLINE-CHANGE-SWITCH       PIC X(4) VALUE 'NO'.
           88  WS-ONLINE-CHANGE-FOUND    VALUE 'YES'.
       01  WS-SUSPENSE-DELTA.
           05  WS-SUSPENSE-ACTION        PIC X(1).
           05  WS-SUSPENSE-BRANCH        PIC X(4).
           05  WS-SUSPENSE-ACCOUNT       PIC X(12).
           05  FILLER                    PIC X(150).

      ******************************************************************
      * PER-BRANCH CONTROL TOTALS - ONE ENTRY PER DISTINCT             *
               10  WS-BRANCH-READ         PIC 9(9).
               10  WS-BRANCH-APPLIED      PIC 9(9).
               10  WS-BRANCH-REJECTED     PIC 9(9).
               10  WS-BRANCH-HELD         PIC 9(9).

       01  WS-BRANCH-USED                PIC 9(4) COMP VALUE 0.
       01  WS-BRANCH-INDEX               PIC 9(4) COMP.
           05  WS-TOTAL-READ              PIC 9(9) VALUE 0.
           05  WS-TOTAL-APPLIED           PIC 9(9) VALUE 0.
           05  WS-TOTAL-REJECTED          PIC 9(9) VALUE 0.
           05  WS-TOTAL-HELD              PIC 9(9) VALUE 0.

       01  WS-REJECT-REASON              PIC X(2).
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-CHANGES-EDIT               PIC ZZZ9.
       01  WS-ABEND-REASON               PIC X(60).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 050-READ-LOAD-CONTROL.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-UPDATE-KEY SORT-TIMESTAMP
               INPUT PROCEDURE IS 060-SELECT-ONLINE-CHANGES
               OUTPUT PROCEDURE IS 070-LOAD-CHANGED-TABLE

           OPEN INPUT DELTA-FILE
           IF WS-DELTA-STATUS NOT = '00'
               STRING 'CANNOT OPEN ACCTDELT, STATUS=' WS-DELTA-STATUS
               PERFORM 900-ABEND-JOB
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               STRING 'CANNOT OPEN ACCTSUSP, STATUS='
                   WS-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           OPEN OUTPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = '00'
               STRING 'CANNOT OPEN LOADMOVE, STATUS='
                   WS-MOVEMENT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 090-READ-NEXT-DELTA-RECORD UNTIL WS-DELTA-EOF

           CLOSE SUSPENSE-FILE
           CLOSE MOVEMENT-FILE

           PERFORM 400-WRITE-REPORT

           CLOSE DELTA-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE

           PERFORM 500-WRITE-LOAD-CONTROL

           STOP RUN.

      ******************************************************************
      * READ THE PREVIOUS FEED'S START TIME OFF LOADCTL AND TAKE THIS  *
      * RUN'S FROM THE CLOCK BEFORE THE JOURNAL IS SCANNED - AN ONLINE *
      * CHANGE JOURNALED WHILE THE LOAD RUNS IS THEN CAUGHT BY THE     *
      * NEXT FEED RATHER THAN BY NEITHER. A MISSING CONTROL RECORD     *
      * ABENDS: WITHOUT IT EVERY CHANGE EVER JOURNALED WOULD LOOK LIKE *
      * A CONFLICT. THE FIRST RUN NEEDS LOADCTL SEEDED WITH THE TIME   *
      * THE LAST HAND-APPLIED FEED WAS TAKEN.                          *
      ******************************************************************
       050-READ-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'CANNOT OPEN LOADCTL, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           READ CONTROL-FILE
               AT END
                   MOVE 'LOADCTL HAS NO CONTROL RECORD'
                       TO WS-ABEND-REASON
                   PERFORM 900-ABEND-JOB
           END-READ.
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'LOADCTL READ FAILED, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           IF LDCT-LAST-RUN-TIMESTAMP = SPACES
                   OR LDCT-LAST-RUN-TIMESTAMP = LOW-VALUES
               MOVE 'LOADCTL HAS NO PREVIOUS RUN TIMESTAMP'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE LDCT-LAST-RUN-TIMESTAMP TO WS-PREVIOUS-RUN-TIMESTAMP.
           CLOSE CONTROL-FILE.

           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-YYYY TO WS-RUN-YYYY.
           MOVE WS-CLOCK-MM   TO WS-RUN-MM.
           MOVE WS-CLOCK-DD   TO WS-RUN-DD.
           MOVE WS-CLOCK-HH   TO WS-RUN-HH.
           MOVE WS-CLOCK-MI   TO WS-RUN-MI.
           MOVE WS-CLOCK-SS   TO WS-RUN-SS.

      ******************************************************************
      * SORT INPUT - SCAN THE WHOLE JOURNAL AND RELEASE EVERY RECORD   *
      * APPLIED SINCE THE PREVIOUS FEED STARTED.                       *
      ******************************************************************
       060-SELECT-ONLINE-CHANGES.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               STRING 'CANNOT OPEN JRNLFILE, STATUS=' WS-JRNL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 065-READ-NEXT-JOURNAL-RECORD UNTIL WS-JRNL-EOF

           CLOSE JRNL-FILE.

       065-READ-NEXT-JOURNAL-RECORD.
           READ JRNL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-JRNL-STATUS
               NOT AT END
                   IF JRNL-TIMESTAMP > WS-PREVIOUS-RUN-TIMESTAMP
                       MOVE JRNL-UPDATE-KEY TO SORT-UPDATE-KEY
                       MOVE JRNL-TIMESTAMP  TO SORT-TIMESTAMP
                       MOVE JRNL-CORREL-ID  TO SORT-CORREL-ID
                       MOVE JRNL-CALLER-ID  TO SORT-CALLER-ID
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      * SORT OUTPUT - ONE TABLE ENTRY PER ACCOUNT. A KEY'S RECORDS     *
      * COME BACK OLDEST FIRST, SO EACH LATER ONE REPLACES THE LAST-   *
      * CHANGE FIELDS AND BUMPS THE COUNT.                             *
      ******************************************************************
       070-LOAD-CHANGED-TABLE.
           MOVE 'NO' TO WS-SORT-EOF-SWITCH.
           PERFORM 075-RETURN-NEXT-CHANGE UNTIL WS-SORT-EOF.

       075-RETURN-NEXT-CHANGE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 078-RECORD-ONLINE-CHANGE
           END-RETURN.

       078-RECORD-ONLINE-CHANGE.
           IF WS-CHANGED-USED = ZERO
               PERFORM 079-ADD-CHANGED-ENTRY
           ELSE
               IF SORT-UPDATE-KEY NOT = WS-CHANGED-KEY(WS-CHANGED-USED)
                   PERFORM 079-ADD-CHANGED-ENTRY
               END-IF
           END-IF.

           MOVE SORT-TIMESTAMP TO WS-CHANGED-TIMESTAMP(WS-CHANGED-USED)
           MOVE SORT-CORREL-ID TO WS-CHANGED-CORREL-ID(WS-CHANGED-USED)
           MOVE SORT-CALLER-ID TO WS-CHANGED-CALLER-ID(WS-CHANGED-USED)
           ADD 1 TO WS-CHANGED-COUNT(WS-CHANGED-USED).

       079-ADD-CHANGED-ENTRY.
           IF WS-CHANGED-USED >= 50000
               MOVE 'ONLINE CHANGE TABLE FULL' TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           ADD 1 TO WS-CHANGED-USED.
           MOVE SORT-UPDATE-KEY TO WS-CHANGED-KEY(WS-CHANGED-USED).
           MOVE ZERO TO WS-CHANGED-COUNT(WS-CHANGED-USED).

      ******************************************************************
      * READ ONE DELTA RECORD AND APPLY IT, OR FLAG END OF FILE        *
      ******************************************************************
      * FIRST - A REJECT STILL SHOWS UP IN THAT BRANCH'S READ AND      *
      * REJECTED TOTALS, WHICH IS THE WHOLE POINT OF THE CONTROL       *
      * REPORT. A BLANK KEY OR AN UNRECOGNIZED ACTION CODE NEVER       *
      * TOUCHES THE MASTER, AND NEITHER DOES A CHANGE OR CLOSE FOR AN  *
      * ACCOUNT CHANGED ONLINE SINCE THE PREVIOUS FEED.                *
      ******************************************************************
       100-APPLY-DELTA-RECORD.
           ADD 1 TO WS-TOTAL-READ.
                   WHEN DELT-ACTION-ADD
                       PERFORM 200-ADD-ACCOUNT
                   WHEN DELT-ACTION-CHANGE
                       PERFORM 170-CHECK-ONLINE-CHANGE
                       IF WS-ONLINE-CHANGE-FOUND
                           MOVE 'OC' TO WS-REJECT-REASON
                           PERFORM 230-HOLD-CONFLICTING-DELTA
                       ELSE
                           PERFORM 210-CHANGE-ACCOUNT
                       END-IF
                   WHEN DELT-ACTION-CLOSE
                       PERFORM 170-CHECK-ONLINE-CHANGE
                       IF WS-ONLINE-CHANGE-FOUND
                           MOVE 'OX' TO WS-REJECT-REASON
                           PERFORM 230-HOLD-CONFLICTING-DELTA
                       ELSE
                           PERFORM 220-CLOSE-ACCOUNT
                       END-IF
                   WHEN OTHER
                       MOVE 'BA' TO WS-REJECT-REASON
                       PERFORM 300-REJECT-DELTA-RECORD
               MOVE ZERO TO WS-BRANCH-READ(WS-BRANCH-FOUND-INDEX)
                            WS-BRANCH-APPLIED(WS-BRANCH-FOUND-INDEX)
                            WS-BRANCH-REJECTED(WS-BRANCH-FOUND-INDEX)
                            WS-BRANCH-HELD(WS-BRANCH-FOUND-INDEX)
           END-IF.

       160-MATCH-BRANCH-CODE.
               MOVE WS-BRANCH-USED TO WS-BRANCH-INDEX
           END-IF.

      ******************************************************************
      * WAS THIS DELTA'S ACCOUNT CHANGED ONLINE SINCE THE PREVIOUS     *
      * FEED? LEAVES WS-CHANGED-IX ON THE MATCHING ENTRY WHEN IT WAS.  *
      ******************************************************************
       170-CHECK-ONLINE-CHANGE.
           MOVE 'NO' TO WS-ONLINE-CHANGE-SWITCH.
           IF WS-CHANGED-USED > ZERO
               SEARCH ALL WS-CHANGED-ENTRY
                   WHEN WS-CHANGED-KEY(WS-CHANGED-IX) = DELT-KEY
                       SET WS-ONLINE-CHANGE-FOUND TO TRUE
               END-SEARCH
           END-IF.

      ******************************************************************
      * ADD - A NEW ACCOUNT MAY NOT ALREADY EXIST ON THE MASTER. A     *
      * DUPLICATE IS A FEED FAULT (OR A RESENT FILE) AND IS REJECTED   *
                   PERFORM 300-REJECT-DELTA-RECORD
               NOT INVALID KEY
                   PERFORM 250-COUNT-APPLIED
                   MOVE SPACES TO WS-MOVEMENT-BEFORE-IMAGE
                   MOVE ACCT-DATA TO LMOV-AFTER-IMAGE
                   PERFORM 260-WRITE-MOVEMENT-RECORD
           END-WRITE.

           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '22'
                   MOVE 'NF' TO WS-REJECT-REASON
                   PERFORM 300-REJECT-DELTA-RECORD
               NOT INVALID KEY
                   MOVE ACCT-DATA TO WS-MOVEMENT-BEFORE-IMAGE
                   MOVE DELT-DATA TO ACCT-DATA
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCT-STATUS NOT = '00'
                       PERFORM 900-ABEND-JOB
                   END-IF
                   PERFORM 250-COUNT-APPLIED
                   MOVE ACCT-DATA TO LMOV-AFTER-IMAGE
                   PERFORM 260-WRITE-MOVEMENT-RECORD
           END-READ.

      ******************************************************************
      * CLOSE - REMOVE THE ACCOUNT FROM THE LIVE MASTER. A CLOSE FOR   *
      * AN ACCOUNT ALREADY GONE IS REJECTED FOR THE SAME REASON AS A   *
      * CHANGE - THE BRANCH AND THE MASTER DISAGREE AND SOMEBODY       *
      * SHOULD LOOK. THE ACCOUNT IS READ FIRST SO THE MOVEMENT RECORD  *
      * CARRIES THE BALANCES THE CLOSE TOOK OFF THE MASTER.            *
      ******************************************************************
       220-CLOSE-ACCOUNT.
           MOVE DELT-KEY TO ACCT-KEY.

           READ ACCT-FILE
               INVALID KEY
                   MOVE 'NF' TO WS-REJECT-REASON
                   PERFORM 300-REJECT-DELTA-RECORD
               NOT INVALID KEY
                   PERFORM 225-DELETE-ACCOUNT
           END-READ.

       225-DELETE-ACCOUNT.
           MOVE ACCT-DATA TO WS-MOVEMENT-BEFORE-IMAGE.

           DELETE ACCT-FILE RECORD.
           IF WS-ACCT-STATUS NOT = '00'
               STRING 'ACCTFILE DELETE FAILED, STATUS=' WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 250-COUNT-APPLIED.
           MOVE SPACES TO LMOV-AFTER-IMAGE.
           PERFORM 260-WRITE-MOVEMENT-RECORD.

      ******************************************************************
      * HOLD A CHANGE OR CLOSE THAT WOULD OVERWRITE AN ONLINE CHANGE.  *
      * THE MASTER IS READ (NOT UPDATED) FOR ITS CURRENT IMAGE, WHICH  *
      * GOES TO ACCTSUSP BESIDE THE DELTA. AN ACCOUNT NO LONGER ON THE *
      * MASTER IS AN ORDINARY 'NF' REJECT - THERE IS NOTHING LEFT TO   *
      * CONFLICT WITH.                                                 *
      ******************************************************************
       230-HOLD-CONFLICTING-DELTA.
           MOVE DELT-KEY TO ACCT-KEY.

           READ ACCT-FILE
               INVALID KEY
                   MOVE 'NF' TO WS-REJECT-REASON
                   PERFORM 300-REJECT-DELTA-RECORD
               NOT INVALID KEY
                   PERFORM 310-SUSPEND-DELTA-RECORD
           END-READ.

       250-COUNT-APPLIED.
           ADD 1 TO WS-TOTAL-APPLIED.
           ADD 1 TO WS-BRANCH-APPLIED(WS-BRANCH-FOUND-INDEX).

      ******************************************************************
      * WRITE THE MOVEMENT RECORD FOR THE DELTA JUST APPLIED - THE     *
      * CALLER HAS ALREADY PUT THE AFTER-IMAGE IN LMOV-AFTER-IMAGE.    *
      * A FAILED WRITE ABENDS: A MISSING MOVEMENT WOULD THROW THE      *
      * NEXT BALANCE PROOF OUT FOR A CHANGE THAT WAS CORRECT.          *
      ******************************************************************
       260-WRITE-MOVEMENT-RECORD.
           MOVE WS-RUN-TIMESTAMP          TO LMOV-RUN-TIMESTAMP
           MOVE DELT-ACTION-CODE          TO LMOV-ACTION-CODE
           MOVE DELT-KEY                  TO LMOV-KEY
           MOVE WS-MOVEMENT-BEFORE-IMAGE  TO LMOV-BEFORE-IMAGE.

           WRITE LOAD-MOVEMENT-RECORD.
           IF WS-MOVEMENT-STATUS NOT = '00'
               STRING 'LOADMOVE WRITE FAILED, STATUS='
                   WS-MOVEMENT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * WRITE THE REJECTED DELTA TO ACCTREJ WITH ITS REASON CODE - A   *
      * FAILED REJECT WRITE ABENDS, BECAUSE A REJECT THAT EVAPORATES   *
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * WRITE THE HELD DELTA TO ACCTSUSP - THE DELTA, THE MASTER'S     *
      * CURRENT ACCT-DATA AND THE LAST ONLINE CHANGE BEHIND THE        *
      * CONFLICT. A FAILED WRITE ABENDS FOR THE SAME REASON AS A       *
      * FAILED REJECT WRITE.                                           *
      ******************************************************************
       310-SUSPEND-DELTA-RECORD.
           ADD 1 TO WS-TOTAL-HELD.
           ADD 1 TO WS-BRANCH-HELD(WS-BRANCH-FOUND-INDEX).

           MOVE WS-REJECT-REASON       TO SUSP-REASON-CODE
           MOVE ACCOUNT-DELTA-RECORD   TO SUSP-DELTA-IMAGE
           MOVE ACCT-DATA              TO SUSP-MASTER-DATA
           MOVE WS-CHANGED-CORREL-ID(WS-CHANGED-IX)
               TO SUSP-LAST-CORREL-ID
           MOVE WS-CHANGED-CALLER-ID(WS-CHANGED-IX)
               TO SUSP-LAST-CALLER-ID
           MOVE WS-CHANGED-TIMESTAMP(WS-CHANGED-IX)
               TO SUSP-LAST-TIMESTAMP
           MOVE WS-CHANGED-COUNT(WS-CHANGED-IX)
               TO SUSP-ONLINE-CHANGES.

           WRITE SUSPENSE-RECORD.
           IF WS-SUSPENSE-STATUS NOT = '00'
               STRING 'ACCTSUSP WRITE FAILED, STATUS='
                   WS-SUSPENSE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * CONTROL-TOTALS REPORT - READ/APPLIED/REJECTED PER BRANCH CODE  *
      * PLUS THE JOB TOTALS THE SCHEDULER BALANCES THE RUN AGAINST.    *
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           STRING 'ONLINE CHANGES CHECKED SINCE: '
               WS-PREVIOUS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE 'PER-BRANCH TOTALS (READ / APPLIED / REJECTED / HELD):'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-HELD TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL DELTA RECORDS HELD:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE '                DU=DUPLICATE ADD NF=NOT ON MASTER'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE 'HELD REASONS:   OC=CHANGE, OX=CLOSE - ACCOUNT CHANGED'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE '                ONLINE SINCE THE PREVIOUS FEED'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           PERFORM 420-WRITE-CONFLICT-SECTION.

      ******************************************************************
      * ONE BRANCH'S CONTROL LINE                                      *
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BRANCH-HELD(WS-BRANCH-INDEX) TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    HELD:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * CONFLICT SECTION - EVERY DELTA HELD ON ACCTSUSP THIS RUN, READ *
      * BACK FROM THE CLOSED SUSPENSE DATASET SO THE REPORT LISTS      *
      * EXACTLY WHAT OPERATIONS WILL FIND THERE.                       *
      ******************************************************************
       420-WRITE-CONFLICT-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE 'CONFLICTS HELD ON ACCTSUSP (NOT APPLIED):'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           IF WS-TOTAL-HELD = ZERO
               MOVE '  NONE' TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS NOT = '00'
                   STRING 'CANNOT REOPEN ACCTSUSP, STATUS='
                       WS-SUSPENSE-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
                   END-STRING
                   PERFORM 900-ABEND-JOB
               END-IF
               PERFORM 430-READ-NEXT-SUSPENSE-RECORD
                       UNTIL WS-SUSPENSE-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       430-READ-NEXT-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END
                   MOVE '10' TO WS-SUSPENSE-STATUS
               NOT AT END
                   PERFORM 440-WRITE-CONFLICT-LINES
           END-READ.

       440-WRITE-CONFLICT-LINES.
           MOVE SUSP-DELTA-IMAGE TO WS-SUSPENSE-DELTA.

           MOVE SPACES TO REPORT-LINE
           STRING '  BRANCH ' WS-SUSPENSE-BRANCH
               ' ACCOUNT ' WS-SUSPENSE-ACCOUNT
               ' ACTION ' WS-SUSPENSE-ACTION
               ' REASON ' SUSP-REASON-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SUSP-ONLINE-CHANGES TO WS-CHANGES-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    ONLINE CHANGES: ' WS-CHANGES-EDIT
               ' - LAST ' SUSP-LAST-TIMESTAMP
               ' BY ' SUSP-LAST-CALLER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           STRING '    LAST CORREL-ID: ' SUSP-LAST-CORREL-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * REPLACE THE LOAD CONTROL RECORD WITH THIS RUN'S START TIME AND *
      * TOTALS. DONE LAST, SO A RUN THAT ABENDS LEAVES THE PREVIOUS    *
      * FEED'S TIME IN PLACE AND THE RERUN CHECKS THE SAME WINDOW.     *
      ******************************************************************
       500-WRITE-LOAD-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'CANNOT OPEN LOADCTL, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE SPACES              TO LOAD-CONTROL-RECORD
           MOVE WS-RUN-TIMESTAMP    TO LDCT-LAST-RUN-TIMESTAMP
           MOVE WS-TOTAL-READ       TO LDCT-LAST-RUN-READ
           MOVE WS-TOTAL-APPLIED    TO LDCT-LAST-RUN-APPLIED
           MOVE WS-TOTAL-REJECTED   TO LDCT-LAST-RUN-REJECTED
           MOVE WS-TOTAL-HELD       TO LDCT-LAST-RUN-HELD.

           WRITE LOAD-CONTROL-RECORD.
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'LOADCTL WRITE FAILED, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           CLOSE CONTROL-FILE.

      ******************************************************************
      * WRITE ONE REPORT LINE - ABEND ON A WRITE FAILURE INSTEAD OF    *
      * LEAVING A SILENTLY SHORT CONTROL REPORT BEHIND FOR SOMEONE TO  *
