       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineDormSweep.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 11/29/2024.

      ******************************************************************
      *  NIGHTLY DORMANCY SWEEP OVER THE ACCTFILE ACCOUNT MASTER.      *
      *  ACCTREC HAS ALWAYS CARRIED ACCT-STATUS-DORMANT, BUT NOTHING   *
      *  EVER SET IT - COMPLIANCE'S DORMANT-ACCOUNT LISTS WERE BUILT   *
      *  BY HAND FROM IDCAMS PRINTS. THIS JOB WALKS THE MASTER IN KEY  *
      *  ORDER AND MOVES EVERY ACTIVE ACCOUNT WHOSE ACCT-LAST-ACTIVITY *
      *  (ACCT-OPEN-DATE WHEN THE ACCOUNT HAS NEVER HAD ACTIVITY) IS   *
      *  AT LEAST ITS TYPE'S THRESHOLD NUMBER OF DAYS BEFORE THE       *
      *  BUSINESS DATE TO DORMANT ('D').                               *
      *                                                                *
      *  THE BUSINESS DATE (YYYY-MM-DD) COMES ON SYSIN. THE THRESHOLD  *
      *  IN DAYS IS KEPT PER ACCT-TYPE-CODE ON THE PARAMETER DATASET   *
      *  (DD DORMPARM, ONE 80-BYTE CARD PER TYPE - SEE THE FD BELOW).  *
      *  AN ACCOUNT TYPE WITH NO CARD, OR A THRESHOLD OF ZERO, NEVER   *
      *  GOES DORMANT.                                                 *
      *                                                                *
      *  EVERY STATUS CHANGE IS JOURNALED ON JRNLFILE (SEE JRNLREC)    *
      *  WITH ITS BEFORE- AND AFTER-IMAGE, THE SAME AS AN UPDATETXN    *
      *  ITEM, UNDER CALLER DORMSWP AND A CORREL-ID OF 'DORM' + THE    *
      *  BUSINESS DATE + A FOUR-DIGIT BLOCK NUMBER (A NEW BLOCK EVERY  *
      *  9999 CHANGES, OR WHEN A RERUN FINDS THE BLOCK ALREADY USED).  *
      *                                                                *
      *  OUTPUTS:                                                      *
      *    DORMRPT  - DORMANCY REPORT BY BRANCH: EACH ACCOUNT MARKED   *
      *               DORMANT, AND ACTIVE/DORMANT/WARNED COUNTS.       *
      *    DORMNOTE - CUSTOMER-NOTICE EXTRACT, ONE DNOTREC RECORD PER  *
      *               ACCOUNT MARKED DORMANT.                          *
      *    DORMWARN - WARNING LIST OF ACTIVE ACCOUNTS THAT WILL GO     *
      *               DORMANT WITHIN THE NEXT 30 DAYS IF NOTHING       *
      *               HAPPENS ON THEM.                                 *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  11/29/2024  INITIAL VERSION.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DORMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT JRNL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT NOTICE-FILE ASSIGN TO DORMNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT WARNING-FILE ASSIGN TO DORMWARN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARNING-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DORMANCY THRESHOLD CARD - ACCOUNT TYPE IN COLUMNS 1-2, DAYS    *
      * WITHOUT ACTIVITY BEFORE AN ACCOUNT OF THAT TYPE GOES DORMANT   *
      * IN COLUMNS 4-8 (ZERO-FILLED). A CARD WITH '*' IN COLUMN 1, OR  *
      * A BLANK ONE, IS A COMMENT.                                     *
      ******************************************************************
       FD  PARM-FILE.
       01  DORMANCY-PARM-RECORD.
           05  DPRM-TYPE-CODE            PIC X(2).
           05  FILLER                    PIC X(1).
           05  DPRM-DORMANT-DAYS         PIC 9(5).
           05  FILLER                    PIC X(72).

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  JRNL-FILE.
       COPY JRNLREC.

       FD  NOTICE-FILE.
       COPY DNOTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       FD  WARNING-FILE.
       01  WARNING-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                PIC X(2).
           88  WS-PARM-EOF                VALUE '10'.
       01  WS-ACCT-STATUS                PIC X(2).
           88  WS-ACCT-EOF                VALUE '10'.
       01  WS-JRNL-STATUS                PIC X(2).
       01  WS-NOTICE-STATUS              PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-WARNING-STATUS             PIC X(2).

      ******************************************************************
      * THE BUSINESS DATE FROM SYSIN, AND THE WALL-CLOCK TIME OF THE   *
      * RUN IN THE JRNL-TIMESTAMP SHAPE FOR THE JOURNAL RECORDS.       *
      ******************************************************************
       01  WS-BUSINESS-DATE              PIC X(10).
       01  WS-TODAY-DAY-NUMBER           PIC 9(9) COMP.
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
      * DATE-TO-DAY-NUMBER WORK AREA. A YYYY-MM-DD DATE IS TURNED INTO *
      * A DAY COUNT (MARCH-BASED YEAR, SO THE LEAP DAY FALLS AT THE    *
      * END) AND TWO DAY COUNTS SUBTRACT TO THE DAYS BETWEEN THEM.     *
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
      * THRESHOLDS FROM DORMPARM, ONE ENTRY PER ACCOUNT TYPE. THE JOB  *
      * ABENDS RATHER THAN IGNORE A CARD IF THE TABLE EVER FILLS.      *
      ******************************************************************
       01  WS-THRESHOLD-TABLE.
           05  WS-THRESHOLD-ENTRY OCCURS 100 TIMES.
               10  WS-THRESHOLD-TYPE      PIC X(2).
               10  WS-THRESHOLD-DAYS      PIC 9(5).
       01  WS-THRESHOLD-USED             PIC 9(4) COMP VALUE 0.
       01  WS-THRESHOLD-INDEX            PIC 9(4) COMP.
       01  WS-THRESHOLD-FOUND-INDEX      PIC 9(4) COMP.
       01  WS-LOOKUP-TYPE                PIC X(2).

      ******************************************************************
      * PER-ACCOUNT WORK FIELDS                                        *
      ******************************************************************
       01  WS-ACCOUNT-THRESHOLD          PIC 9(5).
       01  WS-IDLE-DAYS                  PIC 9(9) COMP.
       01  WS-DAYS-LEFT                  PIC 9(9) COMP.
       01  WS-ACTIVITY-DATE              PIC X(10).
       01  WS-BEFORE-IMAGE               PIC X(150).
       01  WS-WARN-DAYS                  PIC 9(4) COMP VALUE 30.

      ******************************************************************
      * JOURNAL CORREL-ID FOR THIS RUN'S STATUS CHANGES - 'DORM', THE  *
      * BUSINESS DATE AS YYYYMMDD AND A BLOCK NUMBER - PLUS THE ITEM   *
      * SEQUENCE WITHIN THE BLOCK.                                     *
      ******************************************************************
       01  WS-SWEEP-CORREL-ID.
           05  FILLER                    PIC X(4) VALUE 'DORM'.
           05  WS-SWEEP-YYYY             PIC X(4).
           05  WS-SWEEP-MM               PIC X(2).
           05  WS-SWEEP-DD               PIC X(2).
           05  WS-SWEEP-BLOCK            PIC 9(4) VALUE 1.
       01  WS-SWEEP-SEQUENCE             PIC 9(4) VALUE 0.
       01  WS-SWEEP-CALLER-ID            PIC X(8) VALUE 'DORMSWP'.
       01  WS-JOURNAL-WRITTEN-SWITCH     PIC X(4) VALUE 'NO'.
           88  WS-JOURNAL-WRITTEN        VALUE 'YES'.

      ******************************************************************
      * BRANCH CONTROL BREAK - ACCTFILE IS READ IN KEY ORDER AND THE   *
      * BRANCH CODE LEADS THE KEY, SO EACH BRANCH'S ACCOUNTS ARRIVE    *
      * TOGETHER.                                                      *
      ******************************************************************
       01  WS-CURRENT-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-BRANCH-COUNTERS.
           05  WS-BRANCH-ACTIVE           PIC 9(9).
           05  WS-BRANCH-DORMANT          PIC 9(9).
           05  WS-BRANCH-WARNED           PIC 9(9).

       01  WS-TOTAL-COUNTERS.
           05  WS-TOTAL-READ              PIC 9(9) VALUE 0.
           05  WS-TOTAL-ACTIVE            PIC 9(9) VALUE 0.
           05  WS-TOTAL-DORMANT           PIC 9(9) VALUE 0.
           05  WS-TOTAL-WARNED            PIC 9(9) VALUE 0.
           05  WS-TOTAL-EXEMPT            PIC 9(9) VALUE 0.
           05  WS-TOTAL-UNDATED           PIC 9(9) VALUE 0.

       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-DAYS-EDIT                  PIC ZZZZ9.
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
           MOVE WS-BUSINESS-DATE(1:4) TO WS-SWEEP-YYYY.
           MOVE WS-BUSINESS-DATE(6:2) TO WS-SWEEP-MM.
           MOVE WS-BUSINESS-DATE(9:2) TO WS-SWEEP-DD.

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
               STRING 'CANNOT OPEN DORMRPT, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'NIGHTLY DORMANCY SWEEP' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE

           PERFORM 050-LOAD-THRESHOLDS.

           OPEN I-O ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               STRING 'CANNOT OPEN ACCTFILE, STATUS=' WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           OPEN I-O JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               STRING 'CANNOT OPEN JRNLFILE, STATUS=' WS-JRNL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               STRING 'CANNOT OPEN DORMNOTE, STATUS=' WS-NOTICE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           OPEN OUTPUT WARNING-FILE
           IF WS-WARNING-STATUS NOT = '00'
               STRING 'CANNOT OPEN DORMWARN, STATUS='
                   WS-WARNING-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE SPACES TO WARNING-LINE
           STRING 'ACCOUNTS GOING DORMANT WITHIN 30 DAYS OF '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WARNING-LINE
           END-STRING
           PERFORM 085-WRITE-WARNING-LINE
           MOVE SPACES TO WARNING-LINE
           PERFORM 085-WRITE-WARNING-LINE

           MOVE 'ACCOUNTS MARKED DORMANT, BY BRANCH:' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE

           PERFORM 090-READ-NEXT-ACCOUNT UNTIL WS-ACCT-EOF

           IF WS-CURRENT-BRANCH NOT = SPACES
               PERFORM 420-WRITE-BRANCH-TOTALS
           END-IF.

           PERFORM 400-WRITE-SUMMARY

           MOVE WS-TOTAL-WARNED TO WS-COUNT-EDIT
           MOVE SPACES TO WARNING-LINE
           PERFORM 085-WRITE-WARNING-LINE
           MOVE SPACES TO WARNING-LINE
           STRING 'ACCOUNTS ON THIS LIST: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WARNING-LINE
           END-STRING
           PERFORM 085-WRITE-WARNING-LINE

           CLOSE ACCT-FILE
           CLOSE JRNL-FILE
           CLOSE NOTICE-FILE
           CLOSE WARNING-FILE
           CLOSE REPORT-FILE

           STOP RUN.

      ******************************************************************
      * LOAD THE PER-TYPE THRESHOLDS FROM DORMPARM AND LIST THEM AT    *
      * THE HEAD OF THE REPORT. A DUPLICATE TYPE, A NON-NUMERIC DAY    *
      * COUNT OR A FILE WITH NO THRESHOLDS AT ALL ABENDS - A SWEEP RUN *
      * ON A BAD PARAMETER DATASET WOULD MARK THE WRONG ACCOUNTS, OR   *
      * NONE, WITHOUT ANYBODY NOTICING.                                *
      ******************************************************************
       050-LOAD-THRESHOLDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               STRING 'CANNOT OPEN DORMPARM, STATUS=' WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'DORMANCY THRESHOLDS (TYPE / DAYS):' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           PERFORM 055-READ-NEXT-PARM-CARD UNTIL WS-PARM-EOF

           CLOSE PARM-FILE.

           IF WS-THRESHOLD-USED = ZERO
               MOVE 'DORMPARM HOLDS NO THRESHOLDS' TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

       055-READ-NEXT-PARM-CARD.
           READ PARM-FILE
               AT END
                   MOVE '10' TO WS-PARM-STATUS
               NOT AT END
                   IF DPRM-TYPE-CODE(1:1) NOT = '*'
                           AND DORMANCY-PARM-RECORD NOT = SPACES
                       PERFORM 060-STORE-THRESHOLD
                   END-IF
           END-READ.

       060-STORE-THRESHOLD.
           IF DPRM-DORMANT-DAYS NOT NUMERIC
               STRING 'DORMPARM DAYS NOT NUMERIC FOR TYPE '
                   DPRM-TYPE-CODE
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE DPRM-TYPE-CODE TO WS-LOOKUP-TYPE.
           PERFORM 160-FIND-THRESHOLD.
           IF WS-THRESHOLD-FOUND-INDEX NOT = ZERO
               STRING 'DORMPARM HAS TYPE ' DPRM-TYPE-CODE ' TWICE'
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           IF WS-THRESHOLD-USED >= 100
               MOVE 'DORMANCY THRESHOLD TABLE FULL' TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           ADD 1 TO WS-THRESHOLD-USED.
           MOVE DPRM-TYPE-CODE
               TO WS-THRESHOLD-TYPE(WS-THRESHOLD-USED).
           MOVE DPRM-DORMANT-DAYS
               TO WS-THRESHOLD-DAYS(WS-THRESHOLD-USED).

           MOVE DPRM-DORMANT-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  TYPE ' DPRM-TYPE-CODE ' ' WS-DAYS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * READ THE NEXT ACCOUNT IN KEY ORDER, OR FLAG END OF FILE        *
      ******************************************************************
       090-READ-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
               NOT AT END
                   PERFORM 100-EXAMINE-ACCOUNT
           END-READ.

           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
               STRING 'ACCTFILE READ FAILED, STATUS=' WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * EXAMINE ONE ACCOUNT. ONLY AN ACTIVE ACCOUNT IS A CANDIDATE -   *
      * SUSPENDED, CLOSED AND ALREADY-DORMANT ACCOUNTS ARE PASSED BY.  *
      ******************************************************************
       100-EXAMINE-ACCOUNT.
           ADD 1 TO WS-TOTAL-READ.

           IF ACCT-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               PERFORM 150-START-NEW-BRANCH
           END-IF.

           IF ACCT-STATUS-ACTIVE
               PERFORM 110-CHECK-ACTIVE-ACCOUNT
           END-IF.

      ******************************************************************
      * HOW LONG HAS THIS ACTIVE ACCOUNT BEEN IDLE, AGAINST ITS TYPE'S *
      * THRESHOLD? AN ACCOUNT WITH NO USABLE DATE IS COUNTED AS        *
      * UNDATED AND LEFT ALONE - GUESSING WOULD MARK IT WRONGLY. A     *
      * LAST-ACTIVITY DATE AFTER THE BUSINESS DATE COUNTS AS ZERO DAYS *
      * IDLE.                                                          *
      ******************************************************************
       110-CHECK-ACTIVE-ACCOUNT.
           ADD 1 TO WS-TOTAL-ACTIVE.
           ADD 1 TO WS-BRANCH-ACTIVE.

           MOVE ACCT-TYPE-CODE TO WS-LOOKUP-TYPE.
           PERFORM 160-FIND-THRESHOLD.
           IF WS-THRESHOLD-FOUND-INDEX = ZERO
               MOVE ZERO TO WS-ACCOUNT-THRESHOLD
           ELSE
               MOVE WS-THRESHOLD-DAYS(WS-THRESHOLD-FOUND-INDEX)
                   TO WS-ACCOUNT-THRESHOLD
           END-IF.

           IF ACCT-LAST-ACTIVITY = SPACES
                   OR ACCT-LAST-ACTIVITY = LOW-VALUES
               MOVE ACCT-OPEN-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE ACCT-LAST-ACTIVITY TO WS-ACTIVITY-DATE
           END-IF.

           IF WS-ACCOUNT-THRESHOLD = ZERO
               ADD 1 TO WS-TOTAL-EXEMPT
           ELSE
               MOVE WS-ACTIVITY-DATE TO WS-DATE-WORK
               PERFORM 700-COMPUTE-DAY-NUMBER
               IF NOT WS-DATE-VALID
                   ADD 1 TO WS-TOTAL-UNDATED
               ELSE
                   IF WS-DAY-NUMBER > WS-TODAY-DAY-NUMBER
                       MOVE ZERO TO WS-IDLE-DAYS
                   ELSE
                       COMPUTE WS-IDLE-DAYS =
                           WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
                   END-IF
                   IF WS-IDLE-DAYS >= WS-ACCOUNT-THRESHOLD
                       PERFORM 200-MARK-ACCOUNT-DORMANT
                   ELSE
                       COMPUTE WS-DAYS-LEFT =
                           WS-ACCOUNT-THRESHOLD - WS-IDLE-DAYS
                       IF WS-DAYS-LEFT <= WS-WARN-DAYS
                           PERFORM 300-WARN-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * NEW BRANCH - CLOSE OFF THE PREVIOUS ONE'S TOTALS AND START     *
      * THIS ONE'S SECTION OF THE REPORT.                              *
      ******************************************************************
       150-START-NEW-BRANCH.
           IF WS-CURRENT-BRANCH NOT = SPACES
               PERFORM 420-WRITE-BRANCH-TOTALS
           END-IF.

           MOVE ACCT-BRANCH-CODE TO WS-CURRENT-BRANCH.
           MOVE ZERO TO WS-BRANCH-ACTIVE
                        WS-BRANCH-DORMANT
                        WS-BRANCH-WARNED.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  BRANCH ' WS-CURRENT-BRANCH
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * FIND THE THRESHOLD ENTRY FOR WS-LOOKUP-TYPE - ZERO WHEN THE    *
      * TYPE HAS NO CARD.                                              *
      ******************************************************************
       160-FIND-THRESHOLD.
           MOVE ZERO TO WS-THRESHOLD-FOUND-INDEX.
           PERFORM 165-MATCH-THRESHOLD-TYPE
                   VARYING WS-THRESHOLD-INDEX FROM 1 BY 1
                   UNTIL WS-THRESHOLD-INDEX > WS-THRESHOLD-USED.

       165-MATCH-THRESHOLD-TYPE.
           IF WS-LOOKUP-TYPE = WS-THRESHOLD-TYPE(WS-THRESHOLD-INDEX)
               MOVE WS-THRESHOLD-INDEX TO WS-THRESHOLD-FOUND-INDEX
               MOVE WS-THRESHOLD-USED TO WS-THRESHOLD-INDEX
           END-IF.

      ******************************************************************
      * MARK THE ACCOUNT DORMANT - REWRITE THE MASTER, JOURNAL THE     *
      * BEFORE/AFTER IMAGES, WRITE THE CUSTOMER NOTICE AND LIST IT.    *
      * ACCT-LAST-ACTIVITY IS LEFT AS IT WAS - GOING DORMANT IS NOT    *
      * ACTIVITY ON THE ACCOUNT.                                       *
      ******************************************************************
       200-MARK-ACCOUNT-DORMANT.
           MOVE ACCT-DATA TO WS-BEFORE-IMAGE.
           SET ACCT-STATUS-DORMANT TO TRUE.

           REWRITE ACCOUNT-RECORD.
           IF WS-ACCT-STATUS NOT = '00'
               STRING 'ACCTFILE REWRITE FAILED, STATUS=' WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           ADD 1 TO WS-TOTAL-DORMANT.
           ADD 1 TO WS-BRANCH-DORMANT.

           PERFORM 210-JOURNAL-STATUS-CHANGE.
           PERFORM 220-WRITE-CUSTOMER-NOTICE.

           MOVE WS-IDLE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    ' ACCT-ACCOUNT-NUMBER
               ' TYPE ' ACCT-TYPE-CODE
               ' LAST ACTIVITY ' WS-ACTIVITY-DATE
               ' IDLE ' WS-DAYS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * JOURNAL THE STATUS CHANGE THE SAME WAY AIB1 JOURNALS AN UPDATE *
      * ITEM. A BLOCK RUNS TO 9999 ITEMS; A KEY ALREADY ON FILE MEANS  *
      * AN EARLIER RUN FOR THIS BUSINESS DATE USED THE BLOCK, SO THE   *
      * RECORD MOVES TO THE NEXT BLOCK INSTEAD OF OVERWRITING IT.      *
      ******************************************************************
       210-JOURNAL-STATUS-CHANGE.
           IF WS-SWEEP-SEQUENCE >= 9999
               PERFORM 218-START-NEXT-BLOCK
           ELSE
               ADD 1 TO WS-SWEEP-SEQUENCE
           END-IF.

           MOVE ACCT-KEY              TO JRNL-UPDATE-KEY.
           MOVE WS-BEFORE-IMAGE       TO JRNL-BEFORE-IMAGE.
           MOVE ACCT-DATA             TO JRNL-AFTER-IMAGE.
           MOVE WS-SWEEP-CALLER-ID    TO JRNL-CALLER-ID.
           MOVE WS-RUN-TIMESTAMP      TO JRNL-TIMESTAMP.

           MOVE 'NO' TO WS-JOURNAL-WRITTEN-SWITCH.
           PERFORM 215-WRITE-JOURNAL-RECORD
                   UNTIL WS-JOURNAL-WRITTEN.

       215-WRITE-JOURNAL-RECORD.
           MOVE WS-SWEEP-CORREL-ID    TO JRNL-CORREL-ID.
           MOVE WS-SWEEP-SEQUENCE     TO JRNL-SEQUENCE.

           WRITE JOURNAL-RECORD
               INVALID KEY
                   PERFORM 218-START-NEXT-BLOCK
               NOT INVALID KEY
                   SET WS-JOURNAL-WRITTEN TO TRUE
           END-WRITE.

           IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '22'
               STRING 'JRNLFILE WRITE FAILED, STATUS=' WS-JRNL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

       218-START-NEXT-BLOCK.
           IF WS-SWEEP-BLOCK >= 9999
               MOVE 'JOURNAL BLOCKS EXHAUSTED FOR THIS BUSINESS DATE'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           ADD 1 TO WS-SWEEP-BLOCK.
           MOVE 1 TO WS-SWEEP-SEQUENCE.

      ******************************************************************
      * CUSTOMER-NOTICE EXTRACT RECORD FOR THE ACCOUNT JUST MARKED     *
      ******************************************************************
       220-WRITE-CUSTOMER-NOTICE.
           MOVE SPACES                TO DORMANCY-NOTICE-RECORD.
           MOVE ACCT-KEY              TO DNOT-KEY.
           MOVE ACCT-TYPE-CODE        TO DNOT-TYPE-CODE.
           MOVE ACCT-CURRENT-BALANCE  TO DNOT-CURRENT-BALANCE.
           MOVE ACCT-AVAIL-BALANCE    TO DNOT-AVAIL-BALANCE.
           MOVE WS-ACTIVITY-DATE      TO DNOT-LAST-ACTIVITY.
           MOVE WS-BUSINESS-DATE      TO DNOT-DORMANT-DATE.
           MOVE WS-IDLE-DAYS          TO DNOT-IDLE-DAYS.
           MOVE WS-ACCOUNT-THRESHOLD  TO DNOT-THRESHOLD-DAYS.

           WRITE DORMANCY-NOTICE-RECORD.
           IF WS-NOTICE-STATUS NOT = '00'
               STRING 'DORMNOTE WRITE FAILED, STATUS=' WS-NOTICE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * WARNING LIST ENTRY - STILL ACTIVE, BUT WITHIN 30 DAYS OF ITS   *
      * TYPE'S THRESHOLD.                                              *
      ******************************************************************
       300-WARN-ACCOUNT.
           ADD 1 TO WS-TOTAL-WARNED.
           ADD 1 TO WS-BRANCH-WARNED.

           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE SPACES TO WARNING-LINE
           STRING '  ' ACCT-BRANCH-CODE ' ' ACCT-ACCOUNT-NUMBER
               ' TYPE ' ACCT-TYPE-CODE
               ' LAST ACTIVITY ' WS-ACTIVITY-DATE
               ' DORMANT IN ' WS-DAYS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO WARNING-LINE
           END-STRING
           PERFORM 085-WRITE-WARNING-LINE.

      ******************************************************************
      * JOB TOTALS                                                     *
      ******************************************************************
       400-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-READ TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL ACCOUNTS READ:           ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-ACTIVE TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL ACTIVE ACCOUNTS CHECKED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-DORMANT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL MARKED DORMANT:          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-WARNED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL ON 30-DAY WARNING LIST:  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-EXEMPT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACTIVE, TYPE HAS NO THRESHOLD: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-UNDATED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACTIVE, NO USABLE DATE:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * ONE BRANCH'S TOTALS                                            *
      ******************************************************************
       420-WRITE-BRANCH-TOTALS.
           MOVE WS-BRANCH-ACTIVE TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    ACTIVE CHECKED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BRANCH-DORMANT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    MARKED DORMANT: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BRANCH-WARNED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    WARNED:         ' WS-COUNT-EDIT
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
      * LEAVING A SILENTLY SHORT DORMANCY REPORT BEHIND FOR SOMEONE TO *
      * MISTAKE FOR A CLEAN RUN.                                       *
      ******************************************************************
       080-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'DORMRPT WRITE FAILED, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * WRITE ONE WARNING-LIST LINE, SAME RULE                         *
      ******************************************************************
       085-WRITE-WARNING-LINE.
           WRITE WARNING-LINE.
           IF WS-WARNING-STATUS NOT = '00'
               STRING 'DORMWARN WRITE FAILED, STATUS='
                   WS-WARNING-STATUS
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
           DISPLAY 'WavineDormSweep ABEND - ' WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
