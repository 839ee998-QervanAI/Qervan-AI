       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineSnapRecon.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 01/17/2025.

      ******************************************************************
      *  MONTH-END FULL-SNAPSHOT RECONCILIATION OF THE ACCTFILE        *
      *  ACCOUNT MASTER AGAINST THE BRANCH BOOKS. WavineAcctLoad ONLY  *
      *  EVER SEES DELTAS, SO A DELTA THAT WAS LOST OR REJECTED LEAVES *
      *  THE MASTER OUT OF STEP FOR GOOD. AT MONTH END THE BRANCHES    *
      *  SEND EVERY ACCOUNT ON THEIR BOOKS (DD ACCTSNAP, ONE SECTION   *
      *  PER BRANCH - SEE SNAPREC) AND THIS JOB MATCHES IT KEY BY KEY  *
      *  AGAINST ACCTFILE:                                             *
      *    - AN ACCOUNT IN THE SNAPSHOT BUT NOT ON THE MASTER, OR ON   *
      *      THE MASTER BUT NOT IN THE SNAPSHOT.                       *
      *    - AN ACCOUNT ON BOTH WHOSE STATUS, TYPE, CURRENT OR         *
      *      AVAILABLE BALANCE, OPEN DATE OR LAST-ACTIVITY DATE        *
      *      DIFFER - ONE REPORT LINE PER FIELD.                       *
      *                                                                *
      *  OUTPUTS:                                                      *
      *    SNAPRPT  - THE RECONCILIATION REPORT: THE SNAPSHOT SECTIONS *
      *               RECEIVED, THE DIFFERENCES AND COUNTS BY          *
      *               ACCT-BRANCH-CODE WITH THE MATCH PERCENTAGE, THE  *
      *               BRANCHES THAT COULD NOT BE RECONCILED AND JOB    *
      *               TOTALS.                                          *
      *    SNAPDELT - CORRECTIVE DELTAS IN THE ACCTDELT LAYOUT THAT    *
      *               WOULD BRING THE MASTER INTO LINE WITH THE        *
      *               BRANCH BOOKS: 'A' WITH THE BRANCH IMAGE FOR AN   *
      *               ACCOUNT NOT ON THE MASTER, 'X' (DELT-DATA THE    *
      *               MASTER IMAGE) FOR ONE NOT IN THE SNAPSHOT, 'C'   *
      *               FOR A DIFFERENCE - THE MASTER IMAGE WITH THE     *
      *               COMPARED FIELDS TAKEN FROM THE BRANCH, SO THE    *
      *               RESERVED BYTES ARE LEFT AS THEY ARE. NOTHING IS  *
      *               APPLIED HERE: OPERATIONS REVIEW THE FILE AND     *
      *               FEED IT THROUGH THE NIGHTLY WavineAcctLoad AS    *
      *               AN ACCTDELT, WHERE THE USUAL REJECT AND ONLINE-  *
      *               CONFLICT CHECKS STILL APPLY. IT HAS NO HEADER OR *
      *               TRAILER, WHICH THE LOAD WOULD REJECT.            *
      *                                                                *
      *  A BRANCH IS ONLY RECONCILED WHEN ITS SECTION PROVES WHOLE -   *
      *  ONE HEADER FOR THE SYSIN SNAPSHOT DATE, ONLY ITS OWN ACCOUNTS *
      *  AND A TRAILER WHOSE COUNT AND HASH AGREE. ANY OTHER BRANCH,   *
      *  AND ANY BRANCH ON THE MASTER THAT SENT NO SECTION, IS LISTED  *
      *  AS NOT RECONCILED AND GETS NO CORRECTIVE DELTAS - A SHORT OR  *
      *  MISSING SECTION WOULD OTHERWISE TURN INTO A CLOSE FOR EVERY   *
      *  ACCOUNT IT LEFT OUT.                                          *
      *                                                                *
      *  THE SNAPSHOT DATE (YYYY-MM-DD) COMES ON SYSIN. RUN IT AFTER   *
      *  THE MONTH-END WavineAcctLoad AND BEFORE ONLINE TRAFFIC        *
      *  RESUMES, SO THE MASTER IS AS OF THE SAME MOMENT.              *
      *                                                                *
      *  RETURN CODES: 0 - EVERY BRANCH RECONCILED AND IN STEP, 4 -    *
      *  DIFFERENCES FOUND (SNAPDELT HAS RECORDS), 8 - AT LEAST ONE    *
      *  BRANCH NOT RECONCILED, 16 - ABEND.                            *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  01/17/2025  INITIAL VERSION.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO ACCTSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT CORRECTIVE-FILE ASSIGN TO SNAPDELT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTIVE-STATUS.

           SELECT REPORT-FILE ASSIGN TO SNAPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       COPY ACCTDLT.
       COPY SNAPREC.

       FD  ACCT-FILE.
       COPY ACCTREC.

      ******************************************************************
      * SORT RECORD - ONE PER SNAPSHOT DETAIL, IN ACCT-KEY ORDER TO    *
      * MATCH AGAINST THE MASTER. SORT-DATA MIRRORS ACCT-DATA (SEE     *
      * ACCTREC) SO THE BRANCH'S FIELDS CAN BE COMPARED ONE BY ONE.    *
      ******************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-KEY.
               10  SORT-BRANCH-CODE      PIC X(4).
               10  SORT-ACCOUNT-NUMBER   PIC X(12).
           05  SORT-DATA.
               10  SORT-STATUS-CODE      PIC X(1).
               10  SORT-TYPE-CODE        PIC X(2).
               10  SORT-CURRENT-BALANCE  PIC S9(11)V99.
               10  SORT-AVAIL-BALANCE    PIC S9(11)V99.
               10  SORT-OPEN-DATE        PIC X(10).
               10  SORT-LAST-ACTIVITY    PIC X(10).
               10  FILLER                PIC X(101).

      ******************************************************************
      * CORRECTIVE DELTA - A BYTE COPY OF WS-CORRECTIVE-DELTA, WHICH   *
      * IS LAID OUT AS ACCTDLT. KEEP THE LENGTH IN STEP WITH ACCTDLT.  *
      ******************************************************************
       FD  CORRECTIVE-FILE.
       01  CORRECTIVE-DELTA-RECORD       PIC X(167).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-STATUS            PIC X(2).
           88  WS-SNAPSHOT-EOF            VALUE '10'.
       01  WS-ACCT-STATUS                PIC X(2).
       01  WS-CORRECTIVE-STATUS          PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-SORT-EOF-SWITCH            PIC X(4) VALUE 'NO'.
           88  WS-SORT-EOF               VALUE 'YES'.

      ******************************************************************
      * THE MONTH-END DATE THE SNAPSHOT WAS TAKEN AT, FROM SYSIN       *
      ******************************************************************
       01  WS-SNAPSHOT-DATE              PIC X(10).

      ******************************************************************
      * ONE ENTRY PER BRANCH SEEN IN THE SNAPSHOT OR ON THE MASTER,    *
      * FILLED IN ARRIVAL ORDER. WS-BR-REASON IS SPACES WHILE THE      *
      * BRANCH CAN BE RECONCILED, OTHERWISE WHY IT CANNOT. THE JOB     *
      * ABENDS RATHER THAN DROP A BRANCH IF THE TABLE EVER FILLS.      *
      ******************************************************************
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  WS-BR-CODE             PIC X(4).
               10  WS-BR-REASON           PIC X(30).
               10  WS-BR-SECTIONS         PIC 9(4) COMP.
               10  WS-BR-SNAP-DETAILS     PIC 9(9).
               10  WS-BR-MASTER-COUNT     PIC 9(9).
               10  WS-BR-MATCHED          PIC 9(9).
               10  WS-BR-DIFFERING        PIC 9(9).
               10  WS-BR-NOT-ON-MASTER    PIC 9(9).
               10  WS-BR-NOT-IN-SNAPSHOT  PIC 9(9).
               10  WS-BR-DUPLICATES       PIC 9(9).
               10  WS-BR-FIELD-COUNT OCCURS 6 TIMES PIC 9(9).
       01  WS-BRANCH-USED                PIC 9(4) COMP VALUE 0.
       01  WS-BRANCH-INDEX               PIC 9(4) COMP.
       01  WS-BRANCH-FOUND-INDEX         PIC 9(4) COMP.
       01  WS-LOOKUP-BRANCH              PIC X(4).
       01  WS-REJECT-TEXT                PIC X(30).

      ******************************************************************
      * THE SNAPSHOT SECTION BEING READ - ITS BRANCH ENTRY (ZERO WHEN  *
      * NO SECTION IS OPEN), DETAIL COUNT AND BALANCE HASH.            *
      ******************************************************************
       01  WS-SECTION-INDEX              PIC 9(4) COMP VALUE 0.
       01  WS-SECTION-DETAILS            PIC 9(9).
       01  WS-SECTION-HASH               PIC S9(15)V99.

      ******************************************************************
      * MATCH POSITION - THE CURRENT SNAPSHOT AND MASTER KEYS, HIGH-   *
      * VALUES ONCE THAT SIDE IS EXHAUSTED, AND THE BRANCH IN HAND.    *
      ******************************************************************
       01  WS-SNAP-KEY                   PIC X(16).
       01  WS-MASTER-KEY                 PIC X(16).
       01  WS-LOW-KEY.
           05  WS-LOW-BRANCH             PIC X(4).
           05  FILLER                    PIC X(12).
       01  WS-DUPLICATE-SWITCH           PIC X(4) VALUE 'NO'.
           88  WS-SNAP-DUPLICATE         VALUE 'YES'.
       01  WS-CURRENT-INDEX              PIC 9(4) COMP VALUE 0.
       01  WS-BRANCH-USABLE-SWITCH       PIC X(4) VALUE 'NO'.
           88  WS-BRANCH-USABLE          VALUE 'YES'.

      ******************************************************************
      * FIELD COMPARISON - THE FIELD NAMES FOR THE REPORT, IN ACCT-    *
      * DATA ORDER, THEIR SHORT CODES (AS ON NUZH) FOR THE BY-FIELD    *
      * COUNTS, AND THE TWO SIDES OF A BALANCE AS STORED - COMPARED AS *
      * AMOUNTS WHEN BOTH ARE NUMERIC, AS BYTES OTHERWISE.             *
      ******************************************************************
       01  WS-FIELD-NAME-TABLE.
           05  WS-FIELD-NAME OCCURS 6 TIMES PIC X(14).
       01  WS-FIELD-CODE-TABLE.
           05  WS-FIELD-CODE OCCURS 6 TIMES PIC X(2).
       01  WS-FIELD-INDEX                PIC 9(4) COMP.
       01  WS-ACCOUNT-DIFFERS-SWITCH     PIC X(4) VALUE 'NO'.
           88  WS-ACCOUNT-DIFFERS        VALUE 'YES'.
       01  WS-MASTER-RAW                 PIC X(13).
       01  WS-MASTER-AMOUNT REDEFINES WS-MASTER-RAW
                                         PIC S9(11)V99.
       01  WS-SNAP-RAW                   PIC X(13).
       01  WS-SNAP-AMOUNT REDEFINES WS-SNAP-RAW
                                         PIC S9(11)V99.
       01  WS-AMOUNT-EDIT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * ONE FIELD-DIFFERENCE LINE (ALSO THE COLUMN HEADING)            *
      ******************************************************************
       01  WS-DIFF-LINE.
           05  FILLER                    PIC X(2).
           05  WS-DL-KEY                 PIC X(16).
           05  FILLER                    PIC X(2).
           05  WS-DL-FIELD-NAME          PIC X(14).
           05  WS-DL-MASTER-VALUE        PIC X(20).
           05  WS-DL-SNAP-VALUE          PIC X(20).
           05  FILLER                    PIC X(6).

      ******************************************************************
      * CORRECTIVE DELTA BUILD AREA - ACCTDLT LAYOUT                   *
      ******************************************************************
       01  WS-CORRECTIVE-DELTA.
           05  WS-CD-ACTION-CODE         PIC X(1).
           05  WS-CD-KEY                 PIC X(16).
           05  WS-CD-DATA                PIC X(150).

       01  WS-TOTAL-COUNTERS.
           05  WS-TOTAL-SNAP-RECORDS      PIC 9(9) VALUE 0.
           05  WS-TOTAL-STRAY-RECORDS     PIC 9(9) VALUE 0.
           05  WS-TOTAL-BRANCHES-DONE     PIC 9(9) VALUE 0.
           05  WS-TOTAL-BRANCHES-SKIPPED  PIC 9(9) VALUE 0.
           05  WS-TOTAL-SKIPPED-ACCOUNTS  PIC 9(9) VALUE 0.
           05  WS-TOTAL-MASTER            PIC 9(9) VALUE 0.
           05  WS-TOTAL-SNAPSHOT          PIC 9(9) VALUE 0.
           05  WS-TOTAL-MATCHED           PIC 9(9) VALUE 0.
           05  WS-TOTAL-DIFFERING         PIC 9(9) VALUE 0.
           05  WS-TOTAL-NOT-ON-MASTER     PIC 9(9) VALUE 0.
           05  WS-TOTAL-NOT-IN-SNAPSHOT   PIC 9(9) VALUE 0.
           05  WS-TOTAL-DUPLICATES        PIC 9(9) VALUE 0.
           05  WS-TOTAL-CORRECT-ADDS      PIC 9(9) VALUE 0.
           05  WS-TOTAL-CORRECT-CHANGES   PIC 9(9) VALUE 0.
           05  WS-TOTAL-CORRECT-CLOSES    PIC 9(9) VALUE 0.

      ******************************************************************
      * MATCH PERCENTAGE - ACCOUNTS THAT AGREE IN EVERY COMPARED FIELD *
      * OVER EVERY ACCOUNT ON EITHER SIDE.                             *
      ******************************************************************
       01  WS-COMPARED-COUNT             PIC 9(9).
       01  WS-MATCHED-COUNT              PIC 9(9).
       01  WS-PERCENT                    PIC 999V99.
       01  WS-PERCENT-EDIT               PIC ZZ9.99.

       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-FIELD-COUNT-EDIT           PIC Z(6)9.
       01  WS-ABEND-REASON               PIC X(60).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           ACCEPT WS-SNAPSHOT-DATE.
           IF WS-SNAPSHOT-DATE = SPACES
                   OR WS-SNAPSHOT-DATE = LOW-VALUES
               MOVE 'NO SNAPSHOT DATE SUPPLIED ON SYSIN'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 010-INITIALIZE-TABLES.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'CANNOT OPEN SNAPRPT, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'MONTH-END SNAPSHOT RECONCILIATION' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SNAPSHOT DATE: ' WS-SNAPSHOT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS 100-SELECT-SNAPSHOT
               OUTPUT PROCEDURE IS 300-RECONCILE

           PERFORM 600-WRITE-NOT-RECONCILED.

           PERFORM 650-WRITE-TOTALS.

           CLOSE REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-TOTAL-BRANCHES-SKIPPED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-CORRECT-ADDS > ZERO
                       OR WS-TOTAL-CORRECT-CHANGES > ZERO
                       OR WS-TOTAL-CORRECT-CLOSES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      ******************************************************************
      * LOAD THE FIELD NAMES AND CODES, IN ACCT-DATA ORDER             *
      ******************************************************************
       010-INITIALIZE-TABLES.
           MOVE 'STATUS'        TO WS-FIELD-NAME(1)
           MOVE 'TYPE'          TO WS-FIELD-NAME(2)
           MOVE 'CURRENT BAL'   TO WS-FIELD-NAME(3)
           MOVE 'AVAILABLE BAL' TO WS-FIELD-NAME(4)
           MOVE 'OPEN DATE'     TO WS-FIELD-NAME(5)
           MOVE 'LAST ACTIVITY' TO WS-FIELD-NAME(6)
           MOVE 'ST' TO WS-FIELD-CODE(1)
           MOVE 'TY' TO WS-FIELD-CODE(2)
           MOVE 'CB' TO WS-FIELD-CODE(3)
           MOVE 'AB' TO WS-FIELD-CODE(4)
           MOVE 'OD' TO WS-FIELD-CODE(5)
           MOVE 'LA' TO WS-FIELD-CODE(6).

      ******************************************************************
      * FIND (OR CREATE) THE BRANCH ENTRY FOR WS-LOOKUP-BRANCH         *
      ******************************************************************
       050-FIND-BRANCH.
           MOVE ZERO TO WS-BRANCH-FOUND-INDEX.
           PERFORM 055-MATCH-BRANCH
                   VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > WS-BRANCH-USED.

           IF WS-BRANCH-FOUND-INDEX = ZERO
               IF WS-BRANCH-USED >= 500
                   MOVE 'BRANCH TABLE FULL' TO WS-ABEND-REASON
                   PERFORM 900-ABEND-JOB
               END-IF
               ADD 1 TO WS-BRANCH-USED
               MOVE WS-BRANCH-USED TO WS-BRANCH-FOUND-INDEX
               MOVE WS-LOOKUP-BRANCH
                   TO WS-BR-CODE(WS-BRANCH-FOUND-INDEX)
               MOVE SPACES TO WS-BR-REASON(WS-BRANCH-FOUND-INDEX)
               MOVE ZERO TO WS-BR-SECTIONS(WS-BRANCH-FOUND-INDEX)
                            WS-BR-SNAP-DETAILS(WS-BRANCH-FOUND-INDEX)
                            WS-BR-MASTER-COUNT(WS-BRANCH-FOUND-INDEX)
                            WS-BR-MATCHED(WS-BRANCH-FOUND-INDEX)
                            WS-BR-DIFFERING(WS-BRANCH-FOUND-INDEX)
                            WS-BR-NOT-ON-MASTER(WS-BRANCH-FOUND-INDEX)
                          WS-BR-NOT-IN-SNAPSHOT(WS-BRANCH-FOUND-INDEX)
                            WS-BR-DUPLICATES(WS-BRANCH-FOUND-INDEX)
               PERFORM 060-ZERO-FIELD-COUNT
                       VARYING WS-FIELD-INDEX FROM 1 BY 1
                       UNTIL WS-FIELD-INDEX > 6
           END-IF.

       055-MATCH-BRANCH.
           IF WS-LOOKUP-BRANCH = WS-BR-CODE(WS-BRANCH-INDEX)
               MOVE WS-BRANCH-INDEX TO WS-BRANCH-FOUND-INDEX
               MOVE WS-BRANCH-USED TO WS-BRANCH-INDEX
           END-IF.

       060-ZERO-FIELD-COUNT.
           MOVE ZERO TO
               WS-BR-FIELD-COUNT(WS-BRANCH-FOUND-INDEX WS-FIELD-INDEX).

      ******************************************************************
      * RECORD WHY THE BRANCH IN WS-BRANCH-FOUND-INDEX CANNOT BE       *
      * RECONCILED - THE FIRST REASON FOUND IS THE ONE KEPT.           *
      ******************************************************************
       070-REJECT-BRANCH.
           IF WS-BR-REASON(WS-BRANCH-FOUND-INDEX) = SPACES
               MOVE WS-REJECT-TEXT
                   TO WS-BR-REASON(WS-BRANCH-FOUND-INDEX)
           END-IF.

      ******************************************************************
      * WRITE ONE REPORT LINE - ABEND ON A WRITE FAILURE INSTEAD OF    *
      * LEAVING A SILENTLY SHORT RECONCILIATION BEHIND FOR SOMEONE TO  *
      * MISTAKE FOR A CLEAN ONE.                                       *
      ******************************************************************
       080-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'SNAPRPT WRITE FAILED, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * SORT INPUT - READ THE SNAPSHOT, PROVE EACH BRANCH SECTION      *
      * AGAINST ITS HEADER AND TRAILER AND RELEASE ITS DETAILS. A      *
      * SECTION THAT DOES NOT PROVE STILL HAS ITS DETAILS SORTED, BUT  *
      * ITS BRANCH IS PASSED OVER IN THE MATCH. EACH SECTION IS LISTED *
      * AS IT CLOSES.                                                  *
      ******************************************************************
       100-SELECT-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = '00'
               STRING 'CANNOT OPEN ACCTSNAP, STATUS='
                   WS-SNAPSHOT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'SNAPSHOT SECTIONS RECEIVED:' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           PERFORM 105-READ-NEXT-SNAPSHOT UNTIL WS-SNAPSHOT-EOF

           IF WS-SECTION-INDEX NOT = ZERO
               MOVE 'NO TRAILER' TO WS-REJECT-TEXT
               PERFORM 140-END-SECTION
           END-IF.

           CLOSE SNAPSHOT-FILE.

           IF WS-BRANCH-USED = ZERO
               MOVE 'ACCTSNAP HOLDS NO BRANCH SECTIONS'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

       105-READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   MOVE '10' TO WS-SNAPSHOT-STATUS
               NOT AT END
                   ADD 1 TO WS-TOTAL-SNAP-RECORDS
                   PERFORM 110-EXAMINE-SNAPSHOT-RECORD
           END-READ.

           IF WS-SNAPSHOT-STATUS NOT = '00'
                   AND WS-SNAPSHOT-STATUS NOT = '10'
               STRING 'ACCTSNAP READ FAILED, STATUS='
                   WS-SNAPSHOT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

       110-EXAMINE-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SNAP-HEADER
                   PERFORM 120-OPEN-SECTION
               WHEN SNAP-DETAIL
                   PERFORM 125-TAKE-DETAIL
               WHEN SNAP-TRAILER
                   PERFORM 130-CLOSE-SECTION
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-STRAY-RECORDS
                   IF WS-SECTION-INDEX NOT = ZERO
                       MOVE WS-SECTION-INDEX TO WS-BRANCH-FOUND-INDEX
                       MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-TEXT
                       PERFORM 070-REJECT-BRANCH
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * A HEADER OPENS A SECTION. A BRANCH MAY SEND ONLY ONE, FOR THE  *
      * SYSIN SNAPSHOT DATE.                                           *
      ******************************************************************
       120-OPEN-SECTION.
           IF WS-SECTION-INDEX NOT = ZERO
               MOVE 'NO TRAILER' TO WS-REJECT-TEXT
               PERFORM 140-END-SECTION
           END-IF.

           MOVE SNAP-HDR-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM 050-FIND-BRANCH.
           MOVE WS-BRANCH-FOUND-INDEX TO WS-SECTION-INDEX.
           ADD 1 TO WS-BR-SECTIONS(WS-SECTION-INDEX).
           MOVE ZERO TO WS-SECTION-DETAILS WS-SECTION-HASH.

           IF WS-BR-SECTIONS(WS-SECTION-INDEX) > 1
               MOVE 'SECTION SENT TWICE' TO WS-REJECT-TEXT
               PERFORM 070-REJECT-BRANCH
           END-IF.
           IF SNAP-HDR-SNAPSHOT-DATE NOT = WS-SNAPSHOT-DATE
               MOVE 'WRONG SNAPSHOT DATE' TO WS-REJECT-TEXT
               PERFORM 070-REJECT-BRANCH
           END-IF.

      ******************************************************************
      * A DETAIL IS COUNTED INTO ITS SECTION AND RELEASED TO THE SORT. *
      * ONE OUTSIDE ANY SECTION, OR FOR ANOTHER BRANCH, MEANS THE      *
      * BRANCH'S ACCOUNTS CANNOT ALL BE ACCOUNTED FOR.                 *
      ******************************************************************
       125-TAKE-DETAIL.
           MOVE DELT-KEY  TO SORT-KEY.
           MOVE DELT-DATA TO SORT-DATA.

           IF WS-SECTION-INDEX = ZERO
               ADD 1 TO WS-TOTAL-STRAY-RECORDS
               MOVE DELT-BRANCH-CODE TO WS-LOOKUP-BRANCH
               PERFORM 050-FIND-BRANCH
               MOVE 'ACCOUNT OUTSIDE ITS SECTION' TO WS-REJECT-TEXT
               PERFORM 070-REJECT-BRANCH
           ELSE
               ADD 1 TO WS-SECTION-DETAILS
               IF SORT-CURRENT-BALANCE NUMERIC
                   ADD SORT-CURRENT-BALANCE TO WS-SECTION-HASH
               END-IF
               IF DELT-BRANCH-CODE = WS-BR-CODE(WS-SECTION-INDEX)
                   RELEASE SORT-WORK-RECORD
               ELSE
                   MOVE WS-SECTION-INDEX TO WS-BRANCH-FOUND-INDEX
                   MOVE 'OTHER BRANCH ACCOUNT IN SECTION'
                       TO WS-REJECT-TEXT
                   PERFORM 070-REJECT-BRANCH
               END-IF
           END-IF.

      ******************************************************************
      * A TRAILER CLOSES THE SECTION - ITS BRANCH, DATE, COUNT AND     *
      * HASH MUST ALL AGREE WITH WHAT WAS READ.                        *
      ******************************************************************
       130-CLOSE-SECTION.
           IF WS-SECTION-INDEX = ZERO
               ADD 1 TO WS-TOTAL-STRAY-RECORDS
               MOVE SNAP-TRL-BRANCH-CODE TO WS-LOOKUP-BRANCH
               PERFORM 050-FIND-BRANCH
               MOVE 'TRAILER WITHOUT HEADER' TO WS-REJECT-TEXT
               PERFORM 070-REJECT-BRANCH
           ELSE
               MOVE SPACES TO WS-REJECT-TEXT
               IF SNAP-TRL-BRANCH-CODE
                       NOT = WS-BR-CODE(WS-SECTION-INDEX)
                       OR SNAP-TRL-SNAPSHOT-DATE NOT = WS-SNAPSHOT-DATE
                       OR SNAP-TRL-DETAIL-COUNT NOT NUMERIC
                       OR SNAP-TRL-CURRENT-HASH NOT NUMERIC
                   MOVE 'TRAILER DOES NOT MATCH SECTION'
                       TO WS-REJECT-TEXT
               ELSE
                   IF SNAP-TRL-DETAIL-COUNT NOT = WS-SECTION-DETAILS
                           OR SNAP-TRL-CURRENT-HASH
                               NOT = WS-SECTION-HASH
                       MOVE 'TRAILER TOTALS DO NOT AGREE'
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
               PERFORM 140-END-SECTION
           END-IF.

      ******************************************************************
      * CLOSE THE OPEN SECTION, REJECTING ITS BRANCH WITH WS-REJECT-   *
      * TEXT UNLESS THAT IS SPACES, AND LIST IT.                       *
      ******************************************************************
       140-END-SECTION.
           MOVE WS-SECTION-INDEX TO WS-BRANCH-FOUND-INDEX.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM 070-REJECT-BRANCH
           END-IF.
           ADD WS-SECTION-DETAILS
               TO WS-BR-SNAP-DETAILS(WS-SECTION-INDEX).

           MOVE WS-SECTION-DETAILS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           IF WS-BR-REASON(WS-SECTION-INDEX) = SPACES
               STRING '  BRANCH ' WS-BR-CODE(WS-SECTION-INDEX)
                   '  ACCOUNTS' WS-COUNT-EDIT '  PROVEN'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING '  BRANCH ' WS-BR-CODE(WS-SECTION-INDEX)
                   '  ACCOUNTS' WS-COUNT-EDIT '  REJECTED - '
                   WS-BR-REASON(WS-SECTION-INDEX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-SECTION-INDEX.

      ******************************************************************
      * SORT OUTPUT - MATCH THE SORTED SNAPSHOT AGAINST ACCTFILE IN    *
      * KEY ORDER. THE BRANCH CODE LEADS THE KEY, SO EACH BRANCH'S     *
      * ACCOUNTS FROM BOTH SIDES ARRIVE TOGETHER.                      *
      ******************************************************************
       300-RECONCILE.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               STRING 'CANNOT OPEN ACCTFILE, STATUS=' WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           OPEN OUTPUT CORRECTIVE-FILE
           IF WS-CORRECTIVE-STATUS NOT = '00'
               STRING 'CANNOT OPEN SNAPDELT, STATUS='
                   WS-CORRECTIVE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'DIFFERENCES BY BRANCH:' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO WS-SNAP-KEY.
           MOVE 'NO' TO WS-SORT-EOF-SWITCH.
           PERFORM 305-RETURN-NEXT-SNAPSHOT.
           PERFORM 310-READ-NEXT-MASTER.

           PERFORM 320-MATCH-ONE-KEY
                   UNTIL WS-SNAP-KEY = HIGH-VALUES
                     AND WS-MASTER-KEY = HIGH-VALUES.

           IF WS-CURRENT-INDEX NOT = ZERO
               PERFORM 420-END-BRANCH
           END-IF.

           CLOSE ACCT-FILE
           CLOSE CORRECTIVE-FILE.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * NEXT SNAPSHOT ACCOUNT INTO WS-SNAP-KEY, PASSING OVER ANY MORE  *
      * DETAILS FOR THE KEY JUST MATCHED.                              *
      ******************************************************************
       305-RETURN-NEXT-SNAPSHOT.
           MOVE 'YES' TO WS-DUPLICATE-SWITCH.
           PERFORM 306-RETURN-SNAPSHOT-RECORD
                   UNTIL NOT WS-SNAP-DUPLICATE.

       306-RETURN-SNAPSHOT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
                   MOVE 'NO' TO WS-DUPLICATE-SWITCH
               NOT AT END
                   IF SORT-KEY = WS-SNAP-KEY
                       PERFORM 307-NOTE-DUPLICATE
                   ELSE
                       MOVE SORT-KEY TO WS-SNAP-KEY
                       MOVE 'NO' TO WS-DUPLICATE-SWITCH
                   END-IF
           END-RETURN.

      ******************************************************************
      * THE SAME ACCOUNT TWICE IN ONE SECTION - ONLY ONE OF THEM WAS   *
      * COMPARED, SO THE ACCOUNT IS LISTED FOR A LOOK BY HAND.         *
      ******************************************************************
       307-NOTE-DUPLICATE.
           IF WS-BRANCH-USABLE
               ADD 1 TO WS-BR-DUPLICATES(WS-CURRENT-INDEX)
               MOVE SPACES TO REPORT-LINE
               STRING '  ' SORT-KEY
                   '  TWICE IN SNAPSHOT - CHECK BY HAND'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

       310-READ-NEXT-MASTER.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE ACCT-KEY TO WS-MASTER-KEY
           END-READ.

           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
               STRING 'ACCTFILE READ FAILED, STATUS=' WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * MATCH THE LOWER OF THE TWO CURRENT KEYS. A BRANCH THAT CANNOT  *
      * BE RECONCILED ONLY HAS ITS MASTER ACCOUNTS COUNTED.            *
      ******************************************************************
       320-MATCH-ONE-KEY.
           IF WS-MASTER-KEY < WS-SNAP-KEY
               MOVE WS-MASTER-KEY TO WS-LOW-KEY
           ELSE
               MOVE WS-SNAP-KEY TO WS-LOW-KEY
           END-IF.

           IF WS-CURRENT-INDEX = ZERO
               PERFORM 400-START-BRANCH
           ELSE
               IF WS-LOW-BRANCH NOT = WS-BR-CODE(WS-CURRENT-INDEX)
                   PERFORM 420-END-BRANCH
                   PERFORM 400-START-BRANCH
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-MASTER-KEY = WS-SNAP-KEY
                   ADD 1 TO WS-BR-MASTER-COUNT(WS-CURRENT-INDEX)
                   IF WS-BRANCH-USABLE
                       PERFORM 330-COMPARE-ACCOUNT
                   END-IF
                   PERFORM 310-READ-NEXT-MASTER
                   PERFORM 305-RETURN-NEXT-SNAPSHOT
               WHEN WS-MASTER-KEY < WS-SNAP-KEY
                   ADD 1 TO WS-BR-MASTER-COUNT(WS-CURRENT-INDEX)
                   IF WS-BRANCH-USABLE
                       PERFORM 340-NOT-IN-SNAPSHOT
                   END-IF
                   PERFORM 310-READ-NEXT-MASTER
               WHEN OTHER
                   IF WS-BRANCH-USABLE
                       PERFORM 350-NOT-ON-MASTER
                   END-IF
                   PERFORM 305-RETURN-NEXT-SNAPSHOT
           END-EVALUATE.

      ******************************************************************
      * AN ACCOUNT ON BOTH SIDES - COMPARE THE FIELDS THE BRANCH FEED  *
      * POPULATES. ANY DIFFERENCE GETS A 'C' CORRECTIVE DELTA: THE     *
      * MASTER IMAGE WITH THOSE FIELDS (THE FIRST 49 BYTES OF ACCT-    *
      * DATA) TAKEN FROM THE BRANCH.                                   *
      ******************************************************************
       330-COMPARE-ACCOUNT.
           MOVE 'NO' TO WS-ACCOUNT-DIFFERS-SWITCH.

           IF ACCT-STATUS-CODE NOT = SORT-STATUS-CODE
               MOVE 1 TO WS-FIELD-INDEX
               MOVE ACCT-STATUS-CODE TO WS-DL-MASTER-VALUE
               MOVE SORT-STATUS-CODE TO WS-DL-SNAP-VALUE
               PERFORM 360-WRITE-DIFFERENCE
           END-IF.

           IF ACCT-TYPE-CODE NOT = SORT-TYPE-CODE
               MOVE 2 TO WS-FIELD-INDEX
               MOVE ACCT-TYPE-CODE TO WS-DL-MASTER-VALUE
               MOVE SORT-TYPE-CODE TO WS-DL-SNAP-VALUE
               PERFORM 360-WRITE-DIFFERENCE
           END-IF.

           MOVE 3 TO WS-FIELD-INDEX.
           MOVE ACCT-DATA(4:13) TO WS-MASTER-RAW.
           MOVE SORT-DATA(4:13) TO WS-SNAP-RAW.
           PERFORM 335-COMPARE-BALANCE.

           MOVE 4 TO WS-FIELD-INDEX.
           MOVE ACCT-DATA(17:13) TO WS-MASTER-RAW.
           MOVE SORT-DATA(17:13) TO WS-SNAP-RAW.
           PERFORM 335-COMPARE-BALANCE.

           IF ACCT-OPEN-DATE NOT = SORT-OPEN-DATE
               MOVE 5 TO WS-FIELD-INDEX
               MOVE ACCT-OPEN-DATE TO WS-DL-MASTER-VALUE
               MOVE SORT-OPEN-DATE TO WS-DL-SNAP-VALUE
               PERFORM 360-WRITE-DIFFERENCE
           END-IF.

           IF ACCT-LAST-ACTIVITY NOT = SORT-LAST-ACTIVITY
               MOVE 6 TO WS-FIELD-INDEX
               MOVE ACCT-LAST-ACTIVITY TO WS-DL-MASTER-VALUE
               MOVE SORT-LAST-ACTIVITY TO WS-DL-SNAP-VALUE
               PERFORM 360-WRITE-DIFFERENCE
           END-IF.

           IF WS-ACCOUNT-DIFFERS
               ADD 1 TO WS-BR-DIFFERING(WS-CURRENT-INDEX)
               MOVE 'C' TO WS-CD-ACTION-CODE
               MOVE ACCT-KEY TO WS-CD-KEY
               MOVE ACCT-DATA TO WS-CD-DATA
               MOVE SORT-DATA(1:49) TO WS-CD-DATA(1:49)
               PERFORM 380-WRITE-CORRECTIVE
           ELSE
               ADD 1 TO WS-BR-MATCHED(WS-CURRENT-INDEX)
           END-IF.

      ******************************************************************
      * COMPARE ONE BALANCE LOADED INTO WS-MASTER-RAW/WS-SNAP-RAW -    *
      * AS AMOUNTS WHEN BOTH ARE NUMERIC, OTHERWISE AS STORED.         *
      ******************************************************************
       335-COMPARE-BALANCE.
           IF WS-MASTER-AMOUNT NUMERIC AND WS-SNAP-AMOUNT NUMERIC
               IF WS-MASTER-AMOUNT NOT = WS-SNAP-AMOUNT
                   MOVE WS-MASTER-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-DL-MASTER-VALUE
                   MOVE WS-SNAP-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-DL-SNAP-VALUE
                   PERFORM 360-WRITE-DIFFERENCE
               END-IF
           ELSE
               IF WS-MASTER-RAW NOT = WS-SNAP-RAW
                   MOVE WS-MASTER-RAW TO WS-DL-MASTER-VALUE
                   MOVE WS-SNAP-RAW TO WS-DL-SNAP-VALUE
                   PERFORM 360-WRITE-DIFFERENCE
               END-IF
           END-IF.

      ******************************************************************
      * AN ACCOUNT ON THE MASTER THAT THE BRANCH DOES NOT HAVE - A     *
      * CORRECTIVE CLOSE CARRYING THE MASTER IMAGE FOR THE REVIEWER.   *
      ******************************************************************
       340-NOT-IN-SNAPSHOT.
           ADD 1 TO WS-BR-NOT-IN-SNAPSHOT(WS-CURRENT-INDEX).
           MOVE SPACES TO REPORT-LINE
           STRING '  ' ACCT-KEY '  NOT IN SNAPSHOT - CORRECTIVE CLOSE'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE 'X' TO WS-CD-ACTION-CODE.
           MOVE ACCT-KEY TO WS-CD-KEY.
           MOVE ACCT-DATA TO WS-CD-DATA.
           PERFORM 380-WRITE-CORRECTIVE.

      ******************************************************************
      * AN ACCOUNT ON THE BRANCH BOOKS THAT THE MASTER DOES NOT HAVE - *
      * A CORRECTIVE ADD WITH THE BRANCH IMAGE.                        *
      ******************************************************************
       350-NOT-ON-MASTER.
           ADD 1 TO WS-BR-NOT-ON-MASTER(WS-CURRENT-INDEX).
           MOVE SPACES TO REPORT-LINE
           STRING '  ' SORT-KEY '  NOT ON MASTER - CORRECTIVE ADD'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE 'A' TO WS-CD-ACTION-CODE.
           MOVE SORT-KEY TO WS-CD-KEY.
           MOVE SORT-DATA TO WS-CD-DATA.
           PERFORM 380-WRITE-CORRECTIVE.

      ******************************************************************
      * ONE FIELD DIFFERENCE - WS-FIELD-INDEX NAMES THE FIELD AND THE  *
      * TWO VALUES ARE ALREADY IN THE LINE.                            *
      ******************************************************************
       360-WRITE-DIFFERENCE.
           SET WS-ACCOUNT-DIFFERS TO TRUE.
           ADD 1
             TO WS-BR-FIELD-COUNT(WS-CURRENT-INDEX WS-FIELD-INDEX).
           MOVE ACCT-KEY TO WS-DL-KEY.
           MOVE WS-FIELD-NAME(WS-FIELD-INDEX) TO WS-DL-FIELD-NAME.
           MOVE WS-DIFF-LINE TO REPORT-LINE.
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-DIFF-LINE.

      ******************************************************************
      * WRITE ONE CORRECTIVE DELTA - A FAILED WRITE ABENDS, A PARTIAL  *
      * CORRECTIVE FILE FED TO THE LOAD WOULD FIX ONLY SOME ACCOUNTS.  *
      ******************************************************************
       380-WRITE-CORRECTIVE.
           WRITE CORRECTIVE-DELTA-RECORD FROM WS-CORRECTIVE-DELTA.
           IF WS-CORRECTIVE-STATUS NOT = '00'
               STRING 'SNAPDELT WRITE FAILED, STATUS='
                   WS-CORRECTIVE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           EVALUATE WS-CD-ACTION-CODE
               WHEN 'A'
                   ADD 1 TO WS-TOTAL-CORRECT-ADDS
               WHEN 'C'
                   ADD 1 TO WS-TOTAL-CORRECT-CHANGES
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-CORRECT-CLOSES
           END-EVALUATE.

      ******************************************************************
      * A NEW BRANCH COMES INTO THE MATCH. ONE ON THE MASTER THAT SENT *
      * NO SECTION AT ALL CANNOT BE RECONCILED EITHER. A BRANCH THAT   *
      * CAN BE RECONCILED GETS ITS HEADING AND COLUMN TITLES.          *
      ******************************************************************
       400-START-BRANCH.
           MOVE WS-LOW-BRANCH TO WS-LOOKUP-BRANCH.
           PERFORM 050-FIND-BRANCH.
           MOVE WS-BRANCH-FOUND-INDEX TO WS-CURRENT-INDEX.

           IF WS-BR-SECTIONS(WS-CURRENT-INDEX) = ZERO
               MOVE 'NO SNAPSHOT SECTION RECEIVED' TO WS-REJECT-TEXT
               PERFORM 070-REJECT-BRANCH
           END-IF.

           IF WS-BR-REASON(WS-CURRENT-INDEX) = SPACES
               SET WS-BRANCH-USABLE TO TRUE
               MOVE SPACES TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
               STRING 'BRANCH ' WS-BR-CODE(WS-CURRENT-INDEX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
               MOVE SPACES TO WS-DIFF-LINE
               MOVE 'ACCOUNT KEY' TO WS-DL-KEY
               MOVE 'FIELD' TO WS-DL-FIELD-NAME
               MOVE 'MASTER' TO WS-DL-MASTER-VALUE
               MOVE 'SNAPSHOT' TO WS-DL-SNAP-VALUE
               MOVE WS-DIFF-LINE TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
               MOVE SPACES TO WS-DIFF-LINE
           ELSE
               MOVE 'NO' TO WS-BRANCH-USABLE-SWITCH
           END-IF.

      ******************************************************************
      * THE BRANCH IN HAND IS FINISHED - A RECONCILED BRANCH GETS ITS  *
      * COUNTS, MATCH PERCENTAGE AND BY-FIELD COUNTS, AND FEEDS THE    *
      * JOB TOTALS. ONE THAT COULD NOT BE IS LISTED LATER BY 600.      *
      ******************************************************************
       420-END-BRANCH.
           IF WS-BRANCH-USABLE
               ADD 1 TO WS-TOTAL-BRANCHES-DONE
               ADD WS-BR-MASTER-COUNT(WS-CURRENT-INDEX)
                   TO WS-TOTAL-MASTER
               ADD WS-BR-SNAP-DETAILS(WS-CURRENT-INDEX)
                   TO WS-TOTAL-SNAPSHOT
               ADD WS-BR-MATCHED(WS-CURRENT-INDEX)
                   TO WS-TOTAL-MATCHED
               ADD WS-BR-DIFFERING(WS-CURRENT-INDEX)
                   TO WS-TOTAL-DIFFERING
               ADD WS-BR-NOT-ON-MASTER(WS-CURRENT-INDEX)
                   TO WS-TOTAL-NOT-ON-MASTER
               ADD WS-BR-NOT-IN-SNAPSHOT(WS-CURRENT-INDEX)
                   TO WS-TOTAL-NOT-IN-SNAPSHOT
               ADD WS-BR-DUPLICATES(WS-CURRENT-INDEX)
                   TO WS-TOTAL-DUPLICATES
               PERFORM 430-WRITE-BRANCH-COUNTS
           END-IF.

       430-WRITE-BRANCH-COUNTS.
           MOVE WS-BR-MASTER-COUNT(WS-CURRENT-INDEX) TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNTS ON MASTER:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BR-SNAP-DETAILS(WS-CURRENT-INDEX) TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNTS IN SNAPSHOT:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BR-MATCHED(WS-CURRENT-INDEX) TO WS-MATCHED-COUNT.
           COMPUTE WS-COMPARED-COUNT =
               WS-BR-MATCHED(WS-CURRENT-INDEX)
             + WS-BR-DIFFERING(WS-CURRENT-INDEX)
             + WS-BR-NOT-ON-MASTER(WS-CURRENT-INDEX)
             + WS-BR-NOT-IN-SNAPSHOT(WS-CURRENT-INDEX).
           PERFORM 450-WRITE-MATCH-LINE.

           MOVE WS-BR-DIFFERING(WS-CURRENT-INDEX) TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  WITH FIELD DIFFERENCES: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BR-NOT-ON-MASTER(WS-CURRENT-INDEX) TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT ON MASTER:          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BR-NOT-IN-SNAPSHOT(WS-CURRENT-INDEX)
               TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT IN SNAPSHOT:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           IF WS-BR-DUPLICATES(WS-CURRENT-INDEX) > ZERO
               MOVE WS-BR-DUPLICATES(WS-CURRENT-INDEX)
                   TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '  TWICE IN SNAPSHOT:      ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           MOVE '  BY FIELD:' TO REPORT-LINE.
           PERFORM 440-PLACE-FIELD-COUNT
                   VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 6.
           PERFORM 080-WRITE-REPORT-LINE.

       440-PLACE-FIELD-COUNT.
           MOVE WS-BR-FIELD-COUNT(WS-CURRENT-INDEX WS-FIELD-INDEX)
               TO WS-FIELD-COUNT-EDIT.
           STRING WS-FIELD-CODE(WS-FIELD-INDEX) WS-FIELD-COUNT-EDIT
               DELIMITED BY SIZE
               INTO REPORT-LINE(WS-FIELD-INDEX * 10 + 3:9)
           END-STRING.

      ******************************************************************
      * "MATCHED <COUNT> (<PERCENT>%)" FOR WS-MATCHED-COUNT OUT OF     *
      * WS-COMPARED-COUNT. NOTHING TO COMPARE RATES AS 100%.           *
      ******************************************************************
       450-WRITE-MATCH-LINE.
           MOVE 100 TO WS-PERCENT.
           IF WS-COMPARED-COUNT > 0
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-MATCHED-COUNT * 100) / WS-COMPARED-COUNT
           END-IF.

           MOVE WS-PERCENT TO WS-PERCENT-EDIT
           MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  MATCHED:                ' WS-COUNT-EDIT
               ' (' WS-PERCENT-EDIT '%)'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * EVERY BRANCH THAT COULD NOT BE RECONCILED, WHY, AND HOW MANY   *
      * MASTER ACCOUNTS WENT UNCHECKED.                                *
      ******************************************************************
       600-WRITE-NOT-RECONCILED.
           MOVE 'BRANCHES NOT RECONCILED (NO CORRECTIVE DELTAS):'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           PERFORM 610-CHECK-BRANCH-SKIPPED
                   VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > WS-BRANCH-USED.

           IF WS-TOTAL-BRANCHES-SKIPPED = ZERO
               MOVE '  NONE' TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

       610-CHECK-BRANCH-SKIPPED.
           IF WS-BR-REASON(WS-BRANCH-INDEX) NOT = SPACES
               ADD 1 TO WS-TOTAL-BRANCHES-SKIPPED
               ADD WS-BR-MASTER-COUNT(WS-BRANCH-INDEX)
                   TO WS-TOTAL-SKIPPED-ACCOUNTS
               MOVE WS-BR-MASTER-COUNT(WS-BRANCH-INDEX)
                   TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '  BRANCH ' WS-BR-CODE(WS-BRANCH-INDEX)
                   '  MASTER ACCOUNTS' WS-COUNT-EDIT '  '
                   WS-BR-REASON(WS-BRANCH-INDEX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * JOB TOTALS OVER THE RECONCILED BRANCHES, AND THE CORRECTIVE    *
      * FILE'S CONTENTS FOR THE REVIEWER.                              *
      ******************************************************************
       650-WRITE-TOTALS.
           MOVE 'TOTALS:' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-SNAP-RECORDS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  SNAPSHOT RECORDS READ:  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-STRAY-RECORDS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  OUTSIDE ANY SECTION:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-BRANCHES-DONE TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  BRANCHES RECONCILED:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-BRANCHES-SKIPPED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  BRANCHES NOT RECONCILED:' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-SKIPPED-ACCOUNTS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    MASTER ACCOUNTS THERE:' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-MASTER TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNTS ON MASTER:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-SNAPSHOT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNTS IN SNAPSHOT:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-MATCHED TO WS-MATCHED-COUNT.
           COMPUTE WS-COMPARED-COUNT = WS-TOTAL-MATCHED
               + WS-TOTAL-DIFFERING + WS-TOTAL-NOT-ON-MASTER
               + WS-TOTAL-NOT-IN-SNAPSHOT.
           PERFORM 450-WRITE-MATCH-LINE.

           MOVE WS-TOTAL-DIFFERING TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  WITH FIELD DIFFERENCES: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-NOT-ON-MASTER TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT ON MASTER:          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-NOT-IN-SNAPSHOT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT IN SNAPSHOT:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-DUPLICATES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  TWICE IN SNAPSHOT:      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-CORRECT-ADDS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CORRECTIVE ADDS:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-CORRECT-CHANGES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CORRECTIVE CHANGES:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-CORRECT-CLOSES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CORRECTIVE CLOSES:      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * ABEND - LOG THE REASON AND END THE JOB WITH A NONZERO RETURN   *
      * CODE INSTEAD OF LETTING A BAD OPEN, READ OR WRITE PASS         *
      * UNNOTICED.                                                     *
      ******************************************************************
       900-ABEND-JOB.
           DISPLAY 'WavineSnapRecon ABEND - ' WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
