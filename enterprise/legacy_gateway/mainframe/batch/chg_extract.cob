       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineChgExtr.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 01/03/2025.

      ******************************************************************
      *  NIGHTLY OUTBOUND CHANGE EXTRACT TO THE BRANCH AND GENERAL-    *
      *  LEDGER SYSTEMS. THE BRANCHES SEND US ACCTDELT EVERY NIGHT;    *
      *  THIS JOB SENDS THE OTHER WAY EVERY CHANGE APPLIED TO ACCTFILE *
      *  ON JRNLFILE (UPDATETXN, POSTTXN, REVERSTXN AND THE DORMANCY   *
      *  SWEEP) SINCE THE PREVIOUS EXTRACT:                            *
      *                                                                *
      *    BRCHEXT - ONE DELTA PER ACCOUNT IN THE ACCTDELT LAYOUT,     *
      *              NETTED OVER THE WINDOW - 'A' WHEN THE ACCOUNT DID *
      *              NOT EXIST BEFORE IT, 'X' WHEN IT NO LONGER EXISTS *
      *              AFTER IT (DELT-DATA THEN CARRIES THE LAST IMAGE), *
      *              'C' OTHERWISE WITH THE LATEST IMAGE. A HEADER AND *
      *              A TRAILER WITH COUNTS AND BALANCE HASH TOTALS     *
      *              BRACKET THE DELTAS (SEE CHGXREC).                 *
      *    GLEXT   - THE SAME WINDOW'S NET BALANCE MOVEMENT BY BRANCH  *
      *              CODE FOR THE GENERAL LEDGER (SEE GLMVREC).        *
      *    EXTRPT  - THE RUN'S CONTROL REPORT.                         *
      *                                                                *
      *  AN ACCOUNT WHOSE CHANGES CANCEL OUT OVER THE WINDOW (CHANGED  *
      *  AND REVERSED, OR ADDED AND CLOSED) IS COUNTED ON THE REPORT   *
      *  BUT NOT SENT. THE LOAD DOES NOT JOURNAL, SO NOTHING THE       *
      *  BRANCHES SENT IS ECHOED BACK TO THEM.                         *
      *                                                                *
      *  THE BUSINESS DATE (YYYY-MM-DD) COMES ON SYSIN. THE ONE-RECORD *
      *  EXTRACT CONTROL DATASET (DD EXTCTL) HOLDS THE LAST EXTRACT'S  *
      *  BUSINESS DATE, FILE SEQUENCE NUMBER AND JOURNAL WINDOW:       *
      *    - A NEW BUSINESS DATE TAKES THE NEXT SEQUENCE NUMBER AND    *
      *      THE WINDOW FROM THE END OF THE LAST ONE TO NOW. THE       *
      *      CONTROL RECORD IS REPLACED BEFORE ANY OUTPUT IS WRITTEN,  *
      *      SO A RUN THAT FAILS PART WAY IS RERUN, NOT RE-SEQUENCED.  *
      *    - THE SAME BUSINESS DATE AGAIN IS A RERUN - SAME SEQUENCE   *
      *      NUMBER, SAME WINDOW, SO THE SAME FILES RATHER THAN A      *
      *      DUPLICATE WITH A NEW NUMBER.                              *
      *    - A BUSINESS DATE MORE THAN A DAY AFTER THE LAST ONE MEANS  *
      *      A NIGHT WAS SKIPPED. THE WINDOW STILL STARTS WHERE THE    *
      *      LAST ONE ENDED, SO NO CHANGE IS LOST, BUT THE SKIP IS     *
      *      REPORTED AND THE JOB ENDS RC 4.                           *
      *    - AN EARLIER BUSINESS DATE ABENDS.                          *
      *  THE FIRST RUN NEEDS EXTCTL SEEDED WITH THE PREVIOUS BUSINESS  *
      *  DATE, SEQUENCE NUMBER 0 AND THE TIME TO START THE FIRST       *
      *  WINDOW FROM AS THE TO TIME.                                   *
      *                                                                *
      *  RETURN CODES: 0 - EXTRACT WRITTEN, 4 - EXTRACT WRITTEN AFTER  *
      *  ONE OR MORE SKIPPED BUSINESS DAYS, 16 - ABEND.                *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  01/03/2025  INITIAL VERSION.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO EXTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT JRNL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT BRANCH-EXTRACT-FILE ASSIGN TO BRCHEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * EXTRACT CONTROL RECORD - THE LAST EXTRACT'S BUSINESS DATE,     *
      * FILE SEQUENCE NUMBER, THE BUSINESS DATE OF THE ONE BEFORE IT   *
      * AND THE JOURNAL WINDOW IT COVERED (SAME X(26) SHAPE AS         *
      * JRNL-TIMESTAMP). A RERUN READS ALL OF IT BACK.                 *
      ******************************************************************
       FD  CONTROL-FILE.
       01  EXTRACT-CONTROL-RECORD.
           05  EXCT-BUSINESS-DATE        PIC X(10).
           05  EXCT-SEQUENCE-NUMBER      PIC 9(6).
           05  EXCT-PREVIOUS-DATE        PIC X(10).
           05  EXCT-FROM-TIMESTAMP       PIC X(26).
           05  EXCT-TO-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(22).

       FD  JRNL-FILE.
       COPY JRNLREC.

      ******************************************************************
      * SORT RECORD - ONE PER JOURNAL RECORD IN THE WINDOW, ACCOUNT    *
      * KEY FIRST AND APPLY ORDER AFTER IT, SO EACH ACCOUNT'S CHANGES  *
      * COME BACK TOGETHER, OLDEST FIRST, BRANCH BY BRANCH.            *
      ******************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-UPDATE-KEY           PIC X(16).
           05  SORT-TIMESTAMP            PIC X(26).
           05  SORT-CORREL-ID            PIC X(16).
           05  SORT-SEQUENCE             PIC 9(4).
           05  SORT-BEFORE-IMAGE         PIC X(150).
           05  SORT-AFTER-IMAGE          PIC X(150).

      ******************************************************************
      * BOTH EXTRACTS ARE WRITTEN THROUGH THEIR LAYOUTS IN WORKING-    *
      * STORAGE; THE FD RECORDS ARE BYTE COPIES - KEEP THEIR LENGTHS   *
      * IN STEP WITH ACCTDLT AND GLMVREC.                              *
      ******************************************************************
       FD  BRANCH-EXTRACT-FILE.
       01  BRANCH-EXTRACT-RECORD         PIC X(167).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD             PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS             PIC X(2).
       01  WS-JRNL-STATUS                PIC X(2).
           88  WS-JRNL-EOF                VALUE '10'.
       01  WS-BRANCH-STATUS              PIC X(2).
       01  WS-GL-STATUS                  PIC X(2).
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-SORT-EOF-SWITCH            PIC X(4) VALUE 'NO'.
           88  WS-SORT-EOF               VALUE 'YES'.

       COPY ACCTDLT.
       COPY CHGXREC.
       COPY GLMVREC.

      ******************************************************************
      * THE BUSINESS DATE FROM SYSIN, THIS EXTRACT'S SEQUENCE NUMBER   *
      * AND WINDOW, AND THE CLOCK IN THE JRNL-TIMESTAMP SHAPE          *
      * YYYY-MM-DD-HH.MM.SS.000000 FOR A NEW WINDOW'S TO TIME.         *
      ******************************************************************
       01  WS-BUSINESS-DATE              PIC X(10).
       01  WS-BUSINESS-DAY-NUMBER        PIC 9(9) COMP.
       01  WS-SEQUENCE-NUMBER            PIC 9(6).
       01  WS-PREVIOUS-DATE              PIC X(10).
       01  WS-FROM-TIMESTAMP             PIC X(26).
       01  WS-TO-TIMESTAMP               PIC X(26).
       01  WS-DAYS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-RERUN-SWITCH               PIC X(4) VALUE 'NO'.
           88  WS-RERUN                  VALUE 'YES'.
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
      * DATE-TO-DAY-NUMBER WORK AREA (SAME RULE AS WavineDormSweep). A *
      * YYYY-MM-DD DATE IS TURNED INTO A DAY COUNT (MARCH-BASED YEAR,  *
      * SO THE LEAP DAY FALLS AT THE END) AND TWO DAY COUNTS SUBTRACT  *
      * TO THE DAYS BETWEEN THEM.                                      *
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
      * THE ACCOUNT BEING NETTED - ITS FIRST BEFORE-IMAGE AND LATEST   *
      * AFTER-IMAGE IN THE WINDOW - AND THE BRANCH BEING SUMMED FOR    *
      * THE GENERAL LEDGER.                                            *
      ******************************************************************
       01  WS-NET-SWITCH                 PIC X(4) VALUE 'NO'.
           88  WS-NET-PRESENT            VALUE 'YES'.
       01  WS-NET-KEY                    PIC X(16).
       01  WS-NET-BEFORE-IMAGE           PIC X(150).
       01  WS-NET-AFTER-IMAGE            PIC X(150).

       01  WS-GL-SWITCH                  PIC X(4) VALUE 'NO'.
           88  WS-GL-BRANCH-PRESENT      VALUE 'YES'.
       01  WS-GL-BRANCH                  PIC X(4).
       01  WS-GL-BRANCH-TOTALS.
           05  WS-GLB-ACCOUNT-COUNT       PIC 9(9).
           05  WS-GLB-CURRENT-INCREASE    PIC S9(15)V99.
           05  WS-GLB-CURRENT-DECREASE    PIC S9(15)V99.
           05  WS-GLB-CURRENT-NET         PIC S9(15)V99.
           05  WS-GLB-AVAIL-NET           PIC S9(15)V99.
       01  WS-GL-GRAND-TOTALS.
           05  WS-GLT-BRANCH-COUNT        PIC 9(4).
           05  WS-GLT-ACCOUNT-COUNT       PIC 9(9).
           05  WS-GLT-CURRENT-INCREASE    PIC S9(15)V99.
           05  WS-GLT-CURRENT-DECREASE    PIC S9(15)V99.
           05  WS-GLT-CURRENT-NET         PIC S9(15)V99.
           05  WS-GLT-AVAIL-NET           PIC S9(15)V99.

      ******************************************************************
      * A VIEW OF AN ACCT-DATA IMAGE'S BALANCES. KEEP WS-IMAGE-VIEW IN *
      * STEP WITH ACCTREC.                                             *
      ******************************************************************
       01  WS-IMAGE-VIEW.
           05  WS-IMG-STATUS-CODE        PIC X(1).
           05  WS-IMG-TYPE-CODE          PIC X(2).
           05  WS-IMG-CURRENT-BALANCE    PIC S9(11)V99.
           05  WS-IMG-AVAIL-BALANCE      PIC S9(11)V99.
           05  FILLER                    PIC X(121).
       01  WS-IMAGE-CURRENT              PIC S9(11)V99.
       01  WS-IMAGE-AVAIL                PIC S9(11)V99.
       01  WS-BEFORE-CURRENT             PIC S9(11)V99.
       01  WS-BEFORE-AVAIL               PIC S9(11)V99.
       01  WS-MOVE-CURRENT               PIC S9(13)V99.
       01  WS-MOVE-AVAIL                 PIC S9(13)V99.

       01  WS-COUNTERS.
           05  WS-JOURNAL-SELECTED        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-CHANGED        PIC 9(9) VALUE 0.
           05  WS-DETAIL-COUNT            PIC 9(9) VALUE 0.
           05  WS-ADD-COUNT               PIC 9(9) VALUE 0.
           05  WS-CHANGE-COUNT            PIC 9(9) VALUE 0.
           05  WS-CLOSE-COUNT             PIC 9(9) VALUE 0.
           05  WS-NET-UNCHANGED-COUNT     PIC 9(9) VALUE 0.
           05  WS-ADDED-CLOSED-COUNT      PIC 9(9) VALUE 0.
           05  WS-RECORDS-WRITTEN         PIC 9(9) VALUE 0.
       01  WS-CURRENT-HASH               PIC S9(15)V99 VALUE 0.
       01  WS-AVAIL-HASH                 PIC S9(15)V99 VALUE 0.

       01  WS-SEQUENCE-EDIT              PIC ZZZZZ9.
       01  WS-AMOUNT-EDIT                PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
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
           MOVE WS-DAY-NUMBER TO WS-BUSINESS-DAY-NUMBER.

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
               STRING 'CANNOT OPEN EXTRPT, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 050-READ-EXTRACT-CONTROL.
           PERFORM 060-SET-EXTRACT-WINDOW.
           IF NOT WS-RERUN
               PERFORM 070-WRITE-EXTRACT-CONTROL
           END-IF.
           PERFORM 075-WRITE-REPORT-HEADING.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-UPDATE-KEY SORT-TIMESTAMP
                                SORT-CORREL-ID SORT-SEQUENCE
               INPUT PROCEDURE IS 100-SELECT-WINDOW-CHANGES
               OUTPUT PROCEDURE IS 200-WRITE-EXTRACTS

           PERFORM 600-WRITE-SUMMARY.

           CLOSE REPORT-FILE.

           IF WS-DAYS-SKIPPED > ZERO
               MOVE WS-DAYS-SKIPPED TO WS-COUNT-EDIT
               DISPLAY 'WavineChgExtr - BUSINESS DAYS SKIPPED:'
                   WS-COUNT-EDIT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * READ THE LAST EXTRACT'S CONTROL RECORD. A MISSING OR BLANK ONE *
      * ABENDS: WITHOUT IT THE JOB COULD NEITHER NUMBER THE FILE NOR   *
      * KNOW WHERE THE LAST WINDOW ENDED, AND WOULD SEND THE BRANCHES  *
      * EVERY CHANGE EVER JOURNALED.                                   *
      ******************************************************************
       050-READ-EXTRACT-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'CANNOT OPEN EXTCTL, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           READ CONTROL-FILE
               AT END
                   MOVE 'EXTCTL HAS NO CONTROL RECORD'
                       TO WS-ABEND-REASON
                   PERFORM 900-ABEND-JOB
           END-READ.
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'EXTCTL READ FAILED, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           CLOSE CONTROL-FILE.

           MOVE EXCT-BUSINESS-DATE TO WS-DATE-WORK.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           IF NOT WS-DATE-VALID
               MOVE 'EXTCTL HAS NO VALID BUSINESS DATE'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           IF EXCT-SEQUENCE-NUMBER NOT NUMERIC
               MOVE 'EXTCTL HAS NO VALID SEQUENCE NUMBER'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           IF EXCT-TO-TIMESTAMP = SPACES
                   OR EXCT-TO-TIMESTAMP = LOW-VALUES
               MOVE 'EXTCTL HAS NO WINDOW END TIMESTAMP'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * DECIDE WHAT THIS RUN IS FROM THE BUSINESS DATE AGAINST THE     *
      * LAST EXTRACT'S (WS-DAY-NUMBER STILL HOLDS THE LATTER): A RERUN *
      * OF IT, THE NEXT EXTRACT, OR THE NEXT AFTER SKIPPED DAYS. A     *
      * RERUN REPORTS THE SAME SKIPPED DAYS THE FIRST RUN DID.         *
      ******************************************************************
       060-SET-EXTRACT-WINDOW.
           EVALUATE TRUE
               WHEN WS-BUSINESS-DAY-NUMBER = WS-DAY-NUMBER
                   SET WS-RERUN TO TRUE
                   MOVE EXCT-SEQUENCE-NUMBER TO WS-SEQUENCE-NUMBER
                   MOVE EXCT-PREVIOUS-DATE   TO WS-PREVIOUS-DATE
                   MOVE EXCT-FROM-TIMESTAMP  TO WS-FROM-TIMESTAMP
                   MOVE EXCT-TO-TIMESTAMP    TO WS-TO-TIMESTAMP
                   MOVE EXCT-PREVIOUS-DATE   TO WS-DATE-WORK
                   PERFORM 700-COMPUTE-DAY-NUMBER
                   IF WS-DATE-VALID
                           AND WS-DAY-NUMBER < WS-BUSINESS-DAY-NUMBER
                       COMPUTE WS-DAYS-SKIPPED =
                           WS-BUSINESS-DAY-NUMBER - WS-DAY-NUMBER - 1
                   END-IF
               WHEN WS-BUSINESS-DAY-NUMBER < WS-DAY-NUMBER
                   STRING 'BUSINESS DATE IS BEFORE LAST EXTRACT '
                       EXCT-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
                   END-STRING
                   PERFORM 900-ABEND-JOB
               WHEN OTHER
                   COMPUTE WS-DAYS-SKIPPED =
                       WS-BUSINESS-DAY-NUMBER - WS-DAY-NUMBER - 1
                   IF EXCT-SEQUENCE-NUMBER = 999999
                       MOVE 1 TO WS-SEQUENCE-NUMBER
                   ELSE
                       COMPUTE WS-SEQUENCE-NUMBER =
                           EXCT-SEQUENCE-NUMBER + 1
                   END-IF
                   MOVE EXCT-BUSINESS-DATE TO WS-PREVIOUS-DATE
                   MOVE EXCT-TO-TIMESTAMP  TO WS-FROM-TIMESTAMP
                   MOVE WS-RUN-TIMESTAMP   TO WS-TO-TIMESTAMP
           END-EVALUATE.

      ******************************************************************
      * REPLACE THE CONTROL RECORD WITH THIS EXTRACT'S NUMBER AND      *
      * WINDOW BEFORE ANYTHING IS WRITTEN - IF THE RUN FAILS FROM HERE *
      * ON, ITS RERUN REPRODUCES THIS EXTRACT INSTEAD OF NUMBERING A   *
      * NEW ONE.                                                       *
      ******************************************************************
       070-WRITE-EXTRACT-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'CANNOT OPEN EXTCTL, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE SPACES             TO EXTRACT-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE   TO EXCT-BUSINESS-DATE
           MOVE WS-SEQUENCE-NUMBER TO EXCT-SEQUENCE-NUMBER
           MOVE WS-PREVIOUS-DATE   TO EXCT-PREVIOUS-DATE
           MOVE WS-FROM-TIMESTAMP  TO EXCT-FROM-TIMESTAMP
           MOVE WS-TO-TIMESTAMP    TO EXCT-TO-TIMESTAMP.

           WRITE EXTRACT-CONTROL-RECORD.
           IF WS-CONTROL-STATUS NOT = '00'
               STRING 'EXTCTL WRITE FAILED, STATUS=' WS-CONTROL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           CLOSE CONTROL-FILE.

      ******************************************************************
      * REPORT HEADING - WHICH EXTRACT THIS IS AND WHAT IT COVERS      *
      ******************************************************************
       075-WRITE-REPORT-HEADING.
           MOVE 'NIGHTLY OUTBOUND CHANGE EXTRACT - BRANCH AND GL'
               TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-SEQUENCE-NUMBER TO WS-SEQUENCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               '   FILE SEQUENCE NUMBER: ' WS-SEQUENCE-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'CHANGES AFTER:        ' WS-FROM-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'CHANGES NO LATER THAN: ' WS-TO-TIMESTAMP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'PREVIOUS EXTRACT:     ' WS-PREVIOUS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM 080-WRITE-REPORT-LINE.

           IF WS-RERUN
               MOVE '*** RERUN - SAME SEQUENCE NUMBER AND WINDOW AS THE'
                   TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
               MOVE '    FIRST RUN FOR THIS BUSINESS DATE'
                   TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           IF WS-DAYS-SKIPPED > ZERO
               MOVE WS-DAYS-SKIPPED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '*** BUSINESS DAYS SKIPPED SINCE THE PREVIOUS '
                   'EXTRACT:' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
               MOVE '    THEIR CHANGES ARE INCLUDED IN THIS EXTRACT'
                   TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE ONE REPORT LINE - ABEND ON A WRITE FAILURE INSTEAD OF    *
      * LEAVING A SILENTLY SHORT CONTROL REPORT BEHIND FOR SOMEONE TO  *
      * MISTAKE FOR A CLEAN RUN.                                       *
      ******************************************************************
       080-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'EXTRPT WRITE FAILED, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * SORT INPUT - SCAN THE WHOLE JOURNAL AND RELEASE EVERY RECORD   *
      * STAMPED INSIDE THE WINDOW.                                     *
      ******************************************************************
       100-SELECT-WINDOW-CHANGES.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               STRING 'CANNOT OPEN JRNLFILE, STATUS=' WS-JRNL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 110-READ-NEXT-JOURNAL-RECORD UNTIL WS-JRNL-EOF

           CLOSE JRNL-FILE.

       110-READ-NEXT-JOURNAL-RECORD.
           READ JRNL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-JRNL-STATUS
               NOT AT END
                   IF JRNL-TIMESTAMP > WS-FROM-TIMESTAMP
                           AND JRNL-TIMESTAMP NOT > WS-TO-TIMESTAMP
                       ADD 1 TO WS-JOURNAL-SELECTED
                       MOVE JRNL-UPDATE-KEY   TO SORT-UPDATE-KEY
                       MOVE JRNL-TIMESTAMP    TO SORT-TIMESTAMP
                       MOVE JRNL-CORREL-ID    TO SORT-CORREL-ID
                       MOVE JRNL-SEQUENCE     TO SORT-SEQUENCE
                       MOVE JRNL-BEFORE-IMAGE TO SORT-BEFORE-IMAGE
                       MOVE JRNL-AFTER-IMAGE  TO SORT-AFTER-IMAGE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      * SORT OUTPUT - BOTH EXTRACTS. EACH ACCOUNT'S CHANGES ARE NETTED *
      * AS THEY COME BACK AND WRITTEN WHEN THE NEXT ACCOUNT STARTS;    *
      * EACH BRANCH'S MOVEMENT IS WRITTEN WHEN THE NEXT BRANCH STARTS. *
      ******************************************************************
       200-WRITE-EXTRACTS.
           OPEN OUTPUT BRANCH-EXTRACT-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               STRING 'CANNOT OPEN BRCHEXT, STATUS=' WS-BRANCH-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-STATUS NOT = '00'
               STRING 'CANNOT OPEN GLEXT, STATUS=' WS-GL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE SPACES TO ACCOUNT-DELTA-RECORD.
           SET CHGX-HEADER TO TRUE.
           MOVE WS-BUSINESS-DATE   TO CHGX-HDR-BUSINESS-DATE.
           MOVE WS-SEQUENCE-NUMBER TO CHGX-HDR-SEQUENCE-NUMBER.
           MOVE WS-PREVIOUS-DATE   TO CHGX-HDR-PREVIOUS-DATE.
           MOVE WS-FROM-TIMESTAMP  TO CHGX-HDR-FROM-TIMESTAMP.
           MOVE WS-TO-TIMESTAMP    TO CHGX-HDR-TO-TIMESTAMP.
           PERFORM 280-WRITE-BRANCH-RECORD.

           MOVE SPACES TO GL-MOVEMENT-RECORD.
           SET GLMV-HEADER TO TRUE.
           MOVE WS-BUSINESS-DATE   TO GLMV-BUSINESS-DATE.
           MOVE WS-SEQUENCE-NUMBER TO GLMV-SEQUENCE-NUMBER.
           MOVE WS-FROM-TIMESTAMP  TO GLMV-FROM-TIMESTAMP.
           MOVE WS-TO-TIMESTAMP    TO GLMV-TO-TIMESTAMP.
           PERFORM 290-WRITE-GL-RECORD.

           INITIALIZE WS-GL-GRAND-TOTALS.
           MOVE 'NO' TO WS-SORT-EOF-SWITCH.
           PERFORM 210-RETURN-NEXT-CHANGE UNTIL WS-SORT-EOF.

           IF WS-NET-PRESENT
               PERFORM 220-WRITE-ACCOUNT-DELTA
           END-IF.
           IF WS-GL-BRANCH-PRESENT
               PERFORM 260-WRITE-GL-BRANCH
           END-IF.

           PERFORM 270-WRITE-TRAILERS.

           CLOSE BRANCH-EXTRACT-FILE.
           CLOSE GL-EXTRACT-FILE.

       210-RETURN-NEXT-CHANGE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 215-NET-ONE-CHANGE
           END-RETURN.

      ******************************************************************
      * A NEW ACCOUNT KEY CLOSES OFF THE ONE BEFORE IT AND STARTS FROM *
      * ITS OWN FIRST BEFORE-IMAGE; EVERY CHANGE MOVES THE LATEST      *
      * AFTER-IMAGE ON.                                                *
      ******************************************************************
       215-NET-ONE-CHANGE.
           IF WS-NET-PRESENT AND SORT-UPDATE-KEY NOT = WS-NET-KEY
               PERFORM 220-WRITE-ACCOUNT-DELTA
           END-IF.

           IF NOT WS-NET-PRESENT
               SET WS-NET-PRESENT TO TRUE
               ADD 1 TO WS-ACCOUNTS-CHANGED
               MOVE SORT-UPDATE-KEY   TO WS-NET-KEY
               MOVE SORT-BEFORE-IMAGE TO WS-NET-BEFORE-IMAGE
           END-IF.

           MOVE SORT-AFTER-IMAGE TO WS-NET-AFTER-IMAGE.

      ******************************************************************
      * WRITE ONE ACCOUNT'S NETTED DELTA AND ADD ITS BALANCE MOVEMENT  *
      * TO ITS BRANCH. A SIDE OF SPACES MEANS THE ACCOUNT DID NOT      *
      * EXIST AT THAT END OF THE WINDOW.                               *
      ******************************************************************
       220-WRITE-ACCOUNT-DELTA.
           MOVE 'NO' TO WS-NET-SWITCH.

           EVALUATE TRUE
               WHEN WS-NET-BEFORE-IMAGE = SPACES
                       AND WS-NET-AFTER-IMAGE = SPACES
                   ADD 1 TO WS-ADDED-CLOSED-COUNT
               WHEN WS-NET-BEFORE-IMAGE = WS-NET-AFTER-IMAGE
                   ADD 1 TO WS-NET-UNCHANGED-COUNT
               WHEN OTHER
                   MOVE SPACES TO ACCOUNT-DELTA-RECORD
                   MOVE WS-NET-KEY TO DELT-KEY
                   EVALUATE TRUE
                       WHEN WS-NET-BEFORE-IMAGE = SPACES
                           SET DELT-ACTION-ADD TO TRUE
                           MOVE WS-NET-AFTER-IMAGE TO DELT-DATA
                           ADD 1 TO WS-ADD-COUNT
                       WHEN WS-NET-AFTER-IMAGE = SPACES
                           SET DELT-ACTION-CLOSE TO TRUE
                           MOVE WS-NET-BEFORE-IMAGE TO DELT-DATA
                           ADD 1 TO WS-CLOSE-COUNT
                       WHEN OTHER
                           SET DELT-ACTION-CHANGE TO TRUE
                           MOVE WS-NET-AFTER-IMAGE TO DELT-DATA
                           ADD 1 TO WS-CHANGE-COUNT
                   END-EVALUATE
                   MOVE DELT-DATA TO WS-IMAGE-VIEW
                   PERFORM 250-EDIT-IMAGE-BALANCES
                   ADD WS-IMAGE-CURRENT TO WS-CURRENT-HASH
                   ADD WS-IMAGE-AVAIL   TO WS-AVAIL-HASH
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 280-WRITE-BRANCH-RECORD
                   PERFORM 230-ADD-BALANCE-MOVEMENT
           END-EVALUATE.

      ******************************************************************
      * THE ACCOUNT'S NET BALANCE MOVEMENT OVER THE WINDOW, ONTO ITS   *
      * BRANCH'S GENERAL-LEDGER TOTALS. AN ACCOUNT WHOSE BALANCES DID  *
      * NOT MOVE (A STATUS OR DATE CHANGE) IS NOT COUNTED.             *
      ******************************************************************
       230-ADD-BALANCE-MOVEMENT.
           IF WS-GL-BRANCH-PRESENT
                   AND WS-NET-KEY(1:4) NOT = WS-GL-BRANCH
               PERFORM 260-WRITE-GL-BRANCH
           END-IF.

           IF NOT WS-GL-BRANCH-PRESENT
               SET WS-GL-BRANCH-PRESENT TO TRUE
               MOVE WS-NET-KEY(1:4) TO WS-GL-BRANCH
               INITIALIZE WS-GL-BRANCH-TOTALS
           END-IF.

           MOVE ZERO TO WS-BEFORE-CURRENT WS-BEFORE-AVAIL
                        WS-IMAGE-CURRENT WS-IMAGE-AVAIL.
           IF WS-NET-BEFORE-IMAGE NOT = SPACES
               MOVE WS-NET-BEFORE-IMAGE TO WS-IMAGE-VIEW
               PERFORM 250-EDIT-IMAGE-BALANCES
               MOVE WS-IMAGE-CURRENT TO WS-BEFORE-CURRENT
               MOVE WS-IMAGE-AVAIL   TO WS-BEFORE-AVAIL
               MOVE ZERO TO WS-IMAGE-CURRENT WS-IMAGE-AVAIL
           END-IF.
           IF WS-NET-AFTER-IMAGE NOT = SPACES
               MOVE WS-NET-AFTER-IMAGE TO WS-IMAGE-VIEW
               PERFORM 250-EDIT-IMAGE-BALANCES
           END-IF.

           COMPUTE WS-MOVE-CURRENT =
               WS-IMAGE-CURRENT - WS-BEFORE-CURRENT.
           COMPUTE WS-MOVE-AVAIL =
               WS-IMAGE-AVAIL - WS-BEFORE-AVAIL.

           IF WS-MOVE-CURRENT NOT = ZERO OR WS-MOVE-AVAIL NOT = ZERO
               ADD 1 TO WS-GLB-ACCOUNT-COUNT
               IF WS-MOVE-CURRENT > ZERO
                   ADD WS-MOVE-CURRENT TO WS-GLB-CURRENT-INCREASE
               ELSE
                   SUBTRACT WS-MOVE-CURRENT
                       FROM WS-GLB-CURRENT-DECREASE
               END-IF
               ADD WS-MOVE-CURRENT TO WS-GLB-CURRENT-NET
               ADD WS-MOVE-AVAIL   TO WS-GLB-AVAIL-NET
           END-IF.

      ******************************************************************
      * THE IMAGE'S BALANCES, A NON-NUMERIC ONE COUNTING AS ZERO - THE *
      * SAME RULE AS WavineBalProof.                                   *
      ******************************************************************
       250-EDIT-IMAGE-BALANCES.
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
      * ONE BRANCH'S GENERAL-LEDGER DETAIL - ONLY WHEN SOMETHING IN IT *
      * MOVED - AND ONTO THE GRAND TOTALS FOR THE TRAILER.             *
      ******************************************************************
       260-WRITE-GL-BRANCH.
           MOVE 'NO' TO WS-GL-SWITCH.

           IF WS-GLB-ACCOUNT-COUNT > ZERO
               MOVE SPACES TO GL-MOVEMENT-RECORD
               SET GLMV-DETAIL TO TRUE
               MOVE WS-GL-BRANCH            TO GLMV-BRANCH-CODE
               MOVE WS-GLB-ACCOUNT-COUNT    TO GLMV-ACCOUNT-COUNT
               MOVE WS-GLB-CURRENT-INCREASE TO GLMV-CURRENT-INCREASE
               MOVE WS-GLB-CURRENT-DECREASE TO GLMV-CURRENT-DECREASE
               MOVE WS-GLB-CURRENT-NET      TO GLMV-CURRENT-NET
               MOVE WS-GLB-AVAIL-NET        TO GLMV-AVAIL-NET
               PERFORM 290-WRITE-GL-RECORD
               ADD 1 TO WS-GLT-BRANCH-COUNT
               ADD WS-GLB-ACCOUNT-COUNT    TO WS-GLT-ACCOUNT-COUNT
               ADD WS-GLB-CURRENT-INCREASE TO WS-GLT-CURRENT-INCREASE
               ADD WS-GLB-CURRENT-DECREASE TO WS-GLT-CURRENT-DECREASE
               ADD WS-GLB-CURRENT-NET      TO WS-GLT-CURRENT-NET
               ADD WS-GLB-AVAIL-NET        TO WS-GLT-AVAIL-NET
           END-IF.

      ******************************************************************
      * BOTH TRAILERS. THE BRANCH TRAILER'S RECORD COUNT INCLUDES      *
      * ITSELF.                                                        *
      ******************************************************************
       270-WRITE-TRAILERS.
           MOVE SPACES TO ACCOUNT-DELTA-RECORD.
           SET CHGX-TRAILER TO TRUE.
           MOVE WS-BUSINESS-DATE   TO CHGX-TRL-BUSINESS-DATE.
           MOVE WS-SEQUENCE-NUMBER TO CHGX-TRL-SEQUENCE-NUMBER.
           COMPUTE CHGX-TRL-RECORD-COUNT = WS-RECORDS-WRITTEN + 1.
           MOVE WS-DETAIL-COUNT    TO CHGX-TRL-DETAIL-COUNT.
           MOVE WS-ADD-COUNT       TO CHGX-TRL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT    TO CHGX-TRL-CHANGE-COUNT.
           MOVE WS-CLOSE-COUNT     TO CHGX-TRL-CLOSE-COUNT.
           MOVE WS-CURRENT-HASH    TO CHGX-TRL-CURRENT-HASH.
           MOVE WS-AVAIL-HASH      TO CHGX-TRL-AVAIL-HASH.
           PERFORM 280-WRITE-BRANCH-RECORD.

           MOVE SPACES TO GL-MOVEMENT-RECORD.
           SET GLMV-TRAILER TO TRUE.
           MOVE WS-GLT-BRANCH-COUNT     TO GLMV-TRL-BRANCH-COUNT.
           MOVE WS-GLT-ACCOUNT-COUNT    TO GLMV-ACCOUNT-COUNT.
           MOVE WS-GLT-CURRENT-INCREASE TO GLMV-CURRENT-INCREASE.
           MOVE WS-GLT-CURRENT-DECREASE TO GLMV-CURRENT-DECREASE.
           MOVE WS-GLT-CURRENT-NET      TO GLMV-CURRENT-NET.
           MOVE WS-GLT-AVAIL-NET        TO GLMV-AVAIL-NET.
           PERFORM 290-WRITE-GL-RECORD.

       280-WRITE-BRANCH-RECORD.
           WRITE BRANCH-EXTRACT-RECORD FROM ACCOUNT-DELTA-RECORD.
           IF WS-BRANCH-STATUS NOT = '00'
               STRING 'BRCHEXT WRITE FAILED, STATUS=' WS-BRANCH-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.

       290-WRITE-GL-RECORD.
           WRITE GL-EXTRACT-RECORD FROM GL-MOVEMENT-RECORD.
           IF WS-GL-STATUS NOT = '00'
               STRING 'GLEXT WRITE FAILED, STATUS=' WS-GL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * JOB TOTALS - THE TRAILER FIGURES, SO THE MORNING CHECK CAN     *
      * BALANCE WHAT WAS SENT AGAINST WHAT THE BRANCHES AND THE LEDGER *
      * SAY THEY RECEIVED.                                             *
      ******************************************************************
       600-WRITE-SUMMARY.
           MOVE WS-JOURNAL-SELECTED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL RECORDS IN WINDOW:       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-ACCOUNTS-CHANGED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS CHANGED:                ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-NET-UNCHANGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT SENT - NO NET CHANGE:      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-ADDED-CLOSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT SENT - ADDED AND CLOSED:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE 'BRCHEXT TRAILER' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-RECORDS-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  RECORDS (HEADER/TRAILER INCL): ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  DELTAS:                        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-ADD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    ADDS (A):                    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    CHANGES (C):                 ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-CLOSE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    CLOSES (X):                  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-CURRENT-HASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CURRENT BALANCE HASH:  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-AVAIL-HASH TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  AVAILABLE BALANCE HASH:' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE 'GLEXT TRAILER' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-GLT-BRANCH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  BRANCHES WITH MOVEMENT:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-GLT-ACCOUNT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNTS WITH MOVEMENT:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-GLT-CURRENT-INCREASE TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CURRENT INCREASES:     ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-GLT-CURRENT-DECREASE TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CURRENT DECREASES:     ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-GLT-CURRENT-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NET CURRENT MOVEMENT:  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-GLT-AVAIL-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NET AVAILABLE MOVEMENT:' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * TURN THE YYYY-MM-DD DATE IN WS-DATE-WORK INTO WS-DAY-NUMBER,   *
      * SETTING WS-DATE-VALID ONLY FOR A DATE OF THAT SHAPE.           *
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
      * ABEND - LOG THE REASON AND END THE JOB WITH A NONZERO RETURN   *
      * CODE INSTEAD OF LETTING A BAD OPEN, READ OR WRITE PASS         *
      * UNNOTICED.                                                     *
      ******************************************************************
       900-ABEND-JOB.
           DISPLAY 'WavineChgExtr ABEND - ' WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
