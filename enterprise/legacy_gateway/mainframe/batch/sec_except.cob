       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineSecExc.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 01/10/2025.

      ******************************************************************
      *  NIGHTLY SECURITY EXCEPTION REPORT. WavineCallerRpt SAYS HOW   *
      *  MUCH EACH CALLER USED; THIS JOB SAYS WHEN ONE LOOKED WRONG.   *
      *  THE REPORT DATE'S AUDTFILE TRAFFIC IS SORTED BY AUDIT-        *
      *  CALLER-ID AND ARRIVAL TIME AND EACH CALLER IS CHECKED FOR:    *
      *    - A REJECTION RUN - AT LEAST REJECTRUN CONSECUTIVE +407     *
      *      NOT-AUTHORIZED / +408 CORREL-COLLISION ANSWERS WITH NO    *
      *      OTHER ANSWER BETWEEN THEM (PROBING FOR GRANTS, OR REPLAY  *
      *      OF SOMEBODY ELSE'S CORREL-IDS).                           *
      *    - OFF-HOURS UPDATE TRAFFIC - UPDATETXN, POSTTXN OR          *
      *      REVERSTXN ARRIVING BEFORE BUSSTART OR FROM BUSEND ON, OR  *
      *      AT ANY TIME ON A WEEKEND (WHEN WEEKENDS IS 1), AT LEAST   *
      *      OFFHOURS TIMES IN THE DAY.                                *
      *    - QUICK GRANT USE - AN UPDATE-CLASS REQUEST WITHIN          *
      *      GRANTHOURS OF THE NUZA CONFIRMATION ('P' TO 'Y' ON        *
      *      AUTHHIST) OF THE GRANT IT NEEDS. REVERSTXN RUNS ON THE    *
      *      UPDATETXN GRANT, AS IN 216 OF WavineCICS.                 *
      *  EVERY EXCEPTION LINE IS FOLLOWED BY THE CORREL-IDS BEHIND IT  *
      *  (THE FIRST 30, THEN A COUNT OF THE REST) FOR FOLLOW-UP ON     *
      *  NUZQ. A SECOND SECTION LISTS EVERY AUTHHIST GRANT CHANGE MADE *
      *  ON THE REPORT DATE WITH THE OPERATOR WHO MADE IT AND, FOR A   *
      *  CONFIRMED OR DROPPED STAGED GRANT, THE OPERATOR WHO STAGED    *
      *  IT.                                                           *
      *                                                                *
      *  THE REPORT DATE (YYYY-MM-DD) COMES ON SYSIN. THE THRESHOLDS   *
      *  COME FROM THE PARAMETER DATASET (DD SECPARM - SEE THE FD      *
      *  BELOW); A KEYWORD WITH NO CARD KEEPS ITS DEFAULT, AND THE     *
      *  VALUES IN EFFECT HEAD THE REPORT. RUN IT BEFORE WavineArchive *
      *  LIKE WavineCallerRpt, TO SEE THE WHOLE DAY.                   *
      *                                                                *
      *  AUDTFILE HOLDS ONE RECORD PER CORREL-ID. A REJECTED ARRIVAL   *
      *  ON A CORREL-ID THAT ALREADY HAS A RECORD LEAVES THE OWNER'S   *
      *  RECORD IN PLACE, AND A STATCHK POLL REWRITES THE RECORD IT    *
      *  POLLS, SO BOTH ARE INVISIBLE HERE - THE COUNTS ARE A FLOOR.   *
      *                                                                *
      *  RETURN CODES: 0 - NO EXCEPTIONS, 4 - AT LEAST ONE CALLER      *
      *  FLAGGED, 16 - ABEND.                                          *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  01/10/2025  INITIAL VERSION.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SECPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-CORREL-ID
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUTH-HIST-FILE ASSIGN TO AUTHHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-AHST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO SECRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * THRESHOLD CARD - KEYWORD IN COLUMNS 1-10, VALUE IN COLUMNS     *
      * 12-16 (ZERO-FILLED). A CARD WITH '*' IN COLUMN 1, OR A BLANK   *
      * ONE, IS A COMMENT. KEYWORDS AND DEFAULTS:                      *
      *   REJECTRUN  00005  SHORTEST REJECTION RUN REPORTED (0 = OFF)  *
      *   BUSSTART   00700  BUSINESS HOURS START, HHMM                 *
      *   BUSEND     01900  BUSINESS HOURS END, HHMM (2400 = MIDNIGHT) *
      *   OFFHOURS   00001  OFF-HOURS UPDATES BEFORE A CALLER IS       *
      *                     REPORTED (0 = OFF)                         *
      *   WEEKENDS   00001  1 - SATURDAY AND SUNDAY ARE OFF HOURS      *
      *   GRANTHOURS 00004  HOURS AFTER A CONFIRMATION THAT USE OF THE *
      *                     GRANT IS REPORTED (0 = OFF)                *
      ******************************************************************
       FD  PARM-FILE.
       01  SECURITY-PARM-RECORD.
           05  SPRM-KEYWORD              PIC X(10).
           05  FILLER                    PIC X(1).
           05  SPRM-VALUE                PIC 9(5).
           05  FILLER                    PIC X(64).

       FD  AUDIT-FILE.
       COPY AUDTREC.

       FD  AUTH-HIST-FILE.
       COPY AHSTREC.

      ******************************************************************
      * SORT RECORD - ONE PER AUDTFILE RECORD STAMPED ON THE REPORT    *
      * DATE, CALLER FIRST SO EACH CALLER'S DAY COMES BACK TOGETHER    *
      * IN ARRIVAL ORDER.                                              *
      ******************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-CALLER-ID            PIC X(8).
           05  SORT-TIMESTAMP            PIC X(26).
           05  SORT-CORREL-ID            PIC X(16).
           05  SORT-FUNCTION-CODE        PIC X(9).
           05  SORT-RESPONSE-CODE        PIC S9(8) COMP.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AIRESPCD.

       01  WS-PARM-STATUS                PIC X(2).
           88  WS-PARM-EOF                VALUE '10'.
       01  WS-AUDIT-STATUS               PIC X(2).
           88  WS-AUDIT-EOF               VALUE '10'.
       01  WS-AHST-STATUS                PIC X(2).
           88  WS-AHST-EOF                VALUE '10'.
       01  WS-REPORT-STATUS              PIC X(2).
       01  WS-SORT-EOF-SWITCH            PIC X(4) VALUE 'NO'.
           88  WS-SORT-EOF               VALUE 'YES'.

      ******************************************************************
      * THE REPORT DATE FROM SYSIN, ITS DAY NUMBER, THE MINUTE NUMBER  *
      * OF ITS MIDNIGHT AND WHETHER IT FALLS ON A WEEKEND (DAY NUMBER  *
      * MOD 7 IS 4 ON A SATURDAY AND 5 ON A SUNDAY).                   *
      ******************************************************************
       01  WS-REPORT-DATE                PIC X(10).
       01  WS-REPORT-DAY-NUMBER          PIC 9(9) COMP.
       01  WS-REPORT-DAY-MINUTE          PIC 9(11) COMP.
       01  WS-WEEKDAY                    PIC 9(4) COMP.
       01  WS-WEEKEND-SWITCH             PIC X(4) VALUE 'NO'.
           88  WS-REPORT-WEEKEND         VALUE 'YES'.

      ******************************************************************
      * THRESHOLDS IN EFFECT - DEFAULTS, OVERRIDDEN BY SECPARM. A      *
      * KEYWORD MAY APPEAR ONLY ONCE.                                  *
      ******************************************************************
       01  WS-REJECT-RUN-MIN             PIC 9(5) VALUE 5.
       01  WS-BUSINESS-START             PIC 9(5) VALUE 700.
       01  WS-BUSINESS-END               PIC 9(5) VALUE 1900.
       01  WS-OFF-HOURS-MIN              PIC 9(5) VALUE 1.
       01  WS-WEEKEND-OPTION             PIC 9(5) VALUE 1.
       01  WS-GRANT-HOURS                PIC 9(5) VALUE 4.
       01  WS-GRANT-MINUTES              PIC 9(9) COMP.
       01  WS-PARM-SEEN-TABLE.
           05  WS-PARM-SEEN OCCURS 6 TIMES PIC X(1).
       01  WS-PARM-INDEX                 PIC 9(4) COMP.
       01  WS-PARM-HH                    PIC 9(5).
       01  WS-PARM-MM                    PIC 9(5).

      ******************************************************************
      * DATE-TO-DAY-NUMBER WORK AREA (THE WavineDormSweep ROUTINE),    *
      * AND A TIMESTAMP IN THE X(26) AI-TIMESTAMP SHAPE TURNED INTO A  *
      * MINUTE NUMBER SO TIMES ON DIFFERENT DAYS SUBTRACT.             *
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

       01  WS-STAMP-WORK                 PIC X(26).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-SW-DATE                PIC X(10).
           05  FILLER                    PIC X(1).
           05  WS-SW-HH                  PIC 9(2).
           05  FILLER                    PIC X(1).
           05  WS-SW-MI                  PIC 9(2).
           05  FILLER                    PIC X(10).
       01  WS-STAMP-HHMM                 PIC 9(5).
       01  WS-STAMP-MINUTE               PIC 9(11) COMP.

      ******************************************************************
      * UPDATE-CLASS GRANT CONFIRMATIONS FROM AUTHHIST THAT CAN STILL  *
      * COVER TRAFFIC ON THE REPORT DATE, WITH THE CORREL-IDS OF THE   *
      * REQUESTS THAT USED EACH ONE INSIDE THE WINDOW. THE JOB ABENDS  *
      * RATHER THAN DROP A CONFIRMATION IF THE TABLE EVER FILLS.       *
      ******************************************************************
       01  WS-CONFIRM-TABLE.
           05  WS-CONFIRM-ENTRY OCCURS 200 TIMES.
               10  WS-CNF-CALLER-ID       PIC X(8).
               10  WS-CNF-FLAG-NAME       PIC X(9).
               10  WS-CNF-TIMESTAMP       PIC X(26).
               10  WS-CNF-MINUTE          PIC 9(11) COMP.
               10  WS-CNF-OPERATOR-ID     PIC X(8).
               10  WS-CNF-STAGED-BY       PIC X(8).
               10  WS-CNF-CORRELS.
                   15  WS-CNF-CORREL-COUNT PIC 9(9) COMP.
                   15  WS-CNF-CORREL OCCURS 30 TIMES PIC X(16).
       01  WS-CONFIRM-USED               PIC 9(4) COMP VALUE 0.
       01  WS-CONFIRM-INDEX              PIC 9(4) COMP.
       01  WS-CONFIRM-FOUND-INDEX        PIC 9(4) COMP.
       01  WS-GRANT-FLAG-NAME            PIC X(9).

      ******************************************************************
      * WHO STAGED EACH OF ONE CALLER'S PENDING GRANTS - AUTHHIST IS   *
      * READ IN KEY ORDER (CALLER, THEN TIME), SO THE LAST ROW TO 'P'  *
      * FOR A FLAG NAMES THE REQUESTER OF THE NEXT ROW OUT OF 'P'.     *
      ******************************************************************
       01  WS-STAGE-CALLER-ID            PIC X(8).
       01  WS-STAGE-TABLE.
           05  WS-STAGE-ENTRY OCCURS 10 TIMES.
               10  WS-STAGE-FLAG-NAME     PIC X(9).
               10  WS-STAGE-OPERATOR-ID   PIC X(8).
       01  WS-STAGE-USED                 PIC 9(4) COMP VALUE 0.
       01  WS-STAGE-INDEX                PIC 9(4) COMP.
       01  WS-STAGE-FOUND-INDEX          PIC 9(4) COMP.
       01  WS-STAGED-BY                  PIC X(8).

      ******************************************************************
      * THE CALLER BEING EXAMINED, ITS OPEN REJECTION RUN AND ITS      *
      * OFF-HOURS UPDATE REQUESTS. THE CORREL-ID LISTS KEEP THE FIRST  *
      * 30 AND COUNT THE REST.                                         *
      ******************************************************************
       01  WS-CURRENT-CALLER             PIC X(8).
       01  WS-CALLER-OPEN-SWITCH         PIC X(4) VALUE 'NO'.
           88  WS-CALLER-OPEN            VALUE 'YES'.
       01  WS-CALLER-SHOWN-SWITCH        PIC X(4) VALUE 'NO'.
           88  WS-CALLER-SHOWN           VALUE 'YES'.

       01  WS-RUN-FIRST-STAMP            PIC X(26).
       01  WS-RUN-LAST-STAMP             PIC X(26).
       01  WS-RUN-407-COUNT              PIC 9(9) COMP.
       01  WS-RUN-408-COUNT              PIC 9(9) COMP.
       01  WS-RUN-CORRELS.
           05  WS-RUN-CORREL-COUNT       PIC 9(9) COMP.
           05  WS-RUN-CORREL OCCURS 30 TIMES PIC X(16).

       01  WS-OFFH-CORRELS.
           05  WS-OFFH-CORREL-COUNT      PIC 9(9) COMP.
           05  WS-OFFH-CORREL OCCURS 30 TIMES PIC X(16).

      ******************************************************************
      * ONE CORREL-ID LIST ON ITS WAY TO THE REPORT, FOUR TO A LINE    *
      ******************************************************************
       01  WS-PRINT-CORRELS.
           05  WS-PRT-CORREL-COUNT       PIC 9(9) COMP.
           05  WS-PRT-CORREL OCCURS 30 TIMES PIC X(16).
       01  WS-PRT-SHOWN                  PIC 9(4) COMP.
       01  WS-PRT-INDEX                  PIC 9(4) COMP.
       01  WS-PRT-MORE                   PIC 9(9) COMP.
       01  WS-CORREL-LINE.
           05  FILLER                    PIC X(6).
           05  WS-CL-SLOT OCCURS 4 TIMES.
               10  WS-CL-CORREL-ID       PIC X(16).
               10  FILLER                PIC X(2).
           05  FILLER                    PIC X(2).
       01  WS-CL-USED                    PIC 9(4) COMP.

      ******************************************************************
      * ONE LINE OF THE GRANT-CHANGE LISTING                           *
      ******************************************************************
       01  WS-GRANT-LINE.
           05  WS-GL-CALLER-ID           PIC X(8).
           05  FILLER                    PIC X(2).
           05  WS-GL-TIME                PIC X(8).
           05  FILLER                    PIC X(2).
           05  WS-GL-FLAG-NAME           PIC X(9).
           05  FILLER                    PIC X(3).
           05  WS-GL-OLD-VALUE           PIC X(1).
           05  FILLER                    PIC X(3).
           05  WS-GL-NEW-VALUE           PIC X(1).
           05  FILLER                    PIC X(4).
           05  WS-GL-CHANGED-BY          PIC X(8).
           05  FILLER                    PIC X(4).
           05  WS-GL-STAGED-BY           PIC X(8).
           05  FILLER                    PIC X(19).

       01  WS-TOTAL-COUNTERS.
           05  WS-TOTAL-REQUESTS          PIC 9(9) VALUE 0.
           05  WS-TOTAL-CALLERS           PIC 9(9) VALUE 0.
           05  WS-TOTAL-FLAGGED           PIC 9(9) VALUE 0.
           05  WS-TOTAL-REJECT-RUNS       PIC 9(9) VALUE 0.
           05  WS-TOTAL-OFF-HOURS         PIC 9(9) VALUE 0.
           05  WS-TOTAL-GRANT-USES        PIC 9(9) VALUE 0.
           05  WS-TOTAL-GRANT-CHANGES     PIC 9(9) VALUE 0.

       01  WS-DISPLAY-CALLER             PIC X(8).
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-SECOND-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-THIRD-EDIT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-PARM-EDIT                  PIC ZZZZ9.
       01  WS-ABEND-REASON               PIC X(60).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           ACCEPT WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-DATE-WORK.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           IF NOT WS-DATE-VALID
               MOVE 'NO VALID REPORT DATE (YYYY-MM-DD) ON SYSIN'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           MOVE WS-DAY-NUMBER TO WS-REPORT-DAY-NUMBER.
           COMPUTE WS-REPORT-DAY-MINUTE = WS-REPORT-DAY-NUMBER * 1440.
           DIVIDE WS-REPORT-DAY-NUMBER BY 7 GIVING WS-DN-WORK
               REMAINDER WS-WEEKDAY.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'CANNOT OPEN SECRPT, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           MOVE 'SECURITY EXCEPTION REPORT' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REPORT DATE: ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE

           PERFORM 050-LOAD-PARAMETERS.

           IF WS-WEEKEND-OPTION = 1
                   AND (WS-WEEKDAY = 4 OR WS-WEEKDAY = 5)
               SET WS-REPORT-WEEKEND TO TRUE
               MOVE 'THE REPORT DATE IS A WEEKEND - ALL HOURS ARE OFF'
                   TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           PERFORM 100-LOAD-GRANT-CONFIRMS.

           MOVE 'EXCEPTIONS BY CALLER:' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CALLER-ID SORT-TIMESTAMP
                                SORT-CORREL-ID
               INPUT PROCEDURE IS 200-SELECT-DAYS-TRAFFIC
               OUTPUT PROCEDURE IS 300-EXAMINE-TRAFFIC

           PERFORM 600-LIST-GRANT-CHANGES.

           PERFORM 650-WRITE-SUMMARY.

           CLOSE REPORT-FILE.

           IF WS-TOTAL-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      * LOAD THE THRESHOLDS FROM SECPARM OVER THE DEFAULTS AND LIST    *
      * THEM AT THE HEAD OF THE REPORT. AN UNKNOWN OR REPEATED         *
      * KEYWORD, A NON-NUMERIC VALUE OR AN IMPOSSIBLE ONE ABENDS - A   *
      * SECURITY REPORT RUN ON THRESHOLDS NOBODY MEANT WOULD LOOK      *
      * CLEAN WITHOUT BEING SO.                                        *
      ******************************************************************
       050-LOAD-PARAMETERS.
           MOVE SPACES TO WS-PARM-SEEN-TABLE.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               STRING 'CANNOT OPEN SECPARM, STATUS=' WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 055-READ-NEXT-PARM-CARD UNTIL WS-PARM-EOF

           CLOSE PARM-FILE.

           IF WS-BUSINESS-START >= WS-BUSINESS-END
               MOVE 'SECPARM BUSSTART IS NOT BEFORE BUSEND'
                   TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           COMPUTE WS-GRANT-MINUTES = WS-GRANT-HOURS * 60.

           MOVE 'THRESHOLDS IN EFFECT:' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-REJECT-RUN-MIN TO WS-PARM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  REJECTRUN  ' WS-PARM-EDIT
               '  CONSECUTIVE +407/+408 REJECTIONS (0 = OFF)'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BUSINESS-START TO WS-PARM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  BUSSTART   ' WS-PARM-EDIT
               '  BUSINESS HOURS START (HHMM)'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-BUSINESS-END TO WS-PARM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  BUSEND     ' WS-PARM-EDIT
               '  BUSINESS HOURS END (HHMM)'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-OFF-HOURS-MIN TO WS-PARM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  OFFHOURS   ' WS-PARM-EDIT
               '  OFF-HOURS UPDATE REQUESTS PER CALLER (0 = OFF)'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-WEEKEND-OPTION TO WS-PARM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  WEEKENDS   ' WS-PARM-EDIT
               '  WEEKENDS ARE OFF HOURS (1 = YES)'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-GRANT-HOURS TO WS-PARM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  GRANTHOURS ' WS-PARM-EDIT
               '  HOURS AFTER A NUZA CONFIRMATION (0 = OFF)'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

       055-READ-NEXT-PARM-CARD.
           READ PARM-FILE
               AT END
                   MOVE '10' TO WS-PARM-STATUS
               NOT AT END
                   IF SPRM-KEYWORD(1:1) NOT = '*'
                           AND SECURITY-PARM-RECORD NOT = SPACES
                       PERFORM 060-STORE-PARAMETER
                   END-IF
           END-READ.

       060-STORE-PARAMETER.
           IF SPRM-VALUE NOT NUMERIC
               STRING 'SECPARM VALUE NOT NUMERIC FOR ' SPRM-KEYWORD
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           EVALUATE SPRM-KEYWORD
               WHEN 'REJECTRUN'
                   MOVE 1 TO WS-PARM-INDEX
                   MOVE SPRM-VALUE TO WS-REJECT-RUN-MIN
               WHEN 'BUSSTART'
                   MOVE 2 TO WS-PARM-INDEX
                   PERFORM 065-CHECK-HHMM-VALUE
                   MOVE SPRM-VALUE TO WS-BUSINESS-START
               WHEN 'BUSEND'
                   MOVE 3 TO WS-PARM-INDEX
                   PERFORM 065-CHECK-HHMM-VALUE
                   MOVE SPRM-VALUE TO WS-BUSINESS-END
               WHEN 'OFFHOURS'
                   MOVE 4 TO WS-PARM-INDEX
                   MOVE SPRM-VALUE TO WS-OFF-HOURS-MIN
               WHEN 'WEEKENDS'
                   MOVE 5 TO WS-PARM-INDEX
                   IF SPRM-VALUE > 1
                       MOVE 'SECPARM WEEKENDS MUST BE 0 OR 1'
                           TO WS-ABEND-REASON
                       PERFORM 900-ABEND-JOB
                   END-IF
                   MOVE SPRM-VALUE TO WS-WEEKEND-OPTION
               WHEN 'GRANTHOURS'
                   MOVE 6 TO WS-PARM-INDEX
                   MOVE SPRM-VALUE TO WS-GRANT-HOURS
               WHEN OTHER
                   STRING 'SECPARM KEYWORD NOT KNOWN: ' SPRM-KEYWORD
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
                   END-STRING
                   PERFORM 900-ABEND-JOB
           END-EVALUATE.

           IF WS-PARM-SEEN(WS-PARM-INDEX) = 'Y'
               STRING 'SECPARM HAS ' SPRM-KEYWORD ' TWICE'
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.
           MOVE 'Y' TO WS-PARM-SEEN(WS-PARM-INDEX).

      ******************************************************************
      * AN HHMM VALUE MUST BE A REAL TIME OF DAY - 2400 IS ALLOWED SO  *
      * BUSINESS HOURS CAN RUN TO MIDNIGHT.                            *
      ******************************************************************
       065-CHECK-HHMM-VALUE.
           DIVIDE SPRM-VALUE BY 100 GIVING WS-PARM-HH
               REMAINDER WS-PARM-MM.
           IF WS-PARM-MM > 59 OR SPRM-VALUE > 2400
               STRING 'SECPARM ' SPRM-KEYWORD ' IS NOT A VALID HHMM'
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * WRITE ONE REPORT LINE - ABEND ON A WRITE FAILURE INSTEAD OF    *
      * LEAVING A SILENTLY SHORT SECURITY REPORT BEHIND FOR SOMEONE TO *
      * MISTAKE FOR A CLEAN DAY.                                       *
      ******************************************************************
       080-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = '00'
               STRING 'SECRPT WRITE FAILED, STATUS=' WS-REPORT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * AUTHHIST PASS 1 - KEEP EVERY UPDATE-CLASS CONFIRMATION ('P' TO *
      * 'Y') WHOSE WINDOW REACHES INTO THE REPORT DATE, WITH BOTH      *
      * OPERATORS. NOTHING IS KEPT WHEN GRANTHOURS IS 0.               *
      ******************************************************************
       100-LOAD-GRANT-CONFIRMS.
           MOVE LOW-VALUES TO WS-STAGE-CALLER-ID.
           MOVE ZERO TO WS-STAGE-USED.

           OPEN INPUT AUTH-HIST-FILE
           IF WS-AHST-STATUS NOT = '00'
               STRING 'CANNOT OPEN AUTHHIST, STATUS=' WS-AHST-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 105-READ-NEXT-HISTORY-ROW UNTIL WS-AHST-EOF

           CLOSE AUTH-HIST-FILE.

       105-READ-NEXT-HISTORY-ROW.
           READ AUTH-HIST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-AHST-STATUS
               NOT AT END
                   PERFORM 150-TRACK-STAGING
                   PERFORM 110-CHECK-CONFIRM-ROW
           END-READ.

           IF WS-AHST-STATUS NOT = '00' AND WS-AHST-STATUS NOT = '10'
               STRING 'AUTHHIST READ FAILED, STATUS=' WS-AHST-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

       110-CHECK-CONFIRM-ROW.
           IF WS-GRANT-HOURS > ZERO
                   AND AHST-OLD-VALUE = 'P'
                   AND AHST-NEW-VALUE = 'Y'
                   AND AHST-TIMESTAMP(1:10) NOT > WS-REPORT-DATE
               MOVE AHST-TIMESTAMP TO WS-STAMP-WORK
               PERFORM 720-COMPUTE-STAMP-MINUTE
               IF WS-DATE-VALID
                       AND WS-STAMP-MINUTE + WS-GRANT-MINUTES
                           >= WS-REPORT-DAY-MINUTE
                   PERFORM 120-ADD-CONFIRM-ENTRY
               END-IF
           END-IF.

       120-ADD-CONFIRM-ENTRY.
           IF WS-CONFIRM-USED >= 200
               MOVE 'GRANT CONFIRMATION TABLE FULL' TO WS-ABEND-REASON
               PERFORM 900-ABEND-JOB
           END-IF.
           ADD 1 TO WS-CONFIRM-USED.
           MOVE AHST-CALLER-ID
               TO WS-CNF-CALLER-ID(WS-CONFIRM-USED).
           MOVE AHST-FLAG-NAME
               TO WS-CNF-FLAG-NAME(WS-CONFIRM-USED).
           MOVE AHST-TIMESTAMP
               TO WS-CNF-TIMESTAMP(WS-CONFIRM-USED).
           MOVE WS-STAMP-MINUTE
               TO WS-CNF-MINUTE(WS-CONFIRM-USED).
           MOVE AHST-OPERATOR-ID
               TO WS-CNF-OPERATOR-ID(WS-CONFIRM-USED).
           MOVE WS-STAGED-BY
               TO WS-CNF-STAGED-BY(WS-CONFIRM-USED).
           MOVE ZERO TO WS-CNF-CORREL-COUNT(WS-CONFIRM-USED).

      ******************************************************************
      * FOLLOW THE STAGED GRANTS OF THE CALLER IN HAND. ON RETURN      *
      * WS-STAGED-BY HOLDS THE OPERATOR WHO STAGED THE GRANT THIS ROW  *
      * TAKES OUT OF 'P' (CONFIRMED OR DROPPED) - SPACES FOR ANY OTHER *
      * ROW, 'UNKNOWN' IF THE STAGING ROW IS NOT ON AUTHHIST.          *
      ******************************************************************
       150-TRACK-STAGING.
           IF AHST-CALLER-ID NOT = WS-STAGE-CALLER-ID
               MOVE AHST-CALLER-ID TO WS-STAGE-CALLER-ID
               MOVE ZERO TO WS-STAGE-USED
           END-IF.

           MOVE ZERO TO WS-STAGE-FOUND-INDEX.
           PERFORM 155-MATCH-STAGED-FLAG
                   VARYING WS-STAGE-INDEX FROM 1 BY 1
                   UNTIL WS-STAGE-INDEX > WS-STAGE-USED.

           MOVE SPACES TO WS-STAGED-BY.
           IF AHST-OLD-VALUE = 'P'
               IF WS-STAGE-FOUND-INDEX = ZERO
                   MOVE 'UNKNOWN' TO WS-STAGED-BY
               ELSE
                   MOVE WS-STAGE-OPERATOR-ID(WS-STAGE-FOUND-INDEX)
                       TO WS-STAGED-BY
                   IF WS-STAGED-BY = SPACES
                       MOVE 'UNKNOWN' TO WS-STAGED-BY
                   END-IF
               END-IF
           END-IF.

           IF WS-STAGE-FOUND-INDEX = ZERO
               IF WS-STAGE-USED >= 10
                   MOVE 'STAGED GRANT TABLE FULL' TO WS-ABEND-REASON
                   PERFORM 900-ABEND-JOB
               END-IF
               ADD 1 TO WS-STAGE-USED
               MOVE WS-STAGE-USED TO WS-STAGE-FOUND-INDEX
               MOVE AHST-FLAG-NAME
                   TO WS-STAGE-FLAG-NAME(WS-STAGE-FOUND-INDEX)
           END-IF.

           IF AHST-NEW-VALUE = 'P'
               MOVE AHST-OPERATOR-ID
                   TO WS-STAGE-OPERATOR-ID(WS-STAGE-FOUND-INDEX)
           ELSE
               MOVE SPACES
                   TO WS-STAGE-OPERATOR-ID(WS-STAGE-FOUND-INDEX)
           END-IF.

       155-MATCH-STAGED-FLAG.
           IF AHST-FLAG-NAME = WS-STAGE-FLAG-NAME(WS-STAGE-INDEX)
               MOVE WS-STAGE-INDEX TO WS-STAGE-FOUND-INDEX
               MOVE WS-STAGE-USED TO WS-STAGE-INDEX
           END-IF.

      ******************************************************************
      * SORT INPUT - SCAN AUDTFILE AND RELEASE EVERY RECORD STAMPED ON *
      * THE REPORT DATE.                                               *
      ******************************************************************
       200-SELECT-DAYS-TRAFFIC.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               STRING 'CANNOT OPEN AUDTFILE, STATUS=' WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 205-READ-NEXT-AUDIT-RECORD UNTIL WS-AUDIT-EOF

           CLOSE AUDIT-FILE.

       205-READ-NEXT-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-AUDIT-STATUS
               NOT AT END
                   IF AUDIT-TIMESTAMP(1:10) = WS-REPORT-DATE
                       MOVE AUDIT-CALLER-ID     TO SORT-CALLER-ID
                       MOVE AUDIT-TIMESTAMP     TO SORT-TIMESTAMP
                       MOVE AUDIT-CORREL-ID     TO SORT-CORREL-ID
                       MOVE AUDIT-FUNCTION-CODE TO SORT-FUNCTION-CODE
                       MOVE AUDIT-RESPONSE-CODE TO SORT-RESPONSE-CODE
                       RELEASE SORT-WORK-RECORD
                       ADD 1 TO WS-TOTAL-REQUESTS
                   END-IF
           END-READ.

           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '10'
               STRING 'AUDTFILE READ FAILED, STATUS=' WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

      ******************************************************************
      * SORT OUTPUT - ONE CALLER'S DAY AT A TIME, IN ARRIVAL ORDER.    *
      * A CALLER'S EXCEPTIONS ARE WRITTEN WHEN THE NEXT CALLER (OR THE *
      * END OF THE SORT) CLOSES IT.                                    *
      ******************************************************************
       300-EXAMINE-TRAFFIC.
           MOVE 'NO' TO WS-SORT-EOF-SWITCH.
           PERFORM 305-RETURN-NEXT-REQUEST UNTIL WS-SORT-EOF.

           IF WS-CALLER-OPEN
               PERFORM 400-CLOSE-CALLER
           END-IF.

           IF WS-TOTAL-FLAGGED = ZERO
               MOVE '  NONE' TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

       305-RETURN-NEXT-REQUEST.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 310-EXAMINE-ONE-REQUEST
           END-RETURN.

       310-EXAMINE-ONE-REQUEST.
           IF WS-CALLER-OPEN
               IF SORT-CALLER-ID NOT = WS-CURRENT-CALLER
                   PERFORM 400-CLOSE-CALLER
                   PERFORM 320-OPEN-CALLER
               END-IF
           ELSE
               PERFORM 320-OPEN-CALLER
           END-IF.

           MOVE SORT-TIMESTAMP TO WS-STAMP-WORK.
           PERFORM 720-COMPUTE-STAMP-MINUTE.

           PERFORM 330-CHECK-REJECTION-RUN.
           IF WS-DATE-VALID
               PERFORM 340-CHECK-OFF-HOURS
               PERFORM 350-CHECK-GRANT-USE
           END-IF.

       320-OPEN-CALLER.
           MOVE SORT-CALLER-ID TO WS-CURRENT-CALLER.
           SET WS-CALLER-OPEN TO TRUE.
           MOVE 'NO' TO WS-CALLER-SHOWN-SWITCH.
           MOVE ZERO TO WS-RUN-CORREL-COUNT
                        WS-OFFH-CORREL-COUNT.
           ADD 1 TO WS-TOTAL-CALLERS.

      ******************************************************************
      * A +407 OR +408 EXTENDS THE CALLER'S OPEN REJECTION RUN (OR     *
      * STARTS ONE); ANY OTHER ANSWER ENDS IT.                         *
      ******************************************************************
       330-CHECK-REJECTION-RUN.
           IF SORT-RESPONSE-CODE = AI-RESP-NOT-AUTHORIZED
                   OR SORT-RESPONSE-CODE = AI-RESP-CORREL-COLLISION
               IF WS-RUN-CORREL-COUNT = ZERO
                   MOVE SORT-TIMESTAMP TO WS-RUN-FIRST-STAMP
                   MOVE ZERO TO WS-RUN-407-COUNT
                                WS-RUN-408-COUNT
               END-IF
               MOVE SORT-TIMESTAMP TO WS-RUN-LAST-STAMP
               IF SORT-RESPONSE-CODE = AI-RESP-NOT-AUTHORIZED
                   ADD 1 TO WS-RUN-407-COUNT
               ELSE
                   ADD 1 TO WS-RUN-408-COUNT
               END-IF
               ADD 1 TO WS-RUN-CORREL-COUNT
               IF WS-RUN-CORREL-COUNT <= 30
                   MOVE SORT-CORREL-ID
                       TO WS-RUN-CORREL(WS-RUN-CORREL-COUNT)
               END-IF
           ELSE
               PERFORM 410-END-REJECTION-RUN
           END-IF.

      ******************************************************************
      * AN UPDATE-CLASS REQUEST OUTSIDE BUSINESS HOURS, OR ON A        *
      * WEEKEND REPORT DATE, JOINS THE CALLER'S OFF-HOURS LIST.        *
      ******************************************************************
       340-CHECK-OFF-HOURS.
           IF WS-OFF-HOURS-MIN > ZERO
                   AND (SORT-FUNCTION-CODE = 'UPDATETXN'
                        OR SORT-FUNCTION-CODE = 'POSTTXN'
                        OR SORT-FUNCTION-CODE = 'REVERSTXN')
               IF WS-REPORT-WEEKEND
                       OR WS-STAMP-HHMM < WS-BUSINESS-START
                       OR WS-STAMP-HHMM >= WS-BUSINESS-END
                   ADD 1 TO WS-OFFH-CORREL-COUNT
                   IF WS-OFFH-CORREL-COUNT <= 30
                       MOVE SORT-CORREL-ID
                           TO WS-OFFH-CORREL(WS-OFFH-CORREL-COUNT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A REQUEST NEEDING AN UPDATE-CLASS GRANT IS CHARGED TO THE      *
      * CALLER'S LATEST CONFIRMATION OF THAT GRANT WHOSE WINDOW IT     *
      * FALLS IN, IF ANY.                                              *
      ******************************************************************
       350-CHECK-GRANT-USE.
           MOVE SPACES TO WS-GRANT-FLAG-NAME.
           EVALUATE SORT-FUNCTION-CODE
               WHEN 'UPDATETXN'
               WHEN 'REVERSTXN'
                   MOVE 'UPDATETXN' TO WS-GRANT-FLAG-NAME
               WHEN 'POSTTXN'
                   MOVE 'POSTTXN' TO WS-GRANT-FLAG-NAME
               WHEN 'CANCELTXN'
                   MOVE 'CANCELTXN' TO WS-GRANT-FLAG-NAME
           END-EVALUATE.

           IF WS-GRANT-FLAG-NAME NOT = SPACES
                   AND WS-CONFIRM-USED > ZERO
               MOVE ZERO TO WS-CONFIRM-FOUND-INDEX
               PERFORM 355-MATCH-CONFIRMATION
                       VARYING WS-CONFIRM-INDEX FROM 1 BY 1
                       UNTIL WS-CONFIRM-INDEX > WS-CONFIRM-USED
               IF WS-CONFIRM-FOUND-INDEX NOT = ZERO
                   ADD 1
                     TO WS-CNF-CORREL-COUNT(WS-CONFIRM-FOUND-INDEX)
                   IF WS-CNF-CORREL-COUNT(WS-CONFIRM-FOUND-INDEX)
                           <= 30
                       MOVE SORT-CORREL-ID
                         TO WS-CNF-CORREL(WS-CONFIRM-FOUND-INDEX
                           WS-CNF-CORREL-COUNT(WS-CONFIRM-FOUND-INDEX))
                   END-IF
               END-IF
           END-IF.

       355-MATCH-CONFIRMATION.
           IF WS-CNF-CALLER-ID(WS-CONFIRM-INDEX) = SORT-CALLER-ID
                   AND WS-CNF-FLAG-NAME(WS-CONFIRM-INDEX)
                       = WS-GRANT-FLAG-NAME
                   AND WS-CNF-MINUTE(WS-CONFIRM-INDEX)
                       <= WS-STAMP-MINUTE
                   AND WS-CNF-MINUTE(WS-CONFIRM-INDEX)
                       + WS-GRANT-MINUTES >= WS-STAMP-MINUTE
               MOVE WS-CONFIRM-INDEX TO WS-CONFIRM-FOUND-INDEX
           END-IF.

      ******************************************************************
      * THE CALLER'S DAY IS OVER - REPORT ANY OPEN REJECTION RUN, THE  *
      * OFF-HOURS LIST AND ITS USED CONFIRMATIONS.                     *
      ******************************************************************
       400-CLOSE-CALLER.
           PERFORM 410-END-REJECTION-RUN.

           IF WS-OFF-HOURS-MIN > ZERO
                   AND WS-OFFH-CORREL-COUNT >= WS-OFF-HOURS-MIN
               PERFORM 420-WRITE-OFF-HOURS
           END-IF.

           PERFORM 430-CHECK-CONFIRM-USED
                   VARYING WS-CONFIRM-INDEX FROM 1 BY 1
                   UNTIL WS-CONFIRM-INDEX > WS-CONFIRM-USED.

           MOVE 'NO' TO WS-CALLER-OPEN-SWITCH.

      ******************************************************************
      * CLOSE THE OPEN REJECTION RUN, REPORTING IT WHEN IT REACHED     *
      * REJECTRUN.                                                     *
      ******************************************************************
       410-END-REJECTION-RUN.
           IF WS-REJECT-RUN-MIN > ZERO
                   AND WS-RUN-CORREL-COUNT >= WS-REJECT-RUN-MIN
               PERFORM 500-SHOW-CALLER
               ADD 1 TO WS-TOTAL-REJECT-RUNS
               MOVE WS-RUN-CORREL-COUNT TO WS-COUNT-EDIT
               MOVE WS-RUN-407-COUNT TO WS-SECOND-EDIT
               MOVE WS-RUN-408-COUNT TO WS-THIRD-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '  REJECTION RUN OF' WS-COUNT-EDIT
                   '  (+407:' WS-SECOND-EDIT
                   '  +408:' WS-THIRD-EDIT ')'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '    FROM ' WS-RUN-FIRST-STAMP(12:8)
                   ' TO ' WS-RUN-LAST-STAMP(12:8)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
               MOVE WS-RUN-CORRELS TO WS-PRINT-CORRELS
               PERFORM 520-WRITE-CORREL-LIST
           END-IF.

           MOVE ZERO TO WS-RUN-CORREL-COUNT.

       420-WRITE-OFF-HOURS.
           PERFORM 500-SHOW-CALLER.
           ADD 1 TO WS-TOTAL-OFF-HOURS.
           MOVE WS-OFFH-CORREL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  UPDATE REQUESTS OUTSIDE BUSINESS HOURS:'
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE WS-OFFH-CORRELS TO WS-PRINT-CORRELS.
           PERFORM 520-WRITE-CORREL-LIST.

       430-CHECK-CONFIRM-USED.
           IF WS-CNF-CALLER-ID(WS-CONFIRM-INDEX) = WS-CURRENT-CALLER
                   AND WS-CNF-CORREL-COUNT(WS-CONFIRM-INDEX) > ZERO
               PERFORM 440-WRITE-GRANT-USE
           END-IF.

       440-WRITE-GRANT-USE.
           PERFORM 500-SHOW-CALLER.
           ADD 1 TO WS-TOTAL-GRANT-USES.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-CNF-FLAG-NAME(WS-CONFIRM-INDEX)
               ' GRANT CONFIRMED '
               WS-CNF-TIMESTAMP(WS-CONFIRM-INDEX)(1:10) ' '
               WS-CNF-TIMESTAMP(WS-CONFIRM-INDEX)(12:8)
               ' BY ' WS-CNF-OPERATOR-ID(WS-CONFIRM-INDEX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE WS-CNF-CORREL-COUNT(WS-CONFIRM-INDEX) TO WS-COUNT-EDIT
           MOVE WS-GRANT-HOURS TO WS-PARM-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '    STAGED BY ' WS-CNF-STAGED-BY(WS-CONFIRM-INDEX)
               ' - USED' WS-COUNT-EDIT ' TIMES WITHIN'
               WS-PARM-EDIT ' HOURS'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE WS-CNF-CORRELS(WS-CONFIRM-INDEX) TO WS-PRINT-CORRELS.
           PERFORM 520-WRITE-CORREL-LIST.

      ******************************************************************
      * HEAD THE CALLER'S EXCEPTIONS THE FIRST TIME ONE IS WRITTEN     *
      ******************************************************************
       500-SHOW-CALLER.
           IF NOT WS-CALLER-SHOWN
               SET WS-CALLER-SHOWN TO TRUE
               ADD 1 TO WS-TOTAL-FLAGGED
               MOVE WS-CURRENT-CALLER TO WS-DISPLAY-CALLER
               IF WS-DISPLAY-CALLER = SPACES
                   MOVE '(BLANK)' TO WS-DISPLAY-CALLER
               END-IF
               MOVE SPACES TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
               STRING 'CALLER ' WS-DISPLAY-CALLER
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * WRITE THE CORREL-IDS IN WS-PRINT-CORRELS FOUR TO A LINE, THEN  *
      * HOW MANY MORE THERE WERE BEYOND THE 30 KEPT.                   *
      ******************************************************************
       520-WRITE-CORREL-LIST.
           MOVE '    CORREL-IDS (SEE NUZQ):' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           IF WS-PRT-CORREL-COUNT > 30
               MOVE 30 TO WS-PRT-SHOWN
               COMPUTE WS-PRT-MORE = WS-PRT-CORREL-COUNT - 30
           ELSE
               MOVE WS-PRT-CORREL-COUNT TO WS-PRT-SHOWN
               MOVE ZERO TO WS-PRT-MORE
           END-IF.

           MOVE SPACES TO WS-CORREL-LINE.
           MOVE ZERO TO WS-CL-USED.
           PERFORM 525-PLACE-CORREL
                   VARYING WS-PRT-INDEX FROM 1 BY 1
                   UNTIL WS-PRT-INDEX > WS-PRT-SHOWN.
           IF WS-CL-USED > ZERO
               MOVE WS-CORREL-LINE TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           IF WS-PRT-MORE > ZERO
               MOVE WS-PRT-MORE TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING '      AND' WS-COUNT-EDIT ' MORE'
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

       525-PLACE-CORREL.
           ADD 1 TO WS-CL-USED.
           MOVE WS-PRT-CORREL(WS-PRT-INDEX)
               TO WS-CL-CORREL-ID(WS-CL-USED).
           IF WS-CL-USED = 4
               MOVE WS-CORREL-LINE TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
               MOVE SPACES TO WS-CORREL-LINE
               MOVE ZERO TO WS-CL-USED
           END-IF.

      ******************************************************************
      * AUTHHIST PASS 2 - EVERY GRANT CHANGE MADE ON THE REPORT DATE,  *
      * WITH THE OPERATOR WHO MADE IT AND, WHEN IT TOOK A STAGED GRANT *
      * OUT OF 'P', THE OPERATOR WHO STAGED IT. STAGING ROWS FROM      *
      * EARLIER DAYS ARE STILL FOLLOWED SO THAT OPERATOR IS KNOWN.     *
      ******************************************************************
       600-LIST-GRANT-CHANGES.
           MOVE SPACES TO REPORT-LINE
           STRING 'GRANT CHANGES ON ' WS-REPORT-DATE ':'
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.
           MOVE 'CALLER    TIME      FLAG      OLD NEW    CHANGED BY'
               TO REPORT-LINE
           MOVE 'STAGED BY' TO REPORT-LINE(54:9)
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO WS-STAGE-CALLER-ID.
           MOVE ZERO TO WS-STAGE-USED.

           OPEN INPUT AUTH-HIST-FILE
           IF WS-AHST-STATUS NOT = '00'
               STRING 'CANNOT OPEN AUTHHIST, STATUS=' WS-AHST-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

           PERFORM 605-READ-NEXT-CHANGE-ROW UNTIL WS-AHST-EOF

           CLOSE AUTH-HIST-FILE.

           IF WS-TOTAL-GRANT-CHANGES = ZERO
               MOVE '  NONE' TO REPORT-LINE
               PERFORM 080-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

       605-READ-NEXT-CHANGE-ROW.
           READ AUTH-HIST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-AHST-STATUS
               NOT AT END
                   PERFORM 150-TRACK-STAGING
                   IF AHST-TIMESTAMP(1:10) = WS-REPORT-DATE
                       PERFORM 610-WRITE-GRANT-CHANGE
                   END-IF
           END-READ.

           IF WS-AHST-STATUS NOT = '00' AND WS-AHST-STATUS NOT = '10'
               STRING 'AUTHHIST READ FAILED, STATUS=' WS-AHST-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               END-STRING
               PERFORM 900-ABEND-JOB
           END-IF.

       610-WRITE-GRANT-CHANGE.
           ADD 1 TO WS-TOTAL-GRANT-CHANGES.
           MOVE SPACES TO WS-GRANT-LINE.
           MOVE AHST-CALLER-ID       TO WS-GL-CALLER-ID.
           MOVE AHST-TIMESTAMP(12:8) TO WS-GL-TIME.
           MOVE AHST-FLAG-NAME       TO WS-GL-FLAG-NAME.
           MOVE AHST-OLD-VALUE       TO WS-GL-OLD-VALUE.
           MOVE AHST-NEW-VALUE       TO WS-GL-NEW-VALUE.
           MOVE AHST-OPERATOR-ID     TO WS-GL-CHANGED-BY.
           MOVE WS-STAGED-BY         TO WS-GL-STAGED-BY.
           MOVE WS-GRANT-LINE TO REPORT-LINE.
           PERFORM 080-WRITE-REPORT-LINE.

      ******************************************************************
      * RUN TOTALS                                                     *
      ******************************************************************
       650-WRITE-SUMMARY.
           MOVE 'SUMMARY:' TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-REQUESTS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  AUDTFILE RECORDS FOR THE DATE: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-CALLERS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CALLERS SEEN:                  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-FLAGGED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CALLERS WITH EXCEPTIONS:       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-REJECT-RUNS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  REJECTION RUNS:                ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-OFF-HOURS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  OFF-HOURS UPDATE EXCEPTIONS:   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-GRANT-USES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  QUICK GRANT-USE EXCEPTIONS:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM 080-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-GRANT-CHANGES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  GRANT CHANGES LISTED:          ' WS-COUNT-EDIT
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
      * TURN THE X(26) TIMESTAMP IN WS-STAMP-WORK INTO ITS HHMM AND A  *
      * MINUTE NUMBER (DAY NUMBER * 1440 + MINUTES INTO THE DAY).      *
      * WS-DATE-VALID IS LEFT SET ONLY WHEN DATE AND TIME BOTH PARSE.  *
      ******************************************************************
       720-COMPUTE-STAMP-MINUTE.
           MOVE WS-SW-DATE TO WS-DATE-WORK.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           MOVE ZERO TO WS-STAMP-HHMM WS-STAMP-MINUTE.

           IF WS-DATE-VALID
               IF WS-SW-HH NOT NUMERIC OR WS-SW-MI NOT NUMERIC
                   MOVE 'NO' TO WS-DATE-VALID-SWITCH
               ELSE
                   IF WS-SW-HH > 23 OR WS-SW-MI > 59
                       MOVE 'NO' TO WS-DATE-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF WS-DATE-VALID
               COMPUTE WS-STAMP-HHMM = WS-SW-HH * 100 + WS-SW-MI
               COMPUTE WS-STAMP-MINUTE = WS-DAY-NUMBER * 1440
                   + WS-SW-HH * 60 + WS-SW-MI
           END-IF.

      ******************************************************************
      * ABEND - LOG THE REASON AND END THE JOB WITH A NONZERO RETURN   *
      * CODE INSTEAD OF LETTING A BAD OPEN, READ OR WRITE PASS         *
      * UNNOTICED.                                                     *
      ******************************************************************
       900-ABEND-JOB.
           DISPLAY 'WavineSecExc ABEND - ' WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
