       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineAcctInq.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 12/27/2024.
       SECURITY. TLS1.3+ WITH QUANTUM-SAFE CURVES.

      ******************************************************************
      *  ACCOUNT INQUIRY TRANSACTION (TRANSID NUZH, MAPSET NUZACT).    *
      *  OPERATOR KEYS A BRANCH CODE AND ACCOUNT NUMBER; THIS PROGRAM  *
      *  SHOWS THE ACCOUNT'S ACCTFILE RECORD BROKEN OUT INTO ITS       *
      *  FIELDS AND ITS JRNLFILE CHANGE HISTORY, NEWEST FIRST - WHEN,  *
      *  WHICH CALLER, WHICH CORREL-ID AND WHICH FIELDS EACH CHANGE    *
      *  TOUCHED - SO A BRANCH'S PHONE CALL NO LONGER WAITS ON A       *
      *  QUERYDB OR AN OVERNIGHT WavineJrnlRpt:                        *
      *    S (OR BLANK) - SHOW THE ACCOUNT AND ITS NEWEST CHANGES.     *
      *    B / F        - PAGE TO OLDER / NEWER CHANGES, EIGHT A PAGE. *
      *    Q            - OPEN THE REQUEST BEHIND THE CHANGE ON THE    *
      *                   LINE NUMBER KEYED IN LINE: ON NUZQ.          *
      *                                                                *
      *  THE HISTORY IS READ THROUGH 'JRNLPATH', THE ALTERNATE-INDEX   *
      *  PATH OVER JRNL-UPDATE-KEY (SEE JRNLREC), SO ONLY THE KEYED    *
      *  ACCOUNT'S JOURNAL RECORDS ARE EVER READ. AN ACCOUNT NO LONGER *
      *  ON ACCTFILE STILL SHOWS ITS HISTORY.                          *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  12/27/2024  INITIAL VERSION.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ACCTREC.
       COPY JRNLREC.
       COPY NUZQXFR.
       COPY NUZHM1.

       01  ERROR-CONTROL.
           05  EIBRESP               PIC S9(8) COMP.
           05  EIBRESP2              PIC S9(8) COMP.

       01  WS-ACCT-KEY               PIC X(16).
       01  WS-JRNL-AIX-KEY           PIC X(16).
       01  WS-SELECTED-LINE          PIC 9(1).

      ******************************************************************
      * PSEUDO-CONVERSATIONAL STATE CARRIED IN THE COMMAREA - THE      *
      * ACCOUNT ON THE SCREEN, WHERE ITS CHANGE PAGE STARTS (1 = THE   *
      * NEWEST CHANGE) AND THE CORREL-ID BEHIND EACH LINE SHOWN, FOR   *
      * Q. ACTIONS FALL BACK TO THE ACCOUNT ON THE SCREEN WHEN NO KEY  *
      * IS KEYED.                                                      *
      ******************************************************************
       01  NUZH-COMMAREA.
           05  NUZH-ACCT-KEY         PIC X(16).
           05  NUZH-PAGE-START       PIC 9(4) COMP.
           05  NUZH-LINE-TABLE.
               10  NUZH-LINE-CORREL  PIC X(16) OCCURS 8 TIMES.

      ******************************************************************
      * THE ACCOUNT'S CHANGES, NEWEST FIRST BY JRNL-TIMESTAMP. THE AIX *
      * DELIVERS AN ACCOUNT'S RECORDS IN NO USEFUL TIME ORDER, SO EACH *
      * ONE IS PLACED AS IT IS READ. WS-CHG-TOTAL COUNTS EVERY CHANGE; *
      * ONLY THE NEWEST WS-CHG-MAX ARE KEPT FOR THE SCREEN - OLDER     *
      * HISTORY THAN THAT IS WavineJrnlRpt'S JOB.                      *
      ******************************************************************
       01  WS-CHG-MAX                PIC 9(4) COMP VALUE 200.
       01  WS-CHG-USED               PIC 9(4) COMP.
       01  WS-CHG-TOTAL              PIC 9(8) COMP.
       01  WS-CHG-POS                PIC 9(4) COMP.
       01  WS-CHG-SHIFT              PIC 9(4) COMP.
       01  WS-CHG-INDEX              PIC 9(4) COMP.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-TIMESTAMP  PIC X(26).
               10  WS-CHG-CORREL-ID  PIC X(16).
               10  WS-CHG-CALLER-ID  PIC X(8).
               10  WS-CHG-FIELDS     PIC X(20).

       01  WS-SLOT-SWITCH            PIC X(4) VALUE 'NO'.
           88  WS-SLOT-FOUND         VALUE 'YES'.
       01  WS-BROWSE-DONE-SWITCH     PIC X(4) VALUE 'NO'.
           88  WS-BROWSE-DONE        VALUE 'YES'.
       01  WS-HISTORY-SWITCH         PIC X(4) VALUE 'OK'.
           88  WS-HISTORY-FAILED     VALUE 'FAIL'.

      ******************************************************************
      * BEFORE/AFTER VIEWS OF A JOURNAL IMAGE FOR THE CHANGED-FIELD    *
      * CODES. KEEP IN STEP WITH ACCT-DATA IN ACCTREC. THE BALANCES    *
      * ARE COMPARED AS BYTES, SO A NON-NUMERIC IMAGE STILL COMPARES.  *
      ******************************************************************
       01  WS-BEFORE-VIEW.
           05  WS-BEF-STATUS-CODE    PIC X(1).
           05  WS-BEF-TYPE-CODE      PIC X(2).
           05  WS-BEF-CURRENT-BAL    PIC X(13).
           05  WS-BEF-AVAIL-BAL      PIC X(13).
           05  WS-BEF-OPEN-DATE      PIC X(10).
           05  WS-BEF-LAST-ACTIVITY  PIC X(10).
           05  WS-BEF-REST           PIC X(101).
       01  WS-AFTER-VIEW.
           05  WS-AFT-STATUS-CODE    PIC X(1).
           05  WS-AFT-TYPE-CODE      PIC X(2).
           05  WS-AFT-CURRENT-BAL    PIC X(13).
           05  WS-AFT-AVAIL-BAL      PIC X(13).
           05  WS-AFT-OPEN-DATE      PIC X(10).
           05  WS-AFT-LAST-ACTIVITY  PIC X(10).
           05  WS-AFT-REST           PIC X(101).
       01  WS-CHANGED-FIELDS         PIC X(20).
       01  WS-FIELDS-POINTER         PIC 9(4) COMP.

       01  WS-LINE-COUNT             PIC 9(4) COMP.
       01  WS-LINE-NUMBER            PIC 9(1).
       01  WS-CHANGE-LINE            PIC X(76).
       01  WS-BALANCE-EDIT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FIRST-EDIT             PIC ZZZ9.
       01  WS-LAST-EDIT              PIC ZZZ9.
       01  WS-TOTAL-EDIT             PIC ZZZZZZZ9.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(146).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      ******************************************************************
      * MAIN LOGIC                                                     *
      ******************************************************************
       000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
                ERROR(900-ERROR-HANDLER)
                END-EXEC.

           IF EIBCALEN = 0
               MOVE SPACES TO NUZH-ACCT-KEY
                              NUZH-LINE-TABLE
               MOVE 1 TO NUZH-PAGE-START
               PERFORM 050-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF NUZH-COMMAREA)
                   TO NUZH-COMMAREA
               EXEC CICS RECEIVE MAP('NUZHM1')
                    MAPSET('NUZACT')
                    INTO(NUZHM1I)
                    RESP(EIBRESP)
               END-EXEC

               PERFORM 100-PROCESS-ACTION
               PERFORM 500-SEND-RESULT
           END-IF.

           EXEC CICS RETURN
                TRANSID('NUZH')
                COMMAREA(NUZH-COMMAREA)
                LENGTH(LENGTH OF NUZH-COMMAREA)
           END-EXEC.

      ******************************************************************
      * FIRST ENTRY TO THE TRANSACTION - SEND THE BLANK FORM AND WAIT  *
      * FOR THE NEXT INVOCATION, SAME CONVENTION AS NUZQ/NUZA.         *
      ******************************************************************
       050-SEND-INITIAL-MAP.
           MOVE SPACES TO NUZHM1O.
           MOVE 'ENTER A BRANCH CODE AND ACCOUNT NUMBER' TO MSGO.

           EXEC CICS SEND MAP('NUZHM1')
                MAPSET('NUZACT')
                FROM(NUZHM1O)
                ERASE
                RESP(EIBRESP)
           END-EXEC.

      ******************************************************************
      * ROUTE ON THE OPERATOR'S ACTION CODE. Q LEAVES FOR NUZQ AND     *
      * DOES NOT COME BACK UNLESS THE LINE IS NOT ONE ON THE SCREEN;   *
      * THEN, LIKE EVERY OTHER ACTION, IT REDISPLAYS THE ACCOUNT.      *
      ******************************************************************
       100-PROCESS-ACTION.
           MOVE SPACES TO MSGO.
           MOVE SPACES TO STATUSO TYPEO CURBALO AVLBALO OPENDTO
                          LASTDTO CHGHDO
                          CHG1O CHG2O CHG3O CHG4O CHG5O CHG6O CHG7O
                          CHG8O.

           IF ACTIONI = 'Q'
               PERFORM 300-OPEN-ON-NUZQ
           END-IF.

           IF (BRANCHI = SPACES OR BRANCHI = LOW-VALUES)
                   AND (ACCTNOI = SPACES OR ACCTNOI = LOW-VALUES)
               MOVE NUZH-ACCT-KEY TO WS-ACCT-KEY
           ELSE
               MOVE BRANCHI TO WS-ACCT-KEY(1:4)
               MOVE ACCTNOI TO WS-ACCT-KEY(5:12)
               INSPECT WS-ACCT-KEY REPLACING ALL LOW-VALUES BY SPACES
           END-IF.

           IF WS-ACCT-KEY(1:4) = SPACES OR WS-ACCT-KEY(5:12) = SPACES
               MOVE 'ENTER A BRANCH CODE AND ACCOUNT NUMBER' TO MSGO
               MOVE SPACES TO NUZH-ACCT-KEY
                              NUZH-LINE-TABLE
           ELSE
               IF WS-ACCT-KEY NOT = NUZH-ACCT-KEY
                   MOVE WS-ACCT-KEY TO NUZH-ACCT-KEY
                   MOVE 1 TO NUZH-PAGE-START
               ELSE
                   EVALUATE ACTIONI
                       WHEN 'B'
                           ADD 8 TO NUZH-PAGE-START
                       WHEN 'F'
                           IF NUZH-PAGE-START > 8
                               SUBTRACT 8 FROM NUZH-PAGE-START
                           ELSE
                               MOVE 1 TO NUZH-PAGE-START
                           END-IF
                       WHEN 'Q'
                           CONTINUE
                       WHEN OTHER
                           MOVE 1 TO NUZH-PAGE-START
                   END-EVALUATE
               END-IF
               MOVE NUZH-ACCT-KEY(1:4)  TO BRANCHO
               MOVE NUZH-ACCT-KEY(5:12) TO ACCTNOO
               PERFORM 110-SHOW-ACCOUNT
               PERFORM 120-LOAD-CHANGE-HISTORY
               IF NOT WS-HISTORY-FAILED
                   PERFORM 130-SHOW-CHANGE-PAGE
               END-IF
               IF ACTIONI NOT = 'Q' AND ACTIONI NOT = 'S'
                       AND ACTIONI NOT = 'B' AND ACTIONI NOT = 'F'
                       AND ACTIONI NOT = SPACE
                       AND ACTIONI NOT = LOW-VALUE
                   MOVE 'ENTER S, B, F OR Q' TO MSGO
               END-IF
           END-IF.

      ******************************************************************
      * THE ACCTFILE RECORD, FIELD BY FIELD. A KEY NOT ON THE FILE     *
      * (NEVER OPENED, OR CLOSED AND DELETED) STILL GETS ITS HISTORY.  *
      ******************************************************************
       110-SHOW-ACCOUNT.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCOUNT-RECORD)
                RIDFLD(NUZH-ACCT-KEY)
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 115-LOAD-ACCOUNT-FIELDS
               WHEN DFHRESP(NOTFND)
                   MOVE 'NOT ON FILE' TO STATUSO
               WHEN OTHER
                   MOVE 'READ FAILED' TO STATUSO
           END-EVALUATE.

       115-LOAD-ACCOUNT-FIELDS.
           EVALUATE TRUE
               WHEN ACCT-STATUS-ACTIVE
                   MOVE 'A ACTIVE'    TO STATUSO
               WHEN ACCT-STATUS-SUSPENDED
                   MOVE 'S SUSPENDED' TO STATUSO
               WHEN ACCT-STATUS-DORMANT
                   MOVE 'D DORMANT'   TO STATUSO
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'C CLOSED'    TO STATUSO
               WHEN OTHER
                   STRING ACCT-STATUS-CODE ' UNKNOWN'
                       DELIMITED BY SIZE INTO STATUSO
                   END-STRING
           END-EVALUATE.

           MOVE ACCT-TYPE-CODE TO TYPEO.

           IF ACCT-CURRENT-BALANCE NUMERIC
               MOVE ACCT-CURRENT-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO CURBALO
           ELSE
               MOVE 'NOT NUMERIC' TO CURBALO
           END-IF.

           IF ACCT-AVAIL-BALANCE NUMERIC
               MOVE ACCT-AVAIL-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AVLBALO
           ELSE
               MOVE 'NOT NUMERIC' TO AVLBALO
           END-IF.

           MOVE ACCT-OPEN-DATE     TO OPENDTO.
           MOVE ACCT-LAST-ACTIVITY TO LASTDTO.

      ******************************************************************
      * READ THE ACCOUNT'S JOURNAL RECORDS THROUGH 'JRNLPATH'. THE AIX *
      * IS NON-UNIQUE, SO A READNEXT WITH MORE RECORDS FOR THE SAME    *
      * KEY STILL TO COME ANSWERS DUPKEY, NOT NORMAL - BOTH MEAN A     *
      * RECORD WAS DELIVERED (THE AUDTPATH RULE IN WavineInquiry).     *
      ******************************************************************
       120-LOAD-CHANGE-HISTORY.
           MOVE ZERO TO WS-CHG-USED
                        WS-CHG-TOTAL.
           MOVE 'NO' TO WS-BROWSE-DONE-SWITCH.
           MOVE 'OK' TO WS-HISTORY-SWITCH.
           MOVE NUZH-ACCT-KEY TO WS-JRNL-AIX-KEY.

           EXEC CICS STARTBR
                FILE('JRNLPATH')
                RIDFLD(WS-JRNL-AIX-KEY)
                KEYLENGTH(LENGTH OF WS-JRNL-AIX-KEY)
                GTEQ
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 125-READ-NEXT-CHANGE
                           UNTIL WS-BROWSE-DONE
                   EXEC CICS ENDBR
                        FILE('JRNLPATH')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'JRNLPATH BROWSE FAILURE - SEE EIBRESP' TO MSGO
                   MOVE SPACES TO NUZH-LINE-TABLE
                   SET WS-HISTORY-FAILED TO TRUE
           END-EVALUATE.

       125-READ-NEXT-CHANGE.
           EXEC CICS READNEXT
                FILE('JRNLPATH')
                INTO(JOURNAL-RECORD)
                RIDFLD(WS-JRNL-AIX-KEY)
                KEYLENGTH(LENGTH OF WS-JRNL-AIX-KEY)
                RESP(EIBRESP)
           END-EXEC.

           IF (EIBRESP NOT = DFHRESP(NORMAL)
                   AND EIBRESP NOT = DFHRESP(DUPKEY))
                   OR JRNL-UPDATE-KEY NOT = NUZH-ACCT-KEY
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-CHG-TOTAL
               PERFORM 127-PLACE-CHANGE
           END-IF.

      ******************************************************************
      * PLACE ONE CHANGE IN THE NEWEST-FIRST TABLE - AFTER EVERY KEPT  *
      * CHANGE AT LEAST AS NEW, ENTRIES BELOW IT MOVING DOWN ONE. WITH *
      * THE TABLE FULL THE OLDEST FALLS OFF, AND A CHANGE OLDER THAN   *
      * EVERY KEPT ONE IS NOT KEPT.                                    *
      ******************************************************************
       127-PLACE-CHANGE.
           MOVE 1 TO WS-CHG-POS.
           MOVE 'NO' TO WS-SLOT-SWITCH.
           PERFORM 128-STEP-TO-SLOT
                   UNTIL WS-SLOT-FOUND OR WS-CHG-POS > WS-CHG-USED.

           IF WS-CHG-POS <= WS-CHG-MAX
               IF WS-CHG-USED < WS-CHG-MAX
                   ADD 1 TO WS-CHG-USED
               END-IF
               PERFORM 129-SHIFT-CHANGE-DOWN
                       VARYING WS-CHG-SHIFT FROM WS-CHG-USED BY -1
                       UNTIL WS-CHG-SHIFT <= WS-CHG-POS
               PERFORM 140-NAME-CHANGED-FIELDS
               MOVE JRNL-TIMESTAMP    TO WS-CHG-TIMESTAMP(WS-CHG-POS)
               MOVE JRNL-CORREL-ID    TO WS-CHG-CORREL-ID(WS-CHG-POS)
               MOVE JRNL-CALLER-ID    TO WS-CHG-CALLER-ID(WS-CHG-POS)
               MOVE WS-CHANGED-FIELDS TO WS-CHG-FIELDS(WS-CHG-POS)
           END-IF.

       128-STEP-TO-SLOT.
           IF JRNL-TIMESTAMP > WS-CHG-TIMESTAMP(WS-CHG-POS)
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CHG-POS
           END-IF.

       129-SHIFT-CHANGE-DOWN.
           MOVE WS-CHG-ENTRY(WS-CHG-SHIFT - 1)
               TO WS-CHG-ENTRY(WS-CHG-SHIFT).

      ******************************************************************
      * ONE PAGE OF CHANGES FROM NUZH-PAGE-START. PAGING BACK PAST THE *
      * OLDEST CHANGE WRAPS TO THE NEWEST.                             *
      ******************************************************************
       130-SHOW-CHANGE-PAGE.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACES TO NUZH-LINE-TABLE.

           IF WS-CHG-USED = ZERO
               MOVE 1 TO NUZH-PAGE-START
               MOVE 'NO JOURNALED CHANGES FOR THIS ACCOUNT' TO CHGHDO
               IF MSGO = SPACES
                   MOVE 'ACCOUNT DISPLAYED' TO MSGO
               END-IF
           ELSE
               IF NUZH-PAGE-START < 1 OR NUZH-PAGE-START > WS-CHG-USED
                   MOVE 1 TO NUZH-PAGE-START
               END-IF
               PERFORM 135-FORMAT-CHANGE-LINE
                       VARYING WS-CHG-INDEX FROM NUZH-PAGE-START BY 1
                       UNTIL WS-CHG-INDEX > WS-CHG-USED
                          OR WS-LINE-COUNT = 8
               MOVE NUZH-PAGE-START TO WS-FIRST-EDIT
               COMPUTE WS-LAST-EDIT = WS-CHG-INDEX - 1
               MOVE WS-CHG-TOTAL TO WS-TOTAL-EDIT
               IF WS-CHG-TOTAL > WS-CHG-USED
                   STRING 'CHANGES ' WS-FIRST-EDIT '-' WS-LAST-EDIT
                       ' OF ' WS-TOTAL-EDIT
                       ', NEWEST FIRST (OLDEST NOT KEPT - SEE JRNLRPT)'
                       DELIMITED BY SIZE INTO CHGHDO
                   END-STRING
               ELSE
                   STRING 'CHANGES ' WS-FIRST-EDIT '-' WS-LAST-EDIT
                       ' OF ' WS-TOTAL-EDIT ', NEWEST FIRST'
                       DELIMITED BY SIZE INTO CHGHDO
                   END-STRING
               END-IF
               IF MSGO = SPACES
                   IF WS-CHG-INDEX > WS-CHG-USED
                       MOVE 'OLDEST CHANGE SHOWN - B AGAIN FOR NEWEST'
                           TO MSGO
                   ELSE
                       MOVE 'B SHOWS OLDER CHANGES, F NEWER'
                           TO MSGO
                   END-IF
               END-IF
           END-IF.

       135-FORMAT-CHANGE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO WS-LINE-NUMBER.
           MOVE WS-CHG-CORREL-ID(WS-CHG-INDEX)
               TO NUZH-LINE-CORREL(WS-LINE-COUNT).

           MOVE SPACES TO WS-CHANGE-LINE.
           STRING WS-LINE-NUMBER ' '
               WS-CHG-TIMESTAMP(WS-CHG-INDEX)(1:19) ' '
               WS-CHG-CALLER-ID(WS-CHG-INDEX) ' '
               WS-CHG-CORREL-ID(WS-CHG-INDEX) ' '
               WS-CHG-FIELDS(WS-CHG-INDEX)
               DELIMITED BY SIZE INTO WS-CHANGE-LINE
           END-STRING.

           EVALUATE WS-LINE-COUNT
               WHEN 1
                   MOVE WS-CHANGE-LINE TO CHG1O
               WHEN 2
                   MOVE WS-CHANGE-LINE TO CHG2O
               WHEN 3
                   MOVE WS-CHANGE-LINE TO CHG3O
               WHEN 4
                   MOVE WS-CHANGE-LINE TO CHG4O
               WHEN 5
                   MOVE WS-CHANGE-LINE TO CHG5O
               WHEN 6
                   MOVE WS-CHANGE-LINE TO CHG6O
               WHEN 7
                   MOVE WS-CHANGE-LINE TO CHG7O
               WHEN 8
                   MOVE WS-CHANGE-LINE TO CHG8O
           END-EVALUATE.

      ******************************************************************
      * NAME THE ACCT-DATA FIELDS THE JOURNAL RECORD IN HAND CHANGED,  *
      * USING THE CODES IN THE SCREEN LEGEND.                          *
      ******************************************************************
       140-NAME-CHANGED-FIELDS.
           MOVE JRNL-BEFORE-IMAGE TO WS-BEFORE-VIEW.
           MOVE JRNL-AFTER-IMAGE  TO WS-AFTER-VIEW.
           MOVE SPACES TO WS-CHANGED-FIELDS.
           MOVE 1 TO WS-FIELDS-POINTER.

           IF WS-BEF-STATUS-CODE NOT = WS-AFT-STATUS-CODE
               STRING 'ST ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELDS-POINTER
               END-STRING
           END-IF.
           IF WS-BEF-TYPE-CODE NOT = WS-AFT-TYPE-CODE
               STRING 'TY ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELDS-POINTER
               END-STRING
           END-IF.
           IF WS-BEF-CURRENT-BAL NOT = WS-AFT-CURRENT-BAL
               STRING 'CB ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELDS-POINTER
               END-STRING
           END-IF.
           IF WS-BEF-AVAIL-BAL NOT = WS-AFT-AVAIL-BAL
               STRING 'AB ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELDS-POINTER
               END-STRING
           END-IF.
           IF WS-BEF-OPEN-DATE NOT = WS-AFT-OPEN-DATE
               STRING 'OD ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELDS-POINTER
               END-STRING
           END-IF.
           IF WS-BEF-LAST-ACTIVITY NOT = WS-AFT-LAST-ACTIVITY
               STRING 'LA ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELDS-POINTER
               END-STRING
           END-IF.
           IF WS-BEF-REST NOT = WS-AFT-REST
               STRING 'OT ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELDS-POINTER
               END-STRING
           END-IF.

           IF WS-CHANGED-FIELDS = SPACES
               MOVE 'NONE' TO WS-CHANGED-FIELDS
           END-IF.

      ******************************************************************
      * Q - HAND THE CORREL-ID BEHIND THE CHOSEN LINE TO NUZQ (SEE     *
      * NUZQXFR) AND END THIS CONVERSATION; NUZQ STARTS AT ONCE ON     *
      * THIS TERMINAL WITH THE REQUEST ALREADY LOOKED UP. THE OPERATOR *
      * COMES BACK BY ENTERING NUZH AGAIN.                             *
      ******************************************************************
       300-OPEN-ON-NUZQ.
           IF SELLNI NOT NUMERIC OR SELLNI = '0'
               MOVE 'ENTER THE LINE NUMBER (1-8) OF A CHANGE SHOWN'
                   TO MSGO
           ELSE
               MOVE SELLNI TO WS-SELECTED-LINE
               IF WS-SELECTED-LINE > 8
                       OR NUZH-LINE-CORREL(WS-SELECTED-LINE) = SPACES
                   MOVE 'ENTER THE LINE NUMBER (1-8) OF A CHANGE SHOWN'
                       TO MSGO
               ELSE
                   SET NUZQ-HANDOFF-VALID TO TRUE
                   MOVE NUZH-LINE-CORREL(WS-SELECTED-LINE)
                       TO NUZQ-HANDOFF-CORREL
                   EXEC CICS RETURN
                        TRANSID('NUZQ')
                        COMMAREA(NUZQ-HANDOFF)
                        LENGTH(LENGTH OF NUZQ-HANDOFF)
                        IMMEDIATE
                        RESP(EIBRESP)
                   END-EXEC
                   MOVE 'NUZQ COULD NOT BE STARTED - SEE EIBRESP'
                       TO MSGO
               END-IF
           END-IF.

      ******************************************************************
      * SEND THE SCREEN BACK WITH THE ACCOUNT AND MESSAGE.             *
      ******************************************************************
       500-SEND-RESULT.
           EXEC CICS SEND MAP('NUZHM1')
                MAPSET('NUZACT')
                FROM(NUZHM1O)
                ERASE
                RESP(EIBRESP)
           END-EXEC.

      ******************************************************************
      * ERROR HANDLING - SAME CONVENTION AS WavineCICS: RESERVED FOR   *
      * CONDITIONS THIS SESSION CANNOT CONTINUE PAST.                  *
      ******************************************************************
       900-ERROR-HANDLER.
           EXEC CICS SEND TEXT
                FROM('ACCOUNT INQUIRY TRANSACTION ERROR - SEE EIBRESP')
                LENGTH(47)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       END PROGRAM WavineAcctInq.
