       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineApprAdm.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 12/20/2024.
       SECURITY. TLS1.3+ WITH QUANTUM-SAFE CURVES.

      ******************************************************************
      *  CHAIN APPROVAL TRANSACTION (TRANSID NUZV, MAPSET NUZAPV).     *
      *  WavineCICS PARKS AN UPDATETXN THAT IS OVER ITS CALLER'S       *
      *  QUOTFILE APPROVAL THRESHOLDS ON APPRFILE (SEE APPRREC) WITH   *
      *  AN AWAITING-APPROVAL STATUS. A SECOND OPERATOR DECIDES IT     *
      *  HERE:                                                         *
      *    L - LIST: PAGE THROUGH THE CHAINS AWAITING APPROVAL, SIX    *
      *        AT A TIME - EACH L SHOWS THE NEXT PAGE, WRAPPING TO THE *
      *        TOP AFTER THE LAST (THE NUZA LIST PATTERN).             *
      *    I - INQUIRE: SHOW ONE CHAIN - WHO SENT IT, WHEN, WHY IT WAS *
      *        HELD - AND THE FIRST PAGE OF ITS ITEMS, EACH WITH THE   *
      *        NEW BALANCE IT CARRIES AND THE MASTER'S BALANCE NOW.    *
      *    N - NEXT ITEMS: THE NEXT PAGE OF THE CHAIN'S ITEMS.         *
      *    A - APPROVE: QUEUE THE CHAIN FOR AIBD EXACTLY AS WavineCICS *
      *        WOULD HAVE ON ARRIVAL, OR HOLD IT ON HOLDFILE WHEN ITS  *
      *        EFFECTIVE DATE IS STILL AHEAD. THE OPERATOR MUST NOT BE *
      *        THE REQUESTER - NEITHER THE CALLER-ID NOR THE USERID    *
      *        THE CHAIN WAS SUBMITTED UNDER.                          *
      *    R - REJECT: CANCEL THE CHAIN WITH A REASON, WHICH STATCHK   *
      *        THEN ANSWERS THE CALLER WITH (SEE AISTATRS).            *
      *                                                                *
      *  A DECISION CHANGES THE ASTATFIL STATUS, THE APPRFILE RECORD   *
      *  AND (APPROVE) THE QUEUE OR HOLDFILE IN ONE UNIT OF WORK, AND  *
      *  IS WRITTEN TO THE CONSOLE. THE ASTATFIL RECORD IS LOCKED      *
      *  BEFORE THE APPRFILE RECORD, THE SAME ORDER AS A CANCELTXN IN  *
      *  WavineCICS, SO THE TWO SERIALIZE RATHER THAN DEADLOCK.        *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  12/20/2024  INITIAL VERSION.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AIREQARE.
       COPY AIUPDSEQ.
       COPY AIRESPCD.
       COPY ASTATREC.
       COPY GOVREC.
       COPY HOLDREC.
       COPY APPRREC.
       COPY ACCTREC.
       COPY NUZVM1.

       01  ERROR-CONTROL.
           05  EIBRESP               PIC S9(8) COMP.
           05  EIBRESP2              PIC S9(8) COMP.
           05  ERROR-MSG             PIC X(78).

       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-CHAIN-KEY              PIC X(16).

       01  WS-GOV-KEY                PIC X(8) VALUE 'AIB1GOV '.
       01  WS-GOV-DEFAULT-MAX        PIC 9(4) COMP VALUE 5.

      ******************************************************************
      * WALL-CLOCK STAMP FOR A DECISION - SAME X(26) SHAPE AS          *
      * AI-TIMESTAMP. IT IS THE APPRFILE DECIDED-AT STAMP AND THE NEW  *
      * ASTAT-TIMESTAMP, SO THE STUCK-PENDING SWEEP AGES AN APPROVED   *
      * CHAIN FROM ITS APPROVAL, NOT FROM ITS ARRIVAL. ITS DATE IS     *
      * "TODAY" FOR THE EFFECTIVE-DATE TEST.                           *
      ******************************************************************
       01  WS-ABSTIME                PIC S9(15) COMP-3.
       01  WS-DECISION-STAMP.
           05  WS-DEC-DATE           PIC X(10).
           05  FILLER                PIC X(1) VALUE '-'.
           05  WS-DEC-TIME           PIC X(8).
           05  FILLER                PIC X(7) VALUE '.000000'.

       01  WS-DECISION-SWITCH        PIC X(4) VALUE 'OK'.
           88  WS-DECISION-FAILED    VALUE 'FAIL'.
       01  WS-QUEUED-SWITCH          PIC X(4) VALUE 'NO'.
           88  WS-CHAIN-QUEUED       VALUE 'YES'.

      ******************************************************************
      * PSEUDO-CONVERSATIONAL STATE CARRIED IN THE COMMAREA - THE      *
      * CORREL-ID THE NEXT L PAGE STARTS FROM (SPACES = THE TOP OF     *
      * APPRFILE), AND THE CHAIN ON THE SCREEN WITH THE ITEM THE NEXT  *
      * N PAGE STARTS FROM. A/N/R FALL BACK TO THE CHAIN ON THE SCREEN *
      * WHEN NO CORREL-ID IS KEYED.                                    *
      ******************************************************************
       01  NUZV-COMMAREA.
           05  NUZV-LIST-RESUME      PIC X(16).
           05  NUZV-ITEM-CORREL      PIC X(16).
           05  NUZV-ITEM-NEXT        PIC 9(4) COMP.

      ******************************************************************
      * ONE PAGE OF THE L LIST - AT MOST SIX WAITING CHAINS. DECIDED   *
      * RECORDS STAY ON APPRFILE AND ARE SKIPPED; ONE PAGE READS AT    *
      * MOST WS-LIST-SCAN-MAX RECORDS SO A FILE FULL OF DECIDED        *
      * CHAINS CANNOT HOLD THE TASK IN ONE LONG BROWSE - THE PAGE ENDS *
      * EARLY AND THE NEXT L CARRIES ON FROM THERE.                    *
      ******************************************************************
       01  WS-LIST-COUNT             PIC 9(4) COMP.
       01  WS-LIST-SCANNED           PIC 9(4) COMP.
       01  WS-LIST-SCAN-MAX          PIC 9(4) COMP VALUE 500.
       01  WS-LIST-POSITION          PIC X(16).
       01  WS-LIST-LINE              PIC X(76).
       01  WS-LIST-DONE-SWITCH       PIC X(4) VALUE 'NO'.
           88  WS-LIST-DONE          VALUE 'YES'.
       01  WS-LIST-START-SWITCH      PIC X(4) VALUE 'TOP'.
           88  WS-LIST-FROM-TOP      VALUE 'TOP'.
       01  WS-LIST-HEADING.
           05  FILLER                PIC X(17) VALUE 'CORREL-ID'.
           05  FILLER                PIC X(9)  VALUE 'CALLER'.
           05  FILLER                PIC X(22) VALUE 'ITEMS /'.
           05  FILLER                PIC X(10) VALUE 'MOVEMENT'.
           05  FILLER                PIC X(12) VALUE 'RECEIVED'.
           05  FILLER                PIC X(4)  VALUE 'HELD'.

      ******************************************************************
      * ONE PAGE OF A CHAIN'S ITEMS - SIX PER SCREEN. AN UPDATETXN     *
      * PAYLOAD IS AN ACCT-DATA IMAGE; ONLY ITS LEADING STATUS, TYPE   *
      * AND BALANCE ARE SHOWN.                                         *
      ******************************************************************
       01  WS-ITEM-INDEX             PIC 9(4) COMP.
       01  WS-ITEM-LAST              PIC 9(4) COMP.
       01  WS-ITEM-TO                PIC 9(4) COMP.
       01  WS-ITEM-IMAGE.
           05  WS-ITEM-STATUS        PIC X(1).
           05  WS-ITEM-TYPE          PIC X(2).
           05  WS-ITEM-BALANCE       PIC S9(11)V99.
           05  FILLER                PIC X(184).
       01  WS-NEW-TEXT               PIC X(18).
       01  WS-NOW-TEXT               PIC X(18).

       01  WS-BALANCE-EDIT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SEQ-EDIT               PIC ZZ9.
       01  WS-SEQ-EDIT-2             PIC ZZ9.
       01  WS-SEQ-EDIT-3             PIC ZZ9.
       01  WS-COUNT-EDIT             PIC ZZZ9.
       01  WS-LIMIT-EDIT             PIC ZZZ9.
       01  WS-MOVE-TOTAL-EDIT        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MOVE-LIMIT-EDIT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REASON-TEXT            PIC X(29).

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(34).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      ******************************************************************
      * MAIN LOGIC                                                     *
      ******************************************************************
       000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
                ERROR(900-ERROR-HANDLER)
                END-EXEC.

           EXEC CICS ASSIGN
                USERID(WS-OPERATOR-ID)
           END-EXEC.

           IF EIBCALEN = 0
               MOVE SPACES TO NUZV-LIST-RESUME
                              NUZV-ITEM-CORREL
               MOVE 1 TO NUZV-ITEM-NEXT
               PERFORM 050-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF NUZV-COMMAREA)
                   TO NUZV-COMMAREA
               EXEC CICS RECEIVE MAP('NUZVM1')
                    MAPSET('NUZAPV')
                    INTO(NUZVM1I)
                    RESP(EIBRESP)
               END-EXEC

               PERFORM 100-PROCESS-ACTION
               PERFORM 500-SEND-RESULT
           END-IF.

           EXEC CICS RETURN
                TRANSID('NUZV')
                COMMAREA(NUZV-COMMAREA)
                LENGTH(LENGTH OF NUZV-COMMAREA)
           END-EXEC.

      ******************************************************************
      * FIRST ENTRY TO THE TRANSACTION - SEND THE BLANK FORM AND WAIT  *
      * FOR THE NEXT INVOCATION, SAME CONVENTION AS NUZQ/NUZA.         *
      ******************************************************************
       050-SEND-INITIAL-MAP.
           MOVE SPACES TO NUZVM1O.
           MOVE 'ENTER AN ACTION (L/I/N/A/R)' TO MSGO.

           EXEC CICS SEND MAP('NUZVM1')
                MAPSET('NUZAPV')
                FROM(NUZVM1O)
                ERASE
                RESP(EIBRESP)
           END-EXEC.

      ******************************************************************
      * ROUTE ON THE OPERATOR'S ACTION CODE. THE LIST NEEDS NO         *
      * CORREL-ID; EVERY OTHER ACTION WORKS ON THE KEYED CHAIN, OR ON  *
      * THE ONE ALREADY ON THE SCREEN WHEN NONE IS KEYED.              *
      ******************************************************************
       100-PROCESS-ACTION.
           MOVE SPACES TO MSGO.
           MOVE SPACES TO CALLERO SUBUSRO RCVDTSO EFFDTO PRTYO
                          ITEMSO MOVINFO STATEO LISTHDO
                          LIST1O LIST2O LIST3O LIST4O LIST5O LIST6O.
           MOVE 'OK' TO WS-DECISION-SWITCH.
           MOVE 'NO' TO WS-QUEUED-SWITCH.

           IF ACTIONI = 'L'
               PERFORM 120-LIST-WAITING-CHAINS
           ELSE
               IF CORRIDI = SPACES OR CORRIDI = LOW-VALUES
                   MOVE NUZV-ITEM-CORREL TO WS-CHAIN-KEY
               ELSE
                   MOVE CORRIDI TO WS-CHAIN-KEY
               END-IF
               IF WS-CHAIN-KEY = SPACES OR WS-CHAIN-KEY = LOW-VALUES
                   MOVE 'ENTER A CORREL-ID' TO MSGO
               ELSE
                   MOVE WS-CHAIN-KEY TO CORRIDO
                   EVALUATE ACTIONI
                       WHEN 'I'
                           PERFORM 110-INQUIRE-CHAIN
                       WHEN 'N'
                           PERFORM 115-NEXT-ITEM-PAGE
                       WHEN 'A'
                           PERFORM 105-TAKE-DECISION-STAMP
                           PERFORM 300-APPROVE-CHAIN
                       WHEN 'R'
                           PERFORM 105-TAKE-DECISION-STAMP
                           PERFORM 350-REJECT-CHAIN
                       WHEN OTHER
                           MOVE 'ENTER L, I, N, A OR R' TO MSGO
                   END-EVALUATE
               END-IF
           END-IF.

       105-TAKE-DECISION-STAMP.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DEC-DATE)
                DATESEP('-')
                TIME(WS-DEC-TIME)
                TIMESEP('.')
           END-EXEC.

      ******************************************************************
      * INQUIRE - SHOW THE CHAIN FROM ITS FIRST ITEM.                  *
      ******************************************************************
       110-INQUIRE-CHAIN.
           MOVE WS-CHAIN-KEY TO NUZV-ITEM-CORREL.
           MOVE 1 TO NUZV-ITEM-NEXT.
           PERFORM 112-SHOW-CHAIN.

       112-SHOW-CHAIN.
           EXEC CICS READ
                FILE('APPRFILE')
                INTO(APPROVAL-RECORD)
                RIDFLD(WS-CHAIN-KEY)
                KEYLENGTH(LENGTH OF APPR-CORREL-ID)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 400-LOAD-CHAIN-FIELDS
                   PERFORM 130-SHOW-ITEM-PAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO APPROVAL RECORD FOR THAT CORREL-ID' TO MSGO
               WHEN OTHER
                   MOVE 'APPRFILE READ FAILURE - SEE EIBRESP' TO MSGO
           END-EVALUATE.

      ******************************************************************
      * NEXT ITEMS - CARRY ON FROM THE COMMAREA POSITION FOR THE CHAIN *
      * ON THE SCREEN; A DIFFERENT CHAIN STARTS AT ITS FIRST ITEM.     *
      ******************************************************************
       115-NEXT-ITEM-PAGE.
           IF WS-CHAIN-KEY NOT = NUZV-ITEM-CORREL
               MOVE WS-CHAIN-KEY TO NUZV-ITEM-CORREL
               MOVE 1 TO NUZV-ITEM-NEXT
           END-IF.
           PERFORM 112-SHOW-CHAIN.

      ******************************************************************
      * LIST - ONE PAGE OF THE CHAINS AWAITING APPROVAL, IN CORREL-ID  *
      * ORDER (THE NUZA STARTBR/READNEXT PAGE PATTERN). THE FIRST      *
      * UNSHOWN WAITING CHAIN'S KEY RIDES THE COMMAREA AS THE RESUME   *
      * POSITION; AFTER THE LAST PAGE THE POSITION RESETS SO THE NEXT  *
      * L WRAPS TO THE TOP OF THE FILE.                                *
      ******************************************************************
       120-LIST-WAITING-CHAINS.
           MOVE ZERO TO WS-LIST-COUNT
                        WS-LIST-SCANNED.
           MOVE 'NO' TO WS-LIST-DONE-SWITCH.
           MOVE WS-LIST-HEADING TO LISTHDO.

           IF NUZV-LIST-RESUME = SPACES
                   OR NUZV-LIST-RESUME = LOW-VALUES
               MOVE LOW-VALUES TO WS-LIST-POSITION
           ELSE
               MOVE NUZV-LIST-RESUME TO WS-LIST-POSITION
           END-IF.
           MOVE SPACES TO NUZV-LIST-RESUME.
           IF WS-LIST-POSITION = LOW-VALUES
               SET WS-LIST-FROM-TOP TO TRUE
           ELSE
               MOVE 'MID' TO WS-LIST-START-SWITCH
           END-IF.

           EXEC CICS STARTBR
                FILE('APPRFILE')
                RIDFLD(WS-LIST-POSITION)
                KEYLENGTH(LENGTH OF WS-LIST-POSITION)
                GTEQ
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 125-READ-NEXT-LIST-RECORD
                           UNTIL WS-LIST-DONE
                   EXEC CICS ENDBR
                        FILE('APPRFILE')
                   END-EXEC
                   MOVE 'END OF LIST - L AGAIN STARTS AT THE TOP'
                       TO MSGO
                   IF NUZV-LIST-RESUME NOT = SPACES
                       MOVE 'PAGE DISPLAYED - L SHOWS THE NEXT PAGE'
                           TO MSGO
                   END-IF
                   IF WS-LIST-COUNT = ZERO AND WS-LIST-FROM-TOP
                           AND NUZV-LIST-RESUME = SPACES
                       MOVE 'NO CHAINS AWAITING APPROVAL' TO MSGO
                   END-IF
               WHEN DFHRESP(NOTFND)
                   IF WS-LIST-FROM-TOP
                       MOVE 'NO CHAINS AWAITING APPROVAL' TO MSGO
                   ELSE
                       MOVE 'END OF LIST - L AGAIN STARTS AT THE TOP'
                           TO MSGO
                   END-IF
               WHEN OTHER
                   MOVE 'APPRFILE BROWSE FAILURE - SEE EIBRESP'
                       TO MSGO
           END-EVALUATE.

      ******************************************************************
      * ONE STEP OF THE LIST PAGE. A WAITING CHAIN READ WITH THE PAGE  *
      * ALREADY FULL IS NOT SHOWN - ITS KEY BECOMES THE RESUME         *
      * POSITION. REACHING THE SCAN LIMIT ENDS THE PAGE AT THE RECORD  *
      * IN HAND THE SAME WAY.                                          *
      ******************************************************************
       125-READ-NEXT-LIST-RECORD.
           EXEC CICS READNEXT
                FILE('APPRFILE')
                INTO(APPROVAL-RECORD)
                RIDFLD(WS-LIST-POSITION)
                KEYLENGTH(LENGTH OF WS-LIST-POSITION)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               SET WS-LIST-DONE TO TRUE
           ELSE
               ADD 1 TO WS-LIST-SCANNED
               EVALUATE TRUE
                   WHEN APPR-AWAITING AND WS-LIST-COUNT < 6
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 128-FORMAT-LIST-LINE
                   WHEN APPR-AWAITING
                       MOVE APPR-CORREL-ID TO NUZV-LIST-RESUME
                       SET WS-LIST-DONE TO TRUE
                   WHEN WS-LIST-SCANNED >= WS-LIST-SCAN-MAX
                       MOVE APPR-CORREL-ID TO NUZV-LIST-RESUME
                       SET WS-LIST-DONE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       128-FORMAT-LIST-LINE.
           MOVE APPR-ITEM-COUNT     TO WS-SEQ-EDIT.
           MOVE APPR-MOVEMENT-TOTAL TO WS-MOVE-TOTAL-EDIT.
           MOVE SPACES TO WS-LIST-LINE.
           STRING APPR-CORREL-ID ' ' APPR-CALLER-ID
               '   ' WS-SEQ-EDIT ' / ' WS-MOVE-TOTAL-EDIT
               '  ' APPR-REQUEST-TIMESTAMP(1:10)
               '  ' APPR-HELD-REASON
               DELIMITED BY SIZE INTO WS-LIST-LINE
           END-STRING.
           PERFORM 129-PLACE-LIST-LINE.

       129-PLACE-LIST-LINE.
           EVALUATE WS-LIST-COUNT
               WHEN 1
                   MOVE WS-LIST-LINE TO LIST1O
               WHEN 2
                   MOVE WS-LIST-LINE TO LIST2O
               WHEN 3
                   MOVE WS-LIST-LINE TO LIST3O
               WHEN 4
                   MOVE WS-LIST-LINE TO LIST4O
               WHEN 5
                   MOVE WS-LIST-LINE TO LIST5O
               WHEN 6
                   MOVE WS-LIST-LINE TO LIST6O
           END-EVALUATE.

      ******************************************************************
      * ONE PAGE OF THE CHAIN'S ITEMS FROM NUZV-ITEM-NEXT. AFTER THE   *
      * LAST PAGE THE POSITION RESETS SO THE NEXT N STARTS AGAIN AT    *
      * ITEM 1.                                                        *
      ******************************************************************
       130-SHOW-ITEM-PAGE.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE APPR-ITEM-COUNT TO WS-ITEM-LAST.
           IF WS-ITEM-LAST > 140
               MOVE 140 TO WS-ITEM-LAST
           END-IF.
           IF NUZV-ITEM-NEXT < 1 OR NUZV-ITEM-NEXT > WS-ITEM-LAST
               MOVE 1 TO NUZV-ITEM-NEXT
           END-IF.

           IF WS-ITEM-LAST = ZERO
               MOVE 'CHAIN HAS NO ITEMS' TO LISTHDO
               MOVE 'CHAIN DISPLAYED' TO MSGO
           ELSE
               PERFORM 135-FORMAT-ITEM-LINE
                       VARYING WS-ITEM-INDEX FROM NUZV-ITEM-NEXT BY 1
                       UNTIL WS-ITEM-INDEX > WS-ITEM-LAST
                          OR WS-LIST-COUNT = 6
               COMPUTE WS-ITEM-TO = WS-ITEM-INDEX - 1
               MOVE NUZV-ITEM-NEXT TO WS-SEQ-EDIT
               MOVE WS-ITEM-TO     TO WS-SEQ-EDIT-2
               MOVE WS-ITEM-LAST   TO WS-SEQ-EDIT-3
               STRING 'ITEMS ' WS-SEQ-EDIT '-' WS-SEQ-EDIT-2
                   ' OF ' WS-SEQ-EDIT-3
                   ' (S=STATUS T=TYPE NEW=PAYLOAD NOW=ACCTFILE)'
                   DELIMITED BY SIZE INTO LISTHDO
               END-STRING
               IF WS-ITEM-INDEX > WS-ITEM-LAST
                   MOVE 1 TO NUZV-ITEM-NEXT
                   MOVE 'CHAIN DISPLAYED - N AGAIN STARTS AT ITEM 1'
                       TO MSGO
               ELSE
                   MOVE WS-ITEM-INDEX TO NUZV-ITEM-NEXT
                   MOVE 'CHAIN DISPLAYED - N SHOWS THE NEXT ITEMS'
                       TO MSGO
               END-IF
           END-IF.

      ******************************************************************
      * ONE ITEM LINE - THE BALANCE THE PAYLOAD WOULD SET AGAINST THE  *
      * BALANCE ON THE MASTER NOW, SO THE APPROVER SEES WHAT THE CHAIN *
      * WOULD MOVE.                                                    *
      ******************************************************************
       135-FORMAT-ITEM-LINE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE WS-ITEM-INDEX TO WS-SEQ-EDIT.
           MOVE APPR-ITEM-PAYLOAD(WS-ITEM-INDEX) TO WS-ITEM-IMAGE.

           IF WS-ITEM-BALANCE NUMERIC
               MOVE WS-ITEM-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO WS-NEW-TEXT
           ELSE
               MOVE 'NOT NUMERIC' TO WS-NEW-TEXT
           END-IF.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCOUNT-RECORD)
                RIDFLD(APPR-ITEM-KEY(WS-ITEM-INDEX))
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF ACCT-CURRENT-BALANCE NUMERIC
                       MOVE ACCT-CURRENT-BALANCE TO WS-BALANCE-EDIT
                       MOVE WS-BALANCE-EDIT TO WS-NOW-TEXT
                   ELSE
                       MOVE 'NOT NUMERIC' TO WS-NOW-TEXT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'NOT ON FILE' TO WS-NOW-TEXT
               WHEN OTHER
                   MOVE 'READ FAILED' TO WS-NOW-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-LIST-LINE.
           STRING WS-SEQ-EDIT ' ' APPR-ITEM-KEY(WS-ITEM-INDEX)
               ' S=' WS-ITEM-STATUS ' T=' WS-ITEM-TYPE
               ' NEW ' WS-NEW-TEXT ' NOW ' WS-NOW-TEXT
               DELIMITED BY SIZE INTO WS-LIST-LINE
           END-STRING.
           PERFORM 129-PLACE-LIST-LINE.

      ******************************************************************
      * APPROVE. ONLY A CHAIN STILL AWAITING APPROVAL ON BOTH FILES,   *
      * AND ONLY BY AN OPERATOR WHO IS NOT ITS REQUESTER. A CHAIN THE  *
      * CALLER HAS SINCE CANCELLED IS CLOSED OFF INSTEAD (330).        *
      ******************************************************************
       300-APPROVE-CHAIN.
           PERFORM 302-LOCK-CHAIN-RECORDS.

           IF NOT WS-DECISION-FAILED
               EVALUATE TRUE
                   WHEN NOT APPR-AWAITING
                       PERFORM 395-RELEASE-CHAIN-LOCKS
                       MOVE 'CHAIN IS NOT AWAITING APPROVAL' TO MSGO
                   WHEN WS-OPERATOR-ID = APPR-SUBMIT-USERID
                           OR WS-OPERATOR-ID = APPR-CALLER-ID
                       PERFORM 395-RELEASE-CHAIN-LOCKS
                       MOVE
                         'A DIFFERENT OPERATOR MUST APPROVE THIS CHAIN'
                           TO MSGO
                   WHEN ASTAT-STATUS-CODE = AI-RESP-ASYNC-CANCELLED
                       PERFORM 330-CLOSE-WITHDRAWN-CHAIN
                   WHEN ASTAT-STATUS-CODE
                           NOT = AI-RESP-AWAITING-APPROVAL
                       PERFORM 395-RELEASE-CHAIN-LOCKS
                       MOVE 'CHAIN STATUS HAS MOVED ON - SEE NUZQ'
                           TO MSGO
                   WHEN OTHER
                       PERFORM 320-RELEASE-APPROVED-CHAIN
               END-EVALUATE
           END-IF.

           IF NOT WS-DECISION-FAILED
               PERFORM 400-LOAD-CHAIN-FIELDS
           END-IF.

      ******************************************************************
      * LOCK THE CHAIN'S ASTATFIL RECORD, THEN ITS APPRFILE RECORD.    *
      * A FAILURE HERE HAS CHANGED NOTHING; THE ROLLBACK ONLY RELEASES *
      * WHATEVER LOCK WAS TAKEN.                                       *
      ******************************************************************
       302-LOCK-CHAIN-RECORDS.
           EXEC CICS READ
                FILE('ASTATFIL')
                INTO(ASYNC-STATUS-RECORD)
                RIDFLD(WS-CHAIN-KEY)
                KEYLENGTH(LENGTH OF ASTAT-CORREL-ID)
                UPDATE
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO STATUS RECORD FOR THAT CORREL-ID' TO MSGO
                   SET WS-DECISION-FAILED TO TRUE
               WHEN OTHER
                   MOVE 'ASTATFIL READ FAILURE - SEE EIBRESP' TO MSGO
                   SET WS-DECISION-FAILED TO TRUE
           END-EVALUATE.

           IF NOT WS-DECISION-FAILED
               EXEC CICS READ
                    FILE('APPRFILE')
                    INTO(APPROVAL-RECORD)
                    RIDFLD(WS-CHAIN-KEY)
                    KEYLENGTH(LENGTH OF APPR-CORREL-ID)
                    UPDATE
                    RESP(EIBRESP)
               END-EXEC
               EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(NOTFND)
                       MOVE 'NO APPROVAL RECORD FOR THAT CORREL-ID'
                           TO MSGO
                       SET WS-DECISION-FAILED TO TRUE
                   WHEN OTHER
                       MOVE 'APPRFILE READ FAILURE - SEE EIBRESP'
                           TO MSGO
                       SET WS-DECISION-FAILED TO TRUE
               END-EVALUATE
           END-IF.

           IF WS-DECISION-FAILED
               EXEC CICS SYNCPOINT ROLLBACK
                    RESP(EIBRESP)
               END-EXEC
           END-IF.

      ******************************************************************
      * RELEASE AN APPROVED CHAIN THE WAY WavineCICS WOULD HAVE ON     *
      * ARRIVAL - HELD ON HOLDFILE WITH A SCHEDULED STATUS WHEN ITS    *
      * EFFECTIVE DATE IS STILL AHEAD (AIBS RELEASES IT ON THE DAY),   *
      * OTHERWISE QUEUED WITH A PENDING STATUS. THE STATUS, THE        *
      * APPROVAL AND THE QUEUE OR HOLD ARE COMMITTED TOGETHER; ANY     *
      * FAILURE BACKS THE WHOLE DECISION OUT AND THE CHAIN STAYS       *
      * AWAITING APPROVAL.                                             *
      ******************************************************************
       320-RELEASE-APPROVED-CHAIN.
           IF APPR-EFFECTIVE-DATE NOT = SPACES
                   AND APPR-EFFECTIVE-DATE NOT = LOW-VALUES
                   AND APPR-EFFECTIVE-DATE > WS-DEC-DATE
               PERFORM 322-HOLD-APPROVED-CHAIN
           ELSE
               PERFORM 324-QUEUE-APPROVED-CHAIN
           END-IF.

           IF NOT WS-DECISION-FAILED
               MOVE WS-DECISION-STAMP TO ASTAT-TIMESTAMP
               EXEC CICS REWRITE
                    FILE('ASTATFIL')
                    FROM(ASYNC-STATUS-RECORD)
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'APPROVAL NOT APPLIED - STATUS REWRITE FAILURE'
                       TO ERROR-MSG
                   SET WS-DECISION-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT WS-DECISION-FAILED
               SET APPR-APPROVED     TO TRUE
               MOVE WS-OPERATOR-ID    TO APPR-DECIDED-BY
               MOVE WS-DECISION-STAMP TO APPR-DECIDED-AT
               MOVE SPACES            TO APPR-REJECT-REASON
               EXEC CICS REWRITE
                    FILE('APPRFILE')
                    FROM(APPROVAL-RECORD)
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'APPROVAL NOT APPLIED - APPRFILE REWRITE FAIL'
                       TO ERROR-MSG
                   SET WS-DECISION-FAILED TO TRUE
               END-IF
           END-IF.

           IF WS-DECISION-FAILED
               PERFORM 390-BACK-OUT-DECISION
           ELSE
               MOVE SPACES TO ERROR-MSG
               IF WS-CHAIN-QUEUED
                   STRING 'CHAIN ' APPR-CORREL-ID ' APPROVED BY '
                       WS-OPERATOR-ID ' - QUEUED'
                       DELIMITED BY SIZE INTO ERROR-MSG
                   END-STRING
                   MOVE 'CHAIN APPROVED AND QUEUED' TO MSGO
               ELSE
                   STRING 'CHAIN ' APPR-CORREL-ID ' APPROVED BY '
                       WS-OPERATOR-ID ' - HELD TO ' APPR-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO ERROR-MSG
                   END-STRING
                   MOVE 'CHAIN APPROVED AND HELD TO ITS EFFECTIVE DATE'
                       TO MSGO
               END-IF
               PERFORM 370-COMMIT-DECISION
               IF WS-CHAIN-QUEUED AND NOT WS-DECISION-FAILED
                   PERFORM 340-KICK-DISPATCHER
               END-IF
           END-IF.

      ******************************************************************
      * PARK THE APPROVED CHAIN ON HOLDFILE - THE SAME RECORD AND THE  *
      * SAME READ-FOR-UPDATE-THEN-REWRITE-OR-WRITE AS 231 IN           *
      * WavineCICS.                                                    *
      ******************************************************************
       322-HOLD-APPROVED-CHAIN.
           EXEC CICS READ
                FILE('HOLDFILE')
                INTO(HELD-CHAIN-RECORD)
                RIDFLD(APPR-CORREL-ID)
                KEYLENGTH(LENGTH OF APPR-CORREL-ID)
                UPDATE
                RESP(EIBRESP2)
           END-EXEC.

           MOVE APPR-CORREL-ID         TO HOLD-CORREL-ID
           MOVE APPR-EFFECTIVE-DATE    TO HOLD-EFFECTIVE-DATE
           MOVE APPR-CALLER-ID         TO HOLD-CALLER-ID
           MOVE APPR-PRIORITY          TO HOLD-PRIORITY
           MOVE APPR-TRACE-ID          TO HOLD-TRACE-ID
           MOVE APPR-ENCRYPTION-FLAG   TO HOLD-ENCRYPTION-FLAG
           MOVE APPR-REQUEST-TIMESTAMP TO HOLD-REQUEST-TIMESTAMP
           MOVE APPR-CHAIN-TABLE       TO HOLD-CHAIN-TABLE.

           IF EIBRESP2 = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE('HOLDFILE')
                    FROM(HELD-CHAIN-RECORD)
                    RESP(EIBRESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    FILE('HOLDFILE')
                    FROM(HELD-CHAIN-RECORD)
                    RIDFLD(HOLD-CORREL-ID)
                    KEYLENGTH(LENGTH OF HOLD-CORREL-ID)
                    RESP(EIBRESP)
               END-EXEC
           END-IF.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL NOT APPLIED - HELD CHAIN WRITE FAILURE'
                   TO ERROR-MSG
               SET WS-DECISION-FAILED TO TRUE
           ELSE
               MOVE AI-RESP-SCHEDULED TO ASTAT-STATUS-CODE
           END-IF.

      ******************************************************************
      * REBUILD THE REQUEST AS WavineCICS WOULD HAVE QUEUED IT AND PUT *
      * IT ON ITS PRIORITY QUEUE (THE 210 PATTERN IN WavineHoldRel).   *
      ******************************************************************
       324-QUEUE-APPROVED-CHAIN.
           MOVE LOW-VALUES TO AI-REQUEST-AREA.
           MOVE 'UPDATETXN'            TO AI-FUNCTION-CODE.
           MOVE APPR-CHAIN-TABLE
               TO AI-REQUEST-AREA(10:LENGTH OF APPR-CHAIN-TABLE).
           MOVE APPR-EFFECTIVE-DATE    TO AI-UPDATE-EFFECTIVE-DATE.
           MOVE AI-RESP-PENDING        TO AI-RESPONSE-CODE.
           MOVE APPR-REQUEST-TIMESTAMP TO AI-TIMESTAMP.
           MOVE APPR-TRACE-ID          TO AI-TRACE-ID.
           MOVE APPR-ENCRYPTION-FLAG   TO AI-ENCRYPTION-FLAG.
           MOVE APPR-CORREL-ID         TO AI-CORREL-ID.
           MOVE APPR-PRIORITY          TO AI-PRIORITY.
           MOVE APPR-CALLER-ID         TO AI-CALLER-ID.

           IF AI-PRIORITY = 'H'
               EXEC CICS WRITEQ TD
                    QUEUE('AIBH')
                    FROM(AI-REQUEST-AREA)
                    LENGTH(LENGTH OF AI-REQUEST-AREA)
                    RESP(EIBRESP)
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TD
                    QUEUE('AIBL')
                    FROM(AI-REQUEST-AREA)
                    LENGTH(LENGTH OF AI-REQUEST-AREA)
                    RESP(EIBRESP)
               END-EXEC
           END-IF.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL NOT APPLIED - QUEUE WRITE FAILURE'
                   TO ERROR-MSG
               SET WS-DECISION-FAILED TO TRUE
           ELSE
               SET WS-CHAIN-QUEUED TO TRUE
               MOVE AI-RESP-PENDING TO ASTAT-STATUS-CODE
           END-IF.

      ******************************************************************
      * THE CALLER CANCELLED THE CHAIN BUT ITS APPRFILE RECORD WAS     *
      * NEVER CLOSED (WavineCICS COULD NOT REWRITE IT AT THE TIME).    *
      * CLOSE IT NOW AS WITHDRAWN - THERE IS NOTHING LEFT TO DECIDE.   *
      ******************************************************************
       330-CLOSE-WITHDRAWN-CHAIN.
           EXEC CICS UNLOCK
                FILE('ASTATFIL')
                RESP(EIBRESP)
           END-EXEC.

           SET APPR-WITHDRAWN    TO TRUE.
           MOVE APPR-CALLER-ID   TO APPR-DECIDED-BY.
           MOVE ASTAT-TIMESTAMP  TO APPR-DECIDED-AT.

           EXEC CICS REWRITE
                FILE('APPRFILE')
                FROM(APPROVAL-RECORD)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL RECORD REWRITE FAILURE - NOT CLOSED'
                   TO ERROR-MSG
               PERFORM 390-BACK-OUT-DECISION
           ELSE
               MOVE SPACES TO ERROR-MSG
               STRING 'CHAIN ' APPR-CORREL-ID
                   ' APPROVAL CLOSED - CANCELLED BY ' APPR-CALLER-ID
                   DELIMITED BY SIZE INTO ERROR-MSG
               END-STRING
               MOVE 'CALLER CANCELLED THE CHAIN - NOTHING TO DECIDE'
                   TO MSGO
               PERFORM 370-COMMIT-DECISION
           END-IF.

      ******************************************************************
      * KICK THE AIBD DISPATCHER FOR THE CHAIN JUST QUEUED, CREATING   *
      * THE GOVERNOR RECORD FIRST IF NO UPDATETXN HAS EVER BEEN        *
      * QUEUED (THE 300 PATTERN IN WavineHoldRel). A FAILED KICK IS    *
      * ONLY LOGGED - THE CHAIN IS SAFELY QUEUED AND THE NEXT ENQUEUE  *
      * OR CHAIN COMPLETION KICKS AIBD AGAIN.                          *
      ******************************************************************
       340-KICK-DISPATCHER.
           EXEC CICS READ
                FILE('GOVFILE')
                INTO(GOVERNOR-RECORD)
                RIDFLD(WS-GOV-KEY)
                KEYLENGTH(LENGTH OF WS-GOV-KEY)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP = DFHRESP(NOTFND)
               MOVE WS-GOV-KEY         TO GOV-KEY
               MOVE WS-GOV-DEFAULT-MAX TO GOV-MAX-ACTIVE
               MOVE ZERO               TO GOV-ACTIVE-COUNT
               EXEC CICS WRITE
                    FILE('GOVFILE')
                    FROM(GOVERNOR-RECORD)
                    RIDFLD(WS-GOV-KEY)
                    KEYLENGTH(LENGTH OF WS-GOV-KEY)
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                       AND EIBRESP NOT = DFHRESP(DUPREC)
                   MOVE 'GOVERNOR RECORD CREATE FAILURE' TO ERROR-MSG
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
               END-IF
           END-IF.

           EXEC CICS START TRANSID('AIBD')
                INTERVAL(0)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'DISPATCHER KICK FAILURE' TO ERROR-MSG
               EXEC CICS WRITE OPERATOR
                    TEXT(ERROR-MSG)
                    TEXTLENGTH(LENGTH OF ERROR-MSG)
               END-EXEC
           END-IF.

      ******************************************************************
      * REJECT. A REASON IS REQUIRED - IT IS WHAT THE CALLER GETS BACK *
      * ON STATCHK. THE REQUESTER MAY REJECT THEIR OWN CHAIN; THAT IS  *
      * NO MORE THAN A CANCELTXN.                                      *
      ******************************************************************
       350-REJECT-CHAIN.
           IF REASONI = SPACES OR REASONI = LOW-VALUES
               MOVE 'ENTER A REJECT REASON' TO MSGO
           ELSE
               PERFORM 302-LOCK-CHAIN-RECORDS
               IF NOT WS-DECISION-FAILED
                   EVALUATE TRUE
                       WHEN NOT APPR-AWAITING
                           PERFORM 395-RELEASE-CHAIN-LOCKS
                           MOVE 'CHAIN IS NOT AWAITING APPROVAL' TO MSGO
                       WHEN ASTAT-STATUS-CODE = AI-RESP-ASYNC-CANCELLED
                           PERFORM 330-CLOSE-WITHDRAWN-CHAIN
                       WHEN ASTAT-STATUS-CODE
                               NOT = AI-RESP-AWAITING-APPROVAL
                           PERFORM 395-RELEASE-CHAIN-LOCKS
                           MOVE 'CHAIN STATUS HAS MOVED ON - SEE NUZQ'
                               TO MSGO
                       WHEN OTHER
                           PERFORM 360-RECORD-REJECTION
                   END-EVALUATE
               END-IF
               IF NOT WS-DECISION-FAILED
                   PERFORM 400-LOAD-CHAIN-FIELDS
               END-IF
           END-IF.

      ******************************************************************
      * THE CHAIN ENDS CANCELLED; THE REASON, OPERATOR AND TIME STAY   *
      * ON APPRFILE FOR STATCHK.                                       *
      ******************************************************************
       360-RECORD-REJECTION.
           MOVE AI-RESP-ASYNC-CANCELLED TO ASTAT-STATUS-CODE.
           MOVE WS-DECISION-STAMP       TO ASTAT-TIMESTAMP.

           EXEC CICS REWRITE
                FILE('ASTATFIL')
                FROM(ASYNC-STATUS-RECORD)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'REJECTION NOT APPLIED - STATUS REWRITE FAILURE'
                   TO ERROR-MSG
               SET WS-DECISION-FAILED TO TRUE
           ELSE
               SET APPR-REJECTED     TO TRUE
               MOVE WS-OPERATOR-ID    TO APPR-DECIDED-BY
               MOVE WS-DECISION-STAMP TO APPR-DECIDED-AT
               MOVE REASONI           TO APPR-REJECT-REASON
               EXEC CICS REWRITE
                    FILE('APPRFILE')
                    FROM(APPROVAL-RECORD)
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'REJECTION NOT APPLIED - APPRFILE REWRITE FAIL'
                       TO ERROR-MSG
                   SET WS-DECISION-FAILED TO TRUE
               END-IF
           END-IF.

           IF WS-DECISION-FAILED
               PERFORM 390-BACK-OUT-DECISION
           ELSE
               MOVE SPACES TO ERROR-MSG
               STRING 'CHAIN ' APPR-CORREL-ID ' REJECTED BY '
                   WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO ERROR-MSG
               END-STRING
               MOVE 'CHAIN REJECTED' TO MSGO
               PERFORM 370-COMMIT-DECISION
           END-IF.

      ******************************************************************
      * COMMIT THE DECISION AND PUT THE LINE ALREADY BUILT IN          *
      * ERROR-MSG ON THE CONSOLE. A FAILED COMMIT HAS BACKED THE       *
      * DECISION OUT.                                                  *
      ******************************************************************
       370-COMMIT-DECISION.
           EXEC CICS SYNCPOINT
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'DECISION COMMIT FAILURE - NOTHING CHANGED'
                   TO ERROR-MSG
               MOVE ERROR-MSG TO MSGO
               SET WS-DECISION-FAILED TO TRUE
           END-IF.

           EXEC CICS WRITE OPERATOR
                TEXT(ERROR-MSG)
                TEXTLENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.

      ******************************************************************
      * BACK OUT EVERYTHING THIS DECISION DID (RELEASING ITS LOCKS)    *
      * AND TELL BOTH THE OPERATOR AT THE SCREEN AND THE CONSOLE WHY.  *
      ******************************************************************
       390-BACK-OUT-DECISION.
           SET WS-DECISION-FAILED TO TRUE.

           EXEC CICS SYNCPOINT ROLLBACK
                RESP(EIBRESP)
           END-EXEC.

           EXEC CICS WRITE OPERATOR
                TEXT(ERROR-MSG)
                TEXTLENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.

           MOVE ERROR-MSG TO MSGO.

      ******************************************************************
      * NOTHING TO DECIDE - GIVE BACK BOTH RECORD LOCKS.               *
      ******************************************************************
       395-RELEASE-CHAIN-LOCKS.
           EXEC CICS UNLOCK
                FILE('APPRFILE')
                RESP(EIBRESP)
           END-EXEC.

           EXEC CICS UNLOCK
                FILE('ASTATFIL')
                RESP(EIBRESP)
           END-EXEC.

      ******************************************************************
      * LOAD THE CHAIN'S APPRFILE RECORD INTO THE MAP FIELDS.          *
      ******************************************************************
       400-LOAD-CHAIN-FIELDS.
           MOVE APPR-CORREL-ID         TO CORRIDO
           MOVE APPR-CALLER-ID         TO CALLERO
           MOVE APPR-SUBMIT-USERID     TO SUBUSRO
           MOVE APPR-REQUEST-TIMESTAMP TO RCVDTSO
           MOVE APPR-PRIORITY          TO PRTYO.

           IF APPR-EFFECTIVE-DATE = SPACES
                   OR APPR-EFFECTIVE-DATE = LOW-VALUES
               MOVE 'NOW' TO EFFDTO
           ELSE
               MOVE APPR-EFFECTIVE-DATE TO EFFDTO
           END-IF.

           MOVE APPR-ITEM-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO ITEMSO.
           IF APPR-ITEM-LIMIT = ZERO
               STRING WS-COUNT-EDIT ' / NONE'
                   DELIMITED BY SIZE INTO ITEMSO
               END-STRING
           ELSE
               MOVE APPR-ITEM-LIMIT TO WS-LIMIT-EDIT
               STRING WS-COUNT-EDIT ' / ' WS-LIMIT-EDIT
                   DELIMITED BY SIZE INTO ITEMSO
               END-STRING
           END-IF.

           MOVE APPR-MOVEMENT-TOTAL TO WS-MOVE-TOTAL-EDIT.
           MOVE SPACES TO MOVINFO.
           IF APPR-MOVEMENT-LIMIT = ZERO
               STRING WS-MOVE-TOTAL-EDIT ' / NONE'
                   DELIMITED BY SIZE INTO MOVINFO
               END-STRING
           ELSE
               MOVE APPR-MOVEMENT-LIMIT TO WS-MOVE-LIMIT-EDIT
               STRING WS-MOVE-TOTAL-EDIT ' / ' WS-MOVE-LIMIT-EDIT
                   DELIMITED BY SIZE INTO MOVINFO
               END-STRING
           END-IF.

           EVALUATE TRUE
               WHEN APPR-HELD-ITEMS
                   MOVE 'OVER ITEM LIMIT' TO WS-REASON-TEXT
               WHEN APPR-HELD-MOVEMENT
                   MOVE 'OVER MOVEMENT LIMIT' TO WS-REASON-TEXT
               WHEN APPR-HELD-BOTH
                   MOVE 'OVER ITEM AND MOVEMENT LIMITS'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'THRESHOLD CHECK FAILED' TO WS-REASON-TEXT
           END-EVALUATE.

           MOVE SPACES TO STATEO
                          REASONO.
           EVALUATE TRUE
               WHEN APPR-AWAITING
                   STRING 'AWAITING APPROVAL - ' WS-REASON-TEXT
                       DELIMITED BY SIZE INTO STATEO
                   END-STRING
               WHEN APPR-APPROVED
                   STRING 'APPROVED BY ' APPR-DECIDED-BY
                       ' AT ' APPR-DECIDED-AT
                       DELIMITED BY SIZE INTO STATEO
                   END-STRING
               WHEN APPR-REJECTED
                   STRING 'REJECTED BY ' APPR-DECIDED-BY
                       ' AT ' APPR-DECIDED-AT
                       DELIMITED BY SIZE INTO STATEO
                   END-STRING
                   MOVE APPR-REJECT-REASON TO REASONO
               WHEN OTHER
                   STRING 'CANCELLED BY CALLER ' APPR-DECIDED-BY
                       ' AT ' APPR-DECIDED-AT
                       DELIMITED BY SIZE INTO STATEO
                   END-STRING
           END-EVALUATE.

      ******************************************************************
      * SEND THE SCREEN BACK WITH THE CURRENT CHAIN AND MESSAGE.       *
      ******************************************************************
       500-SEND-RESULT.
           EXEC CICS SEND MAP('NUZVM1')
                MAPSET('NUZAPV')
                FROM(NUZVM1O)
                ERASE
                RESP(EIBRESP)
           END-EXEC.

      ******************************************************************
      * ERROR HANDLING - SAME CONVENTION AS WavineCICS: RESERVED FOR   *
      * CONDITIONS THIS SESSION CANNOT CONTINUE PAST.                  *
      ******************************************************************
       900-ERROR-HANDLER.
           EXEC CICS SEND TEXT
                FROM('CHAIN APPROVAL TRANSACTION ERROR - SEE EIBRESP')
                LENGTH(46)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       END PROGRAM WavineApprAdm.
