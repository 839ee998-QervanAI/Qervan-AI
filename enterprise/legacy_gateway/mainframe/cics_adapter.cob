      *              ONLY COPY OF THE REQUEST (THE DLQ1 ENTRY IS       *
      *              CONSUMED BEFORE THE START AND A VALIDATION        *
      *              REJECT IS NEVER RE-DEAD-LETTERED).                *
      *  11/08/2024  NEW POSTTXN FUNCTION CODE - A CHAIN OF SIGNED     *
      *              AMOUNT POSTINGS (AI-POST-ENTRY IN AIUPDSEQ) THAT  *
      *              AIB1 ADDS TO BOTH ACCOUNT BALANCES INSTEAD OF     *
      *              REPLACING THE WHOLE ACCT-DATA IMAGE. HAS ITS OWN  *
      *              AUTH-POSTTXN-FLAG AND QUOTFILE POSTTXN BUDGET,    *
      *              OTHERWISE QUEUED, FINGERPRINTED, DUPLICATE-       *
      *              CHECKED AND REPLAYED EXACTLY LIKE AN UPDATETXN.   *
      *  11/15/2024  NEW REVERSTXN FUNCTION CODE - BACKS OUT A         *
      *              COMPLETED UPDATETXN/POSTTXN CHAIN (NAMED IN       *
      *              AIREVRSQ) FROM ITS JRNLFILE BEFORE-IMAGES UNDER   *
      *              A CORREL-ID OF ITS OWN. THE NEW 232 REFUSES A     *
      *              CHAIN THAT DID NOT COMPLETE (+412) AND CLAIMS THE *
      *              CHAIN ON THE NEW REVFILE (SEE REVSREC) SO A       *
      *              SECOND REVERSAL IS REFUSED (+411). AUTHORIZED AND *
      *              BUDGETED AS AN UPDATETXN, OTHERWISE QUEUED,       *
      *              FINGERPRINTED, DUPLICATE-CHECKED AND REPLAYED     *
      *              EXACTLY LIKE ONE.                                 *
      *  12/13/2024  FUTURE-DATED UPDATETXN. AN UPDATETXN CARRYING AN  *
      *              AI-UPDATE-EFFECTIVE-DATE AFTER TODAY IS CHECKED   *
      *              BY THE NEW 229 (+413 WHEN NOT A VALID DATE),      *
      *              RECORDED SCHEDULED ON ASTATFIL AND PARKED ON THE  *
      *              NEW HOLDFILE (SEE HOLDREC) BY 231 INSTEAD OF      *
      *              BEING QUEUED, AND ANSWERED AI-RESP-SCHEDULED. THE *
      *              START-OF-DAY RELEASE (AIBS) QUEUES IT ON ITS      *
      *              DATE. STATCHK ANSWERS SCHEDULED WHILE IT IS HELD; *
      *              CANCELTXN CANCELS IT AND 248 DROPS THE HELD COPY. *
      *  12/20/2024  SECOND-OPERATOR APPROVAL. THE NEW 237 TESTS AN    *
      *              UPDATETXN AGAINST ITS CALLER'S QUOTFILE APPROVAL  *
      *              THRESHOLDS (ITEM COUNT, TOTAL BALANCE MOVEMENT    *
      *              AGAINST ACCTFILE); A CHAIN OVER EITHER IS         *
      *              RECORDED AWAITING APPROVAL ON ASTATFIL, PARKED ON *
      *              THE NEW APPRFILE (SEE APPRREC) BY 242 AND         *
      *              ANSWERED AI-RESP-AWAITING-APPROVAL. THE NUZV      *
      *              SCREEN QUEUES OR REJECTS IT. CANCELTXN WITHDRAWS  *
      *              IT (249); STATCHK OF A REJECTED CHAIN RETURNS THE *
      *              REASON IN THE NEW AISTATRS OVERLAY (241).         *
      *  01/24/2025  223 AND 237 ZERO THE QUOTFILE POSTTXN AND         *
      *              APPROVAL FIELDS BEFORE THEIR READS, AND 216       *
      *              CLEARS AUTH-POSTTXN-FLAG BEFORE ITS READ, SO A    *
      *              SHORT RECORD WRITTEN BEFORE THOSE FIELDS WERE     *
      *              ADDED READS AS NO BUDGET, NO THRESHOLD AND NOT    *
      *              GRANTED INSTEAD OF WHATEVER THE AREA LAST HELD.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AIREQARE.
       COPY AIREVRSQ.
       COPY AISTATRS.
       COPY AIUPDSEQ.
       COPY AIRESPCD.
       COPY AUDTREC.
       COPY GOVREC.
       COPY AUTHREC.
       COPY QUOTREC.
       COPY REVSREC.
       COPY HOLDREC.
       COPY APPRREC.
       COPY ACCTREC.

       01  ERROR-CONTROL.
           05  EIBRESP               PIC S9(8) COMP.
      * YYYY-MM-DD SHAPE AS QUOT-BUDGET-DATE, TAKEN FROM ASKTIME LIKE  *
      * THE CHECKPOINT STAMP IN AIB1. THE BUDGET/USED PAIR FOR THE     *
      * ARRIVING FUNCTION CODE IS COPIED OUT AND BACK THROUGH THESE    *
      * FIELDS SO ONE SET OF TESTS SERVES EVERY FUNCTION.              *
      ******************************************************************
       01  WS-ABSTIME                PIC S9(15) COMP-3.
       01  WS-TODAY-DATE             PIC X(10).
       01  WS-QUOTA-BUDGET           PIC 9(8) COMP.
       01  WS-QUOTA-USED             PIC 9(8) COMP.

      ******************************************************************
      * FUTURE-DATED UPDATETXN (SEE 229). THE EFFECTIVE DATE IS        *
      * CHECKED FIELD BY FIELD THROUGH THIS VIEW, AND A VALID DATE     *
      * AFTER TODAY SETS THE SWITCH THAT SENDS 225 TO HOLDFILE         *
      * INSTEAD OF THE GOVERNOR QUEUES.                                *
      ******************************************************************
       01  WS-EFFECTIVE-DATE.
           05  WS-EFF-YYYY           PIC X(4).
           05  WS-EFF-SEP-1          PIC X(1).
           05  WS-EFF-MM             PIC X(2).
           05  WS-EFF-SEP-2          PIC X(1).
           05  WS-EFF-DD             PIC X(2).
       01  WS-EFF-MM-NUM             PIC 9(2).
       01  WS-EFF-DD-NUM             PIC 9(2).
       01  WS-HOLD-SWITCH            PIC X(4) VALUE 'NO'.
           88  WS-CHAIN-SCHEDULED    VALUE 'YES'.

      ******************************************************************
      * SECOND-OPERATOR APPROVAL (SEE 237). THE CALLER'S THRESHOLDS    *
      * ARE COPIED OUT OF QUOTFILE, THE CHAIN'S TOTAL BALANCE MOVEMENT *
      * IS SUMMED ITEM BY ITEM AGAINST ACCTFILE, AND A CHAIN OVER      *
      * EITHER SETS THE SWITCH THAT SENDS 225 TO APPRFILE INSTEAD OF   *
      * THE GOVERNOR QUEUES OR HOLDFILE. THE PAYLOAD BALANCE IS READ   *
      * THROUGH A BYTE VIEW SO A NON-NUMERIC ONE CAN BE TESTED FIRST.  *
      ******************************************************************
       01  WS-APPROVAL-SWITCH        PIC X(4) VALUE 'NO'.
           88  WS-CHAIN-NEEDS-APPROVAL VALUE 'YES'.
       01  WS-APPROVAL-REASON        PIC X(1) VALUE SPACE.
       01  WS-APPROVAL-ITEM-LIMIT    PIC 9(4) COMP.
       01  WS-APPROVAL-MOVE-LIMIT    PIC 9(13)V99 COMP-3.
       01  WS-MOVEMENT-TOTAL         PIC 9(15)V99 COMP-3.
       01  WS-ITEM-MOVEMENT          PIC S9(13)V99 COMP-3.
       01  WS-APPR-INDEX             PIC 9(4) COMP.
       01  WS-PAYLOAD-BALANCE-X      PIC X(13).
       01  WS-PAYLOAD-BALANCE REDEFINES WS-PAYLOAD-BALANCE-X
                                     PIC S9(11)V99.
       01  WS-SUBMIT-USERID          PIC X(8).

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(32768).

           SET WS-STATUS-OK TO TRUE.
           MOVE 'OK' TO WS-ASYNC-INQUIRY-SWITCH.
           MOVE 'NEW' TO WS-DUPLICATE-SWITCH.
           MOVE 'NO' TO WS-HOLD-SWITCH.
           MOVE 'NO' TO WS-APPROVAL-SWITCH.

           EXEC CICS ASSIGN
                STARTCODE(WS-STARTCODE)
           IF AI-FUNCTION-CODE = 'QUERYDB'
                   OR AI-FUNCTION-CODE = 'BULKQRY'
                   OR AI-FUNCTION-CODE = 'UPDATETXN'
                   OR AI-FUNCTION-CODE = 'POSTTXN'
                   OR AI-FUNCTION-CODE = 'REVERSTXN'
               PERFORM 213-COMPUTE-REQUEST-HASH
           END-IF.

               WHEN 'BROWSEQRY'
               WHEN 'UPDATETXN'
               WHEN 'VERIFYTXN'
               WHEN 'POSTTXN'
               WHEN 'REVERSTXN'
               WHEN 'STATCHK'
               WHEN 'CANCELTXN'
                   CONTINUE

           IF WS-REQUEST-VALID
                   AND (AI-FUNCTION-CODE = 'UPDATETXN'
                       OR AI-FUNCTION-CODE = 'VERIFYTXN'
                       OR AI-FUNCTION-CODE = 'POSTTXN')
               IF AI-UPDATE-ITEM-COUNT < 1
                       OR AI-UPDATE-ITEM-COUNT > AI-UPDATE-MAX-ENTRIES
                   MOVE AI-RESP-INVALID-COUNT TO AI-RESPONSE-CODE
               END-IF
           END-IF.

           IF WS-REQUEST-VALID AND AI-FUNCTION-CODE = 'UPDATETXN'
               PERFORM 229-CHECK-EFFECTIVE-DATE
           END-IF.

      ******************************************************************
      * ARRIVAL-TIME DUPLICATE DETECTION. STATCHK AND CANCELTXN REUSE  *
      * THE CORREL-ID OF THE UPDATETXN/POSTTXN/REVERSTXN THEY REFER TO *
      * BY DESIGN.                                                     *
      * BROWSEQRY IS ALSO EXEMPT: ITS DOCUMENTED PAGING PROTOCOL       *
      * (AIBRWSQ) SENDS THE SAME REQUEST BACK WITH THE RETURNED        *
      * RESUME KEY AND ECHOED RESULT TABLE IN THE PAYLOAD, SO PAGE 2   *
               IF AI-FUNCTION-CODE = 'QUERYDB'
                       OR AI-FUNCTION-CODE = 'BULKQRY'
                       OR AI-FUNCTION-CODE = 'UPDATETXN'
                       OR AI-FUNCTION-CODE = 'POSTTXN'
                       OR AI-FUNCTION-CODE = 'REVERSTXN'
                   PERFORM 219-CHECK-DUPLICATE-REQUEST
               END-IF
           END-IF.

      ******************************************************************
      * A REVERSTXN NAMES THE CHAIN IT REVERSES - CHECKED AND CLAIMED  *
      * LAST, ONCE EVERY OTHER TEST HAS PASSED, SO A REJECTED ARRIVAL  *
      * NEVER HOLDS A CLAIM ON REVFILE.                                *
      ******************************************************************
           IF WS-REQUEST-VALID AND NOT WS-DUPLICATE-REPLAYED
                   AND AI-FUNCTION-CODE = 'REVERSTXN'
               PERFORM 232-CHECK-REVERSAL-REQUEST
           END-IF.

      ******************************************************************
      * SECOND-OPERATOR APPROVAL THRESHOLDS - JUDGED ONLY FOR AN       *
      * UPDATETXN THAT PASSED EVERY OTHER TEST AND IS NOT A RETRY      *
      * ALREADY ANSWERED FROM ASTATFIL. A STARTED (REPLAYED) REQUEST   *
      * IS JUDGED TOO - A DEAD-LETTER REPLAY MUST NOT BE A WAY ROUND   *
      * THE SECOND OPERATOR.                                           *
      ******************************************************************
           IF WS-REQUEST-VALID AND NOT WS-DUPLICATE-REPLAYED
                   AND AI-FUNCTION-CODE = 'UPDATETXN'
               PERFORM 237-CHECK-APPROVAL-THRESHOLD
           END-IF.

      ******************************************************************
      * PER-FUNCTION AUTHORIZATION - THE CALLER'S AUTHFILE RECORD SAYS *
      * WHICH FUNCTION CODES IT MAY USE. NO RECORD MEANS AUTHORIZED    *
      * DOES NOT RUN UNCHECKED.                                        *
      ******************************************************************
       216-CHECK-AUTHORIZATION.
      ******************************************************************
      * AN AUTHORITY RECORD WRITTEN BEFORE THE POSTTXN FLAG WAS        *
      * ADDED IS SHORT, AND THE READ LEAVES THE FLAG AS IT WAS - CLEAR *
      * IT FIRST SO IT READS AS NOT GRANTED.                           *
      ******************************************************************
           MOVE SPACE TO AUTH-POSTTXN-FLAG.

           EXEC CICS READ
                FILE('AUTHFILE')
                INTO(AUTH-RECORD)
      * VERIFYTXN IS THE PRE-FLIGHT OF AN UPDATETXN - A CALLER        *
      * ENTITLED TO SUBMIT THE REAL CHAIN MAY PRE-FLIGHT IT, AND ONE  *
      * WHO IS NOT MAY NOT PROBE ACCTFILE KEYS THROUGH THE VERIFY     *
      * PATH EITHER, SO BOTH RIDE THE SAME FLAG. A REVERSTXN REWRITES *
      * ACCOUNTS JUST AS AN UPDATETXN DOES, SO IT RIDES IT TOO.       *
      ******************************************************************
               WHEN 'UPDATETXN'
               WHEN 'VERIFYTXN'
               WHEN 'REVERSTXN'
                   IF NOT AUTH-UPDATETXN-ALLOWED
                       PERFORM 218-REJECT-NOT-AUTHORIZED
                   END-IF
                   IF NOT AUTH-CANCELTXN-ALLOWED
                       PERFORM 218-REJECT-NOT-AUTHORIZED
                   END-IF
               WHEN 'POSTTXN'
                   IF NOT AUTH-POSTTXN-ALLOWED
                       PERFORM 218-REJECT-NOT-AUTHORIZED
                   END-IF
           END-EVALUATE.

       218-REJECT-NOT-AUTHORIZED.
           END-EXEC.

      ******************************************************************
      * FOR UPDATETXN (AND POSTTXN/REVERSTXN, QUEUED THE SAME WAY) THE *
      * AUDIT RECORD ALONE IS NOT ENOUGH - A STATCHK POLL REWRITES IT  *
      * (CLOBBERING THE ORIGINAL FUNCTION AND HASH)                    *
      * AND THE NIGHTLY ARCHIVE CAN REMOVE IT WHILE A PENDING STATUS   *
      * RECORD LIVES ON - SO EVERY PATH THAT CANNOT JUDGE FROM THE     *
      * AUDIT RECORD STILL CONSULTS ASTATFIL BEFORE LETTING A SECOND   *
           EVALUATE EIBRESP
               WHEN DFHRESP(NOTFND)
                   IF AI-FUNCTION-CODE = 'UPDATETXN'
                           OR AI-FUNCTION-CODE = 'POSTTXN'
                           OR AI-FUNCTION-CODE = 'REVERSTXN'
                       PERFORM 222-REPLAY-ASYNC-OUTCOME
                   END-IF
               WHEN DFHRESP(NORMAL)
                   IF AUDIT-FUNCTION-CODE = 'STATCHK'
                           OR AUDIT-FUNCTION-CODE = 'CANCELTXN'
                       IF AI-FUNCTION-CODE = 'UPDATETXN'
                               OR AI-FUNCTION-CODE = 'POSTTXN'
                               OR AI-FUNCTION-CODE = 'REVERSTXN'
                           PERFORM 222-REPLAY-ASYNC-OUTCOME
                       END-IF
                   ELSE
      ******************************************************************
                       IF WS-STARTED-REQUEST
                               AND AI-FUNCTION-CODE NOT = 'UPDATETXN'
                               AND AI-FUNCTION-CODE NOT = 'POSTTXN'
                               AND AI-FUNCTION-CODE NOT = 'REVERSTXN'
                           CONTINUE
                       ELSE
                           IF AUDIT-FUNCTION-CODE NOT =
      * - REPLAYING A BARE SUCCESS WOULD HAND THE CALLER +0 WITH ITS   *
      * OWN REQUEST PAYLOAD STILL SITTING WHERE THE DATA BELONGS,      *
      * WHICH IS EXACTLY THE ANSWER THE RETRY EXISTS TO OBTAIN.        *
      * OUTCOME REPLAY IS RESERVED FOR THE QUEUED CHAINS - UPDATETXN,  *
      * POSTTXN AND REVERSTXN - WHERE RE-EXECUTION IS THE DOUBLE-      *
      * POSTING RISK AND ASTATFIL (222) KNOWS THE CHAIN'S REAL STATE.  *
      ******************************************************************
       221-REPLAY-PRIOR-OUTCOME.
           IF AI-FUNCTION-CODE = 'UPDATETXN'
                   OR AI-FUNCTION-CODE = 'POSTTXN'
                   OR AI-FUNCTION-CODE = 'REVERSTXN'
               PERFORM 222-REPLAY-ASYNC-OUTCOME
           END-IF.

      * PERSISTED EVEN WHEN THE REQUEST IS THEN REJECTED OVER-QUOTA.   *
      ******************************************************************
       223-CHECK-CALLER-QUOTA.
      ******************************************************************
      * A QUOTA RECORD WRITTEN BEFORE THE POSTTXN AND APPROVAL         *
      * FIELDS WERE ADDED IS SHORT, AND THE READ LEAVES THOSE FIELDS   *
      * AS THEY WERE - ZERO THEM FIRST SO IT READS AS NO POSTTXN       *
      * BUDGET AND NO APPROVAL THRESHOLD.                              *
      ******************************************************************
           MOVE ZERO TO QUOT-POSTTXN-BUDGET
                        QUOT-POSTTXN-USED
                        QUOT-APPROVAL-ITEMS
                        QUOT-APPROVAL-MOVEMENT.

           EXEC CICS READ
                FILE('QUOTFILE')
                INTO(QUOTA-RECORD)
                            QUOT-UPDATETXN-USED
                            QUOT-STATCHK-USED
                            QUOT-CANCELTXN-USED
                            QUOT-POSTTXN-USED
           END-IF.

           EVALUATE AI-FUNCTION-CODE
      * A VERIFYTXN PRE-FLIGHT SPENDS FROM THE UPDATETXN BUDGET - IT  *
      * EXERCISES THE SAME TABLE AND THE SAME ACCTFILE READS, AND A   *
      * SEPARATE UNLIMITED VERIFY BUDGET WOULD LET A CAPPED CALLER    *
      * KEEP HAMMERING THE BACKEND ANYWAY. A REVERSTXN SPENDS FROM IT *
      * TOO, FOR THE SAME REASON IT RIDES THE UPDATETXN GRANT.        *
      ******************************************************************
               WHEN 'UPDATETXN'
               WHEN 'VERIFYTXN'
               WHEN 'REVERSTXN'
                   MOVE QUOT-UPDATETXN-BUDGET TO WS-QUOTA-BUDGET
                   MOVE QUOT-UPDATETXN-USED   TO WS-QUOTA-USED
               WHEN 'STATCHK'
               WHEN 'CANCELTXN'
                   MOVE QUOT-CANCELTXN-BUDGET TO WS-QUOTA-BUDGET
                   MOVE QUOT-CANCELTXN-USED   TO WS-QUOTA-USED
               WHEN 'POSTTXN'
                   MOVE QUOT-POSTTXN-BUDGET   TO WS-QUOTA-BUDGET
                   MOVE QUOT-POSTTXN-USED     TO WS-QUOTA-USED
           END-EVALUATE.

           IF WS-QUOTA-BUDGET > ZERO
                   MOVE WS-QUOTA-USED TO QUOT-BROWSEQRY-USED
               WHEN 'UPDATETXN'
               WHEN 'VERIFYTXN'
               WHEN 'REVERSTXN'
                   MOVE WS-QUOTA-USED TO QUOT-UPDATETXN-USED
               WHEN 'STATCHK'
                   MOVE WS-QUOTA-USED TO QUOT-STATCHK-USED
               WHEN 'CANCELTXN'
                   MOVE WS-QUOTA-USED TO QUOT-CANCELTXN-USED
               WHEN 'POSTTXN'
                   MOVE WS-QUOTA-USED TO QUOT-POSTTXN-USED
           END-EVALUATE.

           EXEC CICS REWRITE
      ******************************************************************
      ******************************************************************
      * AI-FUNCTION-CODE IS ALREADY LIMITED TO QUERYDB/BULKQRY/         *
      * BROWSEQRY/UPDATETXN/VERIFYTXN/POSTTXN/REVERSTXN/STATCHK/       *
      * CANCELTXN BY 215-VALIDATE-REQUEST, WHICH SKIPS THIS            *
      * PARAGRAPH ENTIRELY FOR ANYTHING ELSE - SO THERE IS NO WHEN     *
      * OTHER HERE FOR AI-RESPONSE-CODE TO REACH.                      *
      ******************************************************************
                       MOVE EIBRESP TO WS-LAST-EIBRESP
                       SET WS-STATUS-FAILED TO TRUE
                   END-IF
      ******************************************************************
      * POSTTXN AND REVERSTXN ARE QUEUED TO AIB1 EXACTLY LIKE AN       *
      * UPDATETXN - AIB1 TELLS THEM APART BY AI-FUNCTION-CODE WHEN IT  *
      * APPLIES EACH ITEM.                                             *
      ******************************************************************
               WHEN 'UPDATETXN'
               WHEN 'POSTTXN'
               WHEN 'REVERSTXN'
                   PERFORM 225-START-ASYNC-UPDATE
               WHEN 'STATCHK'
                   PERFORM 240-INQUIRE-ASYNC-STATUS
           MOVE AI-TIMESTAMP    TO ASTAT-TIMESTAMP
           MOVE AI-TRACE-ID     TO ASTAT-TRACE-ID.

           IF WS-CHAIN-SCHEDULED
               MOVE AI-RESP-SCHEDULED TO ASTAT-STATUS-CODE
           END-IF.

           IF WS-CHAIN-NEEDS-APPROVAL
               MOVE AI-RESP-AWAITING-APPROVAL TO ASTAT-STATUS-CODE
           END-IF.

           IF EIBRESP2 = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE('ASTATFIL')
               MOVE 'ASYNC STATUS WRITE FAILURE' TO ERROR-MSG
               MOVE EIBRESP TO WS-LAST-EIBRESP
               SET WS-STATUS-FAILED TO TRUE
      ******************************************************************
      * A CHAIN AWAITING APPROVAL IS PARKED WHATEVER ITS EFFECTIVE     *
      * DATE - THE DATE RIDES APPRFILE AND THE APPROVAL ITSELF HOLDS   *
      * THE CHAIN ON HOLDFILE IF THE DATE IS STILL AHEAD BY THEN.      *
      ******************************************************************
           ELSE
               EVALUATE TRUE
                   WHEN WS-CHAIN-NEEDS-APPROVAL
                       PERFORM 242-PARK-FOR-APPROVAL
                   WHEN WS-CHAIN-SCHEDULED
                       PERFORM 231-HOLD-SCHEDULED-CHAIN
                   WHEN OTHER
                       PERFORM 226-ENQUEUE-UPDATE-CHAIN
               END-EVALUATE
           END-IF.

      ******************************************************************
           END-IF.

      ******************************************************************
      * FUTURE-DATED UPDATETXN. A BLANK EFFECTIVE DATE IS THE NORMAL   *
      * RUN-NOW CHAIN. ANYTHING ELSE MUST BE A YYYY-MM-DD DATE (+413   *
      * OTHERWISE - A MISTYPED DATE MUST NOT QUIETLY RUN THE CHAIN     *
      * TODAY). A DATE AFTER TODAY HOLDS THE CHAIN; TODAY OR EARLIER   *
      * RUNS IT NOW, SO A DATE THAT HAS ALREADY COME IS NOT AN ERROR.  *
      * THE DAY-OF-MONTH CHECK IS A RANGE CHECK ONLY - A 31ST OF A     *
      * SHORT MONTH SIMPLY SORTS AHEAD OF THE FIRST OF THE NEXT AND IS *
      * RELEASED THEN.                                                 *
      ******************************************************************
       229-CHECK-EFFECTIVE-DATE.
           IF AI-UPDATE-EFFECTIVE-DATE = SPACES
                   OR AI-UPDATE-EFFECTIVE-DATE = LOW-VALUES
               CONTINUE
           ELSE
               MOVE AI-UPDATE-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               IF WS-EFF-YYYY NUMERIC AND WS-EFF-MM NUMERIC
                       AND WS-EFF-DD NUMERIC
                       AND WS-EFF-SEP-1 = '-' AND WS-EFF-SEP-2 = '-'
                   MOVE WS-EFF-MM TO WS-EFF-MM-NUM
                   MOVE WS-EFF-DD TO WS-EFF-DD-NUM
               ELSE
                   MOVE ZERO TO WS-EFF-MM-NUM WS-EFF-DD-NUM
               END-IF
               IF WS-EFF-MM-NUM < 1 OR WS-EFF-MM-NUM > 12
                       OR WS-EFF-DD-NUM < 1 OR WS-EFF-DD-NUM > 31
                   MOVE AI-RESP-INVALID-EFFDATE TO AI-RESPONSE-CODE
                   SET WS-REQUEST-INVALID TO TRUE
               ELSE
                   EXEC CICS ASKTIME
                        ABSTIME(WS-ABSTIME)
                   END-EXEC
                   EXEC CICS FORMATTIME
                        ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-TODAY-DATE)
                        DATESEP('-')
                   END-EXEC
                   IF WS-EFFECTIVE-DATE > WS-TODAY-DATE
                       SET WS-CHAIN-SCHEDULED TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PARK A FUTURE-DATED CHAIN ON HOLDFILE INSTEAD OF THE GOVERNOR  *
      * QUEUES. THE SCHEDULED STATUS IS ALREADY ON ASTATFIL (225), SO  *
      * A STATCHK POLL FINDS IT AT ONCE. A CANCELLED OR FAILED EARLIER *
      * ATTEMPT ON THIS CORREL-ID CAN LEAVE A HELD COPY BEHIND, SO THE *
      * SAME READ-FOR-UPDATE-THEN-REWRITE-OR-WRITE PATTERN AS 225. A   *
      * FAILED WRITE IS TREATED LIKE A FAILED QUEUE WRITE - DEAD-      *
      * LETTERED, WITH THE STATUS DOWNGRADED TO FAILED BY 228.         *
      ******************************************************************
       231-HOLD-SCHEDULED-CHAIN.
           EXEC CICS READ
                FILE('HOLDFILE')
                INTO(HELD-CHAIN-RECORD)
                RIDFLD(AI-CORREL-ID)
                KEYLENGTH(LENGTH OF AI-CORREL-ID)
                UPDATE
                RESP(EIBRESP2)
           END-EXEC.

           MOVE AI-CORREL-ID             TO HOLD-CORREL-ID
           MOVE AI-UPDATE-EFFECTIVE-DATE TO HOLD-EFFECTIVE-DATE
           MOVE AI-CALLER-ID             TO HOLD-CALLER-ID
           MOVE AI-PRIORITY              TO HOLD-PRIORITY
           MOVE AI-TRACE-ID              TO HOLD-TRACE-ID
           MOVE AI-ENCRYPTION-FLAG       TO HOLD-ENCRYPTION-FLAG
           MOVE AI-TIMESTAMP             TO HOLD-REQUEST-TIMESTAMP
           MOVE AI-REQUEST-AREA(10:LENGTH OF HOLD-CHAIN-TABLE)
                                         TO HOLD-CHAIN-TABLE.

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
               MOVE 'HELD CHAIN WRITE FAILURE' TO ERROR-MSG
               MOVE EIBRESP TO WS-LAST-EIBRESP
               SET WS-STATUS-FAILED TO TRUE
               PERFORM 228-MARK-STATUS-FAILED
           ELSE
               MOVE AI-RESP-SCHEDULED TO AI-RESPONSE-CODE
           END-IF.

      ******************************************************************
      * REVERSTXN ARRIVAL CHECKS. THE NAMED CHAIN MUST BE A CORREL-ID  *
      * OTHER THAN THE REVERSAL'S OWN AND MUST HAVE COMPLETED CLEANLY  *
      * ON ASTATFIL - A PENDING, FAILED, CANCELLED OR REFUSED CHAIN,   *
      * OR A PARTIAL REVERSAL, HAS NO COMPLETED WORK TO BACK OUT AS A  *
      * WHOLE (+412); AN UNKNOWN ONE IS +404. THEN THE CHAIN IS        *
      * CLAIMED ON REVFILE. THIS RUNS AFTER 219, SO A RETRY OF A       *
      * PENDING OR FINISHED REVERSAL HAS ALREADY BEEN ANSWERED FROM    *
      * ASTATFIL - ONLY A FIRST ARRIVAL OR THE RETRY OF A FAILED       *
      * REVERSAL (WHICH RESUMES, AND STILL OWNS ITS CLAIM) GETS HERE.  *
      ******************************************************************
       232-CHECK-REVERSAL-REQUEST.
           IF AI-REVERSE-ORIG-CORREL = SPACES
                   OR AI-REVERSE-ORIG-CORREL = LOW-VALUES
                   OR AI-REVERSE-ORIG-CORREL = AI-CORREL-ID
               MOVE AI-RESP-INVALID-CORREL TO AI-RESPONSE-CODE
               SET WS-REQUEST-INVALID TO TRUE
           ELSE
               PERFORM 233-CHECK-ORIGINAL-CHAIN
           END-IF.

           IF WS-REQUEST-VALID
               PERFORM 234-CLAIM-ORIGINAL-CHAIN
           END-IF.

       233-CHECK-ORIGINAL-CHAIN.
           EXEC CICS READ
                FILE('ASTATFIL')
                INTO(ASYNC-STATUS-RECORD)
                RIDFLD(AI-REVERSE-ORIG-CORREL)
                KEYLENGTH(LENGTH OF AI-REVERSE-ORIG-CORREL)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF ASTAT-STATUS-CODE NOT = AI-RESP-ASYNC-SUCCESS
                       MOVE AI-RESP-NOT-REVERSIBLE TO AI-RESPONSE-CODE
                       SET WS-REQUEST-INVALID TO TRUE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE AI-RESP-UNKNOWN-CORREL TO AI-RESPONSE-CODE
                   SET WS-REQUEST-INVALID TO TRUE
               WHEN OTHER
                   MOVE AI-RESP-BACKEND-FAIL TO AI-RESPONSE-CODE
                   MOVE EIBRESP TO WS-LAST-EIBRESP
                   SET WS-ASYNC-INQUIRY-FAILED TO TRUE
                   SET WS-REQUEST-INVALID TO TRUE
           END-EVALUATE.

      ******************************************************************
      * CLAIM THE ORIGINAL CHAIN FOR THIS REVERSAL. NO REVFILE RECORD  *
      * MEANS THE CHAIN WAS NEVER REVERSED. A RECORD ALREADY OWNED BY  *
      * THIS CORREL-ID IS A FAILED REVERSAL COMING BACK TO RESUME. A   *
      * RECORD OWNED BY ANY OTHER REVERSAL REFUSES THIS ONE +411 -     *
      * UNLESS THAT REVERSAL WAS CANCELLED, WHEN THE CLAIM IS TAKEN    *
      * OVER (ANY ITEMS IT HAD ALREADY RESTORED NO LONGER MATCH THEIR  *
      * AFTER-IMAGE AND ARE REPORTED AS CONFLICTS). A DUPREC ON        *
      * THE WRITE IS A CONCURRENT REVERSAL OF THE SAME CHAIN WINNING   *
      * THE RACE, SO IT IS +411 TOO. A REVFILE FAILURE FAILS CLOSED    *
      * LIKE THE AUDTFILE READ IN 219.                                 *
      ******************************************************************
       234-CLAIM-ORIGINAL-CHAIN.
           EXEC CICS READ
                FILE('REVFILE')
                INTO(REVERSAL-RECORD)
                RIDFLD(AI-REVERSE-ORIG-CORREL)
                KEYLENGTH(LENGTH OF AI-REVERSE-ORIG-CORREL)
                UPDATE
                RESP(EIBRESP2)
           END-EXEC.

           EVALUATE EIBRESP2
               WHEN DFHRESP(NORMAL)
                   PERFORM 235-JUDGE-EXISTING-CLAIM
               WHEN DFHRESP(NOTFND)
                   PERFORM 236-RECORD-REVERSAL-CLAIM
               WHEN OTHER
                   MOVE AI-RESP-BACKEND-FAIL TO AI-RESPONSE-CODE
                   MOVE EIBRESP2 TO WS-LAST-EIBRESP
                   SET WS-ASYNC-INQUIRY-FAILED TO TRUE
                   SET WS-REQUEST-INVALID TO TRUE
           END-EVALUATE.

       235-JUDGE-EXISTING-CLAIM.
           IF REV-REVERSAL-CORREL-ID NOT = AI-CORREL-ID
               EXEC CICS READ
                    FILE('ASTATFIL')
                    INTO(ASYNC-STATUS-RECORD)
                    RIDFLD(REV-REVERSAL-CORREL-ID)
                    KEYLENGTH(LENGTH OF REV-REVERSAL-CORREL-ID)
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                       OR ASTAT-STATUS-CODE NOT =
                           AI-RESP-ASYNC-CANCELLED
                   MOVE AI-RESP-ALREADY-REVERSED TO AI-RESPONSE-CODE
                   SET WS-REQUEST-INVALID TO TRUE
               END-IF
           END-IF.

           IF WS-REQUEST-VALID
               PERFORM 236-RECORD-REVERSAL-CLAIM
           ELSE
               EXEC CICS UNLOCK
                    FILE('REVFILE')
                    RESP(EIBRESP)
               END-EXEC
           END-IF.

      ******************************************************************
      * WRITE (OR, OVER A RECORD JUST READ FOR UPDATE, REWRITE) THE    *
      * CLAIM. EIBRESP2 STILL HOLDS THE RESP OF THE REVFILE READ.      *
      ******************************************************************
       236-RECORD-REVERSAL-CLAIM.
           MOVE AI-REVERSE-ORIG-CORREL TO REV-ORIG-CORREL-ID
           MOVE AI-CORREL-ID           TO REV-REVERSAL-CORREL-ID
           MOVE AI-CALLER-ID           TO REV-CALLER-ID
           MOVE AI-RESP-PENDING        TO REV-STATUS-CODE
           MOVE ZERO                   TO REV-ITEM-COUNT
                                          REV-RESTORED-COUNT
                                          REV-CONFLICT-COUNT
           MOVE AI-TIMESTAMP           TO REV-CLAIM-TIMESTAMP
           MOVE SPACES                 TO REV-FINAL-TIMESTAMP.

           IF EIBRESP2 = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE('REVFILE')
                    FROM(REVERSAL-RECORD)
                    RESP(EIBRESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    FILE('REVFILE')
                    FROM(REVERSAL-RECORD)
                    RIDFLD(REV-ORIG-CORREL-ID)
                    KEYLENGTH(LENGTH OF REV-ORIG-CORREL-ID)
                    RESP(EIBRESP)
               END-EXEC
           END-IF.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE AI-RESP-ALREADY-REVERSED TO AI-RESPONSE-CODE
                   SET WS-REQUEST-INVALID TO TRUE
               WHEN OTHER
                   MOVE AI-RESP-BACKEND-FAIL TO AI-RESPONSE-CODE
                   MOVE EIBRESP TO WS-LAST-EIBRESP
                   SET WS-ASYNC-INQUIRY-FAILED TO TRUE
                   SET WS-REQUEST-INVALID TO TRUE
           END-EVALUATE.

      ******************************************************************
      * SECOND-OPERATOR APPROVAL THRESHOLDS. THE CALLER'S QUOTFILE     *
      * RECORD CARRIES AN ITEM-COUNT AND A BALANCE-MOVEMENT THRESHOLD  *
      * (SEE QUOTREC); ZERO, OR NO RECORD AT ALL, MEANS NO THRESHOLD.  *
      * THESE ARE A CONTROL, NOT A THROTTLE, SO UNLIKE 223 THIS CHECK  *
      * FAILS CLOSED - A QUOTFILE OR ACCTFILE READ FAILURE HOLDS THE   *
      * CHAIN FOR APPROVAL ('E') RATHER THAN LET IT THROUGH UNCHECKED, *
      * AND THE OPERATOR IS TOLD. A CHAIN OVER A THRESHOLD THAT WAS    *
      * ALREADY APPROVED UNDER THIS CORREL-ID (A FAILED CHAIN'S RETRY  *
      * - 219 HAS ALREADY PROVED IT IS THE SAME PAYLOAD) IS NOT HELD   *
      * A SECOND TIME.                                                 *
      ******************************************************************
       237-CHECK-APPROVAL-THRESHOLD.
           MOVE SPACE TO WS-APPROVAL-REASON.
           MOVE ZERO  TO WS-APPROVAL-ITEM-LIMIT
                         WS-APPROVAL-MOVE-LIMIT
                         WS-MOVEMENT-TOTAL.

      ******************************************************************
      * A QUOTA RECORD WRITTEN BEFORE THE POSTTXN AND APPROVAL         *
      * FIELDS WERE ADDED IS SHORT, AND THE READ LEAVES THOSE FIELDS   *
      * AS THEY WERE - ZERO THEM FIRST SO IT READS AS NO POSTTXN       *
      * BUDGET AND NO APPROVAL THRESHOLD.                              *
      ******************************************************************
           MOVE ZERO TO QUOT-POSTTXN-BUDGET
                        QUOT-POSTTXN-USED
                        QUOT-APPROVAL-ITEMS
                        QUOT-APPROVAL-MOVEMENT.

           EXEC CICS READ
                FILE('QUOTFILE')
                INTO(QUOTA-RECORD)
                RIDFLD(AI-CALLER-ID)
                KEYLENGTH(LENGTH OF AI-CALLER-ID)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE QUOT-APPROVAL-ITEMS    TO WS-APPROVAL-ITEM-LIMIT
                   MOVE QUOT-APPROVAL-MOVEMENT TO WS-APPROVAL-MOVE-LIMIT
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'E' TO WS-APPROVAL-REASON
                   MOVE 'APPROVAL THRESHOLD READ FAILURE - CHAIN HELD'
                       TO ERROR-MSG
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
           END-EVALUATE.

           IF WS-APPROVAL-ITEM-LIMIT > ZERO
                   OR WS-APPROVAL-MOVE-LIMIT > ZERO
               PERFORM 238-ADD-ITEM-MOVEMENT
                       VARYING WS-APPR-INDEX FROM 1 BY 1
                       UNTIL WS-APPR-INDEX > AI-UPDATE-ITEM-COUNT
                          OR WS-APPROVAL-REASON = 'E'
           END-IF.

           IF WS-APPROVAL-REASON NOT = 'E'
               IF WS-APPROVAL-ITEM-LIMIT > ZERO
                       AND AI-UPDATE-ITEM-COUNT > WS-APPROVAL-ITEM-LIMIT
                   MOVE 'I' TO WS-APPROVAL-REASON
               END-IF
               IF WS-APPROVAL-MOVE-LIMIT > ZERO
                       AND WS-MOVEMENT-TOTAL > WS-APPROVAL-MOVE-LIMIT
                   IF WS-APPROVAL-REASON = 'I'
                       MOVE 'B' TO WS-APPROVAL-REASON
                   ELSE
                       MOVE 'M' TO WS-APPROVAL-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-APPROVAL-REASON NOT = SPACE
               SET WS-CHAIN-NEEDS-APPROVAL TO TRUE
               PERFORM 239-CHECK-PRIOR-APPROVAL
           END-IF.

      ******************************************************************
      * ONE ITEM'S BALANCE MOVEMENT - THE PAYLOAD'S NEW                *
      * ACCT-CURRENT-BALANCE AGAINST THE MASTER'S, AS A MAGNITUDE. A   *
      * KEY NOT ON ACCTFILE MOVES NOTHING (AIB1 FAILS THE CHAIN AT     *
      * THAT ITEM); A NON-NUMERIC BALANCE ON EITHER SIDE COUNTS AS     *
      * ZERO, THE SAME RULE THE BALANCE PROOF USES.                    *
      ******************************************************************
       238-ADD-ITEM-MOVEMENT.
           MOVE AI-UPDATE-PAYLOAD(WS-APPR-INDEX)(4:13)
               TO WS-PAYLOAD-BALANCE-X.
           IF WS-PAYLOAD-BALANCE NOT NUMERIC
               MOVE ZERO TO WS-PAYLOAD-BALANCE
           END-IF.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCOUNT-RECORD)
                RIDFLD(AI-UPDATE-KEY(WS-APPR-INDEX))
                KEYLENGTH(LENGTH OF ACCT-KEY)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF ACCT-CURRENT-BALANCE NUMERIC
                       COMPUTE WS-ITEM-MOVEMENT =
                           WS-PAYLOAD-BALANCE - ACCT-CURRENT-BALANCE
                   ELSE
                       MOVE WS-PAYLOAD-BALANCE TO WS-ITEM-MOVEMENT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE ZERO TO WS-ITEM-MOVEMENT
               WHEN OTHER
                   MOVE ZERO TO WS-ITEM-MOVEMENT
                   MOVE 'E' TO WS-APPROVAL-REASON
                   MOVE 'APPROVAL MOVEMENT ACCTFILE READ FAILURE - HELD'
                       TO ERROR-MSG
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
           END-EVALUATE.

           IF WS-ITEM-MOVEMENT < ZERO
               COMPUTE WS-ITEM-MOVEMENT = ZERO - WS-ITEM-MOVEMENT
           END-IF.
           ADD WS-ITEM-MOVEMENT TO WS-MOVEMENT-TOTAL.

      ******************************************************************
      * AN APPROVED APPRFILE RECORD FOR THIS CORREL-ID MEANS A SECOND  *
      * OPERATOR HAS ALREADY PASSED THIS CHAIN - IT RUNS. ANYTHING     *
      * ELSE (NO RECORD, OR ONE LEFT BY A FAILED EARLIER ATTEMPT TO    *
      * PARK IT) LEAVES IT HELD; 242 REWRITES THE RECORD.              *
      ******************************************************************
       239-CHECK-PRIOR-APPROVAL.
           EXEC CICS READ
                FILE('APPRFILE')
                INTO(APPROVAL-RECORD)
                RIDFLD(AI-CORREL-ID)
                KEYLENGTH(LENGTH OF AI-CORREL-ID)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL) AND APPR-APPROVED
               MOVE 'NO' TO WS-APPROVAL-SWITCH
           END-IF.

      ******************************************************************
      * PARK A CHAIN OVER ITS APPROVAL THRESHOLDS ON APPRFILE INSTEAD  *
      * OF THE GOVERNOR QUEUES OR HOLDFILE. THE AWAITING-APPROVAL      *
      * STATUS IS ALREADY ON ASTATFIL (225). THE SUBMITTING TASK'S     *
      * USERID IS RECORDED WITH THE CALLER-ID - NEITHER MAY APPROVE    *
      * THE CHAIN. SAME READ-FOR-UPDATE-THEN-REWRITE-OR-WRITE AND      *
      * FAILURE HANDLING AS 231; THE CONSOLE IS TOLD A CHAIN IS        *
      * WAITING SO A SUPERVISOR KNOWS TO LOOK AT NUZV.                 *
      ******************************************************************
       242-PARK-FOR-APPROVAL.
           EXEC CICS ASSIGN
                USERID(WS-SUBMIT-USERID)
           END-EXEC.

           EXEC CICS READ
                FILE('APPRFILE')
                INTO(APPROVAL-RECORD)
                RIDFLD(AI-CORREL-ID)
                KEYLENGTH(LENGTH OF AI-CORREL-ID)
                UPDATE
                RESP(EIBRESP2)
           END-EXEC.

           MOVE AI-CORREL-ID             TO APPR-CORREL-ID
           SET APPR-AWAITING             TO TRUE
           MOVE WS-APPROVAL-REASON       TO APPR-HELD-REASON
           MOVE AI-CALLER-ID             TO APPR-CALLER-ID
           MOVE WS-SUBMIT-USERID         TO APPR-SUBMIT-USERID
           MOVE AI-TIMESTAMP             TO APPR-REQUEST-TIMESTAMP
           MOVE WS-APPROVAL-ITEM-LIMIT   TO APPR-ITEM-LIMIT
           MOVE WS-APPROVAL-MOVE-LIMIT   TO APPR-MOVEMENT-LIMIT
           MOVE WS-MOVEMENT-TOTAL        TO APPR-MOVEMENT-TOTAL
           MOVE SPACES                   TO APPR-DECIDED-BY
                                            APPR-DECIDED-AT
                                            APPR-REJECT-REASON
           MOVE AI-UPDATE-EFFECTIVE-DATE TO APPR-EFFECTIVE-DATE
           MOVE AI-PRIORITY              TO APPR-PRIORITY
           MOVE AI-TRACE-ID              TO APPR-TRACE-ID
           MOVE AI-ENCRYPTION-FLAG       TO APPR-ENCRYPTION-FLAG
           MOVE AI-REQUEST-AREA(10:LENGTH OF APPR-CHAIN-TABLE)
                                         TO APPR-CHAIN-TABLE.

           IF EIBRESP2 = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE('APPRFILE')
                    FROM(APPROVAL-RECORD)
                    RESP(EIBRESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    FILE('APPRFILE')
                    FROM(APPROVAL-RECORD)
                    RIDFLD(APPR-CORREL-ID)
                    KEYLENGTH(LENGTH OF APPR-CORREL-ID)
                    RESP(EIBRESP)
               END-EXEC
           END-IF.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL RECORD WRITE FAILURE' TO ERROR-MSG
               MOVE EIBRESP TO WS-LAST-EIBRESP
               SET WS-STATUS-FAILED TO TRUE
               PERFORM 228-MARK-STATUS-FAILED
           ELSE
               MOVE AI-RESP-AWAITING-APPROVAL TO AI-RESPONSE-CODE
               MOVE SPACES TO ERROR-MSG
               STRING 'CHAIN ' AI-CORREL-ID ' FROM ' AI-CALLER-ID
                   ' AWAITING APPROVAL - SEE NUZV'
                   DELIMITED BY SIZE INTO ERROR-MSG
               END-STRING
               EXEC CICS WRITE OPERATOR
                    TEXT(ERROR-MSG)
                    TEXTLENGTH(LENGTH OF ERROR-MSG)
               END-EXEC
           END-IF.

      ******************************************************************
      * STATCHK - POLL THE OUTCOME OF A PRIOR UPDATETXN BY CORREL ID.  *
      * THE AISTATRS DETAIL FIELDS ARE CLEARED FIRST AND FILLED ONLY   *
      * FOR A CHAIN AN OPERATOR REJECTED (241).                        *
      ******************************************************************
       240-INQUIRE-ASYNC-STATUS.
           MOVE SPACES TO AI-STATCHK-REJECT-REASON
                          AI-STATCHK-DECIDED-BY
                          AI-STATCHK-DECIDED-AT.

           EXEC CICS READ
                FILE('ASTATFIL')
                INTO(ASYNC-STATUS-RECORD)
           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE ASTAT-STATUS-CODE TO AI-RESPONSE-CODE
                   IF ASTAT-STATUS-CODE = AI-RESP-ASYNC-CANCELLED
                       PERFORM 241-LOAD-REJECTION-DETAIL
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE AI-RESP-UNKNOWN-CORREL TO AI-RESPONSE-CODE
               WHEN OTHER
                   SET WS-ASYNC-INQUIRY-FAILED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * A CANCELLED CHAIN MAY HAVE BEEN REJECTED ON THE APPROVAL       *
      * SCREEN RATHER THAN CANCELLED BY ITS CALLER - APPRFILE SAYS     *
      * WHICH. NO RECORD (MOST CANCELLED CHAINS NEVER NEEDED ONE) OR   *
      * AN UNREADABLE ONE JUST LEAVES THE DETAIL BLANK; THE STATUS     *
      * ITSELF IS ALREADY ANSWERED.                                    *
      ******************************************************************
       241-LOAD-REJECTION-DETAIL.
           EXEC CICS READ
                FILE('APPRFILE')
                INTO(APPROVAL-RECORD)
                RIDFLD(AI-CORREL-ID)
                KEYLENGTH(LENGTH OF AI-CORREL-ID)
                RESP(EIBRESP2)
           END-EXEC.

           IF EIBRESP2 = DFHRESP(NORMAL) AND APPR-REJECTED
               MOVE APPR-REJECT-REASON TO AI-STATCHK-REJECT-REASON
               MOVE APPR-DECIDED-BY    TO AI-STATCHK-DECIDED-BY
               MOVE APPR-DECIDED-AT    TO AI-STATCHK-DECIDED-AT
           END-IF.

      ******************************************************************
      * CANCELTXN - STOP AN IN-FLIGHT OR QUEUED UPDATETXN BY CORREL-ID.*
      * A PENDING CHAIN IS MARKED CANCELLED ON ASTATFIL: THE AIBD      *
                       MOVE AI-RESP-ASYNC-CANCELLED
                           TO AI-RESPONSE-CODE
                   END-IF
      ******************************************************************
      * A HELD (SCHEDULED) CHAIN NEVER REACHED A QUEUE, SO THERE IS NO *
      * RESTART RECORD - ONLY THE HELD COPY TO DROP. THE RELEASE       *
      * RE-CHECKS ASTATFIL UNDER ITS OWN LOCK, SO A CANCEL RACING THE  *
      * RELEASE EITHER STOPS IT HERE OR FINDS IT PENDING AND CANCELS   *
      * IT AS A QUEUED CHAIN ABOVE.                                    *
      ******************************************************************
               WHEN AI-RESP-SCHEDULED
                   MOVE AI-RESP-ASYNC-CANCELLED TO ASTAT-STATUS-CODE
                   EXEC CICS REWRITE
                        FILE('ASTATFIL')
                        FROM(ASYNC-STATUS-RECORD)
                        RESP(EIBRESP)
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE AI-RESP-BACKEND-FAIL TO AI-RESPONSE-CODE
                       MOVE EIBRESP TO WS-LAST-EIBRESP
                       SET WS-ASYNC-INQUIRY-FAILED TO TRUE
                   ELSE
                       PERFORM 248-DROP-HELD-CHAIN
                       MOVE AI-RESP-ASYNC-CANCELLED
                           TO AI-RESPONSE-CODE
                   END-IF
      ******************************************************************
      * A CHAIN AWAITING APPROVAL IS NEITHER QUEUED NOR HELD - ITS     *
      * APPRFILE RECORD IS MARKED WITHDRAWN SO IT LEAVES THE NUZV      *
      * LIST. THE APPROVAL SCREEN RE-CHECKS ASTATFIL UNDER ITS OWN     *
      * LOCK, SO A CANCEL RACING A DECISION EITHER STOPS IT HERE OR    *
      * FINDS THE CHAIN ALREADY QUEUED (OR HELD) AND CANCELS IT THERE. *
      ******************************************************************
               WHEN AI-RESP-AWAITING-APPROVAL
                   MOVE AI-RESP-ASYNC-CANCELLED TO ASTAT-STATUS-CODE
                   EXEC CICS REWRITE
                        FILE('ASTATFIL')
                        FROM(ASYNC-STATUS-RECORD)
                        RESP(EIBRESP)
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE AI-RESP-BACKEND-FAIL TO AI-RESPONSE-CODE
                       MOVE EIBRESP TO WS-LAST-EIBRESP
                       SET WS-ASYNC-INQUIRY-FAILED TO TRUE
                   ELSE
                       PERFORM 249-WITHDRAW-APPROVAL
                       MOVE AI-RESP-ASYNC-CANCELLED
                           TO AI-RESPONSE-CODE
                   END-IF
               WHEN AI-RESP-ASYNC-CANCELLED
                   MOVE AI-RESP-ASYNC-CANCELLED TO AI-RESPONSE-CODE
               WHEN OTHER
               END-EXEC
           END-IF.

      ******************************************************************
      * DROP THE HELD COPY OF A CANCELLED SCHEDULED CHAIN. A FAILED    *
      * DELETE IS ONLY TOLD TO THE OPERATOR - THE STATUS IS ALREADY    *
      * CANCELLED, AND THE RELEASE DISCARDS A HELD CHAIN WHOSE STATUS  *
      * IS NO LONGER SCHEDULED.                                        *
      ******************************************************************
       248-DROP-HELD-CHAIN.
           EXEC CICS DELETE
                FILE('HOLDFILE')
                RIDFLD(AI-CORREL-ID)
                KEYLENGTH(LENGTH OF AI-CORREL-ID)
                RESP(EIBRESP2)
           END-EXEC.

           IF EIBRESP2 NOT = DFHRESP(NORMAL)
                   AND EIBRESP2 NOT = DFHRESP(NOTFND)
               MOVE 'HELD CHAIN DELETE FAILURE' TO ERROR-MSG
               EXEC CICS WRITE OPERATOR
                    TEXT(ERROR-MSG)
                    TEXTLENGTH(LENGTH OF ERROR-MSG)
               END-EXEC
           END-IF.

      ******************************************************************
      * MARK A CANCELLED CHAIN'S APPROVAL RECORD WITHDRAWN, WITH THE   *
      * CANCELLING CALLER AS THE DECIDER. A FAILED UPDATE IS ONLY TOLD *
      * TO THE OPERATOR - THE STATUS IS ALREADY CANCELLED, AND THE     *
      * APPROVAL SCREEN WILL NOT QUEUE A CHAIN WHOSE STATUS IS NO      *
      * LONGER AWAITING APPROVAL.                                      *
      ******************************************************************
       249-WITHDRAW-APPROVAL.
           EXEC CICS READ
                FILE('APPRFILE')
                INTO(APPROVAL-RECORD)
                RIDFLD(AI-CORREL-ID)
                KEYLENGTH(LENGTH OF AI-CORREL-ID)
                UPDATE
                RESP(EIBRESP2)
           END-EXEC.

           IF EIBRESP2 = DFHRESP(NORMAL)
               IF APPR-AWAITING
                   SET APPR-WITHDRAWN TO TRUE
                   MOVE AI-CALLER-ID TO APPR-DECIDED-BY
                   MOVE AI-TIMESTAMP TO APPR-DECIDED-AT
                   EXEC CICS REWRITE
                        FILE('APPRFILE')
                        FROM(APPROVAL-RECORD)
                        RESP(EIBRESP2)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK
                        FILE('APPRFILE')
                        RESP(EIBRESP2)
                   END-EXEC
               END-IF
           END-IF.

           IF EIBRESP2 NOT = DFHRESP(NORMAL)
               MOVE 'APPROVAL RECORD WITHDRAW FAILURE' TO ERROR-MSG
               EXEC CICS WRITE OPERATOR
                    TEXT(ERROR-MSG)
                    TEXTLENGTH(LENGTH OF ERROR-MSG)
               END-EXEC
           END-IF.

      ******************************************************************
      * RESPONSE GENERATION AND ENCRYPTION                            *
      ******************************************************************
