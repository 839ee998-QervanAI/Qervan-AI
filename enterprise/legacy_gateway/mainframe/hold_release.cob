       IDENTIFICATION DIVISION.
       PROGRAM-ID. WavineHoldRel.
       AUTHOR. Cirium-AI-ENGINEERING.
       DATE-WRITTEN. 12/13/2024.
       SECURITY. TLS1.3+ WITH QUANTUM-SAFE CURVES.

      ******************************************************************
      *  START-OF-DAY RELEASE OF FUTURE-DATED UPDATETXN CHAINS FOR     *
      *  TRANSID AIBS. WavineCICS PARKS AN UPDATETXN WHOSE             *
      *  AI-UPDATE-EFFECTIVE-DATE IS AFTER TODAY ON HOLDFILE (SEE      *
      *  HOLDREC) WITH A SCHEDULED ASTATFIL STATUS INSTEAD OF QUEUEING *
      *  IT. THIS PASS BROWSES HOLDFILE AND, FOR EVERY CHAIN WHOSE     *
      *  DATE IS TODAY OR EARLIER, REBUILDS THE AI-REQUEST-AREA,       *
      *  TURNS THE STATUS PENDING, PUTS THE CHAIN ON 'AIBH' OR 'AIBL'  *
      *  EXACTLY AS 226-ENQUEUE-UPDATE-CHAIN WOULD HAVE, AND DELETES   *
      *  THE HELD COPY - ONE UNIT OF WORK PER CHAIN, SO A CHAIN IS     *
      *  EITHER FULLY RELEASED OR STILL HELD. THE AIBD DISPATCHER IS   *
      *  KICKED ONCE AT THE END, SO RELEASED CHAINS RUN UNDER THE      *
      *  SAME GOVFILE CEILING AND PER-CALLER CAP AS ANY OTHER.         *
      *                                                                *
      *  THE SCHEDULER STARTS AIBS AT THE START OF EACH BUSINESS DAY;  *
      *  OPERATIONS MAY ALSO ENTER IT BY HAND AT ANY TIME - A SECOND   *
      *  PASS FINDS NOTHING LEFT TO DO, AND TWO PASSES AT ONCE         *
      *  SERIALIZE ON THE HOLDFILE RECORD LOCK. "TODAY" IS THE REGION  *
      *  CLOCK DATE, THE SAME DATE WavineCICS JUDGED THE EFFECTIVE     *
      *  DATE AGAINST WHEN IT HELD THE CHAIN.                          *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  12/13/2024  INITIAL VERSION.                                  *
      *  01/24/2025  A STALE HELD CHAIN WHOSE DISCARD FAILS TO COMMIT  *
      *              IS BACKED OUT AND TOLD TO THE OPERATOR INSTEAD    *
      *              OF BEING COUNTED AS DISCARDED.                    *
      *  01/24/2025  200 NOW READS ASTATFIL FOR UPDATE BEFORE HOLDFILE *
      *              (THE NEW 205), THE ORDER CANCELTXN AND EVERY      *
      *              OTHER PATH USE, SO A CANCEL RACING A RELEASE OF   *
      *              THE SAME CHAIN CAN NO LONGER DEADLOCK WITH IT.    *
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

       01  ERROR-CONTROL.
           05  EIBRESP               PIC S9(8) COMP.
           05  EIBRESP2              PIC S9(8) COMP.
           05  ERROR-MSG             PIC X(78).

       01  WS-GOV-KEY                PIC X(8) VALUE 'AIB1GOV '.
       01  WS-GOV-DEFAULT-MAX        PIC 9(4) COMP VALUE 5.

      ******************************************************************
      * TODAY'S DATE FOR THE DUE TEST, AND THE WALL-CLOCK STAMP PUT ON *
      * A RELEASED CHAIN'S PENDING STATUS - THE STUCK-PENDING SWEEP    *
      * AGES A PENDING CHAIN FROM ASTAT-TIMESTAMP, AND A CHAIN HELD    *
      * FOR A MONTH MUST NOT LOOK A MONTH STUCK THE MOMENT IT IS       *
      * QUEUED. SAME X(26) SHAPE AS AI-TIMESTAMP.                      *
      ******************************************************************
       01  WS-ABSTIME                PIC S9(15) COMP-3.
       01  WS-RELEASE-STAMP.
           05  WS-RELEASE-DATE       PIC X(10).
           05  FILLER                PIC X(1) VALUE '-'.
           05  WS-RELEASE-TIME       PIC X(8).
           05  FILLER                PIC X(7) VALUE '.000000'.

      ******************************************************************
      * DUE CHAINS ARE COLLECTED A BATCH AT A TIME UNDER THE BROWSE    *
      * AND RELEASED AFTER THE ENDBR - THE RELEASE READS HOLDFILE FOR  *
      * UPDATE AND DELETES, WHICH IS NO BUSINESS OF AN OPEN BROWSE.    *
      * THE NEXT BATCH RESUMES AFTER THE LAST KEY READ (STARTBR HAS NO *
      * 'GT', SO A RECORD EQUAL TO IT IS SKIPPED), SO A CHAIN THAT     *
      * COULD NOT BE RELEASED IS NOT RETRIED WITHIN THE SAME PASS.     *
      ******************************************************************
       01  WS-BROWSE-KEY             PIC X(16).
       01  WS-LAST-KEY               PIC X(16).
       01  WS-BROWSE-SWITCH          PIC X(4) VALUE 'NO'.
           88  WS-BATCH-FULL         VALUE 'FULL'.
           88  WS-BROWSE-ENDED       VALUE 'END'.
       01  WS-PASS-SWITCH            PIC X(4) VALUE 'GO'.
           88  WS-PASS-DONE          VALUE 'DONE'.
       01  WS-DUE-USED               PIC 9(4) COMP VALUE 0.
       01  WS-DUE-MAX                PIC 9(4) COMP VALUE 100.
       01  WS-DUE-INDEX              PIC 9(4) COMP.
       01  WS-DUE-TABLE.
           05  WS-DUE-CORREL-ID      PIC X(16) OCCURS 100 TIMES.

       01  WS-CHAIN-SWITCH           PIC X(4) VALUE 'OK'.
           88  WS-CHAIN-RELEASE-FAILED VALUE 'FAIL'.

       01  WS-RELEASED-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-DISCARDED-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-COUNT-EDIT             PIC Z(3)9.
       01  WS-COUNT-EDIT-2           PIC Z(3)9.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN LOGIC - AIBS IS STARTED WITHOUT DATA (OR ENTERED BY AN    *
      * OPERATOR), SO THERE IS NOTHING TO RETRIEVE.                    *
      ******************************************************************
       000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
                ERROR(900-ERROR-HANDLER)
                END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-RELEASE-DATE)
                DATESEP('-')
                TIME(WS-RELEASE-TIME)
                TIMESEP('.')
           END-EXEC.

           MOVE LOW-VALUES TO WS-BROWSE-KEY
                              WS-LAST-KEY.
           PERFORM 100-RELEASE-ONE-BATCH UNTIL WS-PASS-DONE.

           IF WS-RELEASED-COUNT > ZERO
               PERFORM 300-KICK-DISPATCHER
           END-IF.

           MOVE WS-RELEASED-COUNT  TO WS-COUNT-EDIT.
           MOVE WS-DISCARDED-COUNT TO WS-COUNT-EDIT-2.
           MOVE SPACES TO ERROR-MSG.
           STRING 'AIBS HOLD RELEASE ' WS-RELEASE-DATE
               ' - RELEASED ' WS-COUNT-EDIT
               ' DISCARDED ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO ERROR-MSG
           END-STRING.
           EXEC CICS WRITE OPERATOR
                TEXT(ERROR-MSG)
                TEXTLENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

      ******************************************************************
      * COLLECT UP TO WS-DUE-MAX DUE CHAINS FROM WHERE THE LAST BATCH  *
      * LEFT OFF, THEN RELEASE THEM. THE PASS ENDS WHEN THE BROWSE     *
      * REACHES THE END OF HOLDFILE.                                   *
      ******************************************************************
       100-RELEASE-ONE-BATCH.
           MOVE ZERO TO WS-DUE-USED.
           MOVE 'NO' TO WS-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE('HOLDFILE')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 110-READ-NEXT-HELD-CHAIN
                           UNTIL WS-BATCH-FULL OR WS-BROWSE-ENDED
                   EXEC CICS ENDBR
                        FILE('HOLDFILE')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   SET WS-BROWSE-ENDED TO TRUE
               WHEN OTHER
                   MOVE 'HOLDFILE BROWSE FAILURE - RELEASE STOPPED'
                       TO ERROR-MSG
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
                   SET WS-BROWSE-ENDED TO TRUE
           END-EVALUATE.

           PERFORM 200-RELEASE-HELD-CHAIN
                   VARYING WS-DUE-INDEX FROM 1 BY 1
                   UNTIL WS-DUE-INDEX > WS-DUE-USED.

           IF WS-BROWSE-ENDED
               SET WS-PASS-DONE TO TRUE
           ELSE
               MOVE WS-LAST-KEY TO WS-BROWSE-KEY
           END-IF.

       110-READ-NEXT-HELD-CHAIN.
           EXEC CICS READNEXT
                FILE('HOLDFILE')
                INTO(HELD-CHAIN-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(LENGTH OF WS-BROWSE-KEY)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF HOLD-CORREL-ID NOT = WS-LAST-KEY
                       MOVE HOLD-CORREL-ID TO WS-LAST-KEY
                       IF HOLD-EFFECTIVE-DATE NOT > WS-RELEASE-DATE
                           ADD 1 TO WS-DUE-USED
                           MOVE HOLD-CORREL-ID
                               TO WS-DUE-CORREL-ID(WS-DUE-USED)
                           IF WS-DUE-USED >= WS-DUE-MAX
                               SET WS-BATCH-FULL TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET WS-BROWSE-ENDED TO TRUE
               WHEN OTHER
                   MOVE 'HOLDFILE READNEXT FAILURE - RELEASE STOPPED'
                       TO ERROR-MSG
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
                   SET WS-BROWSE-ENDED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * RELEASE ONE DUE CHAIN. THE STATUS RECORD IS READ FOR UPDATE    *
      * FIRST AND THE HELD COPY SECOND - THE SAME ASTATFIL-THEN-       *
      * HOLDFILE ORDER CANCELTXN USES (245/248 IN WavineCICS), SO THE  *
      * TWO CAN NEVER HOLD ONE LOCK EACH AND WAIT ON THE OTHER. A      *
      * CANCELTXN ARRIVING NOW EITHER GOT THERE FIRST (THE STATUS SAYS *
      * CANCELLED, OR THE HELD COPY IS GONE) OR WAITS ON THE STATUS    *
      * RECORD AND FINDS AN ORDINARY PENDING CHAIN.                    *
      * A STATUS RECORD THAT IS MISSING OR CANNOT BE READ LEAVES THE   *
      * HELD COPY WHERE IT IS AND THE OPERATOR IS TOLD - NOTHING WOULD *
      * TRACK THE CHAIN ONCE QUEUED, AND THE DISPATCHER WOULD DROP IT  *
      * ANYWAY.                                                        *
      ******************************************************************
       200-RELEASE-HELD-CHAIN.
           MOVE 'OK' TO WS-CHAIN-SWITCH.

           EXEC CICS READ
                FILE('ASTATFIL')
                INTO(ASYNC-STATUS-RECORD)
                RIDFLD(WS-DUE-CORREL-ID(WS-DUE-INDEX))
                KEYLENGTH(LENGTH OF HOLD-CORREL-ID)
                UPDATE
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 205-JUDGE-HELD-CHAIN
               WHEN DFHRESP(NOTFND)
                   MOVE 'HELD CHAIN NOT RELEASED - NO STATUS RECORD'
                       TO ERROR-MSG
                   PERFORM 290-BACK-OUT-CHAIN
               WHEN OTHER
                   MOVE 'HELD CHAIN NOT RELEASED - STATUS READ FAIL'
                       TO ERROR-MSG
                   PERFORM 290-BACK-OUT-CHAIN
           END-EVALUATE.

      ******************************************************************
      * THE STATUS RECORD IS HELD - NOW READ THE HELD COPY FOR UPDATE. *
      * ONLY A SCHEDULED CHAIN IS RELEASED. A HELD COPY WHOSE STATUS   *
      * SAYS ANYTHING ELSE IS STALE (CANCELLED, OR RELEASED BY AN      *
      * EARLIER PASS WHOSE DELETE FAILED) AND IS DISCARDED. A HELD     *
      * COPY ALREADY GONE WAS TAKEN BY A CANCELTXN OR AN EARLIER PASS, *
      * SO THE STATUS RECORD IS SIMPLY RELEASED.                       *
      ******************************************************************
       205-JUDGE-HELD-CHAIN.
           EXEC CICS READ
                FILE('HOLDFILE')
                INTO(HELD-CHAIN-RECORD)
                RIDFLD(WS-DUE-CORREL-ID(WS-DUE-INDEX))
                KEYLENGTH(LENGTH OF HOLD-CORREL-ID)
                UPDATE
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                       AND ASTAT-STATUS-CODE = AI-RESP-SCHEDULED
                   PERFORM 210-QUEUE-RELEASED-CHAIN
               WHEN EIBRESP = DFHRESP(NORMAL)
                   PERFORM 250-DISCARD-STALE-CHAIN
               WHEN EIBRESP = DFHRESP(NOTFND)
                   EXEC CICS UNLOCK
                        FILE('ASTATFIL')
                        RESP(EIBRESP)
                   END-EXEC
               WHEN OTHER
                   MOVE 'HELD CHAIN READ FAILURE - NOT RELEASED'
                       TO ERROR-MSG
                   PERFORM 290-BACK-OUT-CHAIN
           END-EVALUATE.

      ******************************************************************
      * REBUILD THE REQUEST AS WavineCICS WOULD HAVE QUEUED IT, PUT IT *
      * ON ITS PRIORITY QUEUE, TURN THE STATUS PENDING AND DROP THE    *
      * HELD COPY, THEN COMMIT. ANY FAILURE BACKS THE WHOLE CHAIN OUT  *
      * (THE TDQS ARE RECOVERABLE), LEAVING IT HELD AND SCHEDULED FOR  *
      * THE NEXT PASS.                                                 *
      ******************************************************************
       210-QUEUE-RELEASED-CHAIN.
           MOVE LOW-VALUES TO AI-REQUEST-AREA.
           MOVE 'UPDATETXN'            TO AI-FUNCTION-CODE.
           MOVE HOLD-CHAIN-TABLE
               TO AI-REQUEST-AREA(10:LENGTH OF HOLD-CHAIN-TABLE).
           MOVE HOLD-EFFECTIVE-DATE    TO AI-UPDATE-EFFECTIVE-DATE.
           MOVE AI-RESP-PENDING        TO AI-RESPONSE-CODE.
           MOVE HOLD-REQUEST-TIMESTAMP TO AI-TIMESTAMP.
           MOVE HOLD-TRACE-ID          TO AI-TRACE-ID.
           MOVE HOLD-ENCRYPTION-FLAG   TO AI-ENCRYPTION-FLAG.
           MOVE HOLD-CORREL-ID         TO AI-CORREL-ID.
           MOVE HOLD-PRIORITY          TO AI-PRIORITY.
           MOVE HOLD-CALLER-ID         TO AI-CALLER-ID.

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
               MOVE 'HELD CHAIN QUEUE WRITE FAILURE - NOT RELEASED'
                   TO ERROR-MSG
               SET WS-CHAIN-RELEASE-FAILED TO TRUE
           END-IF.

           IF NOT WS-CHAIN-RELEASE-FAILED
               MOVE AI-RESP-PENDING  TO ASTAT-STATUS-CODE
               MOVE WS-RELEASE-STAMP TO ASTAT-TIMESTAMP
               EXEC CICS REWRITE
                    FILE('ASTATFIL')
                    FROM(ASYNC-STATUS-RECORD)
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'HELD CHAIN STATUS REWRITE FAILURE'
                       TO ERROR-MSG
                   SET WS-CHAIN-RELEASE-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT WS-CHAIN-RELEASE-FAILED
               EXEC CICS DELETE
                    FILE('HOLDFILE')
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'HELD CHAIN DELETE FAILURE - NOT RELEASED'
                       TO ERROR-MSG
                   SET WS-CHAIN-RELEASE-FAILED TO TRUE
               END-IF
           END-IF.

           IF WS-CHAIN-RELEASE-FAILED
               PERFORM 290-BACK-OUT-CHAIN
           ELSE
               EXEC CICS SYNCPOINT
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   MOVE 'HELD CHAIN RELEASE COMMIT FAILURE'
                       TO ERROR-MSG
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
               END-IF
           END-IF.

      ******************************************************************
      * A STALE HELD COPY - THE STATUS IS NOT SCHEDULED, SO THE CHAIN  *
      * WAS CANCELLED OR ALREADY RELEASED. DROP THE COPY AND LEAVE THE *
      * STATUS RECORD AS IT IS.                                        *
      ******************************************************************
       250-DISCARD-STALE-CHAIN.
           EXEC CICS UNLOCK
                FILE('ASTATFIL')
                RESP(EIBRESP)
           END-EXEC.

           EXEC CICS DELETE
                FILE('HOLDFILE')
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-DISCARDED-COUNT
               ELSE
                   MOVE 'STALE HELD CHAIN COMMIT FAILURE' TO ERROR-MSG
                   PERFORM 290-BACK-OUT-CHAIN
               END-IF
           ELSE
               MOVE 'STALE HELD CHAIN DELETE FAILURE' TO ERROR-MSG
               PERFORM 290-BACK-OUT-CHAIN
           END-IF.

      ******************************************************************
      * BACK OUT WHATEVER THIS CHAIN'S UNIT OF WORK DID (RELEASING ITS *
      * LOCKS) AND TELL THE OPERATOR WHY IT WAS LEFT HELD. EARLIER     *
      * CHAINS ARE ALREADY COMMITTED AND ARE NOT AFFECTED.             *
      ******************************************************************
       290-BACK-OUT-CHAIN.
           EXEC CICS SYNCPOINT ROLLBACK
                RESP(EIBRESP)
           END-EXEC.

           EXEC CICS WRITE OPERATOR
                TEXT(ERROR-MSG)
                TEXTLENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.

      ******************************************************************
      * KICK THE AIBD DISPATCHER FOR THE CHAINS JUST QUEUED, CREATING  *
      * THE GOVERNOR RECORD FIRST IF NO UPDATETXN HAS EVER BEEN        *
      * QUEUED (THE SAME FIRST-USE CREATE AS 227 IN WavineCICS). A     *
      * FAILED KICK IS ONLY LOGGED - THE CHAINS ARE SAFELY QUEUED AND  *
      * THE NEXT ENQUEUE OR CHAIN COMPLETION KICKS AIBD AGAIN.         *
      ******************************************************************
       300-KICK-DISPATCHER.
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
      * ERROR HANDLING - A STARTED TASK HAS NO CALLER TO ANSWER; LOG   *
      * AND RETURN. CHAINS ALREADY RELEASED ARE COMMITTED; THE REST    *
      * STAY HELD FOR THE NEXT PASS.                                   *
      ******************************************************************
       900-ERROR-HANDLER.
           MOVE 'AIBS HOLD RELEASE ERROR' TO ERROR-MSG
           EXEC CICS WRITE OPERATOR
                TEXT(ERROR-MSG)
                TEXTLENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       END PROGRAM WavineHoldRel.
