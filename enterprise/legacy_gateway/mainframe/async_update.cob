      *              FINISHED. A CHAIN THE DISPATCHER DROPS WITHOUT    *
      *              EVER STARTING AIB1 STILL ANSWERS THROUGH STATCHK  *
      *              ONLY.                                             *
      *  11/08/2024  POSTTXN CHAINS. AN ITEM OF A POSTTXN CHAIN        *
      *              CARRIES A SIGNED AMOUNT (AI-POST-ENTRY) THAT THE  *
      *              NEW 113 ADDS TO BOTH ACCOUNT BALANCES UNDER THE   *
      *              READ FOR UPDATE, STAMPING ACCT-LAST-ACTIVITY, SO  *
      *              TWO CALLERS POSTING TO ONE ACCOUNT NO LONGER      *
      *              OVERLAY EACH OTHER'S IMAGE. A DEBIT THAT WOULD    *
      *              TAKE THE AVAILABLE BALANCE BELOW ZERO, OR ANY     *
      *              DEBIT TO A NON-ACTIVE ACCOUNT, IS REFUSED WITH    *
      *              AI-RESP-INSUFFICIENT-FUNDS AND ENDS THE CHAIN     *
      *              WITH THAT CODE AS ITS FINAL STATUS. THE JOURNAL   *
      *              RECORD IS WRITTEN AS FOR ANY OTHER ITEM.          *
      *  11/15/2024  REVERSTXN CHAINS. THE NEW 130 BUILDS THE CHAIN    *
      *              FROM THE JRNLFILE RECORDS OF THE CHAIN BEING      *
      *              REVERSED (AIREVRSQ), LAST ITEM FIRST, AND 132     *
      *              PUTS EACH ACCOUNT BACK TO ITS BEFORE-IMAGE ONLY   *
      *              WHILE IT STILL EQUALS THE AFTER-IMAGE. AN ACCOUNT *
      *              CHANGED OR DELETED SINCE IS LEFT ALONE, GETS      *
      *              AI-RESP-REVERSAL-CONFLICT ON ITS ITEM AND IS TOLD *
      *              TO THE OPERATOR; THE CHAIN CARRIES ON AND ENDS    *
      *              AI-RESP-ASYNC-PARTIAL. RESTORED ITEMS ARE         *
      *              JOURNALED UNDER THE REVERSAL'S OWN CORREL-ID, AND *
      *              187 RECORDS THE OUTCOME AND COUNTS ON REVFILE     *
      *              (SEE REVSREC) AGAINST THE ORIGINAL CHAIN. EACH    *
      *              ITEM IS CHECKPOINTED AS IT IS DONE, SO A RESUMED  *
      *              REVERSAL NEVER REVISITS A RESTORED ACCOUNT AND    *
      *              REPORTS IT AS A CONFLICT.                         *
      *  01/24/2025  A POSTTXN CHAIN NOW CHECKPOINTS AFTER EVERY       *
      *              APPLIED ITEM, SO THE ACCOUNT REWRITE, ITS JOURNAL *
      *              RECORD AND THE RESTART RECORD COMMIT TOGETHER. AN *
      *              AMOUNT IS ADDED, NOT REPLACED, SO A RESUBMIT OF A *
      *              CHAIN THAT FAILED BETWEEN 10-ITEM CHECKPOINTS     *
      *              USED TO POST THE ITEMS SINCE THE LAST ONE TWICE.  *
      *              A POSTTXN OR REVERSTXN CHECKPOINT WHOSE RESTART   *
      *              RECORD CANNOT BE WRITTEN IS ROLLED BACK RATHER    *
      *              THAN COMMITTED. 113 FAILS A POSTTXN ITEM WHOSE    *
      *              MASTER BALANCES ARE NOT NUMERIC INSTEAD OF        *
      *              ABENDING ON THEM.                                 *
      *              196 ZEROES THE QUOTFILE POSTTXN AND APPROVAL      *
      *              FIELDS BEFORE ITS READ, SO A SHORT RECORD WRITTEN *
      *              BEFORE THOSE FIELDS WERE ADDED IS NOT REWRITTEN   *
      *              WITH WHATEVER THE AREA LAST HELD.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY AIREQARE.
       COPY AIREVRSQ.
       COPY AIUPDSEQ.
       COPY AIRESPCD.
       COPY ASTATREC.
       COPY JRNLREC.
       COPY AUTHREC.
       COPY NOTFREC.
       COPY REVSREC.

       01  ERROR-CONTROL.
           05  EIBRESP               PIC S9(8) COMP.
       01  WS-PAYLOAD-SWITCH         PIC X(4) VALUE 'OK'.
           88  WS-ITEM-PAYLOAD-INVALID VALUE 'BAD'.

      ******************************************************************
      * POSTTXN WORK FIELDS - THE BALANCES AS THEY WOULD STAND AFTER   *
      * THE CURRENT ITEM'S AMOUNT IS ADDED, JUDGED BEFORE ANYTHING IS  *
      * MOVED INTO ACCOUNT-RECORD. A REFUSED DEBIT SETS THE SWITCH SO  *
      * 192 RECORDS AI-RESP-INSUFFICIENT-FUNDS INSTEAD OF A PLAIN      *
      * FAILURE - A REFUSAL IS A BUSINESS ANSWER, NOT A RETRYABLE      *
      * FAULT, SO THE CHAIN IS NOT LEFT RESUMABLE.                     *
      ******************************************************************
       01  WS-POST-NEW-CURRENT       PIC S9(11)V99.
       01  WS-POST-NEW-AVAIL         PIC S9(11)V99.
       01  WS-POSTING-REFUSED-SWITCH PIC X(4) VALUE 'NO'.
           88  WS-POSTING-REFUSED    VALUE 'YES'.

      ******************************************************************
      * REVERSTXN WORK FIELDS. THE CORREL-ID OF THE CHAIN BEING        *
      * REVERSED IS SAVED BEFORE 130 BUILDS THE ITEM TABLE OVER THE    *
      * SAME BYTES. REVERSAL ITEM N UNDOES ORIGINAL ITEM               *
      * (COUNT - N + 1), WHOSE JOURNALED IMAGES ARE HELD HERE WHILE    *
      * THE ACCOUNT IS JUDGED AGAINST THEM. THE RESTORED/CONFLICT      *
      * COUNTS ARE TAKEN BY 180 FROM THE REVERSAL'S OWN JOURNAL, SO    *
      * THEY STAY RIGHT ACROSS A RESUME.                               *
      ******************************************************************
       01  WS-REVERSE-ORIG-CORREL    PIC X(16) VALUE SPACES.
       01  WS-JRNL-LOOKUP-KEY.
           05  WS-JRNL-LOOKUP-CORREL PIC X(16).
           05  WS-JRNL-LOOKUP-SEQ    PIC 9(4).
       01  WS-ORIG-SEQ               PIC 9(4) COMP.
       01  WS-ORIG-SEQ-DISPLAY       PIC 9(4).
       01  WS-REVERSAL-INDEX         PIC 9(4) COMP.
       01  WS-REVERSAL-BEFORE-IMAGE  PIC X(150).
       01  WS-REVERSAL-AFTER-IMAGE   PIC X(150).
       01  WS-REV-RESTORED-COUNT     PIC 9(4) COMP VALUE ZERO.
       01  WS-REV-CONFLICT-COUNT     PIC 9(4) COMP VALUE ZERO.
       01  WS-JRNL-BROWSE-SWITCH     PIC X(4) VALUE 'NO'.
           88  WS-JRNL-BROWSE-DONE   VALUE 'YES'.
       01  WS-JRNL-BROWSE-FAILED-SW  PIC X(4) VALUE 'NO'.
           88  WS-JRNL-BROWSE-FAILED VALUE 'YES'.

      ******************************************************************
      * SET WHEN A CHECKPOINT-BOUNDARY READ OF ASTATFIL FINDS THE      *
      * CHAIN'S STATUS REWRITTEN TO AI-RESP-ASYNC-CANCELLED BY A       *
       100-PROCESS-UPDATE-CHAIN.
           MOVE 1 TO WS-START-SEQ.

           IF AI-FUNCTION-CODE = 'REVERSTXN'
               MOVE AI-REVERSE-ORIG-CORREL TO WS-REVERSE-ORIG-CORREL
               MOVE ZERO TO AI-UPDATE-ITEM-COUNT
           END-IF.

      ******************************************************************
      * A CANCELTXN CAN LAND WHILE THE CHAIN IS STILL QUEUED OR JUST   *
      * DISPATCHED - CHECK BEFORE TOUCHING ANYTHING SO A CANCELLED     *
               COMPUTE WS-START-SEQ = RESTART-LAST-SEQ + 1
           END-IF.

      ******************************************************************
      * A REVERSTXN ARRIVES WITH NO ITEM TABLE - IT IS BUILT HERE FROM *
      * THE ORIGINAL CHAIN'S JOURNAL, WHICH NEVER CHANGES, SO A        *
      * RESUMED REVERSAL REBUILDS EXACTLY THE SAME TABLE AND THE       *
      * RESTART SEQUENCE STILL MEANS THE SAME ITEM. EVERY ITEM IS      *
      * CHECKPOINTED AS IT IS DONE (SEE 105), SO THE RESUME STARTS     *
      * PAST EVERY ACCOUNT ALREADY RESTORED. A JOURNAL THAT            *
      * CANNOT BE READ LEAVES A ZERO COUNT, WHICH FAILS THE CHAIN      *
      * BELOW LIKE ANY OTHER OUT-OF-RANGE COUNT.                       *
      ******************************************************************
           IF AI-FUNCTION-CODE = 'REVERSTXN'
               PERFORM 130-LOAD-REVERSAL-CHAIN
           END-IF.

           IF AI-UPDATE-ITEM-COUNT < 1
               OR AI-UPDATE-ITEM-COUNT > AI-UPDATE-MAX-ENTRIES
               MOVE 'UPDATE ITEM COUNT OUT OF RANGE' TO ERROR-MSG
      ******************************************************************
      * ONE ITERATION OF THE UPDATE CHAIN - APPLY THE ITEM AND, EVERY  *
      * WS-CHECKPOINT-INTERVAL ITEMS OR ON THE LAST ITEM, CHECKPOINT.  *
      * A POSTTXN CHAIN CHECKPOINTS AFTER EVERY ITEM THAT APPLIED: ITS *
      * AMOUNTS ADD TO THE BALANCES, SO AN ITEM COMMITTED PAST THE     *
      * LAST CHECKPOINT WOULD BE POSTED AGAIN BY THE RESUBMIT. A       *
      * REVERSTXN CHAIN DOES THE SAME: A RESTORED ACCOUNT NO LONGER    *
      * EQUALS ITS AFTER-IMAGE, SO A RESUME THAT VISITED IT AGAIN      *
      * WOULD REPORT A FALSE CONFLICT. AN ITEM THAT FAILED CHANGED     *
      * NOTHING AND IS NOT CHECKPOINTED, SO THE RESUBMIT STARTS AT IT. *
      ******************************************************************
       105-PROCESS-CHAIN-ITEM.
           IF AI-FUNCTION-CODE = 'REVERSTXN'
               PERFORM 132-APPLY-REVERSAL-ITEM
           ELSE
               PERFORM 110-APPLY-UPDATE-ITEM
           END-IF.

           IF AI-FUNCTION-CODE = 'POSTTXN'
                   OR AI-FUNCTION-CODE = 'REVERSTXN'
               IF NOT WS-CHAIN-FAILED
                   PERFORM 120-WRITE-RESTART-CHECKPOINT
               END-IF
           ELSE
               DIVIDE WS-SEQ BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CHECKPOINT-QUOTIENT
                   REMAINDER WS-CHECKPOINT-REMAINDER
               IF WS-CHECKPOINT-REMAINDER = 0
                       OR WS-SEQ = AI-UPDATE-ITEM-COUNT
                   PERFORM 120-WRITE-RESTART-CHECKPOINT
               END-IF
           END-IF.

      ******************************************************************
      * THAT ITEM - EVERY ITEM ALREADY COMMITTED STAYS COMMITTED, AND  *
      * THE CALLER'S RESUBMIT RESUMES PAST THE LAST CHECKPOINT. THE    *
      * PAYLOAD'S FIRST 150 BYTES ARE THE NEW ACCT-DATA IMAGE (THE     *
      * REST OF THE 200-BYTE PAYLOAD IS RESERVED), SO RE-APPLYING AN   *
      * ITEM COMMITTED AFTER THAT CHECKPOINT CHANGES NOTHING. A        *
      * POSTTXN ITEM INSTEAD CARRIES A SIGNED AMOUNT AND IS APPLIED BY *
      * 113; 105 CHECKPOINTS EVERY SUCCESSFUL ONE, SO ITS RESUBMIT     *
      * RESUMES AT THE FAILED ITEM AND NO AMOUNT IS POSTED TWICE.      *
      ******************************************************************
       110-APPLY-UPDATE-ITEM.
           EXEC CICS READ

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF AI-FUNCTION-CODE = 'POSTTXN'
                       PERFORM 113-APPLY-POSTING-ITEM
                   ELSE
                       PERFORM 112-EDIT-ITEM-PAYLOAD
                       IF WS-ITEM-PAYLOAD-INVALID
                           MOVE AI-RESP-INVALID-PAYLOAD
                               TO AI-UPDATE-RESULT(WS-SEQ)
                           SET WS-CHAIN-FAILED TO TRUE
                       ELSE
                           MOVE ACCT-DATA TO WS-BEFORE-IMAGE
                           MOVE AI-UPDATE-PAYLOAD(WS-SEQ)
                               (1:LENGTH OF ACCT-DATA) TO ACCT-DATA
                           EXEC CICS REWRITE
                                FILE('ACCTFILE')
                                FROM(ACCOUNT-RECORD)
                                RESP(EIBRESP)
                           END-EXEC
                           IF EIBRESP = DFHRESP(NORMAL)
                               MOVE AI-RESP-SUCCESS
                                   TO AI-UPDATE-RESULT(WS-SEQ)
                               PERFORM 115-WRITE-JOURNAL-RECORD
                           ELSE
                               MOVE AI-RESP-BACKEND-FAIL
                                   TO AI-UPDATE-RESULT(WS-SEQ)
                               SET WS-CHAIN-FAILED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
               SET WS-ITEM-PAYLOAD-INVALID TO TRUE
           END-IF.

      ******************************************************************
      * APPLY ONE POSTTXN ITEM TO THE ACCOUNT JUST READ FOR UPDATE.    *
      * THE AMOUNT IS ADDED TO BOTH BALANCES, SO A CONCURRENT POSTING  *
      * TO THE SAME ACCOUNT IS SERIALIZED BY THE RECORD LOCK RATHER    *
      * THAN LOST. A NEGATIVE AMOUNT IS A DEBIT: IT IS REFUSED WHEN    *
      * THE ACCOUNT IS NOT ACTIVE OR THE AVAILABLE BALANCE WOULD GO    *
      * BELOW ZERO, AND THE REFUSAL FAILS THE CHAIN AT THAT ITEM LIKE  *
      * ANY OTHER ITEM FAILURE. A NON-NUMERIC AMOUNT, OR ONE THAT      *
      * WOULD OVERFLOW A BALANCE, IS AN INVALID PAYLOAD. NOTHING IS    *
      * REWRITTEN FOR A REFUSED OR INVALID ITEM - THE READ UPDATE IS   *
      * RELEASED WHEN THE TASK ENDS. A POSTED ITEM COMMITS AT ONCE     *
      * WITH ITS OWN CHECKPOINT (SEE 105), SO A FAILED CHAIN'S         *
      * RESUBMIT STARTS AT THE ITEM THAT FAILED AND NEVER RE-POSTS AN  *
      * AMOUNT ALREADY ADDED. A MASTER RECORD WHOSE BALANCES ARE NOT   *
      * NUMERIC CANNOT BE POSTED TO AT ALL - THE ITEM FAILS WITH       *
      * AI-RESP-BACKEND-FAIL, THE RECORD IS RELEASED UNTOUCHED AND THE *
      * OPERATOR IS TOLD WHICH ACCOUNT NEEDS REPAIR.                   *
      ******************************************************************
       113-APPLY-POSTING-ITEM.
           IF ACCT-CURRENT-BALANCE NOT NUMERIC
                   OR ACCT-AVAIL-BALANCE NOT NUMERIC
               MOVE AI-RESP-BACKEND-FAIL TO AI-UPDATE-RESULT(WS-SEQ)
               SET WS-CHAIN-FAILED TO TRUE
               EXEC CICS UNLOCK
                    FILE('ACCTFILE')
                    RESP(EIBRESP)
               END-EXEC
               MOVE SPACES TO ERROR-MSG
               STRING 'POSTTXN ACCOUNT BALANCE NOT NUMERIC, KEY '
                   AI-UPDATE-KEY(WS-SEQ)
                   DELIMITED BY SIZE INTO ERROR-MSG
               END-STRING
               EXEC CICS WRITE OPERATOR
                    TEXT(ERROR-MSG)
                    TEXTLENGTH(LENGTH OF ERROR-MSG)
               END-EXEC
           ELSE
               PERFORM 116-POST-ITEM-AMOUNT
           END-IF.

       114-REWRITE-POSTED-ACCOUNT.
           PERFORM 118-TAKE-WALL-CLOCK-STAMP.

           MOVE ACCT-DATA           TO WS-BEFORE-IMAGE
           MOVE WS-POST-NEW-CURRENT TO ACCT-CURRENT-BALANCE
           MOVE WS-POST-NEW-AVAIL   TO ACCT-AVAIL-BALANCE
           MOVE WS-CKPT-DATE        TO ACCT-LAST-ACTIVITY.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCOUNT-RECORD)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
               MOVE AI-RESP-SUCCESS TO AI-UPDATE-RESULT(WS-SEQ)
               PERFORM 115-WRITE-JOURNAL-RECORD
           ELSE
               MOVE AI-RESP-BACKEND-FAIL TO AI-UPDATE-RESULT(WS-SEQ)
               SET WS-CHAIN-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * JOURNAL THE APPLIED ITEM. AN ITEM RE-APPLIED BY A RESUMED      *
      * CHAIN ALREADY HAS A JOURNAL RECORD UNDER THIS KEY, SO READ     *
               END-EXEC
           END-IF.

      ******************************************************************
      * POST THE CURRENT POSTTXN ITEM TO AN ACCOUNT WHOSE BALANCES     *
      * 113 HAS FOUND NUMERIC - THE EDITS AND REFUSALS IT DESCRIBES.   *
      ******************************************************************
       116-POST-ITEM-AMOUNT.
           MOVE 'OK' TO WS-PAYLOAD-SWITCH.

           IF AI-POST-AMOUNT(WS-SEQ) NOT NUMERIC
               SET WS-ITEM-PAYLOAD-INVALID TO TRUE
           ELSE
               COMPUTE WS-POST-NEW-CURRENT =
                   ACCT-CURRENT-BALANCE + AI-POST-AMOUNT(WS-SEQ)
                   ON SIZE ERROR
                       SET WS-ITEM-PAYLOAD-INVALID TO TRUE
               END-COMPUTE
               COMPUTE WS-POST-NEW-AVAIL =
                   ACCT-AVAIL-BALANCE + AI-POST-AMOUNT(WS-SEQ)
                   ON SIZE ERROR
                       SET WS-ITEM-PAYLOAD-INVALID TO TRUE
               END-COMPUTE
           END-IF.

           IF WS-ITEM-PAYLOAD-INVALID
               MOVE AI-RESP-INVALID-PAYLOAD TO AI-UPDATE-RESULT(WS-SEQ)
               SET WS-CHAIN-FAILED TO TRUE
           ELSE
               IF AI-POST-AMOUNT(WS-SEQ) < ZERO
                       AND (NOT ACCT-STATUS-ACTIVE
                           OR WS-POST-NEW-AVAIL < ZERO)
                   MOVE AI-RESP-INSUFFICIENT-FUNDS
                       TO AI-UPDATE-RESULT(WS-SEQ)
                   SET WS-POSTING-REFUSED TO TRUE
                   SET WS-CHAIN-FAILED TO TRUE
               ELSE
                   PERFORM 114-REWRITE-POSTED-ACCOUNT
               END-IF
           END-IF.

      ******************************************************************
      * WALL-CLOCK STAMP INTO WS-CHECKPOINT-STAMP - SHARED BY THE      *
      * JOURNAL WRITER AND THE RESTART CHECKPOINT.                     *
               SET WS-CHAIN-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * A POSTTXN OR REVERSTXN ITEM WHOSE RESTART RECORD DID NOT WRITE *
      * IS BACKED OUT WITH ITS ACCOUNT REWRITE AND JOURNAL RECORD -    *
      * COMMITTED WITHOUT ITS CHECKPOINT, THE RESUBMIT WOULD POST IT   *
      * AGAIN OR REPORT IT AS A CONFLICT.                              *
      ******************************************************************
           IF WS-CHAIN-FAILED
                   AND (AI-FUNCTION-CODE = 'POSTTXN'
                     OR AI-FUNCTION-CODE = 'REVERSTXN')
               EXEC CICS SYNCPOINT ROLLBACK
                    RESP(EIBRESP)
               END-EXEC
               MOVE AI-RESP-BACKEND-FAIL TO AI-UPDATE-RESULT(WS-SEQ)
           ELSE
               EXEC CICS SYNCPOINT
                    RESP(EIBRESP)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   SET WS-CHAIN-FAILED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
               SET WS-CHAIN-CANCELLED TO TRUE
           END-IF.

      ******************************************************************
      * BUILD A REVERSTXN CHAIN. BROWSE THE ORIGINAL CHAIN'S JOURNAL   *
      * RECORDS (JRNL-KEY IS CORREL-ID + SEQUENCE, SO THEY ARE         *
      * CONTIGUOUS) - THE HIGHEST SEQUENCE FOUND IS THE NUMBER OF      *
      * ITEMS TO UNDO. THE ACCOUNT KEY OF EACH ITEM IS FILLED IN AS    *
      * 132 REACHES IT.                                                *
      ******************************************************************
       130-LOAD-REVERSAL-CHAIN.
           MOVE ZERO TO AI-UPDATE-ITEM-COUNT.
           MOVE 'NO' TO WS-JRNL-BROWSE-SWITCH.
           MOVE 'NO' TO WS-JRNL-BROWSE-FAILED-SW.
           MOVE WS-REVERSE-ORIG-CORREL TO WS-JRNL-LOOKUP-CORREL.
           MOVE ZERO TO WS-JRNL-LOOKUP-SEQ.

           EXEC CICS STARTBR
                FILE('JRNLFILE')
                RIDFLD(WS-JRNL-LOOKUP-KEY)
                KEYLENGTH(LENGTH OF WS-JRNL-LOOKUP-KEY)
                GTEQ
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 131-READ-NEXT-ORIGINAL-ITEM
                           UNTIL WS-JRNL-BROWSE-DONE
                   EXEC CICS ENDBR
                        FILE('JRNLFILE')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET WS-JRNL-BROWSE-FAILED TO TRUE
           END-EVALUATE.

           IF WS-JRNL-BROWSE-FAILED
               MOVE ZERO TO AI-UPDATE-ITEM-COUNT
               MOVE 'REVERSAL JOURNAL BROWSE FAILURE' TO ERROR-MSG
               EXEC CICS WRITE OPERATOR
                    TEXT(ERROR-MSG)
                    TEXTLENGTH(LENGTH OF ERROR-MSG)
               END-EXEC
           END-IF.

       131-READ-NEXT-ORIGINAL-ITEM.
           EXEC CICS READNEXT
                FILE('JRNLFILE')
                INTO(JOURNAL-RECORD)
                RIDFLD(WS-JRNL-LOOKUP-KEY)
                KEYLENGTH(LENGTH OF WS-JRNL-LOOKUP-KEY)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP NOT = DFHRESP(NORMAL)
               IF EIBRESP NOT = DFHRESP(ENDFILE)
                   SET WS-JRNL-BROWSE-FAILED TO TRUE
               END-IF
               SET WS-JRNL-BROWSE-DONE TO TRUE
           ELSE
               IF JRNL-CORREL-ID NOT = WS-REVERSE-ORIG-CORREL
                   SET WS-JRNL-BROWSE-DONE TO TRUE
               ELSE
                   MOVE JRNL-SEQUENCE TO AI-UPDATE-ITEM-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * UNDO ONE ORIGINAL ITEM, LAST FIRST. THE ACCOUNT IS PUT BACK TO *
      * THE JOURNALED BEFORE-IMAGE ONLY WHILE IT STILL EQUALS THE      *
      * JOURNALED AFTER-IMAGE - ANYTHING ELSE MEANS SOMEONE CHANGED IT *
      * SINCE, AND OVERLAYING THAT CHANGE WOULD LOSE IT. SUCH AN ITEM  *
      * (AND ONE WHOSE ACCOUNT HAS GONE, OR WHOSE JOURNAL RECORD WAS   *
      * NEVER WRITTEN) IS A CONFLICT: LEFT ALONE, REPORTED, AND THE    *
      * CHAIN CARRIES ON. ONLY A FILE FAILURE FAILS THE CHAIN.         *
      ******************************************************************
       132-APPLY-REVERSAL-ITEM.
           COMPUTE WS-ORIG-SEQ = AI-UPDATE-ITEM-COUNT - WS-SEQ + 1.
           MOVE WS-REVERSE-ORIG-CORREL TO WS-JRNL-LOOKUP-CORREL.
           MOVE WS-ORIG-SEQ            TO WS-JRNL-LOOKUP-SEQ.

           EXEC CICS READ
                FILE('JRNLFILE')
                INTO(JOURNAL-RECORD)
                RIDFLD(WS-JRNL-LOOKUP-KEY)
                KEYLENGTH(LENGTH OF WS-JRNL-LOOKUP-KEY)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   MOVE JRNL-UPDATE-KEY   TO AI-UPDATE-KEY(WS-SEQ)
                   MOVE JRNL-BEFORE-IMAGE TO WS-REVERSAL-BEFORE-IMAGE
                   MOVE JRNL-AFTER-IMAGE  TO WS-REVERSAL-AFTER-IMAGE
                   PERFORM 133-JUDGE-REVERSAL-ACCOUNT
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO AI-UPDATE-KEY(WS-SEQ)
                   PERFORM 136-REPORT-REVERSAL-CONFLICT
               WHEN OTHER
                   MOVE AI-RESP-BACKEND-FAIL
                       TO AI-UPDATE-RESULT(WS-SEQ)
                   SET WS-CHAIN-FAILED TO TRUE
           END-EVALUATE.

       133-JUDGE-REVERSAL-ACCOUNT.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCOUNT-RECORD)
                RIDFLD(AI-UPDATE-KEY(WS-SEQ))
                KEYLENGTH(LENGTH OF ACCT-KEY)
                UPDATE
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE EIBRESP
               WHEN DFHRESP(NORMAL)
                   IF ACCT-DATA = WS-REVERSAL-AFTER-IMAGE
                       PERFORM 134-RESTORE-BEFORE-IMAGE
                   ELSE
                       EXEC CICS UNLOCK
                            FILE('ACCTFILE')
                            RESP(EIBRESP)
                       END-EXEC
                       PERFORM 136-REPORT-REVERSAL-CONFLICT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   PERFORM 136-REPORT-REVERSAL-CONFLICT
               WHEN OTHER
                   MOVE AI-RESP-BACKEND-FAIL
                       TO AI-UPDATE-RESULT(WS-SEQ)
                   SET WS-CHAIN-FAILED TO TRUE
           END-EVALUATE.

       134-RESTORE-BEFORE-IMAGE.
           MOVE ACCT-DATA                TO WS-BEFORE-IMAGE
           MOVE WS-REVERSAL-BEFORE-IMAGE TO ACCT-DATA.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCOUNT-RECORD)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
               MOVE AI-RESP-SUCCESS TO AI-UPDATE-RESULT(WS-SEQ)
               PERFORM 115-WRITE-JOURNAL-RECORD
           ELSE
               MOVE AI-RESP-BACKEND-FAIL TO AI-UPDATE-RESULT(WS-SEQ)
               SET WS-CHAIN-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * A CONFLICT IS TOLD TO THE OPERATOR WITH THE ORIGINAL CHAIN,    *
      * ITS ITEM SEQUENCE AND THE ACCOUNT, SO THE ITEM CAN BE SORTED   *
      * OUT BY HAND. THE CHAIN-LEVEL COUNT GOES TO REVFILE AT THE END. *
      ******************************************************************
       136-REPORT-REVERSAL-CONFLICT.
           MOVE AI-RESP-REVERSAL-CONFLICT TO AI-UPDATE-RESULT(WS-SEQ).
           MOVE WS-ORIG-SEQ TO WS-ORIG-SEQ-DISPLAY.
           MOVE SPACES TO ERROR-MSG.
           STRING 'REVERSAL CONFLICT ' WS-REVERSE-ORIG-CORREL
               ' SEQ ' WS-ORIG-SEQ-DISPLAY
               ' KEY ' AI-UPDATE-KEY(WS-SEQ)
               DELIMITED BY SIZE INTO ERROR-MSG
           END-STRING.

           EXEC CICS WRITE OPERATOR
                TEXT(ERROR-MSG)
                TEXTLENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.

      ******************************************************************
      * COUNT A FULLY-WALKED REVERSAL'S OUTCOME FROM ITS OWN JOURNAL - *
      * EVERY RESTORED ITEM HAS A RECORD UNDER THE REVERSAL'S          *
      * CORREL-ID AND EVERY CONFLICT HAS NONE - SO ITEMS COMMITTED     *
      * BEFORE A RESUME COUNT THE SAME AS THOSE APPLIED IN THIS TASK.  *
      ******************************************************************
       180-COUNT-REVERSAL-OUTCOME.
           MOVE ZERO TO WS-REV-RESTORED-COUNT.
           PERFORM 181-COUNT-REVERSAL-ITEM
                   VARYING WS-REVERSAL-INDEX FROM 1 BY 1
                   UNTIL WS-REVERSAL-INDEX > AI-UPDATE-ITEM-COUNT.
           COMPUTE WS-REV-CONFLICT-COUNT =
               AI-UPDATE-ITEM-COUNT - WS-REV-RESTORED-COUNT.

       181-COUNT-REVERSAL-ITEM.
           MOVE AI-CORREL-ID      TO WS-JRNL-LOOKUP-CORREL.
           MOVE WS-REVERSAL-INDEX TO WS-JRNL-LOOKUP-SEQ.

           EXEC CICS READ
                FILE('JRNLFILE')
                INTO(JOURNAL-RECORD)
                RIDFLD(WS-JRNL-LOOKUP-KEY)
                KEYLENGTH(LENGTH OF WS-JRNL-LOOKUP-KEY)
                RESP(EIBRESP)
           END-EXEC.

           IF EIBRESP = DFHRESP(NORMAL)
               ADD 1 TO WS-REV-RESTORED-COUNT
           END-IF.

      ******************************************************************
      * RECORD THE REVERSAL'S FINAL STATUS (AND, WHEN IT RAN TO THE    *
      * END, ITS COUNTS) ON THE REVFILE CLAIM WavineCICS WROTE FOR THE *
      * ORIGINAL CHAIN. A CLAIM SINCE TAKEN OVER BY ANOTHER REVERSAL   *
      * (THIS ONE WAS CANCELLED) IS LEFT TO ITS NEW OWNER. A MISSING   *
      * CLAIM IS WRITTEN AFRESH SO THE LINK IS NEVER LOST. A REVFILE   *
      * FAILURE IS TOLD TO THE OPERATOR BUT DOES NOT DISTURB THE       *
      * OUTCOME ALREADY ON ASTATFIL.                                   *
      ******************************************************************
       187-RECORD-REVERSAL-OUTCOME.
           EXEC CICS READ
                FILE('REVFILE')
                INTO(REVERSAL-RECORD)
                RIDFLD(WS-REVERSE-ORIG-CORREL)
                KEYLENGTH(LENGTH OF WS-REVERSE-ORIG-CORREL)
                UPDATE
                RESP(EIBRESP2)
           END-EXEC.

           IF EIBRESP2 = DFHRESP(NORMAL)
                   AND REV-REVERSAL-CORREL-ID NOT = AI-CORREL-ID
               EXEC CICS UNLOCK
                    FILE('REVFILE')
                    RESP(EIBRESP)
               END-EXEC
           ELSE
               PERFORM 188-WRITE-REVERSAL-OUTCOME
           END-IF.

       188-WRITE-REVERSAL-OUTCOME.
           PERFORM 118-TAKE-WALL-CLOCK-STAMP.

           IF EIBRESP2 NOT = DFHRESP(NORMAL)
               MOVE AI-TIMESTAMP     TO REV-CLAIM-TIMESTAMP
           END-IF.

           MOVE WS-REVERSE-ORIG-CORREL TO REV-ORIG-CORREL-ID
           MOVE AI-CORREL-ID           TO REV-REVERSAL-CORREL-ID
           MOVE AI-CALLER-ID           TO REV-CALLER-ID
           MOVE WS-FINAL-STATUS-CODE   TO REV-STATUS-CODE
           MOVE AI-UPDATE-ITEM-COUNT   TO REV-ITEM-COUNT
           MOVE WS-REV-RESTORED-COUNT  TO REV-RESTORED-COUNT
           MOVE WS-REV-CONFLICT-COUNT  TO REV-CONFLICT-COUNT
           MOVE WS-CHECKPOINT-STAMP    TO REV-FINAL-TIMESTAMP.

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

           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'REVERSAL REGISTER WRITE FAILURE' TO ERROR-MSG
               EXEC CICS WRITE OPERATOR
                    TEXT(ERROR-MSG)
                    TEXTLENGTH(LENGTH OF ERROR-MSG)
               END-EXEC
           END-IF.

      ******************************************************************
      * FINAL OUTCOME. A CANCELLED CHAIN WRITES NO FINAL STATUS - THE  *
      * CANCELLED CODE A CANCELTXN PUT ON ASTATFIL IS THE OUTCOME, AND *
      * OVERWRITING IT WITH FAILED WOULD TURN A DELIBERATE OPERATOR    *
      * ACTION INTO A FAULT - BUT ITS RESTART RECORD IS DROPPED SO A   *
      * RESUBMITTED CORREL-ID STARTS FROM ITEM 1. EVERY OTHER CHAIN    *
      * GOES THROUGH 192 AS BEFORE. A REVERSTXN THEN RECORDS ITS       *
      * OUTCOME AGAINST THE ORIGINAL CHAIN ON REVFILE.                 *
      ******************************************************************
       190-WRITE-FINAL-STATUS.
           IF WS-CHAIN-CANCELLED
               PERFORM 192-WRITE-CHAIN-OUTCOME
           END-IF.

           IF AI-FUNCTION-CODE = 'REVERSTXN'
                   AND WS-REVERSE-ORIG-CORREL NOT = SPACES
               PERFORM 187-RECORD-REVERSAL-OUTCOME
           END-IF.

           PERFORM 193-NOTIFY-CALLER.

       191-DROP-CANCELLED-RESTART.
      * REWRITTEN HERE WAS WRITTEN BY WavineCICS IN A DIFFERENT TASK   *
      * (225-START-ASYNC-UPDATE), SO IT HAS TO BE READ FOR UPDATE IN   *
      * THIS TASK FIRST - SAME REASON AS THE CHECKPOINT READ IN        *
      * 120-WRITE-RESTART-CHECKPOINT. A REFUSED POSTTXN DEBIT ENDS     *
      * WITH AI-RESP-INSUFFICIENT-FUNDS, AND LIKE A SUCCESS DROPS ITS  *
      * RESTART RECORD - A RETRY IS ANSWERED THE REFUSAL BY WavineCICS *
      * RATHER THAN RESUMING, SO THE RECORD WOULD ONLY BE LEFT BEHIND. *
      * A REVERSTXN THAT LEFT ANY ITEM ALONE AS A CONFLICT ENDS WITH   *
      * AI-RESP-ASYNC-PARTIAL - ALSO FINAL, SINCE RESUMING WOULD ONLY  *
      * FIND THE SAME CONFLICTS AGAIN.                                 *
      ******************************************************************
       192-WRITE-CHAIN-OUTCOME.
           IF WS-POSTING-REFUSED
               MOVE AI-RESP-INSUFFICIENT-FUNDS TO WS-FINAL-STATUS-CODE
           ELSE
               IF WS-CHAIN-FAILED OR WS-SEQ <= AI-UPDATE-ITEM-COUNT
                   MOVE AI-RESP-ASYNC-FAILED TO WS-FINAL-STATUS-CODE
               ELSE
                   MOVE AI-RESP-ASYNC-SUCCESS TO WS-FINAL-STATUS-CODE
                   IF AI-FUNCTION-CODE = 'REVERSTXN'
                       PERFORM 180-COUNT-REVERSAL-OUTCOME
                       IF WS-REV-CONFLICT-COUNT > ZERO
                           MOVE AI-RESP-ASYNC-PARTIAL
                               TO WS-FINAL-STATUS-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-FINAL-STATUS-CODE NOT = AI-RESP-ASYNC-FAILED
               EXEC CICS DELETE
                    FILE('RSTRFILE')
                    RIDFLD(AI-CORREL-ID)
      * COVERS RETRYING ANY CHAIN THIS RELEASE UNBLOCKS.               *
      ******************************************************************
       196-RELEASE-CALLER-SLOT.
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
