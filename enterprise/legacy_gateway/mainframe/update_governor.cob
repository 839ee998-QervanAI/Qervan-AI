      *              PER-CALLER CAP EXISTS TO PREVENT. A DEFERRED      *
      *              ENTRY ALSO GOES BACK TO THE QUEUE IT WAS READ     *
      *              FROM, NOT THE QUEUE AI-PRIORITY NAMES.            *
      *  12/20/2024  A PENDING UPDATETXN WITH AN APPRFILE RECORD (SEE  *
      *              APPRREC) STARTS ONLY WHEN THAT RECORD SAYS        *
      *              APPROVED - AN UNAPPROVED ONE IS DROPPED AND THE   *
      *              OPERATOR TOLD. AN UNREADABLE APPRFILE DEFERS THE  *
      *              CHAIN RATHER THAN START OR LOSE IT.               *
      *  01/24/2025  135 AND 150 ZERO THE QUOTFILE POSTTXN AND         *
      *              APPROVAL FIELDS BEFORE THEIR READS, SO A SHORT    *
      *              RECORD WRITTEN BEFORE THOSE FIELDS WERE ADDED IS  *
      *              NOT REWRITTEN WITH WHATEVER THE AREA LAST HELD.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       COPY GOVREC.
       COPY ASTATREC.
       COPY QUOTREC.
       COPY APPRREC.

       01  ERROR-CONTROL.
           05  EIBRESP               PIC S9(8) COMP.
       01  WS-AIBL-DEFERRALS         PIC 9(4) COMP VALUE 0.
       01  WS-MAX-DEFERRALS          PIC 9(4) COMP VALUE 200.

      ******************************************************************
      * SET BY 133 WHEN THE DEQUEUED CHAIN HAS AN APPRFILE RECORD THAT *
      * IS NOT APPROVED - A SECOND OPERATOR HAS NOT PASSED IT, SO IT   *
      * MUST NOT START WHATEVER ITS ASTATFIL STATUS SAYS.              *
      ******************************************************************
       01  WS-APPROVAL-SWITCH        PIC X(4) VALUE 'OK'.
           88  WS-CHAIN-UNAPPROVED   VALUE 'NO'.

       PROCEDURE DIVISION.

      ******************************************************************
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                       AND ASTAT-STATUS-CODE = AI-RESP-PENDING
                   PERFORM 133-CHECK-CHAIN-APPROVAL
                   IF NOT WS-CHAIN-UNAPPROVED AND NOT WS-CHAIN-DEFERRED
                       PERFORM 135-CHECK-CALLER-CAP
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CHAIN-UNAPPROVED
                           CONTINUE
                       WHEN WS-CHAIN-DEFERRED
                           PERFORM 137-DEFER-QUEUED-CHAIN
                       WHEN OTHER
                           PERFORM 140-START-CHAIN-TASK
                   END-EVALUATE
               WHEN EIBRESP = DFHRESP(NORMAL)
               WHEN EIBRESP = DFHRESP(NOTFND)
                   CONTINUE
                   END-EXEC
           END-EVALUATE.

      ******************************************************************
      * SECOND-OPERATOR APPROVAL GUARD. WavineCICS PARKS A CHAIN OVER  *
      * ITS CALLER'S THRESHOLDS ON APPRFILE AND ONLY THE APPROVAL      *
      * SCREEN QUEUES IT, SO A PENDING CHAIN ON THE QUEUE WITH A       *
      * RECORD THAT IS NOT APPROVED SHOULD NEVER HAPPEN - IF IT DOES,  *
      * THE ENTRY IS CONSUMED WITHOUT A START AND THE OPERATOR IS      *
      * TOLD. NO RECORD IS THE NORMAL CASE (UNDER THRESHOLD, OR NOT AN *
      * UPDATETXN). A READ FAILURE PUTS THE ENTRY BACK ON ITS QUEUE -  *
      * STARTING IT WOULD SKIP THE CONTROL, DROPPING IT WOULD LOSE IT. *
      ******************************************************************
       133-CHECK-CHAIN-APPROVAL.
           MOVE 'OK' TO WS-APPROVAL-SWITCH.
           MOVE 'NO' TO WS-DEFER-SWITCH.

           EXEC CICS READ
                FILE('APPRFILE')
                INTO(APPROVAL-RECORD)
                RIDFLD(AI-CORREL-ID)
                KEYLENGTH(LENGTH OF AI-CORREL-ID)
                RESP(EIBRESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL) AND APPR-APPROVED
               WHEN EIBRESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   SET WS-CHAIN-UNAPPROVED TO TRUE
                   MOVE SPACES TO ERROR-MSG
                   STRING 'QUEUED CHAIN ' AI-CORREL-ID
                       ' DROPPED - NOT APPROVED'
                       DELIMITED BY SIZE INTO ERROR-MSG
                   END-STRING
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
               WHEN OTHER
                   SET WS-CHAIN-DEFERRED TO TRUE
                   MOVE 'QUEUED CHAIN DEFERRED - APPROVAL READ FAILURE'
                       TO ERROR-MSG
                   EXEC CICS WRITE OPERATOR
                        TEXT(ERROR-MSG)
                        TEXTLENGTH(LENGTH OF ERROR-MSG)
                   END-EXEC
           END-EVALUATE.

      ******************************************************************
      * PER-CALLER CONCURRENT-CHAIN CAP. NO QUOTFILE RECORD OR A ZERO  *
      * QUOT-MAX-CHAINS MEANS UNCAPPED. ONLY ONE DISPATCHER RUNS AT A  *
       135-CHECK-CALLER-CAP.
           MOVE 'NO' TO WS-DEFER-SWITCH.

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
      * MID-FLIGHT CANNOT GO NEGATIVE EITHER.                          *
      ******************************************************************
       150-TAKE-CALLER-SLOT.
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
