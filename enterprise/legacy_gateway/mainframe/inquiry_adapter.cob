      *  FUNCTION CODE WAS UPDATETXN, ALSO PULLS THE LATEST ASTATFIL   *
      *  STATUS, SO AN OPERATOR CAN SEE WHAT WavineCICS LAST RECORDED  *
      *  FOR A REQUEST WITHOUT GREPPING CONSOLE LOGS.                 *
      *  ANOTHER SCREEN MAY ALSO START NUZQ WITH A CORREL-ID ALREADY   *
      *  CHOSEN BY PASSING THE NUZQXFR HAND-OFF AREA.                  *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  04/12/2024  000 NOW SENDS THE BLANK MAP ON THE FIRST          *
      *              THE SAME TRACE-ID SHOWS THE NEXT MATCH, WRAPPING  *
      *              TO THE FIRST AFTER THE LAST, WITH 'MATCH n OF m'  *
      *              REPORTED. POSITION RIDES THE NEW NUZQ COMMAREA.   *
      *  11/08/2024  ASYNC STATUS IS NOW SHOWN FOR POSTTXN REQUESTS    *
      *              TOO, WITH 'INSUFF FUNDS' FOR A REFUSED DEBIT.     *
      *  11/15/2024  ASYNC STATUS IS NOW SHOWN FOR REVERSTXN REQUESTS  *
      *              TOO, WITH 'PARTIAL' FOR A REVERSAL THAT LEFT      *
      *              CONFLICTING ITEMS ALONE.                          *
      *  12/13/2024  ASYNC STATUS DISPLAY NOW SHOWS 'SCHEDULED' FOR A  *
      *              FUTURE-DATED UPDATETXN STILL HELD ON HOLDFILE.    *
      *  12/20/2024  ASYNC STATUS DISPLAY NOW SHOWS 'AWAIT APPRVL' FOR *
      *              AN UPDATETXN PARKED ON APPRFILE FOR A SECOND      *
      *              OPERATOR'S APPROVAL.                              *
      *  12/27/2024  ACCEPTS THE NUZQXFR HAND-OFF FROM THE NUZH        *
      *              ACCOUNT INQUIRY SCREEN - THE CORREL-ID IT CARRIES *
      *              IS LOOKED UP AND SHOWN ON ARRIVAL, AS IF KEYED.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       COPY ASTATREC.
       COPY AIRESPCD.
       COPY NUZIM1.
       COPY NUZQXFR.

       01  ERROR-CONTROL.
           05  EIBRESP               PIC S9(8) COMP.
                ERROR(900-ERROR-HANDLER)
                END-EXEC.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   MOVE SPACES TO NUZQ-LAST-TRACE-ID
                   MOVE ZERO   TO NUZQ-LAST-OCCURRENCE
                   PERFORM 050-SEND-INITIAL-MAP
               WHEN EIBCALEN = LENGTH OF NUZQ-HANDOFF
                   MOVE DFHCOMMAREA(1:LENGTH OF NUZQ-HANDOFF)
                       TO NUZQ-HANDOFF
                   MOVE SPACES TO NUZQ-LAST-TRACE-ID
                   MOVE ZERO   TO NUZQ-LAST-OCCURRENCE
                   IF NUZQ-HANDOFF-VALID
                       PERFORM 060-ACCEPT-HANDOFF
                   ELSE
                       PERFORM 050-SEND-INITIAL-MAP
                   END-IF
               WHEN OTHER
                   MOVE DFHCOMMAREA(1:LENGTH OF NUZQ-COMMAREA)
                       TO NUZQ-COMMAREA
                   EXEC CICS RECEIVE MAP('NUZIM1')
                        MAPSET('NUZINQ')
                        INTO(NUZIM1I)
                        RESP(EIBRESP)
                   END-EXEC

                   PERFORM 100-LOOKUP-REQUEST
                   PERFORM 200-SEND-RESULT
           END-EVALUATE.

           EXEC CICS RETURN
                TRANSID('NUZQ')
                RESP(EIBRESP)
           END-EXEC.

      ******************************************************************
      * STARTED FROM ANOTHER SCREEN WITH A NUZQXFR HAND-OFF - NOTHING  *
      * HAS BEEN SENT TO THIS TERMINAL BY NUZQ YET, SO THERE IS NO MAP *
      * TO RECEIVE. LOOK THE HANDED-OVER CORREL-ID UP AS IF THE        *
      * OPERATOR HAD KEYED IT AND SEND THE RESULT.                     *
      ******************************************************************
       060-ACCEPT-HANDOFF.
           MOVE SPACES TO NUZIM1O.
           MOVE NUZQ-HANDOFF-CORREL TO CORRIDI.

           PERFORM 100-LOOKUP-REQUEST.
           PERFORM 200-SEND-RESULT.

      ******************************************************************
      * LOOK UP THE REQUEST BY CORREL-ID IF GIVEN, ELSE BY TRACE-ID    *
      ******************************************************************

      ******************************************************************
      * LOAD THE SCREEN FIELDS FROM THE AUDIT RECORD, AND, FOR AN      *
      * UPDATETXN, POSTTXN OR REVERSTXN REQUEST, THE LATEST ASTATFIL   *
      * STATUS AS WELL.                                                *
      ******************************************************************
       120-LOAD-RESULT-FIELDS.
           MOVE AUDIT-CORREL-ID   TO CORRIDO

           MOVE 'N/A' TO ASTATUSO.
           IF AUDIT-FUNCTION-CODE = 'UPDATETXN'
                   OR AUDIT-FUNCTION-CODE = 'POSTTXN'
                   OR AUDIT-FUNCTION-CODE = 'REVERSTXN'
               EXEC CICS READ
                    FILE('ASTATFIL')
                    INTO(ASYNC-STATUS-RECORD)
                   EVALUATE ASTAT-STATUS-CODE
                       WHEN AI-RESP-PENDING
                           MOVE 'PENDING' TO ASTATUSO
                       WHEN AI-RESP-SCHEDULED
                           MOVE 'SCHEDULED' TO ASTATUSO
                       WHEN AI-RESP-AWAITING-APPROVAL
                           MOVE 'AWAIT APPRVL' TO ASTATUSO
                       WHEN AI-RESP-ASYNC-SUCCESS
                           MOVE 'SUCCEEDED' TO ASTATUSO
                       WHEN AI-RESP-ASYNC-PARTIAL
                           MOVE 'PARTIAL' TO ASTATUSO
                       WHEN AI-RESP-ASYNC-FAILED
                           MOVE 'FAILED' TO ASTATUSO
                       WHEN AI-RESP-ASYNC-CANCELLED
                           MOVE 'CANCELLED' TO ASTATUSO
                       WHEN AI-RESP-INSUFFICIENT-FUNDS
                           MOVE 'INSUFF FUNDS' TO ASTATUSO
                       WHEN OTHER
                           MOVE 'UNKNOWN' TO ASTATUSO
                   END-EVALUATE
