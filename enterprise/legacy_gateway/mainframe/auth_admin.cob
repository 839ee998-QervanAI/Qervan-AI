      *    R - REVOKE: SET EVERY FLAG TO 'N' AND DROP ANY PENDING      *
      *        GRANT.                                                  *
      *    F - CONFIRM: SECOND-OPERATOR CONFIRMATION OF A PENDING      *
      *        UPDATETXN/CANCELTXN/POSTTXN GRANT.                      *
      *                                                                *
      *  EVERY FLAG CHANGE IS RECORDED ON THE AUTHHIST KSDS (SEE       *
      *  AHSTREC) - CALLER, FLAG, OLD/NEW VALUE, OPERATOR, TIMESTAMP - *
      *  SO "WHO ENABLED THIS CALLER FOR UPDATES" FINALLY HAS AN       *
      *  ANSWER. AN UPDATETXN, CANCELTXN OR POSTTXN GRANT IS STAGED AS *
      *  'P' IN ITS FLAG BYTE (WHICH AUTHORIZES NOTHING - 216 IN       *
      *  WavineCICS ONLY HONORS 'Y') AND TAKES EFFECT ONLY WHEN A      *
      *  DIFFERENT OPERATOR CONFIRMS IT WITH ACTION 'F'.               *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  08/09/2024  INITIAL VERSION.                                  *
      *              NOTIFY REGISTRATION COULD OVERRUN THE OLD SIX -   *
      *              AND THE ERROR-HANDLER SEND TEXT LENGTH MATCHES    *
      *              ITS 43-BYTE LITERAL.                              *
      *  11/08/2024  NEW POSTTXN FLAG (AUTH-POSTTXN-FLAG) ON THE       *
      *              SCREEN, THE LIST LINE ('P='), ADD, CHANGE,        *
      *              REVOKE AND CONFIRM. IT IS UPDATE-CLASS, SO A      *
      *              GRANT IS STAGED PENDING LIKE UPDATETXN. THE       *
      *              CHANGE TABLE NOW HOLDS EIGHT ROWS.                *
      *  01/24/2025  EVERY AUTHFILE READ CLEARS AUTH-POSTTXN-FLAG      *
      *              FIRST, SO A SHORT RECORD WRITTEN BEFORE THE FLAG  *
      *              WAS ADDED SHOWS AND IS REWRITTEN AS NOT GRANTED,  *
      *              NOT WITH THE PREVIOUS RECORD'S FLAG.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
      * CHANGES COLLECTED BY ONE SCREEN ACTION - HISTORY ROWS ARE      *
      * WRITTEN ONLY AFTER THE AUTHFILE WRITE/REWRITE SUCCEEDS, SO     *
      * THE TRAIL NEVER RECORDS A CHANGE THE FILE DID NOT TAKE. ONE    *
      * ACTION CAN CHANGE ALL SEVEN FUNCTION FLAGS PLUS THE NOTIFY     *
      * REGISTRATION, SO THE TABLE HOLDS EIGHT.                        *
      ******************************************************************
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 8 TIMES.
               10  WS-CHG-FLAG-NAME   PIC X(9).
               10  WS-CHG-OLD-VALUE   PIC X(1).
               10  WS-CHG-NEW-VALUE   PIC X(1).
      * INQUIRE - SHOW THE CALLER'S CURRENT FLAGS AND PENDING STATE    *
      ******************************************************************
       110-INQUIRE-CALLER.
      ******************************************************************
      * AN AUTHORITY RECORD WRITTEN BEFORE THE POSTTXN FLAG WAS        *
      * ADDED IS SHORT, AND THE READ LEAVES THE FLAG AS IT WAS - CLEAR *
      * IT FIRST SO IT READS AS NOT GRANTED.                           *
      ******************************************************************
           MOVE SPACE TO AUTH-POSTTXN-FLAG.

           EXEC CICS READ
                FILE('AUTHFILE')
                INTO(AUTH-RECORD)
      * ENDED.                                                         *
      ******************************************************************
       125-READ-NEXT-LIST-RECORD.
      ******************************************************************
      * AN AUTHORITY RECORD WRITTEN BEFORE THE POSTTXN FLAG WAS        *
      * ADDED IS SHORT, AND THE READ LEAVES THE FLAG AS IT WAS - CLEAR *
      * IT FIRST SO IT READS AS NOT GRANTED.                           *
      ******************************************************************
           MOVE SPACE TO AUTH-POSTTXN-FLAG.

           EXEC CICS READNEXT
                FILE('AUTHFILE')
                INTO(AUTH-RECORD)
               ' U=' AUTH-UPDATETXN-FLAG
               ' S=' AUTH-STATCHK-FLAG
               ' C=' AUTH-CANCELTXN-FLAG
               ' P=' AUTH-POSTTXN-FLAG
               ' NFY=' AUTH-NOTIFY-KIND ' ' AUTH-NOTIFY-TARGET
               DELIMITED BY SIZE INTO WS-LIST-LINE
           END-STRING.
                       AUTH-UPDATETXN-FLAG
                       AUTH-STATCHK-FLAG
                       AUTH-CANCELTXN-FLAG
                       AUTH-POSTTXN-FLAG
           MOVE SPACES TO AUTH-PEND-FUNCTION
                          AUTH-PEND-OPERATOR
                          AUTH-NOTIFY-KIND
      * THAT ENDS UP ALTERING NOTHING RELEASES THE RECORD UNTOUCHED.   *
      ******************************************************************
       230-CHANGE-CALLER.
      ******************************************************************
      * AN AUTHORITY RECORD WRITTEN BEFORE THE POSTTXN FLAG WAS        *
      * ADDED IS SHORT, AND THE READ LEAVES THE FLAG AS IT WAS - CLEAR *
      * IT FIRST SO IT READS AS NOT GRANTED.                           *
      ******************************************************************
           MOVE SPACE TO AUTH-POSTTXN-FLAG.

           EXEC CICS READ
                FILE('AUTHFILE')
                INTO(AUTH-RECORD)
      * RECORD KEEPS THE KEY VISIBLE TO INQUIRY AND HISTORY).          *
      ******************************************************************
       260-REVOKE-CALLER.
      ******************************************************************
      * AN AUTHORITY RECORD WRITTEN BEFORE THE POSTTXN FLAG WAS        *
      * ADDED IS SHORT, AND THE READ LEAVES THE FLAG AS IT WAS - CLEAR *
      * IT FIRST SO IT READS AS NOT GRANTED.                           *
      ******************************************************************
           MOVE SPACE TO AUTH-POSTTXN-FLAG.

           EXEC CICS READ
                FILE('AUTHFILE')
                INTO(AUTH-RECORD)
           PERFORM 275-RECORD-FLAG-OFF
           MOVE WS-FLAG-CURRENT TO AUTH-CANCELTXN-FLAG.

           MOVE 'POSTTXN' TO WS-FLAG-NAME
           MOVE AUTH-POSTTXN-FLAG TO WS-FLAG-CURRENT
           PERFORM 275-RECORD-FLAG-OFF
           MOVE WS-FLAG-CURRENT TO AUTH-POSTTXN-FLAG.

       275-RECORD-FLAG-OFF.
           IF WS-FLAG-CURRENT NOT = 'N'
               MOVE 'N' TO WS-FLAG-NEW
      * WHO REQUESTED THE GRANT - THAT IS THE WHOLE CONTROL.           *
      ******************************************************************
       280-CONFIRM-PENDING-GRANT.
      ******************************************************************
      * AN AUTHORITY RECORD WRITTEN BEFORE THE POSTTXN FLAG WAS        *
      * ADDED IS SHORT, AND THE READ LEAVES THE FLAG AS IT WAS - CLEAR *
      * IT FIRST SO IT READS AS NOT GRANTED.                           *
      ******************************************************************
           MOVE SPACE TO AUTH-POSTTXN-FLAG.

           EXEC CICS READ
                FILE('AUTHFILE')
                INTO(AUTH-RECORD)
                   MOVE 'P' TO WS-FLAG-CURRENT
                   MOVE 'Y' TO WS-FLAG-NEW
                   PERFORM 340-COLLECT-FLAG-CHANGE
                   EVALUATE AUTH-PEND-FUNCTION
                       WHEN 'UPDATETXN'
                           MOVE 'Y' TO AUTH-UPDATETXN-FLAG
                       WHEN 'POSTTXN'
                           MOVE 'Y' TO AUTH-POSTTXN-FLAG
                       WHEN OTHER
                           MOVE 'Y' TO AUTH-CANCELTXN-FLAG
                   END-EVALUATE
                   MOVE SPACES TO AUTH-PEND-FUNCTION
                                  AUTH-PEND-OPERATOR
                   PERFORM 240-REWRITE-CHANGED-RECORD
           END-EVALUATE.

      ******************************************************************
      * APPLY THE SEVEN SCREEN FLAG FIELDS TO THE RECORD IN HAND       *
      * THROUGH THE PER-FLAG RULES IN 310.                             *
      ******************************************************************
       300-APPLY-SCREEN-FLAGS.
           PERFORM 310-APPLY-ONE-FLAG
           MOVE WS-FLAG-CURRENT TO AUTH-CANCELTXN-FLAG.

           MOVE PSTFLGI TO WS-FLAG-INPUT
           MOVE 'POSTTXN' TO WS-FLAG-NAME
           MOVE AUTH-POSTTXN-FLAG TO WS-FLAG-CURRENT
           MOVE 'U' TO WS-FLAG-CLASS-SWITCH
           PERFORM 310-APPLY-ONE-FLAG
           MOVE WS-FLAG-CURRENT TO AUTH-POSTTXN-FLAG.

           PERFORM 330-APPLY-NOTIFY-TARGET.

      ******************************************************************
           MOVE AUTH-BROWSEQRY-FLAG TO BRWFLGO
           MOVE AUTH-STATCHK-FLAG   TO STAFLGO
           MOVE AUTH-UPDATETXN-FLAG TO UPDFLGO
           MOVE AUTH-CANCELTXN-FLAG TO CANFLGO
           MOVE AUTH-POSTTXN-FLAG   TO PSTFLGO.

           IF AUTH-PEND-FUNCTION = SPACES
               MOVE 'NONE' TO PENDINFO
