      *              VALIDATION REJECT, NOT AN ANSWERED REQUEST.       *
      *  09/20/2024  NEW VERIFYTXN FUNCTION CODE JOINS THE TALLY       *
      *              TABLE; THE CATCH-ALL MOVES TO ENTRY 8.            *
      *  11/08/2024  NEW POSTTXN FUNCTION CODE JOINS THE TALLY TABLE;  *
      *              THE CATCH-ALL MOVES TO ENTRY 9.                   *
      *  11/15/2024  NEW REVERSTXN FUNCTION CODE JOINS THE TALLY       *
      *              TABLE; THE CATCH-ALL MOVES TO ENTRY 10. ITS       *
      *              ALREADY-REVERSED/NOT-REVERSIBLE REFUSALS COUNT    *
      *              AS VALIDATION REJECTS.                            *
      *  01/24/2025  AN UPDATETXN REFUSED AT ARRIVAL FOR A BAD         *
      *              EFFECTIVE DATE (AI-RESP-INVALID-EFFDATE, +413)    *
      *              NOW COUNTS AS A VALIDATION REJECT, NOT ANSWERED.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-REPORT-STATUS              PIC X(2).

      ******************************************************************
      * PER-FUNCTION TALLIES. ENTRY 10 IS THE CATCH-ALL FOR ANY        *
      * FUNCTION CODE THE AUDIT TRAIL CARRIES THAT 215 DOES NOT ACCEPT *
      * TODAY (HISTORY FROM BEFORE A CODE WAS RETIRED, OR A REJECTED   *
      * REQUEST AUDITED WITH ITS UNRECOGNIZED CODE).                   *
      ******************************************************************
       01  WS-FUNCTION-TABLE.
           05  WS-FUNCTION-ENTRY OCCURS 10 TIMES.
               10  WS-FUNC-NAME           PIC X(9).
               10  WS-FUNC-TOTAL          PIC 9(9).
               10  WS-FUNC-ANSWERED       PIC 9(9).
           MOVE 'STATCHK'  TO WS-FUNC-NAME(5)
           MOVE 'CANCELTXN' TO WS-FUNC-NAME(6)
           MOVE 'VERIFYTXN' TO WS-FUNC-NAME(7)
           MOVE 'POSTTXN'  TO WS-FUNC-NAME(8)
           MOVE 'REVERSTXN' TO WS-FUNC-NAME(9)
           MOVE 'OTHER'    TO WS-FUNC-NAME(10).

           PERFORM 020-ZERO-TABLE-ENTRY
                   VARYING WS-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-FUNC-INDEX > 10.

       020-ZERO-TABLE-ENTRY.
           MOVE ZERO TO WS-FUNC-TOTAL(WS-FUNC-INDEX)
           END-READ.

       100-TALLY-AUDIT-RECORD.
           MOVE 10 TO WS-FUNC-FOUND-INDEX.
           PERFORM 110-MATCH-FUNCTION-NAME
                   VARYING WS-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-FUNC-INDEX > 9.

           ADD 1 TO WS-FUNC-TOTAL(WS-FUNC-FOUND-INDEX).

               WHEN AI-RESP-INVALID-CALLER
               WHEN AI-RESP-NOT-AUTHORIZED
               WHEN AI-RESP-OVER-QUOTA
               WHEN AI-RESP-ALREADY-REVERSED
               WHEN AI-RESP-NOT-REVERSIBLE
               WHEN AI-RESP-INVALID-EFFDATE
                   ADD 1 TO WS-FUNC-REJECTED(WS-FUNC-FOUND-INDEX)
               WHEN AI-RESP-BACKEND-FAIL
               WHEN AI-RESP-ASYNC-FAILED
       110-MATCH-FUNCTION-NAME.
           IF AUDIT-FUNCTION-CODE = WS-FUNC-NAME(WS-FUNC-INDEX)
               MOVE WS-FUNC-INDEX TO WS-FUNC-FOUND-INDEX
               MOVE 10 TO WS-FUNC-INDEX
           END-IF.

      ******************************************************************

           PERFORM 410-WRITE-FUNCTION-LINES
                   VARYING WS-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-FUNC-INDEX > 10.

           MOVE SPACES TO REPORT-LINE
           PERFORM 080-WRITE-REPORT-LINE.
