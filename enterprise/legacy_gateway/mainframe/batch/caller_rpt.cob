      *              ARCHIVED, SO THE OLD UNFILTERED COUNTS WERE       *
      *              LIFETIME TOTALS THAT RE-BILLED THE SAME ITEMS     *
      *              AND DEAD LETTERS EVERY NIGHT.                     *
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

      ******************************************************************
      * THE FUNCTION-CODE LIST, SAME ORDER AND CATCH-ALL CONVENTION    *
      * AS WavineOpsRpt - ENTRY 10 COLLECTS ANY CODE THE AUDIT TRAIL   *
      * CARRIES THAT 215 DOES NOT ACCEPT TODAY.                        *
      ******************************************************************
       01  WS-FUNC-NAME-TABLE.
           05  WS-FUNC-NAME OCCURS 10 TIMES PIC X(9).

      ******************************************************************
      * PER-CALLER TALLIES, ONE ENTRY PER DISTINCT CALLER-ID SEEN ON   *
       01  WS-CALLER-TABLE.
           05  WS-CALLER-ENTRY OCCURS 100 TIMES.
               10  WS-CALLER-ID           PIC X(8).
               10  WS-CALLER-FUNC OCCURS 10 TIMES.
                   15  WS-CF-TOTAL        PIC 9(9).
                   15  WS-CF-ANSWERED     PIC 9(9).
                   15  WS-CF-REJECTED     PIC 9(9).
           MOVE 'STATCHK'  TO WS-FUNC-NAME(5)
           MOVE 'CANCELTXN' TO WS-FUNC-NAME(6)
           MOVE 'VERIFYTXN' TO WS-FUNC-NAME(7)
           MOVE 'POSTTXN'  TO WS-FUNC-NAME(8)
           MOVE 'REVERSTXN' TO WS-FUNC-NAME(9)
           MOVE 'OTHER'    TO WS-FUNC-NAME(10).

      ******************************************************************
      * FIND (OR CREATE) THE TALLY ENTRY FOR WS-LOOKUP-CALLER-ID.      *
       070-ZERO-CALLER-ENTRY.
           PERFORM 080-ZERO-FUNCTION-CELL
                   VARYING WS-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-FUNC-INDEX > 10.
           MOVE ZERO TO WS-CALLER-ITEMS(WS-CALLER-FOUND-INDEX)
                        WS-CALLER-DLQ-TOTAL(WS-CALLER-FOUND-INDEX)
                        WS-CALLER-DLQ-SITTING(WS-CALLER-FOUND-INDEX).
           MOVE AUDIT-CALLER-ID TO WS-LOOKUP-CALLER-ID.
           PERFORM 050-FIND-CALLER-ENTRY.

           MOVE 10 TO WS-FUNC-FOUND-INDEX.
           PERFORM 110-MATCH-FUNCTION-NAME
                   VARYING WS-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-FUNC-INDEX > 9.

           ADD 1 TO WS-CF-TOTAL
               (WS-CALLER-FOUND-INDEX WS-FUNC-FOUND-INDEX).
               WHEN AI-RESP-INVALID-CALLER
               WHEN AI-RESP-NOT-AUTHORIZED
               WHEN AI-RESP-OVER-QUOTA
               WHEN AI-RESP-ALREADY-REVERSED
               WHEN AI-RESP-NOT-REVERSIBLE
               WHEN AI-RESP-INVALID-EFFDATE
                   ADD 1 TO WS-CF-REJECTED
                       (WS-CALLER-FOUND-INDEX WS-FUNC-FOUND-INDEX)
               WHEN AI-RESP-BACKEND-FAIL
       110-MATCH-FUNCTION-NAME.
           IF AUDIT-FUNCTION-CODE = WS-FUNC-NAME(WS-FUNC-INDEX)
               MOVE WS-FUNC-INDEX TO WS-FUNC-FOUND-INDEX
               MOVE 10 TO WS-FUNC-INDEX
           END-IF.

      ******************************************************************

           PERFORM 420-WRITE-FUNCTION-LINE
                   VARYING WS-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-FUNC-INDEX > 10.

           MOVE WS-CALLER-ITEMS(WS-CALLER-INDEX) TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
