      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  09/06/2024  INITIAL VERSION.                                  *
      *  12/13/2024  ASYNC OUTCOME NOW SHOWS SCHEDULED FOR A           *
      *              FUTURE-DATED UPDATETXN STILL HELD ON HOLDFILE.    *
      *  12/20/2024  ASYNC OUTCOME NOW SHOWS AWAITING APPROVAL FOR AN  *
      *              UPDATETXN PARKED ON APPRFILE.                     *
      *  01/24/2025  ASYNC OUTCOME NOW SHOWS PARTIAL FOR A REVERSAL    *
      *              THAT LEFT CONFLICTS AND INSUFF FUNDS FOR A        *
      *              REFUSED POSTTXN DEBIT, AS THE NUZH SCREEN DOES.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           EVALUATE ASTAT-STATUS-CODE
               WHEN AI-RESP-PENDING
                   MOVE 'PENDING' TO WS-STATUS-TEXT
               WHEN AI-RESP-SCHEDULED
                   MOVE 'SCHEDULED' TO WS-STATUS-TEXT
               WHEN AI-RESP-AWAITING-APPROVAL
                   MOVE 'AWAIT APPRVL' TO WS-STATUS-TEXT
               WHEN AI-RESP-ASYNC-SUCCESS
                   MOVE 'SUCCEEDED' TO WS-STATUS-TEXT
               WHEN AI-RESP-ASYNC-PARTIAL
                   MOVE 'PARTIAL' TO WS-STATUS-TEXT
               WHEN AI-RESP-ASYNC-FAILED
                   MOVE 'FAILED' TO WS-STATUS-TEXT
               WHEN AI-RESP-ASYNC-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN AI-RESP-INSUFFICIENT-FUNDS
                   MOVE 'INSUFF FUNDS' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE
