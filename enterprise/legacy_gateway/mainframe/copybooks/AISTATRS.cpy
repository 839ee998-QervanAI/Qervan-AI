      ******************************************************************
      *  AISTATRS - STATCHK ANSWER DETAIL, OVERLAYS AI-REQUEST-AREA    *
      *  ON THE WAY BACK TO THE CALLER WHEN AI-FUNCTION-CODE IS        *
      *  'STATCHK'. AI-RESPONSE-CODE STILL CARRIES THE CHAIN'S STATUS; *
      *  WHEN THAT IS AI-RESP-ASYNC-CANCELLED BECAUSE AN OPERATOR      *
      *  REJECTED THE CHAIN ON THE NUZV APPROVAL SCREEN (SEE APPRREC), *
      *  THESE FIELDS SAY WHY, WHO AND WHEN. SPACES OTHERWISE.         *
      ******************************************************************
       01  AI-STATCHK-DETAIL REDEFINES AI-REQUEST-AREA.
           05  FILLER                PIC X(9).
           05  AI-STATCHK-REJECT-REASON  PIC X(60).
           05  AI-STATCHK-DECIDED-BY PIC X(8).
           05  AI-STATCHK-DECIDED-AT PIC X(26).
