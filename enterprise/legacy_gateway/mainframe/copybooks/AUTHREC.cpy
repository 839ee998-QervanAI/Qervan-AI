      *  KSDS, KEYED BY AUTH-CALLER-ID (THE AI-CALLER-ID THE UPSTREAM  *
      *  SYSTEM PUTS ON EVERY REQUEST). ONE 'Y'/'N' FLAG PER FUNCTION  *
      *  CODE SAYS WHAT THAT CALLER MAY DO - A QUERY-ONLY CLIENT GETS  *
      *  'Y' ON THE QUERY FLAGS AND 'N' ON THE UPDATE-CLASS FLAGS. A   *
      *  CALLER WITH NO AUTHFILE RECORD AT ALL IS AUTHORIZED FOR       *
      *  NOTHING. OPERATIONS MAINTAIN THIS FILE THROUGH THE NUZA       *
      *  ENTITLEMENT SCREEN (WavineAuthAdm), WHICH WRITES EVERY GRANT  *
      *  CHANGE TO THE AUTHHIST HISTORY FILE (SEE AHSTREC) AND HOLDS   *
      *  AN UPDATETXN/CANCELTXN/POSTTXN GRANT AS PENDING ('P' IN THE   *
      *  FLAG BYTE - NOT 'Y', SO IT AUTHORIZES NOTHING) UNTIL A        *
      *  SECOND OPERATOR CONFIRMS IT.                                  *
      ******************************************************************
       01  AUTH-RECORD.
           05  AUTH-CALLER-ID        PIC X(8).
               88  AUTH-CANCELTXN-ALLOWED VALUE 'Y'.
               88  AUTH-CANCELTXN-PENDING VALUE 'P'.
      *    SECOND-OPERATOR CONFIRMATION STATE FOR THE UPDATE-CLASS
      *    GRANTS. A REQUESTED UPDATETXN/CANCELTXN/POSTTXN GRANT IS
      *    STAGED AS 'P' IN ITS FLAG BYTE WITH THE FUNCTION NAME AND
      *    REQUESTING OPERATOR HELD HERE UNTIL A DIFFERENT OPERATOR
      *    CONFIRMS IT ON THE NUZA SCREEN. SPACES MEANS NO GRANT IS
      *    PENDING.
           05  AUTH-PEND-FUNCTION    PIC X(9).
           05  AUTH-PEND-OPERATOR    PIC X(8).
      *    OPT-IN COMPLETION NOTIFICATION. WHEN A CALLER REGISTERS A
               88  AUTH-NOTIFY-TDQ       VALUE 'Q'.
               88  AUTH-NOTIFY-TRANSID   VALUE 'T'.
           05  AUTH-NOTIFY-TARGET    PIC X(4).
      *    SIGNED-AMOUNT POSTINGS. UPDATE-CLASS LIKE UPDATETXN - A
      *    GRANT IS STAGED AS 'P' UNTIL A SECOND OPERATOR CONFIRMS IT.
      *    HELD AFTER THE NOTIFICATION FIELDS SO EXISTING RECORDS
      *    KEEP THEIR LAYOUT. A RECORD WRITTEN BEFORE THE FLAG WAS
      *    ADDED IS SHORT: READERS THAT ACT ON THE FLAG CLEAR IT TO
      *    SPACE BEFORE THE READ, AND A MISSING OR NON-'Y' FLAG IS
      *    NOT GRANTED.
           05  AUTH-POSTTXN-FLAG     PIC X(1).
               88  AUTH-POSTTXN-ALLOWED  VALUE 'Y'.
               88  AUTH-POSTTXN-PENDING  VALUE 'P'.
