      *    AUDTFILE - EVERY RECORD OLDER THAN THE CUTOFF.              *
      *    ASTATFIL - COMPLETED ENTRIES ONLY (A PENDING RECORD IS      *
      *               NEVER ARCHIVED, HOWEVER OLD - THE STUCK-PENDING  *
      *               SWEEP OWNS THOSE), AND NEITHER IS A SCHEDULED    *
      *               RECORD FOR A FUTURE-DATED CHAIN STILL HELD NOR   *
      *               ONE STILL AWAITING A SECOND OPERATOR'S APPROVAL. *
      *    DBOUTFIL - ENTRIES OLDER THAN THE CUTOFF WHOSE MATCHING     *
      *               AUDTFILE RECORD IS ALREADY GONE FROM THE LIVE    *
      *               FILE, SO THE NIGHTLY RECONCILIATION NEVER SEES   *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  06/14/2024  INITIAL VERSION.                                  *
      *  12/13/2024  A SCHEDULED ASTATFIL RECORD (A FUTURE-DATED       *
      *              UPDATETXN HELD ON HOLDFILE) IS NEVER ARCHIVED,    *
      *              HOWEVER OLD - IT IS STILL THE LIVE ANSWER TO      *
      *              STATCHK AND THE RELEASE CHECKS IT ON THE CHAIN'S  *
      *              DATE.                                             *
      *  12/20/2024  NOR IS ONE AWAITING APPROVAL (AN UPDATETXN PARKED *
      *              ON APPRFILE) - IT IS STILL THE LIVE ANSWER TO     *
      *              STATCHK AND THE APPROVAL SCREEN RE-CHECKS IT.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
      * PASS 2 - ASTATFIL. ONLY A COMPLETED ENTRY (SUCCEEDED, FAILED   *
      * OR CANCELLED) IS ARCHIVED - A PENDING ONE IS STILL THE LIVE    *
      * ANSWER TO SOMEBODY'S STATCHK POLL, AND THE STUCK-PENDING       *
      * SWEEP, NOT THIS JOB, DECIDES WHEN AN OLD PENDING IS DEAD. A    *
      * SCHEDULED ONE IS WAITING ON HOLDFILE FOR ITS EFFECTIVE DATE,   *
      * HOWEVER LONG AGO IT ARRIVED, AND ONE AWAITING APPROVAL IS      *
      * WAITING ON A SECOND OPERATOR.                                  *
      ******************************************************************
       200-ARCHIVE-STATUS-FILE.
           OPEN I-O ASTAT-FILE
       220-EXAMINE-STATUS-RECORD.
           IF ASTAT-TIMESTAMP < WS-CUTOFF-TIMESTAMP
                   AND ASTAT-STATUS-CODE NOT = AI-RESP-PENDING
                   AND ASTAT-STATUS-CODE NOT = AI-RESP-SCHEDULED
                   AND ASTAT-STATUS-CODE NOT = AI-RESP-AWAITING-APPROVAL
               WRITE ASTAT-HIST-RECORD FROM ASYNC-STATUS-RECORD
               IF WS-ASTAH-STATUS NOT = '00'
                   STRING 'ASTAHIST WRITE FAILED, STATUS='
