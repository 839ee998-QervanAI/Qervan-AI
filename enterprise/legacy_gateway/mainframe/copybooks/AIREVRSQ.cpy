      ******************************************************************
      *  AIREVRSQ - REVERSAL REQUEST, OVERLAYS AI-REQUEST-AREA WHEN    *
      *  AI-FUNCTION-CODE IS 'REVERSTXN'. THE CALLER NAMES THE         *
      *  AI-CORREL-ID OF A COMPLETED UPDATETXN/POSTTXN CHAIN AND       *
      *  SUBMITS THE REVERSAL UNDER A CORREL-ID OF ITS OWN. AIB1       *
      *  SAVES THE NAMED CORREL-ID, THEN BUILDS THE REVERSAL'S ITEM    *
      *  TABLE (AIUPDSEQ) OVER THE SAME AREA FROM THE ORIGINAL         *
      *  CHAIN'S JRNLFILE RECORDS, LAST ITEM FIRST.                    *
      ******************************************************************
       01  AI-REVERSAL-DATA REDEFINES AI-REQUEST-AREA.
           05  FILLER                PIC X(9).
           05  AI-REVERSE-ORIG-CORREL PIC X(16).
