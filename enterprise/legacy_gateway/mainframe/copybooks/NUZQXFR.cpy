      ******************************************************************
      *  NUZQXFR - HAND-OFF COMMAREA FOR OPENING A REQUEST ON THE NUZQ *
      *  INQUIRY SCREEN FROM ANOTHER SCREEN. THE SENDING TRANSACTION   *
      *  ENDS WITH RETURN TRANSID('NUZQ') IMMEDIATE PASSING THIS AREA; *
      *  WavineInquiry KNOWS IT FROM ITS OWN NUZQ-COMMAREA BY ITS      *
      *  LENGTH AND TAG, LOOKS THE CORREL-ID UP AS IF THE OPERATOR HAD *
      *  KEYED IT, AND CARRIES ON AS AN ORDINARY NUZQ CONVERSATION.    *
      *  NUZH (WavineAcctInq) SENDS IT FOR A JOURNALED CHANGE.         *
      ******************************************************************
       01  NUZQ-HANDOFF.
           05  NUZQ-HANDOFF-TAG      PIC X(4).
               88  NUZQ-HANDOFF-VALID VALUE 'NUZQ'.
           05  NUZQ-HANDOFF-CORREL   PIC X(16).
