
      *****************************************************************
      *  RETENTION IS KEPT PER LOGICAL FILE NAME (AUDITFIL, HISTFILE,
      *  REJFILE, REGFILE, PARMLOG, GLHIST, GLACKHST, KEYFILE).  ZERO
      *  DAYS MEANS SUMARCH NEVER PURGES THAT FILE.
      *****************************************************************
       4500-UPDATE-RETENTION.
           IF WS-ENTRY-FILE-ID = SPACES
