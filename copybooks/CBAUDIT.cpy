      *  THE JOB UNDER A DEBUGGER.  THE RUN DATE LETS THE ARCHIVE
      *  JOB (SUMARCH) AGE THE TRAIL; RECORDS FROM BEFORE THE FIELD
      *  EXISTED CARRY BLANKS THERE AND AGE AS OLDEST ON FILE.
      *  AN ACCEPTED REVERSAL/ADJUSTMENT WRITES AN ENTRY TYPE 'R'
      *  LINE CARRYING THE AMOUNT REVERSED AND THE RUN'S RUNNING
      *  REVERSAL TOTAL, SO THE NET OF THE RUN IS THE DETAIL LINES
      *  LESS THE REVERSAL LINES.  A BLANK ENTRY TYPE IS A DETAIL
      *  LINE WRITTEN BEFORE THE FIELD EXISTED.  THE RUN STAMP IS
      *  THE WRITING RUN'S START DATE AND TIME, THE SAME STAMP IT
      *  LEAVES ON ITS REGFILE START AND COMPLETION RECORDS, SO THE
      *  LINES OF A RUN THAT ABENDED (OR WAS RESTARTED OVER) CAN BE
      *  TOLD FROM THOSE OF THE RUN THAT FINISHED THE DATE.  LINES
      *  FROM BEFORE THE STAMP WAS ADDED HAVE SPACES THERE.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-RECORD-KEY        PIC X(10).
           05  AUDIT-AMOUNT            PIC 9(09)V99.
           05  AUDIT-RUNNING-TOTAL     PIC 9(09)V99.
           05  AUDIT-RUN-DATE          PIC 9(08).
           05  AUDIT-ENTRY-TYPE        PIC X(01).
               88  AUDIT-DETAIL-ENTRY         VALUE 'D' ' '.
               88  AUDIT-REVERSAL-ENTRY       VALUE 'R'.
           05  AUDIT-RUN-STAMP         PIC X(16).
