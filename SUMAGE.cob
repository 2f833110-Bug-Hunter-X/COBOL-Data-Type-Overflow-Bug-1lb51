      *                 WITH RETURN CODE 4 SO THE SCHEDULER CAN
      *                 TRAP IT.  WRITTEN-OFF AND RE-FED REJECTS
      *                 ARE CLOSED BUSINESS AND DO NOT APPEAR.
      *                 EVERY ESCALATED REJECT IS ALSO APPENDED TO
      *                 THE EXCEPTION EVENT FEED (EVNTFILE, SEE
      *                 SUMEVNT), ONCE PER RUN FOR AS LONG AS IT
      *                 STAYS OUTSTANDING PAST THE THRESHOLD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMAGE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT EVENT-FILE ASSIGN TO "EVNTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT AGING-RPT ASSIGN TO "REJAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.
           RECORDING MODE IS F.
       COPY CBREJREC.

       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY CBEVENT.

       FD  AGING-RPT
           RECORDING MODE IS F.
       01  AGING-RPT-LINE              PIC X(80).
       01  WS-AGING-RPT-STATUS         PIC XX      VALUE "00".
           88  WS-AGING-RPT-OK                     VALUE "00".

       01  WS-EVENT-FILE-STATUS        PIC XX      VALUE "00".
           88  WS-EVENT-FILE-OK                    VALUE "00".

       01  WS-EVENT-FILE-OPEN-SWITCH   PIC X       VALUE "N".
           88  WS-EVENT-FILE-OPEN                  VALUE "Y".

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

               MOVE WS-NO-REJECTS-LINE TO AGING-RPT-LINE
               WRITE AGING-RPT-LINE
               SET WS-EOF TO TRUE
           END-IF
           IF WS-ESCALATION-REQUESTED
               PERFORM 1200-OPEN-EVENT-FILE
           END-IF.

       1100-READ-REJECT-FILE.
                   SET WS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  THE EVENT FEED IS SHARED BY THE WHOLE SUITE AND ONLY EVER
      *  APPENDED TO.  ONLY ESCALATIONS GO TO IT, SO IT IS LEFT ALONE
      *  WHEN NO THRESHOLD IS SUPPLIED; A FEED THAT CANNOT BE OPENED
      *  IS DISPLAYED AND THE RUN CARRIES ON WITHOUT IT.
      *****************************************************************
       1200-OPEN-EVENT-FILE.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-FILE-STATUS = "00"
               CLOSE EVENT-FILE
           ELSE
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
           END-IF
           OPEN EXTEND EVENT-FILE
           IF WS-EVENT-FILE-OK
               SET WS-EVENT-FILE-OPEN TO TRUE
           ELSE
               MOVE "EVNTFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-EVENT-FILE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
           END-IF.

      *****************************************************************
      *  ONLY PENDING AND CORRECTED REJECTS ARE OPEN EXPOSURE - A
      *  CORRECTED REJECT STAYS AT C UNTIL SUMBATCH CONFIRMS IT
                   AND WS-DAYS-OUTSTANDING > WS-THRESHOLD-DAYS
               ADD 1 TO WS-ESCALATION-COUNT
               MOVE "** ESCALATE" TO WS-DET-FLAG-OUT
               PERFORM 2150-WRITE-ESCALATION-EVENT
           ELSE
               MOVE SPACES TO WS-DET-FLAG-OUT
           END-IF
           PERFORM 2200-ACCUM-BRANCH-EXPOSURE
           PERFORM 2300-ACCUM-REASON-EXPOSURE.

      *****************************************************************
      *  THE REJECT IS REPORTED UNDER THE BATCH THAT REJECTED IT; THE
      *  TEXT CARRIES ITS KEY, BRANCH, REASON AND AGE IN DAYS.
      *****************************************************************
       2150-WRITE-ESCALATION-EVENT.
           IF WS-EVENT-FILE-OPEN
               MOVE SPACES TO EVENT-RECORD
               MOVE WS-RUN-DATE TO EVT-BUSINESS-DATE
               MOVE "SUMAGE" TO EVT-PROGRAM
               MOVE REJ-BATCH-ID TO EVT-BATCH-ID
               MOVE "REJESCAL" TO EVT-EVENT-CODE
               SET EVT-ERROR TO TRUE
               MOVE REJ-AMOUNT TO EVT-AMOUNT
               MOVE REJ-RECORD-KEY TO EVT-TEXT(1:10)
               MOVE REJ-BRANCH-CODE TO EVT-TEXT(12:4)
               MOVE REJ-REASON TO EVT-TEXT(17:16)
               MOVE WS-DAYS-OUTSTANDING TO EVT-TEXT(34:5)
               ACCEPT EVT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-STAMP-TIME FROM TIME
               SET EVT-OPEN TO TRUE
               MOVE 0 TO EVT-ACK-DATE
               MOVE 0 TO EVT-ACK-TIME
               WRITE EVENT-RECORD
           END-IF.

       2200-ACCUM-BRANCH-EXPOSURE.
           MOVE "N" TO WS-BRANCH-FOUND-SWITCH
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
           IF WS-REJECT-OPEN
               CLOSE REJECT-FILE
           END-IF
           IF WS-EVENT-FILE-OPEN
               CLOSE EVENT-FILE
           END-IF
           CLOSE AGING-RPT.
