      *                 THE EXCEPTION REPORT (EXCPRPT).  PARM IS
      *                 "STARTDATE/ENDDATE/PCT" IN YYYYMMDD FORMAT;
      *                 WITH NO PCT THE TREND ANALYSIS IS SKIPPED.
      *                 EVERY OUTLIER, AND A FULL TREND TABLE, IS
      *                 ALSO APPENDED TO THE EXCEPTION EVENT FEED
      *                 (EVNTFILE, SEE SUMEVNT).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMHIST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-RPT-STATUS.

           SELECT EVENT-FILE ASSIGN TO "EVNTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  EXCEPT-RPT-LINE             PIC X(80).

       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY CBEVENT.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC XX      VALUE "00".
       01  WS-EXTRACT-RPT-STATUS       PIC XX      VALUE "00".
       01  WS-EXCEPT-RPT-STATUS        PIC XX      VALUE "00".
           88  WS-EXCEPT-RPT-OK                    VALUE "00".

       01  WS-EVENT-FILE-STATUS        PIC XX      VALUE "00".
           88  WS-EVENT-FILE-OK                    VALUE "00".

       01  WS-EVENT-FILE-OPEN-SWITCH   PIC X       VALUE "N".
           88  WS-EVENT-FILE-OPEN                  VALUE "Y".

       01  WS-PARM                     PIC X(30)   VALUE SPACES.
       01  WS-START-DATE                PIC 9(08)  VALUE 0.
       01  WS-END-DATE                  PIC 9(08)  VALUE 99999999.
                   MOVE WS-NO-TREND-LINE TO EXCEPT-RPT-LINE
                   WRITE EXCEPT-RPT-LINE
               END-IF
               PERFORM 1200-OPEN-EVENT-FILE
               PERFORM 1100-READ-HISTORY
           ELSE
               MOVE WS-NO-HISTORY-LINE TO EXTRACT-RPT-LINE
                   SET WS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  THE EVENT FEED IS SHARED BY THE WHOLE SUITE AND ONLY EVER
      *  APPENDED TO.  A FEED THAT CANNOT BE OPENED IS DISPLAYED AND
      *  THE RUN CARRIES ON WITHOUT IT.
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

       2000-PROCESS-HISTORY.
           IF HIST-RUN-DATE >= WS-START-DATE
                   AND HIST-RUN-DATE <= WS-END-DATE
               MOVE WS-COUNT-DEVIATION TO WS-EXC-CNT-DEV-OUT
               MOVE WS-EXCEPTION-LINE TO EXCEPT-RPT-LINE
               WRITE EXCEPT-RPT-LINE
               MOVE SPACES TO EVENT-RECORD
               MOVE "TRENDOUT" TO EVT-EVENT-CODE
               SET EVT-WARNING TO TRUE
               COMPUTE EVT-AMOUNT = WS-EFFECTIVE-SUM - WS-AVERAGE-SUM
               MOVE WS-EXCEPTION-LINE(21:36) TO EVT-TEXT
               PERFORM 8000-WRITE-EVENT
           END-IF.

       2300-ACCUMULATE-TREND.
                       MOVE WS-TREND-FULL-LINE TO EXCEPT-RPT-LINE
                       WRITE EXCEPT-RPT-LINE
                       SET WS-TREND-FULL-REPORTED TO TRUE
                       MOVE SPACES TO EVENT-RECORD
                       MOVE "TRDTBLFL" TO EVT-EVENT-CODE
                       SET EVT-WARNING TO TRUE
                       MOVE 0 TO EVT-AMOUNT
                       MOVE "TREND TABLE FULL - BATCH ID DROPPED"
                           TO EVT-TEXT
                       PERFORM 8000-WRITE-EVENT
                   END-IF
               END-IF
           END-IF
               WRITE EXCEPT-RPT-LINE
           END-IF.

      *****************************************************************
      *  COMPLETES AND APPENDS THE EVENT BUILT BY THE CALLER FOR THE
      *  HISTORY RUN IN HAND.  THE BUSINESS DATE AND BATCH ARE THOSE
      *  OF THE RUN, NOT OF THIS EXTRACT.
      *****************************************************************
       8000-WRITE-EVENT.
           IF WS-EVENT-FILE-OPEN
               MOVE HIST-RUN-DATE TO EVT-BUSINESS-DATE
               MOVE "SUMHIST" TO EVT-PROGRAM
               MOVE HIST-BATCH-ID TO EVT-BATCH-ID
               ACCEPT EVT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-STAMP-TIME FROM TIME
               SET EVT-OPEN TO TRUE
               MOVE 0 TO EVT-ACK-DATE
               MOVE 0 TO EVT-ACK-TIME
               WRITE EVENT-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF WS-EVENT-FILE-OPEN
               CLOSE EVENT-FILE
           END-IF
           CLOSE EXTRACT-RPT
           CLOSE EXCEPT-RPT.
