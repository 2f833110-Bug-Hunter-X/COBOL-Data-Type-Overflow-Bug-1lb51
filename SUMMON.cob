      *****************************************************************
      *  PROGRAM-ID   : SUMMON
      *  DESCRIPTION  : EXPECTED-FEED MONITOR.  RUN AT CUTOFF, IT
      *                 COMPARES THE SCHEDULE MASTER (SCHDFILE) FOR
      *                 ONE BUSINESS DATE AGAINST THE PROCESSED-BATCH
      *                 REGISTER (REGFILE) AND LISTS ON SCHDRPT EVERY
      *                 SCHEDULED BATCH ID WITH ITS CUTOFF, WHEN IT
      *                 FIRST STARTED AND WHETHER IT IS ON TIME,
      *                 LATE, STARTED BUT NOT COMPLETED, MISSING OR
      *                 STILL BEFORE ITS CUTOFF, FOLLOWED BY EVERY
      *                 BATCH ID THAT RAN BUT WAS NOT EXPECTED THAT
      *                 DAY.  A FEED IS EXPECTED WHEN ITS SCHEDULE
      *                 LISTS THE BUSINESS DATE'S WEEKDAY AND, FOR A
      *                 BUSINESS-DAY FEED, THE DATE IS NOT ON THE
      *                 HOLIDAY CALENDAR.  PARM IS THE BUSINESS DATE
      *                 (YYYYMMDD); WITH NO PARM THE MACHINE DATE IS
      *                 USED.  RETURN CODE 8 MEANS A FEED IS MISSING
      *                 OR DID NOT COMPLETE; RETURN CODE 4 MEANS
      *                 EVERY EXPECTED FEED IS IN BUT ONE ARRIVED
      *                 LATE OR AN UNSCHEDULED BATCH RAN; ZERO MEANS
      *                 THE NIGHT IS ON SCHEDULE.  SUMSTAT PRINTS THE
      *                 SAME PICTURE AT THE TOP OF MORNRPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMMON.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT MONITOR-RPT ASSIGN TO "SCHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONITOR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY CBSCHED.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       COPY CBREGREC.

       FD  MONITOR-RPT
           RECORDING MODE IS F.
       01  MONITOR-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCHEDULE-STATUS          PIC XX      VALUE "00".
           88  WS-SCHEDULE-OK                      VALUE "00".

       01  WS-REGISTER-STATUS          PIC XX      VALUE "00".

       01  WS-MONITOR-RPT-STATUS       PIC XX      VALUE "00".
           88  WS-MONITOR-RPT-OK                   VALUE "00".

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

       01  WS-FEED-FOUND-SWITCH        PIC X       VALUE "N".
           88  WS-FEED-FOUND                       VALUE "Y".

       01  WS-HOLIDAY-SWITCH           PIC X       VALUE "N".
           88  WS-IS-HOLIDAY                       VALUE "Y".

       01  WS-REPORT-DATE              PIC 9(08)   VALUE 0.

       01  WS-PARM                     PIC X(10)   VALUE SPACES.
       01  WS-DATE-PARM                PIC X(08)   VALUE SPACES.

       01  WS-DAY-NUMBER               PIC 9(08)   VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9(01)   VALUE 0.
       01  WS-CUTOFF-DATE              PIC 9(08)   VALUE 0.

       01  WS-NOW-DATE                 PIC 9(08)   VALUE 0.
       01  WS-NOW-TIME                 PIC 9(08)   VALUE 0.
       01  WS-NOW-STAMP                PIC 9(12)   VALUE 0.

       01  WS-EVENT-STAMP              PIC 9(12)   VALUE 0.

       01  WS-STAMP-WORK               PIC 9(12)   VALUE 0.
       01  WS-STAMP-WORK-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-WORK-DATE      PIC 9(08).
           05  WS-STAMP-WORK-TIME      PIC 9(04).

       01  WS-LOOKUP-BATCH-ID          PIC X(08)   VALUE SPACES.

       01  WS-WEEKDAY-NAMES            PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT        PIC 9(4)    VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE         PIC 9(08).

       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT           PIC 9(4)    VALUE 0.
           05  WS-FEED-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-FD-IDX.
               10  WS-FD-BATCH-ID      PIC X(08).
               10  WS-FD-SCHEDULED-SW  PIC X.
                   88  WS-FD-SCHEDULED             VALUE "Y".
               10  WS-FD-DAY-FLAGS     PIC X(07).
               10  WS-FD-CALENDAR      PIC X(01).
               10  WS-FD-CUTOFF-TIME   PIC 9(04).
               10  WS-FD-CUTOFF-DAYS   PIC 9(01).
               10  WS-FD-EXPECTED-SW   PIC X.
                   88  WS-FD-EXPECTED              VALUE "Y".
               10  WS-FD-CUTOFF-STAMP  PIC 9(12).
               10  WS-FD-STARTED-SW    PIC X.
                   88  WS-FD-STARTED               VALUE "Y".
               10  WS-FD-COMPLETED-SW  PIC X.
                   88  WS-FD-COMPLETED             VALUE "Y".
               10  WS-FD-FIRST-START   PIC 9(12).
               10  WS-FD-STATUS        PIC X(01).
                   88  WS-FD-ON-TIME               VALUE "O".
                   88  WS-FD-LATE                  VALUE "L".
                   88  WS-FD-INCOMPLETE            VALUE "I".
                   88  WS-FD-MISSING               VALUE "M".
                   88  WS-FD-PENDING               VALUE "P".
                   88  WS-FD-UNEXPECTED            VALUE "U".
                   88  WS-FD-NOT-DUE               VALUE "N".

       01  WS-FEED-TABLE-FULL-LINE     PIC X(44)
           VALUE "FEED TABLE FULL - BATCH IDS PAST 200 LOST".

       01  WS-FEED-TABLE-FULL-SWITCH   PIC X       VALUE "N".
           88  WS-FEED-TABLE-FULL                  VALUE "Y".

       01  WS-FEED-COUNTERS.
           05  WS-EXPECTED-COUNT       PIC 9(04)   VALUE 0.
           05  WS-ON-TIME-COUNT        PIC 9(04)   VALUE 0.
           05  WS-LATE-COUNT           PIC 9(04)   VALUE 0.
           05  WS-INCOMPLETE-COUNT     PIC 9(04)   VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(04)   VALUE 0.
           05  WS-PENDING-COUNT        PIC 9(04)   VALUE 0.
           05  WS-UNEXPECTED-COUNT     PIC 9(04)   VALUE 0.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(30)
               VALUE "FEED MONITOR - BUSINESS DATE".
           05  FILLER                  PIC X(02)   VALUE ": ".
           05  WS-HDR-DATE-OUT         PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-HDR-WEEKDAY-OUT      PIC X(03).
           05  WS-HDR-HOLIDAY-OUT      PIC X(09).

       01  WS-RUN-AT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "MONITOR RUN AT.....:".
           05  WS-RUN-AT-DATE-OUT      PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RUN-AT-TIME-OUT      PIC 9(04).

       01  WS-BAD-DATE-LINE.
           05  FILLER                  PIC X(23)
               VALUE "INVALID BUSINESS DATE:".
           05  WS-BAD-DATE-OUT         PIC X(08).
           05  FILLER                  PIC X(17)
               VALUE "  MONITOR ABORTED".

       01  WS-FEED-COLUMN-LINE.
           05  FILLER                  PIC X(10)   VALUE "BATCH ID".
           05  FILLER                  PIC X(15)   VALUE "CUTOFF".
           05  FILLER                  PIC X(15)   VALUE "FIRST START".
           05  FILLER                  PIC X(06)   VALUE "STATUS".

       01  WS-FEED-DETAIL-LINE.
           05  WS-FDL-BATCH-OUT        PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-FDL-CUTOFF-DATE-OUT  PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-FDL-CUTOFF-TIME-OUT  PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-FDL-START-DATE-OUT   PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-FDL-START-TIME-OUT   PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-FDL-STATUS-OUT       PIC X(30).

       01  WS-NO-FEEDS-LINE            PIC X(44)
           VALUE "NO FEEDS SCHEDULED OR RECEIVED FOR THE DATE".

       01  WS-SUMMARY-LINES.
           05  WS-EXPECTED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "FEEDS EXPECTED.....:".
               10  WS-EXPECTED-OUT     PIC ZZZ9.
           05  WS-ON-TIME-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RECEIVED ON TIME...:".
               10  WS-ON-TIME-OUT      PIC ZZZ9.
           05  WS-LATE-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RECEIVED LATE......:".
               10  WS-LATE-OUT         PIC ZZZ9.
           05  WS-INCOMPLETE-LINE.
               10  FILLER              PIC X(20)
                   VALUE "STARTED NOT COMPLTD:".
               10  WS-INCOMPLETE-OUT   PIC ZZZ9.
           05  WS-MISSING-LINE.
               10  FILLER              PIC X(20)
                   VALUE "MISSING............:".
               10  WS-MISSING-OUT      PIC ZZZ9.
           05  WS-PENDING-LINE.
               10  FILLER              PIC X(20)
                   VALUE "BEFORE CUTOFF......:".
               10  WS-PENDING-OUT      PIC ZZZ9.
           05  WS-UNEXPECTED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "NOT EXPECTED.......:".
               10  WS-UNEXPECTED-OUT   PIC ZZZ9.

       01  WS-OPEN-ERROR-LINE.
           05  FILLER                  PIC X(20)
               VALUE "UNABLE TO OPEN FILE:".
           05  WS-OPEN-ERR-FILE-OUT    PIC X(12).
           05  FILLER                  PIC X(11)
               VALUE "  STATUS: ".
           05  WS-OPEN-ERR-STATUS-OUT  PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SCHEDULE
           PERFORM 2500-RESOLVE-EXPECTED-FEEDS
           PERFORM 3000-LOAD-REGISTER
           PERFORM 4000-CLASSIFY-FEEDS
           PERFORM 5000-PRINT-REPORT
           PERFORM 7000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  THE WEEKDAY COMES FROM THE INTEGER DAY NUMBER: DAY 1 OF THE
      *  COUNT (1 JANUARY 1601) WAS A MONDAY.  A DATE THAT DOES NOT
      *  CONVERT HAS NO WEEKDAY AND ABORTS THE RUN.
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT MONITOR-RPT
           IF NOT WS-MONITOR-RPT-OK
               MOVE "SCHDRPT" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-MONITOR-RPT-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP =
               WS-NOW-DATE * 10000 + WS-NOW-TIME / 10000
           MOVE WS-NOW-DATE TO WS-REPORT-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY "/"
               INTO WS-DATE-PARM
           IF WS-DATE-PARM IS NUMERIC
               MOVE WS-DATE-PARM TO WS-REPORT-DATE
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           IF WS-DAY-NUMBER = 0
               MOVE WS-REPORT-DATE TO WS-BAD-DATE-OUT
               DISPLAY WS-BAD-DATE-LINE
               CLOSE MONITOR-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DAY-NUMBER - 1, 7) + 1.

      *****************************************************************
      *  THE MONITOR HAS NOTHING TO MEASURE WITHOUT A SCHEDULE, SO A
      *  MISSING SCHDFILE ENDS THE RUN LIKE ANY OTHER OPEN FAILURE.
      *  HOLIDAY AND SCHEDULE RECORDS MAY COME IN ANY ORDER; THE
      *  EXPECTED DAYS ARE WORKED OUT IN 2500 ONCE THE WHOLE
      *  CALENDAR IS IN.
      *****************************************************************
       2000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF NOT WS-SCHEDULE-OK
               MOVE "SCHDFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-SCHEDULE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               CLOSE MONITOR-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SCHED-BATCH-REC
                               PERFORM 2100-STORE-SCHEDULE-RECORD
                           WHEN SCHED-HOLIDAY-REC
                               PERFORM 2200-STORE-HOLIDAY-RECORD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       2100-STORE-SCHEDULE-RECORD.
           MOVE SCHED-BATCH-ID TO WS-LOOKUP-BATCH-ID
           PERFORM 8000-FIND-FEED-ENTRY
           IF WS-FEED-FOUND
               MOVE "Y" TO WS-FD-SCHEDULED-SW(WS-FD-IDX)
               MOVE SCHED-DAY-FLAGS TO WS-FD-DAY-FLAGS(WS-FD-IDX)
               MOVE SCHED-CALENDAR TO WS-FD-CALENDAR(WS-FD-IDX)
               IF SCHED-CUTOFF-TIME IS NUMERIC
                   MOVE SCHED-CUTOFF-TIME
                       TO WS-FD-CUTOFF-TIME(WS-FD-IDX)
               END-IF
               IF SCHED-CUTOFF-DAYS IS NUMERIC
                   MOVE SCHED-CUTOFF-DAYS
                       TO WS-FD-CUTOFF-DAYS(WS-FD-IDX)
               END-IF
           END-IF.

       2200-STORE-HOLIDAY-RECORD.
           IF WS-HOLIDAY-COUNT < 100
                   AND SCHED-HOLIDAY-DATE IS NUMERIC
               ADD 1 TO WS-HOLIDAY-COUNT
               SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
               MOVE SCHED-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-IDX)
           END-IF.

      *****************************************************************
      *  A SCHEDULED FEED IS EXPECTED WHEN ITS FLAG FOR THE WEEKDAY
      *  IS 'Y', UNLESS IT FOLLOWS THE BUSINESS-DAY CALENDAR AND THE
      *  DATE IS A HOLIDAY.  ITS CUTOFF IS THE SCHEDULED TIME ON THE
      *  BUSINESS DATE PLUS THE SCHEDULED NUMBER OF DAYS.
      *****************************************************************
       2500-RESOLVE-EXPECTED-FEEDS.
           MOVE "N" TO WS-HOLIDAY-SWITCH
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-REPORT-DATE
                   SET WS-IS-HOLIDAY TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-COUNT
               IF WS-FD-DAY-FLAGS(WS-FD-IDX)(WS-DAY-OF-WEEK:1) = "Y"
                       AND (WS-FD-CALENDAR(WS-FD-IDX) = "A"
                           OR NOT WS-IS-HOLIDAY)
                   MOVE "Y" TO WS-FD-EXPECTED-SW(WS-FD-IDX)
                   ADD 1 TO WS-EXPECTED-COUNT
               END-IF
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-DAY-NUMBER + WS-FD-CUTOFF-DAYS(WS-FD-IDX))
               COMPUTE WS-FD-CUTOFF-STAMP(WS-FD-IDX) =
                   WS-CUTOFF-DATE * 10000
                   + WS-FD-CUTOFF-TIME(WS-FD-IDX)
           END-PERFORM.

      *****************************************************************
      *  REGFILE IS OPTIONAL - ON A NIGHT WHEN NOTHING HAS RUN YET
      *  THERE MAY BE NO FILE, AND EVERY EXPECTED FEED PAST ITS
      *  CUTOFF IS THEN MISSING.  A BATCH ID THAT IS NOT ON THE
      *  SCHEDULE ENTERS THE TABLE HERE, UNSCHEDULED.  THE FIRST
      *  START IS THE EARLIEST STAMPED START EVENT FOR THE DATE.
      *****************************************************************
       3000-LOAD-REGISTER.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REG-RUN-DATE = WS-REPORT-DATE
                               PERFORM 3100-POST-REGISTER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       3100-POST-REGISTER-EVENT.
           MOVE REG-BATCH-ID TO WS-LOOKUP-BATCH-ID
           PERFORM 8000-FIND-FEED-ENTRY
           IF WS-FEED-FOUND
               EVALUATE TRUE
                   WHEN REG-RUN-STARTED
                       MOVE "Y" TO WS-FD-STARTED-SW(WS-FD-IDX)
                       IF REG-EVENT-DATE IS NUMERIC
                               AND REG-EVENT-TIME IS NUMERIC
                               AND REG-EVENT-DATE > 0
                           COMPUTE WS-EVENT-STAMP =
                               REG-EVENT-DATE * 10000
                               + REG-EVENT-TIME / 10000
                           IF WS-FD-FIRST-START(WS-FD-IDX) = 0
                                   OR WS-EVENT-STAMP
                                       < WS-FD-FIRST-START(WS-FD-IDX)
                               MOVE WS-EVENT-STAMP
                                   TO WS-FD-FIRST-START(WS-FD-IDX)
                           END-IF
                       END-IF
                   WHEN REG-RUN-COMPLETED
                       MOVE "Y" TO WS-FD-COMPLETED-SW(WS-FD-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  A BATCH THAT RAN WHEN IT WAS NOT EXPECTED IS REPORTED AS
      *  SUCH WHATEVER ITS OUTCOME.  AN EXPECTED FEED THAT HAS BEEN
      *  STARTED BUT HAS NO COMPLETION IS FLAGGED BEFORE ANY TIMING
      *  TEST; ONE THAT COMPLETED IS LATE ONLY WHEN ITS FIRST
      *  STAMPED START IS AFTER THE CUTOFF.  AN EXPECTED FEED WITH NO
      *  RUN AT ALL IS MISSING ONCE THE CUTOFF HAS PASSED AND IS
      *  STILL PENDING BEFORE IT.
      *****************************************************************
       4000-CLASSIFY-FEEDS.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-COUNT
               PERFORM 4100-CLASSIFY-ONE-FEED
           END-PERFORM.

       4100-CLASSIFY-ONE-FEED.
           EVALUATE TRUE
               WHEN NOT WS-FD-EXPECTED(WS-FD-IDX)
                       AND (WS-FD-STARTED(WS-FD-IDX)
                           OR WS-FD-COMPLETED(WS-FD-IDX))
                   SET WS-FD-UNEXPECTED(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-UNEXPECTED-COUNT
               WHEN NOT WS-FD-EXPECTED(WS-FD-IDX)
                   SET WS-FD-NOT-DUE(WS-FD-IDX) TO TRUE
               WHEN WS-FD-STARTED(WS-FD-IDX)
                       AND NOT WS-FD-COMPLETED(WS-FD-IDX)
                   SET WS-FD-INCOMPLETE(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-INCOMPLETE-COUNT
               WHEN WS-FD-COMPLETED(WS-FD-IDX)
                       AND WS-FD-FIRST-START(WS-FD-IDX)
                           > WS-FD-CUTOFF-STAMP(WS-FD-IDX)
                   SET WS-FD-LATE(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-LATE-COUNT
               WHEN WS-FD-COMPLETED(WS-FD-IDX)
                   SET WS-FD-ON-TIME(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-ON-TIME-COUNT
               WHEN WS-NOW-STAMP NOT < WS-FD-CUTOFF-STAMP(WS-FD-IDX)
                   SET WS-FD-MISSING(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   SET WS-FD-PENDING(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.

       5000-PRINT-REPORT.
           MOVE WS-REPORT-DATE TO WS-HDR-DATE-OUT
           MOVE WS-WEEKDAY-NAMES((WS-DAY-OF-WEEK - 1) * 3 + 1:3)
               TO WS-HDR-WEEKDAY-OUT
           IF WS-IS-HOLIDAY
               MOVE " HOLIDAY" TO WS-HDR-HOLIDAY-OUT
           ELSE
               MOVE SPACES TO WS-HDR-HOLIDAY-OUT
           END-IF
           MOVE WS-HEADER-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-NOW-DATE TO WS-RUN-AT-DATE-OUT
           COMPUTE WS-RUN-AT-TIME-OUT = WS-NOW-TIME / 10000
           MOVE WS-RUN-AT-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           IF WS-FEED-TABLE-FULL
               MOVE WS-FEED-TABLE-FULL-LINE TO MONITOR-RPT-LINE
               WRITE MONITOR-RPT-LINE
           END-IF
           IF WS-EXPECTED-COUNT = 0 AND WS-UNEXPECTED-COUNT = 0
               MOVE WS-NO-FEEDS-LINE TO MONITOR-RPT-LINE
               WRITE MONITOR-RPT-LINE
           ELSE
               MOVE WS-FEED-COLUMN-LINE TO MONITOR-RPT-LINE
               WRITE MONITOR-RPT-LINE
           END-IF
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-COUNT
               IF NOT WS-FD-NOT-DUE(WS-FD-IDX)
                   PERFORM 5100-PRINT-ONE-FEED
               END-IF
           END-PERFORM
           MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-OUT
           MOVE WS-EXPECTED-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-ON-TIME-COUNT TO WS-ON-TIME-OUT
           MOVE WS-ON-TIME-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-LATE-COUNT TO WS-LATE-OUT
           MOVE WS-LATE-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-INCOMPLETE-COUNT TO WS-INCOMPLETE-OUT
           MOVE WS-INCOMPLETE-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-MISSING-COUNT TO WS-MISSING-OUT
           MOVE WS-MISSING-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-PENDING-COUNT TO WS-PENDING-OUT
           MOVE WS-PENDING-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE
           MOVE WS-UNEXPECTED-COUNT TO WS-UNEXPECTED-OUT
           MOVE WS-UNEXPECTED-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE.

       5100-PRINT-ONE-FEED.
           MOVE WS-FD-BATCH-ID(WS-FD-IDX) TO WS-FDL-BATCH-OUT
           IF WS-FD-SCHEDULED(WS-FD-IDX)
               MOVE WS-FD-CUTOFF-STAMP(WS-FD-IDX) TO WS-STAMP-WORK
               MOVE WS-STAMP-WORK-DATE TO WS-FDL-CUTOFF-DATE-OUT
               MOVE WS-STAMP-WORK-TIME TO WS-FDL-CUTOFF-TIME-OUT
           ELSE
               MOVE SPACES TO WS-FDL-CUTOFF-DATE-OUT
               MOVE SPACES TO WS-FDL-CUTOFF-TIME-OUT
           END-IF
           IF WS-FD-FIRST-START(WS-FD-IDX) > 0
               MOVE WS-FD-FIRST-START(WS-FD-IDX) TO WS-STAMP-WORK
               MOVE WS-STAMP-WORK-DATE TO WS-FDL-START-DATE-OUT
               MOVE WS-STAMP-WORK-TIME TO WS-FDL-START-TIME-OUT
           ELSE
               MOVE SPACES TO WS-FDL-START-DATE-OUT
               MOVE SPACES TO WS-FDL-START-TIME-OUT
           END-IF
           EVALUATE TRUE
               WHEN WS-FD-ON-TIME(WS-FD-IDX)
                   MOVE "RECEIVED - ON TIME" TO WS-FDL-STATUS-OUT
               WHEN WS-FD-LATE(WS-FD-IDX)
                   MOVE "RECEIVED LATE - AFTER CUTOFF"
                       TO WS-FDL-STATUS-OUT
               WHEN WS-FD-INCOMPLETE(WS-FD-IDX)
                   MOVE "STARTED - DID NOT COMPLETE"
                       TO WS-FDL-STATUS-OUT
               WHEN WS-FD-MISSING(WS-FD-IDX)
                   MOVE "MISSING - NOT RECEIVED"
                       TO WS-FDL-STATUS-OUT
               WHEN WS-FD-PENDING(WS-FD-IDX)
                   MOVE "NOT YET DUE - BEFORE CUTOFF"
                       TO WS-FDL-STATUS-OUT
               WHEN OTHER
                   MOVE "RAN - NOT EXPECTED TODAY"
                       TO WS-FDL-STATUS-OUT
           END-EVALUATE
           MOVE WS-FEED-DETAIL-LINE TO MONITOR-RPT-LINE
           WRITE MONITOR-RPT-LINE.

       7000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > 0
                       OR WS-INCOMPLETE-COUNT > 0
                       OR WS-FEED-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > 0
                       OR WS-UNEXPECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       8000-FIND-FEED-ENTRY.
           MOVE "N" TO WS-FEED-FOUND-SWITCH
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-COUNT
                       OR WS-FEED-FOUND
               IF WS-FD-BATCH-ID(WS-FD-IDX) = WS-LOOKUP-BATCH-ID
                   SET WS-FEED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FEED-FOUND
               SET WS-FD-IDX DOWN BY 1
           ELSE
               IF WS-FEED-COUNT >= 200
                   SET WS-FEED-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   SET WS-FD-IDX TO WS-FEED-COUNT
                   MOVE WS-LOOKUP-BATCH-ID TO WS-FD-BATCH-ID(WS-FD-IDX)
                   MOVE "N" TO WS-FD-SCHEDULED-SW(WS-FD-IDX)
                   MOVE "NNNNNNN" TO WS-FD-DAY-FLAGS(WS-FD-IDX)
                   MOVE SPACE TO WS-FD-CALENDAR(WS-FD-IDX)
                   MOVE 0 TO WS-FD-CUTOFF-TIME(WS-FD-IDX)
                   MOVE 0 TO WS-FD-CUTOFF-DAYS(WS-FD-IDX)
                   MOVE "N" TO WS-FD-EXPECTED-SW(WS-FD-IDX)
                   MOVE 0 TO WS-FD-CUTOFF-STAMP(WS-FD-IDX)
                   MOVE "N" TO WS-FD-STARTED-SW(WS-FD-IDX)
                   MOVE "N" TO WS-FD-COMPLETED-SW(WS-FD-IDX)
                   MOVE 0 TO WS-FD-FIRST-START(WS-FD-IDX)
                   MOVE SPACE TO WS-FD-STATUS(WS-FD-IDX)
                   SET WS-FEED-FOUND TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE MONITOR-RPT.
