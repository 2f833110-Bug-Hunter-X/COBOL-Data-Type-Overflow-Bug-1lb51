      *                 COMPLETE, CONTROL MISMATCH, POSTING FAILED
      *                 OR MISSING); RETURN CODE 4 MEANS THE RUNS
      *                 ARE CLEAN BUT NEW REJECTS NEED WORKING;
      *                 ZERO MEANS NOTHING NEEDS A HUMAN.  A BATCH
      *                 THAT CARRIED REVERSALS ALSO SHOWS ITS
      *                 REVERSAL CREDIT AND THAT CREDIT'S POSTING.
      *                 A HELD BATCH RELEASED FROM SUSPENSE ON THE
      *                 RELEASE EXTRACT (GLRLSFIL) SHOWS AS RELEASED,
      *                 WITH WHEN AND BY WHOM, AND ITS POSTING IS
      *                 TRACKED LIKE ANY OTHER EXTRACTED BATCH.
      *                 WHEN THE SCHEDULE MASTER (SCHDFILE) IS ON
      *                 HAND THE REPORT OPENS WITH THE SAME EXPECTED
      *                 AGAINST RECEIVED PICTURE SUMMON PRINTS: A
      *                 MISSING FEED IS A RUN PROBLEM, AND A LATE OR
      *                 UNEXPECTED FEED GIVES RETURN CODE 4 LIKE A
      *                 NEW REJECT.  WHEN THE NIGHT WAS RUN BY THE
      *                 CYCLE DRIVER (SUMCYCLE) THE STEPS IT LOGGED ON
      *                 CYCLLOG FOR THE DATE FOLLOW, WITH EACH STEP'S
      *                 START, END AND RETURN CODE.  EVERY RUN
      *                 PROBLEM, FEED WARNING AND FAILED CYCLE STEP
      *                 THE REPORT FLAGS IS ALSO APPENDED TO THE
      *                 EXCEPTION EVENT FEED (EVNTFILE, SEE SUMEVNT).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMSTAT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACK-STATUS.

           SELECT RELEASE-EXTRACT ASSIGN TO "GLRLSFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-EXTRACT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT CYCLE-LOG ASSIGN TO "CYCLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-LOG-STATUS.

           SELECT EVENT-FILE ASSIGN TO "EVNTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT STATUS-RPT ASSIGN TO "MORNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT-STATUS.
           RECORDING MODE IS F.
       COPY CBGLACK.

       FD  RELEASE-EXTRACT
           RECORDING MODE IS F.
       COPY CBGLRLS.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY CBREJREC.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY CBSCHED.

       FD  CYCLE-LOG
           RECORDING MODE IS F.
       COPY CBCYCLOG.

       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY CBEVENT.

       FD  STATUS-RPT
           RECORDING MODE IS F.
       01  STATUS-RPT-LINE             PIC X(80).

       01  WS-GL-ACK-STATUS            PIC XX      VALUE "00".

       01  WS-RELEASE-EXTRACT-STATUS   PIC XX      VALUE "00".

       01  WS-REJECT-FILE-STATUS       PIC XX      VALUE "00".

       01  WS-SCHEDULE-STATUS          PIC XX      VALUE "00".

       01  WS-CYCLE-LOG-STATUS         PIC XX      VALUE "00".

       01  WS-STATUS-RPT-STATUS        PIC XX      VALUE "00".
           88  WS-STATUS-RPT-OK                    VALUE "00".

       01  WS-EVENT-FILE-STATUS        PIC XX      VALUE "00".
           88  WS-EVENT-FILE-OK                    VALUE "00".

       01  WS-EVENT-FILE-OPEN-SWITCH   PIC X       VALUE "N".
           88  WS-EVENT-FILE-OPEN                  VALUE "Y".

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

       01  WS-BATCH-FOUND-SWITCH       PIC X       VALUE "N".
           88  WS-BATCH-FOUND                      VALUE "Y".

       01  WS-FEED-FOUND-SWITCH        PIC X       VALUE "N".
           88  WS-FEED-FOUND                       VALUE "Y".

       01  WS-SCHEDULE-LOADED-SWITCH   PIC X       VALUE "N".
           88  WS-SCHEDULE-LOADED                  VALUE "Y".

       01  WS-HOLIDAY-SWITCH           PIC X       VALUE "N".
           88  WS-IS-HOLIDAY                       VALUE "Y".

       01  WS-REPORT-DATE              PIC 9(08)   VALUE 0.

       01  WS-CARRY-UNIT               PIC 9(10)   VALUE 1000000000.

       01  WS-PARM                     PIC X(10)   VALUE SPACES.
       01  WS-DATE-PARM                PIC X(08)   VALUE SPACES.

       01  WS-LOOKUP-BATCH-ID          PIC X(08)   VALUE SPACES.

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

       01  WS-FEED-TABLE-FULL-SWITCH   PIC X       VALUE "N".
           88  WS-FEED-TABLE-FULL                  VALUE "Y".

       01  WS-STATUS-TABLE.
           05  WS-STATUS-COUNT         PIC 9(4)    VALUE 0.
           05  WS-STATUS-ENTRY OCCURS 200 TIMES
               10  WS-ST-ACK-SW        PIC X.
                   88  WS-ST-ACK-POSTED            VALUE "P".
                   88  WS-ST-ACK-FAILED            VALUE "F".
               10  WS-ST-CREDIT-SW     PIC X.
                   88  WS-ST-CREDITED              VALUE "Y".
               10  WS-ST-CREDIT-AMT    PIC 9(09)V99   COMP-3.
               10  WS-ST-CREDIT-HI     PIC 9(09)      COMP-3.
               10  WS-ST-CR-ACK-SW     PIC X.
                   88  WS-ST-CR-ACK-POSTED         VALUE "P".
                   88  WS-ST-CR-ACK-FAILED         VALUE "F".
               10  WS-ST-RELEASED-SW   PIC X.
                   88  WS-ST-RELEASED              VALUE "Y".
               10  WS-ST-RLS-DATE      PIC 9(08).
               10  WS-ST-RLS-OPER      PIC X(08).
               10  WS-ST-APR-OPER      PIC X(08).
               10  WS-ST-REJ-COUNT     PIC 9(09).
               10  WS-ST-REJ-AMOUNT    PIC S9(11)V99  COMP-3.


       01  WS-PROBLEM-COUNT            PIC 9(09)   VALUE 0.
       01  WS-NEW-REJECT-COUNT         PIC 9(09)   VALUE 0.
       01  WS-FEED-WARNING-COUNT       PIC 9(09)   VALUE 0.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(02)   VALUE ": ".
           05  WS-HDR-DATE-OUT         PIC 9(08).

       01  WS-FEED-SECTION-LINE        PIC X(40)
           VALUE "EXPECTED FEEDS AGAINST RECEIVED".

       01  WS-NO-SCHEDULE-LINE         PIC X(44)
           VALUE "NO FEED SCHEDULE ON FILE - FEEDS NOT CHECKED".

       01  WS-NO-FEEDS-LINE            PIC X(44)
           VALUE "NO FEEDS SCHEDULED OR RECEIVED FOR THE DATE".

       01  WS-FEED-TABLE-FULL-LINE     PIC X(44)
           VALUE "FEED TABLE FULL - BATCH IDS PAST 200 LOST".

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

       01  WS-CYCLE-SECTION-LINE       PIC X(40)
           VALUE "NIGHTLY CYCLE STEPS".

       01  WS-NO-CYCLE-LOG-LINE        PIC X(44)
           VALUE "NO CYCLE LOG ON FILE".

       01  WS-NO-CYCLE-STEPS-LINE      PIC X(44)
           VALUE "NO CYCLE STEPS LOGGED FOR THE DATE".

       01  WS-CYCLE-STEP-COUNT         PIC 9(04)   VALUE 0.

       01  WS-CYCLE-COLUMN-LINE.
           05  FILLER                  PIC X(05)   VALUE "STEP".
           05  FILLER                  PIC X(09)   VALUE "PROGRAM".
           05  FILLER                  PIC X(09)   VALUE "BATCH ID".
           05  FILLER                  PIC X(16)   VALUE "STARTED".
           05  FILLER                  PIC X(07)   VALUE "ENDED".
           05  FILLER                  PIC X(05)   VALUE "RC".
           05  FILLER                  PIC X(06)   VALUE "RESULT".

       01  WS-CYCLE-DETAIL-LINE.
           05  WS-CDL-STEP-OUT         PIC ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CDL-PROGRAM-OUT      PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CDL-BATCH-OUT        PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CDL-START-DATE-OUT   PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CDL-START-TIME-OUT   PIC X(06).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CDL-END-TIME-OUT     PIC X(06).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CDL-RC-OUT           PIC ZZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CDL-RESULT-OUT       PIC X(25).

       01  WS-PAGE-BREAK-LINE          PIC X(40)   VALUE ALL "-".

       01  WS-BATCH-HDR-LINE.
           05  FILLER                  PIC X(13)
               VALUE "NOT EXTRACTED".

       01  WS-CREDIT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "REVERSAL CREDIT....:".
           05  WS-CREDIT-AMT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-CREDIT-HI-OUT        PIC ZZZ,ZZZ,ZZ9.

       01  WS-RELEASED-LINE.
           05  FILLER                  PIC X(20)
               VALUE "RELEASED FROM SUSP.:".
           05  WS-RLS-DATE-OUT         PIC 9(08).
           05  FILLER                  PIC X(04)   VALUE " BY ".
           05  WS-RLS-OPER-OUT         PIC X(08).
           05  FILLER                  PIC X(01)   VALUE "/".
           05  WS-APR-OPER-OUT         PIC X(08).

       01  WS-CREDIT-POSTING-LINE.
           05  FILLER                  PIC X(20)
               VALUE "CREDIT POSTING.....:".
           05  WS-CREDIT-POSTING-OUT   PIC X(30).

       01  WS-POSTING-LINE.
           05  FILLER                  PIC X(20)
               VALUE "POSTING STATUS.....:".
               10  FILLER              PIC X(20)
                   VALUE "NEW REJECTS........:".
               10  WS-NEW-REJ-OUT      PIC ZZZ,ZZZ,ZZ9.
           05  WS-FEED-WARNING-LINE.
               10  FILLER              PIC X(20)
                   VALUE "LATE/UNEXPECTED FDS:".
               10  WS-FEED-WARNING-OUT PIC ZZZ,ZZZ,ZZ9.

       01  WS-OPEN-ERROR-LINE.
           05  FILLER                  PIC X(20)
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SCHEDULE
           PERFORM 2000-LOAD-REGISTER
           PERFORM 3000-LOAD-GL-EXTRACT
           PERFORM 3500-LOAD-RELEASE-EXTRACT
           PERFORM 4000-LOAD-ACKNOWLEDGMENTS
           PERFORM 5000-LOAD-REJECTS
           PERFORM 5500-CLASSIFY-FEEDS
           PERFORM 6000-PRINT-STATUS-PAGES
           PERFORM 7000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-STAMP =
               WS-NOW-DATE * 10000 + WS-NOW-TIME / 10000
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY "/"
               INTO WS-DATE-PARM
           END-IF
           MOVE WS-REPORT-DATE TO WS-HDR-DATE-OUT
           MOVE WS-HEADER-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           PERFORM 1400-OPEN-EVENT-FILE.

      *****************************************************************
      *  THE EVENT FEED IS SHARED BY THE WHOLE SUITE AND ONLY EVER
      *  APPENDED TO.  A FEED THAT CANNOT BE OPENED IS DISPLAYED AND
      *  THE REPORT CARRIES ON WITHOUT IT.
      *****************************************************************
       1400-OPEN-EVENT-FILE.
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
      *  THE SCHEDULE MASTER IS OPTIONAL HERE - WITHOUT IT THE REPORT
      *  SAYS THE FEEDS WERE NOT CHECKED AND CARRIES ON.  EXPECTED
      *  DAYS AND CUTOFFS ARE WORKED OUT AS IN SUMMON: THE WEEKDAY
      *  COMES FROM THE INTEGER DAY NUMBER (DAY 1 WAS A MONDAY), A
      *  BUSINESS-DAY FEED IS NOT EXPECTED ON A HOLIDAY, AND THE
      *  CUTOFF IS THE SCHEDULED TIME THE SCHEDULED NUMBER OF DAYS
      *  AFTER THE BUSINESS DATE.
      *****************************************************************
       1500-LOAD-SCHEDULE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           IF WS-DAY-NUMBER > 0
               OPEN INPUT SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS = "00"
                   SET WS-SCHEDULE-LOADED TO TRUE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF
                       READ SCHEDULE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               EVALUATE TRUE
                                   WHEN SCHED-BATCH-REC
                                       PERFORM 1510-STORE-SCHEDULE
                                   WHEN SCHED-HOLIDAY-REC
                                       PERFORM 1520-STORE-HOLIDAY
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE SCHEDULE-FILE
                   PERFORM 1600-RESOLVE-EXPECTED-FEEDS
               END-IF
           END-IF.

       1510-STORE-SCHEDULE.
           MOVE SCHED-BATCH-ID TO WS-LOOKUP-BATCH-ID
           PERFORM 8100-FIND-FEED-ENTRY
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

       1520-STORE-HOLIDAY.
           IF WS-HOLIDAY-COUNT < 100
                   AND SCHED-HOLIDAY-DATE IS NUMERIC
               ADD 1 TO WS-HOLIDAY-COUNT
               SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
               MOVE SCHED-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-IDX)
           END-IF.

       1600-RESOLVE-EXPECTED-FEEDS.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DAY-NUMBER - 1, 7) + 1
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
               END-IF
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-DAY-NUMBER + WS-FD-CUTOFF-DAYS(WS-FD-IDX))
               COMPUTE WS-FD-CUTOFF-STAMP(WS-FD-IDX) =
                   WS-CUTOFF-DATE * 10000
                   + WS-FD-CUTOFF-TIME(WS-FD-IDX)
           END-PERFORM.

      *****************************************************************
      *  EACH INPUT IS OPTIONAL - AN ABSENT FILE JUST CONTRIBUTES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-SCHEDULE-LOADED
               PERFORM 2150-POST-FEED-EVENT
           END-IF.

      *****************************************************************
      *  THE FIRST START IS THE EARLIEST STAMPED START EVENT FOR THE
      *  DATE; A BATCH ID NOT ON THE SCHEDULE ENTERS THE FEED TABLE
      *  HERE, UNSCHEDULED.
      *****************************************************************
       2150-POST-FEED-EVENT.
           PERFORM 8100-FIND-FEED-ENTRY
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
           MOVE GL-BATCH-ID TO WS-LOOKUP-BATCH-ID
           PERFORM 8000-FIND-STATUS-ENTRY
           IF WS-BATCH-FOUND
               IF GL-CREDIT-ENTRY
                   MOVE "Y" TO WS-ST-CREDIT-SW(WS-ST-IDX)
                   MOVE GL-TOTAL-AMOUNT
                       TO WS-ST-CREDIT-AMT(WS-ST-IDX)
                   MOVE GL-HI-ORDER-CARRY
                       TO WS-ST-CREDIT-HI(WS-ST-IDX)
               ELSE
                   MOVE "Y" TO WS-ST-EXTRACT-SW(WS-ST-IDX)
                   MOVE GL-TOTAL-AMOUNT
                       TO WS-ST-EXTRACT-AMT(WS-ST-IDX)
                   MOVE GL-HI-ORDER-CARRY
                       TO WS-ST-EXTRACT-HI(WS-ST-IDX)
               END-IF
           END-IF.

      *****************************************************************
      *  A BATCH RELEASED FROM SUSPENSE IS EXTRACTED UNDER THE
      *  BUSINESS DATE IT WAS HELD ON, SO IT JOINS THAT DATE'S
      *  BLOCK AS EXTRACTED AND IS FLAGGED AS RELEASED.
      *****************************************************************
       3500-LOAD-RELEASE-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RELEASE-EXTRACT
           IF WS-RELEASE-EXTRACT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RELEASE-EXTRACT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RLS-RUN-DATE = WS-REPORT-DATE
                                   AND RLS-BATCH-SUMMARY
                               PERFORM 3600-POST-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-EXTRACT
           END-IF.

       3600-POST-RELEASE.
           MOVE RLS-BATCH-ID TO WS-LOOKUP-BATCH-ID
           PERFORM 8000-FIND-STATUS-ENTRY
           IF WS-BATCH-FOUND
               MOVE "Y" TO WS-ST-RELEASED-SW(WS-ST-IDX)
               MOVE RLS-RELEASE-DATE TO WS-ST-RLS-DATE(WS-ST-IDX)
               MOVE RLS-RELEASE-OPER TO WS-ST-RLS-OPER(WS-ST-IDX)
               MOVE RLS-APPROVE-OPER TO WS-ST-APR-OPER(WS-ST-IDX)
               IF RLS-CREDIT-ENTRY
                   MOVE "Y" TO WS-ST-CREDIT-SW(WS-ST-IDX)
                   MOVE RLS-TOTAL-AMOUNT
                       TO WS-ST-CREDIT-AMT(WS-ST-IDX)
                   MOVE RLS-HI-ORDER-CARRY
                       TO WS-ST-CREDIT-HI(WS-ST-IDX)
               ELSE
                   MOVE "Y" TO WS-ST-EXTRACT-SW(WS-ST-IDX)
                   MOVE RLS-TOTAL-AMOUNT
                       TO WS-ST-EXTRACT-AMT(WS-ST-IDX)
                   MOVE RLS-HI-ORDER-CARRY
                       TO WS-ST-EXTRACT-HI(WS-ST-IDX)
               END-IF
           END-IF.

       4000-LOAD-ACKNOWLEDGMENTS.
           MOVE ACK-BATCH-ID TO WS-LOOKUP-BATCH-ID
           PERFORM 8000-FIND-STATUS-ENTRY
           IF WS-BATCH-FOUND
               EVALUATE TRUE
                   WHEN ACK-CREDIT-ENTRY AND ACK-POSTED
                       MOVE "P" TO WS-ST-CR-ACK-SW(WS-ST-IDX)
                   WHEN ACK-CREDIT-ENTRY
                       MOVE "F" TO WS-ST-CR-ACK-SW(WS-ST-IDX)
                   WHEN ACK-POSTED
                       MOVE "P" TO WS-ST-ACK-SW(WS-ST-IDX)
                   WHEN OTHER
                       MOVE "F" TO WS-ST-ACK-SW(WS-ST-IDX)
               END-EVALUATE
           END-IF.

      *****************************************************************
               ADD 1 TO WS-NEW-REJECT-COUNT
           END-IF.

      *****************************************************************
      *  SAME CLASSIFICATION AS SUMMON.  A FEED STARTED BUT NOT
      *  COMPLETED IS ALREADY COUNTED AS A PROBLEM IN ITS OWN BATCH
      *  BLOCK, SO ONLY A MISSING FEED ADDS TO THE PROBLEM COUNT
      *  HERE; LATE AND UNEXPECTED FEEDS ARE WARNINGS.
      *****************************************************************
       5500-CLASSIFY-FEEDS.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-COUNT
               PERFORM 5510-CLASSIFY-ONE-FEED
           END-PERFORM.

       5510-CLASSIFY-ONE-FEED.
           EVALUATE TRUE
               WHEN NOT WS-FD-EXPECTED(WS-FD-IDX)
                       AND (WS-FD-STARTED(WS-FD-IDX)
                           OR WS-FD-COMPLETED(WS-FD-IDX))
                   SET WS-FD-UNEXPECTED(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-FEED-WARNING-COUNT
               WHEN NOT WS-FD-EXPECTED(WS-FD-IDX)
                   SET WS-FD-NOT-DUE(WS-FD-IDX) TO TRUE
               WHEN WS-FD-STARTED(WS-FD-IDX)
                       AND NOT WS-FD-COMPLETED(WS-FD-IDX)
                   SET WS-FD-INCOMPLETE(WS-FD-IDX) TO TRUE
               WHEN WS-FD-COMPLETED(WS-FD-IDX)
                       AND WS-FD-FIRST-START(WS-FD-IDX)
                           > WS-FD-CUTOFF-STAMP(WS-FD-IDX)
                   SET WS-FD-LATE(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-FEED-WARNING-COUNT
               WHEN WS-FD-COMPLETED(WS-FD-IDX)
                   SET WS-FD-ON-TIME(WS-FD-IDX) TO TRUE
               WHEN WS-NOW-STAMP NOT < WS-FD-CUTOFF-STAMP(WS-FD-IDX)
                   SET WS-FD-MISSING(WS-FD-IDX) TO TRUE
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN OTHER
                   SET WS-FD-PENDING(WS-FD-IDX) TO TRUE
           END-EVALUATE.

       6000-PRINT-STATUS-PAGES.
           PERFORM 6050-PRINT-FEED-SCHEDULE
           PERFORM 6070-PRINT-CYCLE-STEPS
           IF WS-STATUS-COUNT = 0
               MOVE WS-NO-ACTIVITY-LINE TO STATUS-RPT-LINE
               WRITE STATUS-RPT-LINE
           MOVE WS-BATCH-HDR-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-ST-COMPLETED(WS-ST-IDX)
                       AND WS-ST-RELEASED(WS-ST-IDX)
                   MOVE "HELD - RELEASED FROM SUSPENSE"
                       TO WS-RUN-STATUS-OUT
               WHEN WS-ST-COMPLETED(WS-ST-IDX)
                       AND WS-ST-MATCHED(WS-ST-IDX)
                   MOVE "COMPLETED - CONTROL MATCHED"
                   MOVE "COMPLETED - CONTROL MISMATCH"
                       TO WS-RUN-STATUS-OUT
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO EVENT-RECORD
                   MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO EVT-BATCH-ID
                   MOVE "RUNMISM" TO EVT-EVENT-CODE
                   SET EVT-ERROR TO TRUE
                   MOVE 0 TO EVT-AMOUNT
                   MOVE WS-RUN-STATUS-OUT TO EVT-TEXT
                   PERFORM 8500-WRITE-EVENT
               WHEN WS-ST-STARTED(WS-ST-IDX)
                   MOVE "STARTED - DID NOT COMPLETE"
                       TO WS-RUN-STATUS-OUT
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO EVENT-RECORD
                   MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO EVT-BATCH-ID
                   MOVE "RUNINCMP" TO EVT-EVENT-CODE
                   SET EVT-CRITICAL TO TRUE
                   MOVE 0 TO EVT-AMOUNT
                   MOVE WS-RUN-STATUS-OUT TO EVT-TEXT
                   PERFORM 8500-WRITE-EVENT
               WHEN OTHER
                   MOVE "NO RUN RECORDED" TO WS-RUN-STATUS-OUT
           END-EVALUATE
               MOVE WS-NO-EXTRACT-LINE TO STATUS-RPT-LINE
           END-IF
           WRITE STATUS-RPT-LINE
           IF WS-ST-RELEASED(WS-ST-IDX)
               MOVE WS-ST-RLS-DATE(WS-ST-IDX) TO WS-RLS-DATE-OUT
               MOVE WS-ST-RLS-OPER(WS-ST-IDX) TO WS-RLS-OPER-OUT
               MOVE WS-ST-APR-OPER(WS-ST-IDX) TO WS-APR-OPER-OUT
               MOVE WS-RELEASED-LINE TO STATUS-RPT-LINE
               WRITE STATUS-RPT-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-ST-ACK-POSTED(WS-ST-IDX)
                   MOVE "POSTED" TO WS-POSTING-OUT
               WHEN WS-ST-ACK-FAILED(WS-ST-IDX)
                   MOVE "POSTING FAILED" TO WS-POSTING-OUT
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO EVENT-RECORD
                   MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO EVT-BATCH-ID
                   MOVE "POSTFAIL" TO EVT-EVENT-CODE
                   SET EVT-ERROR TO TRUE
                   COMPUTE EVT-AMOUNT =
                       WS-ST-EXTRACT-HI(WS-ST-IDX) * WS-CARRY-UNIT
                       + WS-ST-EXTRACT-AMT(WS-ST-IDX)
                   MOVE WS-POSTING-OUT TO EVT-TEXT
                   PERFORM 8500-WRITE-EVENT
               WHEN WS-ST-EXTRACTED(WS-ST-IDX)
                   MOVE "EXTRACTED - NO ACK YET"
                       TO WS-POSTING-OUT
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO EVENT-RECORD
                   MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO EVT-BATCH-ID
                   MOVE "POSTNACK" TO EVT-EVENT-CODE
                   SET EVT-ERROR TO TRUE
                   COMPUTE EVT-AMOUNT =
                       WS-ST-EXTRACT-HI(WS-ST-IDX) * WS-CARRY-UNIT
                       + WS-ST-EXTRACT-AMT(WS-ST-IDX)
                   MOVE WS-POSTING-OUT TO EVT-TEXT
                   PERFORM 8500-WRITE-EVENT
               WHEN OTHER
                   MOVE "NOT APPLICABLE" TO WS-POSTING-OUT
           END-EVALUATE
           MOVE WS-POSTING-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           IF WS-ST-CREDITED(WS-ST-IDX)
               PERFORM 6200-PRINT-REVERSAL-CREDIT
           END-IF
           MOVE WS-ST-REJ-COUNT(WS-ST-IDX) TO WS-REJ-COUNT-OUT
           MOVE WS-ST-REJ-AMOUNT(WS-ST-IDX) TO WS-REJ-AMOUNT-OUT
           MOVE WS-REJECT-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE.

       6050-PRINT-FEED-SCHEDULE.
           MOVE WS-PAGE-BREAK-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           MOVE WS-FEED-SECTION-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-SCHEDULE-LOADED
                   MOVE WS-NO-SCHEDULE-LINE TO STATUS-RPT-LINE
                   WRITE STATUS-RPT-LINE
               WHEN WS-FEED-COUNT = 0
                   MOVE WS-NO-FEEDS-LINE TO STATUS-RPT-LINE
                   WRITE STATUS-RPT-LINE
               WHEN OTHER
                   IF WS-FEED-TABLE-FULL
                       MOVE WS-FEED-TABLE-FULL-LINE TO STATUS-RPT-LINE
                       WRITE STATUS-RPT-LINE
                       MOVE SPACES TO EVENT-RECORD
                       MOVE "FEEDTBFL" TO EVT-EVENT-CODE
                       SET EVT-CRITICAL TO TRUE
                       MOVE 0 TO EVT-AMOUNT
                       MOVE WS-FEED-TABLE-FULL-LINE TO EVT-TEXT
                       PERFORM 8500-WRITE-EVENT
                   END-IF
                   MOVE WS-FEED-COLUMN-LINE TO STATUS-RPT-LINE
                   WRITE STATUS-RPT-LINE
                   PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                           UNTIL WS-FD-IDX > WS-FEED-COUNT
                       IF NOT WS-FD-NOT-DUE(WS-FD-IDX)
                           PERFORM 6060-PRINT-ONE-FEED
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       6060-PRINT-ONE-FEED.
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
           MOVE WS-FEED-DETAIL-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           MOVE SPACES TO EVENT-RECORD
           EVALUATE TRUE
               WHEN WS-FD-MISSING(WS-FD-IDX)
                   MOVE "FEEDMISS" TO EVT-EVENT-CODE
                   SET EVT-CRITICAL TO TRUE
               WHEN WS-FD-LATE(WS-FD-IDX)
                   MOVE "FEEDLATE" TO EVT-EVENT-CODE
                   SET EVT-WARNING TO TRUE
               WHEN WS-FD-UNEXPECTED(WS-FD-IDX)
                   MOVE "FEEDUNEX" TO EVT-EVENT-CODE
                   SET EVT-WARNING TO TRUE
           END-EVALUATE
           IF EVT-EVENT-CODE NOT = SPACES
               MOVE WS-FD-BATCH-ID(WS-FD-IDX) TO EVT-BATCH-ID
               MOVE 0 TO EVT-AMOUNT
               MOVE WS-FDL-STATUS-OUT TO EVT-TEXT
               PERFORM 8500-WRITE-EVENT
           END-IF.

      *****************************************************************
      *  EVERY STEP THE CYCLE DRIVER FINISHED FOR THE DATE, IN THE
      *  ORDER IT LOGGED THEM, SO A STEP THAT FAILED AND WAS RERUN
      *  SHOWS BOTH ATTEMPTS.  THE STARTED RECORDS ARE NOT PRINTED -
      *  THIS RUN'S OWN STEP IS STILL OPEN WHILE THE REPORT PRINTS.
      *  THE SECTION IS INFORMATION ONLY; THE DRIVER ITSELF STOPS
      *  THE NIGHT ON A FAILED STEP.
      *****************************************************************
       6070-PRINT-CYCLE-STEPS.
           MOVE WS-PAGE-BREAK-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           MOVE WS-CYCLE-SECTION-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           OPEN INPUT CYCLE-LOG
           IF WS-CYCLE-LOG-STATUS = "00"
               MOVE WS-CYCLE-COLUMN-LINE TO STATUS-RPT-LINE
               WRITE STATUS-RPT-LINE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ CYCLE-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CLOG-BUSINESS-DATE = WS-REPORT-DATE
                                   AND NOT CLOG-STEP-STARTED
                               PERFORM 6080-PRINT-ONE-CYCLE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-LOG
               IF WS-CYCLE-STEP-COUNT = 0
                   MOVE WS-NO-CYCLE-STEPS-LINE TO STATUS-RPT-LINE
                   WRITE STATUS-RPT-LINE
               END-IF
           ELSE
               MOVE WS-NO-CYCLE-LOG-LINE TO STATUS-RPT-LINE
               WRITE STATUS-RPT-LINE
           END-IF.

       6080-PRINT-ONE-CYCLE-STEP.
           ADD 1 TO WS-CYCLE-STEP-COUNT
           MOVE CLOG-STEP-NUMBER TO WS-CDL-STEP-OUT
           MOVE CLOG-PROGRAM TO WS-CDL-PROGRAM-OUT
           MOVE CLOG-BATCH-ID TO WS-CDL-BATCH-OUT
           MOVE CLOG-START-DATE TO WS-CDL-START-DATE-OUT
           MOVE CLOG-START-TIME(1:6) TO WS-CDL-START-TIME-OUT
           MOVE CLOG-END-TIME(1:6) TO WS-CDL-END-TIME-OUT
           MOVE CLOG-RETURN-CODE TO WS-CDL-RC-OUT
           IF CLOG-STEP-FAILED
               MOVE "FAILED - CYCLE STOPPED" TO WS-CDL-RESULT-OUT
               MOVE SPACES TO EVENT-RECORD
               MOVE CLOG-BATCH-ID TO EVT-BATCH-ID
               MOVE "CYCFAIL" TO EVT-EVENT-CODE
               SET EVT-CRITICAL TO TRUE
               MOVE 0 TO EVT-AMOUNT
               MOVE "CYCLE STEP FAILED:" TO EVT-TEXT(1:18)
               MOVE CLOG-PROGRAM TO EVT-TEXT(20:8)
               MOVE "RC" TO EVT-TEXT(29:2)
               MOVE WS-CDL-RC-OUT TO EVT-TEXT(32:4)
               PERFORM 8500-WRITE-EVENT
           ELSE
               MOVE "COMPLETED" TO WS-CDL-RESULT-OUT
           END-IF
           MOVE WS-CYCLE-DETAIL-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE.

      *****************************************************************
      *  A REVERSAL CREDIT IS POSTED ON ITS OWN ACKNOWLEDGMENT, SO A
      *  FAILED OR MISSING CREDIT ACK IS A PROBLEM IN ITS OWN RIGHT
      *  EVEN WHEN THE BATCH'S DEBIT POSTED CLEANLY.
      *****************************************************************
       6200-PRINT-REVERSAL-CREDIT.
           MOVE WS-ST-CREDIT-AMT(WS-ST-IDX) TO WS-CREDIT-AMT-OUT
           MOVE WS-ST-CREDIT-HI(WS-ST-IDX) TO WS-CREDIT-HI-OUT
           MOVE WS-CREDIT-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-ST-CR-ACK-POSTED(WS-ST-IDX)
                   MOVE "POSTED" TO WS-CREDIT-POSTING-OUT
               WHEN WS-ST-CR-ACK-FAILED(WS-ST-IDX)
                   MOVE "POSTING FAILED" TO WS-CREDIT-POSTING-OUT
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO EVENT-RECORD
                   MOVE "CRPSTFL" TO EVT-EVENT-CODE
                   PERFORM 6210-WRITE-CREDIT-EVENT
               WHEN OTHER
                   MOVE "EXTRACTED - NO ACK YET"
                       TO WS-CREDIT-POSTING-OUT
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO EVENT-RECORD
                   MOVE "CRNOACK" TO EVT-EVENT-CODE
                   PERFORM 6210-WRITE-CREDIT-EVENT
           END-EVALUATE
           MOVE WS-CREDIT-POSTING-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE.

       6210-WRITE-CREDIT-EVENT.
           MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO EVT-BATCH-ID
           SET EVT-ERROR TO TRUE
           COMPUTE EVT-AMOUNT =
               WS-ST-CREDIT-HI(WS-ST-IDX) * WS-CARRY-UNIT
               + WS-ST-CREDIT-AMT(WS-ST-IDX)
           MOVE "REVERSAL CREDIT" TO EVT-TEXT(1:16)
           MOVE WS-CREDIT-POSTING-OUT TO EVT-TEXT(17:24)
           PERFORM 8500-WRITE-EVENT.

       7000-SET-RETURN-CODE.
           MOVE WS-PROBLEM-COUNT TO WS-PROBLEM-OUT
           MOVE WS-PROBLEM-LINE TO STATUS-RPT-LINE
           MOVE WS-NEW-REJECT-COUNT TO WS-NEW-REJ-OUT
           MOVE WS-NEW-REJ-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           MOVE WS-FEED-WARNING-COUNT TO WS-FEED-WARNING-OUT
           MOVE WS-FEED-WARNING-LINE TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-PROBLEM-COUNT > 0
                       OR WS-STATUS-TABLE-FULL
                       OR WS-FEED-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEW-REJECT-COUNT > 0
                       OR WS-FEED-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                       MOVE WS-STATUS-TABLE-FULL-LINE
                           TO STATUS-RPT-LINE
                       WRITE STATUS-RPT-LINE
                       MOVE SPACES TO EVENT-RECORD
                       MOVE WS-LOOKUP-BATCH-ID TO EVT-BATCH-ID
                       MOVE "STATTBFL" TO EVT-EVENT-CODE
                       SET EVT-CRITICAL TO TRUE
                       MOVE 0 TO EVT-AMOUNT
                       MOVE WS-STATUS-TABLE-FULL-LINE TO EVT-TEXT
                       PERFORM 8500-WRITE-EVENT
                   END-IF
               ELSE
                   ADD 1 TO WS-STATUS-COUNT
                   MOVE 0 TO WS-ST-EXTRACT-AMT(WS-ST-IDX)
                   MOVE 0 TO WS-ST-EXTRACT-HI(WS-ST-IDX)
                   MOVE SPACE TO WS-ST-ACK-SW(WS-ST-IDX)
                   MOVE "N" TO WS-ST-CREDIT-SW(WS-ST-IDX)
                   MOVE 0 TO WS-ST-CREDIT-AMT(WS-ST-IDX)
                   MOVE 0 TO WS-ST-CREDIT-HI(WS-ST-IDX)
                   MOVE SPACE TO WS-ST-CR-ACK-SW(WS-ST-IDX)
                   MOVE "N" TO WS-ST-RELEASED-SW(WS-ST-IDX)
                   MOVE 0 TO WS-ST-RLS-DATE(WS-ST-IDX)
                   MOVE SPACES TO WS-ST-RLS-OPER(WS-ST-IDX)
                   MOVE SPACES TO WS-ST-APR-OPER(WS-ST-IDX)
                   MOVE 0 TO WS-ST-REJ-COUNT(WS-ST-IDX)
                   MOVE 0 TO WS-ST-REJ-AMOUNT(WS-ST-IDX)
                   SET WS-BATCH-FOUND TO TRUE
               END-IF
           END-IF.

       8100-FIND-FEED-ENTRY.
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

      *****************************************************************
      *  COMPLETES AND APPENDS THE EVENT BUILT BY THE CALLER, WHICH
      *  SUPPLIES THE BATCH, CODE, SEVERITY, AMOUNT AND TEXT.
      *****************************************************************
       8500-WRITE-EVENT.
           IF WS-EVENT-FILE-OPEN
               MOVE WS-REPORT-DATE TO EVT-BUSINESS-DATE
               MOVE "SUMSTAT" TO EVT-PROGRAM
               ACCEPT EVT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-STAMP-TIME FROM TIME
               SET EVT-OPEN TO TRUE
               MOVE 0 TO EVT-ACK-DATE
               MOVE 0 TO EVT-ACK-TIME
               WRITE EVENT-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-EVENT-FILE-OPEN
               CLOSE EVENT-FILE
           END-IF
           CLOSE STATUS-RPT.
