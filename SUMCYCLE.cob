      *****************************************************************
      *  PROGRAM-ID   : SUMCYCLE
      *  DESCRIPTION  : NIGHTLY CYCLE DRIVER.  RUNS THE NIGHT'S
      *                 STEPS IN ORDER FOR THE BUSINESS DATE ON THE
      *                 CYCLE CONTROL FILE (CYCLCTL): SUMBATCH ONCE
      *                 FOR EVERY BATCH ID ENABLED BY A 'B' RECORD ON
      *                 CTLFILE, IN CTLFILE ORDER, THEN GLRECON,
      *                 SUMAGE, SUMHIST AND SUMSTAT.  EACH STEP'S
      *                 START, END AND RETURN CODE ARE APPENDED TO
      *                 THE STEP LOG (CYCLLOG), AND THE CYCLE STOPS
      *                 AT THE FIRST STEP WHOSE RETURN CODE IS OVER
      *                 THE THRESHOLD SET FOR IT ON CYCLCTL.  A RERUN
      *                 FOR THE SAME BUSINESS DATE SKIPS EVERY STEP
      *                 THE LOG SHOWS COMPLETED AND RESUMES AT THE
      *                 STEP THAT FAILED.  THE CYCLE LOG IS PRINTED
      *                 ON CYCLRPT AND SUMSTAT SHOWS THE SAME STEPS
      *                 ON MORNRPT.  EACH SUMBATCH STEP READS AND
      *                 WRITES ITS OWN COPY OF BATCHIN, SUMRPT,
      *                 OVFLRPT, REJRPT, GLFILE AND GLJRNL, NAMED
      *                 <FILE>.<BATCH ID>; BEFORE GLRECON RUNS, THE
      *                 NIGHT'S GLFILE.<BATCH ID> AND GLJRNL.<BATCH
      *                 ID> FILES ARE MERGED INTO GLFILE AND GLJRNL
      *                 SO EVERY BATCH GOES TO THE RECONCILIATION
      *                 AND THE POSTING JOB.  AN OPTIONAL PARM
      *                 (YYYYMMDD) OVERRIDES THE CYCLCTL BUSINESS
      *                 DATE.  RETURN CODE 8 MEANS THE CYCLE STOPPED
      *                 ON A FAILED STEP; 4 MEANS EVERY STEP RAN BUT
      *                 ONE ENDED WITH A WARNING; 16 MEANS THE CYCLE
      *                 COULD NOT BE STARTED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMCYCLE.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-CONTROL-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CYCLE-LOG ASSIGN TO "CYCLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-LOG-STATUS.

           SELECT CYCLE-RPT ASSIGN TO "CYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-RPT-STATUS.

           SELECT GL-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT BATCH-GL-FILE ASSIGN TO "GLBATCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-GL-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT BATCH-JOURNAL ASSIGN TO "JRNBATCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CBCYCCTL.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CBCTLREC.

       FD  CYCLE-LOG
           RECORDING MODE IS F.
       COPY CBCYCLOG.

       FD  CYCLE-RPT
           RECORDING MODE IS F.
       01  CYCLE-RPT-LINE              PIC X(80).

       FD  GL-FILE
           RECORDING MODE IS F.
       COPY CBGLREC.

       FD  BATCH-GL-FILE
           RECORDING MODE IS F.
       01  BATCH-GL-RECORD             PIC X(80).

       FD  GL-JOURNAL
           RECORDING MODE IS F.
       COPY CBGLJRN.

       FD  BATCH-JOURNAL
           RECORDING MODE IS F.
       01  BATCH-JOURNAL-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-CONTROL-STATUS     PIC XX      VALUE "00".
           88  WS-CYCLE-CONTROL-OK                 VALUE "00".

       01  WS-CONTROL-FILE-STATUS      PIC XX      VALUE "00".

       01  WS-CYCLE-LOG-STATUS         PIC XX      VALUE "00".
           88  WS-CYCLE-LOG-OK                     VALUE "00".

       01  WS-CYCLE-RPT-STATUS         PIC XX      VALUE "00".
           88  WS-CYCLE-RPT-OK                     VALUE "00".

       01  WS-GL-FILE-STATUS           PIC XX      VALUE "00".
           88  WS-GL-FILE-OK                       VALUE "00".

       01  WS-BATCH-GL-STATUS          PIC XX      VALUE "00".
           88  WS-BATCH-GL-OK                      VALUE "00".

       01  WS-GL-JOURNAL-STATUS        PIC XX      VALUE "00".
           88  WS-GL-JOURNAL-OK                    VALUE "00".

       01  WS-BATCH-JOURNAL-STATUS     PIC XX      VALUE "00".
           88  WS-BATCH-JOURNAL-OK                 VALUE "00".

       01  WS-MERGE-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-MERGE-EOF                        VALUE "Y".

       01  WS-MERGE-FAILED-SWITCH      PIC X       VALUE "N".
           88  WS-MERGE-FAILED                     VALUE "Y".

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

       01  WS-CYCLE-STOPPED-SWITCH     PIC X       VALUE "N".
           88  WS-CYCLE-STOPPED                    VALUE "Y".

       01  WS-STEP-TABLE-FULL-SWITCH   PIC X       VALUE "N".
           88  WS-STEP-TABLE-FULL                  VALUE "Y".

       01  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       01  WS-DAY-NUMBER               PIC 9(08)   VALUE 0.

       01  WS-PARM                     PIC X(10)   VALUE SPACES.
       01  WS-DATE-PARM                PIC X(08)   VALUE SPACES.

       01  WS-NOW-DATE                 PIC 9(08)   VALUE 0.
       01  WS-NOW-TIME                 PIC 9(08)   VALUE 0.

       01  WS-DEFAULT-MAX-RC           PIC 9(03)   VALUE 4.

       01  WS-STEP-NUMBER              PIC 9(03)   VALUE 0.
       01  WS-STEP-RC                  PIC 9(04)   VALUE 0.
       01  WS-LOG-STEP-STATUS          PIC X(01)   VALUE SPACE.
       01  WS-SYSTEM-STATUS            PIC S9(09)  VALUE 0.
       01  WS-SYSTEM-QUOTIENT          PIC S9(09)  VALUE 0.
       01  WS-SYSTEM-REMAINDER         PIC S9(09)  VALUE 0.

       01  WS-LOOKUP-PROGRAM           PIC X(08)   VALUE SPACES.
       01  WS-LOOKUP-BATCH-ID          PIC X(08)   VALUE SPACES.

       01  WS-STEP-COMMAND             PIC X(80)   VALUE SPACES.

       01  WS-DD-FILE-ID               PIC X(08)   VALUE SPACES.
       01  WS-DD-BATCH-ID              PIC X(08)   VALUE SPACES.
       01  WS-DD-ENV-NAME              PIC X(12)   VALUE SPACES.
       01  WS-DD-FILE-NAME             PIC X(20)   VALUE SPACES.

       01  WS-THRESHOLD-TABLE.
           05  WS-THRESHOLD-COUNT      PIC 9(4)    VALUE 0.
           05  WS-THRESHOLD-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-TH-IDX.
               10  WS-TH-PROGRAM       PIC X(08).
               10  WS-TH-MAX-RC        PIC 9(03).
               10  WS-TH-PARM          PIC X(20).

       01  WS-THRESHOLD-FOUND-SWITCH   PIC X       VALUE "N".
           88  WS-THRESHOLD-FOUND                  VALUE "Y".

       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(4)    VALUE 0.
           05  WS-STEP-ENTRY OCCURS 60 TIMES
                       INDEXED BY WS-ST-IDX WS-MG-IDX.
               10  WS-ST-PROGRAM       PIC X(08).
               10  WS-ST-BATCH-ID      PIC X(08).
               10  WS-ST-MAX-RC        PIC 9(03).
               10  WS-ST-PARM          PIC X(40).
               10  WS-ST-START-DATE    PIC 9(08).
               10  WS-ST-START-TIME    PIC 9(08).
               10  WS-ST-END-DATE      PIC 9(08).
               10  WS-ST-END-TIME      PIC 9(08).
               10  WS-ST-RETURN-CODE   PIC 9(04).
               10  WS-ST-RESULT        PIC X(01).
                   88  WS-ST-NOT-RUN               VALUE "N".
                   88  WS-ST-DONE-EARLIER          VALUE "E".
                   88  WS-ST-COMPLETED             VALUE "C".
                   88  WS-ST-FAILED                VALUE "F".

       01  WS-CYCLE-COUNTERS.
           05  WS-BATCH-STEP-COUNT     PIC 9(04)   VALUE 0.
           05  WS-MERGED-GL-COUNT      PIC 9(09)   VALUE 0.
           05  WS-MERGED-JRN-COUNT     PIC 9(09)   VALUE 0.
           05  WS-EARLIER-COUNT        PIC 9(04)   VALUE 0.
           05  WS-RUN-COUNT            PIC 9(04)   VALUE 0.
           05  WS-WARNING-COUNT        PIC 9(04)   VALUE 0.
           05  WS-NOT-RUN-COUNT        PIC 9(04)   VALUE 0.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(30)
               VALUE "NIGHTLY CYCLE - BUSINESS DATE".
           05  FILLER                  PIC X(02)   VALUE ": ".
           05  WS-HDR-DATE-OUT         PIC 9(08).

       01  WS-RUN-AT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "CYCLE RUN AT.......:".
           05  WS-RUN-AT-DATE-OUT      PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RUN-AT-TIME-OUT      PIC 9(06).

       01  WS-BAD-DATE-LINE.
           05  FILLER                  PIC X(23)
               VALUE "INVALID BUSINESS DATE:".
           05  WS-BAD-DATE-OUT         PIC X(08).
           05  FILLER                  PIC X(15)
               VALUE "  CYCLE ABORTED".

       01  WS-NO-BATCHES-LINE          PIC X(44)
           VALUE "NO BATCH IDS ENABLED ON CTLFILE".

       01  WS-STEP-TABLE-FULL-LINE     PIC X(44)
           VALUE "STEP TABLE FULL - BATCH IDS PAST 55 NOT RUN".

       01  WS-PAGE-BREAK-LINE          PIC X(40)   VALUE ALL "-".

       01  WS-STEP-COLUMN-LINE.
           05  FILLER                  PIC X(05)   VALUE "STEP".
           05  FILLER                  PIC X(09)   VALUE "PROGRAM".
           05  FILLER                  PIC X(09)   VALUE "BATCH ID".
           05  FILLER                  PIC X(16)   VALUE "STARTED".
           05  FILLER                  PIC X(07)   VALUE "ENDED".
           05  FILLER                  PIC X(05)   VALUE "RC".
           05  FILLER                  PIC X(04)   VALUE "MAX".
           05  FILLER                  PIC X(06)   VALUE "RESULT".

       01  WS-STEP-DETAIL-LINE.
           05  WS-SDL-STEP-OUT         PIC ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-SDL-PROGRAM-OUT      PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SDL-BATCH-OUT        PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SDL-START-DATE-OUT   PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SDL-START-TIME-OUT   PIC X(06).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SDL-END-TIME-OUT     PIC X(06).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SDL-RC-OUT           PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SDL-MAX-RC-OUT       PIC ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SDL-RESULT-OUT       PIC X(25).

       01  WS-RC-EDIT                  PIC ZZZ9.

       01  WS-SUMMARY-LINES.
           05  WS-STEPS-LINE.
               10  FILLER              PIC X(20)
                   VALUE "STEPS IN CYCLE.....:".
               10  WS-STEPS-OUT        PIC ZZZ9.
           05  WS-EARLIER-LINE.
               10  FILLER              PIC X(20)
                   VALUE "DONE IN EARLIER RUN:".
               10  WS-EARLIER-OUT      PIC ZZZ9.
           05  WS-RUN-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RUN THIS TIME......:".
               10  WS-RUN-OUT          PIC ZZZ9.
           05  WS-WARNING-LINE.
               10  FILLER              PIC X(20)
                   VALUE "ENDED WITH WARNING.:".
               10  WS-WARNING-OUT      PIC ZZZ9.
           05  WS-NOT-RUN-LINE.
               10  FILLER              PIC X(20)
                   VALUE "NOT RUN............:".
               10  WS-NOT-RUN-OUT      PIC ZZZ9.
           05  WS-CYCLE-RESULT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "CYCLE RESULT.......:".
               10  WS-CYCLE-RESULT-OUT PIC X(40).

       01  WS-MERGE-LINE.
           05  FILLER                  PIC X(20)
               VALUE "MERGED FOR GLRECON.:".
           05  WS-MRG-GL-OUT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(12)
               VALUE " GL RECORDS ".
           05  WS-MRG-JRN-OUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
               VALUE " JOURNAL RECORDS".

       01  WS-MERGE-FAILED-LINE        PIC X(44)
           VALUE "MERGE OF BATCH GL FILES FAILED - NOT RUN".

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
           PERFORM 1500-LOAD-CYCLE-CONTROL
           PERFORM 1700-VALIDATE-BUSINESS-DATE
           PERFORM 2000-BUILD-STEP-LIST
           PERFORM 3000-LOAD-STEP-LOG
           PERFORM 4000-RUN-STEPS
           PERFORM 5000-PRINT-CYCLE-LOG
           PERFORM 7000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT CYCLE-RPT
           IF NOT WS-CYCLE-RPT-OK
               MOVE "CYCLRPT" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-CYCLE-RPT-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY "/"
               INTO WS-DATE-PARM.

      *****************************************************************
      *  THE CYCLE CANNOT RUN WITHOUT ITS CONTROL FILE.  THE 'D'
      *  RECORD GIVES THE BUSINESS DATE UNLESS THE PARM OVERRIDES IT;
      *  'T' RECORDS ARE KEPT BY PROGRAM NAME FOR 2000.
      *****************************************************************
       1500-LOAD-CYCLE-CONTROL.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF NOT WS-CYCLE-CONTROL-OK
               MOVE "CYCLCTL" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-CYCLE-CONTROL-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               CLOSE CYCLE-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CYCLE-CONTROL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CYC-DATE-REC
                               IF CYC-BUSINESS-DATE IS NUMERIC
                                   MOVE CYC-BUSINESS-DATE
                                       TO WS-BUSINESS-DATE
                               END-IF
                           WHEN CYC-STEP-REC
                               PERFORM 1510-STORE-STEP-THRESHOLD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CYCLE-CONTROL-FILE
           IF WS-DATE-PARM IS NUMERIC
               MOVE WS-DATE-PARM TO WS-BUSINESS-DATE
           END-IF.

       1510-STORE-STEP-THRESHOLD.
           IF WS-THRESHOLD-COUNT < 20
               ADD 1 TO WS-THRESHOLD-COUNT
               SET WS-TH-IDX TO WS-THRESHOLD-COUNT
               MOVE CYC-STEP-PROGRAM TO WS-TH-PROGRAM(WS-TH-IDX)
               MOVE WS-DEFAULT-MAX-RC TO WS-TH-MAX-RC(WS-TH-IDX)
               IF CYC-MAX-RC IS NUMERIC
                   MOVE CYC-MAX-RC TO WS-TH-MAX-RC(WS-TH-IDX)
               END-IF
               MOVE CYC-STEP-PARM TO WS-TH-PARM(WS-TH-IDX)
           END-IF.

       1700-VALIDATE-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE-OUT
           MOVE WS-HEADER-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE WS-NOW-DATE TO WS-RUN-AT-DATE-OUT
           MOVE WS-NOW-TIME(1:6) TO WS-RUN-AT-TIME-OUT
           MOVE WS-RUN-AT-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE 0 TO WS-DAY-NUMBER
           IF WS-BUSINESS-DATE > 0
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           END-IF
           IF WS-DAY-NUMBER = 0
               MOVE WS-BUSINESS-DATE TO WS-BAD-DATE-OUT
               DISPLAY WS-BAD-DATE-LINE
               MOVE WS-BAD-DATE-LINE TO CYCLE-RPT-LINE
               WRITE CYCLE-RPT-LINE
               CLOSE CYCLE-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  ONE SUMBATCH STEP PER ENABLED 'B' RECORD, IN THE ORDER THE
      *  RECORDS SIT ON CTLFILE, LEAVING ROOM FOR THE FOUR DOWNSTREAM
      *  STEPS WHICH ALWAYS FOLLOW.  EACH STEP'S PARM IS BUILT HERE:
      *  SUMBATCH GETS ITS BATCH ID AND THE BUSINESS DATE, GLRECON
      *  RECONCILES THE CYCLE FOR THE BUSINESS DATE, SUMHIST
      *  EXTRACTS THE BUSINESS DATE ALONE, SUMSTAT REPORTS ON IT, AND
      *  ANY EXTRA TEXT FROM THE STEP'S 'T' RECORD IS ADDED AFTER.
      *****************************************************************
       2000-BUILD-STEP-LIST.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CTL-BATCH-REC AND CTL-BATCH-ENABLED
                               PERFORM 2100-ADD-BATCH-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           IF WS-BATCH-STEP-COUNT = 0
               MOVE WS-NO-BATCHES-LINE TO CYCLE-RPT-LINE
               WRITE CYCLE-RPT-LINE
           END-IF
           IF WS-STEP-TABLE-FULL
               MOVE WS-STEP-TABLE-FULL-LINE TO CYCLE-RPT-LINE
               WRITE CYCLE-RPT-LINE
           END-IF
           MOVE "GLRECON" TO WS-LOOKUP-PROGRAM
           MOVE SPACES TO WS-LOOKUP-BATCH-ID
           PERFORM 2200-ADD-STEP
           IF WS-THRESHOLD-FOUND
                   AND WS-TH-PARM(WS-TH-IDX) NOT = SPACES
               STRING WS-BUSINESS-DATE "/" DELIMITED BY SIZE
                      WS-TH-PARM(WS-TH-IDX) DELIMITED BY SPACE
                   INTO WS-ST-PARM(WS-ST-IDX)
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-ST-PARM(WS-ST-IDX)
           END-IF
           MOVE "SUMAGE" TO WS-LOOKUP-PROGRAM
           PERFORM 2200-ADD-STEP
           IF WS-THRESHOLD-FOUND
               MOVE WS-TH-PARM(WS-TH-IDX) TO WS-ST-PARM(WS-ST-IDX)
           END-IF
           MOVE "SUMHIST" TO WS-LOOKUP-PROGRAM
           PERFORM 2200-ADD-STEP
           IF WS-THRESHOLD-FOUND
                   AND WS-TH-PARM(WS-TH-IDX) NOT = SPACES
               STRING WS-BUSINESS-DATE "/" WS-BUSINESS-DATE "/"
                      WS-TH-PARM(WS-TH-IDX) DELIMITED BY SPACE
                   INTO WS-ST-PARM(WS-ST-IDX)
           ELSE
               STRING WS-BUSINESS-DATE "/" WS-BUSINESS-DATE
                      DELIMITED BY SIZE
                   INTO WS-ST-PARM(WS-ST-IDX)
           END-IF
           MOVE "SUMSTAT" TO WS-LOOKUP-PROGRAM
           PERFORM 2200-ADD-STEP
           MOVE WS-BUSINESS-DATE TO WS-ST-PARM(WS-ST-IDX).

       2100-ADD-BATCH-STEP.
           IF WS-STEP-COUNT < 55
               MOVE "SUMBATCH" TO WS-LOOKUP-PROGRAM
               MOVE CTL-BATCH-ID TO WS-LOOKUP-BATCH-ID
               PERFORM 2200-ADD-STEP
               ADD 1 TO WS-BATCH-STEP-COUNT
               IF WS-THRESHOLD-FOUND
                       AND WS-TH-PARM(WS-TH-IDX) NOT = SPACES
                   STRING CTL-BATCH-ID DELIMITED BY SPACE
                          "/" WS-BUSINESS-DATE "/"
                          DELIMITED BY SIZE
                          WS-TH-PARM(WS-TH-IDX) DELIMITED BY SPACE
                       INTO WS-ST-PARM(WS-ST-IDX)
               ELSE
                   STRING CTL-BATCH-ID DELIMITED BY SPACE
                          "/" WS-BUSINESS-DATE DELIMITED BY SIZE
                       INTO WS-ST-PARM(WS-ST-IDX)
               END-IF
           ELSE
               SET WS-STEP-TABLE-FULL TO TRUE
           END-IF.

       2200-ADD-STEP.
           ADD 1 TO WS-STEP-COUNT
           SET WS-ST-IDX TO WS-STEP-COUNT
           MOVE WS-LOOKUP-PROGRAM TO WS-ST-PROGRAM(WS-ST-IDX)
           MOVE WS-LOOKUP-BATCH-ID TO WS-ST-BATCH-ID(WS-ST-IDX)
           MOVE SPACES TO WS-ST-PARM(WS-ST-IDX)
           MOVE 0 TO WS-ST-START-DATE(WS-ST-IDX)
                     WS-ST-START-TIME(WS-ST-IDX)
                     WS-ST-END-DATE(WS-ST-IDX)
                     WS-ST-END-TIME(WS-ST-IDX)
                     WS-ST-RETURN-CODE(WS-ST-IDX)
           SET WS-ST-NOT-RUN(WS-ST-IDX) TO TRUE
           PERFORM 8000-FIND-THRESHOLD
           IF WS-THRESHOLD-FOUND
               MOVE WS-TH-MAX-RC(WS-TH-IDX) TO WS-ST-MAX-RC(WS-ST-IDX)
           ELSE
               MOVE WS-DEFAULT-MAX-RC TO WS-ST-MAX-RC(WS-ST-IDX)
           END-IF.

      *****************************************************************
      *  A STEP IS DONE FOR THE DATE WHEN THE LOG HOLDS A COMPLETED
      *  RECORD FOR ITS PROGRAM AND BATCH ID UNDER THAT DATE, WHETHER
      *  FROM THE FIRST ATTEMPT OR A RERUN.  ITS TIMES AND RETURN
      *  CODE ARE CARRIED FORWARD FOR THE PRINTED LOG.  NO LOG MEANS
      *  NO CYCLE HAS RUN YET.
      *****************************************************************
       3000-LOAD-STEP-LOG.
           OPEN INPUT CYCLE-LOG
           IF WS-CYCLE-LOG-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ CYCLE-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CLOG-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND CLOG-STEP-COMPLETED
                               PERFORM 3100-MARK-STEP-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-LOG
           END-IF.

       3100-MARK-STEP-DONE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
               IF WS-ST-PROGRAM(WS-ST-IDX) = CLOG-PROGRAM
                       AND WS-ST-BATCH-ID(WS-ST-IDX) = CLOG-BATCH-ID
                   SET WS-ST-DONE-EARLIER(WS-ST-IDX) TO TRUE
                   MOVE CLOG-START-DATE TO WS-ST-START-DATE(WS-ST-IDX)
                   MOVE CLOG-START-TIME TO WS-ST-START-TIME(WS-ST-IDX)
                   MOVE CLOG-END-DATE TO WS-ST-END-DATE(WS-ST-IDX)
                   MOVE CLOG-END-TIME TO WS-ST-END-TIME(WS-ST-IDX)
                   MOVE CLOG-RETURN-CODE
                       TO WS-ST-RETURN-CODE(WS-ST-IDX)
               END-IF
           END-PERFORM.

       4000-RUN-STEPS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
                      OR WS-CYCLE-STOPPED
               IF WS-ST-NOT-RUN(WS-ST-IDX)
                   PERFORM 4100-RUN-ONE-STEP
               END-IF
           END-PERFORM.

      *****************************************************************
      *  THE STEP IS LOGGED AS STARTED BEFORE IT IS RUN, SO A STEP
      *  THAT NEVER RETURNS IS STILL VISIBLE ON THE LOG.  EACH BATCH
      *  ID'S FEED IS STAGED BY OPERATIONS AS BATCHIN.<BATCH ID> AND
      *  HANDED TO SUMBATCH AS ITS BATCHIN; ITS REPORTS, GL EXTRACT
      *  AND JOURNAL GO TO <FILE>.<BATCH ID> THE SAME WAY, SO ONE
      *  BATCH'S STEP CANNOT OVERWRITE ANOTHER'S.  EVERY OTHER STEP
      *  GETS THE PLAIN FILE NAMES BACK.  THE SHELL RETURNS THE
      *  STEP'S EXIT CODE IN THE HIGH-ORDER BYTE OF THE STATUS; A
      *  STATUS THAT IS NOT A NORMAL EXIT, OR A STEP THAT COULD NOT
      *  BE STARTED AT ALL, IS LOGGED AS RETURN CODE 9999.  A MERGE
      *  FAILURE BEFORE GLRECON IS LOGGED THE SAME WAY.
      *****************************************************************
       4100-RUN-ONE-STEP.
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-ST-IDX TO WS-STEP-NUMBER
           ACCEPT WS-ST-START-DATE(WS-ST-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-ST-START-TIME(WS-ST-IDX) FROM TIME
           MOVE "R" TO WS-LOG-STEP-STATUS
           PERFORM 7100-WRITE-STEP-LOG
           MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO WS-DD-BATCH-ID
           PERFORM 4150-SET-STEP-FILE-NAMES
           MOVE "N" TO WS-MERGE-FAILED-SWITCH
           IF WS-ST-PROGRAM(WS-ST-IDX) = "GLRECON"
               PERFORM 4200-MERGE-BATCH-EXTRACTS
           END-IF
           IF WS-MERGE-FAILED
               MOVE WS-MERGE-FAILED-LINE TO CYCLE-RPT-LINE
               WRITE CYCLE-RPT-LINE
               MOVE 9999 TO WS-STEP-RC
           ELSE
               PERFORM 4120-CALL-STEP-PROGRAM
           END-IF
           MOVE WS-STEP-RC TO WS-ST-RETURN-CODE(WS-ST-IDX)
           ACCEPT WS-ST-END-DATE(WS-ST-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-ST-END-TIME(WS-ST-IDX) FROM TIME
           IF WS-STEP-RC > WS-ST-MAX-RC(WS-ST-IDX)
               SET WS-ST-FAILED(WS-ST-IDX) TO TRUE
               SET WS-CYCLE-STOPPED TO TRUE
               MOVE "F" TO WS-LOG-STEP-STATUS
           ELSE
               SET WS-ST-COMPLETED(WS-ST-IDX) TO TRUE
               MOVE "C" TO WS-LOG-STEP-STATUS
               IF WS-STEP-RC > 0
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF
           PERFORM 7100-WRITE-STEP-LOG.

       4120-CALL-STEP-PROGRAM.
           MOVE SPACES TO WS-STEP-COMMAND
           STRING WS-ST-PROGRAM(WS-ST-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ST-PARM(WS-ST-IDX) DELIMITED BY SPACE
               INTO WS-STEP-COMMAND
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           DIVIDE WS-SYSTEM-STATUS BY 256
               GIVING WS-SYSTEM-QUOTIENT
               REMAINDER WS-SYSTEM-REMAINDER
           IF WS-SYSTEM-STATUS < 0 OR WS-SYSTEM-REMAINDER NOT = 0
               MOVE 9999 TO WS-STEP-RC
           ELSE
               MOVE WS-SYSTEM-QUOTIENT TO WS-STEP-RC
           END-IF.

      *****************************************************************
      *  A BLANK BATCH ID SETS EVERY FILE BACK TO ITS PLAIN NAME.
      *****************************************************************
       4150-SET-STEP-FILE-NAMES.
           MOVE "BATCHIN" TO WS-DD-FILE-ID
           PERFORM 4160-SET-ONE-FILE-NAME
           MOVE "SUMRPT" TO WS-DD-FILE-ID
           PERFORM 4160-SET-ONE-FILE-NAME
           MOVE "OVFLRPT" TO WS-DD-FILE-ID
           PERFORM 4160-SET-ONE-FILE-NAME
           MOVE "REJRPT" TO WS-DD-FILE-ID
           PERFORM 4160-SET-ONE-FILE-NAME
           MOVE "GLFILE" TO WS-DD-FILE-ID
           PERFORM 4160-SET-ONE-FILE-NAME
           MOVE "GLJRNL" TO WS-DD-FILE-ID
           PERFORM 4160-SET-ONE-FILE-NAME.

       4160-SET-ONE-FILE-NAME.
           MOVE SPACES TO WS-DD-ENV-NAME
           STRING "DD_" WS-DD-FILE-ID DELIMITED BY SPACE
               INTO WS-DD-ENV-NAME
           MOVE SPACES TO WS-DD-FILE-NAME
           IF WS-DD-BATCH-ID = SPACES
               MOVE WS-DD-FILE-ID TO WS-DD-FILE-NAME
           ELSE
               STRING WS-DD-FILE-ID "." WS-DD-BATCH-ID
                      DELIMITED BY SPACE
                   INTO WS-DD-FILE-NAME
           END-IF
           DISPLAY WS-DD-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-DD-FILE-NAME UPON ENVIRONMENT-VALUE.

      *****************************************************************
      *  GLFILE AND GLJRNL ARE REBUILT FROM EVERY BATCH STEP OF THE
      *  CYCLE - WHETHER IT RAN TONIGHT OR IN AN EARLIER ATTEMPT FOR
      *  THE DATE - SO A RERUN OF GLRECON MERGES THE SAME FILES
      *  AGAIN RATHER THAN ADDING TO THEM.  ONLY RECORDS FOR THE
      *  BUSINESS DATE ARE TAKEN, SO A BATCH WHOSE STEP WROTE NOTHING
      *  TONIGHT DOES NOT BRING AN OLDER NIGHT'S FILE IN WITH IT; A
      *  BATCH WITH NO FILE AT ALL IS PASSED OVER.
      *****************************************************************
       4200-MERGE-BATCH-EXTRACTS.
           MOVE 0 TO WS-MERGED-GL-COUNT
           MOVE 0 TO WS-MERGED-JRN-COUNT
           OPEN OUTPUT GL-FILE
           IF NOT WS-GL-FILE-OK
               MOVE "GLFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-GL-FILE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               SET WS-MERGE-FAILED TO TRUE
           END-IF
           OPEN OUTPUT GL-JOURNAL
           IF NOT WS-GL-JOURNAL-OK
               MOVE "GLJRNL" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-GL-JOURNAL-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               SET WS-MERGE-FAILED TO TRUE
           END-IF
           IF NOT WS-MERGE-FAILED
               PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                       UNTIL WS-MG-IDX > WS-STEP-COUNT
                   IF WS-ST-PROGRAM(WS-MG-IDX) = "SUMBATCH"
                       PERFORM 4210-MERGE-ONE-BATCH
                   END-IF
               END-PERFORM
           END-IF
           CLOSE GL-FILE
           CLOSE GL-JOURNAL
           MOVE WS-MERGED-GL-COUNT TO WS-MRG-GL-OUT
           MOVE WS-MERGED-JRN-COUNT TO WS-MRG-JRN-OUT
           MOVE WS-MERGE-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE.

       4210-MERGE-ONE-BATCH.
           MOVE WS-ST-BATCH-ID(WS-MG-IDX) TO WS-DD-BATCH-ID
           MOVE SPACES TO WS-DD-FILE-NAME
           STRING "GLFILE." WS-DD-BATCH-ID DELIMITED BY SPACE
               INTO WS-DD-FILE-NAME
           DISPLAY "DD_GLBATCH" UPON ENVIRONMENT-NAME
           DISPLAY WS-DD-FILE-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT BATCH-GL-FILE
           IF WS-BATCH-GL-OK
               MOVE "N" TO WS-MERGE-EOF-SWITCH
               PERFORM UNTIL WS-MERGE-EOF
                   READ BATCH-GL-FILE INTO GL-RECORD
                       AT END
                           SET WS-MERGE-EOF TO TRUE
                       NOT AT END
                           IF GL-RUN-DATE = WS-BUSINESS-DATE
                               WRITE GL-RECORD
                               ADD 1 TO WS-MERGED-GL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-GL-FILE
           END-IF
           MOVE SPACES TO WS-DD-FILE-NAME
           STRING "GLJRNL." WS-DD-BATCH-ID DELIMITED BY SPACE
               INTO WS-DD-FILE-NAME
           DISPLAY "DD_JRNBATCH" UPON ENVIRONMENT-NAME
           DISPLAY WS-DD-FILE-NAME UPON ENVIRONMENT-VALUE
           OPEN INPUT BATCH-JOURNAL
           IF WS-BATCH-JOURNAL-OK
               MOVE "N" TO WS-MERGE-EOF-SWITCH
               PERFORM UNTIL WS-MERGE-EOF
                   READ BATCH-JOURNAL INTO GL-JOURNAL-RECORD
                       AT END
                           SET WS-MERGE-EOF TO TRUE
                       NOT AT END
                           IF JRN-RUN-DATE = WS-BUSINESS-DATE
                               WRITE GL-JOURNAL-RECORD
                               ADD 1 TO WS-MERGED-JRN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-JOURNAL
           END-IF.

       5000-PRINT-CYCLE-LOG.
           MOVE WS-PAGE-BREAK-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE WS-STEP-COLUMN-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
               PERFORM 5100-PRINT-STEP-LINE
           END-PERFORM
           MOVE WS-PAGE-BREAK-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE WS-STEP-COUNT TO WS-STEPS-OUT
           MOVE WS-STEPS-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE WS-EARLIER-COUNT TO WS-EARLIER-OUT
           MOVE WS-EARLIER-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE WS-RUN-COUNT TO WS-RUN-OUT
           MOVE WS-RUN-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE WS-WARNING-COUNT TO WS-WARNING-OUT
           MOVE WS-WARNING-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE
           MOVE WS-NOT-RUN-COUNT TO WS-NOT-RUN-OUT
           MOVE WS-NOT-RUN-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE.

       5100-PRINT-STEP-LINE.
           MOVE WS-ST-IDX TO WS-SDL-STEP-OUT
           MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-SDL-PROGRAM-OUT
           MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO WS-SDL-BATCH-OUT
           MOVE WS-ST-MAX-RC(WS-ST-IDX) TO WS-SDL-MAX-RC-OUT
           IF WS-ST-NOT-RUN(WS-ST-IDX)
               MOVE SPACES TO WS-SDL-START-DATE-OUT
                              WS-SDL-START-TIME-OUT
                              WS-SDL-END-TIME-OUT
                              WS-SDL-RC-OUT
           ELSE
               MOVE WS-ST-START-DATE(WS-ST-IDX)
                   TO WS-SDL-START-DATE-OUT
               MOVE WS-ST-START-TIME(WS-ST-IDX)(1:6)
                   TO WS-SDL-START-TIME-OUT
               MOVE WS-ST-END-TIME(WS-ST-IDX)(1:6)
                   TO WS-SDL-END-TIME-OUT
               MOVE WS-ST-RETURN-CODE(WS-ST-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-SDL-RC-OUT
           END-IF
           EVALUATE TRUE
               WHEN WS-ST-DONE-EARLIER(WS-ST-IDX)
                   MOVE "DONE IN EARLIER RUN" TO WS-SDL-RESULT-OUT
                   ADD 1 TO WS-EARLIER-COUNT
               WHEN WS-ST-COMPLETED(WS-ST-IDX)
                   MOVE "COMPLETED" TO WS-SDL-RESULT-OUT
               WHEN WS-ST-FAILED(WS-ST-IDX)
                   MOVE "FAILED - CYCLE STOPPED" TO WS-SDL-RESULT-OUT
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-SDL-RESULT-OUT
                   ADD 1 TO WS-NOT-RUN-COUNT
           END-EVALUATE
           MOVE WS-STEP-DETAIL-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE.

       7000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-CYCLE-STOPPED
                   MOVE "STOPPED - RERUN RESUMES AT FAILED STEP"
                       TO WS-CYCLE-RESULT-OUT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STEP-TABLE-FULL
                   MOVE "INCOMPLETE - BATCH IDS NOT RUN"
                       TO WS-CYCLE-RESULT-OUT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE "COMPLETE WITH WARNINGS"
                       TO WS-CYCLE-RESULT-OUT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-CYCLE-RESULT-OUT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-CYCLE-RESULT-LINE TO CYCLE-RPT-LINE
           WRITE CYCLE-RPT-LINE.

      *****************************************************************
      *  THE LOG IS OPENED AND CLOSED AROUND EVERY RECORD SO THAT EACH
      *  STEP - SUMSTAT IN PARTICULAR - SEES IT COMPLETE UP TO ITSELF.
      *  THE CALLER SETS THE STATUS TO BE LOGGED.
      *****************************************************************
       7100-WRITE-STEP-LOG.
           OPEN INPUT CYCLE-LOG
           IF WS-CYCLE-LOG-OK
               CLOSE CYCLE-LOG
           ELSE
               OPEN OUTPUT CYCLE-LOG
               CLOSE CYCLE-LOG
           END-IF
           OPEN EXTEND CYCLE-LOG
           IF NOT WS-CYCLE-LOG-OK
               MOVE "CYCLLOG" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-CYCLE-LOG-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
           ELSE
               MOVE SPACES TO CYCLE-LOG-RECORD
               MOVE WS-BUSINESS-DATE TO CLOG-BUSINESS-DATE
               MOVE WS-STEP-NUMBER TO CLOG-STEP-NUMBER
               MOVE WS-ST-PROGRAM(WS-ST-IDX) TO CLOG-PROGRAM
               MOVE WS-ST-BATCH-ID(WS-ST-IDX) TO CLOG-BATCH-ID
               MOVE WS-ST-START-DATE(WS-ST-IDX) TO CLOG-START-DATE
               MOVE WS-ST-START-TIME(WS-ST-IDX) TO CLOG-START-TIME
               MOVE WS-ST-MAX-RC(WS-ST-IDX) TO CLOG-MAX-RC
               MOVE WS-LOG-STEP-STATUS TO CLOG-STEP-STATUS
               IF CLOG-STEP-STARTED
                   MOVE 0 TO CLOG-END-DATE CLOG-END-TIME
                             CLOG-RETURN-CODE
               ELSE
                   MOVE WS-ST-END-DATE(WS-ST-IDX) TO CLOG-END-DATE
                   MOVE WS-ST-END-TIME(WS-ST-IDX) TO CLOG-END-TIME
                   MOVE WS-ST-RETURN-CODE(WS-ST-IDX)
                       TO CLOG-RETURN-CODE
               END-IF
               WRITE CYCLE-LOG-RECORD
               CLOSE CYCLE-LOG
           END-IF.

       8000-FIND-THRESHOLD.
           MOVE "N" TO WS-THRESHOLD-FOUND-SWITCH
           PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                   UNTIL WS-TH-IDX > WS-THRESHOLD-COUNT
                      OR WS-THRESHOLD-FOUND
               IF WS-TH-PROGRAM(WS-TH-IDX) = WS-LOOKUP-PROGRAM
                   SET WS-THRESHOLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-THRESHOLD-FOUND
               SET WS-TH-IDX DOWN BY 1
           END-IF.

       9000-TERMINATE.
           CLOSE CYCLE-RPT.
