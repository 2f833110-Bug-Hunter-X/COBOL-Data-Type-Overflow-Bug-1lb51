      *****************************************************************
      *  PROGRAM-ID   : SUMPROOF
      *  DESCRIPTION  : INDEPENDENT CROSS-FILE PROOF FOR ONE
      *                 BUSINESS DATE.  RE-FOOTS THE AUDIT TRAIL
      *                 (AUDITFIL) FOR THE DATE AND PROVES THAT
      *                 FIGURE AGAINST EVERY OTHER FILE THE SUITE
      *                 WROTE FOR IT: THE RUN-HISTORY FINAL SUMS
      *                 (HISTFILE), THE GL EXTRACT'S SUMMARY, BRANCH
      *                 AND CURRENCY RECORDS (AS KEPT ON THE GL
      *                 HISTORY, GLHIST - GLFILE ITSELF ONLY EVER
      *                 HOLDS THE LATEST CYCLE), THE AMOUNTS
      *                 THE POSTING JOB ACKNOWLEDGED AS POSTED (AS
      *                 KEPT BY GLRECON ON THE ACKNOWLEDGMENT
      *                 HISTORY, GLACKHST - GLACKFIL IS REPLACED
      *                 EVERY CYCLE), AND THE CHANGE THE DATE'S RUNS
      *                 MADE TO THE PERIOD-TO-DATE BUCKETS (PTDLOG).
      *                 DEBITS AND REVERSAL CREDITS ARE PROVED
      *                 SEPARATELY.  BATCHES HELD IN SUSPENSE
      *                 (SUSPFILE) ARE ALLOWED FOR WHERE THE HOLD
      *                 KEPT THEM OFF THE EXTRACT OR OUT OF POSTING.
      *                 AUDIT, HISTORY, GL HISTORY AND ACKNOWLEDGMENT
      *                 HISTORY RECORDS ALREADY PURGED BY SUMARCH ARE
      *                 READ BACK FROM THEIR ARCHIVES (AUDTARCH,
      *                 HISTARCH, GLHSARCH, GLAKARCH), SO ANY PAST
      *                 DATE CAN BE PROVED.  ONLY THE AUDIT LINES OF
      *                 RUNS THAT COMPLETED (A COMPLETION RECORD ON
      *                 THE RUN REGISTER, REGFILE, OR ITS ARCHIVE
      *                 REGARCH) ARE FOOTED: A RUN THAT ABENDED LEFT
      *                 LINES ON THE TRAIL BUT NOTHING ELSE, AND ITS
      *                 RESTART WRITES THEM AGAIN.  PRINTS A
      *                 ONE-PAGE PROOF (PROOFRPT) OF EVERY FIGURE AND
      *                 EVERY PAIR,
      *                 WITH THE DIFFERENCE FOR EACH PAIR OUT OF
      *                 BALANCE.  A DATE NOT YET ACKNOWLEDGED BY THE
      *                 POSTING JOB HAS ITS POSTED PAIRS NOT PROVED.
      *                 PARM IS THE BUSINESS DATE (YYYYMMDD); WITH NO
      *                 PARM THE MACHINE DATE IS USED.  RETURN CODE 8
      *                 MEANS A PAIR DID NOT TIE OR A FILE NEEDED FOR
      *                 THE PROOF WAS NOT AVAILABLE; ZERO MEANS EVERY
      *                 FILE AGREES.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMPROOF.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-ARCHIVE ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.

           SELECT GL-HISTORY-ARCHIVE ASSIGN TO "GLHSARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ACK-HISTORY-FILE ASSIGN TO "GLACKHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-HISTORY-STATUS.

           SELECT ACK-HISTORY-ARCHIVE ASSIGN TO "GLAKARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PTD-LOG ASSIGN TO "PTDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-LOG-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-ARCHIVE ASSIGN TO "REGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PROOF-RPT ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY CBAUDIT.

       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD        PIC X(57).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY CBHIST.

       FD  HISTORY-ARCHIVE
           RECORDING MODE IS F.
       01  HISTORY-ARCHIVE-RECORD      PIC X(63).

       FD  GL-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CBGLREC.

       FD  GL-HISTORY-ARCHIVE
           RECORDING MODE IS F.
       01  GL-HISTORY-ARCHIVE-RECORD   PIC X(80).

       FD  ACK-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CBACKHST.

       FD  ACK-HISTORY-ARCHIVE
           RECORDING MODE IS F.
       01  ACK-HISTORY-ARCHIVE-RECORD  PIC X(80).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CBSUSP.

       FD  PTD-LOG
           RECORDING MODE IS F.
       COPY CBPTDLOG.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       COPY CBREGREC.

       FD  REGISTER-ARCHIVE
           RECORDING MODE IS F.
       01  REGISTER-ARCHIVE-RECORD     PIC X(56).

       FD  PROOF-RPT
           RECORDING MODE IS F.
       01  PROOF-RPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX      VALUE "00".

       01  WS-ARCHIVE-STATUS           PIC XX      VALUE "00".

       01  WS-HISTORY-STATUS           PIC XX      VALUE "00".

       01  WS-GL-HISTORY-STATUS        PIC XX      VALUE "00".

       01  WS-ACK-HISTORY-STATUS       PIC XX      VALUE "00".

       01  WS-SUSPENSE-STATUS          PIC XX      VALUE "00".

       01  WS-PTD-LOG-STATUS           PIC XX      VALUE "00".

       01  WS-REGISTER-STATUS          PIC XX      VALUE "00".

       01  WS-PROOF-RPT-STATUS         PIC XX      VALUE "00".
           88  WS-PROOF-RPT-OK                     VALUE "00".

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

       01  WS-AUDIT-FOUND-SWITCH       PIC X       VALUE "N".
           88  WS-AUDIT-FOUND                      VALUE "Y".

       01  WS-HISTORY-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-HISTORY-FOUND                    VALUE "Y".

       01  WS-GL-FOUND-SWITCH          PIC X       VALUE "N".
           88  WS-GL-FOUND                         VALUE "Y".

       01  WS-ACK-FOUND-SWITCH         PIC X       VALUE "N".
           88  WS-ACK-FOUND                        VALUE "Y".

       01  WS-REGISTER-FOUND-SWITCH    PIC X       VALUE "N".
           88  WS-REGISTER-FOUND                   VALUE "Y".

       01  WS-RUN-COMPLETED-SWITCH     PIC X       VALUE "N".
           88  WS-RUN-COMPLETED                    VALUE "Y".

      *****************************************************************
      *  RUN STAMPS WITH A COMPLETION RECORD FOR THE BUSINESS DATE.
      *  ONCE THE TABLE IS FULL EVERY STAMP IS TAKEN AS COMPLETED,
      *  AS EVERY LINE WAS BEFORE THE STAMP WAS CARRIED.
      *****************************************************************
       01  WS-COMPLETED-RUN-TABLE.
           05  WS-CMP-COUNT            PIC 9(04)   VALUE 0.
           05  WS-CMP-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-CMP-IDX.
               10  WS-CMP-STAMP        PIC X(16).

       01  WS-CMP-TABLE-FULL-SWITCH    PIC X       VALUE "N".
           88  WS-CMP-TABLE-FULL                   VALUE "Y".

       01  WS-CMP-TABLE-FULL-LINE      PIC X(44)
           VALUE "RUN REGISTER TABLE FULL - ALL RUNS FOOTED".

       01  WS-PAIR-PROVABLE-SWITCH     PIC X       VALUE "Y".
           88  WS-PAIR-PROVABLE                    VALUE "Y".

       01  WS-REPORT-DATE              PIC 9(08)   VALUE 0.

       01  WS-PARM                     PIC X(10)   VALUE SPACES.
       01  WS-DATE-PARM                PIC X(08)   VALUE SPACES.

       01  WS-CARRY-UNIT               PIC 9(10)   VALUE 1000000000.

       01  WS-SOURCE-COUNTS.
           05  WS-AUDIT-COUNT          PIC 9(09)   VALUE 0.
           05  WS-AUDIT-ARCH-COUNT     PIC 9(09)   VALUE 0.
           05  WS-AUDIT-SKIPPED-COUNT  PIC 9(09)   VALUE 0.
           05  WS-HISTORY-COUNT        PIC 9(09)   VALUE 0.
           05  WS-HISTORY-ARCH-COUNT   PIC 9(09)   VALUE 0.
           05  WS-GL-COUNT             PIC 9(09)   VALUE 0.
           05  WS-GL-ARCH-COUNT        PIC 9(09)   VALUE 0.
           05  WS-ACK-COUNT            PIC 9(09)   VALUE 0.
           05  WS-ACK-ARCH-COUNT       PIC 9(09)   VALUE 0.
           05  WS-SUSP-COUNT           PIC 9(09)   VALUE 0.
           05  WS-PTD-LOG-COUNT        PIC 9(09)   VALUE 0.

       01  WS-PROOF-FIGURES.
           05  WS-AUDIT-DEBIT          PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-AUDIT-CREDIT         PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-HIST-TOTAL           PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-GL-SUM-DEBIT         PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-GL-SUM-CREDIT        PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-GL-BR-DEBIT          PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-GL-BR-CREDIT         PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-GL-CUR-DEBIT         PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-GL-CUR-CREDIT        PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-ACK-DEBIT            PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-ACK-CREDIT           PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-SUSP-HELD-DEBIT      PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-SUSP-HELD-CREDIT     PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-SUSP-OPEN-DEBIT      PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-SUSP-OPEN-CREDIT     PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-SUSP-SUPER-DEBIT     PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-SUSP-SUPER-CREDIT    PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-SUSP-RESTART-DEBIT   PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-PTD-BR-CHANGE        PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-PTD-BR-REV-CHANGE    PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-PTD-CUR-CHANGE       PIC S9(15)V99  COMP-3 VALUE 0.
           05  WS-PTD-CUR-REV-CHANGE   PIC S9(15)V99  COMP-3 VALUE 0.

       01  WS-PTD-CHANGE               PIC S9(15)V99  COMP-3 VALUE 0.
       01  WS-PTD-REV-CHANGE           PIC S9(15)V99  COMP-3 VALUE 0.

       01  WS-PAIR-LEFT                PIC S9(15)V99  COMP-3 VALUE 0.
       01  WS-PAIR-RIGHT               PIC S9(15)V99  COMP-3 VALUE 0.
       01  WS-PAIR-DIFFERENCE          PIC S9(15)V99  COMP-3 VALUE 0.

       01  WS-OUT-OF-BALANCE-COUNT     PIC 9(04)   VALUE 0.
       01  WS-NOT-PROVED-COUNT         PIC 9(04)   VALUE 0.
       01  WS-MISSING-FILE-COUNT       PIC 9(04)   VALUE 0.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(28)
               VALUE "CROSS-FILE PROOF - BUS. DATE".
           05  FILLER                  PIC X(02)   VALUE ": ".
           05  WS-HDR-DATE-OUT         PIC 9(08).

       01  WS-PAGE-BREAK-LINE          PIC X(40)   VALUE ALL "-".

       01  WS-FIGURES-SECTION-LINE     PIC X(40)
           VALUE "FIGURES FOR THE BUSINESS DATE".

       01  WS-PAIRS-SECTION-LINE       PIC X(40)
           VALUE "PROOF PAIRS".

       01  WS-FIGURE-LINE.
           05  WS-FIG-LABEL-OUT        PIC X(20).
           05  WS-FIG-AMOUNT-OUT       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SOURCE-LINE.
           05  WS-SRC-LABEL-OUT        PIC X(20).
           05  WS-SRC-COUNT-OUT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-SRC-ARCH-LABEL-OUT   PIC X(16).
           05  WS-SRC-ARCH-COUNT-OUT   PIC ZZZ,ZZZ,ZZ9.

       01  WS-SKIPPED-LINE.
           05  FILLER                  PIC X(20)
               VALUE "ABENDED RUN LINES..:".
           05  WS-SKIPPED-COUNT-OUT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
               VALUE "  NOT FOOTED".

       01  WS-MISSING-FILE-LINE.
           05  FILLER                  PIC X(20)
               VALUE "FILE NOT AVAILABLE.:".
           05  WS-MISSING-FILE-OUT     PIC X(08).
           05  FILLER                  PIC X(30)
               VALUE "  - DEPENDENT PAIRS NOT PROVED".

       01  WS-NO-AUDIT-LINE            PIC X(50)
           VALUE "NO AUDIT TRAIL RECORDS FOR THE BUSINESS DATE".

       01  WS-PAIR-LINE.
           05  WS-PR-LABEL-OUT         PIC X(36).
           05  WS-PR-RESULT-OUT        PIC X(20).
           05  WS-PR-DIFFERENCE-OUT    PIC X(24).

       01  WS-DIFFERENCE-EDIT          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINES.
           05  WS-OUT-OF-BALANCE-LINE.
               10  FILLER              PIC X(20)
                   VALUE "PAIRS OUT OF BAL...:".
               10  WS-OOB-COUNT-OUT    PIC ZZZ9.
           05  WS-NOT-PROVED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "PAIRS NOT PROVED...:".
               10  WS-NOT-PROVED-OUT   PIC ZZZ9.
           05  WS-PROOF-RESULT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "PROOF RESULT.......:".
               10  WS-PROOF-RESULT-OUT PIC X(30).

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
           PERFORM 1500-LOAD-COMPLETED-RUNS
           PERFORM 2000-FOOT-AUDIT-TRAIL
           PERFORM 3000-FOOT-HISTORY
           PERFORM 4000-FOOT-GL-EXTRACT
           PERFORM 4500-FOOT-ACKNOWLEDGMENTS
           PERFORM 4700-FOOT-SUSPENSE
           PERFORM 5000-FOOT-PTD-LOG
           PERFORM 6000-PRINT-FIGURES
           PERFORM 7000-PROVE-PAIRS
           PERFORM 8000-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT PROOF-RPT
           IF NOT WS-PROOF-RPT-OK
               MOVE "PROOFRPT" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-PROOF-RPT-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY "/"
               INTO WS-DATE-PARM
           IF WS-DATE-PARM IS NUMERIC
               MOVE WS-DATE-PARM TO WS-REPORT-DATE
           END-IF
           MOVE WS-REPORT-DATE TO WS-HDR-DATE-OUT
           MOVE WS-HEADER-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE.

      *****************************************************************
      *  EVERY RUN STAMP THE REGISTER (OR ITS ARCHIVE - A RECORD IS
      *  ONLY EVER IN ONE OF THEM) HOLDS A COMPLETION RECORD FOR ON
      *  THE BUSINESS DATE.  WITH NEITHER AVAILABLE NO RUN CAN BE
      *  TOLD FROM AN ABENDED ONE, SO THE REGISTER IS REPORTED
      *  MISSING AND EVERY AUDIT LINE IS FOOTED.
      *****************************************************************
       1500-LOAD-COMPLETED-RUNS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               SET WS-REGISTER-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1600-NOTE-COMPLETED-RUN
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
               SET WS-REGISTER-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ REGISTER-ARCHIVE INTO REGISTER-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1600-NOTE-COMPLETED-RUN
                   END-READ
               END-PERFORM
               CLOSE REGISTER-ARCHIVE
           END-IF
           IF NOT WS-REGISTER-FOUND
               MOVE "REGFILE" TO WS-MISSING-FILE-OUT
               PERFORM 6900-REPORT-MISSING-FILE
           END-IF.

       1600-NOTE-COMPLETED-RUN.
           IF REG-RUN-DATE = WS-REPORT-DATE
                   AND REG-RUN-COMPLETED
                   AND REG-RUN-STAMP NOT = SPACES
               IF WS-CMP-COUNT >= 500
                   IF NOT WS-CMP-TABLE-FULL
                       SET WS-CMP-TABLE-FULL TO TRUE
                       DISPLAY WS-CMP-TABLE-FULL-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-CMP-COUNT
                   SET WS-CMP-IDX TO WS-CMP-COUNT
                   MOVE REG-RUN-STAMP TO WS-CMP-STAMP(WS-CMP-IDX)
               END-IF
           END-IF.

      *****************************************************************
      *  THE TRAIL IS RE-FOOTED FROM ITS OWN LINE AMOUNTS, NOT FROM
      *  THE RUNNING TOTALS SUMBATCH CARRIED ON IT.  DETAIL LINES
      *  FOOT TO THE DEBIT FIGURE AND REVERSAL LINES TO THE CREDIT
      *  FIGURE.  THE LIVE FILE AND THE ARCHIVE ARE BOTH READ - A
      *  RECORD IS ONLY EVER IN ONE OF THEM - AND THE DATE COUNTS AS
      *  AVAILABLE WHEN EITHER COULD BE OPENED.  A LINE WRITTEN BY A
      *  RUN WITH NO COMPLETION RECORD IS COUNTED BUT NOT FOOTED -
      *  THAT RUN ABENDED AND ITS RESTART WROTE THE SAME ITEMS
      *  AGAIN.  A LINE FROM BEFORE THE RUN STAMP WAS CARRIED HAS
      *  SPACES THERE AND IS ALWAYS FOOTED.
      *****************************************************************
       2000-FOOT-AUDIT-TRAIL.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               SET WS-AUDIT-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-AUDIT-COUNT
                               PERFORM 2050-FOOT-IF-COMPLETED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
               SET WS-AUDIT-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-ARCHIVE INTO AUDIT-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-AUDIT-ARCH-COUNT
                               PERFORM 2050-FOOT-IF-COMPLETED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           END-IF
           IF NOT WS-AUDIT-FOUND
               MOVE "AUDITFIL" TO WS-MISSING-FILE-OUT
               PERFORM 6900-REPORT-MISSING-FILE
           END-IF.

       2050-FOOT-IF-COMPLETED.
           MOVE "N" TO WS-RUN-COMPLETED-SWITCH
           IF AUDIT-RUN-STAMP = SPACES
                   OR NOT WS-REGISTER-FOUND
                   OR WS-CMP-TABLE-FULL
               SET WS-RUN-COMPLETED TO TRUE
           ELSE
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > WS-CMP-COUNT
                           OR WS-RUN-COMPLETED
                   IF WS-CMP-STAMP(WS-CMP-IDX) = AUDIT-RUN-STAMP
                       SET WS-RUN-COMPLETED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RUN-COMPLETED
               PERFORM 2100-FOOT-AUDIT-LINE
           ELSE
               ADD 1 TO WS-AUDIT-SKIPPED-COUNT
           END-IF.

       2100-FOOT-AUDIT-LINE.
           IF AUDIT-REVERSAL-ENTRY
               ADD AUDIT-AMOUNT TO WS-AUDIT-CREDIT
           ELSE
               ADD AUDIT-AMOUNT TO WS-AUDIT-DEBIT
           END-IF.

      *****************************************************************
      *  ONE HISTORY RECORD PER BATCH PER RUN; THE FINAL SUM AND ITS
      *  HI-ORDER CARRY ARE RECOMBINED AT THE 1,000,000,000.00 FOLD.
      *****************************************************************
       3000-FOOT-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               SET WS-HISTORY-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-HISTORY-COUNT
                               PERFORM 3100-FOOT-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
               SET WS-HISTORY-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-ARCHIVE INTO HISTORY-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-HISTORY-ARCH-COUNT
                               PERFORM 3100-FOOT-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE
           END-IF
           IF NOT WS-HISTORY-FOUND
               MOVE "HISTFILE" TO WS-MISSING-FILE-OUT
               PERFORM 6900-REPORT-MISSING-FILE
           END-IF.

       3100-FOOT-HISTORY-RECORD.
           COMPUTE WS-HIST-TOTAL = WS-HIST-TOTAL
               + HIST-FINAL-HI-ORDER * WS-CARRY-UNIT
               + HIST-FINAL-SUM.

      *****************************************************************
      *  SUMMARY, BRANCH AND CURRENCY RECORDS EACH FOOT TO THEIR OWN
      *  DEBIT AND CREDIT FIGURES; ALL THREE CARRY THE SAME MONEY.
      *  THE GL HISTORY AND ITS ARCHIVE ARE READ THE SAME WAY AS THE
      *  AUDIT TRAIL - A RECORD IS ONLY EVER IN ONE OF THEM.
      *****************************************************************
       4000-FOOT-GL-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "00"
               SET WS-GL-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GL-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-GL-COUNT
                               PERFORM 4100-FOOT-GL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GL-HISTORY-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
               SET WS-GL-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ GL-HISTORY-ARCHIVE INTO GL-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GL-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-GL-ARCH-COUNT
                               PERFORM 4100-FOOT-GL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-ARCHIVE
           END-IF
           IF NOT WS-GL-FOUND
               MOVE "GLHIST" TO WS-MISSING-FILE-OUT
               PERFORM 6900-REPORT-MISSING-FILE
           END-IF.

       4100-FOOT-GL-RECORD.
           EVALUATE TRUE
               WHEN GL-BATCH-SUMMARY AND GL-CREDIT-ENTRY
                   COMPUTE WS-GL-SUM-CREDIT = WS-GL-SUM-CREDIT
                       + GL-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + GL-TOTAL-AMOUNT
               WHEN GL-BATCH-SUMMARY
                   COMPUTE WS-GL-SUM-DEBIT = WS-GL-SUM-DEBIT
                       + GL-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + GL-TOTAL-AMOUNT
               WHEN GL-BRANCH-DETAIL AND GL-CREDIT-ENTRY
                   COMPUTE WS-GL-BR-CREDIT = WS-GL-BR-CREDIT
                       + GL-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + GL-TOTAL-AMOUNT
               WHEN GL-BRANCH-DETAIL
                   COMPUTE WS-GL-BR-DEBIT = WS-GL-BR-DEBIT
                       + GL-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + GL-TOTAL-AMOUNT
               WHEN GL-CURRENCY-DETAIL AND GL-CREDIT-ENTRY
                   COMPUTE WS-GL-CUR-CREDIT = WS-GL-CUR-CREDIT
                       + GL-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + GL-TOTAL-AMOUNT
               WHEN GL-CURRENCY-DETAIL
                   COMPUTE WS-GL-CUR-DEBIT = WS-GL-CUR-DEBIT
                       + GL-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + GL-TOTAL-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  EVERY CYCLE'S ACKNOWLEDGMENTS ARE ON THE HISTORY GLRECON
      *  KEEPS, OR ON ITS ARCHIVE ONCE SUMARCH HAS AGED THEM - A
      *  RECORD IS ONLY EVER IN ONE OF THEM.  ONLY ACKNOWLEDGMENTS
      *  THE POSTING JOB MARKED POSTED FOOT - A FAILED POSTING MOVED
      *  NO MONEY - BUT ANY ACKNOWLEDGMENT COUNTS AS THE DATE HAVING
      *  BEEN THROUGH POSTING.  RELEASED SUSPENSE BATCHES ARE
      *  ACKNOWLEDGED UNDER THEIR ORIGINAL BUSINESS DATE, SO THEY
      *  FOOT HERE TOO.
      *****************************************************************
       4500-FOOT-ACKNOWLEDGMENTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACK-HISTORY-FILE
           IF WS-ACK-HISTORY-STATUS = "00"
               SET WS-ACK-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ ACK-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AKH-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-ACK-COUNT
                               PERFORM 4600-FOOT-ACKNOWLEDGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACK-HISTORY-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
               SET WS-ACK-FOUND TO TRUE
               PERFORM UNTIL WS-EOF
                   READ ACK-HISTORY-ARCHIVE INTO GL-ACK-HISTORY-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AKH-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-ACK-ARCH-COUNT
                               PERFORM 4600-FOOT-ACKNOWLEDGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-HISTORY-ARCHIVE
           END-IF
           IF NOT WS-ACK-FOUND
               MOVE "GLACKHST" TO WS-MISSING-FILE-OUT
               PERFORM 6900-REPORT-MISSING-FILE
           END-IF.

       4600-FOOT-ACKNOWLEDGMENT.
           EVALUATE TRUE
               WHEN NOT AKH-POSTED
                   CONTINUE
               WHEN AKH-CREDIT-ENTRY
                   COMPUTE WS-ACK-CREDIT = WS-ACK-CREDIT
                       + AKH-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + AKH-POSTED-AMOUNT
               WHEN OTHER
                   COMPUTE WS-ACK-DEBIT = WS-ACK-DEBIT
                       + AKH-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + AKH-POSTED-AMOUNT
           END-EVALUATE.

      *****************************************************************
      *  A HELD BATCH IS ON THE AUDIT TRAIL BUT NOT ON THE EXTRACT.
      *  EVERY HOLD FOR THE DATE IS HELD MONEY FOR THE EXTRACT PAIRS
      *  - A HOLD SUPERSEDED BY A LATER RUN TOO, BECAUSE THE RUN THAT
      *  HELD IT STILL LEFT ITS LINES ON THE AUDIT TRAIL.  THE HOLDS
      *  STILL OPEN (NOT YET RELEASED ON GLRLSFIL) AND THE SUPERSEDED
      *  HOLDS ARE ALSO MONEY THAT NEVER POSTED UNDER THAT HOLD, FOR
      *  THE ACKNOWLEDGMENT AND PERIOD-TO-DATE PAIRS.  A RESTART
      *  HOLD, WHATEVER BECAME OF IT, IS A BATCH THE RESTARTED RUN
      *  LEFT OFF THE RUN HISTORY, FOR THE HISTORY PAIR.  NO
      *  SUSPENSE FILE MEANS NOTHING HAS EVER BEEN HELD.
      *****************************************************************
       4700-FOOT-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               MOVE LOW-VALUES TO SUSP-KEY
               MOVE WS-REPORT-DATE TO SUSP-BUSINESS-DATE
               START SUSPENSE-FILE KEY NOT < SUSP-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUSP-BUSINESS-DATE NOT = WS-REPORT-DATE
                               SET WS-EOF TO TRUE
                           ELSE
                               PERFORM 4800-FOOT-SUSPENSE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       4800-FOOT-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSP-COUNT
           COMPUTE WS-SUSP-HELD-DEBIT = WS-SUSP-HELD-DEBIT
               + SUSP-HI-ORDER * WS-CARRY-UNIT + SUSP-BATCH-SUM
           COMPUTE WS-SUSP-HELD-CREDIT = WS-SUSP-HELD-CREDIT
               + SUSP-ADJ-HI-ORDER * WS-CARRY-UNIT + SUSP-ADJ-SUM
           IF SUSP-OPEN
               COMPUTE WS-SUSP-OPEN-DEBIT = WS-SUSP-OPEN-DEBIT
                   + SUSP-HI-ORDER * WS-CARRY-UNIT
                   + SUSP-BATCH-SUM
               COMPUTE WS-SUSP-OPEN-CREDIT = WS-SUSP-OPEN-CREDIT
                   + SUSP-ADJ-HI-ORDER * WS-CARRY-UNIT
                   + SUSP-ADJ-SUM
           END-IF
           IF SUSP-SUPERSEDED
               COMPUTE WS-SUSP-SUPER-DEBIT = WS-SUSP-SUPER-DEBIT
                   + SUSP-HI-ORDER * WS-CARRY-UNIT
                   + SUSP-BATCH-SUM
               COMPUTE WS-SUSP-SUPER-CREDIT = WS-SUSP-SUPER-CREDIT
                   + SUSP-ADJ-HI-ORDER * WS-CARRY-UNIT
                   + SUSP-ADJ-SUM
           END-IF
           IF SUSP-HOLD-RESTART
               COMPUTE WS-SUSP-RESTART-DEBIT = WS-SUSP-RESTART-DEBIT
                   + SUSP-HI-ORDER * WS-CARRY-UNIT
                   + SUSP-BATCH-SUM
           END-IF.

      *****************************************************************
      *  THE DATE'S CHANGE TO THE PERIOD-TO-DATE BUCKETS IS THE SUM
      *  OF AFTER LESS BEFORE OVER EVERY ROLL LOGGED FOR IT - BY
      *  SUMBATCH FOR WHAT POSTED, BY SUMSUSP FOR WHAT IT RELEASED.
      *****************************************************************
       5000-FOOT-PTD-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PTD-LOG
           IF WS-PTD-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PTD-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PLOG-RUN-DATE = WS-REPORT-DATE
                               ADD 1 TO WS-PTD-LOG-COUNT
                               PERFORM 5100-FOOT-PTD-ROLL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PTD-LOG
           ELSE
               MOVE "PTDLOG" TO WS-MISSING-FILE-OUT
               PERFORM 6900-REPORT-MISSING-FILE
           END-IF.

       5100-FOOT-PTD-ROLL.
           COMPUTE WS-PTD-CHANGE =
               (PLOG-AFTER-HI-ORDER - PLOG-BEFORE-HI-ORDER)
                   * WS-CARRY-UNIT
               + PLOG-AFTER-AMOUNT - PLOG-BEFORE-AMOUNT
           COMPUTE WS-PTD-REV-CHANGE =
               (PLOG-AFTER-REV-HI - PLOG-BEFORE-REV-HI)
                   * WS-CARRY-UNIT
               + PLOG-AFTER-REV-AMOUNT - PLOG-BEFORE-REV-AMOUNT
           IF PLOG-BRANCH-TYPE
               ADD WS-PTD-CHANGE TO WS-PTD-BR-CHANGE
               ADD WS-PTD-REV-CHANGE TO WS-PTD-BR-REV-CHANGE
           ELSE
               ADD WS-PTD-CHANGE TO WS-PTD-CUR-CHANGE
               ADD WS-PTD-REV-CHANGE TO WS-PTD-CUR-REV-CHANGE
           END-IF.

       6000-PRINT-FIGURES.
           MOVE WS-PAGE-BREAK-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE WS-FIGURES-SECTION-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           IF WS-AUDIT-COUNT = 0 AND WS-AUDIT-ARCH-COUNT = 0
               MOVE WS-NO-AUDIT-LINE TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           END-IF
           MOVE "AUDIT RECORDS......:" TO WS-SRC-LABEL-OUT
           MOVE WS-AUDIT-COUNT TO WS-SRC-COUNT-OUT
           MOVE "  FROM ARCHIVE:" TO WS-SRC-ARCH-LABEL-OUT
           MOVE WS-AUDIT-ARCH-COUNT TO WS-SRC-ARCH-COUNT-OUT
           MOVE WS-SOURCE-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           IF WS-AUDIT-SKIPPED-COUNT > 0
               MOVE WS-AUDIT-SKIPPED-COUNT TO WS-SKIPPED-COUNT-OUT
               MOVE WS-SKIPPED-LINE TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           END-IF
           MOVE "HISTORY RECORDS....:" TO WS-SRC-LABEL-OUT
           MOVE WS-HISTORY-COUNT TO WS-SRC-COUNT-OUT
           MOVE WS-HISTORY-ARCH-COUNT TO WS-SRC-ARCH-COUNT-OUT
           MOVE WS-SOURCE-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE "GL HISTORY RECORDS.:" TO WS-SRC-LABEL-OUT
           MOVE WS-GL-COUNT TO WS-SRC-COUNT-OUT
           MOVE WS-GL-ARCH-COUNT TO WS-SRC-ARCH-COUNT-OUT
           MOVE WS-SOURCE-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE "ACKNOWLEDGMENTS....:" TO WS-SRC-LABEL-OUT
           MOVE WS-ACK-COUNT TO WS-SRC-COUNT-OUT
           MOVE WS-ACK-ARCH-COUNT TO WS-SRC-ARCH-COUNT-OUT
           MOVE WS-SOURCE-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE "AUDIT DETAIL.......:" TO WS-FIG-LABEL-OUT
           MOVE WS-AUDIT-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "AUDIT REVERSALS....:" TO WS-FIG-LABEL-OUT
           MOVE WS-AUDIT-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "HISTFILE FINAL SUMS:" TO WS-FIG-LABEL-OUT
           MOVE WS-HIST-TOTAL TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "GL SUMMARY DEBITS..:" TO WS-FIG-LABEL-OUT
           MOVE WS-GL-SUM-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "GL SUMMARY CREDITS.:" TO WS-FIG-LABEL-OUT
           MOVE WS-GL-SUM-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "GL BRANCH DEBITS...:" TO WS-FIG-LABEL-OUT
           MOVE WS-GL-BR-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "GL BRANCH CREDITS..:" TO WS-FIG-LABEL-OUT
           MOVE WS-GL-BR-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "GL CURRENCY DEBITS.:" TO WS-FIG-LABEL-OUT
           MOVE WS-GL-CUR-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "GL CURRENCY CREDITS:" TO WS-FIG-LABEL-OUT
           MOVE WS-GL-CUR-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "POSTED DEBITS......:" TO WS-FIG-LABEL-OUT
           MOVE WS-ACK-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "POSTED CREDITS.....:" TO WS-FIG-LABEL-OUT
           MOVE WS-ACK-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "HELD IN SUSPENSE...:" TO WS-FIG-LABEL-OUT
           MOVE WS-SUSP-HELD-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "HELD REVERSALS.....:" TO WS-FIG-LABEL-OUT
           MOVE WS-SUSP-HELD-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "STILL IN SUSPENSE..:" TO WS-FIG-LABEL-OUT
           MOVE WS-SUSP-OPEN-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "STILL HELD REVERSAL:" TO WS-FIG-LABEL-OUT
           MOVE WS-SUSP-OPEN-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "SUPERSEDED HOLDS...:" TO WS-FIG-LABEL-OUT
           MOVE WS-SUSP-SUPER-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "SUPERSEDED REVERSAL:" TO WS-FIG-LABEL-OUT
           MOVE WS-SUSP-SUPER-CREDIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "RESTART HOLDS......:" TO WS-FIG-LABEL-OUT
           MOVE WS-SUSP-RESTART-DEBIT TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "PTD BRANCH CHANGE..:" TO WS-FIG-LABEL-OUT
           MOVE WS-PTD-BR-CHANGE TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "PTD BRANCH REV CHG.:" TO WS-FIG-LABEL-OUT
           MOVE WS-PTD-BR-REV-CHANGE TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "PTD CURRENCY CHANGE:" TO WS-FIG-LABEL-OUT
           MOVE WS-PTD-CUR-CHANGE TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE
           MOVE "PTD CURRENCY REV CH:" TO WS-FIG-LABEL-OUT
           MOVE WS-PTD-CUR-REV-CHANGE TO WS-FIG-AMOUNT-OUT
           PERFORM 6100-WRITE-FIGURE.

       6100-WRITE-FIGURE.
           MOVE WS-FIGURE-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE.

       6900-REPORT-MISSING-FILE.
           ADD 1 TO WS-MISSING-FILE-COUNT
           MOVE WS-MISSING-FILE-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE.

      *****************************************************************
      *  EVERY PAIR IS THE RE-FOOTED AUDIT TRAIL AGAINST ONE OTHER
      *  FILE.  THE EXTRACT'S SUMMARY RECORDS PLUS THE BATCHES HELD
      *  FROM IT MUST EQUAL THE TRAIL; THE POSTED AMOUNTS, AND THE
      *  PERIOD-TO-DATE CHANGE, PLUS THE BATCHES STILL IN SUSPENSE OR
      *  SUPERSEDED MUST TOO; THE RUN HISTORY PLUS THE RESTART HOLDS
      *  THE RESTARTED RUNS LEFT OFF IT MUST TOO.  SUMBATCH
      *  WITHHOLDS THE BRANCH AND CURRENCY DETAIL RECORDS FOR THE
      *  WHOLE RUN WHEN IT HOLDS ANY BATCH, SO ON A DATE WITH A HOLD
      *  THOSE PAIRS CANNOT BE PROVED AND ARE SHOWN AS SUCH RATHER
      *  THAN FAILED.  A PAIR WHOSE FILE WAS NOT AVAILABLE IS ALSO
      *  NOT PROVED, AND THE MISSING FILE ITSELF FAILS THE PROOF.
      *****************************************************************
       7000-PROVE-PAIRS.
           MOVE WS-PAGE-BREAK-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE WS-PAIRS-SECTION-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE "AUDIT DETAIL / HISTFILE + RESTART"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-DEBIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT =
               WS-HIST-TOTAL + WS-SUSP-RESTART-DEBIT
           MOVE "Y" TO WS-PAIR-PROVABLE-SWITCH
           IF NOT WS-HISTORY-FOUND
               MOVE "N" TO WS-PAIR-PROVABLE-SWITCH
           END-IF
           PERFORM 7100-PROVE-ONE-PAIR
           MOVE "AUDIT DETAIL / GL SUMMARY + HELD"
               TO WS-PR-LABEL-OUT
           COMPUTE WS-PAIR-RIGHT = WS-GL-SUM-DEBIT + WS-SUSP-HELD-DEBIT
           PERFORM 7200-PROVE-GL-PAIR
           MOVE "AUDIT REVERSALS / GL SUMMARY + HELD"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-CREDIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT =
               WS-GL-SUM-CREDIT + WS-SUSP-HELD-CREDIT
           PERFORM 7200-PROVE-GL-PAIR
           MOVE "AUDIT DETAIL / GL BRANCH DEBITS" TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-DEBIT TO WS-PAIR-LEFT
           MOVE WS-GL-BR-DEBIT TO WS-PAIR-RIGHT
           PERFORM 7300-PROVE-GL-DETAIL-PAIR
           MOVE "AUDIT REVERSALS / GL BRANCH CREDITS"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-CREDIT TO WS-PAIR-LEFT
           MOVE WS-GL-BR-CREDIT TO WS-PAIR-RIGHT
           PERFORM 7300-PROVE-GL-DETAIL-PAIR
           MOVE "AUDIT DETAIL / GL CURRENCY DEBITS"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-DEBIT TO WS-PAIR-LEFT
           MOVE WS-GL-CUR-DEBIT TO WS-PAIR-RIGHT
           PERFORM 7300-PROVE-GL-DETAIL-PAIR
           MOVE "AUDIT REVERSALS / GL CURRENCY CRS"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-CREDIT TO WS-PAIR-LEFT
           MOVE WS-GL-CUR-CREDIT TO WS-PAIR-RIGHT
           PERFORM 7300-PROVE-GL-DETAIL-PAIR
           MOVE "AUDIT DETAIL / POSTED + IN SUSP"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-DEBIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT = WS-ACK-DEBIT + WS-SUSP-OPEN-DEBIT
               + WS-SUSP-SUPER-DEBIT
           PERFORM 7400-PROVE-POSTED-PAIR
           MOVE "AUDIT REVERSALS / POSTED + IN SUSP"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-CREDIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT =
               WS-ACK-CREDIT + WS-SUSP-OPEN-CREDIT
               + WS-SUSP-SUPER-CREDIT
           PERFORM 7400-PROVE-POSTED-PAIR
           MOVE "Y" TO WS-PAIR-PROVABLE-SWITCH
           IF WS-PTD-LOG-STATUS NOT = "00"
               MOVE "N" TO WS-PAIR-PROVABLE-SWITCH
           END-IF
           MOVE "AUDIT DETAIL / PTD BRANCH + SUSP" TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-DEBIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT = WS-PTD-BR-CHANGE
               + WS-SUSP-OPEN-DEBIT + WS-SUSP-SUPER-DEBIT
           PERFORM 7100-PROVE-ONE-PAIR
           MOVE "AUDIT REVERSALS / PTD BR REV + SUSP"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-CREDIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT = WS-PTD-BR-REV-CHANGE
               + WS-SUSP-OPEN-CREDIT + WS-SUSP-SUPER-CREDIT
           PERFORM 7100-PROVE-ONE-PAIR
           MOVE "AUDIT DETAIL / PTD CURRENCY + SUSP"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-DEBIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT = WS-PTD-CUR-CHANGE
               + WS-SUSP-OPEN-DEBIT + WS-SUSP-SUPER-DEBIT
           PERFORM 7100-PROVE-ONE-PAIR
           MOVE "AUDIT REVERSALS / PTD CUR REV + SUSP"
               TO WS-PR-LABEL-OUT
           MOVE WS-AUDIT-CREDIT TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT = WS-PTD-CUR-REV-CHANGE
               + WS-SUSP-OPEN-CREDIT + WS-SUSP-SUPER-CREDIT
           PERFORM 7100-PROVE-ONE-PAIR.

       7100-PROVE-ONE-PAIR.
           MOVE SPACES TO WS-PR-DIFFERENCE-OUT
           EVALUATE TRUE
               WHEN NOT WS-PAIR-PROVABLE
               WHEN NOT WS-AUDIT-FOUND
                   MOVE "NOT PROVED" TO WS-PR-RESULT-OUT
                   ADD 1 TO WS-NOT-PROVED-COUNT
               WHEN WS-PAIR-LEFT = WS-PAIR-RIGHT
                   MOVE "IN BALANCE" TO WS-PR-RESULT-OUT
               WHEN OTHER
                   MOVE "OUT OF BALANCE BY" TO WS-PR-RESULT-OUT
                   COMPUTE WS-PAIR-DIFFERENCE =
                       WS-PAIR-LEFT - WS-PAIR-RIGHT
                   MOVE WS-PAIR-DIFFERENCE TO WS-DIFFERENCE-EDIT
                   MOVE WS-DIFFERENCE-EDIT TO WS-PR-DIFFERENCE-OUT
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-EVALUATE
           MOVE WS-PAIR-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE.

       7200-PROVE-GL-PAIR.
           MOVE "Y" TO WS-PAIR-PROVABLE-SWITCH
           IF NOT WS-GL-FOUND
               MOVE "N" TO WS-PAIR-PROVABLE-SWITCH
           END-IF
           PERFORM 7100-PROVE-ONE-PAIR.

       7300-PROVE-GL-DETAIL-PAIR.
           MOVE "Y" TO WS-PAIR-PROVABLE-SWITCH
           IF NOT WS-GL-FOUND
                   OR WS-SUSP-COUNT > 0
               MOVE "N" TO WS-PAIR-PROVABLE-SWITCH
           END-IF
           PERFORM 7100-PROVE-ONE-PAIR.

      *****************************************************************
      *  A DATE WITH NO ACKNOWLEDGMENT ON FILE HAS NOT BEEN THROUGH
      *  POSTING YET (OR ITS ACKNOWLEDGMENTS WERE NEVER RECONCILED),
      *  SO ITS POSTED PAIRS ARE NOT PROVED RATHER THAN FAILED - UNLESS
      *  THEY TIE ANYWAY, AS ON A DATE WHOSE EVERY BATCH IS HELD.
      *****************************************************************
       7400-PROVE-POSTED-PAIR.
           MOVE "Y" TO WS-PAIR-PROVABLE-SWITCH
           IF NOT WS-ACK-FOUND
               MOVE "N" TO WS-PAIR-PROVABLE-SWITCH
           END-IF
           IF WS-ACK-COUNT = 0 AND WS-ACK-ARCH-COUNT = 0
                   AND WS-PAIR-LEFT NOT = WS-PAIR-RIGHT
               MOVE "N" TO WS-PAIR-PROVABLE-SWITCH
           END-IF
           PERFORM 7100-PROVE-ONE-PAIR.

       8000-SET-RETURN-CODE.
           MOVE WS-PAGE-BREAK-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-OOB-COUNT-OUT
           MOVE WS-OUT-OF-BALANCE-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE WS-NOT-PROVED-COUNT TO WS-NOT-PROVED-OUT
           MOVE WS-NOT-PROVED-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE-COUNT > 0
                   MOVE "FILES DO NOT TIE" TO WS-PROOF-RESULT-OUT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSING-FILE-COUNT > 0
                   MOVE "INCOMPLETE - FILE MISSING"
                       TO WS-PROOF-RESULT-OUT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ALL FILES TIE" TO WS-PROOF-RESULT-OUT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-PROOF-RESULT-LINE TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE.

       9000-TERMINATE.
           CLOSE PROOF-RPT.
