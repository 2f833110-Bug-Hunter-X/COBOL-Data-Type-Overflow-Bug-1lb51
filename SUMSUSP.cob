      *****************************************************************
      *  PROGRAM-ID   : SUMSUSP
      *  DESCRIPTION  : HELD-BATCH SUSPENSE REVIEW AND RELEASE
      *                 TRANSACTION.  PRESENTS EACH BATCH SUMBATCH
      *                 HELD TO THE SUSPENSE FILE (SUSPFILE) WITH ITS
      *                 TOTALS, COUNTS, TRAILER VALUES AND HOLD
      *                 REASON.  A LEVEL-3 OPERATOR MAY REQUEST ITS
      *                 RELEASE WITH A REASON; A SECOND, DIFFERENT
      *                 LEVEL-3 OPERATOR MUST THEN APPROVE OR
      *                 DECLINE THE REQUEST IN A SESSION OF THEIR
      *                 OWN.  AT SESSION END EVERY APPROVED BATCH -
      *                 INCLUDING ANY APPROVED IN AN EARLIER SESSION
      *                 AND NOT YET EXTRACTED - IS WRITTEN TO THE GL
      *                 RELEASE EXTRACT (GLRLSFIL) AND MARKED
      *                 EXTRACTED, SO A HELD BATCH POSTS WITHOUT
      *                 RE-FEEDING THE TRANSMISSION WITH FORCE.
      *                 AS EACH BATCH IS EXTRACTED ITS MONEY IS
      *                 ROLLED INTO THE PERIOD-TO-DATE MASTER
      *                 (PTDFILE) BY BRANCH AND CURRENCY, FROM THE
      *                 ITEMS THE KEY REGISTER (KEYFILE) HOLDS FOR
      *                 IT, AND LOGGED ON PTDLOG.
      *                 THE SESSION STARTS WITH A SIGN-ON AGAINST THE
      *                 OPERATOR AUTHORITY FILE (OPERFILE, SEE
      *                 SUMOPER).  DELIVERED AS A NATIVE COBOL SCREEN
      *                 SECTION PROGRAM IN THE SAME STYLE AS SUMINQ.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMSUSP.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT RELEASE-EXTRACT ASSIGN TO "GLRLSFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-EXTRACT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT KEY-REGISTER ASSIGN TO "KEYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS WS-KEY-REGISTER-STATUS.

           SELECT PTD-FILE ASSIGN TO "PTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-PTD-STATUS.

           SELECT PTD-LOG ASSIGN TO "PTDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CBSUSP.

       FD  RELEASE-EXTRACT
           RECORDING MODE IS F.
       COPY CBGLRLS.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY CBOPER.

       FD  KEY-REGISTER
           RECORDING MODE IS F.
       COPY CBKEYREG.

       FD  PTD-FILE
           RECORDING MODE IS F.
       COPY CBPTD.

       FD  PTD-LOG
           RECORDING MODE IS F.
       COPY CBPTDLOG.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS          PIC XX      VALUE "00".
           88  WS-SUSPENSE-OK                      VALUE "00".

       01  WS-RELEASE-EXTRACT-STATUS   PIC XX      VALUE "00".
           88  WS-RELEASE-EXTRACT-OK               VALUE "00".

       01  WS-OPERATOR-STATUS          PIC XX      VALUE "00".
           88  WS-OPERATOR-OK                      VALUE "00".

       01  WS-KEY-REGISTER-STATUS      PIC XX      VALUE "00".
           88  WS-KEY-REGISTER-OK                  VALUE "00".

       01  WS-PTD-STATUS               PIC XX      VALUE "00".
           88  WS-PTD-OK                           VALUE "00".

       01  WS-PTD-LOG-STATUS           PIC XX      VALUE "00".
           88  WS-PTD-LOG-OK                       VALUE "00".

       01  WS-SIGNED-ON-SWITCH         PIC X       VALUE "N".
           88  WS-SIGNED-ON                        VALUE "Y".

       01  WS-SIGNON-ID                PIC X(08)   VALUE SPACES.
           88  WS-SIGNON-EXIT                      VALUE "EXIT    ".
       01  WS-SIGNON-PASSWORD          PIC X(08)   VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
       01  WS-OPERATOR-AUTHORITY       PIC X(01)   VALUE SPACE.
           88  WS-OPER-CAN-RELEASE                 VALUE "3".
       01  WS-SIGNON-MESSAGE           PIC X(40)   VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

       01  WS-DONE-SWITCH              PIC X       VALUE "N".
           88  WS-SESSION-DONE                     VALUE "Y".

       01  WS-EXTRACT-OPEN-SWITCH      PIC X       VALUE "N".
           88  WS-EXTRACT-OPEN                     VALUE "Y".

       01  WS-PTD-OPEN-SWITCH          PIC X       VALUE "N".
           88  WS-PTD-NOT-TRIED                    VALUE "N".
           88  WS-PTD-OPEN                         VALUE "Y".
           88  WS-PTD-UNAVAILABLE                  VALUE "F".

       01  WS-PTD-LOG-OPEN-SWITCH      PIC X       VALUE "N".
           88  WS-PTD-LOG-OPEN                     VALUE "Y".

       01  WS-PTD-FOUND-SWITCH         PIC X       VALUE "N".
           88  WS-PTD-FOUND                        VALUE "Y".

       01  WS-KEY-EOF-SWITCH           PIC X       VALUE "N".
           88  WS-KEY-EOF                          VALUE "Y".

       01  WS-BUCKET-FOUND-SWITCH      PIC X       VALUE "N".
           88  WS-BUCKET-FOUND                     VALUE "Y".

       01  WS-BUCKET-FULL-SWITCH       PIC X       VALUE "N".
           88  WS-BUCKET-TABLE-FULL                VALUE "Y".

       01  WS-ACTION                   PIC X(01)   VALUE SPACE.
           88  WS-ACTION-RELEASE                   VALUE "R".
           88  WS-ACTION-APPROVE                   VALUE "A".
           88  WS-ACTION-DECLINE                   VALUE "D".
           88  WS-ACTION-SKIP                      VALUE "S" " ".
           88  WS-ACTION-EXIT                      VALUE "X".

       01  WS-ENTRY-REASON             PIC X(30)   VALUE SPACES.

       01  WS-STATUS-DISPLAY           PIC X(24)   VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.

       01  WS-COUNTERS.
           05  WS-REQUESTED-COUNT      PIC 9(9)    VALUE 0.
           05  WS-APPROVED-COUNT       PIC 9(9)    VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(9)    VALUE 0.
           05  WS-EXTRACTED-COUNT      PIC 9(9)    VALUE 0.

       01  WS-EXTRACT-TOTAL            PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-EXTRACT-HI-ORDER         PIC 9(9)    COMP-3 VALUE 0.
       01  WS-EXTRACT-CREDIT-TOTAL     PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-EXTRACT-CREDIT-HI-ORDER  PIC 9(9)    COMP-3 VALUE 0.
       01  WS-SUM-CAPACITY             PIC 9(9)V99 VALUE 999999999.99.
       01  WS-CARRY-UNIT               PIC 9(10)   VALUE 1000000000.

      *****************************************************************
      *  THE RELEASED BATCH'S MONEY BY BRANCH ('B') AND CURRENCY
      *  ('C') CODE, GATHERED FROM THE KEY REGISTER BEFORE IT IS
      *  ROLLED.  IT HOLDS EVERY CODE SUMBATCH'S OWN BRANCH AND
      *  CURRENCY TABLES CAN.
      *****************************************************************
       01  WS-RELEASE-BUCKETS.
           05  WS-RLB-COUNT            PIC 9(4)    VALUE 0.
           05  WS-RLB-ENTRY OCCURS 2200 TIMES
                       INDEXED BY WS-RLB-IDX.
               10  WS-RLB-TYPE         PIC X(01).
               10  WS-RLB-CODE         PIC X(04).
               10  WS-RLB-AMOUNT       PIC 9(18)V99 COMP-3.
               10  WS-RLB-REV-AMOUNT   PIC 9(18)V99 COMP-3.

       01  WS-GATHER-TYPE              PIC X(01)   VALUE SPACE.
       01  WS-GATHER-CODE              PIC X(04)   VALUE SPACES.
       01  WS-GATHER-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  WS-GATHER-REV-AMOUNT        PIC 9(9)V99 VALUE 0.

       01  WS-PTD-ROLL-AMOUNT          PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-PTD-ROLL-HI-ORDER        PIC 9(9)    COMP-3 VALUE 0.
       01  WS-PTD-ROLL-REV-AMOUNT      PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-PTD-ROLL-REV-HI-ORDER    PIC 9(9)    COMP-3 VALUE 0.

       01  WS-BUCKET-TABLE-FULL-LINE   PIC X(44)
           VALUE "RELEASE BUCKET TABLE FULL - CODE NOT ROLLED".

       01  WS-SCREEN-MESSAGE           PIC X(40)   VALUE SPACES.

       01  WS-RELEASE-WORK.
           05  WS-RLW-RUN-DATE         PIC 9(08).
           05  WS-RLW-BATCH-ID         PIC X(08).
           05  WS-RLW-TOTAL-AMOUNT     PIC 9(09)V99.
           05  WS-RLW-HI-ORDER-CARRY   PIC 9(09).
           05  WS-RLW-RECORD-TYPE      PIC X(01).
           05  WS-RLW-DETAIL-CODE      PIC X(04).
           05  WS-RLW-ENTRY-SIDE       PIC X(01).
           05  WS-RLW-RELEASE-DATE     PIC 9(08).
           05  WS-RLW-RELEASE-OPER     PIC X(08).
           05  WS-RLW-APPROVE-OPER     PIC X(08).
           05  FILLER                  PIC X(14).

       01  WS-OPEN-ERROR-LINE.
           05  FILLER                  PIC X(20)
               VALUE "UNABLE TO OPEN FILE:".
           05  WS-OPEN-ERR-FILE-OUT    PIC X(12).
           05  FILLER                  PIC X(11)
               VALUE "  STATUS: ".
           05  WS-OPEN-ERR-STATUS-OUT  PIC XX.

       01  WS-SUMMARY-LINES.
           05  WS-REQUESTED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RELEASES REQUESTED.:".
               10  WS-REQUESTED-OUT    PIC ZZZ,ZZZ,ZZ9.
           05  WS-APPROVED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RELEASES APPROVED..:".
               10  WS-APPROVED-OUT     PIC ZZZ,ZZZ,ZZ9.
           05  WS-DECLINED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RELEASES DECLINED..:".
               10  WS-DECLINED-OUT     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EXTRACTED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "BATCHES EXTRACTED..:".
               10  WS-EXTRACTED-OUT    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EXTRACT-TOTAL-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RELEASED DEBITS....:".
               10  WS-EXTRACT-TOTAL-OUT
                                       PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(11)
                   VALUE "  HI-ORDER:".
               10  WS-EXTRACT-HI-OUT   PIC ZZZ,ZZZ,ZZ9.
           05  WS-EXTRACT-CREDIT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RELEASED CREDITS...:".
               10  WS-EXTRACT-CREDIT-OUT
                                       PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(11)
                   VALUE "  HI-ORDER:".
               10  WS-EXTRACT-CREDIT-HI-OUT
                                       PIC ZZZ,ZZZ,ZZ9.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "HELD BATCH SUSPENSE SIGN-ON".
           05  LINE 3  COLUMN 1
               VALUE "OPERATOR ID ('EXIT' TO QUIT):".
           05  LINE 3  COLUMN 32  PIC X(08)
               USING WS-SIGNON-ID.
           05  LINE 4  COLUMN 1
               VALUE "PASSWORD....................:".
           05  LINE 4  COLUMN 32  PIC X(08)
               USING WS-SIGNON-PASSWORD SECURE.
           05  LINE 6  COLUMN 1   PIC X(40)
               FROM WS-SIGNON-MESSAGE.

       01  SUSPENSE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "SUMBATCH HELD BATCH RELEASE".
           05  LINE 3  COLUMN 1
               VALUE "BATCH ID...........:".
           05  LINE 3  COLUMN 25  PIC X(08)
               FROM SUSP-BATCH-ID.
           05  LINE 3  COLUMN 40
               VALUE "BUSINESS DATE:".
           05  LINE 3  COLUMN 55  PIC 9(08)
               FROM SUSP-BUSINESS-DATE.
           05  LINE 4  COLUMN 1
               VALUE "HOLD REASON........:".
           05  LINE 4  COLUMN 25  PIC X(16)
               FROM SUSP-HOLD-REASON.
           05  LINE 5  COLUMN 1
               VALUE "SUSPENSE STATUS....:".
           05  LINE 5  COLUMN 25  PIC X(24)
               FROM WS-STATUS-DISPLAY.
           05  LINE 6  COLUMN 1
               VALUE "BATCH SUM..........:".
           05  LINE 6  COLUMN 25  PIC ZZZ,ZZZ,ZZ9.99
               FROM SUSP-BATCH-SUM.
           05  LINE 6  COLUMN 40
               VALUE "HI-ORDER:".
           05  LINE 6  COLUMN 50  PIC ZZZ,ZZZ,ZZ9
               FROM SUSP-HI-ORDER.
           05  LINE 7  COLUMN 1
               VALUE "TRAILER TOTAL......:".
           05  LINE 7  COLUMN 25  PIC ZZZ,ZZZ,ZZ9.99
               FROM SUSP-TRAILER-TOTAL.
           05  LINE 8  COLUMN 1
               VALUE "DETAIL COUNT/TRLR..:".
           05  LINE 8  COLUMN 25  PIC ZZZ,ZZZ,ZZ9
               FROM SUSP-DETAIL-COUNT.
           05  LINE 8  COLUMN 40  PIC ZZZ,ZZZ,ZZ9
               FROM SUSP-TRAILER-COUNT.
           05  LINE 9  COLUMN 1
               VALUE "REVERSED SUM/TRLR..:".
           05  LINE 9  COLUMN 25  PIC ZZZ,ZZZ,ZZ9.99
               FROM SUSP-ADJ-SUM.
           05  LINE 9  COLUMN 40  PIC ZZZ,ZZZ,ZZ9.99
               FROM SUSP-TRAILER-ADJ-TOTAL.
           05  LINE 10 COLUMN 1
               VALUE "REVERSAL COUNT/TRLR:".
           05  LINE 10 COLUMN 25  PIC ZZZ,ZZZ,ZZ9
               FROM SUSP-ADJ-COUNT.
           05  LINE 10 COLUMN 40  PIC ZZZ,ZZZ,ZZ9
               FROM SUSP-TRAILER-ADJ-COUNT.
           05  LINE 11 COLUMN 1
               VALUE "RELEASE REQUESTED..:".
           05  LINE 11 COLUMN 25  PIC X(08)
               FROM SUSP-RELEASE-OPER.
           05  LINE 11 COLUMN 40  PIC X(30)
               FROM SUSP-RELEASE-REASON.
           05  LINE 13 COLUMN 1
               VALUE "ACTION (R/A/D/S/X).:".
           05  LINE 13 COLUMN 25  PIC X(01)
               USING WS-ACTION.
           05  LINE 14 COLUMN 1
               VALUE "RELEASE REASON.....:".
           05  LINE 14 COLUMN 25  PIC X(30)
               USING WS-ENTRY-REASON.
           05  LINE 16 COLUMN 1   PIC X(40)
               FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-OPEN-OPERATOR-FILE
           PERFORM 0100-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SESSION-DONE
           CLOSE OPERATOR-FILE
           IF WS-SIGNED-ON
               PERFORM 1000-INITIALIZE
               PERFORM 2000-REVIEW-PASS
                   UNTIL WS-EOF OR WS-SESSION-DONE
               CLOSE SUSPENSE-FILE
               PERFORM 3000-EXTRACT-APPROVED
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       0050-OPEN-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-OK
               MOVE "OPERFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-OPERATOR-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  EVERY SESSION IS TIED TO A SIGNED-ON OPERATOR SO EACH
      *  RELEASE REQUEST AND APPROVAL CARRIES WHO GAVE IT.  ANY
      *  ACTIVE OPERATOR MAY SIGN ON AND REVIEW THE HELD BATCHES;
      *  THE RELEASE ACTIONS CHECK FOR LEVEL-3 AUTHORITY.
      *****************************************************************
       0100-SIGN-ON.
           MOVE SPACES TO WS-SIGNON-ID
           MOVE SPACES TO WS-SIGNON-PASSWORD
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF WS-SIGNON-EXIT
               SET WS-SESSION-DONE TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-SIGNON-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "OPERATOR NOT ON FILE"
                           TO WS-SIGNON-MESSAGE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT OPER-ACTIVE
                               MOVE "OPERATOR ID REVOKED"
                                   TO WS-SIGNON-MESSAGE
                           WHEN OPER-PASSWORD
                                   NOT = WS-SIGNON-PASSWORD
                               MOVE "PASSWORD DOES NOT MATCH"
                                   TO WS-SIGNON-MESSAGE
                           WHEN OTHER
                               SET WS-SIGNED-ON TO TRUE
                               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
                               MOVE OPER-AUTHORITY
                                   TO WS-OPERATOR-AUTHORITY
                       END-EVALUATE
               END-READ
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK
               MOVE "SUSPFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-SUSPENSE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-SUSPENSE-FILE.

       1100-READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2000-REVIEW-PASS.
           IF SUSP-HELD OR SUSP-RELEASE-PENDING
               PERFORM 2100-PRESENT-HELD-BATCH
           END-IF
           IF NOT WS-SESSION-DONE
               PERFORM 1100-READ-SUSPENSE-FILE
           END-IF.

      *****************************************************************
      *  A HELD BATCH TAKES TWO LEVEL-3 OPERATORS TO RELEASE: ONE
      *  REQUESTS THE RELEASE WITH A REASON, AND A DIFFERENT ONE
      *  APPROVES IT.  EITHER MAY DECLINE A PENDING REQUEST, WHICH
      *  PUTS THE BATCH BACK ON HOLD.  A RESTART HOLD CARRIES ONLY
      *  THE RECORDS SINCE THE CHECKPOINT, SO IT CAN NEVER BE
      *  RELEASED - THE BATCH MUST BE RE-FED.
      *****************************************************************
       2100-PRESENT-HELD-BATCH.
           MOVE SPACE TO WS-ACTION
           MOVE SPACES TO WS-ENTRY-REASON
           IF SUSP-HELD
               MOVE "HELD" TO WS-STATUS-DISPLAY
           ELSE
               MOVE "RELEASE AWAITS APPROVAL" TO WS-STATUS-DISPLAY
           END-IF
           DISPLAY SUSPENSE-SCREEN
           ACCEPT SUSPENSE-SCREEN
           EVALUATE TRUE
               WHEN WS-ACTION-EXIT
                   SET WS-SESSION-DONE TO TRUE
               WHEN (WS-ACTION-RELEASE OR WS-ACTION-APPROVE
                       OR WS-ACTION-DECLINE)
                       AND NOT WS-OPER-CAN-RELEASE
                   MOVE "NOT AUTHORIZED - LEVEL 3 REQUIRED"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-RELEASE AND NOT SUSP-HELD
                   MOVE "RELEASE ALREADY REQUESTED"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-RELEASE AND SUSP-HOLD-RESTART
                   MOVE "RESTART HOLD - RE-FEED THE BATCH"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-RELEASE AND WS-ENTRY-REASON = SPACES
                   MOVE "RELEASE REASON MUST BE ENTERED"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-RELEASE
                   PERFORM 2200-REQUEST-RELEASE
               WHEN (WS-ACTION-APPROVE OR WS-ACTION-DECLINE)
                       AND NOT SUSP-RELEASE-PENDING
                   MOVE "NO RELEASE AWAITING APPROVAL"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-APPROVE
                       AND SUSP-RELEASE-OPER = WS-OPERATOR-ID
                   MOVE "A SECOND OPERATOR MUST APPROVE"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-APPROVE
                   PERFORM 2300-APPROVE-RELEASE
               WHEN WS-ACTION-DECLINE
                   PERFORM 2400-DECLINE-RELEASE
               WHEN OTHER
                   MOVE "BATCH SKIPPED - LEFT AS IS"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       2200-REQUEST-RELEASE.
           SET SUSP-RELEASE-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO SUSP-RELEASE-OPER
           MOVE WS-RUN-DATE TO SUSP-RELEASE-DATE
           MOVE WS-ENTRY-REASON TO SUSP-RELEASE-REASON
           REWRITE SUSPENSE-RECORD
           ADD 1 TO WS-REQUESTED-COUNT
           MOVE "RELEASE REQUESTED - AWAITS APPROVAL"
               TO WS-SCREEN-MESSAGE.

       2300-APPROVE-RELEASE.
           SET SUSP-APPROVED TO TRUE
           MOVE WS-OPERATOR-ID TO SUSP-APPROVE-OPER
           MOVE WS-RUN-DATE TO SUSP-APPROVE-DATE
           REWRITE SUSPENSE-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           MOVE "RELEASE APPROVED" TO WS-SCREEN-MESSAGE.

       2400-DECLINE-RELEASE.
           SET SUSP-HELD TO TRUE
           MOVE SPACES TO SUSP-RELEASE-OPER
           MOVE 0 TO SUSP-RELEASE-DATE
           MOVE SPACES TO SUSP-RELEASE-REASON
           REWRITE SUSPENSE-RECORD
           ADD 1 TO WS-DECLINED-COUNT
           MOVE "RELEASE DECLINED - BATCH STILL HELD"
               TO WS-SCREEN-MESSAGE.

      *****************************************************************
      *  WRITE EVERY APPROVED BATCH - INCLUDING ANY APPROVED IN AN
      *  EARLIER SESSION - TO THE RELEASE EXTRACT UNDER THE BUSINESS
      *  DATE IT WAS HELD ON, AS A DEBIT SUMMARY AND, WHEN IT
      *  CARRIED REVERSALS, A CREDIT SUMMARY, THE SAME WAY SUMBATCH
      *  WRITES A POSTED BATCH TO GLFILE.  THE BRANCH AND CURRENCY
      *  DETAIL RECORDS ARE RUN-LEVEL AND ARE NOT KEPT PER BATCH, SO
      *  A RELEASED BATCH POSTS FROM ITS SUMMARIES ALONE.  EACH
      *  BATCH IS MARKED EXTRACTED AS IT IS WRITTEN AND NEVER GOES
      *  OUT TWICE, SO THE EXTRACT IS ONLY EVER APPENDED TO: A
      *  SECOND SESSION BEFORE THE POSTING JOB RUNS ADDS ITS
      *  BATCHES AFTER THE FIRST SESSION'S INSTEAD OF REPLACING
      *  THEM.  THE EXTRACT IS ONLY OPENED WHEN THERE IS SOMETHING
      *  TO RELEASE.
      *****************************************************************
       3000-EXTRACT-APPROVED.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN I-O SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK
               MOVE "SUSPFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-SUSPENSE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-SUSPENSE-FILE
           PERFORM 3100-EXTRACT-ONE-BATCH UNTIL WS-EOF
           IF WS-EXTRACT-OPEN
               CLOSE RELEASE-EXTRACT
           END-IF
           IF WS-PTD-OPEN
               CLOSE PTD-FILE
           END-IF
           IF WS-PTD-LOG-OPEN
               CLOSE PTD-LOG
           END-IF.

       3100-EXTRACT-ONE-BATCH.
           IF SUSP-APPROVED
               IF NOT WS-EXTRACT-OPEN
                   PERFORM 3300-OPEN-RELEASE-EXTRACT
               END-IF
               MOVE SPACES TO WS-RELEASE-WORK
               MOVE SUSP-BUSINESS-DATE TO WS-RLW-RUN-DATE
               MOVE SUSP-BATCH-ID TO WS-RLW-BATCH-ID
               MOVE SUSP-BATCH-SUM TO WS-RLW-TOTAL-AMOUNT
               MOVE SUSP-HI-ORDER TO WS-RLW-HI-ORDER-CARRY
               MOVE "S" TO WS-RLW-RECORD-TYPE
               MOVE "D" TO WS-RLW-ENTRY-SIDE
               MOVE WS-RUN-DATE TO WS-RLW-RELEASE-DATE
               MOVE SUSP-RELEASE-OPER TO WS-RLW-RELEASE-OPER
               MOVE SUSP-APPROVE-OPER TO WS-RLW-APPROVE-OPER
               WRITE GL-RELEASE-RECORD FROM WS-RELEASE-WORK
               IF SUSP-ADJ-SUM > 0 OR SUSP-ADJ-HI-ORDER > 0
                   MOVE SUSP-ADJ-SUM TO WS-RLW-TOTAL-AMOUNT
                   MOVE SUSP-ADJ-HI-ORDER TO WS-RLW-HI-ORDER-CARRY
                   MOVE "C" TO WS-RLW-ENTRY-SIDE
                   WRITE GL-RELEASE-RECORD FROM WS-RELEASE-WORK
               END-IF
               PERFORM 3200-ADD-TO-EXTRACT-TOTAL
               PERFORM 3400-ROLL-RELEASED-BATCH
               SET SUSP-EXTRACTED TO TRUE
               MOVE WS-RUN-DATE TO SUSP-EXTRACT-DATE
               REWRITE SUSPENSE-RECORD
               ADD 1 TO WS-EXTRACTED-COUNT
           END-IF
           PERFORM 1100-READ-SUSPENSE-FILE.

       3200-ADD-TO-EXTRACT-TOTAL.
           ADD SUSP-HI-ORDER TO WS-EXTRACT-HI-ORDER
           IF SUSP-BATCH-SUM > WS-SUM-CAPACITY - WS-EXTRACT-TOTAL
               COMPUTE WS-EXTRACT-TOTAL = WS-EXTRACT-TOTAL
                   + SUSP-BATCH-SUM - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-EXTRACT-HI-ORDER
           ELSE
               ADD SUSP-BATCH-SUM TO WS-EXTRACT-TOTAL
           END-IF
           ADD SUSP-ADJ-HI-ORDER TO WS-EXTRACT-CREDIT-HI-ORDER
           IF SUSP-ADJ-SUM > WS-SUM-CAPACITY - WS-EXTRACT-CREDIT-TOTAL
               COMPUTE WS-EXTRACT-CREDIT-TOTAL = WS-EXTRACT-CREDIT-TOTAL
                   + SUSP-ADJ-SUM - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-EXTRACT-CREDIT-HI-ORDER
           ELSE
               ADD SUSP-ADJ-SUM TO WS-EXTRACT-CREDIT-TOTAL
           END-IF.

       3300-OPEN-RELEASE-EXTRACT.
           OPEN INPUT RELEASE-EXTRACT
           IF WS-RELEASE-EXTRACT-STATUS = "00"
               CLOSE RELEASE-EXTRACT
           ELSE
               OPEN OUTPUT RELEASE-EXTRACT
               CLOSE RELEASE-EXTRACT
           END-IF
           OPEN EXTEND RELEASE-EXTRACT
           IF NOT WS-RELEASE-EXTRACT-OK
               MOVE "GLRLSFIL" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-RELEASE-EXTRACT-STATUS
                   TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-EXTRACT-OPEN TO TRUE.

      *****************************************************************
      *  A HELD BATCH NEVER REACHED THE PERIOD-TO-DATE BUCKETS -
      *  SUMBATCH ROLLS ONLY THE MONEY THAT POSTED - SO IT IS ROLLED
      *  HERE AS IT IS RELEASED, INTO ITS BUSINESS DATE'S PERIOD,
      *  AND LOGGED ON PTDLOG UNDER THAT DATE AND BATCH JUST AS
      *  SUMBATCH WOULD HAVE LOGGED IT HAD IT POSTED.  THE BRANCH
      *  AND CURRENCY SPLIT COMES FROM THE KEY REGISTER: EVERY ITEM
      *  THE HOLDING RUN ACCEPTED INTO THE BATCH CARRIES THAT RUN'S
      *  STAMP, WHICH IS THE HOLD'S STAMP, AND EVERY REVERSAL IT
      *  ACCEPTED INTO THE BATCH MARKS ITS ORIGINAL WITH THE SAME
      *  STAMP.  A PERIOD MASTER OR KEY REGISTER THAT WILL NOT OPEN
      *  IS REPORTED BUT DOES NOT STOP THE RELEASE.
      *****************************************************************
       3400-ROLL-RELEASED-BATCH.
           IF WS-PTD-NOT-TRIED
               PERFORM 3500-OPEN-PERIOD-FILES
           END-IF
           IF WS-PTD-OPEN
               MOVE 0 TO WS-RLB-COUNT
               MOVE "N" TO WS-BUCKET-FULL-SWITCH
               MOVE "N" TO WS-KEY-EOF-SWITCH
               OPEN INPUT KEY-REGISTER
               IF NOT WS-KEY-REGISTER-OK
                   MOVE "KEYFILE" TO WS-OPEN-ERR-FILE-OUT
                   MOVE WS-KEY-REGISTER-STATUS
                       TO WS-OPEN-ERR-STATUS-OUT
                   DISPLAY WS-OPEN-ERROR-LINE
               ELSE
                   PERFORM UNTIL WS-KEY-EOF
                       READ KEY-REGISTER NEXT RECORD
                           AT END
                               SET WS-KEY-EOF TO TRUE
                           NOT AT END
                               PERFORM 3410-GATHER-RELEASED-KEY
                       END-READ
                   END-PERFORM
                   CLOSE KEY-REGISTER
                   PERFORM VARYING WS-RLB-IDX FROM 1 BY 1
                           UNTIL WS-RLB-IDX > WS-RLB-COUNT
                       PERFORM 3450-ROLL-ONE-BUCKET
                   END-PERFORM
               END-IF
           END-IF.

       3410-GATHER-RELEASED-KEY.
           IF KEY-ACCEPT-DATE = SUSP-BUSINESS-DATE
                   AND KEY-BATCH-ID = SUSP-BATCH-ID
                   AND KEY-RUN-STAMP = SUSP-HOLD-STAMP
               MOVE KEY-AMOUNT TO WS-GATHER-AMOUNT
               MOVE 0 TO WS-GATHER-REV-AMOUNT
               PERFORM 3420-ADD-KEY-TO-BUCKETS
           END-IF
           IF KEY-REVERSED-DATE IS NUMERIC
               IF KEY-REVERSED-DATE = SUSP-BUSINESS-DATE
                       AND KEY-REVERSED-BATCH-ID = SUSP-BATCH-ID
                       AND KEY-REVERSED-STAMP = SUSP-HOLD-STAMP
                   MOVE 0 TO WS-GATHER-AMOUNT
                   MOVE KEY-REVERSED-AMOUNT TO WS-GATHER-REV-AMOUNT
                   PERFORM 3420-ADD-KEY-TO-BUCKETS
               END-IF
           END-IF.

       3420-ADD-KEY-TO-BUCKETS.
           MOVE "B" TO WS-GATHER-TYPE
           MOVE KEY-BRANCH-CODE TO WS-GATHER-CODE
           PERFORM 3430-ADD-TO-ONE-BUCKET
           MOVE "C" TO WS-GATHER-TYPE
           MOVE SPACES TO WS-GATHER-CODE
           MOVE KEY-CURRENCY-CODE TO WS-GATHER-CODE(1:3)
           PERFORM 3430-ADD-TO-ONE-BUCKET.

       3430-ADD-TO-ONE-BUCKET.
           MOVE "N" TO WS-BUCKET-FOUND-SWITCH
           PERFORM VARYING WS-RLB-IDX FROM 1 BY 1
                   UNTIL WS-RLB-IDX > WS-RLB-COUNT
                       OR WS-BUCKET-FOUND
               IF WS-RLB-TYPE(WS-RLB-IDX) = WS-GATHER-TYPE
                       AND WS-RLB-CODE(WS-RLB-IDX) = WS-GATHER-CODE
                   ADD WS-GATHER-AMOUNT TO WS-RLB-AMOUNT(WS-RLB-IDX)
                   ADD WS-GATHER-REV-AMOUNT
                       TO WS-RLB-REV-AMOUNT(WS-RLB-IDX)
                   SET WS-BUCKET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BUCKET-FOUND
               IF WS-RLB-COUNT >= 2200
                   IF NOT WS-BUCKET-TABLE-FULL
                       SET WS-BUCKET-TABLE-FULL TO TRUE
                       DISPLAY WS-BUCKET-TABLE-FULL-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-RLB-COUNT
                   SET WS-RLB-IDX TO WS-RLB-COUNT
                   MOVE WS-GATHER-TYPE TO WS-RLB-TYPE(WS-RLB-IDX)
                   MOVE WS-GATHER-CODE TO WS-RLB-CODE(WS-RLB-IDX)
                   MOVE WS-GATHER-AMOUNT TO WS-RLB-AMOUNT(WS-RLB-IDX)
                   MOVE WS-GATHER-REV-AMOUNT
                       TO WS-RLB-REV-AMOUNT(WS-RLB-IDX)
               END-IF
           END-IF.

      *****************************************************************
      *  THE SAME ROLL AS SUMBATCH'S: THE GATHERED AMOUNTS ARE SPLIT
      *  BACK INTO AMOUNT AND HI-ORDER CARRY AT THE 1,000,000,000.00
      *  FOLD AND ADDED INTO THE BUCKET, WITH THE BUCKET BEFORE AND
      *  AFTER LOGGED.
      *****************************************************************
       3450-ROLL-ONE-BUCKET.
           COMPUTE WS-PTD-ROLL-HI-ORDER =
               WS-RLB-AMOUNT(WS-RLB-IDX) / WS-CARRY-UNIT
           COMPUTE WS-PTD-ROLL-AMOUNT = WS-RLB-AMOUNT(WS-RLB-IDX)
               - WS-PTD-ROLL-HI-ORDER * WS-CARRY-UNIT
           COMPUTE WS-PTD-ROLL-REV-HI-ORDER =
               WS-RLB-REV-AMOUNT(WS-RLB-IDX) / WS-CARRY-UNIT
           COMPUTE WS-PTD-ROLL-REV-AMOUNT =
               WS-RLB-REV-AMOUNT(WS-RLB-IDX)
               - WS-PTD-ROLL-REV-HI-ORDER * WS-CARRY-UNIT
           MOVE WS-RLB-TYPE(WS-RLB-IDX) TO PTD-CODE-TYPE
           MOVE WS-RLB-CODE(WS-RLB-IDX) TO PTD-CODE
           MOVE SUSP-BUSINESS-DATE(1:6) TO PTD-PERIOD
           MOVE "N" TO WS-PTD-FOUND-SWITCH
           READ PTD-FILE
               INVALID KEY
                   MOVE SPACES TO PTD-RECORD
                   MOVE WS-RLB-TYPE(WS-RLB-IDX) TO PTD-CODE-TYPE
                   MOVE WS-RLB-CODE(WS-RLB-IDX) TO PTD-CODE
                   MOVE SUSP-BUSINESS-DATE(1:6) TO PTD-PERIOD
                   MOVE 0 TO PTD-AMOUNT
                   MOVE 0 TO PTD-HI-ORDER
               NOT INVALID KEY
                   SET WS-PTD-FOUND TO TRUE
           END-READ
           IF PTD-REVERSED-AMOUNT IS NOT NUMERIC
                   OR PTD-REVERSED-HI-ORDER IS NOT NUMERIC
               MOVE 0 TO PTD-REVERSED-AMOUNT
               MOVE 0 TO PTD-REVERSED-HI-ORDER
           END-IF
           MOVE SPACES TO PTD-LOG-RECORD
           MOVE SUSP-BUSINESS-DATE TO PLOG-RUN-DATE
           MOVE SUSP-BATCH-ID TO PLOG-BATCH-ID
           MOVE PTD-CODE-TYPE TO PLOG-CODE-TYPE
           MOVE PTD-CODE TO PLOG-CODE
           MOVE PTD-PERIOD TO PLOG-PERIOD
           MOVE PTD-AMOUNT TO PLOG-BEFORE-AMOUNT
           MOVE PTD-HI-ORDER TO PLOG-BEFORE-HI-ORDER
           MOVE PTD-REVERSED-AMOUNT TO PLOG-BEFORE-REV-AMOUNT
           MOVE PTD-REVERSED-HI-ORDER TO PLOG-BEFORE-REV-HI
           IF WS-PTD-ROLL-AMOUNT > WS-SUM-CAPACITY - PTD-AMOUNT
               COMPUTE PTD-AMOUNT = PTD-AMOUNT + WS-PTD-ROLL-AMOUNT
                   - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO PTD-HI-ORDER
           ELSE
               ADD WS-PTD-ROLL-AMOUNT TO PTD-AMOUNT
           END-IF
           ADD WS-PTD-ROLL-HI-ORDER TO PTD-HI-ORDER
           IF WS-PTD-ROLL-REV-AMOUNT >
                   WS-SUM-CAPACITY - PTD-REVERSED-AMOUNT
               COMPUTE PTD-REVERSED-AMOUNT = PTD-REVERSED-AMOUNT
                   + WS-PTD-ROLL-REV-AMOUNT - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO PTD-REVERSED-HI-ORDER
           ELSE
               ADD WS-PTD-ROLL-REV-AMOUNT TO PTD-REVERSED-AMOUNT
           END-IF
           ADD WS-PTD-ROLL-REV-HI-ORDER TO PTD-REVERSED-HI-ORDER
           IF WS-PTD-FOUND
               REWRITE PTD-RECORD
           ELSE
               WRITE PTD-RECORD
           END-IF
           IF WS-PTD-LOG-OPEN
               MOVE PTD-AMOUNT TO PLOG-AFTER-AMOUNT
               MOVE PTD-HI-ORDER TO PLOG-AFTER-HI-ORDER
               MOVE PTD-REVERSED-AMOUNT TO PLOG-AFTER-REV-AMOUNT
               MOVE PTD-REVERSED-HI-ORDER TO PLOG-AFTER-REV-HI
               WRITE PTD-LOG-RECORD
           END-IF.

       3500-OPEN-PERIOD-FILES.
           OPEN I-O PTD-FILE
           IF WS-PTD-STATUS = "35"
               OPEN OUTPUT PTD-FILE
               CLOSE PTD-FILE
               OPEN I-O PTD-FILE
           END-IF
           IF WS-PTD-OK
               SET WS-PTD-OPEN TO TRUE
               OPEN INPUT PTD-LOG
               IF WS-PTD-LOG-STATUS = "00"
                   CLOSE PTD-LOG
               ELSE
                   OPEN OUTPUT PTD-LOG
                   CLOSE PTD-LOG
               END-IF
               OPEN EXTEND PTD-LOG
               IF WS-PTD-LOG-OK
                   SET WS-PTD-LOG-OPEN TO TRUE
               ELSE
                   MOVE "PTDLOG" TO WS-OPEN-ERR-FILE-OUT
                   MOVE WS-PTD-LOG-STATUS TO WS-OPEN-ERR-STATUS-OUT
                   DISPLAY WS-OPEN-ERROR-LINE
               END-IF
           ELSE
               SET WS-PTD-UNAVAILABLE TO TRUE
               MOVE "PTDFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-PTD-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE SUSPENSE-FILE
           MOVE WS-REQUESTED-COUNT TO WS-REQUESTED-OUT
           DISPLAY WS-REQUESTED-LINE
           MOVE WS-APPROVED-COUNT TO WS-APPROVED-OUT
           DISPLAY WS-APPROVED-LINE
           MOVE WS-DECLINED-COUNT TO WS-DECLINED-OUT
           DISPLAY WS-DECLINED-LINE
           MOVE WS-EXTRACTED-COUNT TO WS-EXTRACTED-OUT
           DISPLAY WS-EXTRACTED-LINE
           MOVE WS-EXTRACT-TOTAL TO WS-EXTRACT-TOTAL-OUT
           MOVE WS-EXTRACT-HI-ORDER TO WS-EXTRACT-HI-OUT
           DISPLAY WS-EXTRACT-TOTAL-LINE
           MOVE WS-EXTRACT-CREDIT-TOTAL TO WS-EXTRACT-CREDIT-OUT
           MOVE WS-EXTRACT-CREDIT-HI-ORDER TO WS-EXTRACT-CREDIT-HI-OUT
           DISPLAY WS-EXTRACT-CREDIT-LINE.
