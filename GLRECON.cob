      *                 ACKNOWLEDGED WITHOUT A MATCHING EXTRACT.
      *                 ANY DISCREPANCY ENDS THE RUN WITH RETURN
      *                 CODE 4 SO MONTH-END CLOSE CAN TRAP IT.
      *                 A BATCH'S DEBIT SUMMARY AND ITS REVERSAL
      *                 CREDIT SUMMARY ARE RECONCILED SEPARATELY.
      *                 BATCHES RELEASED FROM SUSPENSE ON THE
      *                 RELEASE EXTRACT (GLRLSFIL, SEE SUMSUSP) ARE
      *                 RECONCILED WITH THE REST AND MARKED SUSP.
      *                 GLRLSFIL IS NEVER EMPTIED, SO ONLY THE
      *                 RELEASES MADE ON THE CYCLE DATE ARE TAKEN -
      *                 EARLIER ONES WENT TO AN EARLIER CYCLE'S
      *                 POSTING.  EACH ACKNOWLEDGMENT READ IS ALSO
      *                 KEPT ON THE ACKNOWLEDGMENT HISTORY (GLACKHST)
      *                 FOR SUMPROOF, SINCE GLACKFIL ONLY EVER HOLDS
      *                 THE LATEST CYCLE.  PARM IS THE CYCLE DATE
      *                 (YYYYMMDD); WITH NO PARM THE MACHINE DATE IS
      *                 USED.
      *                 EVERY DISCREPANCY IS ALSO APPENDED TO THE
      *                 EXCEPTION EVENT FEED (EVNTFILE, SEE SUMEVNT)
      *                 UNDER THE BUSINESS DATE OF THE BATCH.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-ACK-STATUS.

           SELECT RELEASE-EXTRACT ASSIGN TO "GLRLSFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-EXTRACT-STATUS.

           SELECT ACK-HISTORY-FILE ASSIGN TO "GLACKHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-HISTORY-STATUS.

           SELECT EVENT-FILE ASSIGN TO "EVNTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT RECON-RPT ASSIGN TO "GLRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-RPT-STATUS.
           RECORDING MODE IS F.
       COPY CBGLACK.

       FD  RELEASE-EXTRACT
           RECORDING MODE IS F.
       COPY CBGLRLS.

       FD  ACK-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CBACKHST.

       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY CBEVENT.

       FD  RECON-RPT
           RECORDING MODE IS F.
       01  RECON-RPT-LINE              PIC X(80).

       01  WS-GL-ACK-STATUS            PIC XX      VALUE "00".

       01  WS-RELEASE-EXTRACT-STATUS   PIC XX      VALUE "00".

       01  WS-ACK-HISTORY-STATUS       PIC XX      VALUE "00".
           88  WS-ACK-HISTORY-OK                   VALUE "00".

       01  WS-RECON-RPT-STATUS         PIC XX      VALUE "00".
           88  WS-RECON-RPT-OK                     VALUE "00".

       01  WS-EVENT-FILE-STATUS        PIC XX      VALUE "00".
           88  WS-EVENT-FILE-OK                    VALUE "00".

       01  WS-EVENT-FILE-OPEN-SWITCH   PIC X       VALUE "N".
           88  WS-EVENT-FILE-OPEN                  VALUE "Y".

       01  WS-ACK-HISTORY-SWITCH       PIC X       VALUE "N".
           88  WS-KEEP-ACK-HISTORY                 VALUE "Y".

       01  WS-HISTORY-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-HISTORY-EOF                      VALUE "Y".

       01  WS-CARRY-UNIT               PIC 9(10)   VALUE 1000000000.

       01  WS-CYCLE-DATE               PIC 9(08)   VALUE 0.

       01  WS-PARM                     PIC X(10)   VALUE SPACES.
       01  WS-DATE-PARM                PIC X(08)   VALUE SPACES.

       01  WS-GL-EOF-SWITCH            PIC X       VALUE "N".
           88  WS-GL-EOF                           VALUE "Y".

       01  WS-ACK-EOF-SWITCH           PIC X       VALUE "N".
           88  WS-ACK-EOF                          VALUE "Y".

       01  WS-RLS-EOF-SWITCH           PIC X       VALUE "N".
           88  WS-RLS-EOF                          VALUE "Y".

       01  WS-EXTRACT-FOUND-SWITCH     PIC X       VALUE "N".
           88  WS-EXTRACT-FOUND                    VALUE "Y".

                       INDEXED BY WS-EXT-IDX.
               10  WS-EXT-RUN-DATE     PIC 9(08).
               10  WS-EXT-BATCH-ID     PIC X(08).
               10  WS-EXT-SIDE         PIC X(01).
               10  WS-EXT-SOURCE       PIC X(01).
                   88  WS-EXT-RELEASED             VALUE "R".
               10  WS-EXT-AMOUNT       PIC 9(09)V99.
               10  WS-EXT-HI-ORDER     PIC 9(09).
               10  WS-EXT-ACK-COUNT    PIC 9(04).
       01  WS-EXTRACT-TABLE-FULL-LINE  PIC X(44)
           VALUE "EXTRACT TABLE FULL - GLFILE TRUNCATED AT 200".

       01  WS-RELEASE-TABLE-FULL-LINE  PIC X(44)
           VALUE "EXTRACT TABLE FULL - GLRLSFIL NOT ALL LOADED".

       01  WS-DISCREPANCY-COUNT        PIC 9(09)   VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(09)   VALUE 0.

       01  WS-ACK-SIDE                 PIC X(01)   VALUE SPACE.

       01  WS-RECON-HEADER-LINE.
           05  FILLER                  PIC X(33)
               VALUE "GL POSTING ACK RECONCILIATION".
           05  FILLER                  PIC X(12)
               VALUE "CYCLE DATE: ".
           05  WS-HDR-DATE-OUT         PIC 9(08).

       01  WS-HISTORY-KEPT-LINE        PIC X(50)
           VALUE "CYCLE ALREADY ON GLACKHST - ACKS NOT ADDED AGAIN".

       01  WS-DISCREPANCY-LINE.
           05  WS-DIS-REASON-OUT       PIC X(12).
           05  WS-DIS-DATE-OUT         PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-DIS-BATCH-OUT        PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-DIS-SIDE-OUT         PIC X(02).
           05  FILLER                  PIC X(06)
               VALUE " EXT:".
           05  WS-DIS-EXT-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06)
               VALUE " ACK:".
           05  WS-DIS-ACK-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DIS-SOURCE-OUT       PIC X(05).

       01  WS-DISCREPANCY-COUNT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "DISCREPANCIES FOUND:".
           05  WS-DIS-COUNT-OUT        PIC ZZZ,ZZZ,ZZ9.

       01  WS-RELEASED-COUNT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "RELEASED FROM SUSP.:".
           05  WS-RELEASED-COUNT-OUT   PIC ZZZ,ZZZ,ZZ9.

       01  WS-OPEN-ERROR-LINE.
           05  FILLER                  PIC X(20)
               VALUE "UNABLE TO OPEN FILE:".
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EXTRACTS UNTIL WS-GL-EOF
           PERFORM 2500-LOAD-RELEASE-EXTRACTS UNTIL WS-RLS-EOF
           PERFORM 3000-MATCH-ACKNOWLEDGMENTS UNTIL WS-ACK-EOF
           PERFORM 4000-REPORT-UNPOSTED-EXTRACTS
           PERFORM 5000-PRINT-SUMMARY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY "/"
               INTO WS-DATE-PARM
           IF WS-DATE-PARM IS NUMERIC
               MOVE WS-DATE-PARM TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE TO WS-HDR-DATE-OUT
           MOVE WS-RECON-HEADER-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           OPEN INPUT GL-FILE
           IF WS-GL-ACK-STATUS NOT = "00"
               SET WS-ACK-EOF TO TRUE
           ELSE
               PERFORM 1500-OPEN-ACK-HISTORY
               PERFORM 1200-READ-GL-ACK-FILE
           END-IF
           OPEN INPUT RELEASE-EXTRACT
           IF WS-RELEASE-EXTRACT-STATUS NOT = "00"
               SET WS-RLS-EOF TO TRUE
           ELSE
               PERFORM 1300-READ-RELEASE-EXTRACT
           END-IF
           PERFORM 1400-OPEN-EVENT-FILE.

       1100-READ-GL-FILE.
           READ GL-FILE
                   SET WS-ACK-EOF TO TRUE
           END-READ.

       1300-READ-RELEASE-EXTRACT.
           READ RELEASE-EXTRACT
               AT END
                   SET WS-RLS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  THE ACKNOWLEDGMENT HISTORY IS ONLY EVER APPENDED TO.  A
      *  RERUN FOR A CYCLE WHOSE ACKNOWLEDGMENTS ARE ALREADY ON IT
      *  RECONCILES AS USUAL BUT DOES NOT ADD THEM A SECOND TIME, OR
      *  SUMPROOF WOULD FOOT THE SAME POSTINGS TWICE.  SUMPROOF
      *  CANNOT PROVE POSTING WITHOUT THE HISTORY, SO A HISTORY THAT
      *  CANNOT BE OPENED STOPS THE RUN.
      *****************************************************************
       1500-OPEN-ACK-HISTORY.
           MOVE "Y" TO WS-ACK-HISTORY-SWITCH
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT ACK-HISTORY-FILE
           IF WS-ACK-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF
                   READ ACK-HISTORY-FILE
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF AKH-CYCLE-DATE = WS-CYCLE-DATE
                               MOVE "N" TO WS-ACK-HISTORY-SWITCH
                               SET WS-HISTORY-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-HISTORY-FILE
           ELSE
               OPEN OUTPUT ACK-HISTORY-FILE
               CLOSE ACK-HISTORY-FILE
           END-IF
           IF WS-KEEP-ACK-HISTORY
               OPEN EXTEND ACK-HISTORY-FILE
               IF NOT WS-ACK-HISTORY-OK
                   MOVE "GLACKHST" TO WS-OPEN-ERR-FILE-OUT
                   MOVE WS-ACK-HISTORY-STATUS
                       TO WS-OPEN-ERR-STATUS-OUT
                   DISPLAY WS-OPEN-ERROR-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-HISTORY-KEPT-LINE TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF.

      *****************************************************************
      *  THE EVENT FEED IS SHARED BY THE WHOLE SUITE AND ONLY EVER
      *  APPENDED TO.  IT IS A COPY OF WHAT GLRECRPT ALREADY CARRIES,
      *  SO A FEED THAT CANNOT BE OPENED IS DISPLAYED AND THE RUN
      *  CARRIES ON WITHOUT IT.
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
      *  ONLY THE BATCH SUMMARY RECORDS ARE RECONCILED AGAINST THE
      *  POSTING ACKNOWLEDGMENTS - THE BRANCH AND CURRENCY DETAIL
           IF NOT GL-BATCH-SUMMARY
               PERFORM 1100-READ-GL-FILE
           ELSE
               IF WS-EXTRACT-COUNT >= 200
                   MOVE WS-EXTRACT-TABLE-FULL-LINE TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
                   SET WS-GL-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-EXTRACT-COUNT
                   SET WS-EXT-IDX TO WS-EXTRACT-COUNT
                   MOVE GL-RUN-DATE TO WS-EXT-RUN-DATE(WS-EXT-IDX)
                   MOVE GL-BATCH-ID TO WS-EXT-BATCH-ID(WS-EXT-IDX)
                   MOVE "G" TO WS-EXT-SOURCE(WS-EXT-IDX)
                   IF GL-CREDIT-ENTRY
                       MOVE "C" TO WS-EXT-SIDE(WS-EXT-IDX)
                   ELSE
                       MOVE "D" TO WS-EXT-SIDE(WS-EXT-IDX)
                   END-IF
                   MOVE GL-TOTAL-AMOUNT TO WS-EXT-AMOUNT(WS-EXT-IDX)
                   MOVE GL-HI-ORDER-CARRY
                       TO WS-EXT-HI-ORDER(WS-EXT-IDX)
                   MOVE 0 TO WS-EXT-ACK-COUNT(WS-EXT-IDX)
                   PERFORM 1100-READ-GL-FILE
               END-IF
           END-IF.

      *****************************************************************
      *  A BATCH RELEASED FROM SUSPENSE POSTS UNDER THE BUSINESS
      *  DATE IT WAS HELD ON AND IS ACKNOWLEDGED LIKE ANY OTHER, SO
      *  ITS SUMMARIES JOIN THE SAME TABLE, FLAGGED AS RELEASED.
      *  SUMSUSP ONLY EVER APPENDS TO GLRLSFIL, AND THE POSTING JOB
      *  TAKES A RELEASE WITH THE CYCLE FOR THE DAY IT WAS MADE, SO
      *  ONLY RELEASES DATED THE CYCLE DATE ARE RECONCILED HERE; AN
      *  OLDER ONE WAS RECONCILED BY ITS OWN CYCLE AND WOULD
      *  OTHERWISE SHOW AS UNPOSTED AGAIN EVERY NIGHT.
      *****************************************************************
       2500-LOAD-RELEASE-EXTRACTS.
           IF NOT RLS-BATCH-SUMMARY
                   OR RLS-RELEASE-DATE NOT = WS-CYCLE-DATE
               PERFORM 1300-READ-RELEASE-EXTRACT
           ELSE
               IF WS-EXTRACT-COUNT >= 200
                   MOVE WS-RELEASE-TABLE-FULL-LINE TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
                   SET WS-RLS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-EXTRACT-COUNT
                   ADD 1 TO WS-RELEASED-COUNT
                   SET WS-EXT-IDX TO WS-EXTRACT-COUNT
                   MOVE RLS-RUN-DATE TO WS-EXT-RUN-DATE(WS-EXT-IDX)
                   MOVE RLS-BATCH-ID TO WS-EXT-BATCH-ID(WS-EXT-IDX)
                   MOVE "R" TO WS-EXT-SOURCE(WS-EXT-IDX)
                   IF RLS-CREDIT-ENTRY
                       MOVE "C" TO WS-EXT-SIDE(WS-EXT-IDX)
                   ELSE
                       MOVE "D" TO WS-EXT-SIDE(WS-EXT-IDX)
                   END-IF
                   MOVE RLS-TOTAL-AMOUNT TO WS-EXT-AMOUNT(WS-EXT-IDX)
                   MOVE RLS-HI-ORDER-CARRY
                       TO WS-EXT-HI-ORDER(WS-EXT-IDX)
                   MOVE 0 TO WS-EXT-ACK-COUNT(WS-EXT-IDX)
                   PERFORM 1300-READ-RELEASE-EXTRACT
               END-IF
           END-IF.

       3000-MATCH-ACKNOWLEDGMENTS.
           IF WS-KEEP-ACK-HISTORY
               PERFORM 3050-KEEP-ACK-HISTORY
           END-IF
           PERFORM 3100-FIND-EXTRACT-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-EXTRACT-FOUND
           END-EVALUATE
           PERFORM 1200-READ-GL-ACK-FILE.

       3050-KEEP-ACK-HISTORY.
           MOVE SPACES TO GL-ACK-HISTORY-RECORD
           MOVE ACK-RUN-DATE TO AKH-RUN-DATE
           MOVE ACK-BATCH-ID TO AKH-BATCH-ID
           MOVE ACK-POSTED-AMOUNT TO AKH-POSTED-AMOUNT
           MOVE ACK-HI-ORDER-CARRY TO AKH-HI-ORDER-CARRY
           MOVE ACK-POSTING-STATUS TO AKH-POSTING-STATUS
           MOVE ACK-ENTRY-SIDE TO AKH-ENTRY-SIDE
           MOVE WS-CYCLE-DATE TO AKH-CYCLE-DATE
           WRITE GL-ACK-HISTORY-RECORD.

       3100-FIND-EXTRACT-ENTRY.
           MOVE "N" TO WS-EXTRACT-FOUND-SWITCH
           IF ACK-CREDIT-ENTRY
               MOVE "C" TO WS-ACK-SIDE
           ELSE
               MOVE "D" TO WS-ACK-SIDE
           END-IF
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > WS-EXTRACT-COUNT
                       OR WS-EXTRACT-FOUND
               IF WS-EXT-RUN-DATE(WS-EXT-IDX) = ACK-RUN-DATE
                       AND WS-EXT-BATCH-ID(WS-EXT-IDX) = ACK-BATCH-ID
                       AND WS-EXT-SIDE(WS-EXT-IDX) = WS-ACK-SIDE
                   SET WS-EXTRACT-FOUND TO TRUE
               END-IF
           END-PERFORM
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE ACK-RUN-DATE TO WS-DIS-DATE-OUT
           MOVE ACK-BATCH-ID TO WS-DIS-BATCH-OUT
           IF ACK-CREDIT-ENTRY
               MOVE "CR" TO WS-DIS-SIDE-OUT
           ELSE
               MOVE "DR" TO WS-DIS-SIDE-OUT
           END-IF
           MOVE ACK-POSTED-AMOUNT TO WS-DIS-ACK-AMOUNT-OUT
           MOVE SPACES TO WS-DIS-SOURCE-OUT
           IF WS-EXTRACT-FOUND
               IF WS-EXT-RELEASED(WS-EXT-IDX)
                   MOVE " SUSP" TO WS-DIS-SOURCE-OUT
               END-IF
           END-IF
           MOVE WS-DISCREPANCY-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE SPACES TO EVENT-RECORD
           MOVE ACK-RUN-DATE TO EVT-BUSINESS-DATE
           MOVE ACK-BATCH-ID TO EVT-BATCH-ID
           SET EVT-ERROR TO TRUE
           EVALUATE WS-DIS-REASON-OUT
               WHEN "NO EXTRACT"
                   MOVE "GLNOEXT " TO EVT-EVENT-CODE
                   COMPUTE EVT-AMOUNT =
                       ACK-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + ACK-POSTED-AMOUNT
               WHEN "POST FAILED"
                   MOVE "GLPSTFL " TO EVT-EVENT-CODE
                   COMPUTE EVT-AMOUNT =
                       WS-EXT-HI-ORDER(WS-EXT-IDX) * WS-CARRY-UNIT
                       + WS-EXT-AMOUNT(WS-EXT-IDX)
               WHEN "DUPL POST"
                   MOVE "GLDUPPST" TO EVT-EVENT-CODE
                   COMPUTE EVT-AMOUNT =
                       ACK-HI-ORDER-CARRY * WS-CARRY-UNIT
                       + ACK-POSTED-AMOUNT
               WHEN OTHER
                   MOVE "GLAMTDIF" TO EVT-EVENT-CODE
                   COMPUTE EVT-AMOUNT =
                       (ACK-HI-ORDER-CARRY
                           - WS-EXT-HI-ORDER(WS-EXT-IDX))
                           * WS-CARRY-UNIT
                       + ACK-POSTED-AMOUNT - WS-EXT-AMOUNT(WS-EXT-IDX)
           END-EVALUATE
           MOVE WS-DIS-REASON-OUT TO EVT-TEXT(1:12)
           MOVE WS-DIS-SIDE-OUT TO EVT-TEXT(14:2)
           MOVE WS-DIS-SOURCE-OUT TO EVT-TEXT(16:5)
           PERFORM 8000-WRITE-EVENT.

       4000-REPORT-UNPOSTED-EXTRACTS.
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                       TO WS-DIS-DATE-OUT
                   MOVE WS-EXT-BATCH-ID(WS-EXT-IDX)
                       TO WS-DIS-BATCH-OUT
                   IF WS-EXT-SIDE(WS-EXT-IDX) = "C"
                       MOVE "CR" TO WS-DIS-SIDE-OUT
                   ELSE
                       MOVE "DR" TO WS-DIS-SIDE-OUT
                   END-IF
                   MOVE WS-EXT-AMOUNT(WS-EXT-IDX)
                       TO WS-DIS-EXT-AMOUNT-OUT
                   MOVE 0 TO WS-DIS-ACK-AMOUNT-OUT
                   IF WS-EXT-RELEASED(WS-EXT-IDX)
                       MOVE " SUSP" TO WS-DIS-SOURCE-OUT
                   ELSE
                       MOVE SPACES TO WS-DIS-SOURCE-OUT
                   END-IF
                   MOVE WS-DISCREPANCY-LINE TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
                   MOVE SPACES TO EVENT-RECORD
                   MOVE WS-EXT-RUN-DATE(WS-EXT-IDX)
                       TO EVT-BUSINESS-DATE
                   MOVE WS-EXT-BATCH-ID(WS-EXT-IDX) TO EVT-BATCH-ID
                   MOVE "GLNOTPST" TO EVT-EVENT-CODE
                   SET EVT-WARNING TO TRUE
                   COMPUTE EVT-AMOUNT =
                       WS-EXT-HI-ORDER(WS-EXT-IDX) * WS-CARRY-UNIT
                       + WS-EXT-AMOUNT(WS-EXT-IDX)
                   MOVE WS-DIS-REASON-OUT TO EVT-TEXT(1:12)
                   MOVE WS-DIS-SIDE-OUT TO EVT-TEXT(14:2)
                   MOVE WS-DIS-SOURCE-OUT TO EVT-TEXT(16:5)
                   PERFORM 8000-WRITE-EVENT
               END-IF
           END-PERFORM.

           MOVE WS-DISCREPANCY-COUNT TO WS-DIS-COUNT-OUT
           MOVE WS-DISCREPANCY-COUNT-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE WS-RELEASED-COUNT TO WS-RELEASED-COUNT-OUT
           MOVE WS-RELEASED-COUNT-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           IF WS-DISCREPANCY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  THE CALLER CLEARS THE EVENT RECORD AND FILLS IN THE BUSINESS
      *  DATE, BATCH, EVENT CODE, SEVERITY, AMOUNT AND TEXT; THE
      *  PROGRAM AND TIME STAMP ARE COMMON TO EVERY EVENT.
      *****************************************************************
       8000-WRITE-EVENT.
           IF WS-EVENT-FILE-OPEN
               MOVE "GLRECON" TO EVT-PROGRAM
               ACCEPT EVT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-STAMP-TIME FROM TIME
               SET EVT-OPEN TO TRUE
               MOVE 0 TO EVT-ACK-DATE
               MOVE 0 TO EVT-ACK-TIME
               WRITE EVENT-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-GL-FILE-STATUS = "00" OR "10"
               CLOSE GL-FILE
           IF WS-GL-ACK-STATUS = "00" OR "10"
               CLOSE GL-ACK-FILE
           END-IF
           IF WS-RELEASE-EXTRACT-STATUS = "00" OR "10"
               CLOSE RELEASE-EXTRACT
           END-IF
           IF WS-KEEP-ACK-HISTORY
               CLOSE ACK-HISTORY-FILE
           END-IF
           IF WS-EVENT-FILE-OPEN
               CLOSE EVENT-FILE
           END-IF
           CLOSE RECON-RPT.
