      *                 ADDITION ABOVE A THRESHOLD AMOUNT, OR SHOW
      *                 THE RUNNING-TOTAL TRAJECTORY AROUND THE
      *                 RECORD THAT FIRST PUSHED WS-SUM PAST A GIVEN
      *                 VALUE IN ONE RUN.  A RUN DATE AND RUN STAMP
      *                 NARROW ANY SEARCH TO ONE DATE OR ONE RUN; THE
      *                 TRAJECTORY ALWAYS FOLLOWS ONE RUN, BY DEFAULT
      *                 THE LAST RUN ON THE LATEST DATE ON FILE, OR
      *                 THE LAST RUN ON THE DATE GIVEN, SINCE EVERY
      *                 RUN CARRIES ITS OWN RUNNING TOTAL.  THE
      *                 FIRST SCREENFUL OF MATCHES SHOWS ON THE
      *                 INQUIRY SCREEN AND THE FULL LIST IS WRITTEN
      *                 TO AUDQRPT.  REVERSAL LINES ARE
      *                 MARKED REV: AND CARRY THE RUNNING REVERSAL
      *                 TOTAL, SO THE TRAJECTORY MODE FOLLOWS THE
      *                 ADDITIONS ONLY.  DELIVERED AS A NATIVE
      *                 COBOL SCREEN SECTION PROGRAM IN THE SAME
      *                 STYLE AS SUMINQ.
      *****************************************************************

       01  WS-QUERY-KEY                PIC X(10)   VALUE SPACES.
       01  WS-QUERY-VALUE              PIC 9(09)V99 VALUE 0.
       01  WS-QUERY-DATE               PIC 9(08)   VALUE 0.
       01  WS-QUERY-STAMP              PIC X(16)   VALUE SPACES.

       01  WS-LATEST-DATE-SWITCH       PIC X       VALUE "N".
           88  WS-LATEST-DATE-WANTED               VALUE "Y".

       01  WS-MATCH-COUNT              PIC 9(09)   VALUE 0.
       01  WS-AUDIT-SEQ                PIC 9(09)   VALUE 0.
           05  WS-DET-SEQ-OUT          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-DET-KEY-OUT          PIC X(10).
           05  WS-DET-TYPE-OUT         PIC X(06)   VALUE " AMT:".
           05  WS-DET-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06)   VALUE " RUN:".
           05  WS-DET-RUNNING-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08)   VALUE " VALUE:".
           05  WS-QHDR-VALUE-OUT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-QUERY-RUN-LINE.
           05  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           05  WS-QRUN-DATE-OUT        PIC 9(08).
           05  FILLER                  PIC X(12)   VALUE "  RUN STAMP:".
           05  WS-QRUN-STAMP-OUT       PIC X(16).

       01  WS-MATCH-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE "MATCHES FOUND......:".
               VALUE "AMOUNT/VALUE (T/V).:".
           05  LINE 5  COLUMN 25  PIC 9(09)V99
               USING WS-QUERY-VALUE.
           05  LINE 6  COLUMN 1
               VALUE "RUN DATE (YYYYMMDD):".
           05  LINE 6  COLUMN 25  PIC 9(08)
               USING WS-QUERY-DATE.
           05  LINE 6  COLUMN 36
               VALUE "RUN STAMP:".
           05  LINE 6  COLUMN 47  PIC X(16)
               USING WS-QUERY-STAMP.
           05  LINE 7  COLUMN 1   PIC X(60)
               FROM WS-RESULT-LINE-01.
           05  LINE 8  COLUMN 1   PIC X(60)
           MOVE 1 TO WS-RING-NEXT
           MOVE "N" TO WS-TARGET-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-MODE-TRAJECTORY
                   AND (WS-QUERY-DATE = 0 OR WS-QUERY-STAMP = SPACES)
               PERFORM 2050-FIND-TRAJECTORY-RUN
           END-IF
           PERFORM 2100-WRITE-QUERY-HEADER
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               PERFORM 2900-WRITE-MATCH-TOTAL
           END-IF.

      *****************************************************************
      *  A TRAJECTORY WITH NO DATE FOLLOWS THE LATEST DATE ON FILE;
      *  ONE WITH NO STAMP FOLLOWS THE LAST RUN ON ITS DATE - AFTER
      *  AN ABEND THAT IS THE RESTART.  THE TRAIL IS APPENDED IN RUN
      *  ORDER, SO THE LAST LINE ON THE DATE CARRIES THAT RUN'S
      *  STAMP.  THE DATE AND STAMP FOUND ARE LEFT ON THE SCREEN SO
      *  THE ANALYST CAN SEE WHICH RUN WAS FOLLOWED.  LINES FROM
      *  BEFORE THE STAMP WAS CARRIED HAVE SPACES THERE, AND THEIR
      *  RUNS ON ONE DATE CANNOT BE TOLD APART.
      *****************************************************************
       2050-FIND-TRAJECTORY-RUN.
           MOVE "N" TO WS-LATEST-DATE-SWITCH
           IF WS-QUERY-DATE = 0
               SET WS-LATEST-DATE-WANTED TO TRUE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 2200-READ-AUDIT-FILE
               PERFORM 2060-NOTE-TRAJECTORY-RUN UNTIL WS-EOF
               CLOSE AUDIT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-AUDIT-SEQ.

       2060-NOTE-TRAJECTORY-RUN.
           EVALUATE TRUE
               WHEN WS-LATEST-DATE-WANTED
                       AND AUDIT-RUN-DATE >= WS-QUERY-DATE
                   MOVE AUDIT-RUN-DATE TO WS-QUERY-DATE
                   MOVE AUDIT-RUN-STAMP TO WS-QUERY-STAMP
               WHEN NOT WS-LATEST-DATE-WANTED
                       AND AUDIT-RUN-DATE = WS-QUERY-DATE
                   MOVE AUDIT-RUN-STAMP TO WS-QUERY-STAMP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2200-READ-AUDIT-FILE.

       2100-WRITE-QUERY-HEADER.
           MOVE WS-QUERY-MODE TO WS-QHDR-MODE-OUT
           MOVE WS-QUERY-KEY TO WS-QHDR-KEY-OUT
           MOVE WS-QUERY-VALUE TO WS-QHDR-VALUE-OUT
           MOVE WS-QUERY-HEADER-LINE TO QUERY-RPT-LINE
           WRITE QUERY-RPT-LINE
           MOVE WS-QUERY-DATE TO WS-QRUN-DATE-OUT
           MOVE WS-QUERY-STAMP TO WS-QRUN-STAMP-OUT
           MOVE WS-QUERY-RUN-LINE TO QUERY-RPT-LINE
           WRITE QUERY-RPT-LINE.

       2200-READ-AUDIT-FILE.
                   ADD 1 TO WS-AUDIT-SEQ
           END-READ.

      *****************************************************************
      *  A ZERO RUN DATE OR A BLANK RUN STAMP DOES NOT NARROW THE
      *  SEARCH (A TRAJECTORY HAS HAD BOTH FILLED IN BY NOW).
      *****************************************************************
       2300-EXAMINE-AUDIT-RECORD.
           IF (WS-QUERY-DATE = 0 OR AUDIT-RUN-DATE = WS-QUERY-DATE)
                   AND (WS-QUERY-STAMP = SPACES
                       OR AUDIT-RUN-STAMP = WS-QUERY-STAMP)
               PERFORM 2350-MATCH-AUDIT-RECORD
           END-IF
           PERFORM 2200-READ-AUDIT-FILE.

       2350-MATCH-AUDIT-RECORD.
           PERFORM 2400-FORMAT-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-MODE-KEY
                       PERFORM 2500-STORE-MATCH
                   END-IF
               WHEN WS-MODE-TRAJECTORY
                   IF NOT AUDIT-REVERSAL-ENTRY
                       PERFORM 2600-TRACE-TRAJECTORY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-FORMAT-DETAIL-LINE.
           MOVE WS-AUDIT-SEQ TO WS-DET-SEQ-OUT
           MOVE AUDIT-RECORD-KEY TO WS-DET-KEY-OUT
           IF AUDIT-REVERSAL-ENTRY
               MOVE " REV:" TO WS-DET-TYPE-OUT
           ELSE
               MOVE " AMT:" TO WS-DET-TYPE-OUT
           END-IF
           MOVE AUDIT-AMOUNT TO WS-DET-AMOUNT-OUT
           MOVE AUDIT-RUNNING-TOTAL TO WS-DET-RUNNING-OUT.

           WRITE QUERY-RPT-LINE.

      *****************************************************************
      *  TRAJECTORY MODE - CARRY THE LAST FIVE ADDITIONS OF THE RUN
      *  IN A RING BUFFER.  WHEN ITS RUNNING TOTAL FIRST REACHES THE
      *  TARGET VALUE, REPLAY THE RING (THE APPROACH), REPORT THE
      *  RECORD THAT PUSHED WS-SUM PAST THE VALUE, THEN THE NEXT
      *  FOUR ADDITIONS (THE DEPARTURE).
      *****************************************************************
       2600-TRACE-TRAJECTORY.
           EVALUATE TRUE
