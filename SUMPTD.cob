      *                 MONTH OPENS THE NEW PERIOD'S BUCKETS BY
      *                 ITSELF AND THE CLOSED PERIOD STAYS ON FILE
      *                 FOR RESTATEMENT UNTIL SUMARCH-STYLE HOUSE-
      *                 KEEPING IS EVER NEEDED THERE.  EACH CODE
      *                 ALSO SHOWS THE PERIOD'S ACCEPTED REVERSALS,
      *                 AND EACH SECTION ENDS WITH ITS NET OF THEM.
      *                 THE BRANCH SECTION IS ROLLED UP BY REGION AND
      *                 DIVISION FROM THE HIERARCHY MASTER (HIERFILE,
      *                 SEE SUMHIER) AS IT STOOD ON THE FIRST OF THE
      *                 PERIOD, WITH A CONTROL TOTAL BACK TO THE
      *                 BRANCH LINES.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMPTD.
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-PTD-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO "HIERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-KEY
               FILE STATUS IS WS-HIERARCHY-STATUS.

           SELECT PERIOD-RPT ASSIGN TO "PTDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-RPT-STATUS.
           RECORDING MODE IS F.
       COPY CBPTD.

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
       COPY CBHIER.

       FD  PERIOD-RPT
           RECORDING MODE IS F.
       01  PERIOD-RPT-LINE             PIC X(80).
       01  WS-PTD-OPEN-SWITCH          PIC X       VALUE "N".
           88  WS-PTD-OPEN                         VALUE "Y".

       01  WS-HIERARCHY-STATUS         PIC XX      VALUE "00".

       01  WS-HIERARCHY-LOADED-SWITCH  PIC X       VALUE "N".
           88  WS-HIERARCHY-LOADED                 VALUE "Y".

       01  WS-HIER-FOUND-SWITCH        PIC X       VALUE "N".
           88  WS-HIER-FOUND                       VALUE "Y".

       01  WS-HIER-EOF-SWITCH          PIC X       VALUE "N".
           88  WS-HIER-EOF                         VALUE "Y".

       01  WS-HIER-LOOKUP-LEVEL        PIC X(01)   VALUE SPACE.
       01  WS-HIER-LOOKUP-CODE         PIC X(04)   VALUE SPACES.
       01  WS-HIER-LOOKUP-PARENT       PIC X(04)   VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       01  WS-REPORT-PERIOD            PIC 9(06)   VALUE 0.
       01  WS-HIERARCHY-DATE           PIC 9(08)   VALUE 0.

       01  WS-PARM                     PIC X(10)   VALUE SPACES.
       01  WS-PERIOD-PARM              PIC X(06)   VALUE SPACES.
       01  WS-CURRENCY-TOTAL           PIC 9(13)V99
                                       COMP-3 VALUE 0.
       01  WS-CURRENCY-TOTAL-HI        PIC 9(09)   COMP-3 VALUE 0.
       01  WS-BRANCH-REV-TOTAL         PIC 9(13)V99
                                       COMP-3 VALUE 0.
       01  WS-BRANCH-REV-TOTAL-HI      PIC 9(09)   COMP-3 VALUE 0.
       01  WS-CURRENCY-REV-TOTAL       PIC 9(13)V99
                                       COMP-3 VALUE 0.
       01  WS-CURRENCY-REV-TOTAL-HI    PIC 9(09)   COMP-3 VALUE 0.

       01  WS-PTD-REV-AMOUNT           PIC 9(09)V99
                                       COMP-3 VALUE 0.
       01  WS-PTD-REV-HI-ORDER         PIC 9(07)   COMP-3 VALUE 0.

       01  WS-NET-TOTAL                PIC S9(18)V99
                                       COMP-3 VALUE 0.
       01  WS-CARRY-UNIT               PIC 9(10)   VALUE 1000000000.

      *****************************************************************
      *  REGION/DIVISION ROLLUP OF THE BRANCH BUCKETS, KEPT IN
      *  DIVISION AND REGION ORDER AS IT IS BUILT.  AN UNASSIGNED
      *  BRANCH OR REGION CARRIES HIGH-VALUES SO IT SORTS AND PRINTS
      *  LAST.  A FULL TABLE LEAVES THE ROLLUP SHORT, WHICH THE
      *  CONTROL TOTAL THEN SHOWS.
      *****************************************************************
       01  WS-ROLLUP-FOUND-SWITCH      PIC X       VALUE "N".
           88  WS-ROLLUP-FOUND                     VALUE "Y".

       01  WS-ROLLUP-FULL-SWITCH       PIC X       VALUE "N".
           88  WS-ROLLUP-FULL                      VALUE "Y".

       01  WS-ROLLUP-PLACE-SWITCH      PIC X       VALUE "N".
           88  WS-ROLLUP-PLACE-FOUND               VALUE "Y".

       01  WS-ROLLUP-DIV-END-SWITCH    PIC X       VALUE "N".
           88  WS-ROLLUP-DIV-END                   VALUE "Y".

       01  WS-ROLLUP-TABLE.
           05  WS-ROLLUP-COUNT         PIC 9(4)    VALUE 0.
           05  WS-ROLLUP-ENTRY OCCURS 2000 TIMES
                       INDEXED BY WS-RU-IDX.
               10  WS-RU-KEY.
                   15  WS-RU-DIVISION  PIC X(04).
                   15  WS-RU-REGION    PIC X(04).
               10  WS-RU-BRANCHES      PIC 9(5)    COMP-3.
               10  WS-RU-AMOUNT        PIC 9(13)V99 COMP-3.
               10  WS-RU-REVERSAL      PIC 9(13)V99 COMP-3.

       01  WS-ROLLUP-WORK.
           05  WS-RU-NEW-KEY.
               10  WS-RU-NEW-DIVISION  PIC X(04).
               10  WS-RU-NEW-REGION    PIC X(04).
           05  WS-RU-SUB               PIC 9(4)    COMP.
           05  WS-RU-BR-AMOUNT         PIC 9(13)V99 COMP-3.
           05  WS-RU-BR-REVERSAL       PIC 9(13)V99 COMP-3.
           05  WS-RU-DIV-BRANCHES      PIC 9(5)    COMP-3.
           05  WS-RU-DIV-AMOUNT        PIC 9(13)V99 COMP-3.
           05  WS-RU-DIV-REVERSAL      PIC 9(13)V99 COMP-3.
           05  WS-RU-TOT-BRANCHES      PIC 9(5)    COMP-3.
           05  WS-RU-TOT-AMOUNT        PIC 9(13)V99 COMP-3.
           05  WS-RU-TOT-REVERSAL      PIC 9(13)V99 COMP-3.
           05  WS-RU-DTL-BRANCHES      PIC 9(5)    COMP-3.
           05  WS-RU-DTL-AMOUNT        PIC 9(13)V99 COMP-3.
           05  WS-RU-DTL-REVERSAL      PIC 9(13)V99 COMP-3.
           05  WS-UNASSIGNED-COUNT     PIC 9(5)    COMP-3.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(28)
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-DET-HI-ORDER-OUT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)
               VALUE " REV:".
           05  WS-DET-REV-OUT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(12)
               VALUE "  HI-ORDER:".
           05  WS-TOT-HI-ORDER-OUT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SECTION-REV-LINE.
           05  FILLER                  PIC X(12)
               VALUE "  REVERSED.:".
           05  WS-REV-AMOUNT-OUT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-REV-HI-ORDER-OUT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-SECTION-NET-LINE.
           05  FILLER                  PIC X(12)
               VALUE "  NET......:".
           05  WS-NET-AMOUNT-OUT       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINES.
           05  WS-BRANCH-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "CURRENCY CODES.....:".
               10  WS-CUR-COUNT-OUT    PIC ZZZ,ZZZ,ZZ9.

       01  WS-ROLLUP-LINES.
           05  WS-ROLLUP-HDR-LINE.
               10  FILLER              PIC X(29)
                   VALUE "REGION/DIVISION ROLLUP AS OF ".
               10  WS-RU-DATE-OUT      PIC 9(08).
           05  WS-ROLLUP-NONE-LINE     PIC X(44)
               VALUE "REGION ROLLUP NOT PRINTED - NO HIERFILE".
           05  WS-ROLLUP-FULL-LINE     PIC X(44)
               VALUE "ROLLUP TABLE FULL - REGIONS LEFT OUT".
           05  WS-REGION-LINE.
               10  FILLER              PIC X(09)
                   VALUE "  REGION ".
               10  WS-RGN-CODE-OUT     PIC X(04).
               10  FILLER              PIC X(06)
                   VALUE " DIV: ".
               10  WS-RGN-DIV-OUT      PIC X(04).
               10  FILLER              PIC X(04)
                   VALUE " BR:".
               10  WS-RGN-BR-OUT       PIC ZZZZ9.
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-RGN-AMOUNT-OUT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(05)
                   VALUE " REV:".
               10  WS-RGN-REV-OUT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DIVISION-LINE.
               10  FILLER              PIC X(11)
                   VALUE "  DIVISION ".
               10  WS-DIV-CODE-OUT     PIC X(04).
               10  FILLER              PIC X(08)
                   VALUE " TOTAL  ".
               10  FILLER              PIC X(04)
                   VALUE " BR:".
               10  WS-DIV-BR-OUT       PIC ZZZZ9.
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-DIV-AMOUNT-OUT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(05)
                   VALUE " REV:".
               10  WS-DIV-REV-OUT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ROLLUP-TOTAL-LINE.
               10  WS-RUT-LABEL-OUT    PIC X(20).
               10  FILLER              PIC X(03)   VALUE SPACES.
               10  FILLER              PIC X(04)
                   VALUE " BR:".
               10  WS-RUT-BR-OUT       PIC ZZZZ9.
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-RUT-AMOUNT-OUT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(05)
                   VALUE " REV:".
               10  WS-RUT-REV-OUT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-UNASSIGNED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "BRANCHES UNASSIGNED:".
               10  WS-UNASSIGNED-OUT   PIC ZZZ,ZZ9.
           05  WS-ROLLUP-RESULT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "ROLLUP RESULT......:".
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-RUR-RESULT-OUT   PIC X(40).

       01  WS-NO-MASTER-LINE           PIC X(40)
           VALUE "PTDFILE NOT FOUND - NO STATEMENT RUN".

               MOVE WS-PERIOD-PARM TO WS-REPORT-PERIOD
           END-IF
           MOVE WS-REPORT-PERIOD TO WS-HDR-PERIOD-OUT
           COMPUTE WS-HIERARCHY-DATE = WS-REPORT-PERIOD * 100 + 1
           MOVE WS-HEADER-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE
           OPEN INPUT PTD-FILE
               MOVE WS-NO-MASTER-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               SET WS-EOF TO TRUE
           END-IF
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-STATUS = "00"
               SET WS-HIERARCHY-LOADED TO TRUE
           END-IF
           MOVE 0 TO WS-ROLLUP-COUNT
           MOVE 0 TO WS-RU-DTL-BRANCHES
           MOVE 0 TO WS-RU-DTL-AMOUNT
           MOVE 0 TO WS-RU-DTL-REVERSAL
           MOVE 0 TO WS-UNASSIGNED-COUNT.

       1100-READ-PTD-MASTER.
           READ PTD-FILE NEXT RECORD
                   SET WS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *  A BUCKET WRITTEN BEFORE REVERSALS EXISTED HAS SPACES IN THE
      *  REVERSED FIELDS, WHICH MEANS NOTHING WAS REVERSED.
      *****************************************************************
       1200-TAKE-REVERSED-AMOUNT.
           IF PTD-REVERSED-AMOUNT IS NUMERIC
                   AND PTD-REVERSED-HI-ORDER IS NUMERIC
               MOVE PTD-REVERSED-AMOUNT TO WS-PTD-REV-AMOUNT
               MOVE PTD-REVERSED-HI-ORDER TO WS-PTD-REV-HI-ORDER
           ELSE
               MOVE 0 TO WS-PTD-REV-AMOUNT
               MOVE 0 TO WS-PTD-REV-HI-ORDER
           END-IF.

      *****************************************************************
      *  THE KEY ORDERS THE FILE BY CODE TYPE FIRST, SO ONE
      *  SEQUENTIAL PASS DELIVERS ALL THE BRANCH BUCKETS AND THEN
       2100-PRINT-BRANCH-BUCKET.
           IF PTD-BRANCH-TYPE
                   AND PTD-PERIOD = WS-REPORT-PERIOD
               PERFORM 1200-TAKE-REVERSED-AMOUNT
               ADD 1 TO WS-BRANCH-LINE-COUNT
               ADD PTD-AMOUNT TO WS-BRANCH-TOTAL
               ADD PTD-HI-ORDER TO WS-BRANCH-TOTAL-HI
               ADD WS-PTD-REV-AMOUNT TO WS-BRANCH-REV-TOTAL
               ADD WS-PTD-REV-HI-ORDER TO WS-BRANCH-REV-TOTAL-HI
               MOVE PTD-CODE TO WS-DET-CODE-OUT
               MOVE PTD-AMOUNT TO WS-DET-AMOUNT-OUT
               MOVE PTD-HI-ORDER TO WS-DET-HI-ORDER-OUT
               MOVE WS-PTD-REV-AMOUNT TO WS-DET-REV-OUT
               MOVE WS-DETAIL-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               IF WS-HIERARCHY-LOADED
                   PERFORM 2200-ROLL-UP-BRANCH-BUCKET
               END-IF
           END-IF
           PERFORM 1100-READ-PTD-MASTER.

      *****************************************************************
      *  REGIONS ONLY CHANGE ON THE FIRST OF A MONTH, SO THE
      *  ASSIGNMENT IN EFFECT ON THE FIRST OF THE PERIOD HOLDS FOR
      *  THE WHOLE PERIOD.  THE HIERARCHY LOOKUP BROWSES ITS OWN
      *  FILE, SO THE PTDFILE RECORD IS LEFT WHERE IT WAS.
      *****************************************************************
       2200-ROLL-UP-BRANCH-BUCKET.
           COMPUTE WS-RU-BR-AMOUNT =
               PTD-HI-ORDER * WS-CARRY-UNIT + PTD-AMOUNT
           COMPUTE WS-RU-BR-REVERSAL =
               WS-PTD-REV-HI-ORDER * WS-CARRY-UNIT + WS-PTD-REV-AMOUNT
           ADD 1 TO WS-RU-DTL-BRANCHES
           ADD WS-RU-BR-AMOUNT TO WS-RU-DTL-AMOUNT
           ADD WS-RU-BR-REVERSAL TO WS-RU-DTL-REVERSAL
           MOVE HIGH-VALUES TO WS-RU-NEW-KEY
           MOVE "B" TO WS-HIER-LOOKUP-LEVEL
           MOVE PTD-CODE TO WS-HIER-LOOKUP-CODE
           PERFORM 2250-FIND-HIERARCHY-PARENT
           IF WS-HIER-FOUND
               MOVE WS-HIER-LOOKUP-PARENT TO WS-RU-NEW-REGION
               MOVE "R" TO WS-HIER-LOOKUP-LEVEL
               MOVE WS-RU-NEW-REGION TO WS-HIER-LOOKUP-CODE
               PERFORM 2250-FIND-HIERARCHY-PARENT
               IF WS-HIER-FOUND
                   MOVE WS-HIER-LOOKUP-PARENT TO WS-RU-NEW-DIVISION
               END-IF
           END-IF
           IF WS-RU-NEW-DIVISION = HIGH-VALUES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           PERFORM 2300-POST-TO-ROLLUP-TABLE.

      *****************************************************************
      *  THE ASSIGNMENT IN EFFECT IS THE ACTIVE RECORD FOR THE LEVEL
      *  AND CODE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE FIRST
      *  OF THE PERIOD.  THE KEY ORDERS A CODE'S RECORDS BY
      *  EFFECTIVE DATE, SO ONE BROWSE FROM ITS FIRST RECORD DOES.
      *****************************************************************
       2250-FIND-HIERARCHY-PARENT.
           MOVE "N" TO WS-HIER-FOUND-SWITCH
           MOVE "N" TO WS-HIER-EOF-SWITCH
           MOVE SPACES TO WS-HIER-LOOKUP-PARENT
           MOVE WS-HIER-LOOKUP-LEVEL TO HIER-LEVEL
           MOVE WS-HIER-LOOKUP-CODE TO HIER-CODE
           MOVE 0 TO HIER-EFFECTIVE-DATE
           START HIERARCHY-FILE KEY NOT < HIER-KEY
               INVALID KEY
                   SET WS-HIER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HIER-EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET WS-HIER-EOF TO TRUE
                   NOT AT END
                       IF HIER-LEVEL NOT = WS-HIER-LOOKUP-LEVEL
                               OR HIER-CODE NOT = WS-HIER-LOOKUP-CODE
                               OR HIER-EFFECTIVE-DATE
                                   > WS-HIERARCHY-DATE
                           SET WS-HIER-EOF TO TRUE
                       ELSE
                           IF HIER-ACTIVE
                               SET WS-HIER-FOUND TO TRUE
                               MOVE HIER-PARENT-CODE
                                   TO WS-HIER-LOOKUP-PARENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *  FINDS THE BRANCH'S DIVISION/REGION ENTRY, OR OPENS ONE AT
      *  ITS PLACE IN KEY ORDER BY MOVING THE HIGHER ENTRIES DOWN.
      *****************************************************************
       2300-POST-TO-ROLLUP-TABLE.
           MOVE 1 TO WS-RU-SUB
           MOVE "N" TO WS-ROLLUP-PLACE-SWITCH
           PERFORM UNTIL WS-RU-SUB > WS-ROLLUP-COUNT
                   OR WS-ROLLUP-PLACE-FOUND
               IF WS-RU-KEY(WS-RU-SUB) < WS-RU-NEW-KEY
                   ADD 1 TO WS-RU-SUB
               ELSE
                   SET WS-ROLLUP-PLACE-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-ROLLUP-FOUND-SWITCH
           IF WS-RU-SUB NOT > WS-ROLLUP-COUNT
               IF WS-RU-KEY(WS-RU-SUB) = WS-RU-NEW-KEY
                   SET WS-ROLLUP-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-ROLLUP-FOUND AND WS-ROLLUP-COUNT >= 2000
               SET WS-ROLLUP-FULL TO TRUE
           ELSE
               IF NOT WS-ROLLUP-FOUND
                   PERFORM VARYING WS-RU-IDX FROM WS-ROLLUP-COUNT
                           BY -1 UNTIL WS-RU-IDX < WS-RU-SUB
                       MOVE WS-ROLLUP-ENTRY(WS-RU-IDX)
                           TO WS-ROLLUP-ENTRY(WS-RU-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-ROLLUP-COUNT
                   MOVE WS-RU-NEW-KEY TO WS-RU-KEY(WS-RU-SUB)
                   MOVE 0 TO WS-RU-BRANCHES(WS-RU-SUB)
                   MOVE 0 TO WS-RU-AMOUNT(WS-RU-SUB)
                   MOVE 0 TO WS-RU-REVERSAL(WS-RU-SUB)
               END-IF
               ADD 1 TO WS-RU-BRANCHES(WS-RU-SUB)
               ADD WS-RU-BR-AMOUNT TO WS-RU-AMOUNT(WS-RU-SUB)
               ADD WS-RU-BR-REVERSAL TO WS-RU-REVERSAL(WS-RU-SUB)
           END-IF.

       3000-COLLECT-CURRENCY-SECTION.
           IF WS-PTD-OPEN
               MOVE WS-BRANCH-TOTAL TO WS-TOT-AMOUNT-OUT
               MOVE WS-BRANCH-TOTAL-HI TO WS-TOT-HI-ORDER-OUT
               MOVE WS-BRANCH-REV-TOTAL TO WS-REV-AMOUNT-OUT
               MOVE WS-BRANCH-REV-TOTAL-HI TO WS-REV-HI-ORDER-OUT
               COMPUTE WS-NET-TOTAL =
                   (WS-BRANCH-TOTAL-HI - WS-BRANCH-REV-TOTAL-HI)
                       * WS-CARRY-UNIT
                   + WS-BRANCH-TOTAL - WS-BRANCH-REV-TOTAL
               PERFORM 3900-PRINT-SECTION-TOTALS
               PERFORM 3500-PRINT-HIERARCHY-ROLLUP
               MOVE WS-CURRENCY-SECTION-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               PERFORM 3100-PRINT-CURRENCY-BUCKET UNTIL WS-EOF
               MOVE WS-CURRENCY-TOTAL TO WS-TOT-AMOUNT-OUT
               MOVE WS-CURRENCY-TOTAL-HI TO WS-TOT-HI-ORDER-OUT
               MOVE WS-CURRENCY-REV-TOTAL TO WS-REV-AMOUNT-OUT
               MOVE WS-CURRENCY-REV-TOTAL-HI TO WS-REV-HI-ORDER-OUT
               COMPUTE WS-NET-TOTAL =
                   (WS-CURRENCY-TOTAL-HI - WS-CURRENCY-REV-TOTAL-HI)
                       * WS-CARRY-UNIT
                   + WS-CURRENCY-TOTAL - WS-CURRENCY-REV-TOTAL
               PERFORM 3900-PRINT-SECTION-TOTALS
           END-IF.

       3100-PRINT-CURRENCY-BUCKET.
           IF PTD-CURRENCY-TYPE
                   AND PTD-PERIOD = WS-REPORT-PERIOD
               PERFORM 1200-TAKE-REVERSED-AMOUNT
               ADD 1 TO WS-CURRENCY-LINE-COUNT
               ADD PTD-AMOUNT TO WS-CURRENCY-TOTAL
               ADD PTD-HI-ORDER TO WS-CURRENCY-TOTAL-HI
               ADD WS-PTD-REV-AMOUNT TO WS-CURRENCY-REV-TOTAL
               ADD WS-PTD-REV-HI-ORDER TO WS-CURRENCY-REV-TOTAL-HI
               MOVE PTD-CODE TO WS-DET-CODE-OUT
               MOVE PTD-AMOUNT TO WS-DET-AMOUNT-OUT
               MOVE PTD-HI-ORDER TO WS-DET-HI-ORDER-OUT
               MOVE WS-PTD-REV-AMOUNT TO WS-DET-REV-OUT
               MOVE WS-DETAIL-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
           END-IF
           PERFORM 1100-READ-PTD-MASTER.

      *****************************************************************
      *  REGION LINES IN DIVISION ORDER, EACH DIVISION CLOSED BY ITS
      *  TOTAL LINE.  THE ROLLUP TOTAL (SUM OF THE DIVISION TOTALS)
      *  IS PROVED AGAINST THE BRANCH DETAIL TOTAL (SUM OF THE BRANCH
      *  LINES ABOVE) BRANCH COUNT, AMOUNT AND REVERSALS ALIKE.
      *****************************************************************
       3500-PRINT-HIERARCHY-ROLLUP.
           IF NOT WS-HIERARCHY-LOADED
               MOVE WS-ROLLUP-NONE-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
           ELSE
               MOVE WS-HIERARCHY-DATE TO WS-RU-DATE-OUT
               MOVE WS-ROLLUP-HDR-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               MOVE 0 TO WS-RU-DIV-BRANCHES
               MOVE 0 TO WS-RU-DIV-AMOUNT
               MOVE 0 TO WS-RU-DIV-REVERSAL
               MOVE 0 TO WS-RU-TOT-BRANCHES
               MOVE 0 TO WS-RU-TOT-AMOUNT
               MOVE 0 TO WS-RU-TOT-REVERSAL
               PERFORM VARYING WS-RU-IDX FROM 1 BY 1
                       UNTIL WS-RU-IDX > WS-ROLLUP-COUNT
                   PERFORM 3600-PRINT-REGION-LINE
               END-PERFORM
               IF WS-ROLLUP-FULL
                   MOVE WS-ROLLUP-FULL-LINE TO PERIOD-RPT-LINE
                   WRITE PERIOD-RPT-LINE
               END-IF
               MOVE "ROLLUP TOTAL.......:" TO WS-RUT-LABEL-OUT
               MOVE WS-RU-TOT-BRANCHES TO WS-RUT-BR-OUT
               MOVE WS-RU-TOT-AMOUNT TO WS-RUT-AMOUNT-OUT
               MOVE WS-RU-TOT-REVERSAL TO WS-RUT-REV-OUT
               MOVE WS-ROLLUP-TOTAL-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               MOVE "BRANCH DETAIL TOTAL:" TO WS-RUT-LABEL-OUT
               MOVE WS-RU-DTL-BRANCHES TO WS-RUT-BR-OUT
               MOVE WS-RU-DTL-AMOUNT TO WS-RUT-AMOUNT-OUT
               MOVE WS-RU-DTL-REVERSAL TO WS-RUT-REV-OUT
               MOVE WS-ROLLUP-TOTAL-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               MOVE WS-UNASSIGNED-COUNT TO WS-UNASSIGNED-OUT
               MOVE WS-UNASSIGNED-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               IF WS-RU-TOT-BRANCHES = WS-RU-DTL-BRANCHES
                       AND WS-RU-TOT-AMOUNT = WS-RU-DTL-AMOUNT
                       AND WS-RU-TOT-REVERSAL = WS-RU-DTL-REVERSAL
                   MOVE "TIES TO BRANCH DETAIL" TO WS-RUR-RESULT-OUT
               ELSE
                   MOVE "DOES NOT TIE TO BRANCH DETAIL"
                       TO WS-RUR-RESULT-OUT
               END-IF
               MOVE WS-ROLLUP-RESULT-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
           END-IF.

       3600-PRINT-REGION-LINE.
           IF WS-RU-REGION(WS-RU-IDX) = HIGH-VALUES
               MOVE "NONE" TO WS-RGN-CODE-OUT
           ELSE
               MOVE WS-RU-REGION(WS-RU-IDX) TO WS-RGN-CODE-OUT
           END-IF
           IF WS-RU-DIVISION(WS-RU-IDX) = HIGH-VALUES
               MOVE "NONE" TO WS-RGN-DIV-OUT
           ELSE
               MOVE WS-RU-DIVISION(WS-RU-IDX) TO WS-RGN-DIV-OUT
           END-IF
           MOVE WS-RU-BRANCHES(WS-RU-IDX) TO WS-RGN-BR-OUT
           MOVE WS-RU-AMOUNT(WS-RU-IDX) TO WS-RGN-AMOUNT-OUT
           MOVE WS-RU-REVERSAL(WS-RU-IDX) TO WS-RGN-REV-OUT
           MOVE WS-REGION-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE
           ADD WS-RU-BRANCHES(WS-RU-IDX) TO WS-RU-DIV-BRANCHES
           ADD WS-RU-AMOUNT(WS-RU-IDX) TO WS-RU-DIV-AMOUNT
           ADD WS-RU-REVERSAL(WS-RU-IDX) TO WS-RU-DIV-REVERSAL
           MOVE "N" TO WS-ROLLUP-DIV-END-SWITCH
           IF WS-RU-IDX = WS-ROLLUP-COUNT
               SET WS-ROLLUP-DIV-END TO TRUE
           ELSE
               IF WS-RU-DIVISION(WS-RU-IDX + 1)
                       NOT = WS-RU-DIVISION(WS-RU-IDX)
                   SET WS-ROLLUP-DIV-END TO TRUE
               END-IF
           END-IF
           IF WS-ROLLUP-DIV-END
               MOVE WS-RGN-DIV-OUT TO WS-DIV-CODE-OUT
               MOVE WS-RU-DIV-BRANCHES TO WS-DIV-BR-OUT
               MOVE WS-RU-DIV-AMOUNT TO WS-DIV-AMOUNT-OUT
               MOVE WS-RU-DIV-REVERSAL TO WS-DIV-REV-OUT
               MOVE WS-DIVISION-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               ADD WS-RU-DIV-BRANCHES TO WS-RU-TOT-BRANCHES
               ADD WS-RU-DIV-AMOUNT TO WS-RU-TOT-AMOUNT
               ADD WS-RU-DIV-REVERSAL TO WS-RU-TOT-REVERSAL
               MOVE 0 TO WS-RU-DIV-BRANCHES
               MOVE 0 TO WS-RU-DIV-AMOUNT
               MOVE 0 TO WS-RU-DIV-REVERSAL
           END-IF.

       3900-PRINT-SECTION-TOTALS.
           MOVE WS-SECTION-TOTAL-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE
           MOVE WS-SECTION-REV-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE
           MOVE WS-NET-TOTAL TO WS-NET-AMOUNT-OUT
           MOVE WS-SECTION-NET-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE.

       4000-PRINT-SUMMARY.
           IF WS-PTD-OPEN
               MOVE WS-BRANCH-LINE-COUNT TO WS-BR-COUNT-OUT
           IF WS-PTD-OPEN
               CLOSE PTD-FILE
           END-IF
           IF WS-HIERARCHY-LOADED
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE PERIOD-RPT.
