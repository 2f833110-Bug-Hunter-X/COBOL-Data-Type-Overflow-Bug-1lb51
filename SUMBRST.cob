      *****************************************************************
      *  PROGRAM-ID   : SUMBRST
      *  DESCRIPTION  : PER-BRANCH DAILY ACTIVITY STATEMENTS.  FOR
      *                 ONE BUSINESS DATE, PRINTS A SEPARATE
      *                 STATEMENT FOR EVERY BRANCH CODE ON THE
      *                 REFERENCE MASTER (REFFILE): THE ITEMS
      *                 ACCEPTED FROM THE BRANCH THAT DATE BY RECORD
      *                 KEY AND AMOUNT WITH THE BATCH EACH CAME IN ON
      *                 (FROM THE KEY REGISTER, KEYFILE), ANY OF ITS
      *                 ITEMS REVERSED THAT DATE, ITS NEW AND STILL-
      *                 OPEN REJECTS FROM THE REJECT MASTER (REJFILE)
      *                 WITH REASON AND STATUS, AND ITS MONTH-TO-DATE
      *                 VOLUME FROM THE PERIOD-TO-DATE MASTER
      *                 (PTDFILE).  THE KEY REGISTER AND REJECT
      *                 MASTER ARE EACH READ ONCE, INTO BRANCH-ORDERED
      *                 TABLES THE STATEMENTS ARE PRINTED FROM.  ALL
      *                 STATEMENTS GO TO ONE FILE,
      *                 BRSTMT, EACH OPENING WITH A STATEMENT HEADER
      *                 AND CLOSING WITH AN END-OF-STATEMENT LINE
      *                 THAT BOTH CARRY THE BRANCH CODE, SO THE FILE
      *                 CAN BE SPLIT AND SENT OUT BRANCH BY BRANCH.
      *                 A BRANCH WITH NOTHING ACCEPTED, REVERSED OR
      *                 REJECTED ON THE DATE STILL GETS A STATEMENT
      *                 SAYING SO, SO SILENCE IS NEVER MISTAKEN FOR A
      *                 LOST FEED.  PARM IS THE BUSINESS DATE
      *                 (YYYYMMDD); WITH NO PARM THE MACHINE DATE IS
      *                 USED.  RETURN CODE 4 MEANS A SUPPORTING FILE
      *                 WAS MISSING OR A TABLE FILLED, AND THE
      *                 STATEMENTS SAY SO; 16 MEANS NO STATEMENTS
      *                 COULD BE PRODUCED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBRST.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFERENCE-STATUS.

           SELECT KEY-REGISTER ASSIGN TO "KEYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS WS-KEY-REGISTER-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT PTD-FILE ASSIGN TO "PTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-PTD-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "BRSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-FILE
           RECORDING MODE IS F.
       COPY CBREFREC.

       FD  KEY-REGISTER
           RECORDING MODE IS F.
       COPY CBKEYREG.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY CBREJREC.

       FD  PTD-FILE
           RECORDING MODE IS F.
       COPY CBPTD.

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REFERENCE-STATUS         PIC XX      VALUE "00".
           88  WS-REFERENCE-OK                     VALUE "00".

       01  WS-KEY-REGISTER-STATUS      PIC XX      VALUE "00".

       01  WS-REJECT-FILE-STATUS       PIC XX      VALUE "00".

       01  WS-PTD-STATUS               PIC XX      VALUE "00".

       01  WS-STATEMENT-STATUS         PIC XX      VALUE "00".
           88  WS-STATEMENT-OK                     VALUE "00".

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

       01  WS-REFERENCE-EOF-SWITCH     PIC X       VALUE "N".
           88  WS-REFERENCE-EOF                    VALUE "Y".

       01  WS-KEY-REGISTER-SWITCH      PIC X       VALUE "Y".
           88  WS-KEY-REGISTER-PRESENT             VALUE "Y".

       01  WS-REJECT-FILE-SWITCH       PIC X       VALUE "Y".
           88  WS-REJECT-FILE-PRESENT              VALUE "Y".

       01  WS-PTD-OPEN-SWITCH          PIC X       VALUE "N".
           88  WS-PTD-OPEN                         VALUE "Y".

      *****************************************************************
      *  THE DATE'S ACCEPTED AND REVERSED ITEMS AND THE NEW AND OPEN
      *  REJECTS, LOADED ONCE FROM KEYFILE AND REJFILE AND KEPT IN
      *  BRANCH ORDER AS THEY ARE BUILT - WITHIN A BRANCH ACCEPTED
      *  ITEMS BEFORE REVERSED ONES, EACH IN FILE ORDER - SO EACH
      *  STATEMENT PRINTS THE NEXT RUN OF ENTRIES.  A FULL TABLE
      *  LEAVES ENTRIES OFF THE STATEMENTS, WHICH EVERY STATEMENT AND
      *  THE RUN CONTROL THEN SAY.
      *****************************************************************
       01  WS-PLACE-SWITCH             PIC X       VALUE "N".
           88  WS-PLACE-FOUND                      VALUE "Y".

       01  WS-ITEM-FULL-SWITCH         PIC X       VALUE "N".
           88  WS-ITEM-TABLE-FULL                  VALUE "Y".

       01  WS-REJECT-FULL-SWITCH       PIC X       VALUE "N".
           88  WS-REJECT-TABLE-FULL                VALUE "Y".

       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY-COUNT     PIC 9(5)    VALUE 0.
           05  WS-ITEM-ENTRY OCCURS 10000 TIMES
                       INDEXED BY WS-IT-IDX.
               10  WS-IT-SORT-KEY.
                   15  WS-IT-BRANCH    PIC X(04).
                   15  WS-IT-KIND      PIC X(01).
                       88  WS-IT-ACCEPTED          VALUE "A".
                       88  WS-IT-REVERSED          VALUE "R".
               10  WS-IT-RECORD-KEY    PIC X(10).
               10  WS-IT-CURRENCY      PIC X(03).
               10  WS-IT-AMOUNT        PIC 9(9)V99 COMP-3.
               10  WS-IT-BATCH         PIC X(08).

       01  WS-NEW-ITEM.
           05  WS-NI-SORT-KEY.
               10  WS-NI-BRANCH        PIC X(04).
               10  WS-NI-KIND          PIC X(01).
           05  WS-NI-RECORD-KEY        PIC X(10).
           05  WS-NI-CURRENCY          PIC X(03).
           05  WS-NI-AMOUNT            PIC 9(9)V99 COMP-3.
           05  WS-NI-BATCH             PIC X(08).

       01  WS-REJECT-TABLE.
           05  WS-REJ-ENTRY-COUNT      PIC 9(5)    VALUE 0.
           05  WS-REJ-ENTRY OCCURS 5000 TIMES
                       INDEXED BY WS-RJ-IDX.
               10  WS-RJ-BRANCH        PIC X(04).
               10  WS-RJ-RECORD-KEY    PIC X(10).
               10  WS-RJ-REASON        PIC X(16).
               10  WS-RJ-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-RJ-DATE          PIC 9(08).
               10  WS-RJ-STATUS        PIC X(11).
               10  WS-RJ-AGE           PIC X(03).

       01  WS-NEW-REJECT.
           05  WS-NR-BRANCH            PIC X(04).
           05  WS-NR-RECORD-KEY        PIC X(10).
           05  WS-NR-REASON            PIC X(16).
           05  WS-NR-AMOUNT            PIC S9(9)V99 COMP-3.
           05  WS-NR-DATE              PIC 9(08).
           05  WS-NR-STATUS            PIC X(11).
           05  WS-NR-AGE               PIC X(03).

       01  WS-TABLE-WORK.
           05  WS-TBL-SUB              PIC 9(5)    COMP.
           05  WS-IT-NEXT              PIC 9(5)    COMP VALUE 1.
           05  WS-RJ-NEXT              PIC 9(5)    COMP VALUE 1.

       01  WS-REPORT-DATE              PIC 9(08)   VALUE 0.

       01  WS-PARM                     PIC X(10)   VALUE SPACES.
       01  WS-DATE-PARM                PIC X(08)   VALUE SPACES.

       01  WS-BRANCH-CODE              PIC X(04)   VALUE SPACES.

       01  WS-BRANCH-COUNTERS.
           05  WS-ITEM-COUNT           PIC 9(09)   VALUE 0.
           05  WS-REVERSAL-COUNT       PIC 9(09)   VALUE 0.
           05  WS-NEW-REJECT-COUNT     PIC 9(09)   VALUE 0.
           05  WS-OPEN-REJECT-COUNT    PIC 9(09)   VALUE 0.

       01  WS-ITEM-TOTAL               PIC 9(13)V99
                                       COMP-3 VALUE 0.
       01  WS-REVERSAL-TOTAL           PIC 9(13)V99
                                       COMP-3 VALUE 0.
       01  WS-REJECT-TOTAL             PIC S9(13)V99
                                       COMP-3 VALUE 0.
       01  WS-NET-TOTAL                PIC S9(13)V99
                                       COMP-3 VALUE 0.

       01  WS-PTD-REV-AMOUNT           PIC 9(09)V99
                                       COMP-3 VALUE 0.
       01  WS-PTD-REV-HI-ORDER         PIC 9(07)   COMP-3 VALUE 0.
       01  WS-MTD-NET                  PIC S9(18)V99
                                       COMP-3 VALUE 0.
       01  WS-CARRY-UNIT               PIC 9(10)   VALUE 1000000000.

       01  WS-RUN-COUNTERS.
           05  WS-STATEMENT-COUNT      PIC 9(09)   VALUE 0.
           05  WS-NO-ACTIVITY-COUNT    PIC 9(09)   VALUE 0.

       01  WS-PAGE-BREAK-LINE          PIC X(40)   VALUE ALL "=".

       01  WS-STMT-HEADER-LINE.
           05  FILLER                  PIC X(26)
               VALUE "BRANCH STATEMENT - BRANCH ".
           05  WS-SH-BRANCH-OUT        PIC X(04).
           05  FILLER                  PIC X(17)
               VALUE "  BUSINESS DATE: ".
           05  WS-SH-DATE-OUT          PIC 9(08).
           05  WS-SH-RETIRED-OUT       PIC X(11).

       01  WS-STMT-END-LINE.
           05  FILLER                  PIC X(24)
               VALUE "END OF STATEMENT BRANCH ".
           05  WS-SE-BRANCH-OUT        PIC X(04).

       01  WS-NO-ACTIVITY-LINE         PIC X(50)
           VALUE "NO ACTIVITY FROM THIS BRANCH FOR THE BUSINESS DATE".

       01  WS-ACCEPTED-SECTION-LINE    PIC X(20)
           VALUE "ITEMS ACCEPTED".

       01  WS-REVERSED-SECTION-LINE    PIC X(20)
           VALUE "ITEMS REVERSED".

       01  WS-REJECT-SECTION-LINE      PIC X(26)
           VALUE "NEW AND OPEN REJECTS".

       01  WS-MTD-SECTION-LINE         PIC X(26)
           VALUE "MONTH-TO-DATE VOLUME".

       01  WS-ITEM-COLUMN-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "RECORD KEY".
           05  FILLER                  PIC X(05)   VALUE "CUR".
           05  FILLER                  PIC X(18)
               VALUE "          AMOUNT".
           05  FILLER                  PIC X(08)   VALUE "  BATCH".

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-IL-KEY-OUT           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-IL-CURRENCY-OUT      PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-IL-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  WS-IL-BATCH-OUT         PIC X(08).

       01  WS-REJECT-COLUMN-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "RECORD KEY".
           05  FILLER                  PIC X(17)   VALUE "REASON".
           05  FILLER                  PIC X(16)
               VALUE "          AMOUNT".
           05  FILLER                  PIC X(10)   VALUE "  REJECTED".
           05  FILLER                  PIC X(07)   VALUE "  STAT".

       01  WS-REJECT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-KEY-OUT           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-REASON-OUT        PIC X(16).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RL-AMOUNT-OUT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-DATE-OUT          PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-STATUS-OUT        PIC X(11).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RL-AGE-OUT           PIC X(03).

       01  WS-NONE-LINE                PIC X(10)   VALUE "  NONE".

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE "  TOTAL...........:".
           05  WS-TL-COUNT-OUT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(09)
               VALUE "  AMOUNT:".
           05  WS-TL-AMOUNT-OUT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NET-ACCEPTED-LINE.
           05  FILLER                  PIC X(20)
               VALUE "NET ACCEPTED.......:".
           05  FILLER                  PIC X(20)   VALUE SPACES.
           05  WS-NA-AMOUNT-OUT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-MTD-AMOUNT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "  PERIOD ACCEPTED.:".
           05  WS-MA-PERIOD-OUT        PIC 9(06).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-MA-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-MA-HI-ORDER-OUT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-MTD-REVERSED-LINE.
           05  FILLER                  PIC X(20)
               VALUE "  PERIOD REVERSED.:".
           05  FILLER                  PIC X(07)   VALUE SPACES.
           05  WS-MR-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-MR-HI-ORDER-OUT      PIC ZZZ,ZZZ,ZZ9.

       01  WS-MTD-NET-LINE.
           05  FILLER                  PIC X(20)
               VALUE "  PERIOD NET......:".
           05  FILLER                  PIC X(07)   VALUE SPACES.
           05  WS-MN-AMOUNT-OUT        PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NO-MTD-LINE              PIC X(40)
           VALUE "  NO VOLUME ON FILE FOR THE PERIOD".

       01  WS-NO-KEY-REGISTER-LINE     PIC X(50)
           VALUE "  KEYFILE NOT AVAILABLE - ITEMS CANNOT BE LISTED".

       01  WS-NO-REJECT-FILE-LINE      PIC X(50)
           VALUE "  REJFILE NOT AVAILABLE - REJECTS CANNOT BE LISTED".

       01  WS-ITEM-FULL-LINE           PIC X(44)
           VALUE "  ITEM TABLE FULL - ITEMS LEFT OUT".

       01  WS-REJECT-FULL-LINE         PIC X(44)
           VALUE "  REJECT TABLE FULL - REJECTS LEFT OUT".

       01  WS-NO-PTD-LINE              PIC X(50)
           VALUE "  PTDFILE NOT AVAILABLE - NO MONTH-TO-DATE FIGURES".

       01  WS-CONTROL-HEADER-LINE.
           05  FILLER                  PIC X(32)
               VALUE "STATEMENT RUN CONTROL - DATE: ".
           05  WS-CH-DATE-OUT          PIC 9(08).

       01  WS-CONTROL-LINES.
           05  WS-STATEMENT-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "STATEMENTS PRINTED.:".
               10  WS-STMT-COUNT-OUT   PIC ZZZ,ZZZ,ZZ9.
           05  WS-NO-ACTIVITY-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "NO-ACTIVITY STMTS..:".
               10  WS-NO-ACT-COUNT-OUT PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 1100-READ-REFERENCE
           PERFORM 2000-PRINT-BRANCH-STATEMENT
               UNTIL WS-REFERENCE-EOF
           PERFORM 8000-PRINT-RUN-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      *  THE REFERENCE MASTER DRIVES THE RUN - WITHOUT IT THERE IS
      *  NO LIST OF BRANCHES AND NOTHING CAN BE PRODUCED.  THE OTHER
      *  MASTERS ARE OPTIONAL: WHEN ONE IS MISSING EVERY STATEMENT
      *  SAYS WHICH SECTION COULD NOT BE FILLED IN AND THE RUN ENDS
      *  WITH RETURN CODE 4 INSTEAD OF SENDING OUT A FALSE "NONE".
      *  NEITHER KEYFILE NOR REJFILE IS IN BRANCH ORDER, SO EACH IS
      *  READ ONCE HERE INTO ITS BRANCH-ORDERED TABLE.
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT STATEMENT-FILE
           IF NOT WS-STATEMENT-OK
               MOVE "BRSTMT" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-STATEMENT-STATUS TO WS-OPEN-ERR-STATUS-OUT
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
           OPEN INPUT REFERENCE-FILE
           IF NOT WS-REFERENCE-OK
               MOVE "REFFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-REFERENCE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               CLOSE STATEMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT KEY-REGISTER
           IF WS-KEY-REGISTER-STATUS = "00"
               PERFORM 1200-LOAD-REGISTER-ITEMS
               CLOSE KEY-REGISTER
           ELSE
               MOVE "N" TO WS-KEY-REGISTER-SWITCH
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 1400-LOAD-REJECTS
               CLOSE REJECT-FILE
           ELSE
               MOVE "N" TO WS-REJECT-FILE-SWITCH
           END-IF
           OPEN INPUT PTD-FILE
           IF WS-PTD-STATUS = "00"
               SET WS-PTD-OPEN TO TRUE
           END-IF.

      *****************************************************************
      *  THE KEY ORDERS REFFILE BY CODE TYPE FIRST, SO THE BRANCH
      *  CODES ALL COME BEFORE THE CURRENCY CODES AND THE FIRST
      *  CURRENCY RECORD ENDS THE RUN.
      *****************************************************************
       1100-READ-REFERENCE.
           READ REFERENCE-FILE NEXT RECORD
               AT END
                   SET WS-REFERENCE-EOF TO TRUE
           END-READ
           IF NOT WS-REFERENCE-EOF
                   AND NOT REF-BRANCH-TYPE
               SET WS-REFERENCE-EOF TO TRUE
           END-IF.

      *****************************************************************
      *  AN ITEM ACCEPTED ON THE DATE GOES IN AS ACCEPTED; AN ITEM
      *  REVERSED ON THE DATE - WHENEVER IT WAS ORIGINALLY ACCEPTED -
      *  GOES IN AS REVERSED WITH THE BATCH THAT CARRIED THE
      *  REVERSAL.  AN ITEM ACCEPTED AND REVERSED THE SAME NIGHT GOES
      *  IN AS BOTH.  A REGISTER ENTRY FROM BEFORE THE REVERSAL
      *  FIELDS EXISTED HAS SPACES THERE AND WAS NEVER REVERSED.
      *****************************************************************
       1200-LOAD-REGISTER-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ KEY-REGISTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-TAKE-REGISTER-ENTRY
               END-READ
           END-PERFORM.

       1210-TAKE-REGISTER-ENTRY.
           MOVE KEY-BRANCH-CODE TO WS-NI-BRANCH
           MOVE KEY-RECORD-KEY TO WS-NI-RECORD-KEY
           MOVE KEY-CURRENCY-CODE TO WS-NI-CURRENCY
           IF KEY-ACCEPT-DATE = WS-REPORT-DATE
               MOVE "A" TO WS-NI-KIND
               MOVE KEY-AMOUNT TO WS-NI-AMOUNT
               MOVE KEY-BATCH-ID TO WS-NI-BATCH
               PERFORM 1300-POST-TO-ITEM-TABLE
           END-IF
           IF KEY-REVERSED-DATE IS NUMERIC
                   AND KEY-REVERSED-DATE = WS-REPORT-DATE
               MOVE "R" TO WS-NI-KIND
               MOVE KEY-REVERSED-AMOUNT TO WS-NI-AMOUNT
               MOVE KEY-REVERSED-BATCH-ID TO WS-NI-BATCH
               PERFORM 1300-POST-TO-ITEM-TABLE
           END-IF.

      *****************************************************************
      *  OPENS THE ENTRY AFTER THE LAST ONE WITH THE SAME OR A LOWER
      *  BRANCH AND KIND BY MOVING THE HIGHER ENTRIES DOWN.
      *****************************************************************
       1300-POST-TO-ITEM-TABLE.
           IF WS-ITEM-ENTRY-COUNT >= 10000
               SET WS-ITEM-TABLE-FULL TO TRUE
           ELSE
               MOVE 1 TO WS-TBL-SUB
               MOVE "N" TO WS-PLACE-SWITCH
               PERFORM UNTIL WS-TBL-SUB > WS-ITEM-ENTRY-COUNT
                       OR WS-PLACE-FOUND
                   IF WS-IT-SORT-KEY(WS-TBL-SUB) > WS-NI-SORT-KEY
                       SET WS-PLACE-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-TBL-SUB
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IT-IDX FROM WS-ITEM-ENTRY-COUNT
                       BY -1 UNTIL WS-IT-IDX < WS-TBL-SUB
                   MOVE WS-ITEM-ENTRY(WS-IT-IDX)
                       TO WS-ITEM-ENTRY(WS-IT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-ITEM-ENTRY-COUNT
               MOVE WS-NEW-ITEM TO WS-ITEM-ENTRY(WS-TBL-SUB)
           END-IF.

      *****************************************************************
      *  A REJECT IS NEW WHEN IT WAS REJECTED ON THE BUSINESS DATE,
      *  WHATEVER HAS HAPPENED TO IT SINCE, AND STILL OPEN WHEN IT IS
      *  PENDING OR CORRECTED BUT NOT YET RE-FED - THE SAME OPEN
      *  EXPOSURE SUMAGE AGES.  AN OLDER OPEN REJECT IS MARKED SO
      *  THE BRANCH CAN TELL IT FROM LAST NIGHT'S.
      *****************************************************************
       1400-LOAD-REJECTS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ REJECT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1410-TAKE-REJECT
               END-READ
           END-PERFORM.

       1410-TAKE-REJECT.
           EVALUATE TRUE
               WHEN REJ-REJECT-DATE = WS-REPORT-DATE
                   MOVE "NEW" TO WS-NR-AGE
                   PERFORM 1420-BUILD-REJECT-ENTRY
               WHEN REJ-PENDING OR REJ-CORRECTED
                   MOVE "OLD" TO WS-NR-AGE
                   PERFORM 1420-BUILD-REJECT-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1420-BUILD-REJECT-ENTRY.
           MOVE REJ-BRANCH-CODE TO WS-NR-BRANCH
           MOVE REJ-RECORD-KEY TO WS-NR-RECORD-KEY
           MOVE REJ-REASON TO WS-NR-REASON
           MOVE REJ-AMOUNT TO WS-NR-AMOUNT
           MOVE REJ-REJECT-DATE TO WS-NR-DATE
           EVALUATE TRUE
               WHEN REJ-PENDING
                   MOVE "PENDING" TO WS-NR-STATUS
               WHEN REJ-CORRECTED
                   MOVE "CORRECTED" TO WS-NR-STATUS
               WHEN REJ-REFED
                   MOVE "RE-FED" TO WS-NR-STATUS
               WHEN REJ-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO WS-NR-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-NR-STATUS
           END-EVALUATE
           IF WS-REJ-ENTRY-COUNT >= 5000
               SET WS-REJECT-TABLE-FULL TO TRUE
           ELSE
               MOVE 1 TO WS-TBL-SUB
               MOVE "N" TO WS-PLACE-SWITCH
               PERFORM UNTIL WS-TBL-SUB > WS-REJ-ENTRY-COUNT
                       OR WS-PLACE-FOUND
                   IF WS-RJ-BRANCH(WS-TBL-SUB) > WS-NR-BRANCH
                       SET WS-PLACE-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-TBL-SUB
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RJ-IDX FROM WS-REJ-ENTRY-COUNT
                       BY -1 UNTIL WS-RJ-IDX < WS-TBL-SUB
                   MOVE WS-REJ-ENTRY(WS-RJ-IDX)
                       TO WS-REJ-ENTRY(WS-RJ-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-REJ-ENTRY-COUNT
               MOVE WS-NEW-REJECT TO WS-REJ-ENTRY(WS-TBL-SUB)
           END-IF.

      *****************************************************************
      *  REFFILE AND BOTH TABLES ARE IN BRANCH ORDER, SO EACH TABLE'S
      *  NEXT ENTRY ONLY EVER MOVES FORWARD: PAST ANY BRANCH NOT ON
      *  THE REFERENCE MASTER, THEN THROUGH THIS BRANCH'S ENTRIES.
      *****************************************************************
       2000-PRINT-BRANCH-STATEMENT.
           MOVE REF-CODE TO WS-BRANCH-CODE
           INITIALIZE WS-BRANCH-COUNTERS
           MOVE 0 TO WS-ITEM-TOTAL
           MOVE 0 TO WS-REVERSAL-TOTAL
           MOVE 0 TO WS-REJECT-TOTAL
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE WS-PAGE-BREAK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BRANCH-CODE TO WS-SH-BRANCH-OUT
           MOVE WS-REPORT-DATE TO WS-SH-DATE-OUT
           IF REF-RETIRED
               MOVE "  (RETIRED)" TO WS-SH-RETIRED-OUT
           ELSE
               MOVE SPACES TO WS-SH-RETIRED-OUT
           END-IF
           MOVE WS-STMT-HEADER-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM UNTIL WS-IT-NEXT > WS-ITEM-ENTRY-COUNT
                   OR WS-IT-BRANCH(WS-IT-NEXT) NOT < WS-BRANCH-CODE
               ADD 1 TO WS-IT-NEXT
           END-PERFORM
           PERFORM UNTIL WS-RJ-NEXT > WS-REJ-ENTRY-COUNT
                   OR WS-RJ-BRANCH(WS-RJ-NEXT) NOT < WS-BRANCH-CODE
               ADD 1 TO WS-RJ-NEXT
           END-PERFORM
           PERFORM 3000-LIST-ACCEPTED-ITEMS
           PERFORM 4000-LIST-REJECTS
           IF WS-ITEM-COUNT = 0
                   AND WS-REVERSAL-COUNT = 0
                   AND WS-NEW-REJECT-COUNT = 0
                   AND WS-KEY-REGISTER-PRESENT
                   AND WS-REJECT-FILE-PRESENT
                   AND NOT WS-ITEM-TABLE-FULL
                   AND NOT WS-REJECT-TABLE-FULL
               ADD 1 TO WS-NO-ACTIVITY-COUNT
               MOVE WS-NO-ACTIVITY-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM 5000-PRINT-MONTH-TO-DATE
           MOVE WS-BRANCH-CODE TO WS-SE-BRANCH-OUT
           MOVE WS-STMT-END-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 1100-READ-REFERENCE.

      *****************************************************************
      *  THE BRANCH'S ACCEPTED ENTRIES, THEN - ONLY IF IT HAD ANY -
      *  ITS REVERSED ENTRIES, WHICH FOLLOW THEM IN THE TABLE.
      *****************************************************************
       3000-LIST-ACCEPTED-ITEMS.
           MOVE WS-ACCEPTED-SECTION-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF NOT WS-KEY-REGISTER-PRESENT
               MOVE WS-NO-KEY-REGISTER-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE WS-ITEM-COLUMN-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM UNTIL WS-IT-NEXT > WS-ITEM-ENTRY-COUNT
                       OR WS-IT-BRANCH(WS-IT-NEXT) NOT = WS-BRANCH-CODE
                       OR NOT WS-IT-ACCEPTED(WS-IT-NEXT)
                   PERFORM 3100-PRINT-ACCEPTED-ITEM
                   ADD 1 TO WS-IT-NEXT
               END-PERFORM
               IF WS-ITEM-COUNT = 0
                       AND NOT WS-ITEM-TABLE-FULL
                   MOVE WS-NONE-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               IF WS-ITEM-TABLE-FULL
                   MOVE WS-ITEM-FULL-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE WS-ITEM-COUNT TO WS-TL-COUNT-OUT
               MOVE WS-ITEM-TOTAL TO WS-TL-AMOUNT-OUT
               MOVE WS-SECTION-TOTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-IT-NEXT NOT > WS-ITEM-ENTRY-COUNT
                   IF WS-IT-BRANCH(WS-IT-NEXT) = WS-BRANCH-CODE
                       PERFORM 3200-LIST-REVERSED-ITEMS
                   END-IF
               END-IF
           END-IF.

       3100-PRINT-ACCEPTED-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD WS-IT-AMOUNT(WS-IT-NEXT) TO WS-ITEM-TOTAL
           MOVE WS-IT-RECORD-KEY(WS-IT-NEXT) TO WS-IL-KEY-OUT
           MOVE WS-IT-CURRENCY(WS-IT-NEXT) TO WS-IL-CURRENCY-OUT
           MOVE WS-IT-AMOUNT(WS-IT-NEXT) TO WS-IL-AMOUNT-OUT
           MOVE WS-IT-BATCH(WS-IT-NEXT) TO WS-IL-BATCH-OUT
           MOVE WS-ITEM-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       3200-LIST-REVERSED-ITEMS.
           MOVE WS-REVERSED-SECTION-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-ITEM-COLUMN-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM UNTIL WS-IT-NEXT > WS-ITEM-ENTRY-COUNT
                   OR WS-IT-BRANCH(WS-IT-NEXT) NOT = WS-BRANCH-CODE
               PERFORM 3300-PRINT-REVERSED-ITEM
               ADD 1 TO WS-IT-NEXT
           END-PERFORM
           MOVE WS-REVERSAL-COUNT TO WS-TL-COUNT-OUT
           MOVE WS-REVERSAL-TOTAL TO WS-TL-AMOUNT-OUT
           MOVE WS-SECTION-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-NET-TOTAL = WS-ITEM-TOTAL - WS-REVERSAL-TOTAL
           MOVE WS-NET-TOTAL TO WS-NA-AMOUNT-OUT
           MOVE WS-NET-ACCEPTED-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       3300-PRINT-REVERSED-ITEM.
           ADD 1 TO WS-REVERSAL-COUNT
           ADD WS-IT-AMOUNT(WS-IT-NEXT) TO WS-REVERSAL-TOTAL
           MOVE WS-IT-RECORD-KEY(WS-IT-NEXT) TO WS-IL-KEY-OUT
           MOVE WS-IT-CURRENCY(WS-IT-NEXT) TO WS-IL-CURRENCY-OUT
           MOVE WS-IT-AMOUNT(WS-IT-NEXT) TO WS-IL-AMOUNT-OUT
           MOVE WS-IT-BATCH(WS-IT-NEXT) TO WS-IL-BATCH-OUT
           MOVE WS-ITEM-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       4000-LIST-REJECTS.
           MOVE WS-REJECT-SECTION-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF NOT WS-REJECT-FILE-PRESENT
               MOVE WS-NO-REJECT-FILE-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE WS-REJECT-COLUMN-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM UNTIL WS-RJ-NEXT > WS-REJ-ENTRY-COUNT
                       OR WS-RJ-BRANCH(WS-RJ-NEXT) NOT = WS-BRANCH-CODE
                   PERFORM 4200-PRINT-REJECT
                   ADD 1 TO WS-RJ-NEXT
               END-PERFORM
               IF WS-NEW-REJECT-COUNT = 0
                       AND WS-OPEN-REJECT-COUNT = 0
                       AND NOT WS-REJECT-TABLE-FULL
                   MOVE WS-NONE-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               IF WS-REJECT-TABLE-FULL
                   MOVE WS-REJECT-FULL-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               COMPUTE WS-TL-COUNT-OUT =
                   WS-NEW-REJECT-COUNT + WS-OPEN-REJECT-COUNT
               MOVE WS-REJECT-TOTAL TO WS-TL-AMOUNT-OUT
               MOVE WS-SECTION-TOTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       4200-PRINT-REJECT.
           IF WS-RJ-AGE(WS-RJ-NEXT) = "NEW"
               ADD 1 TO WS-NEW-REJECT-COUNT
           ELSE
               ADD 1 TO WS-OPEN-REJECT-COUNT
           END-IF
           ADD WS-RJ-AMOUNT(WS-RJ-NEXT) TO WS-REJECT-TOTAL
           MOVE WS-RJ-RECORD-KEY(WS-RJ-NEXT) TO WS-RL-KEY-OUT
           MOVE WS-RJ-REASON(WS-RJ-NEXT) TO WS-RL-REASON-OUT
           MOVE WS-RJ-AMOUNT(WS-RJ-NEXT) TO WS-RL-AMOUNT-OUT
           MOVE WS-RJ-DATE(WS-RJ-NEXT) TO WS-RL-DATE-OUT
           MOVE WS-RJ-STATUS(WS-RJ-NEXT) TO WS-RL-STATUS-OUT
           MOVE WS-RJ-AGE(WS-RJ-NEXT) TO WS-RL-AGE-OUT
           MOVE WS-REJECT-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *****************************************************************
      *  THE CURRENT PERIOD IS THE BUSINESS DATE'S MONTH.  A BUCKET
      *  WRITTEN BEFORE REVERSALS EXISTED HAS SPACES IN THE REVERSED
      *  FIELDS, WHICH MEANS NOTHING WAS REVERSED - AS IN SUMPTD.
      *****************************************************************
       5000-PRINT-MONTH-TO-DATE.
           MOVE WS-MTD-SECTION-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF NOT WS-PTD-OPEN
               MOVE WS-NO-PTD-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE "B" TO PTD-CODE-TYPE
               MOVE WS-BRANCH-CODE TO PTD-CODE
               MOVE WS-REPORT-DATE(1:6) TO PTD-PERIOD
               READ PTD-FILE
               IF WS-PTD-STATUS = "00"
                   PERFORM 5100-PRINT-PERIOD-BUCKET
               ELSE
                   MOVE WS-NO-MTD-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF.

       5100-PRINT-PERIOD-BUCKET.
           IF PTD-REVERSED-AMOUNT IS NUMERIC
                   AND PTD-REVERSED-HI-ORDER IS NUMERIC
               MOVE PTD-REVERSED-AMOUNT TO WS-PTD-REV-AMOUNT
               MOVE PTD-REVERSED-HI-ORDER TO WS-PTD-REV-HI-ORDER
           ELSE
               MOVE 0 TO WS-PTD-REV-AMOUNT
               MOVE 0 TO WS-PTD-REV-HI-ORDER
           END-IF
           MOVE PTD-PERIOD TO WS-MA-PERIOD-OUT
           MOVE PTD-AMOUNT TO WS-MA-AMOUNT-OUT
           MOVE PTD-HI-ORDER TO WS-MA-HI-ORDER-OUT
           MOVE WS-MTD-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-PTD-REV-AMOUNT TO WS-MR-AMOUNT-OUT
           MOVE WS-PTD-REV-HI-ORDER TO WS-MR-HI-ORDER-OUT
           MOVE WS-MTD-REVERSED-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-MTD-NET =
               (PTD-HI-ORDER - WS-PTD-REV-HI-ORDER) * WS-CARRY-UNIT
               + PTD-AMOUNT - WS-PTD-REV-AMOUNT
           MOVE WS-MTD-NET TO WS-MN-AMOUNT-OUT
           MOVE WS-MTD-NET-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *****************************************************************
      *  THE RUN CONTROL FOLLOWS THE LAST STATEMENT, OUTSIDE ANY
      *  BRANCH'S HEADER AND END LINES, SO IT IS NEVER SENT OUT.
      *****************************************************************
       8000-PRINT-RUN-CONTROL.
           MOVE WS-PAGE-BREAK-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-REPORT-DATE TO WS-CH-DATE-OUT
           MOVE WS-CONTROL-HEADER-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STATEMENT-COUNT TO WS-STMT-COUNT-OUT
           MOVE WS-STATEMENT-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-NO-ACTIVITY-COUNT TO WS-NO-ACT-COUNT-OUT
           MOVE WS-NO-ACTIVITY-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF NOT WS-KEY-REGISTER-PRESENT
               MOVE WS-NO-KEY-REGISTER-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF NOT WS-REJECT-FILE-PRESENT
               MOVE WS-NO-REJECT-FILE-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF NOT WS-PTD-OPEN
               MOVE WS-NO-PTD-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-ITEM-TABLE-FULL
               MOVE WS-ITEM-FULL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-REJECT-TABLE-FULL
               MOVE WS-REJECT-FULL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF WS-KEY-REGISTER-PRESENT
                   AND WS-REJECT-FILE-PRESENT
                   AND WS-PTD-OPEN
                   AND NOT WS-ITEM-TABLE-FULL
                   AND NOT WS-REJECT-TABLE-FULL
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE REFERENCE-FILE
           IF WS-PTD-OPEN
               CLOSE PTD-FILE
           END-IF
           CLOSE STATEMENT-FILE.
