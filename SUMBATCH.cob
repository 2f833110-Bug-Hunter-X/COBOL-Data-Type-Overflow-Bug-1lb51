      *                 A BATCH WHOSE CONTROL TOTAL DOES NOT MATCH
      *                 IS HELD FROM DOWNSTREAM POSTING; MATCHED
      *                 BATCHES IN THE SAME TRANSMISSION POST.
      *                 EVERY ACCEPTED DETAIL KEY IS KEPT ON THE KEY
      *                 REGISTER (KEYFILE) AND A KEY SEEN AGAIN IS
      *                 REJECTED AS A DUPLICATE.  A REVERSAL/
      *                 ADJUSTMENT RECORD REVERSES AN ITEM ALREADY
      *                 ON THE KEY REGISTER AND GOES TO THE GL AS A
      *                 CREDIT.  EVERY HELD BATCH IS WRITTEN TO THE
      *                 SUSPENSE FILE (SUSPFILE) WITH ITS TOTALS AND
      *                 HOLD REASON FOR RELEASE THROUGH SUMSUSP.
      *                 THE BRANCH AND CURRENCY SUBTOTALS ARE MAPPED
      *                 TO GL ACCOUNTS AND COST CENTERS THROUGH THE
      *                 MAPPING MASTER (GLMAPFIL, SEE SUMMAP) AND
      *                 WRITTEN AS A BALANCED GL JOURNAL (GLJRNL); A
      *                 CODE WITH NO MAPPING HOLDS THE JOURNAL.
      *                 EACH BRANCH IS PLACED IN ITS REGION AND
      *                 DIVISION FROM THE HIERARCHY MASTER (HIERFILE,
      *                 SEE SUMHIER) AS OF THE BUSINESS DATE AND THE
      *                 BRANCH BREAKDOWN IS ROLLED UP BY REGION AND
      *                 DIVISION WITH A CONTROL TOTAL BACK TO THE
      *                 BRANCH LINES; A BRANCH WITH NO ASSIGNMENT IS
      *                 WARNED ON OVFLRPT.  EVERY OVERFLOW WARNING,
      *                 CONTROL MISMATCH AND HELD JOURNAL IS ALSO
      *                 APPENDED TO THE EXCEPTION EVENT FEED
      *                 (EVNTFILE, SEE SUMEVNT) FOR THE ENTERPRISE
      *                 MONITOR.  THE AUDIT TRAIL (AUDITFIL) AND A
      *                 COPY OF EVERY GL EXTRACT RECORD (GLHIST) ARE
      *                 APPENDED RUN AFTER RUN, SO EVERY BATCH OF A
      *                 BUSINESS DATE CAN BE PROVED LATER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBATCH.
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-PTD-STATUS.

           SELECT PTD-LOG ASSIGN TO "PTDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-LOG-STATUS.

           SELECT KEY-REGISTER ASSIGN TO "KEYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS WS-KEY-REGISTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT MAPPING-FILE ASSIGN TO "GLMAPFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-KEY
               FILE STATUS IS WS-MAPPING-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO "HIERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-KEY
               FILE STATUS IS WS-HIERARCHY-STATUS.

           SELECT EVENT-FILE ASSIGN TO "EVNTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-IN
           RECORDING MODE IS F.
       COPY CBPTD.

       FD  PTD-LOG
           RECORDING MODE IS F.
       COPY CBPTDLOG.

       FD  KEY-REGISTER
           RECORDING MODE IS F.
       COPY CBKEYREG.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CBSUSP.

       FD  MAPPING-FILE
           RECORDING MODE IS F.
       COPY CBGLMAP.

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
       COPY CBHIER.

       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY CBEVENT.

       FD  GL-JOURNAL
           RECORDING MODE IS F.
       COPY CBGLJRN.

       FD  GL-HISTORY-FILE
           RECORDING MODE IS F.
       01  GL-HISTORY-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BATCH-IN-STATUS          PIC XX      VALUE "00".
           88  WS-BATCH-IN-OK                      VALUE "00".
       01  WS-PTD-FOUND-SWITCH         PIC X       VALUE "N".
           88  WS-PTD-FOUND                        VALUE "Y".

       01  WS-PTD-LOG-STATUS           PIC XX      VALUE "00".
           88  WS-PTD-LOG-OK                       VALUE "00".

       01  WS-PTD-LOG-OPEN-SWITCH      PIC X       VALUE "N".
           88  WS-PTD-LOG-OPEN                     VALUE "Y".

       01  WS-KEY-REGISTER-STATUS      PIC XX      VALUE "00".
           88  WS-KEY-REGISTER-OK                  VALUE "00".

       01  WS-KEY-ON-FILE-SWITCH       PIC X       VALUE "N".
           88  WS-KEY-ON-FILE                      VALUE "Y".

       01  WS-DUPLICATE-SWITCH         PIC X       VALUE "N".
           88  WS-DUPLICATE-KEY                    VALUE "Y".

       01  WS-SUSPENSE-STATUS          PIC XX      VALUE "00".
           88  WS-SUSPENSE-OK                      VALUE "00".

       01  WS-OPEN-HOLD-SWITCH         PIC X       VALUE "N".
           88  WS-OPEN-HOLD-FOUND                  VALUE "Y".

       01  WS-HOLD-LOOKUP-STAMP        PIC X(16)   VALUE SPACES.

       01  WS-ABENDED-RUN-SWITCH       PIC X       VALUE "N".
           88  WS-ABENDED-RUN-FOUND                VALUE "Y".

      *****************************************************************
      *  EVERY RUN REGFILE SHOWS FOR THE BUSINESS DATE, BY RUN STAMP,
      *  AND WHETHER IT COMPLETED.  A RUN PAST THE TABLE'S END IS
      *  TAKEN AS COMPLETED, SO ITS KEYS STAY DUPLICATES.
      *****************************************************************
       01  WS-DATE-RUN-FOUND-SWITCH    PIC X       VALUE "N".
           88  WS-DATE-RUN-FOUND                   VALUE "Y".

       01  WS-DATE-RUN-TABLE.
           05  WS-DATE-RUN-COUNT       PIC 9(4)    VALUE 0.
           05  WS-DATE-RUN-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-DRN-IDX.
               10  WS-DRN-STAMP        PIC X(16).
               10  WS-DRN-COMPLETED-SW PIC X.
                   88  WS-DRN-COMPLETED            VALUE "Y".

       01  WS-DATE-RUN-TABLE-FULL-SWITCH
                                       PIC X       VALUE "N".
           88  WS-DATE-RUN-TABLE-FULL              VALUE "Y".

       01  WS-DATE-RUN-TABLE-FULL-LINE PIC X(44)
           VALUE "RUN REGISTER TABLE FULL - LATER RUNS IGNORED".

       01  WS-SUSPENSE-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-SUSPENSE-EOF                     VALUE "Y".

       01  WS-BATCH-HOLD-SWITCH        PIC X       VALUE "N".
           88  WS-BATCH-IS-HELD                    VALUE "Y".

       01  WS-MAPPING-STATUS           PIC XX      VALUE "00".

       01  WS-MAPPING-LOADED-SWITCH    PIC X       VALUE "N".
           88  WS-MAPPING-LOADED                   VALUE "Y".

       01  WS-NO-MAPPING-LINE          PIC X(44)
           VALUE "GLMAPFIL NOT FOUND - GL JOURNAL HELD".

       01  WS-HIERARCHY-STATUS         PIC XX      VALUE "00".

       01  WS-HIERARCHY-LOADED-SWITCH  PIC X       VALUE "N".
           88  WS-HIERARCHY-LOADED                 VALUE "Y".

       01  WS-NO-HIERARCHY-LINE        PIC X(44)
           VALUE "HIERFILE NOT FOUND - NO REGION ROLLUP".

       01  WS-HIER-FOUND-SWITCH        PIC X       VALUE "N".
           88  WS-HIER-FOUND                       VALUE "Y".

       01  WS-HIER-EOF-SWITCH          PIC X       VALUE "N".
           88  WS-HIER-EOF                         VALUE "Y".

       01  WS-HIER-LOOKUP-LEVEL        PIC X(01)   VALUE SPACE.
       01  WS-HIER-LOOKUP-CODE         PIC X(04)   VALUE SPACES.
       01  WS-HIER-LOOKUP-PARENT       PIC X(04)   VALUE SPACES.

       01  WS-UNASSIGNED-COUNT         PIC 9(4)    VALUE 0.

       01  WS-EVENT-FILE-STATUS        PIC XX      VALUE "00".
           88  WS-EVENT-FILE-OK                    VALUE "00".

       01  WS-EVENT-FILE-OPEN-SWITCH   PIC X       VALUE "N".
           88  WS-EVENT-FILE-OPEN                  VALUE "Y".

       01  WS-MAP-VALID-SWITCH         PIC X       VALUE "N".
           88  WS-MAP-VALID                        VALUE "Y".

       01  WS-GL-JOURNAL-STATUS        PIC XX      VALUE "00".
           88  WS-GL-JOURNAL-OK                    VALUE "00".

       01  WS-GL-HISTORY-STATUS        PIC XX      VALUE "00".
           88  WS-GL-HISTORY-OK                    VALUE "00".

       01  WS-GL-WORK.
           05  WS-GLW-RUN-DATE         PIC 9(08).
           05  WS-GLW-BATCH-ID         PIC X(08).
           05  WS-GLW-TOTAL-AMOUNT     PIC 9(09)V99.
           05  WS-GLW-HI-ORDER-CARRY   PIC 9(09).
           05  WS-GLW-RECORD-TYPE      PIC X(01).
           05  WS-GLW-DETAIL-CODE      PIC X(04).
           05  WS-GLW-ENTRY-SIDE       PIC X(01).
           05  FILLER                  PIC X(38).

       01  WS-JOURNAL-STATUS           PIC X(01)   VALUE "P".
           88  WS-JRN-POSTABLE                     VALUE "P".
           88  WS-JRN-HELD-NO-MASTER               VALUE "M".
           88  WS-JRN-HELD-UNMAPPED                VALUE "U".
           88  WS-JRN-HELD-BATCH                   VALUE "B".
           88  WS-JRN-HELD-UNBALANCED              VALUE "X".

       01  WS-JOURNAL-TOTALS.
           05  WS-JRN-DEBIT-TOTAL      PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-JRN-DEBIT-HI         PIC 9(9)    COMP-3 VALUE 0.
           05  WS-JRN-CREDIT-TOTAL     PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-JRN-CREDIT-HI        PIC 9(9)    COMP-3 VALUE 0.
           05  WS-JRN-LINE-COUNT       PIC 9(6)    VALUE 0.
           05  WS-JRN-UNMAPPED-COUNT   PIC 9(6)    VALUE 0.

       01  WS-JOURNAL-LINE-FIELDS.
           05  WS-JRN-LINE-SIDE        PIC X(01)   VALUE SPACE.
           05  WS-JRN-LINE-ACCOUNT     PIC X(10)   VALUE SPACES.
           05  WS-JRN-LINE-COST-CENTER PIC X(06)   VALUE SPACES.
           05  WS-JRN-LINE-TYPE        PIC X(01)   VALUE SPACE.
           05  WS-JRN-LINE-CODE        PIC X(04)   VALUE SPACES.
           05  WS-JRN-ADD-AMOUNT       PIC 9(9)V99 VALUE 0.
           05  WS-JRN-ADD-HI           PIC 9(9)    VALUE 0.

       01  WS-JOURNAL-HDR-LINE         PIC X(44)
           VALUE "GL JOURNAL (GLJRNL)".

       01  WS-UNMAPPED-LINE.
           05  FILLER                  PIC X(11)
               VALUE "  UNMAPPED ".
           05  WS-UNM-TYPE-OUT         PIC X(09).
           05  WS-UNM-CODE-OUT         PIC X(04).
           05  FILLER                  PIC X(09)
               VALUE "  AMOUNT:".
           05  WS-UNM-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05)
               VALUE " REV:".
           05  WS-UNM-REV-OUT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-JOURNAL-STATUS-LINE.
           05  FILLER                  PIC X(20)
               VALUE "JOURNAL STATUS.....:".
           05  WS-JRN-STATUS-OUT       PIC X(32).

       01  WS-JOURNAL-DEBIT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "JOURNAL DEBITS.....:".
           05  WS-JRN-DEBIT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-JRN-DEBIT-HI-OUT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-JOURNAL-CREDIT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "JOURNAL CREDITS....:".
           05  WS-JRN-CREDIT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-JRN-CREDIT-HI-OUT    PIC ZZZ,ZZZ,ZZ9.

       01  WS-JOURNAL-COUNT-LINE.
           05  FILLER                  PIC X(20)
               VALUE "JOURNAL LINES......:".
           05  WS-JRN-LINES-OUT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)
               VALUE "  UNMAPPED:".
           05  WS-JRN-UNMAPPED-OUT     PIC ZZZ,ZZ9.

       01  WS-RUN-STAMP.
           05  WS-STAMP-DATE           PIC 9(08)   VALUE 0.
           05  WS-STAMP-TIME           PIC 9(08)   VALUE 0.

       01  WS-DUPLICATE-LINE.
           05  FILLER                  PIC X(31)
               VALUE "          ORIGINALLY ACCEPTED: ".
           05  WS-DUP-DATE-OUT         PIC 9(08).
           05  FILLER                  PIC X(09)
               VALUE "  BATCH: ".
           05  WS-DUP-BATCH-OUT        PIC X(08).

       01  WS-REVERSED-KEY-FIELDS.
           05  WS-RVK-ACCEPT-DATE      PIC 9(08)   VALUE 0.
           05  WS-RVK-BATCH-ID         PIC X(08)   VALUE SPACES.
           05  WS-RVK-BRANCH-CODE      PIC X(04)   VALUE SPACES.
           05  WS-RVK-CURRENCY-CODE    PIC X(03)   VALUE SPACES.

       01  WS-TRAILER-ADJ-TOTAL        PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-TRAILER-ADJ-COUNT        PIC 9(9)    VALUE 0.

       01  WS-REVERSAL-LIST.
           05  WS-REVERSAL-LIST-COUNT  PIC 9(4)    VALUE 0.
           05  WS-REVERSAL-LIST-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-RVL-IDX.
               10  WS-RVL-KEY          PIC X(10).
               10  WS-RVL-ORIG-DATE    PIC 9(08).
               10  WS-RVL-ORIG-BATCH   PIC X(08).
               10  WS-RVL-BRANCH       PIC X(04).
               10  WS-RVL-CURRENCY     PIC X(03).
               10  WS-RVL-AMOUNT       PIC 9(9)V99 COMP-3.

       01  WS-REVERSAL-HDR-LINE        PIC X(44)
           VALUE "REVERSALS / ADJUSTMENTS ACCEPTED".

       01  WS-REVERSAL-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RVD-KEY-OUT          PIC X(10).
           05  FILLER                  PIC X(06)
               VALUE " ORIG ".
           05  WS-RVD-DATE-OUT         PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RVD-BATCH-OUT        PIC X(08).
           05  FILLER                  PIC X(04)
               VALUE " BR ".
           05  WS-RVD-BRANCH-OUT       PIC X(04).
           05  FILLER                  PIC X(05)
               VALUE " CUR ".
           05  WS-RVD-CURRENCY-OUT     PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RVD-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REVERSAL-UNLISTED-LINE.
           05  FILLER                  PIC X(20)
               VALUE "  NOT LISTED.......:".
           05  WS-RVU-COUNT-OUT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(28)
               VALUE "  (INCLUDED IN TOTALS BELOW)".

       01  WS-PTD-ROLL-TYPE            PIC X(01)   VALUE SPACE.
       01  WS-PTD-ROLL-CODE            PIC X(04)   VALUE SPACES.
       01  WS-PTD-ROLL-AMOUNT          PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-PTD-ROLL-HI-ORDER        PIC 9(9)    COMP-3 VALUE 0.
       01  WS-PTD-ROLL-REV-AMOUNT      PIC 9(9)V99 COMP-3 VALUE 0.
       01  WS-PTD-ROLL-REV-HI-ORDER    PIC 9(9)    COMP-3 VALUE 0.
       01  WS-PTD-ROLL-NET             PIC 9(18)V99
                                       COMP-3 VALUE 0.
       01  WS-PTD-ROLL-REV-NET         PIC 9(18)V99
                                       COMP-3 VALUE 0.

       01  WS-REGISTER-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-REGISTER-EOF                     VALUE "Y".
           05  WS-CURBAT-SUM           PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-CURBAT-HI-ORDER      PIC 9(9)    COMP-3 VALUE 0.
           05  WS-CURBAT-DETAIL-COUNT  PIC 9(9)    VALUE 0.
           05  WS-CURBAT-ADJ-SUM       PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-CURBAT-ADJ-HI-ORDER  PIC 9(9)    COMP-3 VALUE 0.
           05  WS-CURBAT-ADJ-COUNT     PIC 9(9)    VALUE 0.
           05  WS-CURBAT-REPLAY-SW     PIC X       VALUE "N".
           05  WS-CURBAT-DISABLED-SW   PIC X       VALUE "N".
           05  WS-CURBAT-SUPP-SW       PIC X       VALUE "N".
                                       PIC 9(9)V99 COMP-3.
               10  WS-BAT-TRAILER-COUNT
                                       PIC 9(9).
               10  WS-BAT-ADJ-SUM      PIC 9(9)V99 COMP-3.
               10  WS-BAT-ADJ-HI-ORDER PIC 9(9)    COMP-3.
               10  WS-BAT-ADJ-COUNT    PIC 9(9).
               10  WS-BAT-TRAILER-ADJ-TOTAL
                                       PIC 9(9)V99 COMP-3.
               10  WS-BAT-TRAILER-ADJ-COUNT
                                       PIC 9(9).
               10  WS-BAT-TRAILER-SW   PIC X.
                   88  WS-BAT-TRAILER-SEEN         VALUE "Y".
               10  WS-BAT-MATCH-SW     PIC X.
               VALUE " ".
           05  WS-BRL-RESULT-OUT       PIC X(08).

       01  WS-BATCH-ADJUST-LINE.
           05  FILLER                  PIC X(14)
               VALUE "      REVERSED".
           05  FILLER                  PIC X(05)
               VALUE " SUM:".
           05  WS-BAL-SUM-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05)
               VALUE " TRL:".
           05  WS-BAL-TRL-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05)
               VALUE " CNT:".
           05  WS-BAL-CNT-OUT          PIC ZZZZZ9.
           05  FILLER                  PIC X(01)
               VALUE "/".
           05  WS-BAL-EXP-OUT          PIC ZZZZZ9.

       01  WS-BATCH-TABLE-FULL-LINE    PIC X(44)
           VALUE "BATCH RESULT TABLE FULL - TRANSMISSION HELD".

           05  WS-RECORD-COUNT         PIC 9(9)    VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9)    VALUE 0.
           05  WS-PHYSICAL-READ-COUNT  PIC 9(9)    VALUE 0.
           05  WS-DUPLICATE-COUNT      PIC 9(9)    VALUE 0.
           05  WS-REVERSAL-COUNT       PIC 9(9)    VALUE 0.
           05  WS-REVERSAL-REJECT-COUNT
                                       PIC 9(9)    VALUE 0.

       01  WS-REJECT-CEILING           PIC 9(9)V99 VALUE 500000000.

           05  WS-BATCH-TOTAL          PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-BATCH-TOTAL-HI-ORDER PIC 9(9)    COMP-3 VALUE 0.
           05  WS-SUM-HI-ORDER         PIC 9(9)    COMP-3 VALUE 0.
           05  WS-REVERSAL-SUM         PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-REVERSAL-HI-ORDER    PIC 9(9)    COMP-3 VALUE 0.
           05  WS-NET-TOTAL            PIC S9(18)V99
                                       COMP-3 VALUE 0.
           05  WS-SUM-CAPACITY         PIC 9(9)V99
                                       VALUE 999999999.99.

       01  WS-ADD-AMOUNT               PIC 9(9)V99 VALUE 0.

       01  WS-CARRY-UNIT               PIC 9(10)   VALUE 1000000000.

       01  WS-BUCKET-NOW               PIC 9(18)V99
                                       COMP-3 VALUE 0.

       01  WS-OVERFLOW-WARNING-LINE.
           05  FILLER                  PIC X(20)
               VALUE "OVERFLOW ON RECORD: ".
               10  WS-BR-CODE          PIC X(04).
               10  WS-BR-SUBTOTAL      PIC 9(9)V99 COMP-3 VALUE 0.
               10  WS-BR-HI-ORDER      PIC 9(9)    COMP-3 VALUE 0.
               10  WS-BR-REV-SUBTOTAL  PIC 9(9)V99 COMP-3 VALUE 0.
               10  WS-BR-REV-HI-ORDER  PIC 9(9)    COMP-3 VALUE 0.
               10  WS-BR-CLOSED-TOTAL  PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-BR-CLOSED-REV    PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-BR-HELD-TOTAL    PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-BR-HELD-REV      PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-BR-GL-ACCOUNT    PIC X(10).
               10  WS-BR-COST-CENTER   PIC X(06).
               10  WS-BR-REGION        PIC X(04).
               10  WS-BR-DIVISION      PIC X(04).

      *****************************************************************
      *  REGION/DIVISION ROLLUP OF THE BRANCH TABLE, KEPT IN DIVISION
      *  AND REGION ORDER AS IT IS BUILT.  AN UNASSIGNED BRANCH OR
      *  REGION CARRIES HIGH-VALUES SO IT SORTS AND PRINTS LAST.
      *  THERE CAN BE NO MORE REGIONS THAN BRANCHES, SO THE TABLE
      *  CANNOT FILL.
      *****************************************************************
       01  WS-ROLLUP-FOUND-SWITCH      PIC X       VALUE "N".
           88  WS-ROLLUP-FOUND                     VALUE "Y".

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

       01  WS-ROLLUP-LINES.
           05  WS-ROLLUP-HDR-LINE.
               10  FILLER              PIC X(29)
                   VALUE "REGION/DIVISION ROLLUP AS OF ".
               10  WS-RU-DATE-OUT      PIC 9(08).
           05  WS-ROLLUP-NONE-LINE     PIC X(44)
               VALUE "REGION ROLLUP NOT PRINTED - NO HIERFILE".
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

       01  WS-CURRENCY-FOUND-SWITCH    PIC X       VALUE "N".
           88  WS-CURRENCY-FOUND                   VALUE "Y".
               10  WS-CUR-CODE         PIC X(03).
               10  WS-CUR-SUBTOTAL     PIC 9(9)V99 COMP-3 VALUE 0.
               10  WS-CUR-HI-ORDER     PIC 9(9)    COMP-3 VALUE 0.
               10  WS-CUR-REV-SUBTOTAL PIC 9(9)V99 COMP-3 VALUE 0.
               10  WS-CUR-REV-HI-ORDER PIC 9(9)    COMP-3 VALUE 0.
               10  WS-CUR-CLOSED-TOTAL PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-CUR-CLOSED-REV   PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-CUR-HELD-TOTAL   PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-CUR-HELD-REV     PIC 9(18)V99
                                       COMP-3 VALUE 0.
               10  WS-CUR-GL-ACCOUNT   PIC X(10).
               10  WS-CUR-COST-CENTER  PIC X(06).

       01  WS-CURRENCY-LINE.
           05  FILLER                  PIC X(11)
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-CUR-HI-ORDER-OUT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)
               VALUE " REV:".
           05  WS-CUR-REV-OUT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BRANCH-LINE.
           05  FILLER                  PIC X(11)
           05  FILLER                  PIC X(11)
               VALUE "  HI-ORDER:".
           05  WS-BR-HI-ORDER-OUT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)
               VALUE " REV:".
           05  WS-BR-REV-OUT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BUCKET-WARNING-LINE.
           05  WS-BWARN-REASON-OUT     PIC X(20).
               10  FILLER              PIC X(20)
                   VALUE "RECORDS REJECTED...:".
               10  WS-REJ-COUNT-OUT    PIC ZZZ,ZZZ,ZZ9.
           05  WS-DUPLICATE-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "DUPLICATE KEYS.....:".
               10  WS-DUP-COUNT-OUT    PIC ZZZ,ZZZ,ZZ9.
           05  WS-REVERSAL-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "REVERSALS READ.....:".
               10  WS-REV-COUNT-OUT    PIC ZZZ,ZZZ,ZZ9.
           05  WS-REVERSAL-REJECT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "REVERSALS REJECTED.:".
               10  WS-REV-REJ-COUNT-OUT
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-SUPP-ACCUM-LINE.
               10  FILLER              PIC X(20)
                   VALUE "SUPP RECS ACCUMLTD.:".
               10  FILLER              PIC X(20)
                   VALUE "WS-SUM HI-ORDER....:".
               10  WS-HI-ORDER-OUT     PIC ZZZ,ZZZ,ZZ9.
           05  WS-REVERSAL-SUM-LINE.
               10  FILLER              PIC X(20)
                   VALUE "REVERSAL TOTAL.....:".
               10  WS-REV-SUM-OUT      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(11)
                   VALUE "  HI-ORDER:".
               10  WS-REV-HI-OUT       PIC ZZZ,ZZZ,ZZ9.
           05  WS-NET-TOTAL-LINE.
               10  FILLER              PIC X(20)
                   VALUE "NET OF REVERSALS...:".
               10  WS-NET-TOTAL-OUT    PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BATCH-LINE.
               10  FILLER              PIC X(20)
                   VALUE "TRAILER BATCH TOTAL:".
           PERFORM 7000-MARK-REFED-REJECTS
           PERFORM 4000-PRINT-REPORT
           PERFORM 5000-WRITE-GL-INTERFACE
           PERFORM 5500-WRITE-SUSPENSE
           PERFORM 5700-WRITE-GL-JOURNAL
           PERFORM 6000-APPEND-HISTORY
           PERFORM 6500-ROLL-PERIOD-TO-DATE
           PERFORM 9000-TERMINATE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-MACHINE-DATE
           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           ACCEPT WS-STAMP-TIME FROM TIME
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM DELIMITED BY "/"
               DISPLAY WS-OPEN-ERROR-LINE
               SET WS-FATAL-ERROR TO TRUE
           END-IF
           OPEN OUTPUT GL-JOURNAL
           IF NOT WS-GL-JOURNAL-OK
               MOVE "GLJRNL" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-GL-JOURNAL-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               SET WS-FATAL-ERROR TO TRUE
           END-IF
               STOP RUN
           END-IF
           PERFORM 1500-INITIALIZE-HISTORY
           PERFORM 1510-INITIALIZE-AUDIT-FILE
           PERFORM 1520-INITIALIZE-GL-HISTORY
           PERFORM 1600-INITIALIZE-REJECT-FILE
           PERFORM 1700-OPEN-REFERENCE-MASTER
           PERFORM 1750-OPEN-KEY-REGISTER
           PERFORM 1760-OPEN-SUSPENSE-FILE
           PERFORM 1770-OPEN-MAPPING-MASTER
           PERFORM 1780-OPEN-HIERARCHY-MASTER
           PERFORM 1790-OPEN-EVENT-FILE
           PERFORM 1850-RECORD-RUN-START
           PERFORM 1200-LOAD-LAST-CHECKPOINT
           IF WS-RESTART-REQUESTED
               STOP RUN
           END-IF.

      *****************************************************************
      *  THE AUDIT TRAIL AND THE GL HISTORY ARE KEPT ACROSS RUNS THE
      *  SAME WAY AS HISTFILE - EVERY RECORD CARRIES ITS RUN DATE -
      *  SO EVERY BATCH OF A BUSINESS DATE STAYS ON FILE AND THE
      *  DATE CAN STILL BE PROVED (SUMPROOF) AFTER LATER RUNS.
      *  SUMARCH AGES BOTH BY RUN DATE.  GLFILE ITSELF IS STILL
      *  REWRITTEN EVERY RUN FOR THE POSTING JOB TO PICK UP.
      *****************************************************************
       1510-INITIALIZE-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               CLOSE AUDIT-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               MOVE "AUDITFIL" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-INITIALIZE-GL-HISTORY.
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GL-HISTORY-STATUS = "00"
               CLOSE GL-HISTORY-FILE
           ELSE
               OPEN OUTPUT GL-HISTORY-FILE
               CLOSE GL-HISTORY-FILE
           END-IF
           OPEN EXTEND GL-HISTORY-FILE
           IF NOT WS-GL-HISTORY-OK
               MOVE "GLHIST" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-GL-HISTORY-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1600-INITIALIZE-REJECT-FILE.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
           END-IF.

      *****************************************************************
      *  THE KEY REGISTER IS THE ONLY GUARD AGAINST AN ITEM POSTING
      *  TWICE, SO UNLIKE THE REFERENCE MASTER IT IS NOT OPTIONAL - A
      *  FIRST RUN CREATES IT EMPTY, AND ANY OTHER OPEN FAILURE ENDS
      *  THE RUN BEFORE A SINGLE DETAIL IS ACCEPTED.
      *****************************************************************
       1750-OPEN-KEY-REGISTER.
           OPEN I-O KEY-REGISTER
           IF WS-KEY-REGISTER-STATUS = "35"
               OPEN OUTPUT KEY-REGISTER
               CLOSE KEY-REGISTER
               OPEN I-O KEY-REGISTER
           END-IF
           IF NOT WS-KEY-REGISTER-OK
               MOVE "KEYFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-KEY-REGISTER-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  THE SUSPENSE FILE IS THE ONLY WAY A HELD BATCH CAN REACH
      *  THE GL SHORT OF A FULL RE-FEED, SO LIKE THE KEY REGISTER A
      *  FIRST RUN CREATES IT EMPTY AND ANY OTHER OPEN FAILURE ENDS
      *  THE RUN.
      *****************************************************************
       1760-OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF NOT WS-SUSPENSE-OK
               MOVE "SUSPFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-SUSPENSE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  THE MAPPING MASTER IS ONLY READ WHEN THE JOURNAL IS BUILT,
      *  SO A MISSING MASTER DOES NOT STOP THE RUN - THE SUMMARY AND
      *  DETAIL GL RECORDS STILL GO OUT AND ONLY THE JOURNAL IS
      *  HELD, THE SAME WAY A CODE WITH NO MAPPING HOLDS IT.
      *****************************************************************
       1770-OPEN-MAPPING-MASTER.
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS = "00"
               SET WS-MAPPING-LOADED TO TRUE
           ELSE
               DISPLAY WS-NO-MAPPING-LINE
           END-IF.

      *****************************************************************
      *  THE HIERARCHY MASTER ONLY FEEDS THE REGION/DIVISION ROLLUP,
      *  SO A MISSING MASTER DOES NOT STOP THE RUN - THE BRANCH
      *  BREAKDOWN STILL PRINTS AND THE ROLLUP IS LEFT OFF.
      *****************************************************************
       1780-OPEN-HIERARCHY-MASTER.
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-STATUS = "00"
               SET WS-HIERARCHY-LOADED TO TRUE
           ELSE
               DISPLAY WS-NO-HIERARCHY-LINE
           END-IF.

      *****************************************************************
      *  THE EVENT FEED IS SHARED BY THE WHOLE SUITE AND ONLY EVER
      *  APPENDED TO.  IT IS A COPY OF EXCEPTIONS THE REPORTS ALREADY
      *  CARRY, SO A FEED THAT CANNOT BE OPENED IS DISPLAYED AND THE
      *  RUN CARRIES ON WITHOUT IT.
      *****************************************************************
       1790-OPEN-EVENT-FILE.
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
      *  REFUSES TO RERUN A BATCH ID THAT ALREADY COMPLETED WITH A
      *  CLEAN CONTROL TOTAL TODAY, UNLESS THE FORCE PARM WAS GIVEN.
                                   AND REG-CONTROL-MATCHED
                               SET WS-ALREADY-RUN TO TRUE
                           END-IF
                           IF REG-RUN-DATE = WS-RUN-DATE
                                   AND REG-RUN-STAMP NOT = SPACES
                               PERFORM 1810-NOTE-DATE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               STOP RUN
           END-IF.

      *****************************************************************
      *  THE SAME PASS NOTES EVERY RUN OF ANY BATCH ID FOR THE
      *  BUSINESS DATE BY ITS RUN STAMP, AND WHICH OF THEM WROTE A
      *  COMPLETION RECORD, SO 2080 CAN TELL THE KEYS LEFT BY A RUN
      *  THAT ABENDED.
      *****************************************************************
       1810-NOTE-DATE-RUN.
           MOVE "N" TO WS-DATE-RUN-FOUND-SWITCH
           PERFORM VARYING WS-DRN-IDX FROM 1 BY 1
                   UNTIL WS-DRN-IDX > WS-DATE-RUN-COUNT
                       OR WS-DATE-RUN-FOUND
               IF WS-DRN-STAMP(WS-DRN-IDX) = REG-RUN-STAMP
                   IF REG-RUN-COMPLETED
                       MOVE "Y" TO WS-DRN-COMPLETED-SW(WS-DRN-IDX)
                   END-IF
                   SET WS-DATE-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DATE-RUN-FOUND
               IF WS-DATE-RUN-COUNT >= 500
                   IF NOT WS-DATE-RUN-TABLE-FULL
                       SET WS-DATE-RUN-TABLE-FULL TO TRUE
                       DISPLAY WS-DATE-RUN-TABLE-FULL-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-DATE-RUN-COUNT
                   SET WS-DRN-IDX TO WS-DATE-RUN-COUNT
                   MOVE REG-RUN-STAMP TO WS-DRN-STAMP(WS-DRN-IDX)
                   MOVE "N" TO WS-DRN-COMPLETED-SW(WS-DRN-IDX)
                   IF REG-RUN-COMPLETED
                       MOVE "Y" TO WS-DRN-COMPLETED-SW(WS-DRN-IDX)
                   END-IF
               END-IF
           END-IF.

       1850-RECORD-RUN-START.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
           MOVE WS-BATCH-ID TO REG-BATCH-ID
           MOVE WS-RUN-DATE TO REG-RUN-DATE
           SET REG-RUN-STARTED TO TRUE
           MOVE WS-STAMP-DATE TO REG-EVENT-DATE
           MOVE WS-STAMP-TIME TO REG-EVENT-TIME
           MOVE WS-RUN-STAMP TO REG-RUN-STAMP
           WRITE REGISTER-RECORD.

      *****************************************************************
      *  THE CHECKPOINT FILE IS INDEXED BY BATCH ID AND CARRIES ONE
      *  RECORD PER BATCH - THE LATEST CHECKPOINT IS A SINGLE KEYED
      *  READ AND THE PURGE IS A KEYED DELETE.
      *****************************************************************
       1200-LOAD-LAST-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
                   PERFORM 2010-START-NEW-BATCH
               WHEN BR-DETAIL-REC
                   PERFORM 2050-PROCESS-DETAIL
               WHEN BR-ADJUSTMENT-REC
                   PERFORM 2500-PROCESS-ADJUSTMENT
               WHEN BR-TRAILER-REC
                   PERFORM 2200-CAPTURE-TRAILER
               WHEN BR-GRAND-TRAILER-REC
           MOVE 0 TO WS-CURBAT-SUM
           MOVE 0 TO WS-CURBAT-HI-ORDER
           MOVE 0 TO WS-CURBAT-DETAIL-COUNT
           MOVE 0 TO WS-CURBAT-ADJ-SUM
           MOVE 0 TO WS-CURBAT-ADJ-HI-ORDER
           MOVE 0 TO WS-CURBAT-ADJ-COUNT
           MOVE WS-IN-REPLAY-SWITCH TO WS-CURBAT-REPLAY-SW
           IF WS-CURBAT-ID(1:4) = "SUPP"
               MOVE "Y" TO WS-CURBAT-SUPP-SW
           MOVE 0 TO WS-CURBAT-SUM
           MOVE 0 TO WS-CURBAT-HI-ORDER
           MOVE 0 TO WS-CURBAT-DETAIL-COUNT
           MOVE 0 TO WS-CURBAT-ADJ-SUM
           MOVE 0 TO WS-CURBAT-ADJ-HI-ORDER
           MOVE 0 TO WS-CURBAT-ADJ-COUNT
           MOVE WS-IN-REPLAY-SWITCH TO WS-CURBAT-REPLAY-SW
           IF WS-CURBAT-ID(1:4) = "SUPP"
               MOVE "Y" TO WS-CURBAT-SUPP-SW
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-CURBAT-DETAIL-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-DUPLICATE-SWITCH
           IF WS-REFERENCE-LOADED
               PERFORM 2055-VALIDATE-CODES
           END-IF
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2080-CHECK-DUPLICATE-KEY
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2060-REJECT-DETAIL
           ELSE
           MOVE WS-REJECT-REASON TO WS-REJ-REASON-OUT
           MOVE WS-REJECT-LINE TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE
           IF WS-DUPLICATE-KEY
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE KEY-ACCEPT-DATE TO WS-DUP-DATE-OUT
               MOVE KEY-BATCH-ID TO WS-DUP-BATCH-OUT
               MOVE WS-DUPLICATE-LINE TO REJECT-RPT-LINE
               WRITE REJECT-RPT-LINE
           END-IF
           PERFORM 2070-WRITE-REJECT-MASTER.

       2070-WRITE-REJECT-MASTER.
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-RUN-DATE TO REJ-REJECT-DATE
           MOVE WS-CURBAT-ID TO REJ-BATCH-ID
           IF WS-DUPLICATE-KEY
               MOVE KEY-ACCEPT-DATE TO REJ-ORIG-DATE
               MOVE KEY-BATCH-ID TO REJ-ORIG-BATCH-ID
           END-IF
           SET REJ-PENDING TO TRUE
           WRITE REJECT-RECORD.

      *****************************************************************
      *  A KEY ALREADY ON THE REGISTER IS A DUPLICATE, WHETHER IT
      *  WAS ACCEPTED EARLIER IN THIS RUN OR ON AN EARLIER NIGHT, AND
      *  THE REJECT CARRIES THE ORIGINAL DATE AND BATCH SO SUMREJ
      *  CAN SHOW WHERE THE FIRST COPY WENT.  THE ONE EXCEPTION IS A
      *  KEY LEFT BY AN EARLIER RUN OF THE SAME BATCH ID FOR THE
      *  SAME BUSINESS DATE WHOSE MONEY NEVER WENT TO THE GL: EITHER
      *  THIS IS A CHECKPOINT RESTART PICKING UP THE FAILED RUN'S
      *  RECORDS AGAIN, OR THE EARLIER RUN HELD THE BATCH AND THAT
      *  HOLD IS STILL OPEN ON SUSPFILE UNDER THE KEY'S OWN RUN
      *  STAMP, OR THE EARLIER RUN ABENDED - REGFILE HAS ITS START
      *  BUT NO COMPLETION - SO NOTHING IT ACCEPTED EVER POSTED OR
      *  WAS HELD.  THE LAST COVERS A PLAIN FULL RERUN AFTER AN
      *  ABEND, AND THE PRE-CHECKPOINT KEYS A RESTART LEFT BEHIND
      *  WHEN IT HELD THE BATCH FOR RERUN IN FULL.  THEN THE KEY IS
      *  ACCEPTED AND ITS REGISTER ENTRY REFRESHED.  A KEY FROM A
      *  BATCH THAT POSTED, OR WHOSE HOLD WAS RELEASED OR
      *  SUPERSEDED, IS A DUPLICATE LIKE ANY OTHER, WHATEVER PARM OR
      *  RUN-LEVEL BATCH ID BROUGHT IT BACK.
      *****************************************************************
       2080-CHECK-DUPLICATE-KEY.
           MOVE "N" TO WS-KEY-ON-FILE-SWITCH
           MOVE BR-RECORD-KEY TO KEY-RECORD-KEY
           READ KEY-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-KEY-ON-FILE TO TRUE
                   MOVE "N" TO WS-OPEN-HOLD-SWITCH
                   MOVE "N" TO WS-ABENDED-RUN-SWITCH
                   IF KEY-ACCEPT-DATE = WS-RUN-DATE
                           AND KEY-BATCH-ID = WS-CURBAT-ID
                           AND KEY-RUN-STAMP NOT = WS-RUN-STAMP
                           AND NOT WS-WAS-RESTARTED
                       MOVE KEY-RUN-STAMP TO WS-HOLD-LOOKUP-STAMP
                       PERFORM 2085-CHECK-OPEN-HOLD
                       IF NOT WS-OPEN-HOLD-FOUND
                           PERFORM 2087-CHECK-ABENDED-RUN
                       END-IF
                   END-IF
                   IF KEY-ACCEPT-DATE = WS-RUN-DATE
                           AND KEY-BATCH-ID = WS-CURBAT-ID
                           AND KEY-RUN-STAMP NOT = WS-RUN-STAMP
                           AND (WS-WAS-RESTARTED
                                OR WS-OPEN-HOLD-FOUND
                                OR WS-ABENDED-RUN-FOUND)
                       CONTINUE
                   ELSE
                       SET WS-DUPLICATE-KEY TO TRUE
                       MOVE "DUPLICATE KEY" TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *****************************************************************
      *  THE HOLD IS LOOKED UP BY ITS FULL KEY - BUSINESS DATE,
      *  BATCH ID AND THE RUN STAMP OF THE RUN THAT HELD IT.
      *****************************************************************
       2085-CHECK-OPEN-HOLD.
           MOVE "N" TO WS-OPEN-HOLD-SWITCH
           MOVE WS-RUN-DATE TO SUSP-BUSINESS-DATE
           MOVE WS-CURBAT-ID TO SUSP-BATCH-ID
           MOVE WS-HOLD-LOOKUP-STAMP TO SUSP-HOLD-STAMP
           READ SUSPENSE-FILE
               KEY IS SUSP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUSP-OPEN
                       SET WS-OPEN-HOLD-FOUND TO TRUE
                   END-IF
           END-READ.

       2087-CHECK-ABENDED-RUN.
           MOVE "N" TO WS-ABENDED-RUN-SWITCH
           PERFORM VARYING WS-DRN-IDX FROM 1 BY 1
                   UNTIL WS-DRN-IDX > WS-DATE-RUN-COUNT
                       OR WS-ABENDED-RUN-FOUND
               IF WS-DRN-STAMP(WS-DRN-IDX) = WS-HOLD-LOOKUP-STAMP
                       AND NOT WS-DRN-COMPLETED(WS-DRN-IDX)
                   SET WS-ABENDED-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2090-REGISTER-ACCEPTED-KEY.
           IF NOT WS-KEY-ON-FILE
               MOVE SPACES TO KEY-REGISTER-RECORD
               MOVE 0 TO KEY-REVERSED-AMOUNT
               MOVE 0 TO KEY-REVERSED-DATE
           END-IF
           MOVE BR-RECORD-KEY TO KEY-RECORD-KEY
           MOVE WS-RUN-DATE TO KEY-ACCEPT-DATE
           MOVE WS-CURBAT-ID TO KEY-BATCH-ID
           MOVE BR-BRANCH-CODE TO KEY-BRANCH-CODE
           MOVE BR-CURRENCY-CODE TO KEY-CURRENCY-CODE
           MOVE BR-AMOUNT TO KEY-AMOUNT
           MOVE WS-RUN-STAMP TO KEY-RUN-STAMP
           IF WS-KEY-ON-FILE
               REWRITE KEY-REGISTER-RECORD
           ELSE
               WRITE KEY-REGISTER-RECORD
           END-IF.

       2100-ACCUMULATE-DETAIL.
           PERFORM 2090-REGISTER-ACCEPTED-KEY
           PERFORM 2110-ACCUM-BRANCH-SUBTOTAL
           PERFORM 2120-ACCUM-CURRENCY-SUBTOTAL
           MOVE BR-AMOUNT TO WS-ADD-AMOUNT
                   ADD 1 TO WS-BRANCH-COUNT
                   SET WS-BR-IDX TO WS-BRANCH-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BR-CODE(WS-BR-IDX)
                   MOVE BR-RECORD-KEY TO WS-BWARN-KEY-OUT
                   MOVE BR-AMOUNT TO WS-BWARN-AMOUNT-OUT
                   PERFORM 2115-RESOLVE-BRANCH-HIERARCHY
                   PERFORM 2112-ADD-TO-BRANCH-SUBTOTAL
               END-IF
           END-IF.
               ADD BR-AMOUNT TO WS-BR-SUBTOTAL(WS-BR-IDX)
           END-IF.

      *****************************************************************
      *  A BRANCH IS PLACED IN THE REGION AND DIVISION IN EFFECT ON
      *  THE BUSINESS DATE WHEN IT FIRST ENTERS THE BRANCH TABLE.
      *  THE ITEM IS STILL ACCEPTED WHEN THE BRANCH (OR ITS REGION)
      *  HAS NO ASSIGNMENT, BUT IT IS WARNED ON OVFLRPT AND ROLLS UP
      *  UNDER "NONE" SO THE ROLLUP STILL TIES TO THE BRANCH LINES.
      *  THE CALLER HAS ALREADY SET THE WARNING KEY AND AMOUNT.
      *****************************************************************
       2115-RESOLVE-BRANCH-HIERARCHY.
           MOVE HIGH-VALUES TO WS-BR-REGION(WS-BR-IDX)
           MOVE HIGH-VALUES TO WS-BR-DIVISION(WS-BR-IDX)
           IF WS-HIERARCHY-LOADED
               MOVE "B" TO WS-HIER-LOOKUP-LEVEL
               MOVE WS-BR-CODE(WS-BR-IDX) TO WS-HIER-LOOKUP-CODE
               PERFORM 2117-FIND-HIERARCHY-PARENT
               IF WS-HIER-FOUND
                   MOVE WS-HIER-LOOKUP-PARENT
                       TO WS-BR-REGION(WS-BR-IDX)
                   MOVE "R" TO WS-HIER-LOOKUP-LEVEL
                   MOVE WS-BR-REGION(WS-BR-IDX) TO WS-HIER-LOOKUP-CODE
                   PERFORM 2117-FIND-HIERARCHY-PARENT
                   IF WS-HIER-FOUND
                       MOVE WS-HIER-LOOKUP-PARENT
                           TO WS-BR-DIVISION(WS-BR-IDX)
                   ELSE
                       MOVE "REGION NOT IN DIV:  "
                           TO WS-BWARN-REASON-OUT
                   END-IF
               ELSE
                   MOVE "NO HIERARCHY ASSIGN:" TO WS-BWARN-REASON-OUT
               END-IF
               IF WS-BR-DIVISION(WS-BR-IDX) = HIGH-VALUES
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   MOVE "HIERFILE" TO WS-BWARN-TABLE-OUT
                   MOVE WS-BR-CODE(WS-BR-IDX) TO WS-BWARN-CODE-OUT
                   PERFORM 2900-WRITE-BUCKET-WARNING
               END-IF
           END-IF.

      *****************************************************************
      *  THE ASSIGNMENT IN EFFECT ON THE BUSINESS DATE IS THE ACTIVE
      *  RECORD FOR THE LEVEL AND CODE WITH THE LATEST EFFECTIVE DATE
      *  NOT AFTER IT.  THE KEY ORDERS A CODE'S RECORDS BY EFFECTIVE
      *  DATE, SO ONE BROWSE FROM THE CODE'S FIRST RECORD FINDS IT.
      *****************************************************************
       2117-FIND-HIERARCHY-PARENT.
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
                               OR HIER-EFFECTIVE-DATE > WS-RUN-DATE
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

       2120-ACCUM-CURRENCY-SUBTOTAL.
           SET WS-CURRENCY-FOUND-SWITCH TO "N"
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
                       OR WS-CURRENCY-FOUND
               IF WS-CUR-CODE(WS-CUR-IDX) = BR-CURRENCY-CODE
                   PERFORM 2122-ADD-TO-CURRENCY-SUBTOTAL
                   SET WS-CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CURRENCY-FOUND
               IF WS-CURRENCY-COUNT >= WS-CURRENCY-LIMIT
                   MOVE "CURRENCY TABLE FULL:" TO WS-BWARN-REASON-OUT
                   MOVE BR-RECORD-KEY TO WS-BWARN-KEY-OUT
                   MOVE "CURRENCY" TO WS-BWARN-TABLE-OUT
                   MOVE BR-CURRENCY-CODE TO WS-BWARN-CODE-OUT

       2900-WRITE-BUCKET-WARNING.
           MOVE WS-BUCKET-WARNING-LINE TO OVERFLOW-RPT-LINE
           WRITE OVERFLOW-RPT-LINE
           MOVE SPACES TO EVENT-RECORD
           MOVE WS-CURBAT-ID TO EVT-BATCH-ID
           EVALUATE WS-BWARN-REASON-OUT
               WHEN "BRANCH TABLE FULL:  "
               WHEN "CURRENCY TABLE FULL:"
                   MOVE "TBLFULL " TO EVT-EVENT-CODE
                   SET EVT-CRITICAL TO TRUE
               WHEN "NO HIERARCHY ASSIGN:"
               WHEN "REGION NOT IN DIV:  "
                   MOVE "NOHIER  " TO EVT-EVENT-CODE
                   SET EVT-WARNING TO TRUE
               WHEN OTHER
                   MOVE "BKTOVFL " TO EVT-EVENT-CODE
                   SET EVT-WARNING TO TRUE
           END-EVALUATE
           MOVE WS-BWARN-AMOUNT-OUT TO EVT-AMOUNT
           MOVE WS-BWARN-REASON-OUT TO EVT-TEXT(1:20)
           MOVE WS-BWARN-CODE-OUT TO EVT-TEXT(22:4)
           MOVE WS-BWARN-KEY-OUT TO EVT-TEXT(27:10)
           PERFORM 8000-WRITE-EVENT.

       2200-CAPTURE-TRAILER.
           IF NOT WS-BATCH-OPEN
                   TO WS-BAT-HI-ORDER(WS-BAT-IDX)
               MOVE WS-CURBAT-DETAIL-COUNT
                   TO WS-BAT-DETAIL-COUNT(WS-BAT-IDX)
               MOVE WS-CURBAT-ADJ-SUM TO WS-BAT-ADJ-SUM(WS-BAT-IDX)
               MOVE WS-CURBAT-ADJ-HI-ORDER
                   TO WS-BAT-ADJ-HI-ORDER(WS-BAT-IDX)
               MOVE WS-CURBAT-ADJ-COUNT
                   TO WS-BAT-ADJ-COUNT(WS-BAT-IDX)
               MOVE WS-STORE-TRAILER-SWITCH
                   TO WS-BAT-TRAILER-SW(WS-BAT-IDX)
               MOVE WS-CURBAT-REPLAY-SW
                   TO WS-BAT-DISABLED-SW(WS-BAT-IDX)
               MOVE "N" TO WS-BAT-MATCH-SW(WS-BAT-IDX)
               IF WS-STORE-TRAILER-SEEN
                   PERFORM 2270-CAPTURE-TRAILER-ADJUSTMENT
                   MOVE BR-BATCH-TOTAL
                       TO WS-BAT-TRAILER-TOTAL(WS-BAT-IDX)
                   MOVE BR-INPUT-COUNT
                       TO WS-BAT-TRAILER-COUNT(WS-BAT-IDX)
                   MOVE WS-TRAILER-ADJ-TOTAL
                       TO WS-BAT-TRAILER-ADJ-TOTAL(WS-BAT-IDX)
                   MOVE WS-TRAILER-ADJ-COUNT
                       TO WS-BAT-TRAILER-ADJ-COUNT(WS-BAT-IDX)
                   IF WS-CURBAT-SUM = BR-BATCH-TOTAL
                           AND WS-CURBAT-DETAIL-COUNT = BR-INPUT-COUNT
                           AND WS-CURBAT-ADJ-SUM = WS-TRAILER-ADJ-TOTAL
                           AND WS-CURBAT-ADJ-COUNT
                               = WS-TRAILER-ADJ-COUNT
                       MOVE "Y" TO WS-BAT-MATCH-SW(WS-BAT-IDX)
                   END-IF
               ELSE
                   MOVE 0 TO WS-BAT-TRAILER-TOTAL(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-TRAILER-COUNT(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-TRAILER-ADJ-TOTAL(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-TRAILER-ADJ-COUNT(WS-BAT-IDX)
               END-IF
               PERFORM 2265-SET-ASIDE-HELD-SHARE
           END-IF
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.

      *****************************************************************
      *  EVERY BRANCH AND CURRENCY BUCKET IS MARKED AT EACH BATCH
      *  CLOSE, SO WHAT A BUCKET GAINED SINCE THE LAST CLOSE IS THE
      *  CLOSING BATCH'S SHARE OF IT.  WHEN 5500 WILL HOLD THE BATCH
      *  FOR A REASON OF ITS OWN - THE SAME TESTS, BEFORE THE
      *  RUN-LEVEL ONES - THAT SHARE IS SET ASIDE AS HELD, SO 6500
      *  CAN ROLL ONLY THE MONEY THAT POSTED.  THE PRINTED BUCKETS
      *  ARE NOT TOUCHED.
      *****************************************************************
       2265-SET-ASIDE-HELD-SHARE.
           MOVE "N" TO WS-BATCH-HOLD-SWITCH
           IF WS-BAT-REPLAY-PARTIAL(WS-BAT-IDX)
                   OR WS-BAT-DISABLED(WS-BAT-IDX)
                   OR NOT WS-BAT-TRAILER-SEEN(WS-BAT-IDX)
                   OR NOT WS-BAT-MATCHED(WS-BAT-IDX)
               MOVE "Y" TO WS-BATCH-HOLD-SWITCH
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               COMPUTE WS-BUCKET-NOW =
                   WS-BR-HI-ORDER(WS-BR-IDX) * WS-CARRY-UNIT
                   + WS-BR-SUBTOTAL(WS-BR-IDX)
               IF WS-BATCH-IS-HELD
                   COMPUTE WS-BR-HELD-TOTAL(WS-BR-IDX) =
                       WS-BR-HELD-TOTAL(WS-BR-IDX) + WS-BUCKET-NOW
                       - WS-BR-CLOSED-TOTAL(WS-BR-IDX)
               END-IF
               MOVE WS-BUCKET-NOW TO WS-BR-CLOSED-TOTAL(WS-BR-IDX)
               COMPUTE WS-BUCKET-NOW =
                   WS-BR-REV-HI-ORDER(WS-BR-IDX) * WS-CARRY-UNIT
                   + WS-BR-REV-SUBTOTAL(WS-BR-IDX)
               IF WS-BATCH-IS-HELD
                   COMPUTE WS-BR-HELD-REV(WS-BR-IDX) =
                       WS-BR-HELD-REV(WS-BR-IDX) + WS-BUCKET-NOW
                       - WS-BR-CLOSED-REV(WS-BR-IDX)
               END-IF
               MOVE WS-BUCKET-NOW TO WS-BR-CLOSED-REV(WS-BR-IDX)
           END-PERFORM
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               COMPUTE WS-BUCKET-NOW =
                   WS-CUR-HI-ORDER(WS-CUR-IDX) * WS-CARRY-UNIT
                   + WS-CUR-SUBTOTAL(WS-CUR-IDX)
               IF WS-BATCH-IS-HELD
                   COMPUTE WS-CUR-HELD-TOTAL(WS-CUR-IDX) =
                       WS-CUR-HELD-TOTAL(WS-CUR-IDX) + WS-BUCKET-NOW
                       - WS-CUR-CLOSED-TOTAL(WS-CUR-IDX)
               END-IF
               MOVE WS-BUCKET-NOW TO WS-CUR-CLOSED-TOTAL(WS-CUR-IDX)
               COMPUTE WS-BUCKET-NOW =
                   WS-CUR-REV-HI-ORDER(WS-CUR-IDX) * WS-CARRY-UNIT
                   + WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
               IF WS-BATCH-IS-HELD
                   COMPUTE WS-CUR-HELD-REV(WS-CUR-IDX) =
                       WS-CUR-HELD-REV(WS-CUR-IDX) + WS-BUCKET-NOW
                       - WS-CUR-CLOSED-REV(WS-CUR-IDX)
               END-IF
               MOVE WS-BUCKET-NOW TO WS-CUR-CLOSED-REV(WS-CUR-IDX)
           END-PERFORM.

      *****************************************************************
      *  THE TRAILER'S REVERSAL TOTAL AND COUNT ARE RECONCILED THE
      *  SAME WAY AS ITS DETAIL TOTAL AND COUNT.  A TRAILER FROM A
      *  FEED THAT PREDATES REVERSALS HAS SPACES THERE AND DECLARES
      *  NONE, SO A REVERSAL SLIPPED INTO SUCH A BATCH HOLDS IT.
      *****************************************************************
       2270-CAPTURE-TRAILER-ADJUSTMENT.
           IF BR-ADJUST-TOTAL IS NUMERIC
               MOVE BR-ADJUST-TOTAL TO WS-TRAILER-ADJ-TOTAL
           ELSE
               MOVE 0 TO WS-TRAILER-ADJ-TOTAL
           END-IF
           IF BR-ADJUST-COUNT IS NUMERIC
               MOVE BR-ADJUST-COUNT TO WS-TRAILER-ADJ-COUNT
           ELSE
               MOVE 0 TO WS-TRAILER-ADJ-COUNT
           END-IF.

       2150-ADD-TO-GRAND-TOTAL.
           IF WS-ADD-AMOUNT > WS-SUM-CAPACITY - WS-SUM
               PERFORM 2160-WRITE-OVERFLOW-WARNING
           MOVE WS-ADD-AMOUNT TO AUDIT-AMOUNT
           MOVE WS-SUM TO AUDIT-RUNNING-TOTAL
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-RUN-STAMP TO AUDIT-RUN-STAMP
           SET AUDIT-DETAIL-ENTRY TO TRUE
           WRITE AUDIT-RECORD.

       2160-WRITE-OVERFLOW-WARNING.
           MOVE BR-RECORD-KEY TO WS-OVFL-KEY-OUT
           MOVE WS-ADD-AMOUNT TO WS-OVFL-AMOUNT-OUT
           MOVE WS-OVERFLOW-WARNING-LINE TO OVERFLOW-RPT-LINE
           WRITE OVERFLOW-RPT-LINE
           MOVE SPACES TO EVENT-RECORD
           MOVE WS-CURBAT-ID TO EVT-BATCH-ID
           MOVE "SUMOVFL " TO EVT-EVENT-CODE
           SET EVT-WARNING TO TRUE
           MOVE WS-ADD-AMOUNT TO EVT-AMOUNT
           MOVE "RUN TOTAL OVERFLOW AT KEY:" TO EVT-TEXT
           MOVE BR-RECORD-KEY TO EVT-TEXT(28:10)
           PERFORM 8000-WRITE-EVENT.

       2400-CHECKPOINT-IF-DUE.
           IF FUNCTION MOD(WS-RECORD-COUNT, WS-CHECKPOINT-INTERVAL) = 0
               END-WRITE
           END-IF.

      *****************************************************************
      *  A REVERSAL/ADJUSTMENT IS VALIDATED AGAINST THE KEY REGISTER:
      *  THE ORIGINAL MUST HAVE BEEN ACCEPTED, MUST NOT ALREADY BE
      *  REVERSED, AND CANNOT BE REVERSED FOR MORE THAN IT WAS
      *  ACCEPTED FOR.  A REJECTED REVERSAL GOES TO REJFILE LIKE ANY
      *  OTHER REJECT.  AN ACCEPTED ONE IS NOT SUBTRACTED FROM THE
      *  DEBIT TOTALS THE TRAILERS PROVE - IT IS ACCUMULATED INTO
      *  ITS OWN REVERSAL TOTALS, BRANCH AND CURRENCY BUCKETS, AUDIT
      *  LINE AND PERIOD-TO-DATE FIGURES, AND THE REPORT AND GL
      *  EXTRACT CARRY IT AS A CREDIT AGAINST THEM.  THE BRANCH AND
      *  CURRENCY ARE THE ORIGINAL ITEM'S, FROM THE REGISTER, NOT
      *  THE ONES SENT.  REVERSALS ARE NOT CHECKPOINTED, SO A
      *  RESTARTED HEADERLESS FILE THAT CARRIED REVERSALS BEFORE THE
      *  CHECKPOINT CANNOT MATCH ITS TRAILER AND IS HELD.
      *****************************************************************
       2500-PROCESS-ADJUSTMENT.
           IF NOT WS-BATCH-OPEN
               PERFORM 2020-OPEN-IMPLICIT-BATCH
           END-IF
           ADD 1 TO WS-REVERSAL-COUNT
           ADD 1 TO WS-CURBAT-ADJ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-KEY-ON-FILE-SWITCH
           IF BR-ADJ-AMOUNT NOT > 0
               MOVE "BAD REVERSAL AMT" TO WS-REJECT-REASON
           ELSE
               PERFORM 2510-CHECK-ORIGINAL-ITEM
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2560-REJECT-ADJUSTMENT
           ELSE
               PERFORM 2600-ACCUMULATE-ADJUSTMENT
           END-IF.

       2510-CHECK-ORIGINAL-ITEM.
           MOVE BR-ADJ-ORIG-KEY TO KEY-RECORD-KEY
           READ KEY-REGISTER
               INVALID KEY
                   MOVE "UNKNOWN ORIGINAL" TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET WS-KEY-ON-FILE TO TRUE
                   PERFORM 2520-CHECK-PRIOR-REVERSAL
           END-READ.

      *****************************************************************
      *  THE SAME RE-FEED RULE AS 2080: A REVERSAL LEFT BY AN EARLIER
      *  RUN OF THE SAME BATCH ID FOR THE SAME BUSINESS DATE IS THIS
      *  REVERSAL BEING FED AGAIN, AND IT IS ACCEPTED OVER ITSELF -
      *  BUT ONLY ON A CHECKPOINT RESTART, WHILE THE HOLD OF THE
      *  RUN THAT REVERSED IT IS STILL OPEN, OR WHEN THAT RUN
      *  ABENDED.  OTHERWISE THE CREDIT HAS GONE TO THE GL AND THE
      *  REVERSAL IS REJECTED.
      *****************************************************************
       2520-CHECK-PRIOR-REVERSAL.
           IF KEY-REVERSED-DATE IS NOT NUMERIC
               MOVE 0 TO KEY-REVERSED-DATE
               MOVE 0 TO KEY-REVERSED-AMOUNT
           END-IF
           IF KEY-REVERSED-DATE > 0
               MOVE "N" TO WS-OPEN-HOLD-SWITCH
               MOVE "N" TO WS-ABENDED-RUN-SWITCH
               IF KEY-REVERSED-DATE = WS-RUN-DATE
                       AND KEY-REVERSED-BATCH-ID = WS-CURBAT-ID
                       AND KEY-REVERSED-STAMP NOT = WS-RUN-STAMP
                       AND NOT WS-WAS-RESTARTED
                   MOVE KEY-REVERSED-STAMP TO WS-HOLD-LOOKUP-STAMP
                   PERFORM 2085-CHECK-OPEN-HOLD
                   IF NOT WS-OPEN-HOLD-FOUND
                       PERFORM 2087-CHECK-ABENDED-RUN
                   END-IF
               END-IF
               IF KEY-REVERSED-DATE = WS-RUN-DATE
                       AND KEY-REVERSED-BATCH-ID = WS-CURBAT-ID
                       AND KEY-REVERSED-STAMP NOT = WS-RUN-STAMP
                       AND (WS-WAS-RESTARTED
                            OR WS-OPEN-HOLD-FOUND
                            OR WS-ABENDED-RUN-FOUND)
                   CONTINUE
               ELSE
                   MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND BR-ADJ-AMOUNT > KEY-AMOUNT
               MOVE "EXCEEDS ORIGINAL" TO WS-REJECT-REASON
           END-IF.

       2560-REJECT-ADJUSTMENT.
           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-REVERSAL-REJECT-COUNT
           MOVE BR-ADJ-ORIG-KEY TO WS-REJ-KEY-OUT
           MOVE BR-ADJ-AMOUNT TO WS-REJ-AMOUNT-OUT
           MOVE WS-REJECT-REASON TO WS-REJ-REASON-OUT
           MOVE WS-REJECT-LINE TO REJECT-RPT-LINE
           WRITE REJECT-RPT-LINE
           MOVE SPACES TO REJECT-RECORD
           MOVE BR-ADJ-ORIG-KEY TO REJ-RECORD-KEY
           IF WS-KEY-ON-FILE
               MOVE KEY-ACCEPT-DATE TO WS-DUP-DATE-OUT
               MOVE KEY-BATCH-ID TO WS-DUP-BATCH-OUT
               MOVE WS-DUPLICATE-LINE TO REJECT-RPT-LINE
               WRITE REJECT-RPT-LINE
               MOVE KEY-BRANCH-CODE TO REJ-BRANCH-CODE
               MOVE KEY-CURRENCY-CODE TO REJ-CURRENCY-CODE
               MOVE KEY-ACCEPT-DATE TO REJ-ORIG-DATE
               MOVE KEY-BATCH-ID TO REJ-ORIG-BATCH-ID
           ELSE
               MOVE BR-ADJ-BRANCH-CODE TO REJ-BRANCH-CODE
               MOVE BR-ADJ-CURRENCY-CODE TO REJ-CURRENCY-CODE
           END-IF
           MOVE BR-ADJ-AMOUNT TO REJ-AMOUNT
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-RUN-DATE TO REJ-REJECT-DATE
           MOVE WS-CURBAT-ID TO REJ-BATCH-ID
           SET REJ-PENDING TO TRUE
           WRITE REJECT-RECORD.

       2600-ACCUMULATE-ADJUSTMENT.
           MOVE BR-ADJ-AMOUNT TO KEY-REVERSED-AMOUNT
           MOVE WS-RUN-DATE TO KEY-REVERSED-DATE
           MOVE WS-CURBAT-ID TO KEY-REVERSED-BATCH-ID
           MOVE WS-RUN-STAMP TO KEY-REVERSED-STAMP
           MOVE KEY-ACCEPT-DATE TO WS-RVK-ACCEPT-DATE
           MOVE KEY-BATCH-ID TO WS-RVK-BATCH-ID
           MOVE KEY-BRANCH-CODE TO WS-RVK-BRANCH-CODE
           MOVE KEY-CURRENCY-CODE TO WS-RVK-CURRENCY-CODE
           REWRITE KEY-REGISTER-RECORD
           MOVE BR-ADJ-AMOUNT TO WS-ADD-AMOUNT
           PERFORM 2610-REVERSE-BRANCH-SUBTOTAL
           PERFORM 2620-REVERSE-CURRENCY-SUBTOTAL
           PERFORM 2650-ADD-TO-REVERSAL-TOTAL
           PERFORM 2680-LIST-REVERSAL.

       2610-REVERSE-BRANCH-SUBTOTAL.
           SET WS-BRANCH-FOUND-SWITCH TO "N"
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                       OR WS-BRANCH-FOUND
               IF WS-BR-CODE(WS-BR-IDX) = WS-RVK-BRANCH-CODE
                   PERFORM 2612-ADD-TO-BRANCH-REVERSAL
                   SET WS-BRANCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BRANCH-FOUND
               IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                   MOVE "BRANCH TABLE FULL:  " TO WS-BWARN-REASON-OUT
                   MOVE BR-ADJ-ORIG-KEY TO WS-BWARN-KEY-OUT
                   MOVE "BRANCH  " TO WS-BWARN-TABLE-OUT
                   MOVE WS-RVK-BRANCH-CODE TO WS-BWARN-CODE-OUT
                   MOVE WS-ADD-AMOUNT TO WS-BWARN-AMOUNT-OUT
                   PERFORM 2900-WRITE-BUCKET-WARNING
               ELSE
                   ADD 1 TO WS-BRANCH-COUNT
                   SET WS-BR-IDX TO WS-BRANCH-COUNT
                   MOVE WS-RVK-BRANCH-CODE TO WS-BR-CODE(WS-BR-IDX)
                   MOVE BR-ADJ-ORIG-KEY TO WS-BWARN-KEY-OUT
                   MOVE WS-ADD-AMOUNT TO WS-BWARN-AMOUNT-OUT
                   PERFORM 2115-RESOLVE-BRANCH-HIERARCHY
                   PERFORM 2612-ADD-TO-BRANCH-REVERSAL
               END-IF
           END-IF.

       2612-ADD-TO-BRANCH-REVERSAL.
           IF WS-ADD-AMOUNT >
                   WS-SUM-CAPACITY - WS-BR-REV-SUBTOTAL(WS-BR-IDX)
               COMPUTE WS-BR-REV-SUBTOTAL(WS-BR-IDX) =
                   WS-BR-REV-SUBTOTAL(WS-BR-IDX) + WS-ADD-AMOUNT
                   - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-BR-REV-HI-ORDER(WS-BR-IDX)
               MOVE "BRANCH REVERSAL OVFL" TO WS-BWARN-REASON-OUT
               MOVE BR-ADJ-ORIG-KEY TO WS-BWARN-KEY-OUT
               MOVE "BRANCH  " TO WS-BWARN-TABLE-OUT
               MOVE WS-RVK-BRANCH-CODE TO WS-BWARN-CODE-OUT
               MOVE WS-ADD-AMOUNT TO WS-BWARN-AMOUNT-OUT
               PERFORM 2900-WRITE-BUCKET-WARNING
           ELSE
               ADD WS-ADD-AMOUNT TO WS-BR-REV-SUBTOTAL(WS-BR-IDX)
           END-IF.

       2620-REVERSE-CURRENCY-SUBTOTAL.
           SET WS-CURRENCY-FOUND-SWITCH TO "N"
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
                       OR WS-CURRENCY-FOUND
               IF WS-CUR-CODE(WS-CUR-IDX) = WS-RVK-CURRENCY-CODE
                   PERFORM 2622-ADD-TO-CURRENCY-REVERSAL
                   SET WS-CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CURRENCY-FOUND
               IF WS-CURRENCY-COUNT >= WS-CURRENCY-LIMIT
                   MOVE "CURRENCY TABLE FULL:" TO WS-BWARN-REASON-OUT
                   MOVE BR-ADJ-ORIG-KEY TO WS-BWARN-KEY-OUT
                   MOVE "CURRENCY" TO WS-BWARN-TABLE-OUT
                   MOVE WS-RVK-CURRENCY-CODE TO WS-BWARN-CODE-OUT
                   MOVE WS-ADD-AMOUNT TO WS-BWARN-AMOUNT-OUT
                   PERFORM 2900-WRITE-BUCKET-WARNING
               ELSE
                   ADD 1 TO WS-CURRENCY-COUNT
                   SET WS-CUR-IDX TO WS-CURRENCY-COUNT
                   MOVE WS-RVK-CURRENCY-CODE TO WS-CUR-CODE(WS-CUR-IDX)
                   PERFORM 2622-ADD-TO-CURRENCY-REVERSAL
               END-IF
           END-IF.

       2622-ADD-TO-CURRENCY-REVERSAL.
           IF WS-ADD-AMOUNT >
                   WS-SUM-CAPACITY - WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
               COMPUTE WS-CUR-REV-SUBTOTAL(WS-CUR-IDX) =
                   WS-CUR-REV-SUBTOTAL(WS-CUR-IDX) + WS-ADD-AMOUNT
                   - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-CUR-REV-HI-ORDER(WS-CUR-IDX)
               MOVE "CURRENCY REVRSL OVFL" TO WS-BWARN-REASON-OUT
               MOVE BR-ADJ-ORIG-KEY TO WS-BWARN-KEY-OUT
               MOVE "CURRENCY" TO WS-BWARN-TABLE-OUT
               MOVE WS-RVK-CURRENCY-CODE TO WS-BWARN-CODE-OUT
               MOVE WS-ADD-AMOUNT TO WS-BWARN-AMOUNT-OUT
               PERFORM 2900-WRITE-BUCKET-WARNING
           ELSE
               ADD WS-ADD-AMOUNT TO WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
           END-IF.

       2650-ADD-TO-REVERSAL-TOTAL.
           IF WS-ADD-AMOUNT > WS-SUM-CAPACITY - WS-REVERSAL-SUM
               PERFORM 2160-WRITE-OVERFLOW-WARNING
               COMPUTE WS-REVERSAL-SUM = WS-REVERSAL-SUM
                   + WS-ADD-AMOUNT - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-REVERSAL-HI-ORDER
           ELSE
               ADD WS-ADD-AMOUNT TO WS-REVERSAL-SUM
           END-IF
           IF WS-ADD-AMOUNT > WS-SUM-CAPACITY - WS-CURBAT-ADJ-SUM
               COMPUTE WS-CURBAT-ADJ-SUM = WS-CURBAT-ADJ-SUM
                   + WS-ADD-AMOUNT - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-CURBAT-ADJ-HI-ORDER
           ELSE
               ADD WS-ADD-AMOUNT TO WS-CURBAT-ADJ-SUM
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE BR-ADJ-ORIG-KEY TO AUDIT-RECORD-KEY
           MOVE WS-ADD-AMOUNT TO AUDIT-AMOUNT
           MOVE WS-REVERSAL-SUM TO AUDIT-RUNNING-TOTAL
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-RUN-STAMP TO AUDIT-RUN-STAMP
           SET AUDIT-REVERSAL-ENTRY TO TRUE
           WRITE AUDIT-RECORD.

      *****************************************************************
      *  THE FIRST 500 ACCEPTED REVERSALS ARE LISTED ITEM BY ITEM IN
      *  THEIR OWN SUMRPT SECTION; PAST THAT THE SECTION ONLY COUNTS
      *  THEM, AND THE REVERSAL TOTAL STILL INCLUDES EVERY ONE.
      *****************************************************************
       2680-LIST-REVERSAL.
           IF WS-REVERSAL-LIST-COUNT < 500
               ADD 1 TO WS-REVERSAL-LIST-COUNT
               SET WS-RVL-IDX TO WS-REVERSAL-LIST-COUNT
               MOVE BR-ADJ-ORIG-KEY TO WS-RVL-KEY(WS-RVL-IDX)
               MOVE WS-RVK-ACCEPT-DATE TO WS-RVL-ORIG-DATE(WS-RVL-IDX)
               MOVE WS-RVK-BATCH-ID TO WS-RVL-ORIG-BATCH(WS-RVL-IDX)
               MOVE WS-RVK-BRANCH-CODE TO WS-RVL-BRANCH(WS-RVL-IDX)
               MOVE WS-RVK-CURRENCY-CODE TO WS-RVL-CURRENCY(WS-RVL-IDX)
               MOVE WS-ADD-AMOUNT TO WS-RVL-AMOUNT(WS-RVL-IDX)
           END-IF.

      *****************************************************************
      *  AFTER THE PER-BATCH RECONCILIATION, THE WHOLE FILE IS
      *  PROVED AGAINST THE TRANSMISSION GRAND TRAILER: THE SUM OF
                   UNTIL WS-BAT-IDX > WS-BATCH-RESULT-COUNT
               IF NOT WS-BAT-MATCHED(WS-BAT-IDX)
                   SET WS-CONTROL-MISMATCH TO TRUE
                   PERFORM 3100-WRITE-BATCH-EVENT
               END-IF
           END-PERFORM
           IF WS-BATCH-TABLE-FULL
               MOVE SPACES TO EVENT-RECORD
               MOVE WS-BATCH-ID TO EVT-BATCH-ID
               MOVE "BATTBLFL" TO EVT-EVENT-CODE
               SET EVT-CRITICAL TO TRUE
               MOVE 0 TO EVT-AMOUNT
               MOVE WS-BATCH-TABLE-FULL-LINE TO EVT-TEXT
               PERFORM 8000-WRITE-EVENT
           END-IF
           IF WS-GRAND-TRAILER-SEEN
               IF WS-BATCH-TOTAL NOT = WS-GRAND-TOTAL
                       OR WS-BATCH-TOTAL-HI-ORDER
                           NOT = WS-GRAND-BATCH-COUNT
                   SET WS-GRAND-MISMATCH TO TRUE
                   SET WS-CONTROL-MISMATCH TO TRUE
                   MOVE SPACES TO EVENT-RECORD
                   MOVE WS-BATCH-ID TO EVT-BATCH-ID
                   MOVE "GRNDMISM" TO EVT-EVENT-CODE
                   SET EVT-ERROR TO TRUE
                   COMPUTE EVT-AMOUNT =
                       (WS-BATCH-TOTAL-HI-ORDER - WS-GRAND-HI-ORDER)
                           * (WS-SUM-CAPACITY + 0.01)
                       + WS-BATCH-TOTAL - WS-GRAND-TOTAL
                   MOVE "GRAND TRAILER MISMATCH - TRANSMISSION HELD"
                       TO EVT-TEXT
                   PERFORM 8000-WRITE-EVENT
               END-IF
           END-IF.

      *****************************************************************
      *  ONE EVENT PER BATCH THAT DID NOT MATCH ITS TRAILER, CODED THE
      *  SAME WAY THE SUMRPT BATCH LINE SHOWS IT.  THE AMOUNT IS THE
      *  BATCH'S ACCUMULATED SUM LESS ITS TRAILER TOTAL.
      *****************************************************************
       3100-WRITE-BATCH-EVENT.
           MOVE SPACES TO EVENT-RECORD
           MOVE WS-BAT-ID(WS-BAT-IDX) TO EVT-BATCH-ID
           EVALUATE TRUE
               WHEN WS-BAT-REPLAY-PARTIAL(WS-BAT-IDX)
                   MOVE "CTLRSTRT" TO EVT-EVENT-CODE
                   SET EVT-WARNING TO TRUE
                   MOVE "RESTARTED - BATCH HELD, RERUN IN FULL"
                       TO EVT-TEXT
               WHEN WS-BAT-DISABLED(WS-BAT-IDX)
                   MOVE "BATDSABL" TO EVT-EVENT-CODE
                   SET EVT-WARNING TO TRUE
                   MOVE "BATCH DISABLED ON CTLFILE - HELD"
                       TO EVT-TEXT
               WHEN NOT WS-BAT-TRAILER-SEEN(WS-BAT-IDX)
                   MOVE "CTLNOTRL" TO EVT-EVENT-CODE
                   SET EVT-ERROR TO TRUE
                   MOVE "NO TRAILER - BATCH HELD" TO EVT-TEXT
               WHEN OTHER
                   MOVE "CTLMISM " TO EVT-EVENT-CODE
                   SET EVT-ERROR TO TRUE
                   MOVE "CONTROL TOTAL MISMATCH - BATCH HELD"
                       TO EVT-TEXT
           END-EVALUATE
           COMPUTE EVT-AMOUNT =
               WS-BAT-HI-ORDER(WS-BAT-IDX) * (WS-SUM-CAPACITY + 0.01)
               + WS-BAT-SUM(WS-BAT-IDX)
               - WS-BAT-TRAILER-TOTAL(WS-BAT-IDX)
           PERFORM 8000-WRITE-EVENT.

       4000-PRINT-REPORT.
           MOVE WS-HDR-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
           MOVE WS-REJECT-COUNT-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE

           MOVE WS-DUPLICATE-COUNT TO WS-DUP-COUNT-OUT
           MOVE WS-DUPLICATE-COUNT-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE

           MOVE WS-REVERSAL-COUNT TO WS-REV-COUNT-OUT
           MOVE WS-REVERSAL-COUNT-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE

           MOVE WS-REVERSAL-REJECT-COUNT TO WS-REV-REJ-COUNT-OUT
           MOVE WS-REVERSAL-REJECT-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE

           MOVE WS-SUPP-ACCUM-COUNT TO WS-SUPP-ACCUM-OUT
           MOVE WS-SUPP-ACCUM-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
           PERFORM 4050-PRINT-BATCH-RESULTS

           PERFORM 4100-PRINT-BRANCH-BREAKDOWN
           PERFORM 4150-PRINT-HIERARCHY-ROLLUP
           PERFORM 4200-PRINT-CURRENCY-BREAKDOWN
           PERFORM 4300-PRINT-REVERSAL-SECTION

           MOVE WS-SUM TO WS-SUM-OUT
           MOVE WS-SUM-LINE TO SUM-RPT-LINE
           MOVE WS-HI-ORDER-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE

           MOVE WS-REVERSAL-SUM TO WS-REV-SUM-OUT
           MOVE WS-REVERSAL-HI-ORDER TO WS-REV-HI-OUT
           MOVE WS-REVERSAL-SUM-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE

           COMPUTE WS-NET-TOTAL =
               (WS-SUM-HI-ORDER - WS-REVERSAL-HI-ORDER)
                   * (WS-SUM-CAPACITY + 0.01)
               + WS-SUM - WS-REVERSAL-SUM
           MOVE WS-NET-TOTAL TO WS-NET-TOTAL-OUT
           MOVE WS-NET-TOTAL-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE

           MOVE WS-BATCH-TOTAL TO WS-BATCH-OUT
           MOVE WS-BATCH-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
               END-EVALUATE
               MOVE WS-BATCH-RESULT-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
               IF WS-BAT-ADJ-COUNT(WS-BAT-IDX) > 0
                       OR WS-BAT-TRAILER-ADJ-COUNT(WS-BAT-IDX) > 0
                   MOVE WS-BAT-ADJ-SUM(WS-BAT-IDX) TO WS-BAL-SUM-OUT
                   MOVE WS-BAT-TRAILER-ADJ-TOTAL(WS-BAT-IDX)
                       TO WS-BAL-TRL-OUT
                   MOVE WS-BAT-ADJ-COUNT(WS-BAT-IDX)
                       TO WS-BAL-CNT-OUT
                   MOVE WS-BAT-TRAILER-ADJ-COUNT(WS-BAT-IDX)
                       TO WS-BAL-EXP-OUT
                   MOVE WS-BATCH-ADJUST-LINE TO SUM-RPT-LINE
                   WRITE SUM-RPT-LINE
               END-IF
           END-PERFORM.

       4100-PRINT-BRANCH-BREAKDOWN.
               MOVE WS-BR-CODE(WS-BR-IDX) TO WS-BR-CODE-OUT
               MOVE WS-BR-SUBTOTAL(WS-BR-IDX) TO WS-BR-SUBTOTAL-OUT
               MOVE WS-BR-HI-ORDER(WS-BR-IDX) TO WS-BR-HI-ORDER-OUT
               MOVE WS-BR-REV-SUBTOTAL(WS-BR-IDX) TO WS-BR-REV-OUT
               MOVE WS-BRANCH-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
           END-PERFORM.

      *****************************************************************
      *  REGION LINES IN DIVISION ORDER, EACH DIVISION CLOSED BY ITS
      *  TOTAL LINE.  THE ROLLUP TOTAL (SUM OF THE DIVISION TOTALS)
      *  IS PROVED AGAINST THE BRANCH DETAIL TOTAL (SUM OF THE BRANCH
      *  LINES ABOVE) BRANCH COUNT, AMOUNT AND REVERSALS ALIKE.
      *****************************************************************
       4150-PRINT-HIERARCHY-ROLLUP.
           IF NOT WS-HIERARCHY-LOADED
               MOVE WS-ROLLUP-NONE-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
           ELSE
               PERFORM 4160-BUILD-ROLLUP-TABLE
               MOVE WS-RUN-DATE TO WS-RU-DATE-OUT
               MOVE WS-ROLLUP-HDR-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
               MOVE 0 TO WS-RU-DIV-BRANCHES
               MOVE 0 TO WS-RU-DIV-AMOUNT
               MOVE 0 TO WS-RU-DIV-REVERSAL
               MOVE 0 TO WS-RU-TOT-BRANCHES
               MOVE 0 TO WS-RU-TOT-AMOUNT
               MOVE 0 TO WS-RU-TOT-REVERSAL
               PERFORM VARYING WS-RU-IDX FROM 1 BY 1
                       UNTIL WS-RU-IDX > WS-ROLLUP-COUNT
                   PERFORM 4170-PRINT-REGION-LINE
               END-PERFORM
               MOVE "ROLLUP TOTAL.......:" TO WS-RUT-LABEL-OUT
               MOVE WS-RU-TOT-BRANCHES TO WS-RUT-BR-OUT
               MOVE WS-RU-TOT-AMOUNT TO WS-RUT-AMOUNT-OUT
               MOVE WS-RU-TOT-REVERSAL TO WS-RUT-REV-OUT
               MOVE WS-ROLLUP-TOTAL-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
               MOVE "BRANCH DETAIL TOTAL:" TO WS-RUT-LABEL-OUT
               MOVE WS-RU-DTL-BRANCHES TO WS-RUT-BR-OUT
               MOVE WS-RU-DTL-AMOUNT TO WS-RUT-AMOUNT-OUT
               MOVE WS-RU-DTL-REVERSAL TO WS-RUT-REV-OUT
               MOVE WS-ROLLUP-TOTAL-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
               MOVE WS-UNASSIGNED-COUNT TO WS-UNASSIGNED-OUT
               MOVE WS-UNASSIGNED-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
               IF WS-RU-TOT-BRANCHES = WS-RU-DTL-BRANCHES
                       AND WS-RU-TOT-AMOUNT = WS-RU-DTL-AMOUNT
                       AND WS-RU-TOT-REVERSAL = WS-RU-DTL-REVERSAL
                   MOVE "TIES TO BRANCH DETAIL" TO WS-RUR-RESULT-OUT
               ELSE
                   MOVE "DOES NOT TIE TO BRANCH DETAIL"
                       TO WS-RUR-RESULT-OUT
               END-IF
               MOVE WS-ROLLUP-RESULT-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
           END-IF.

       4160-BUILD-ROLLUP-TABLE.
           MOVE 0 TO WS-ROLLUP-COUNT
           MOVE 0 TO WS-RU-DTL-BRANCHES
           MOVE 0 TO WS-RU-DTL-AMOUNT
           MOVE 0 TO WS-RU-DTL-REVERSAL
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               COMPUTE WS-RU-BR-AMOUNT =
                   WS-BR-HI-ORDER(WS-BR-IDX) * (WS-SUM-CAPACITY + 0.01)
                   + WS-BR-SUBTOTAL(WS-BR-IDX)
               COMPUTE WS-RU-BR-REVERSAL =
                   WS-BR-REV-HI-ORDER(WS-BR-IDX)
                       * (WS-SUM-CAPACITY + 0.01)
                   + WS-BR-REV-SUBTOTAL(WS-BR-IDX)
               ADD 1 TO WS-RU-DTL-BRANCHES
               ADD WS-RU-BR-AMOUNT TO WS-RU-DTL-AMOUNT
               ADD WS-RU-BR-REVERSAL TO WS-RU-DTL-REVERSAL
               MOVE WS-BR-DIVISION(WS-BR-IDX) TO WS-RU-NEW-DIVISION
               MOVE WS-BR-REGION(WS-BR-IDX) TO WS-RU-NEW-REGION
               PERFORM 4165-POST-TO-ROLLUP-TABLE
           END-PERFORM.

      *****************************************************************
      *  FINDS THE BRANCH'S DIVISION/REGION ENTRY, OR OPENS ONE AT
      *  ITS PLACE IN KEY ORDER BY MOVING THE HIGHER ENTRIES DOWN.
      *****************************************************************
       4165-POST-TO-ROLLUP-TABLE.
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
           IF NOT WS-ROLLUP-FOUND
               PERFORM VARYING WS-RU-IDX FROM WS-ROLLUP-COUNT BY -1
                       UNTIL WS-RU-IDX < WS-RU-SUB
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
           ADD WS-RU-BR-REVERSAL TO WS-RU-REVERSAL(WS-RU-SUB).

       4170-PRINT-REGION-LINE.
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
           MOVE WS-REGION-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
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
               MOVE WS-DIVISION-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
               ADD WS-RU-DIV-BRANCHES TO WS-RU-TOT-BRANCHES
               ADD WS-RU-DIV-AMOUNT TO WS-RU-TOT-AMOUNT
               ADD WS-RU-DIV-REVERSAL TO WS-RU-TOT-REVERSAL
               MOVE 0 TO WS-RU-DIV-BRANCHES
               MOVE 0 TO WS-RU-DIV-AMOUNT
               MOVE 0 TO WS-RU-DIV-REVERSAL
           END-IF.

       4200-PRINT-CURRENCY-BREAKDOWN.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO WS-CUR-CODE-OUT
               MOVE WS-CUR-SUBTOTAL(WS-CUR-IDX) TO WS-CUR-SUBTOTAL-OUT
               MOVE WS-CUR-HI-ORDER(WS-CUR-IDX) TO WS-CUR-HI-ORDER-OUT
               MOVE WS-CUR-REV-SUBTOTAL(WS-CUR-IDX) TO WS-CUR-REV-OUT
               MOVE WS-CURRENCY-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
           END-PERFORM.

       4300-PRINT-REVERSAL-SECTION.
           IF WS-REVERSAL-COUNT > 0
               MOVE WS-REVERSAL-HDR-LINE TO SUM-RPT-LINE
               WRITE SUM-RPT-LINE
               PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
                       UNTIL WS-RVL-IDX > WS-REVERSAL-LIST-COUNT
                   MOVE WS-RVL-KEY(WS-RVL-IDX) TO WS-RVD-KEY-OUT
                   MOVE WS-RVL-ORIG-DATE(WS-RVL-IDX) TO WS-RVD-DATE-OUT
                   MOVE WS-RVL-ORIG-BATCH(WS-RVL-IDX)
                       TO WS-RVD-BATCH-OUT
                   MOVE WS-RVL-BRANCH(WS-RVL-IDX) TO WS-RVD-BRANCH-OUT
                   MOVE WS-RVL-CURRENCY(WS-RVL-IDX)
                       TO WS-RVD-CURRENCY-OUT
                   MOVE WS-RVL-AMOUNT(WS-RVL-IDX) TO WS-RVD-AMOUNT-OUT
                   MOVE WS-REVERSAL-DETAIL-LINE TO SUM-RPT-LINE
                   WRITE SUM-RPT-LINE
               END-PERFORM
               IF WS-REVERSAL-COUNT - WS-REVERSAL-REJECT-COUNT
                       > WS-REVERSAL-LIST-COUNT
                   COMPUTE WS-RVU-COUNT-OUT = WS-REVERSAL-COUNT
                       - WS-REVERSAL-REJECT-COUNT
                       - WS-REVERSAL-LIST-COUNT
                   MOVE WS-REVERSAL-UNLISTED-LINE TO SUM-RPT-LINE
                   WRITE SUM-RPT-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  ONE GL SUMMARY RECORD PER BATCH THAT RECONCILED - A
      *  MISMATCHED BATCH HOLDS ONLY ITSELF, NOT THE WHOLE
      *  OR REPLAY-PARTIAL), AND ON A RESTARTED RUN WHERE THE
      *  SUBTOTALS REFLECT ONLY THE RECORDS SINCE THE CHECKPOINT.
      *  IN THOSE RUNS THE DETAIL WOULD NOT TIE BACK TO THE SUMMARY
      *  RECORDS AND FINANCE FALLS BACK TO THE SUMMARIES ALONE.  A
      *  POSTED BATCH WITH ACCEPTED REVERSALS GETS A SECOND SUMMARY
      *  RECORD, ON THE CREDIT SIDE, FOR ITS REVERSAL TOTAL.
      *****************************************************************
       5000-WRITE-GL-INTERFACE.
           IF NOT WS-BATCH-TABLE-FULL AND NOT WS-GRAND-MISMATCH
                   IF WS-BAT-MATCHED(WS-BAT-IDX)
                           AND NOT WS-BAT-REPLAY-PARTIAL(WS-BAT-IDX)
                           AND NOT WS-BAT-DISABLED(WS-BAT-IDX)
                       MOVE SPACES TO WS-GL-WORK
                       MOVE WS-RUN-DATE TO WS-GLW-RUN-DATE
                       MOVE WS-BAT-ID(WS-BAT-IDX) TO WS-GLW-BATCH-ID
                       MOVE WS-BAT-SUM(WS-BAT-IDX)
                           TO WS-GLW-TOTAL-AMOUNT
                       MOVE WS-BAT-HI-ORDER(WS-BAT-IDX)
                           TO WS-GLW-HI-ORDER-CARRY
                       MOVE "S" TO WS-GLW-RECORD-TYPE
                       MOVE "D" TO WS-GLW-ENTRY-SIDE
                       PERFORM 5050-WRITE-GL-RECORD
                       IF WS-BAT-ADJ-SUM(WS-BAT-IDX) > 0
                               OR WS-BAT-ADJ-HI-ORDER(WS-BAT-IDX) > 0
                           MOVE WS-BAT-ADJ-SUM(WS-BAT-IDX)
                               TO WS-GLW-TOTAL-AMOUNT
                           MOVE WS-BAT-ADJ-HI-ORDER(WS-BAT-IDX)
                               TO WS-GLW-HI-ORDER-CARRY
                           MOVE "C" TO WS-GLW-ENTRY-SIDE
                           PERFORM 5050-WRITE-GL-RECORD
                       END-IF
                   ELSE
                       SET WS-ANY-BATCH-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  EVERY GL EXTRACT RECORD IS BUILT IN WS-GL-WORK AND WRITTEN
      *  FROM THERE, BOTH TO THE EXTRACT AND TO THE GL HISTORY, SO A
      *  CREDIT RECORD BUILT ON TOP OF ITS DEBIT NEVER DEPENDS ON THE
      *  RECORD AREA AFTER A WRITE.
      *****************************************************************
       5050-WRITE-GL-RECORD.
           WRITE GL-RECORD FROM WS-GL-WORK
           WRITE GL-HISTORY-RECORD FROM WS-GL-WORK.

      *****************************************************************
      *  A CODE WITH REVERSALS GETS A CREDIT DETAIL RECORD AFTER ITS
      *  DEBIT.  A CODE THAT ONLY HAD REVERSALS THIS RUN HAS NO
      *  DEBIT TO POST, SO ITS ZERO DEBIT RECORD IS NOT WRITTEN.
      *****************************************************************
       5100-WRITE-GL-BRANCH-DETAIL.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE SPACES TO WS-GL-WORK
               MOVE WS-RUN-DATE TO WS-GLW-RUN-DATE
               MOVE WS-BATCH-ID TO WS-GLW-BATCH-ID
               MOVE "B" TO WS-GLW-RECORD-TYPE
               MOVE WS-BR-CODE(WS-BR-IDX) TO WS-GLW-DETAIL-CODE
               IF WS-BR-SUBTOTAL(WS-BR-IDX) > 0
                       OR WS-BR-HI-ORDER(WS-BR-IDX) > 0
                       OR (WS-BR-REV-SUBTOTAL(WS-BR-IDX) = 0
                           AND WS-BR-REV-HI-ORDER(WS-BR-IDX) = 0)
                   MOVE WS-BR-SUBTOTAL(WS-BR-IDX) TO WS-GLW-TOTAL-AMOUNT
                   MOVE WS-BR-HI-ORDER(WS-BR-IDX)
                       TO WS-GLW-HI-ORDER-CARRY
                   MOVE "D" TO WS-GLW-ENTRY-SIDE
                   PERFORM 5050-WRITE-GL-RECORD
               END-IF
               IF WS-BR-REV-SUBTOTAL(WS-BR-IDX) > 0
                       OR WS-BR-REV-HI-ORDER(WS-BR-IDX) > 0
                   MOVE WS-BR-REV-SUBTOTAL(WS-BR-IDX)
                       TO WS-GLW-TOTAL-AMOUNT
                   MOVE WS-BR-REV-HI-ORDER(WS-BR-IDX)
                       TO WS-GLW-HI-ORDER-CARRY
                   MOVE "C" TO WS-GLW-ENTRY-SIDE
                   PERFORM 5050-WRITE-GL-RECORD
               END-IF
           END-PERFORM.

       5200-WRITE-GL-CURRENCY-DETAIL.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE SPACES TO WS-GL-WORK
               MOVE WS-RUN-DATE TO WS-GLW-RUN-DATE
               MOVE WS-BATCH-ID TO WS-GLW-BATCH-ID
               MOVE "C" TO WS-GLW-RECORD-TYPE
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO WS-GLW-DETAIL-CODE
               IF WS-CUR-SUBTOTAL(WS-CUR-IDX) > 0
                       OR WS-CUR-HI-ORDER(WS-CUR-IDX) > 0
                       OR (WS-CUR-REV-SUBTOTAL(WS-CUR-IDX) = 0
                           AND WS-CUR-REV-HI-ORDER(WS-CUR-IDX) = 0)
                   MOVE WS-CUR-SUBTOTAL(WS-CUR-IDX)
                       TO WS-GLW-TOTAL-AMOUNT
                   MOVE WS-CUR-HI-ORDER(WS-CUR-IDX)
                       TO WS-GLW-HI-ORDER-CARRY
                   MOVE "D" TO WS-GLW-ENTRY-SIDE
                   PERFORM 5050-WRITE-GL-RECORD
               END-IF
               IF WS-CUR-REV-SUBTOTAL(WS-CUR-IDX) > 0
                       OR WS-CUR-REV-HI-ORDER(WS-CUR-IDX) > 0
                   MOVE WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
                       TO WS-GLW-TOTAL-AMOUNT
                   MOVE WS-CUR-REV-HI-ORDER(WS-CUR-IDX)
                       TO WS-GLW-HI-ORDER-CARRY
                   MOVE "C" TO WS-GLW-ENTRY-SIDE
                   PERFORM 5050-WRITE-GL-RECORD
               END-IF
           END-PERFORM.

      *****************************************************************
      *  EVERY BATCH 5000 KEPT OFF THE GL EXTRACT GOES TO SUSPENSE
      *  WITH ITS OWN TOTALS, THE TRAILER'S DECLARED VALUES AND THE
      *  REASON IT WAS HELD, SO IT CAN BE RELEASED ON SUMSUSP
      *  INSTEAD OF RE-FEEDING THE WHOLE TRANSMISSION WITH FORCE.
      *  THE HOLD TESTS ARE THE SAME ONES 5000 APPLIES, IN THE SAME
      *  ORDER OF PRECEDENCE AS THE SUMRPT RESULT COLUMN.  BEFORE A
      *  BATCH IS EXAMINED, ANY EARLIER HOLD OF THE SAME BATCH ID
      *  FOR THE SAME BUSINESS DATE THAT HAS NOT YET GONE OUT ON THE
      *  RELEASE EXTRACT IS SUPERSEDED - THIS RUN EITHER POSTED THE
      *  BATCH ITSELF OR HOLDS IT AFRESH BELOW, AND EITHER WAY THE
      *  OLD HOLD MUST NOT BE RELEASED ON TOP OF IT.  A HOLD NEVER
      *  REACHED THE PERIOD-TO-DATE BUCKETS (6500 ROLLS ONLY POSTED
      *  MONEY, SUMSUSP ROLLS A HOLD WHEN IT RELEASES IT), SO
      *  SUPERSEDING ONE TAKES NOTHING BACK OUT OF THEM.
      *****************************************************************
       5500-WRITE-SUSPENSE.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BATCH-RESULT-COUNT
               PERFORM 5510-SUPERSEDE-OPEN-HOLDS
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE "Y" TO WS-BATCH-HOLD-SWITCH
               EVALUATE TRUE
                   WHEN WS-BAT-REPLAY-PARTIAL(WS-BAT-IDX)
                       SET SUSP-HOLD-RESTART TO TRUE
                   WHEN WS-BAT-DISABLED(WS-BAT-IDX)
                       SET SUSP-HOLD-DISABLED TO TRUE
                   WHEN NOT WS-BAT-TRAILER-SEEN(WS-BAT-IDX)
                       SET SUSP-HOLD-NO-TRAILER TO TRUE
                   WHEN NOT WS-BAT-MATCHED(WS-BAT-IDX)
                       SET SUSP-HOLD-MISMATCH TO TRUE
                   WHEN WS-BATCH-TABLE-FULL
                       SET SUSP-HOLD-TABLE-FULL TO TRUE
                   WHEN WS-GRAND-MISMATCH
                       SET SUSP-HOLD-GRAND-MISMATCH TO TRUE
                   WHEN OTHER
                       MOVE "N" TO WS-BATCH-HOLD-SWITCH
               END-EVALUATE
               IF WS-BATCH-IS-HELD
                   PERFORM 5520-WRITE-SUSPENSE-RECORD
               END-IF
           END-PERFORM.

       5510-SUPERSEDE-OPEN-HOLDS.
           MOVE "N" TO WS-SUSPENSE-EOF-SWITCH
           MOVE LOW-VALUES TO SUSP-KEY
           MOVE WS-RUN-DATE TO SUSP-BUSINESS-DATE
           MOVE WS-BAT-ID(WS-BAT-IDX) TO SUSP-BATCH-ID
           START SUSPENSE-FILE KEY NOT < SUSP-KEY
               INVALID KEY
                   SET WS-SUSPENSE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUSPENSE-EOF TO TRUE
                   NOT AT END
                       IF SUSP-BUSINESS-DATE NOT = WS-RUN-DATE
                               OR SUSP-BATCH-ID
                                   NOT = WS-BAT-ID(WS-BAT-IDX)
                           SET WS-SUSPENSE-EOF TO TRUE
                       ELSE
                           IF SUSP-OPEN
                               SET SUSP-SUPERSEDED TO TRUE
                               REWRITE SUSPENSE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5520-WRITE-SUSPENSE-RECORD.
           MOVE WS-RUN-DATE TO SUSP-BUSINESS-DATE
           MOVE WS-BAT-ID(WS-BAT-IDX) TO SUSP-BATCH-ID
           MOVE WS-RUN-STAMP TO SUSP-HOLD-STAMP
           SET SUSP-HELD TO TRUE
           MOVE WS-BAT-SUM(WS-BAT-IDX) TO SUSP-BATCH-SUM
           MOVE WS-BAT-HI-ORDER(WS-BAT-IDX) TO SUSP-HI-ORDER
           MOVE WS-BAT-DETAIL-COUNT(WS-BAT-IDX) TO SUSP-DETAIL-COUNT
           MOVE WS-BAT-TRAILER-TOTAL(WS-BAT-IDX)
               TO SUSP-TRAILER-TOTAL
           MOVE WS-BAT-TRAILER-COUNT(WS-BAT-IDX)
               TO SUSP-TRAILER-COUNT
           MOVE WS-BAT-ADJ-SUM(WS-BAT-IDX) TO SUSP-ADJ-SUM
           MOVE WS-BAT-ADJ-HI-ORDER(WS-BAT-IDX) TO SUSP-ADJ-HI-ORDER
           MOVE WS-BAT-ADJ-COUNT(WS-BAT-IDX) TO SUSP-ADJ-COUNT
           MOVE WS-BAT-TRAILER-ADJ-TOTAL(WS-BAT-IDX)
               TO SUSP-TRAILER-ADJ-TOTAL
           MOVE WS-BAT-TRAILER-ADJ-COUNT(WS-BAT-IDX)
               TO SUSP-TRAILER-ADJ-COUNT
           MOVE 0 TO SUSP-RELEASE-DATE
           MOVE 0 TO SUSP-APPROVE-DATE
           MOVE 0 TO SUSP-EXTRACT-DATE
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   REWRITE SUSPENSE-RECORD
           END-WRITE.

      *****************************************************************
      *  THE GL JOURNAL TURNS THE RUN'S BRANCH AND CURRENCY
      *  SUBTOTALS INTO ACCOUNT POSTINGS.  EVERY ACCEPTED ITEM SITS
      *  IN ONE BRANCH BUCKET AND ONE CURRENCY BUCKET, SO EACH
      *  BRANCH'S AMOUNT IS DEBITED TO ITS MAPPED ACCOUNT AND COST
      *  CENTER AND EACH CURRENCY'S AMOUNT IS CREDITED TO ITS OWN;
      *  A CODE'S REVERSALS GO ON THE OPPOSITE SIDE.  THE TWO SIDES
      *  ONLY DISAGREE WHEN A BUCKET TABLE FILLED AND DROPPED MONEY
      *  FROM ONE BREAKDOWN, WHICH THE TRAILER'S BALANCE FLAG
      *  EXPOSES.  THE JOURNAL IS HELD - HEADER AND TRAILER ONLY,
      *  NO LINES - WHEN THE MAPPING MASTER IS MISSING, WHEN ANY
      *  CODE HAS NO ACTIVE MAPPING (EACH ONE IS PRINTED ON SUMRPT
      *  RATHER THAN POSTED TO A BLANK ACCOUNT), WHEN THE GL DETAIL
      *  RECORDS WERE WITHHELD BY 5000 (THE SUBTOTALS WOULD NOT TIE
      *  TO THE POSTED SUMMARIES), OR WHEN DEBITS DO NOT EQUAL
      *  CREDITS.  THE OUTCOME AND BOTH TOTALS PRINT AT THE FOOT OF
      *  SUMRPT.
      *****************************************************************
       5700-WRITE-GL-JOURNAL.
           MOVE WS-JOURNAL-HDR-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
           IF WS-MAPPING-LOADED
               PERFORM 5710-MAP-BRANCH-CODES
               PERFORM 5720-MAP-CURRENCY-CODES
           END-IF
           PERFORM 5730-FOOT-JOURNAL
           EVALUATE TRUE
               WHEN NOT WS-MAPPING-LOADED
                   SET WS-JRN-HELD-NO-MASTER TO TRUE
               WHEN WS-JRN-UNMAPPED-COUNT > 0
                   SET WS-JRN-HELD-UNMAPPED TO TRUE
               WHEN WS-BATCH-TABLE-FULL
                       OR WS-GRAND-MISMATCH
                       OR WS-WAS-RESTARTED
                       OR WS-ANY-BATCH-HELD
                   SET WS-JRN-HELD-BATCH TO TRUE
               WHEN WS-JRN-DEBIT-TOTAL NOT = WS-JRN-CREDIT-TOTAL
                       OR WS-JRN-DEBIT-HI NOT = WS-JRN-CREDIT-HI
                   SET WS-JRN-HELD-UNBALANCED TO TRUE
               WHEN OTHER
                   SET WS-JRN-POSTABLE TO TRUE
           END-EVALUATE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET JRN-HEADER TO TRUE
           MOVE WS-RUN-DATE TO JRN-RUN-DATE
           MOVE WS-BATCH-ID TO JRN-BATCH-ID
           MOVE WS-JOURNAL-STATUS TO JRN-HDR-STATUS
           MOVE WS-JRN-UNMAPPED-COUNT TO JRN-HDR-UNMAPPED-COUNT
           WRITE GL-JOURNAL-RECORD
           IF WS-JRN-POSTABLE
               PERFORM 5740-WRITE-BRANCH-LINES
               PERFORM 5750-WRITE-CURRENCY-LINES
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET JRN-TRAILER TO TRUE
           MOVE WS-RUN-DATE TO JRN-RUN-DATE
           MOVE WS-BATCH-ID TO JRN-BATCH-ID
           MOVE WS-JRN-LINE-COUNT TO JRN-TRL-LINE-COUNT
           MOVE WS-JRN-DEBIT-TOTAL TO JRN-TRL-DEBIT-TOTAL
           MOVE WS-JRN-DEBIT-HI TO JRN-TRL-DEBIT-HI
           MOVE WS-JRN-CREDIT-TOTAL TO JRN-TRL-CREDIT-TOTAL
           MOVE WS-JRN-CREDIT-HI TO JRN-TRL-CREDIT-HI
           IF WS-JRN-DEBIT-TOTAL = WS-JRN-CREDIT-TOTAL
                   AND WS-JRN-DEBIT-HI = WS-JRN-CREDIT-HI
               SET JRN-IN-BALANCE TO TRUE
           ELSE
               SET JRN-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE GL-JOURNAL-RECORD
           PERFORM 5790-PRINT-JOURNAL-SUMMARY.

       5710-MAP-BRANCH-CODES.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE "B" TO MAP-CODE-TYPE
               MOVE WS-BR-CODE(WS-BR-IDX) TO MAP-CODE
               PERFORM 5715-READ-MAPPING-RECORD
               IF WS-MAP-VALID
                   MOVE MAP-GL-ACCOUNT TO WS-BR-GL-ACCOUNT(WS-BR-IDX)
                   MOVE MAP-COST-CENTER
                       TO WS-BR-COST-CENTER(WS-BR-IDX)
               ELSE
                   ADD 1 TO WS-JRN-UNMAPPED-COUNT
                   MOVE "BRANCH" TO WS-UNM-TYPE-OUT
                   MOVE WS-BR-CODE(WS-BR-IDX) TO WS-UNM-CODE-OUT
                   MOVE WS-BR-SUBTOTAL(WS-BR-IDX) TO WS-UNM-AMOUNT-OUT
                   MOVE WS-BR-REV-SUBTOTAL(WS-BR-IDX)
                       TO WS-UNM-REV-OUT
                   MOVE WS-UNMAPPED-LINE TO SUM-RPT-LINE
                   WRITE SUM-RPT-LINE
               END-IF
           END-PERFORM.

       5715-READ-MAPPING-RECORD.
           MOVE "N" TO WS-MAP-VALID-SWITCH
           READ MAPPING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MAP-ACTIVE
                           AND MAP-GL-ACCOUNT NOT = SPACES
                           AND MAP-COST-CENTER NOT = SPACES
                       SET WS-MAP-VALID TO TRUE
                   END-IF
           END-READ.

       5720-MAP-CURRENCY-CODES.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE "C" TO MAP-CODE-TYPE
               MOVE SPACES TO MAP-CODE
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO MAP-CODE(1:3)
               PERFORM 5715-READ-MAPPING-RECORD
               IF WS-MAP-VALID
                   MOVE MAP-GL-ACCOUNT
                       TO WS-CUR-GL-ACCOUNT(WS-CUR-IDX)
                   MOVE MAP-COST-CENTER
                       TO WS-CUR-COST-CENTER(WS-CUR-IDX)
               ELSE
                   ADD 1 TO WS-JRN-UNMAPPED-COUNT
                   MOVE "CURRENCY" TO WS-UNM-TYPE-OUT
                   MOVE WS-CUR-CODE(WS-CUR-IDX) TO WS-UNM-CODE-OUT
                   MOVE WS-CUR-SUBTOTAL(WS-CUR-IDX)
                       TO WS-UNM-AMOUNT-OUT
                   MOVE WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
                       TO WS-UNM-REV-OUT
                   MOVE WS-UNMAPPED-LINE TO SUM-RPT-LINE
                   WRITE SUM-RPT-LINE
               END-IF
           END-PERFORM.

       5730-FOOT-JOURNAL.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE WS-BR-SUBTOTAL(WS-BR-IDX) TO WS-JRN-ADD-AMOUNT
               MOVE WS-BR-HI-ORDER(WS-BR-IDX) TO WS-JRN-ADD-HI
               PERFORM 5780-ADD-JOURNAL-DEBIT
               MOVE WS-BR-REV-SUBTOTAL(WS-BR-IDX) TO WS-JRN-ADD-AMOUNT
               MOVE WS-BR-REV-HI-ORDER(WS-BR-IDX) TO WS-JRN-ADD-HI
               PERFORM 5785-ADD-JOURNAL-CREDIT
           END-PERFORM
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-SUBTOTAL(WS-CUR-IDX) TO WS-JRN-ADD-AMOUNT
               MOVE WS-CUR-HI-ORDER(WS-CUR-IDX) TO WS-JRN-ADD-HI
               PERFORM 5785-ADD-JOURNAL-CREDIT
               MOVE WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
                   TO WS-JRN-ADD-AMOUNT
               MOVE WS-CUR-REV-HI-ORDER(WS-CUR-IDX) TO WS-JRN-ADD-HI
               PERFORM 5780-ADD-JOURNAL-DEBIT
           END-PERFORM.

      *****************************************************************
      *  THE SAME RULE AS THE GL DETAIL RECORDS: A CODE THAT ONLY
      *  HAD REVERSALS THIS RUN GETS NO ZERO LINE ON ITS USUAL SIDE.
      *****************************************************************
       5740-WRITE-BRANCH-LINES.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               MOVE WS-BR-GL-ACCOUNT(WS-BR-IDX) TO WS-JRN-LINE-ACCOUNT
               MOVE WS-BR-COST-CENTER(WS-BR-IDX)
                   TO WS-JRN-LINE-COST-CENTER
               MOVE "B" TO WS-JRN-LINE-TYPE
               MOVE WS-BR-CODE(WS-BR-IDX) TO WS-JRN-LINE-CODE
               IF WS-BR-SUBTOTAL(WS-BR-IDX) > 0
                       OR WS-BR-HI-ORDER(WS-BR-IDX) > 0
                       OR (WS-BR-REV-SUBTOTAL(WS-BR-IDX) = 0
                           AND WS-BR-REV-HI-ORDER(WS-BR-IDX) = 0)
                   MOVE "D" TO WS-JRN-LINE-SIDE
                   MOVE WS-BR-SUBTOTAL(WS-BR-IDX) TO WS-JRN-ADD-AMOUNT
                   MOVE WS-BR-HI-ORDER(WS-BR-IDX) TO WS-JRN-ADD-HI
                   PERFORM 5760-WRITE-JOURNAL-LINE
               END-IF
               IF WS-BR-REV-SUBTOTAL(WS-BR-IDX) > 0
                       OR WS-BR-REV-HI-ORDER(WS-BR-IDX) > 0
                   MOVE "C" TO WS-JRN-LINE-SIDE
                   MOVE WS-BR-REV-SUBTOTAL(WS-BR-IDX)
                       TO WS-JRN-ADD-AMOUNT
                   MOVE WS-BR-REV-HI-ORDER(WS-BR-IDX) TO WS-JRN-ADD-HI
                   PERFORM 5760-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.

       5750-WRITE-CURRENCY-LINES.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-CUR-GL-ACCOUNT(WS-CUR-IDX)
                   TO WS-JRN-LINE-ACCOUNT
               MOVE WS-CUR-COST-CENTER(WS-CUR-IDX)
                   TO WS-JRN-LINE-COST-CENTER
               MOVE "C" TO WS-JRN-LINE-TYPE
               MOVE WS-CUR-CODE(WS-CUR-IDX) TO WS-JRN-LINE-CODE
               IF WS-CUR-SUBTOTAL(WS-CUR-IDX) > 0
                       OR WS-CUR-HI-ORDER(WS-CUR-IDX) > 0
                       OR (WS-CUR-REV-SUBTOTAL(WS-CUR-IDX) = 0
                           AND WS-CUR-REV-HI-ORDER(WS-CUR-IDX) = 0)
                   MOVE "C" TO WS-JRN-LINE-SIDE
                   MOVE WS-CUR-SUBTOTAL(WS-CUR-IDX)
                       TO WS-JRN-ADD-AMOUNT
                   MOVE WS-CUR-HI-ORDER(WS-CUR-IDX) TO WS-JRN-ADD-HI
                   PERFORM 5760-WRITE-JOURNAL-LINE
               END-IF
               IF WS-CUR-REV-SUBTOTAL(WS-CUR-IDX) > 0
                       OR WS-CUR-REV-HI-ORDER(WS-CUR-IDX) > 0
                   MOVE "D" TO WS-JRN-LINE-SIDE
                   MOVE WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
                       TO WS-JRN-ADD-AMOUNT
                   MOVE WS-CUR-REV-HI-ORDER(WS-CUR-IDX)
                       TO WS-JRN-ADD-HI
                   PERFORM 5760-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.

       5760-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET JRN-LINE TO TRUE
           MOVE WS-RUN-DATE TO JRN-RUN-DATE
           MOVE WS-BATCH-ID TO JRN-BATCH-ID
           MOVE WS-JRN-LINE-SIDE TO JRN-ENTRY-SIDE
           MOVE WS-JRN-LINE-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE WS-JRN-LINE-COST-CENTER TO JRN-COST-CENTER
           MOVE WS-JRN-LINE-TYPE TO JRN-SOURCE-TYPE
           MOVE WS-JRN-LINE-CODE TO JRN-SOURCE-CODE
           MOVE WS-JRN-ADD-AMOUNT TO JRN-AMOUNT
           MOVE WS-JRN-ADD-HI TO JRN-HI-ORDER
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JRN-LINE-COUNT.

       5780-ADD-JOURNAL-DEBIT.
           IF WS-JRN-ADD-AMOUNT > WS-SUM-CAPACITY - WS-JRN-DEBIT-TOTAL
               COMPUTE WS-JRN-DEBIT-TOTAL = WS-JRN-DEBIT-TOTAL
                   + WS-JRN-ADD-AMOUNT - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-JRN-DEBIT-HI
           ELSE
               ADD WS-JRN-ADD-AMOUNT TO WS-JRN-DEBIT-TOTAL
           END-IF
           ADD WS-JRN-ADD-HI TO WS-JRN-DEBIT-HI.

       5785-ADD-JOURNAL-CREDIT.
           IF WS-JRN-ADD-AMOUNT > WS-SUM-CAPACITY - WS-JRN-CREDIT-TOTAL
               COMPUTE WS-JRN-CREDIT-TOTAL = WS-JRN-CREDIT-TOTAL
                   + WS-JRN-ADD-AMOUNT - (WS-SUM-CAPACITY + 0.01)
               ADD 1 TO WS-JRN-CREDIT-HI
           ELSE
               ADD WS-JRN-ADD-AMOUNT TO WS-JRN-CREDIT-TOTAL
           END-IF
           ADD WS-JRN-ADD-HI TO WS-JRN-CREDIT-HI.

       5790-PRINT-JOURNAL-SUMMARY.
           EVALUATE TRUE
               WHEN WS-JRN-HELD-NO-MASTER
                   MOVE "HELD - NO MAPPING MASTER"
                       TO WS-JRN-STATUS-OUT
               WHEN WS-JRN-HELD-UNMAPPED
                   MOVE "HELD - UNMAPPED CODES"
                       TO WS-JRN-STATUS-OUT
               WHEN WS-JRN-HELD-BATCH
                   MOVE "HELD - GL DETAIL WITHHELD"
                       TO WS-JRN-STATUS-OUT
               WHEN WS-JRN-HELD-UNBALANCED
                   MOVE "HELD - DEBITS NOT EQUAL CREDITS"
                       TO WS-JRN-STATUS-OUT
               WHEN OTHER
                   MOVE "BALANCED - MAY POST" TO WS-JRN-STATUS-OUT
           END-EVALUATE
           MOVE WS-JOURNAL-STATUS-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
           IF NOT WS-JRN-POSTABLE
               MOVE SPACES TO EVENT-RECORD
               MOVE WS-BATCH-ID TO EVT-BATCH-ID
               MOVE "JRNLHELD" TO EVT-EVENT-CODE
               SET EVT-ERROR TO TRUE
               COMPUTE EVT-AMOUNT =
                   WS-JRN-DEBIT-HI * (WS-SUM-CAPACITY + 0.01)
                   + WS-JRN-DEBIT-TOTAL
               MOVE "JRNL" TO EVT-TEXT(1:5)
               MOVE WS-JRN-STATUS-OUT TO EVT-TEXT(6:32)
               PERFORM 8000-WRITE-EVENT
           END-IF
           MOVE WS-JRN-DEBIT-TOTAL TO WS-JRN-DEBIT-OUT
           MOVE WS-JRN-DEBIT-HI TO WS-JRN-DEBIT-HI-OUT
           MOVE WS-JOURNAL-DEBIT-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
           MOVE WS-JRN-CREDIT-TOTAL TO WS-JRN-CREDIT-OUT
           MOVE WS-JRN-CREDIT-HI TO WS-JRN-CREDIT-HI-OUT
           MOVE WS-JOURNAL-CREDIT-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE
           MOVE WS-JRN-LINE-COUNT TO WS-JRN-LINES-OUT
           MOVE WS-JRN-UNMAPPED-COUNT TO WS-JRN-UNMAPPED-OUT
           MOVE WS-JOURNAL-COUNT-LINE TO SUM-RPT-LINE
           WRITE SUM-RPT-LINE.

      *****************************************************************
      *  REPLAY-PARTIAL BATCHES ARE NOT WRITTEN TO HISTORY - THEIR
      *  POST-RESTART SUMS ARE UNDERSTATED AND WOULD SURFACE AS
      *  PERIOD-TO-DATE MASTER UNDER THE BUSINESS DATE'S PERIOD
      *  (YYYYMM), ONE KEYED READ AND WRITE/REWRITE PER CODE, SO
      *  SUMPTD CAN PRINT MONTH-TO-DATE VOLUME WITHOUT ADDING UP
      *  DAILY PRINTOUTS.  ONLY MONEY THAT POSTED IS ROLLED: EACH
      *  BUCKET LESS THE SHARE 2265 SET ASIDE FOR BATCHES HELD FOR A
      *  REASON OF THEIR OWN, AND NOTHING AT ALL WHEN THE WHOLE
      *  TRANSMISSION IS HELD.  A HELD BATCH'S MONEY ROLLS ONCE,
      *  WHEN IT IS RE-FED AND POSTS OR WHEN SUMSUSP RELEASES IT, SO
      *  A RE-FEED THAT SUPERSEDES THE HOLD CANNOT COUNT IT TWICE.
      *  A RESTARTED RUN ROLLS ITS POSTED BATCHES LIKE ANY OTHER -
      *  THE BATCHES THE REPLAY TOUCHED ARE HELD, SO WHAT POSTS IS
      *  WHOLLY SINCE THE CHECKPOINT; A RESEEDED HEADERLESS BATCH
      *  ROLLS ONLY ITS RECORDS SINCE THE CHECKPOINT, AS ITS AUDIT
      *  LINES ARE.  THE REVERSAL BUCKETS ROLL INTO THE PERIOD'S
      *  REVERSED AMOUNT THE SAME WAY.  A CODE WITH NOTHING POSTED
      *  IS NOT ROLLED.  EVERY ROLL IS LOGGED ON
      *  PTDLOG WITH THE BUCKET BEFORE AND AFTER, SO A DAY'S CHANGE
      *  TO THE BUCKETS CAN BE PROVED LATER; A LOG THAT WILL NOT
      *  OPEN IS REPORTED BUT DOES NOT STOP THE ROLL.
      *****************************************************************
       6500-ROLL-PERIOD-TO-DATE.
           IF NOT WS-BATCH-TABLE-FULL AND NOT WS-GRAND-MISMATCH
               OPEN I-O PTD-FILE
               IF WS-PTD-STATUS = "35"
                   OPEN OUTPUT PTD-FILE
                   MOVE WS-PTD-STATUS TO WS-OPEN-ERR-STATUS-OUT
                   DISPLAY WS-OPEN-ERROR-LINE
               ELSE
                   PERFORM 6520-OPEN-PTD-LOG
                   PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                           UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                       MOVE "B" TO WS-PTD-ROLL-TYPE
                       MOVE WS-BR-CODE(WS-BR-IDX) TO WS-PTD-ROLL-CODE
                       COMPUTE WS-PTD-ROLL-NET =
                           WS-BR-HI-ORDER(WS-BR-IDX) * WS-CARRY-UNIT
                           + WS-BR-SUBTOTAL(WS-BR-IDX)
                           - WS-BR-HELD-TOTAL(WS-BR-IDX)
                       COMPUTE WS-PTD-ROLL-REV-NET =
                           WS-BR-REV-HI-ORDER(WS-BR-IDX)
                               * WS-CARRY-UNIT
                           + WS-BR-REV-SUBTOTAL(WS-BR-IDX)
                           - WS-BR-HELD-REV(WS-BR-IDX)
                       PERFORM 6505-ROLL-POSTED-SHARE
                   END-PERFORM
                   PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                           UNTIL WS-CUR-IDX > WS-CURRENCY-COUNT
                       MOVE SPACES TO WS-PTD-ROLL-CODE
                       MOVE WS-CUR-CODE(WS-CUR-IDX)
                           TO WS-PTD-ROLL-CODE(1:3)
                       COMPUTE WS-PTD-ROLL-NET =
                           WS-CUR-HI-ORDER(WS-CUR-IDX) * WS-CARRY-UNIT
                           + WS-CUR-SUBTOTAL(WS-CUR-IDX)
                           - WS-CUR-HELD-TOTAL(WS-CUR-IDX)
                       COMPUTE WS-PTD-ROLL-REV-NET =
                           WS-CUR-REV-HI-ORDER(WS-CUR-IDX)
                               * WS-CARRY-UNIT
                           + WS-CUR-REV-SUBTOTAL(WS-CUR-IDX)
                           - WS-CUR-HELD-REV(WS-CUR-IDX)
                       PERFORM 6505-ROLL-POSTED-SHARE
                   END-PERFORM
                   CLOSE PTD-FILE
                   IF WS-PTD-LOG-OPEN
                       CLOSE PTD-LOG
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  SPLITS A CODE'S POSTED SHARE BACK INTO AMOUNT AND HI-ORDER
      *  CARRY AT THE 1,000,000,000.00 FOLD AND ROLLS IT.
      *****************************************************************
       6505-ROLL-POSTED-SHARE.
           IF WS-PTD-ROLL-NET > 0 OR WS-PTD-ROLL-REV-NET > 0
               COMPUTE WS-PTD-ROLL-HI-ORDER =
                   WS-PTD-ROLL-NET / WS-CARRY-UNIT
               COMPUTE WS-PTD-ROLL-AMOUNT = WS-PTD-ROLL-NET
                   - WS-PTD-ROLL-HI-ORDER * WS-CARRY-UNIT
               COMPUTE WS-PTD-ROLL-REV-HI-ORDER =
                   WS-PTD-ROLL-REV-NET / WS-CARRY-UNIT
               COMPUTE WS-PTD-ROLL-REV-AMOUNT = WS-PTD-ROLL-REV-NET
                   - WS-PTD-ROLL-REV-HI-ORDER * WS-CARRY-UNIT
               PERFORM 6510-ROLL-ONE-PTD-BUCKET
           END-IF.

       6510-ROLL-ONE-PTD-BUCKET.
           MOVE WS-PTD-ROLL-TYPE TO PTD-CODE-TYPE
           MOVE WS-PTD-ROLL-CODE TO PTD-CODE
               NOT INVALID KEY
                   SET WS-PTD-FOUND TO TRUE
           END-READ
           IF PTD-REVERSED-AMOUNT IS NOT NUMERIC
                   OR PTD-REVERSED-HI-ORDER IS NOT NUMERIC
               MOVE 0 TO PTD-REVERSED-AMOUNT
               MOVE 0 TO PTD-REVERSED-HI-ORDER
           END-IF
           MOVE SPACES TO PTD-LOG-RECORD
           MOVE WS-RUN-DATE TO PLOG-RUN-DATE
           MOVE WS-BATCH-ID TO PLOG-BATCH-ID
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

       6520-OPEN-PTD-LOG.
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
           END-IF.

      *****************************************************************
               SET WS-RCV-IDX DOWN BY 1
           END-IF.

      *****************************************************************
      *  THE CALLER CLEARS THE EVENT RECORD AND FILLS IN THE BATCH,
      *  EVENT CODE, SEVERITY, AMOUNT AND TEXT; THE BUSINESS DATE,
      *  PROGRAM AND TIME STAMP ARE COMMON TO EVERY EVENT.
      *****************************************************************
       8000-WRITE-EVENT.
           IF WS-EVENT-FILE-OPEN
               MOVE WS-RUN-DATE TO EVT-BUSINESS-DATE
               MOVE "SUMBATCH" TO EVT-PROGRAM
               ACCEPT EVT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT EVT-STAMP-TIME FROM TIME
               SET EVT-OPEN TO TRUE
               MOVE 0 TO EVT-ACK-DATE
               MOVE 0 TO EVT-ACK-TIME
               WRITE EVENT-RECORD
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REGISTER-RECORD
           MOVE WS-BATCH-ID TO REG-BATCH-ID
           ELSE
               SET REG-CONTROL-MISMATCHED TO TRUE
           END-IF
           ACCEPT REG-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT REG-EVENT-TIME FROM TIME
           MOVE WS-RUN-STAMP TO REG-RUN-STAMP
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE
           CLOSE BATCH-IN
               CLOSE REFERENCE-FILE
           END-IF
           CLOSE HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE KEY-REGISTER
           CLOSE SUSPENSE-FILE
           IF WS-MAPPING-LOADED
               CLOSE MAPPING-FILE
           END-IF
           IF WS-HIERARCHY-LOADED
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE GL-JOURNAL
           CLOSE GL-HISTORY-FILE
           IF WS-EVENT-FILE-OPEN
               CLOSE EVENT-FILE
           END-IF.
