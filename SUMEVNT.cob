      *****************************************************************
      *  PROGRAM-ID   : SUMEVNT
      *  DESCRIPTION  : EXCEPTION EVENT ACKNOWLEDGMENT TRANSACTION.
      *                 WALKS THE SHARED EXCEPTION EVENT FEED
      *                 (EVNTFILE) APPENDED BY SUMBATCH, GLRECON,
      *                 SUMAGE, SUMHIST AND SUMSTAT AND PRESENTS EACH
      *                 OPEN EVENT TO THE ON-CALL ANALYST, MOST
      *                 SEVERE FIRST: ONE PASS OVER THE FILE FOR THE
      *                 CRITICAL EVENTS, THEN THE ERRORS, THEN THE
      *                 WARNINGS, EACH PASS IN THE ORDER THE EVENTS
      *                 WERE LOGGED.  THE SESSION STARTS WITH A
      *                 SIGN-ON AGAINST THE OPERATOR AUTHORITY FILE
      *                 (OPERFILE, SEE SUMOPER): ANY ACTIVE OPERATOR
      *                 MAY BROWSE, ACKNOWLEDGING NEEDS MAINTENANCE
      *                 AUTHORITY, AND EVERY ACKNOWLEDGMENT IS
      *                 STAMPED WITH THE SIGNED-ON OPERATOR ID AND
      *                 THE DATE AND TIME IT WAS TAKEN.  AN EVENT
      *                 THAT IS SKIPPED STAYS OPEN FOR THE NEXT
      *                 SESSION.  DELIVERED AS A NATIVE COBOL SCREEN
      *                 SECTION PROGRAM IN THE SAME STYLE AS SUMREJ.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMEVNT.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVNTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE
           RECORDING MODE IS F.
       COPY CBEVENT.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY CBOPER.

       WORKING-STORAGE SECTION.
       01  WS-EVENT-FILE-STATUS        PIC XX      VALUE "00".
           88  WS-EVENT-FILE-OK                    VALUE "00".

       01  WS-OPERATOR-STATUS          PIC XX      VALUE "00".
           88  WS-OPERATOR-OK                      VALUE "00".

       01  WS-SIGNED-ON-SWITCH         PIC X       VALUE "N".
           88  WS-SIGNED-ON                        VALUE "Y".

       01  WS-SIGNON-ID                PIC X(08)   VALUE SPACES.
           88  WS-SIGNON-EXIT                      VALUE "EXIT    ".
       01  WS-SIGNON-PASSWORD          PIC X(08)   VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
       01  WS-OPERATOR-AUTHORITY       PIC X(01)   VALUE SPACE.
           88  WS-OPER-CAN-ACKNOWLEDGE             VALUES "2" "3".
       01  WS-SIGNON-MESSAGE           PIC X(40)   VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X       VALUE "N".
           88  WS-EOF                              VALUE "Y".

       01  WS-DONE-SWITCH              PIC X       VALUE "N".
           88  WS-SESSION-DONE                     VALUE "Y".

       01  WS-ACTION                   PIC X(01)   VALUE SPACE.
           88  WS-ACTION-ACKNOWLEDGE               VALUE "A".
           88  WS-ACTION-SKIP                      VALUE "S" " ".
           88  WS-ACTION-EXIT                      VALUE "X".

       01  WS-SEVERITY-ORDER           PIC X(03)   VALUE "CEW".
       01  WS-PASS-NUMBER              PIC 9(01)   VALUE 0.
       01  WS-PASS-SEVERITY            PIC X(01)   VALUE SPACE.

       01  WS-SEVERITY-DISPLAY         PIC X(08)   VALUE SPACES.

       01  WS-DISPLAY-AMOUNT           PIC S9(13)V99 VALUE 0.

       01  WS-LOGGED-DISPLAY.
           05  WS-LOGGED-DATE-DISPLAY  PIC 9(08)   VALUE 0.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LOGGED-TIME-DISPLAY  PIC X(06)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-OPEN-CRITICAL-COUNT  PIC 9(9)    VALUE 0.
           05  WS-OPEN-ERROR-COUNT     PIC 9(9)    VALUE 0.
           05  WS-OPEN-WARNING-COUNT   PIC 9(9)    VALUE 0.
           05  WS-ACKNOWLEDGED-COUNT   PIC 9(9)    VALUE 0.

       01  WS-SCREEN-MESSAGE           PIC X(40)   VALUE SPACES.

       01  WS-OPEN-ERROR-LINE.
           05  FILLER                  PIC X(20)
               VALUE "UNABLE TO OPEN FILE:".
           05  WS-OPEN-ERR-FILE-OUT    PIC X(12).
           05  FILLER                  PIC X(11)
               VALUE "  STATUS: ".
           05  WS-OPEN-ERR-STATUS-OUT  PIC XX.

       01  WS-SUMMARY-LINES.
           05  WS-ACKNOWLEDGED-LINE.
               10  FILLER              PIC X(20)
                   VALUE "EVENTS ACKNOWLEDGED:".
               10  WS-ACKNOWLEDGED-OUT PIC ZZZ,ZZZ,ZZ9.
           05  WS-OPEN-CRITICAL-LINE.
               10  FILLER              PIC X(20)
                   VALUE "CRITICAL LEFT OPEN.:".
               10  WS-OPEN-CRITICAL-OUT
                                       PIC ZZZ,ZZZ,ZZ9.
           05  WS-OPEN-ERROR-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "ERRORS LEFT OPEN...:".
               10  WS-OPEN-ERROR-OUT   PIC ZZZ,ZZZ,ZZ9.
           05  WS-OPEN-WARNING-LINE.
               10  FILLER              PIC X(20)
                   VALUE "WARNINGS LEFT OPEN.:".
               10  WS-OPEN-WARNING-OUT PIC ZZZ,ZZZ,ZZ9.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "EXCEPTION EVENT SIGN-ON".
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

       01  EVENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "EXCEPTION EVENT ACKNOWLEDGMENT".
           05  LINE 2  COLUMN 1
               VALUE "OPEN - CRITICAL:".
           05  LINE 2  COLUMN 18  PIC ZZZZ9
               FROM WS-OPEN-CRITICAL-COUNT.
           05  LINE 2  COLUMN 25
               VALUE "ERROR:".
           05  LINE 2  COLUMN 32  PIC ZZZZ9
               FROM WS-OPEN-ERROR-COUNT.
           05  LINE 2  COLUMN 39
               VALUE "WARNING:".
           05  LINE 2  COLUMN 48  PIC ZZZZ9
               FROM WS-OPEN-WARNING-COUNT.
           05  LINE 4  COLUMN 1
               VALUE "SEVERITY...........:".
           05  LINE 4  COLUMN 25  PIC X(08)
               FROM WS-SEVERITY-DISPLAY.
           05  LINE 5  COLUMN 1
               VALUE "BUSINESS DATE......:".
           05  LINE 5  COLUMN 25  PIC 9(08)
               FROM EVT-BUSINESS-DATE.
           05  LINE 6  COLUMN 1
               VALUE "PROGRAM............:".
           05  LINE 6  COLUMN 25  PIC X(08)
               FROM EVT-PROGRAM.
           05  LINE 7  COLUMN 1
               VALUE "BATCH ID...........:".
           05  LINE 7  COLUMN 25  PIC X(08)
               FROM EVT-BATCH-ID.
           05  LINE 8  COLUMN 1
               VALUE "EVENT CODE.........:".
           05  LINE 8  COLUMN 25  PIC X(08)
               FROM EVT-EVENT-CODE.
           05  LINE 9  COLUMN 1
               VALUE "AMOUNT.............:".
           05  LINE 9  COLUMN 25  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
               FROM WS-DISPLAY-AMOUNT.
           05  LINE 10 COLUMN 1
               VALUE "DETAIL.............:".
           05  LINE 10 COLUMN 25  PIC X(40)
               FROM EVT-TEXT.
           05  LINE 11 COLUMN 1
               VALUE "LOGGED.............:".
           05  LINE 11 COLUMN 25  PIC X(15)
               FROM WS-LOGGED-DISPLAY.
           05  LINE 13 COLUMN 1
               VALUE "ACTION (A/S/X).....:".
           05  LINE 13 COLUMN 25  PIC X(01)
               USING WS-ACTION.
           05  LINE 15 COLUMN 1   PIC X(40)
               FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-OPEN-OPERATOR-FILE
           PERFORM 0100-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SESSION-DONE
           CLOSE OPERATOR-FILE
           IF WS-SIGNED-ON
               PERFORM 1000-INITIALIZE
               PERFORM VARYING WS-PASS-NUMBER FROM 1 BY 1
                       UNTIL WS-PASS-NUMBER > 3
                           OR WS-SESSION-DONE
                   PERFORM 2000-SEVERITY-PASS
               END-PERFORM
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
      *  ACKNOWLEDGMENT CARRIES WHO TOOK IT.  ANY ACTIVE OPERATOR MAY
      *  SIGN ON AND BROWSE; ACKNOWLEDGING CHECKS AUTHORITY AT ACTION
      *  TIME.
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

      *****************************************************************
      *  A FIRST READ-ONLY PASS COUNTS THE OPEN EVENTS OF EACH
      *  SEVERITY SO THE ANALYST SEES HOW MANY ARE LEFT ON EVERY
      *  SCREEN.  NO FEED MEANS NOTHING HAS EVER BEEN LOGGED.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT EVENT-FILE
           IF NOT WS-EVENT-FILE-OK
               MOVE "EVNTFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-EVENT-FILE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-EVENT-FILE
           PERFORM 1200-COUNT-OPEN-EVENT UNTIL WS-EOF
           CLOSE EVENT-FILE.

       1100-READ-EVENT-FILE.
           READ EVENT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1200-COUNT-OPEN-EVENT.
           IF EVT-OPEN
               EVALUATE TRUE
                   WHEN EVT-CRITICAL
                       ADD 1 TO WS-OPEN-CRITICAL-COUNT
                   WHEN EVT-ERROR
                       ADD 1 TO WS-OPEN-ERROR-COUNT
                   WHEN EVT-WARNING
                       ADD 1 TO WS-OPEN-WARNING-COUNT
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-EVENT-FILE.

      *****************************************************************
      *  ONE WALK OF THE FEED FOR THE SEVERITY OF THIS PASS.  THE
      *  FILE IS OPENED I-O SO AN ACKNOWLEDGED EVENT CAN BE REWRITTEN
      *  IN PLACE.
      *****************************************************************
       2000-SEVERITY-PASS.
           MOVE WS-SEVERITY-ORDER(WS-PASS-NUMBER:1) TO WS-PASS-SEVERITY
           MOVE "N" TO WS-EOF-SWITCH
           OPEN I-O EVENT-FILE
           IF NOT WS-EVENT-FILE-OK
               MOVE "EVNTFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-EVENT-FILE-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-EVENT-FILE
           PERFORM 2100-REVIEW-EVENT
               UNTIL WS-EOF OR WS-SESSION-DONE
           CLOSE EVENT-FILE.

       2100-REVIEW-EVENT.
           IF EVT-OPEN AND EVT-SEVERITY = WS-PASS-SEVERITY
               PERFORM 2200-PRESENT-EVENT
           END-IF
           IF NOT WS-SESSION-DONE
               PERFORM 1100-READ-EVENT-FILE
           END-IF.

       2200-PRESENT-EVENT.
           MOVE SPACE TO WS-ACTION
           EVALUATE TRUE
               WHEN EVT-CRITICAL
                   MOVE "CRITICAL" TO WS-SEVERITY-DISPLAY
               WHEN EVT-ERROR
                   MOVE "ERROR" TO WS-SEVERITY-DISPLAY
               WHEN OTHER
                   MOVE "WARNING" TO WS-SEVERITY-DISPLAY
           END-EVALUATE
           MOVE EVT-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE EVT-STAMP-DATE TO WS-LOGGED-DATE-DISPLAY
           MOVE EVT-STAMP-TIME(1:6) TO WS-LOGGED-TIME-DISPLAY
           DISPLAY EVENT-SCREEN
           ACCEPT EVENT-SCREEN
           EVALUATE TRUE
               WHEN WS-ACTION-ACKNOWLEDGE
                       AND NOT WS-OPER-CAN-ACKNOWLEDGE
                   MOVE "NOT AUTHORIZED TO ACKNOWLEDGE"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-ACKNOWLEDGE
                   PERFORM 2300-ACKNOWLEDGE-EVENT
               WHEN WS-ACTION-EXIT
                   SET WS-SESSION-DONE TO TRUE
               WHEN OTHER
                   MOVE "EVENT SKIPPED - LEFT OPEN"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       2300-ACKNOWLEDGE-EVENT.
           SET EVT-ACKNOWLEDGED TO TRUE
           MOVE WS-OPERATOR-ID TO EVT-ACK-OPER
           ACCEPT EVT-ACK-DATE FROM DATE YYYYMMDD
           ACCEPT EVT-ACK-TIME FROM TIME
           EVALUATE TRUE
               WHEN EVT-CRITICAL
                   SUBTRACT 1 FROM WS-OPEN-CRITICAL-COUNT
               WHEN EVT-ERROR
                   SUBTRACT 1 FROM WS-OPEN-ERROR-COUNT
               WHEN EVT-WARNING
                   SUBTRACT 1 FROM WS-OPEN-WARNING-COUNT
           END-EVALUATE
           REWRITE EVENT-RECORD
           ADD 1 TO WS-ACKNOWLEDGED-COUNT
           MOVE "EVENT ACKNOWLEDGED" TO WS-SCREEN-MESSAGE.

       9000-TERMINATE.
           MOVE WS-ACKNOWLEDGED-COUNT TO WS-ACKNOWLEDGED-OUT
           DISPLAY WS-ACKNOWLEDGED-LINE
           MOVE WS-OPEN-CRITICAL-COUNT TO WS-OPEN-CRITICAL-OUT
           DISPLAY WS-OPEN-CRITICAL-LINE
           MOVE WS-OPEN-ERROR-COUNT TO WS-OPEN-ERROR-OUT
           DISPLAY WS-OPEN-ERROR-COUNT-LINE
           MOVE WS-OPEN-WARNING-COUNT TO WS-OPEN-WARNING-OUT
           DISPLAY WS-OPEN-WARNING-LINE.
