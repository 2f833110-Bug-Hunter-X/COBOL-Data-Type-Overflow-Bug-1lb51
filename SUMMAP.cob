      *****************************************************************
      *  PROGRAM-ID   : SUMMAP
      *  DESCRIPTION  : GL ACCOUNT MAPPING MASTER MAINTENANCE
      *                 TRANSACTION.  LETS AN OPERATOR MAP A BRANCH
      *                 OR CURRENCY CODE TO THE GL ACCOUNT AND COST
      *                 CENTER IT POSTS TO ON GLMAPFIL, CHANGE AN
      *                 EXISTING MAPPING, RETIRE ONE, OR LOOK ONE UP,
      *                 SO SUMBATCH CAN BUILD A BALANCED GL JOURNAL
      *                 AND HOLD IT WHEN A CODE HAS NO ACCOUNT.  THE
      *                 MASTER IS INDEXED ON CODE TYPE PLUS CODE THE
      *                 SAME WAY AS THE REFERENCE MASTER, SO EVERY
      *                 ACTION IS A SINGLE KEYED READ, WRITE OR
      *                 REWRITE.  A RETIRED MAPPING KEEPS ITS RECORD
      *                 AND IS REACTIVATED BY ADDING IT AGAIN.  THE
      *                 SESSION STARTS WITH A SIGN-ON AGAINST THE
      *                 OPERATOR AUTHORITY FILE (OPERFILE, SEE
      *                 SUMOPER); CHANGES NEED MAINTENANCE AUTHORITY
      *                 AND EVERY CHANGE IS STAMPED WITH THE
      *                 SIGNED-ON OPERATOR ID AND THE DATE.
      *                 DELIVERED AS A NATIVE COBOL SCREEN SECTION
      *                 PROGRAM IN THE SAME STYLE AS SUMREF.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMMAP.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPING-FILE ASSIGN TO "GLMAPFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-KEY
               FILE STATUS IS WS-MAPPING-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE
           RECORDING MODE IS F.
       COPY CBGLMAP.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY CBOPER.

       WORKING-STORAGE SECTION.
       01  WS-MAPPING-STATUS           PIC XX      VALUE "00".
           88  WS-MAPPING-OK                       VALUE "00".

       01  WS-OPERATOR-STATUS          PIC XX      VALUE "00".
           88  WS-OPERATOR-OK                      VALUE "00".

       01  WS-SIGNED-ON-SWITCH         PIC X       VALUE "N".
           88  WS-SIGNED-ON                        VALUE "Y".

       01  WS-SIGNON-ID                PIC X(08)   VALUE SPACES.
           88  WS-SIGNON-EXIT                      VALUE "EXIT    ".
       01  WS-SIGNON-PASSWORD          PIC X(08)   VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
       01  WS-OPERATOR-AUTHORITY       PIC X(01)   VALUE SPACE.
           88  WS-OPER-CAN-MAINTAIN                VALUES "2" "3".
       01  WS-SIGNON-MESSAGE           PIC X(40)   VALUE SPACES.

       01  WS-DONE-SWITCH              PIC X       VALUE "N".
           88  WS-SESSION-DONE                     VALUE "Y".

       01  WS-FOUND-SWITCH             PIC X       VALUE "N".
           88  WS-FOUND                            VALUE "Y".

       01  WS-TODAY                    PIC 9(08)   VALUE 0.

       01  WS-ACTION                   PIC X(01)   VALUE SPACE.
           88  WS-ACTION-ADD                       VALUE "A".
           88  WS-ACTION-CHANGE                    VALUE "C".
           88  WS-ACTION-RETIRE                    VALUE "R".
           88  WS-ACTION-INQUIRE                   VALUE "I".
           88  WS-ACTION-EXIT                      VALUE "X".

       01  WS-ENTRY-TYPE               PIC X(01)   VALUE SPACE.
           88  WS-ENTRY-BRANCH                     VALUE "B".
           88  WS-ENTRY-CURRENCY                   VALUE "C".

       01  WS-ENTRY-CODE               PIC X(04)   VALUE SPACES.
       01  WS-ENTRY-ACCOUNT            PIC X(10)   VALUE SPACES.
       01  WS-ENTRY-COST-CENTER        PIC X(06)   VALUE SPACES.

       01  WS-STATUS-DISPLAY           PIC X(24)   VALUE SPACES.

       01  WS-SCREEN-MESSAGE           PIC X(40)   VALUE SPACES.

       01  WS-OPEN-ERROR-LINE.
           05  FILLER                  PIC X(20)
               VALUE "UNABLE TO OPEN FILE:".
           05  WS-OPEN-ERR-FILE-OUT    PIC X(12).
           05  FILLER                  PIC X(11)
               VALUE "  STATUS: ".
           05  WS-OPEN-ERR-STATUS-OUT  PIC XX.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "GL ACCOUNT MAPPING SIGN-ON".
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

       01  MAPPING-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "GL ACCOUNT MAPPING MAINTENANCE".
           05  LINE 3  COLUMN 1
               VALUE "ACTION (A/C/R/I/X).:".
           05  LINE 3  COLUMN 25  PIC X(01)
               USING WS-ACTION.
           05  LINE 4  COLUMN 1
               VALUE "CODE TYPE (B/C)....:".
           05  LINE 4  COLUMN 25  PIC X(01)
               USING WS-ENTRY-TYPE.
           05  LINE 5  COLUMN 1
               VALUE "CODE...............:".
           05  LINE 5  COLUMN 25  PIC X(04)
               USING WS-ENTRY-CODE.
           05  LINE 6  COLUMN 1
               VALUE "GL ACCOUNT.........:".
           05  LINE 6  COLUMN 25  PIC X(10)
               USING WS-ENTRY-ACCOUNT.
           05  LINE 7  COLUMN 1
               VALUE "COST CENTER........:".
           05  LINE 7  COLUMN 25  PIC X(06)
               USING WS-ENTRY-COST-CENTER.
           05  LINE 8  COLUMN 1
               VALUE "MAPPING STATUS.....:".
           05  LINE 8  COLUMN 25  PIC X(24)
               FROM WS-STATUS-DISPLAY.
           05  LINE 10 COLUMN 1   PIC X(40)
               FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-OPEN-OPERATOR-FILE
           PERFORM 0100-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SESSION-DONE
           CLOSE OPERATOR-FILE
           IF WS-SIGNED-ON
               PERFORM 1000-INITIALIZE
               PERFORM 2000-MAINTENANCE-PASS UNTIL WS-SESSION-DONE
               CLOSE MAPPING-FILE
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
      *  MAPPING CHANGE CARRIES WHO MADE IT.  ANY ACTIVE OPERATOR
      *  MAY SIGN ON AND LOOK A MAPPING UP; THE CHANGING ACTIONS
      *  CHECK FOR MAINTENANCE AUTHORITY.
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O MAPPING-FILE
           IF WS-MAPPING-STATUS = "35"
               OPEN OUTPUT MAPPING-FILE
               CLOSE MAPPING-FILE
               OPEN I-O MAPPING-FILE
           END-IF
           IF NOT WS-MAPPING-OK
               MOVE "GLMAPFIL" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-MAPPING-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  AN ADD OR CHANGE MUST CARRY BOTH AN ACCOUNT AND A COST
      *  CENTER - A MAPPING WITH EITHER ONE BLANK WOULD LET SUMBATCH
      *  POST TO A BLANK ACCOUNT, WHICH IS WHAT THE MASTER EXISTS TO
      *  PREVENT.
      *****************************************************************
       2000-MAINTENANCE-PASS.
           MOVE SPACE TO WS-ACTION
           DISPLAY MAPPING-SCREEN
           ACCEPT MAPPING-SCREEN
           MOVE SPACES TO WS-STATUS-DISPLAY
           EVALUATE TRUE
               WHEN WS-ACTION-EXIT
                   SET WS-SESSION-DONE TO TRUE
               WHEN NOT WS-ENTRY-BRANCH AND NOT WS-ENTRY-CURRENCY
                   MOVE "CODE TYPE MUST BE B OR C"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ENTRY-CODE = SPACES
                   MOVE "CODE MUST BE ENTERED" TO WS-SCREEN-MESSAGE
               WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE
                       OR WS-ACTION-RETIRE)
                       AND NOT WS-OPER-CAN-MAINTAIN
                   MOVE "NOT AUTHORIZED - INQUIRY ONLY"
                       TO WS-SCREEN-MESSAGE
               WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE)
                       AND (WS-ENTRY-ACCOUNT = SPACES
                           OR WS-ENTRY-COST-CENTER = SPACES)
                   MOVE "ACCOUNT AND COST CENTER REQUIRED"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-ADD
                   PERFORM 3000-ADD-MAPPING
               WHEN WS-ACTION-CHANGE
                   PERFORM 3500-CHANGE-MAPPING
               WHEN WS-ACTION-RETIRE
                   PERFORM 4000-RETIRE-MAPPING
               WHEN WS-ACTION-INQUIRE
                   PERFORM 4500-INQUIRE-MAPPING
               WHEN OTHER
                   MOVE "ACTION MUST BE A, C, R, I, OR X"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       3000-ADD-MAPPING.
           PERFORM 5000-READ-MAPPING-RECORD
           EVALUATE TRUE
               WHEN WS-FOUND AND MAP-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-DISPLAY
                   MOVE "MAPPING ALREADY ACTIVE - USE C"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-FOUND
                   PERFORM 5100-APPLY-ENTRY-FIELDS
                   SET MAP-ACTIVE TO TRUE
                   REWRITE GL-MAPPING-RECORD
                   MOVE "ACTIVE" TO WS-STATUS-DISPLAY
                   MOVE "RETIRED MAPPING REACTIVATED"
                       TO WS-SCREEN-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO GL-MAPPING-RECORD
                   MOVE WS-ENTRY-TYPE TO MAP-CODE-TYPE
                   MOVE WS-ENTRY-CODE TO MAP-CODE
                   PERFORM 5100-APPLY-ENTRY-FIELDS
                   SET MAP-ACTIVE TO TRUE
                   WRITE GL-MAPPING-RECORD
                       INVALID KEY
                           MOVE "MAPPING ALREADY ON MASTER"
                               TO WS-SCREEN-MESSAGE
                       NOT INVALID KEY
                           MOVE "ACTIVE" TO WS-STATUS-DISPLAY
                           MOVE "MAPPING ADDED TO MASTER"
                               TO WS-SCREEN-MESSAGE
                   END-WRITE
           END-EVALUATE.

       3500-CHANGE-MAPPING.
           PERFORM 5000-READ-MAPPING-RECORD
           IF WS-FOUND AND MAP-ACTIVE
               PERFORM 5100-APPLY-ENTRY-FIELDS
               REWRITE GL-MAPPING-RECORD
               MOVE "ACTIVE" TO WS-STATUS-DISPLAY
               MOVE "MAPPING CHANGED" TO WS-SCREEN-MESSAGE
           ELSE
               IF WS-FOUND
                   MOVE "RETIRED" TO WS-STATUS-DISPLAY
               END-IF
               MOVE "NO ACTIVE MAPPING FOR THAT CODE"
                   TO WS-SCREEN-MESSAGE
           END-IF.

       4000-RETIRE-MAPPING.
           PERFORM 5000-READ-MAPPING-RECORD
           IF WS-FOUND AND MAP-ACTIVE
               SET MAP-RETIRED TO TRUE
               MOVE WS-OPERATOR-ID TO MAP-MAINT-OPER
               MOVE WS-TODAY TO MAP-MAINT-DATE
               REWRITE GL-MAPPING-RECORD
               MOVE "RETIRED" TO WS-STATUS-DISPLAY
               MOVE "MAPPING RETIRED" TO WS-SCREEN-MESSAGE
           ELSE
               IF WS-FOUND
                   MOVE "RETIRED" TO WS-STATUS-DISPLAY
               END-IF
               MOVE "NO ACTIVE MAPPING FOR THAT CODE"
                   TO WS-SCREEN-MESSAGE
           END-IF.

       4500-INQUIRE-MAPPING.
           PERFORM 5000-READ-MAPPING-RECORD
           IF WS-FOUND
               MOVE MAP-GL-ACCOUNT TO WS-ENTRY-ACCOUNT
               MOVE MAP-COST-CENTER TO WS-ENTRY-COST-CENTER
               IF MAP-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-DISPLAY
               ELSE
                   MOVE "RETIRED" TO WS-STATUS-DISPLAY
               END-IF
               MOVE "MAPPING SHOWN" TO WS-SCREEN-MESSAGE
           ELSE
               MOVE SPACES TO WS-ENTRY-ACCOUNT
               MOVE SPACES TO WS-ENTRY-COST-CENTER
               MOVE "NO MAPPING FOR THAT CODE" TO WS-SCREEN-MESSAGE
           END-IF.

      *****************************************************************
      *  KEYED READ OF THE MAPPING FOR THE ENTERED TYPE AND CODE.
      *  LEAVES THE RECORD IN THE FD AREA FOR THE CALLER TO REWRITE.
      *  A CURRENCY CODE IS THREE CHARACTERS, LEFT-JUSTIFIED IN THE
      *  FOUR-CHARACTER CODE FIELD AS ON THE REFERENCE MASTER.
      *****************************************************************
       5000-READ-MAPPING-RECORD.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-ENTRY-TYPE TO MAP-CODE-TYPE
           MOVE WS-ENTRY-CODE TO MAP-CODE
           READ MAPPING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.

       5100-APPLY-ENTRY-FIELDS.
           MOVE WS-ENTRY-ACCOUNT TO MAP-GL-ACCOUNT
           MOVE WS-ENTRY-COST-CENTER TO MAP-COST-CENTER
           MOVE WS-OPERATOR-ID TO MAP-MAINT-OPER
           MOVE WS-TODAY TO MAP-MAINT-DATE.
