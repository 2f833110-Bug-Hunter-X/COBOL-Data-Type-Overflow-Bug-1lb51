      *****************************************************************
      *  PROGRAM-ID   : SUMHIER
      *  DESCRIPTION  : BRANCH HIERARCHY MASTER MAINTENANCE
      *                 TRANSACTION.  LETS AN OPERATOR ASSIGN A
      *                 BRANCH CODE TO A REGION OR A REGION TO A
      *                 DIVISION ON HIERFILE FROM AN EFFECTIVE DATE,
      *                 CHANGE AN ASSIGNMENT, RETIRE ONE, OR LOOK UP
      *                 THE ASSIGNMENT IN EFFECT ON ANY DATE, SO
      *                 SUMBATCH AND SUMPTD CAN ROLL BRANCH VOLUME UP
      *                 BY REGION AND DIVISION.  AN ASSIGNMENT TAKES
      *                 EFFECT ON THE FIRST OF A MONTH; A BRANCH
      *                 MOVES REGIONS BY ADDING A NEW ASSIGNMENT FROM
      *                 THE FIRST OF THE MONTH IT MOVES, AND THE OLD
      *                 ONE KEEPS COVERING THE MONTHS BEFORE.  A
      *                 BRANCH CAN ONLY BE PUT IN A REGION THAT
      *                 ALREADY BELONGS TO A DIVISION ON THAT DATE.
      *                 A RETIRED ASSIGNMENT KEEPS ITS RECORD AND IS
      *                 REACTIVATED BY ADDING IT AGAIN.  THE SESSION
      *                 STARTS WITH A SIGN-ON AGAINST THE OPERATOR
      *                 AUTHORITY FILE (OPERFILE, SEE SUMOPER);
      *                 CHANGES NEED MAINTENANCE AUTHORITY AND EVERY
      *                 CHANGE IS STAMPED WITH THE SIGNED-ON OPERATOR
      *                 ID AND THE DATE.  DELIVERED AS A NATIVE COBOL
      *                 SCREEN SECTION PROGRAM IN THE SAME STYLE AS
      *                 SUMREF AND SUMMAP.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMHIER.
       AUTHOR. DATA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIERARCHY-FILE ASSIGN TO "HIERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-KEY
               FILE STATUS IS WS-HIERARCHY-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
       COPY CBHIER.

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY CBOPER.

       WORKING-STORAGE SECTION.
       01  WS-HIERARCHY-STATUS         PIC XX      VALUE "00".
           88  WS-HIERARCHY-OK                     VALUE "00".

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

       01  WS-LOOKUP-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-LOOKUP-EOF                       VALUE "Y".

       01  WS-TODAY                    PIC 9(08)   VALUE 0.

       01  WS-ACTION                   PIC X(01)   VALUE SPACE.
           88  WS-ACTION-ADD                       VALUE "A".
           88  WS-ACTION-CHANGE                    VALUE "C".
           88  WS-ACTION-RETIRE                    VALUE "R".
           88  WS-ACTION-INQUIRE                   VALUE "I".
           88  WS-ACTION-EXIT                      VALUE "X".

       01  WS-ENTRY-LEVEL              PIC X(01)   VALUE SPACE.
           88  WS-ENTRY-BRANCH                     VALUE "B".
           88  WS-ENTRY-REGION                     VALUE "R".

       01  WS-ENTRY-CODE               PIC X(04)   VALUE SPACES.
       01  WS-ENTRY-DATE-X             PIC X(08)   VALUE SPACES.
       01  WS-ENTRY-DATE REDEFINES WS-ENTRY-DATE-X
                                       PIC 9(08).
       01  WS-ENTRY-PARENT             PIC X(04)   VALUE SPACES.
       01  WS-ENTRY-DESCRIPTION        PIC X(30)   VALUE SPACES.

       01  WS-DATE-VALID-SWITCH        PIC X       VALUE "N".
           88  WS-DATE-VALID                       VALUE "Y".

       01  WS-LOOKUP-LEVEL             PIC X(01)   VALUE SPACE.
       01  WS-LOOKUP-CODE              PIC X(04)   VALUE SPACES.
       01  WS-LOOKUP-DATE              PIC 9(08)   VALUE 0.
       01  WS-LOOKUP-PARENT            PIC X(04)   VALUE SPACES.
       01  WS-LOOKUP-EFFECTIVE-DATE    PIC 9(08)   VALUE 0.
       01  WS-LOOKUP-DESCRIPTION       PIC X(30)   VALUE SPACES.

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
               VALUE "BRANCH HIERARCHY SIGN-ON".
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

       01  HIERARCHY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "BRANCH HIERARCHY MAINTENANCE".
           05  LINE 3  COLUMN 1
               VALUE "ACTION (A/C/R/I/X).:".
           05  LINE 3  COLUMN 25  PIC X(01)
               USING WS-ACTION.
           05  LINE 4  COLUMN 1
               VALUE "LEVEL (B/R)........:".
           05  LINE 4  COLUMN 25  PIC X(01)
               USING WS-ENTRY-LEVEL.
           05  LINE 5  COLUMN 1
               VALUE "BRANCH/REGION CODE.:".
           05  LINE 5  COLUMN 25  PIC X(04)
               USING WS-ENTRY-CODE.
           05  LINE 6  COLUMN 1
               VALUE "EFFECTIVE DATE.....:".
           05  LINE 6  COLUMN 25  PIC X(08)
               USING WS-ENTRY-DATE-X.
           05  LINE 6  COLUMN 35
               VALUE "(FIRST OF MONTH; I = AS-OF DATE)".
           05  LINE 7  COLUMN 1
               VALUE "REGION/DIVISION....:".
           05  LINE 7  COLUMN 25  PIC X(04)
               USING WS-ENTRY-PARENT.
           05  LINE 8  COLUMN 1
               VALUE "DESCRIPTION........:".
           05  LINE 8  COLUMN 25  PIC X(30)
               USING WS-ENTRY-DESCRIPTION.
           05  LINE 9  COLUMN 1
               VALUE "ASSIGNMENT STATUS..:".
           05  LINE 9  COLUMN 25  PIC X(24)
               FROM WS-STATUS-DISPLAY.
           05  LINE 11 COLUMN 1   PIC X(40)
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
               CLOSE HIERARCHY-FILE
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
      *  HIERARCHY CHANGE CARRIES WHO MADE IT.  ANY ACTIVE OPERATOR
      *  MAY SIGN ON AND LOOK AN ASSIGNMENT UP; THE CHANGING ACTIONS
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
           OPEN I-O HIERARCHY-FILE
           IF WS-HIERARCHY-STATUS = "35"
               OPEN OUTPUT HIERARCHY-FILE
               CLOSE HIERARCHY-FILE
               OPEN I-O HIERARCHY-FILE
           END-IF
           IF NOT WS-HIERARCHY-OK
               MOVE "HIERFILE" TO WS-OPEN-ERR-FILE-OUT
               MOVE WS-HIERARCHY-STATUS TO WS-OPEN-ERR-STATUS-OUT
               DISPLAY WS-OPEN-ERROR-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  AN ADD, CHANGE OR RETIREMENT NAMES ONE ASSIGNMENT EXACTLY BY
      *  LEVEL, CODE AND EFFECTIVE DATE, AND THE DATE MUST BE THE
      *  FIRST OF A MONTH.  AN INQUIRY TAKES ANY DATE (BLANK MEANS
      *  TODAY) AND SHOWS THE ASSIGNMENT IN EFFECT ON IT.  AN ADD OR
      *  CHANGE MUST NAME THE PARENT REGION OR DIVISION.
      *****************************************************************
       2000-MAINTENANCE-PASS.
           MOVE SPACE TO WS-ACTION
           DISPLAY HIERARCHY-SCREEN
           ACCEPT HIERARCHY-SCREEN
           MOVE SPACES TO WS-STATUS-DISPLAY
           IF WS-ACTION-INQUIRE AND WS-ENTRY-DATE-X = SPACES
               MOVE WS-TODAY TO WS-ENTRY-DATE
           END-IF
           PERFORM 5400-VALIDATE-ENTRY-DATE
           EVALUATE TRUE
               WHEN WS-ACTION-EXIT
                   SET WS-SESSION-DONE TO TRUE
               WHEN NOT WS-ENTRY-BRANCH AND NOT WS-ENTRY-REGION
                   MOVE "LEVEL MUST BE B OR R" TO WS-SCREEN-MESSAGE
               WHEN WS-ENTRY-CODE = SPACES
                   MOVE "CODE MUST BE ENTERED" TO WS-SCREEN-MESSAGE
               WHEN NOT WS-DATE-VALID
                   MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                       TO WS-SCREEN-MESSAGE
               WHEN NOT WS-ACTION-INQUIRE
                       AND WS-ENTRY-DATE-X(7:2) NOT = "01"
                   MOVE "EFFECTIVE DATE MUST BE FIRST OF MONTH"
                       TO WS-SCREEN-MESSAGE
               WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE
                       OR WS-ACTION-RETIRE)
                       AND NOT WS-OPER-CAN-MAINTAIN
                   MOVE "NOT AUTHORIZED - INQUIRY ONLY"
                       TO WS-SCREEN-MESSAGE
               WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE)
                       AND WS-ENTRY-PARENT = SPACES
                   MOVE "REGION/DIVISION REQUIRED"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-ADD
                   PERFORM 3000-ADD-ASSIGNMENT
               WHEN WS-ACTION-CHANGE
                   PERFORM 3500-CHANGE-ASSIGNMENT
               WHEN WS-ACTION-RETIRE
                   PERFORM 4000-RETIRE-ASSIGNMENT
               WHEN WS-ACTION-INQUIRE
                   PERFORM 4500-INQUIRE-ASSIGNMENT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, C, R, I, OR X"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

      *****************************************************************
      *  A BRANCH CAN ONLY GO INTO A REGION THAT IS ITSELF ASSIGNED
      *  TO A DIVISION FROM THE SAME DATE, OR THE BRANCH'S VOLUME
      *  WOULD ROLL UP TO A REGION WITH NO DIVISION.  THE CHECK RUNS
      *  BEFORE THE KEYED READ BECAUSE THE LOOKUP BROWSES THE FILE.
      *****************************************************************
       3000-ADD-ASSIGNMENT.
           MOVE SPACES TO WS-LOOKUP-PARENT
           IF WS-ENTRY-BRANCH
               MOVE "R" TO WS-LOOKUP-LEVEL
               MOVE WS-ENTRY-PARENT TO WS-LOOKUP-CODE
               MOVE WS-ENTRY-DATE TO WS-LOOKUP-DATE
               PERFORM 5300-FIND-ASSIGNMENT-IN-EFFECT
           END-IF
           IF WS-ENTRY-BRANCH AND NOT WS-FOUND
               MOVE "REGION HAS NO DIVISION ON THAT DATE"
                   TO WS-SCREEN-MESSAGE
           ELSE
               PERFORM 5000-READ-HIERARCHY-RECORD
               EVALUATE TRUE
                   WHEN WS-FOUND AND HIER-ACTIVE
                       MOVE "ACTIVE" TO WS-STATUS-DISPLAY
                       MOVE "ASSIGNMENT ALREADY ACTIVE - USE C"
                           TO WS-SCREEN-MESSAGE
                   WHEN WS-FOUND
                       PERFORM 5100-APPLY-ENTRY-FIELDS
                       SET HIER-ACTIVE TO TRUE
                       REWRITE HIERARCHY-RECORD
                       MOVE "ACTIVE" TO WS-STATUS-DISPLAY
                       MOVE "RETIRED ASSIGNMENT REACTIVATED"
                           TO WS-SCREEN-MESSAGE
                   WHEN OTHER
                       MOVE SPACES TO HIERARCHY-RECORD
                       MOVE WS-ENTRY-LEVEL TO HIER-LEVEL
                       MOVE WS-ENTRY-CODE TO HIER-CODE
                       MOVE WS-ENTRY-DATE TO HIER-EFFECTIVE-DATE
                       PERFORM 5100-APPLY-ENTRY-FIELDS
                       SET HIER-ACTIVE TO TRUE
                       WRITE HIERARCHY-RECORD
                           INVALID KEY
                               MOVE "ASSIGNMENT ALREADY ON MASTER"
                                   TO WS-SCREEN-MESSAGE
                           NOT INVALID KEY
                               MOVE "ACTIVE" TO WS-STATUS-DISPLAY
                               MOVE "ASSIGNMENT ADDED TO MASTER"
                                   TO WS-SCREEN-MESSAGE
                       END-WRITE
               END-EVALUATE
           END-IF.

       3500-CHANGE-ASSIGNMENT.
           MOVE SPACES TO WS-LOOKUP-PARENT
           IF WS-ENTRY-BRANCH
               MOVE "R" TO WS-LOOKUP-LEVEL
               MOVE WS-ENTRY-PARENT TO WS-LOOKUP-CODE
               MOVE WS-ENTRY-DATE TO WS-LOOKUP-DATE
               PERFORM 5300-FIND-ASSIGNMENT-IN-EFFECT
           END-IF
           IF WS-ENTRY-BRANCH AND NOT WS-FOUND
               MOVE "REGION HAS NO DIVISION ON THAT DATE"
                   TO WS-SCREEN-MESSAGE
           ELSE
               PERFORM 5000-READ-HIERARCHY-RECORD
               IF WS-FOUND AND HIER-ACTIVE
                   PERFORM 5100-APPLY-ENTRY-FIELDS
                   REWRITE HIERARCHY-RECORD
                   MOVE "ACTIVE" TO WS-STATUS-DISPLAY
                   MOVE "ASSIGNMENT CHANGED" TO WS-SCREEN-MESSAGE
               ELSE
                   IF WS-FOUND
                       MOVE "RETIRED" TO WS-STATUS-DISPLAY
                   END-IF
                   MOVE "NO ACTIVE ASSIGNMENT FROM THAT DATE"
                       TO WS-SCREEN-MESSAGE
               END-IF
           END-IF.

       4000-RETIRE-ASSIGNMENT.
           PERFORM 5000-READ-HIERARCHY-RECORD
           IF WS-FOUND AND HIER-ACTIVE
               SET HIER-RETIRED TO TRUE
               MOVE WS-OPERATOR-ID TO HIER-MAINT-OPER
               MOVE WS-TODAY TO HIER-MAINT-DATE
               REWRITE HIERARCHY-RECORD
               MOVE "RETIRED" TO WS-STATUS-DISPLAY
               MOVE "ASSIGNMENT RETIRED" TO WS-SCREEN-MESSAGE
           ELSE
               IF WS-FOUND
                   MOVE "RETIRED" TO WS-STATUS-DISPLAY
               END-IF
               MOVE "NO ACTIVE ASSIGNMENT FROM THAT DATE"
                   TO WS-SCREEN-MESSAGE
           END-IF.

      *****************************************************************
      *  SHOWS THE ASSIGNMENT IN EFFECT ON THE ENTERED DATE AND THE
      *  DATE IT TOOK EFFECT, WHICH REPLACES THE ENTERED DATE ON THE
      *  SCREEN SO A CHANGE OR RETIREMENT CAN FOLLOW DIRECTLY.
      *****************************************************************
       4500-INQUIRE-ASSIGNMENT.
           MOVE WS-ENTRY-LEVEL TO WS-LOOKUP-LEVEL
           MOVE WS-ENTRY-CODE TO WS-LOOKUP-CODE
           MOVE WS-ENTRY-DATE TO WS-LOOKUP-DATE
           PERFORM 5300-FIND-ASSIGNMENT-IN-EFFECT
           IF WS-FOUND
               MOVE WS-LOOKUP-PARENT TO WS-ENTRY-PARENT
               MOVE WS-LOOKUP-DESCRIPTION TO WS-ENTRY-DESCRIPTION
               MOVE WS-LOOKUP-EFFECTIVE-DATE TO WS-ENTRY-DATE
               MOVE "ACTIVE" TO WS-STATUS-DISPLAY
               MOVE "ASSIGNMENT IN EFFECT SHOWN"
                   TO WS-SCREEN-MESSAGE
           ELSE
               MOVE SPACES TO WS-ENTRY-PARENT
               MOVE SPACES TO WS-ENTRY-DESCRIPTION
               MOVE "NO ASSIGNMENT IN EFFECT ON THAT DATE"
                   TO WS-SCREEN-MESSAGE
           END-IF.

      *****************************************************************
      *  KEYED READ OF THE ASSIGNMENT FOR THE ENTERED LEVEL, CODE AND
      *  EFFECTIVE DATE.  LEAVES THE RECORD IN THE FD AREA FOR THE
      *  CALLER TO REWRITE.
      *****************************************************************
       5000-READ-HIERARCHY-RECORD.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-ENTRY-LEVEL TO HIER-LEVEL
           MOVE WS-ENTRY-CODE TO HIER-CODE
           MOVE WS-ENTRY-DATE TO HIER-EFFECTIVE-DATE
           READ HIERARCHY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.

       5100-APPLY-ENTRY-FIELDS.
           MOVE WS-ENTRY-PARENT TO HIER-PARENT-CODE
           MOVE WS-ENTRY-DESCRIPTION TO HIER-DESCRIPTION
           MOVE WS-OPERATOR-ID TO HIER-MAINT-OPER
           MOVE WS-TODAY TO HIER-MAINT-DATE.

      *****************************************************************
      *  THE ASSIGNMENT IN EFFECT ON A DATE IS THE ACTIVE RECORD FOR
      *  THE LEVEL AND CODE WITH THE LATEST EFFECTIVE DATE NOT AFTER
      *  IT.  THE KEY ORDERS A CODE'S RECORDS BY EFFECTIVE DATE, SO
      *  ONE BROWSE FROM THE CODE'S FIRST RECORD FINDS IT.
      *****************************************************************
       5300-FIND-ASSIGNMENT-IN-EFFECT.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-LOOKUP-EOF-SWITCH
           MOVE WS-LOOKUP-LEVEL TO HIER-LEVEL
           MOVE WS-LOOKUP-CODE TO HIER-CODE
           MOVE 0 TO HIER-EFFECTIVE-DATE
           START HIERARCHY-FILE KEY NOT < HIER-KEY
               INVALID KEY
                   SET WS-LOOKUP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOOKUP-EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET WS-LOOKUP-EOF TO TRUE
                   NOT AT END
                       IF HIER-LEVEL NOT = WS-LOOKUP-LEVEL
                               OR HIER-CODE NOT = WS-LOOKUP-CODE
                               OR HIER-EFFECTIVE-DATE > WS-LOOKUP-DATE
                           SET WS-LOOKUP-EOF TO TRUE
                       ELSE
                           IF HIER-ACTIVE
                               SET WS-FOUND TO TRUE
                               MOVE HIER-PARENT-CODE
                                   TO WS-LOOKUP-PARENT
                               MOVE HIER-EFFECTIVE-DATE
                                   TO WS-LOOKUP-EFFECTIVE-DATE
                               MOVE HIER-DESCRIPTION
                                   TO WS-LOOKUP-DESCRIPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5400-VALIDATE-ENTRY-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF WS-ENTRY-DATE-X IS NUMERIC
               IF WS-ENTRY-DATE > 16010100
                   IF FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE) > 0
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
