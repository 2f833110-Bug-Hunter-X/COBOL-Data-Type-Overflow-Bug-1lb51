      *                 CORRECTIONS NEED MAINTENANCE AUTHORITY,
      *                 WRITE-OFFS NEED WRITE-OFF AUTHORITY, AND
      *                 EVERY DISPOSITION IS STAMPED WITH THE
      *                 SIGNED-ON OPERATOR ID.  A DUPLICATE KEY
      *                 REJECT SHOWS THE DATE AND BATCH THE KEY WAS
      *                 FIRST ACCEPTED UNDER AND CAN ONLY BE WRITTEN
      *                 OFF OR LEFT PENDING.  A REJECTED REVERSAL
      *                 SHOWS THE ORIGINAL ITEM'S DATE AND BATCH
      *                 WHEN THE ORIGINAL IS KNOWN AND LIKEWISE
      *                 CANNOT BE CORRECTED.  DELIVERED AS A
      *                 NATIVE COBOL SCREEN SECTION PROGRAM IN THE
      *                 SAME STYLE AS SUMINQ.
      *****************************************************************

       01  WS-DISPLAY-AMOUNT           PIC S9(09)V99 VALUE 0.

       01  WS-ORIGINAL-DISPLAY.
           05  WS-ORIG-DATE-DISPLAY    PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "  BATCH: ".
           05  WS-ORIG-BATCH-DISPLAY   PIC X(08)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CORRECTED-COUNT      PIC 9(9)    VALUE 0.
           05  WS-WRITE-OFF-COUNT      PIC 9(9)    VALUE 0.
               VALUE "REJECT DATE........:".
           05  LINE 8  COLUMN 25  PIC 9(08)
               FROM REJ-REJECT-DATE.
           05  LINE 9  COLUMN 1
               VALUE "ORIGINALLY ACCEPTED:".
           05  LINE 9  COLUMN 25  PIC X(25)
               FROM WS-ORIGINAL-DISPLAY.
           05  LINE 10 COLUMN 1
               VALUE "ACTION (C/W/S/X)...:".
           05  LINE 10 COLUMN 25  PIC X(01)
           MOVE 0 TO WS-NEW-AMOUNT
           MOVE SPACES TO WS-NEW-BRANCH
           MOVE REJ-AMOUNT TO WS-DISPLAY-AMOUNT
           IF REJ-DUPLICATE-REASON
                   OR (REJ-REVERSAL-REASON
                       AND REJ-ORIG-DATE IS NUMERIC)
               MOVE REJ-ORIG-DATE TO WS-ORIG-DATE-DISPLAY
               MOVE REJ-ORIG-BATCH-ID TO WS-ORIG-BATCH-DISPLAY
           ELSE
               MOVE SPACES TO WS-ORIG-DATE-DISPLAY
               MOVE SPACES TO WS-ORIG-BATCH-DISPLAY
           END-IF
           DISPLAY CORRECTION-SCREEN
           ACCEPT CORRECTION-SCREEN
           EVALUATE TRUE
                       AND NOT WS-OPER-CAN-MAINTAIN
                   MOVE "NOT AUTHORIZED TO CORRECT"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-CORRECT
                       AND REJ-DUPLICATE-REASON
                   MOVE "DUPLICATE - WRITE OFF OR SKIP"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-CORRECT
                       AND REJ-REVERSAL-REASON
                   MOVE "REVERSAL - WRITE OFF OR SKIP"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-ACTION-WRITE-OFF
                       AND NOT WS-OPER-CAN-WRITE-OFF
                   MOVE "NOT AUTHORIZED TO WRITE OFF"
