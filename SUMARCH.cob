      *  PROGRAM-ID   : SUMARCH
      *  DESCRIPTION  : RETENTION-DRIVEN ARCHIVE AND PURGE FOR THE
      *                 APPEND-ONLY FILES OF THE SUMBATCH SUITE:
      *                 AUDITFIL, HISTFILE, REJFILE, REGFILE,
      *                 PARMLOG, GLHIST AND GLACKHST, AND FOR THE
      *                 INDEXED ACCEPTED-KEY REGISTER (KEYFILE).
      *                 RETENTION DAYS PER FILE COME FROM THE CTLFILE
      *                 'R' RECORDS MAINTAINED THROUGH SUMPARM; A
      *                 FILE WITH NO 'R' RECORD OR ZERO DAYS IS NEVER
      *                 TOUCHED.  RECORDS OLDER THAN THE CUTOFF ARE
      *                 COPIED TO THE FILE'S ARCHIVE (AUDTARCH,
      *                 HISTARCH, REJARCH, REGARCH, PLOGARCH,
      *                 GLHSARCH, GLAKARCH, KEYARCH - EACH RECORD
      *                 CARRIES ITS OWN DATE) AND THE LIVE FILE IS
      *                 REWRITTEN WITH ONLY THE KEEPERS, VIA THE
      *                 ARCHWORK WORK FILE; THE KEY REGISTER IS
      *                 INDEXED AND IS PURGED BY KEYED DELETE IN
      *                 PLACE.  THE REPORT (ARCHRPT)
      *                 PROVES EVERY FILE WITH BEFORE, ARCHIVED AND
      *                 AFTER RECORD COUNTS AND AMOUNT TOTALS.
      *                 REJECTS ONLY AGE OUT ONCE
      *                 CLOSED - WRITTEN OFF OR RE-FED; PENDING AND
      *                 CORRECTED REJECTS ARE NEVER PURGED, WHATEVER
      *                 THEIR AGE.  AUDIT RECORDS FROM BEFORE THE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-STATUS.

           SELECT GL-HISTORY-ARCHIVE ASSIGN TO "GLHSARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ACK-HISTORY-FILE ASSIGN TO "GLACKHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-HISTORY-STATUS.

           SELECT ACK-HISTORY-ARCHIVE ASSIGN TO "GLAKARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT KEY-REGISTER ASSIGN TO "KEYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS WS-KEY-REGISTER-STATUS.

           SELECT KEY-REGISTER-ARCHIVE ASSIGN TO "KEYARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT WORK-FILE ASSIGN TO "ARCHWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD        PIC X(57).

       FD  HISTORY-FILE
           RECORDING MODE IS F.

       FD  REJECT-ARCHIVE
           RECORDING MODE IS F.
       01  REJECT-ARCHIVE-RECORD       PIC X(80).

       FD  REGISTER-FILE
           RECORDING MODE IS F.

       FD  REGISTER-ARCHIVE
           RECORDING MODE IS F.
       01  REGISTER-ARCHIVE-RECORD     PIC X(56).

       FD  PARM-LOG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PARM-LOG-ARCHIVE-LINE       PIC X(80).

       FD  GL-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CBGLREC.

       FD  GL-HISTORY-ARCHIVE
           RECORDING MODE IS F.
       01  GL-HISTORY-ARCHIVE-RECORD   PIC X(80).

       FD  ACK-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CBACKHST.

       FD  ACK-HISTORY-ARCHIVE
           RECORDING MODE IS F.
       01  ACK-HISTORY-ARCHIVE-RECORD  PIC X(80).

       FD  KEY-REGISTER
           RECORDING MODE IS F.
       COPY CBKEYREG.

       FD  KEY-REGISTER-ARCHIVE
           RECORDING MODE IS F.
       01  KEY-REGISTER-ARCHIVE-RECORD PIC X(120).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD                 PIC X(80).

       01  WS-PARM-LOG-STATUS          PIC XX      VALUE "00".

       01  WS-GL-HISTORY-STATUS        PIC XX      VALUE "00".

       01  WS-ACK-HISTORY-STATUS       PIC XX      VALUE "00".

       01  WS-KEY-REGISTER-STATUS      PIC XX      VALUE "00".

       01  WS-ARCHIVE-STATUS           PIC XX      VALUE "00".
           88  WS-ARCHIVE-OK                       VALUE "00".

           PERFORM 4000-PURGE-REJECT-FILE
           PERFORM 5000-PURGE-REGISTER-FILE
           PERFORM 6000-PURGE-PARM-LOG
           PERFORM 6500-PURGE-GL-HISTORY
           PERFORM 6800-PURGE-ACK-HISTORY
           PERFORM 7000-PURGE-KEY-REGISTER
           PERFORM 9000-TERMINATE
           STOP RUN.

               END-IF
           END-IF.

      *****************************************************************
      *  GLHIST - THE COPY OF EVERY GL EXTRACT RECORD SUMBATCH KEEPS
      *  SO A PAST BUSINESS DATE CAN BE PROVED.  AGED BY RUN DATE;
      *  THE ARCHIVE STAYS READABLE BY SUMPROOF.
      *****************************************************************
       6500-PURGE-GL-HISTORY.
           MOVE "GLHIST  " TO WS-LOOKUP-FILE-ID
           PERFORM 8100-PREPARE-FILE-PURGE
           IF WS-ACTIVE-DAYS = 0
               MOVE "NO RETENTION SET - NOT PURGED"
                   TO WS-SKIP-REASON-OUT
               PERFORM 8200-REPORT-SKIPPED
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT GL-HISTORY-FILE
               IF WS-GL-HISTORY-STATUS NOT = "00"
                   MOVE "NOT FOUND - NOTHING TO PURGE"
                       TO WS-SKIP-REASON-OUT
                   PERFORM 8200-REPORT-SKIPPED
               ELSE
                   MOVE "Y" TO WS-PURGE-OK-SWITCH
                   OPEN EXTEND GL-HISTORY-ARCHIVE
                   IF NOT WS-ARCHIVE-OK
                       OPEN OUTPUT GL-HISTORY-ARCHIVE
                   END-IF
                   IF NOT WS-ARCHIVE-OK
                       MOVE WS-ARCHIVE-STATUS TO WS-FAIL-STATUS
                       MOVE "N" TO WS-PURGE-OK-SWITCH
                   END-IF
                   OPEN OUTPUT WORK-FILE
                   IF NOT WS-WORK-FILE-OK
                       MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
                       MOVE "N" TO WS-PURGE-OK-SWITCH
                   END-IF
                   IF WS-PURGE-OK
                       PERFORM 6600-SPLIT-GL-HISTORY-RECORDS
                           UNTIL WS-EOF OR NOT WS-PURGE-OK
                   END-IF
                   CLOSE GL-HISTORY-FILE
                   CLOSE GL-HISTORY-ARCHIVE
                   CLOSE WORK-FILE
                   IF WS-PURGE-OK
                       PERFORM 6700-REWRITE-GL-HISTORY
                   END-IF
                   IF WS-PURGE-OK
                       PERFORM 8300-REPORT-FILE-RESULT
                   ELSE
                       PERFORM 8400-REPORT-IO-ERROR
                   END-IF
               END-IF
           END-IF.

       6600-SPLIT-GL-HISTORY-RECORDS.
           READ GL-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BEFORE-COUNT
                   ADD GL-TOTAL-AMOUNT TO WS-BEFORE-AMOUNT
                   IF GL-RUN-DATE IS NUMERIC
                           AND GL-RUN-DATE < WS-CUTOFF-DATE
                       ADD 1 TO WS-ARCHIVED-COUNT
                       ADD GL-TOTAL-AMOUNT TO WS-ARCHIVED-AMOUNT
                       MOVE GL-RECORD TO GL-HISTORY-ARCHIVE-RECORD
                       WRITE GL-HISTORY-ARCHIVE-RECORD
                       IF NOT WS-ARCHIVE-OK
                           MOVE WS-ARCHIVE-STATUS TO WS-FAIL-STATUS
                           MOVE "N" TO WS-PURGE-OK-SWITCH
                       END-IF
                   ELSE
                       ADD GL-TOTAL-AMOUNT TO WS-AFTER-AMOUNT
                       MOVE GL-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                       IF NOT WS-WORK-FILE-OK
                           MOVE WS-WORK-FILE-STATUS
                               TO WS-FAIL-STATUS
                           MOVE "N" TO WS-PURGE-OK-SWITCH
                       END-IF
                   END-IF
           END-READ.

       6700-REWRITE-GL-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WORK-FILE
           IF NOT WS-WORK-FILE-OK
               MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
               MOVE "N" TO WS-PURGE-OK-SWITCH
           ELSE
               OPEN OUTPUT GL-HISTORY-FILE
               IF WS-GL-HISTORY-STATUS NOT = "00"
                   MOVE WS-GL-HISTORY-STATUS TO WS-FAIL-STATUS
                   MOVE "N" TO WS-PURGE-OK-SWITCH
                   CLOSE WORK-FILE
               ELSE
                   PERFORM UNTIL WS-EOF OR NOT WS-PURGE-OK
                       READ WORK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD TO GL-RECORD
                               WRITE GL-RECORD
                               IF WS-GL-HISTORY-STATUS = "00"
                                   ADD 1 TO WS-AFTER-COUNT
                               ELSE
                                   MOVE WS-GL-HISTORY-STATUS
                                       TO WS-FAIL-STATUS
                                   MOVE "N" TO WS-PURGE-OK-SWITCH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE GL-HISTORY-FILE
               END-IF
           END-IF.

      *****************************************************************
      *  GLACKHST - THE COPY OF EVERY POSTING ACKNOWLEDGMENT GLRECON
      *  KEEPS SO A PAST BUSINESS DATE'S POSTING CAN BE PROVED.  AGED
      *  BY THE BUSINESS DATE ACKNOWLEDGED; THE ARCHIVE STAYS
      *  READABLE BY SUMPROOF.
      *****************************************************************
       6800-PURGE-ACK-HISTORY.
           MOVE "GLACKHST" TO WS-LOOKUP-FILE-ID
           PERFORM 8100-PREPARE-FILE-PURGE
           IF WS-ACTIVE-DAYS = 0
               MOVE "NO RETENTION SET - NOT PURGED"
                   TO WS-SKIP-REASON-OUT
               PERFORM 8200-REPORT-SKIPPED
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT ACK-HISTORY-FILE
               IF WS-ACK-HISTORY-STATUS NOT = "00"
                   MOVE "NOT FOUND - NOTHING TO PURGE"
                       TO WS-SKIP-REASON-OUT
                   PERFORM 8200-REPORT-SKIPPED
               ELSE
                   MOVE "Y" TO WS-PURGE-OK-SWITCH
                   OPEN EXTEND ACK-HISTORY-ARCHIVE
                   IF NOT WS-ARCHIVE-OK
                       OPEN OUTPUT ACK-HISTORY-ARCHIVE
                   END-IF
                   IF NOT WS-ARCHIVE-OK
                       MOVE WS-ARCHIVE-STATUS TO WS-FAIL-STATUS
                       MOVE "N" TO WS-PURGE-OK-SWITCH
                   END-IF
                   OPEN OUTPUT WORK-FILE
                   IF NOT WS-WORK-FILE-OK
                       MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
                       MOVE "N" TO WS-PURGE-OK-SWITCH
                   END-IF
                   IF WS-PURGE-OK
                       PERFORM 6850-SPLIT-ACK-HISTORY-RECORDS
                           UNTIL WS-EOF OR NOT WS-PURGE-OK
                   END-IF
                   CLOSE ACK-HISTORY-FILE
                   CLOSE ACK-HISTORY-ARCHIVE
                   CLOSE WORK-FILE
                   IF WS-PURGE-OK
                       PERFORM 6900-REWRITE-ACK-HISTORY
                   END-IF
                   IF WS-PURGE-OK
                       PERFORM 8300-REPORT-FILE-RESULT
                   ELSE
                       PERFORM 8400-REPORT-IO-ERROR
                   END-IF
               END-IF
           END-IF.

       6850-SPLIT-ACK-HISTORY-RECORDS.
           READ ACK-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BEFORE-COUNT
                   ADD AKH-POSTED-AMOUNT TO WS-BEFORE-AMOUNT
                   IF AKH-RUN-DATE IS NUMERIC
                           AND AKH-RUN-DATE < WS-CUTOFF-DATE
                       ADD 1 TO WS-ARCHIVED-COUNT
                       ADD AKH-POSTED-AMOUNT TO WS-ARCHIVED-AMOUNT
                       MOVE GL-ACK-HISTORY-RECORD
                           TO ACK-HISTORY-ARCHIVE-RECORD
                       WRITE ACK-HISTORY-ARCHIVE-RECORD
                       IF NOT WS-ARCHIVE-OK
                           MOVE WS-ARCHIVE-STATUS TO WS-FAIL-STATUS
                           MOVE "N" TO WS-PURGE-OK-SWITCH
                       END-IF
                   ELSE
                       ADD AKH-POSTED-AMOUNT TO WS-AFTER-AMOUNT
                       MOVE GL-ACK-HISTORY-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                       IF NOT WS-WORK-FILE-OK
                           MOVE WS-WORK-FILE-STATUS
                               TO WS-FAIL-STATUS
                           MOVE "N" TO WS-PURGE-OK-SWITCH
                       END-IF
                   END-IF
           END-READ.

       6900-REWRITE-ACK-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WORK-FILE
           IF NOT WS-WORK-FILE-OK
               MOVE WS-WORK-FILE-STATUS TO WS-FAIL-STATUS
               MOVE "N" TO WS-PURGE-OK-SWITCH
           ELSE
               OPEN OUTPUT ACK-HISTORY-FILE
               IF WS-ACK-HISTORY-STATUS NOT = "00"
                   MOVE WS-ACK-HISTORY-STATUS TO WS-FAIL-STATUS
                   MOVE "N" TO WS-PURGE-OK-SWITCH
                   CLOSE WORK-FILE
               ELSE
                   PERFORM UNTIL WS-EOF OR NOT WS-PURGE-OK
                       READ WORK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE WORK-RECORD
                                   TO GL-ACK-HISTORY-RECORD
                               WRITE GL-ACK-HISTORY-RECORD
                               IF WS-ACK-HISTORY-STATUS = "00"
                                   ADD 1 TO WS-AFTER-COUNT
                               ELSE
                                   MOVE WS-ACK-HISTORY-STATUS
                                       TO WS-FAIL-STATUS
                                   MOVE "N" TO WS-PURGE-OK-SWITCH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE ACK-HISTORY-FILE
               END-IF
           END-IF.

      *****************************************************************
      *  KEYFILE - THE ACCEPTED-KEY REGISTER IS INDEXED, SO IT IS
      *  NOT SPLIT AND REWRITTEN THROUGH ARCHWORK: EACH EXPIRED KEY
      *  IS WRITTEN TO KEYARCH AND THEN DELETED IN PLACE, AND A
      *  FAILED ARCHIVE WRITE STOPS THE PASS BEFORE THE DELETE, SO
      *  NO KEY LEAVES THE REGISTER WITHOUT REACHING THE ARCHIVE.
      *  ONCE A KEY AGES OUT SUMBATCH NO LONGER KNOWS IT WAS SEEN,
      *  SO THE RETENTION MUST COVER THE LONGEST A BRANCH COULD
      *  PLAUSIBLY RE-SEND AN ITEM.
      *****************************************************************
       7000-PURGE-KEY-REGISTER.
           MOVE "KEYFILE " TO WS-LOOKUP-FILE-ID
           PERFORM 8100-PREPARE-FILE-PURGE
           IF WS-ACTIVE-DAYS = 0
               MOVE "NO RETENTION SET - NOT PURGED"
                   TO WS-SKIP-REASON-OUT
               PERFORM 8200-REPORT-SKIPPED
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN I-O KEY-REGISTER
               IF WS-KEY-REGISTER-STATUS NOT = "00"
                   MOVE "NOT FOUND - NOTHING TO PURGE"
                       TO WS-SKIP-REASON-OUT
                   PERFORM 8200-REPORT-SKIPPED
               ELSE
                   MOVE "Y" TO WS-PURGE-OK-SWITCH
                   OPEN EXTEND KEY-REGISTER-ARCHIVE
                   IF NOT WS-ARCHIVE-OK
                       OPEN OUTPUT KEY-REGISTER-ARCHIVE
                   END-IF
                   IF NOT WS-ARCHIVE-OK
                       MOVE WS-ARCHIVE-STATUS TO WS-FAIL-STATUS
                       MOVE "N" TO WS-PURGE-OK-SWITCH
                   END-IF
                   IF WS-PURGE-OK
                       PERFORM 7100-PURGE-ONE-KEY
                           UNTIL WS-EOF OR NOT WS-PURGE-OK
                   END-IF
                   CLOSE KEY-REGISTER
                   CLOSE KEY-REGISTER-ARCHIVE
                   IF WS-PURGE-OK
                       PERFORM 8300-REPORT-FILE-RESULT
                   ELSE
                       PERFORM 8400-REPORT-IO-ERROR
                   END-IF
               END-IF
           END-IF.

       7100-PURGE-ONE-KEY.
           READ KEY-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BEFORE-COUNT
                   ADD KEY-AMOUNT TO WS-BEFORE-AMOUNT
                   IF KEY-ACCEPT-DATE IS NUMERIC
                           AND KEY-ACCEPT-DATE < WS-CUTOFF-DATE
                       MOVE KEY-REGISTER-RECORD
                           TO KEY-REGISTER-ARCHIVE-RECORD
                       WRITE KEY-REGISTER-ARCHIVE-RECORD
                       IF NOT WS-ARCHIVE-OK
                           MOVE WS-ARCHIVE-STATUS TO WS-FAIL-STATUS
                           MOVE "N" TO WS-PURGE-OK-SWITCH
                       ELSE
                           DELETE KEY-REGISTER RECORD
                           IF WS-KEY-REGISTER-STATUS = "00"
                               ADD 1 TO WS-ARCHIVED-COUNT
                               ADD KEY-AMOUNT TO WS-ARCHIVED-AMOUNT
                           ELSE
                               MOVE WS-KEY-REGISTER-STATUS
                                   TO WS-FAIL-STATUS
                               MOVE "N" TO WS-PURGE-OK-SWITCH
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-AFTER-COUNT
                       ADD KEY-AMOUNT TO WS-AFTER-AMOUNT
                   END-IF
           END-READ.

       9000-TERMINATE.
           IF WS-ANY-PURGE-FAILED
               MOVE 8 TO RETURN-CODE
