      *****************************************************************
      *  CBSCHED - EXPECTED-FEED SCHEDULE MASTER RECORD LAYOUT
      *  CARD-IMAGE FILE (SCHDFILE) KEPT BY OPERATIONS SCHEDULING.
      *  ONE 'S' RECORD PER BATCH ID GIVES THE DAYS OF THE WEEK THE
      *  FEED IS EXPECTED (MONDAY FIRST, 'Y' OR 'N'), WHICH CALENDAR
      *  IT FOLLOWS, AND ITS CUTOFF: A TIME OF DAY (HHMM) AND A
      *  NUMBER OF DAYS AFTER THE BUSINESS DATE, SO A FEED DUE BY
      *  02:00 THE NEXT MORNING IS 0200 WITH ONE DAY.  A BUSINESS-DAY
      *  CALENDAR FEED ('B') IS NOT EXPECTED ON A HOLIDAY; AN
      *  ALL-DAYS FEED ('A') IS EXPECTED ON EVERY LISTED WEEKDAY.
      *  ANY NUMBER OF 'H' RECORDS LIST THE HOLIDAY CALENDAR.  READ
      *  BY THE FEED MONITOR (SUMMON) AND BY SUMSTAT.
      *****************************************************************
       01  SCHEDULE-RECORD.
           05  SCHED-RECORD-TYPE       PIC X(01).
               88  SCHED-BATCH-REC            VALUE 'S'.
               88  SCHED-HOLIDAY-REC          VALUE 'H'.
           05  SCHED-DATA              PIC X(79).
           05  SCHED-BATCH-DATA REDEFINES SCHED-DATA.
               10  SCHED-BATCH-ID      PIC X(08).
               10  SCHED-DAY-FLAGS.
                   15  SCHED-DAY-FLAG  PIC X(01) OCCURS 7 TIMES.
               10  SCHED-CALENDAR      PIC X(01).
                   88  SCHED-BUSINESS-DAYS    VALUE 'B'.
                   88  SCHED-ALL-DAYS         VALUE 'A'.
               10  SCHED-CUTOFF-TIME   PIC 9(04).
               10  SCHED-CUTOFF-DAYS   PIC 9(01).
               10  SCHED-DESCRIPTION   PIC X(30).
               10  FILLER              PIC X(28).
           05  SCHED-HOLIDAY-DATA REDEFINES SCHED-DATA.
               10  SCHED-HOLIDAY-DATE  PIC 9(08).
               10  SCHED-HOLIDAY-NAME  PIC X(30).
               10  FILLER              PIC X(41).
