      * count are written to the run-control file, a business date
      * that has already completed is refused, and a rerun after a
      * failure restarts from the first incomplete step instead of
      * the top. A backup generation is taken before any step runs.

       DATA DIVISION.
       FILE SECTION.
       01 EOD-BUSINESS-DATE      PIC 9(8) EXTERNAL.
       01 EOD-RECORD-COUNT       PIC 9(7) EXTERNAL.
      * The same external items REORDER-RPT, VALUATION-RPT,
      * INV-EXPORT, OVERDUE-RPT, REPLEN-PROP, and AGING-RPT pick up:
      * the business date stamps their output
      * file names, and each hands its record count back here for
      * the run-control record.
       01 BK-CALLER              PIC X(14) EXTERNAL.
       01 BK-RESULT              PIC X EXTERNAL.
      * Shared with DATA-BACKUP: this driver's name tells the backup
      * the registration check is already done, and Y comes back
      * once the generation is complete.
       01 WS-STEP-SUB            PIC 9(2).
       01 WS-STEP-STATUS         PIC X.
       01 WS-STATUS-EOF          PIC X VALUE 'N'.
       01 WS-STATUS-CLEAR        PIC X VALUE 'N'.
       01 WS-STEPS-COMPLETE      PIC 9(2) VALUE ZERO.
       01 WS-STEPS-RUN           PIC 9(2) VALUE ZERO.
       01 WS-MONTH-END           PIC X VALUE 'N'.
       01 WS-BUSINESS-DAYS       PIC 9(7).
       01 WS-WEEKS               PIC 9(7).
       01 WS-WEEKDAY             PIC 9.
       01 WS-THIS-BUSINESS-DATE.
           05 WS-TB-YEAR         PIC 9(4).
           05 WS-TB-MONTH        PIC 9(2).
           05 WS-TB-DAY          PIC 9(2).
       01 WS-NEXT-BUSINESS-DATE  PIC 9(8).
       01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-BUSINESS-DATE.
           05 WS-NB-YEAR         PIC 9(4).
           05 WS-NB-MONTH        PIC 9(2).
           05 WS-NB-DAY          PIC 9(2).
       01 WS-STEP-TABLE.
           05 FILLER             PIC X(14) VALUE "REORDER-RPT".
           05 FILLER             PIC X(14) VALUE "VALUATION-RPT".
           05 FILLER             PIC X(14) VALUE "INV-EXPORT".
           05 FILLER             PIC X(14) VALUE "OVERDUE-RPT".
           05 FILLER             PIC X(14) VALUE "REPLEN-PROP".
           05 FILLER             PIC X(14) VALUE "AGING-RPT".
       01 WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
           05 WS-STEP-NAME       PIC X(14) OCCURS 6 TIMES.
      * The fixed close-of-business order: the reorder list and the
      * valuation are both read from the same day's inventory, and
      * the accounting feed goes out last so it reflects the same
      * positions the printed reports show. The overdue chaser list
      * runs after them, so purchasing starts each morning with
      * yesterday's close-of-business view of who has gone quiet.
      * The replenishment proposal comes last of all, worked out from
      * the same closing stockroom balances, so the supervisor has
      * the van list to approve first thing. The stock aging report
      * is the month-end step: it only produces anything on the last
      * business day of the month, and on every other day it is
      * filed complete with no records so the day still closes.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-STATUS-CLEAR = "Y"
               OPEN I-O RUN-CONTROL-FILE
               PERFORM COUNT-COMPLETE-STEPS
               IF WS-STEPS-COMPLETE = 6
                   DISPLAY "End-of-day has already run for "
                           EOD-BUSINESS-DATE ". Nothing to do."
               ELSE
                   PERFORM TAKE-EOD-BACKUP
                   IF BK-RESULT = "Y"
                       PERFORM RUN-ONE-STEP
                           VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > 6
                       DISPLAY "End-of-day complete for "
                               EOD-BUSINESS-DATE
                               ". Steps run this pass: " WS-STEPS-RUN
                   ELSE
                       DISPLAY "End-of-day NOT run: the backup was "
                               "not taken."
                   END-IF
               END-IF
               CLOSE RUN-CONTROL-FILE
               PERFORM RELEASE-SYSTEM-STATUS
           END-DELETE
           CLOSE SYSTEM-STATUS-FILE.

       TAKE-EOD-BACKUP.
           CLOSE RUN-CONTROL-FILE
           MOVE "EOD-BATCH" TO BK-CALLER
           CALL "DATA-BACKUP"
           OPEN I-O RUN-CONTROL-FILE.
      * Taken on every pass that has steps to run, so a restart
      * after a failure is backed up as it stands too. The
      * run-control file is one of the files copied, so it is closed
      * across the CALL and the copy holds it exactly as it was.

       COUNT-COMPLETE-STEPS.
           MOVE ZERO TO WS-STEPS-COMPLETE
           PERFORM CHECK-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 6.

       CHECK-ONE-STEP.
           MOVE EOD-BUSINESS-DATE TO RC-DATE
                       ADD 1 TO WS-STEPS-COMPLETE
                   END-IF
           END-READ.
      * A date with all six steps already complete is a finished
      * business day; running it again would overwrite the filed
      * reports, so it is refused outright.

                   CALL "INV-EXPORT"
               WHEN 4
                   CALL "OVERDUE-RPT"
               WHEN 5
                   CALL "REPLEN-PROP"
               WHEN 6
                   PERFORM RUN-MONTH-END-AGING
           END-EVALUATE
           MOVE "C" TO RC-STATUS
           MOVE EOD-RECORD-COUNT TO RC-RECORD-COUNT
      * dies the run-control file says exactly which one; the C
      * rewrite with the count only happens once the step has come
      * back.

       RUN-MONTH-END-AGING.
           PERFORM CHECK-LAST-BUSINESS-DAY
           IF WS-MONTH-END = "Y"
               CALL "AGING-RPT"
           ELSE
               DISPLAY "Not the last business day of the month - "
                       "no aging report."
           END-IF.

       CHECK-LAST-BUSINESS-DAY.
           MOVE EOD-BUSINESS-DATE TO WS-THIS-BUSINESS-DATE
           COMPUTE WS-BUSINESS-DAYS =
               FUNCTION INTEGER-OF-DATE (EOD-BUSINESS-DATE)
           DIVIDE 7 INTO WS-BUSINESS-DAYS
               GIVING WS-WEEKS REMAINDER WS-WEEKDAY
           EVALUATE WS-WEEKDAY
               WHEN 5
                   ADD 3 TO WS-BUSINESS-DAYS
               WHEN 6
                   ADD 2 TO WS-BUSINESS-DAYS
               WHEN OTHER
                   ADD 1 TO WS-BUSINESS-DAYS
           END-EVALUATE
           COMPUTE WS-NEXT-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BUSINESS-DAYS)
           IF WS-NB-MONTH NOT = WS-TB-MONTH
               MOVE "Y" TO WS-MONTH-END
           ELSE
               MOVE "N" TO WS-MONTH-END
           END-IF.
      * Day 1 of the integer day scale, 1 January 1601, was a Monday,
      * so the remainder by seven runs 1 for Monday through 6 for
      * Saturday and 0 for Sunday. The next business day is the
      * following weekday; if it falls in another month, today is
      * the last business day of this one. A business date keyed on
      * a weekend before month end counts the same way, so a month
      * closed on a Saturday still gets its report. Public holidays
      * are not known to the system and are treated as working days.
