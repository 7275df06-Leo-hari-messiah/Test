       IDENTIFICATION DIVISION.
       PROGRAM-ID. DailyOtCalc.

      *> State daily-overtime pricing, shared the way PayrollCalc is
      *> so EmployeePayroll and ControlRebuild can never disagree on
      *> what an hour on a long day is worth. The period's time
      *> entries are laid onto workweeks of seven days ending on the
      *> pay-period-end date, and each workday is split under the
      *> work state's rule in force: time past the daily overtime
      *> hours is overtime, time past the daily double-time hours is
      *> double time, and the seventh consecutive day worked in a
      *> workweek is overtime from the first hour (double time past
      *> the seventh-day hours). Straight time left in a workweek
      *> past the weekly hours is overtime as well - counted after
      *> the daily split, so no hour is paid a premium twice.
      *>
      *> The premium that produces is compared with the premium the
      *> caller already priced on the per-period ceiling, and the
      *> greater one is owed: OTD-DAILY-WINS 'Y' hands back the
      *> daily split, the premium, and the gross built on it, with
      *> an itemized line per day for the register. Entries dated
      *> outside the period's workweeks are straight time only.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Five workweeks ending on the pay-period-end date - enough
      *> for the longest (monthly) period. Day 35 is the period end;
      *> days 29-35 are the last workweek, 22-28 the one before.
       01  WS-CALENDAR.
           05  WS-CAL-DAY OCCURS 35 TIMES.
               10  WS-CAL-DATE         PIC 9(8).
               10  WS-CAL-HOURS        PIC 9(3)V99.
       01  WS-CAL-SUB                  PIC 9(2) VALUE 0.
       01  WS-ENTRY-SUB                PIC 9(3) VALUE 0.
       01  WS-WEEK-SUB                 PIC 9(1) VALUE 0.
       01  WS-WEEK-FIRST               PIC 9(2) VALUE 0.
       01  WS-WEEK-LAST                PIC 9(2) VALUE 0.
       01  WS-DAYS-WORKED              PIC 9(1) VALUE 0.
       01  WS-WEEK-STRAIGHT            PIC 9(3)V99 VALUE 0.
       01  WS-WEEK-SPILL               PIC 9(3)V99 VALUE 0.

       01  WS-DAY-HOURS                PIC 9(3)V99 VALUE 0.
       01  WS-DAY-CAPPED               PIC 9(3)V99 VALUE 0.
       01  WS-DAY-OT                   PIC 9(3)V99 VALUE 0.
       01  WS-DAY-DT                   PIC 9(3)V99 VALUE 0.
       01  WS-DAY-OT-DESC              PIC X(11) VALUE SPACES.

      *> One premium line: the kind and date make up the 20-byte
      *> description the register and the stub print.
       01  WS-LINE-DESC.
           05  WS-LINE-KIND            PIC X(11).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-LINE-DATE            PIC 9(8).
       01  WS-LINE-HOURS               PIC 9(3)V99 VALUE 0.
       01  WS-LINE-FACTOR              PIC 9V99 VALUE 0.
       01  WS-LINE-AMOUNT              PIC 9(5)V99 VALUE 0.
       01  WS-CEILING-PREMIUM          PIC 9(5)V99 VALUE 0.

       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REM                 PIC 9(4) VALUE 0.
       01  WS-LEAP-Q                   PIC 9(4) VALUE 0.
       01  WS-LEAP-YEAR                PIC X    VALUE 'N'.

       LINKAGE SECTION.
           COPY OTDCALC.

       PROCEDURE DIVISION USING OT-DAY-CALC-AREA.
           MOVE 'N' TO OTD-DAILY-WINS
           MOVE 0 TO OTD-OT-HOURS
           MOVE 0 TO OTD-DT-HOURS
           MOVE 0 TO OTD-REGULAR-HOURS
           MOVE 0 TO OTD-PREMIUM
           MOVE 0 TO OTD-GROSS-PAY
           MOVE 0 TO OTD-LINE-COUNT

           PERFORM BUILD-CALENDAR
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > OTD-ENTRY-COUNT
               PERFORM PLACE-TIME-ENTRY
           END-PERFORM
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 5
               PERFORM EVALUATE-WORKWEEK
           END-PERFORM
           PERFORM COMPARE-WITH-CEILING

           GOBACK.

       BUILD-CALENDAR.
           MOVE OTD-PERIOD-END-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DATE TO WS-CAL-DATE(35)
           MOVE 0 TO WS-CAL-HOURS(35)
           PERFORM VARYING WS-CAL-SUB FROM 34 BY -1
                   UNTIL WS-CAL-SUB < 1
               PERFORM SUBTRACT-ONE-DAY
               MOVE WS-WORK-DATE TO WS-CAL-DATE(WS-CAL-SUB)
               MOVE 0 TO WS-CAL-HOURS(WS-CAL-SUB)
           END-PERFORM
           EXIT.

       PLACE-TIME-ENTRY.
      *>   Two entries on the same date (a split shift, a second
      *>   job) are one workday.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > 35
               IF WS-CAL-DATE(WS-CAL-SUB) =
                       OTD-ENTRY-DATE(WS-ENTRY-SUB)
                   ADD OTD-ENTRY-HOURS(WS-ENTRY-SUB)
                       TO WS-CAL-HOURS(WS-CAL-SUB)
               END-IF
           END-PERFORM
           EXIT.

       EVALUATE-WORKWEEK.
           COMPUTE WS-WEEK-FIRST = (WS-WEEK-SUB - 1) * 7 + 1
           COMPUTE WS-WEEK-LAST = WS-WEEK-FIRST + 6
           MOVE 0 TO WS-DAYS-WORKED
           MOVE 0 TO WS-WEEK-STRAIGHT
           PERFORM VARYING WS-CAL-SUB FROM WS-WEEK-FIRST BY 1
                   UNTIL WS-CAL-SUB > WS-WEEK-LAST
               IF WS-CAL-HOURS(WS-CAL-SUB) > 0
                   ADD 1 TO WS-DAYS-WORKED
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CAL-SUB FROM WS-WEEK-FIRST BY 1
                   UNTIL WS-CAL-SUB > WS-WEEK-LAST
               IF WS-CAL-HOURS(WS-CAL-SUB) > 0
                   PERFORM EVALUATE-WORKDAY
               END-IF
           END-PERFORM

      *>   Only the straight time left after the daily split counts
      *>   toward the weekly hours.
           IF OTD-WEEKLY-OT-HOURS > 0 AND
                   WS-WEEK-STRAIGHT > OTD-WEEKLY-OT-HOURS
               COMPUTE WS-WEEK-SPILL =
                   WS-WEEK-STRAIGHT - OTD-WEEKLY-OT-HOURS
               ADD WS-WEEK-SPILL TO OTD-OT-HOURS
               MOVE 'WEEKLY OT' TO WS-LINE-KIND
               MOVE WS-CAL-DATE(WS-WEEK-LAST) TO WS-LINE-DATE
               MOVE WS-WEEK-SPILL TO WS-LINE-HOURS
               MOVE OTD-OT-FACTOR TO WS-LINE-FACTOR
               PERFORM ADD-PREMIUM-LINE
           END-IF
           EXIT.

       EVALUATE-WORKDAY.
           MOVE WS-CAL-HOURS(WS-CAL-SUB) TO WS-DAY-HOURS
           MOVE 0 TO WS-DAY-OT
           MOVE 0 TO WS-DAY-DT
      *>   Worked every day of the workweek: the last of them is the
      *>   seventh consecutive day.
           IF OTD-SEVENTH-DAY = 'Y' AND WS-DAYS-WORKED = 7 AND
                   WS-CAL-SUB = WS-WEEK-LAST
               MOVE 'SEVENTH DAY' TO WS-DAY-OT-DESC
               PERFORM SPLIT-SEVENTH-DAY
           ELSE
               MOVE 'DAILY OT' TO WS-DAY-OT-DESC
               PERFORM SPLIT-WORKDAY
           END-IF
           COMPUTE WS-WEEK-STRAIGHT = WS-WEEK-STRAIGHT
               + WS-DAY-HOURS - WS-DAY-OT - WS-DAY-DT

           MOVE WS-CAL-DATE(WS-CAL-SUB) TO WS-LINE-DATE
           IF WS-DAY-OT > 0
               ADD WS-DAY-OT TO OTD-OT-HOURS
               MOVE WS-DAY-OT-DESC TO WS-LINE-KIND
               MOVE WS-DAY-OT TO WS-LINE-HOURS
               MOVE OTD-OT-FACTOR TO WS-LINE-FACTOR
               PERFORM ADD-PREMIUM-LINE
           END-IF
           IF WS-DAY-DT > 0
               ADD WS-DAY-DT TO OTD-DT-HOURS
               MOVE 'DOUBLE TIME' TO WS-LINE-KIND
               MOVE WS-DAY-DT TO WS-LINE-HOURS
               MOVE OTD-DT-FACTOR TO WS-LINE-FACTOR
               PERFORM ADD-PREMIUM-LINE
           END-IF
           EXIT.

       SPLIT-WORKDAY.
           MOVE WS-DAY-HOURS TO WS-DAY-CAPPED
           IF OTD-DAILY-DT-HOURS > 0 AND
                   WS-DAY-HOURS > OTD-DAILY-DT-HOURS
               COMPUTE WS-DAY-DT = WS-DAY-HOURS - OTD-DAILY-DT-HOURS
               MOVE OTD-DAILY-DT-HOURS TO WS-DAY-CAPPED
           END-IF
           IF OTD-DAILY-OT-HOURS > 0 AND
                   WS-DAY-CAPPED > OTD-DAILY-OT-HOURS
               COMPUTE WS-DAY-OT = WS-DAY-CAPPED - OTD-DAILY-OT-HOURS
           END-IF
           EXIT.

       SPLIT-SEVENTH-DAY.
           IF OTD-SEVENTH-DT-HOURS > 0 AND
                   WS-DAY-HOURS > OTD-SEVENTH-DT-HOURS
               MOVE OTD-SEVENTH-DT-HOURS TO WS-DAY-OT
               COMPUTE WS-DAY-DT =
                   WS-DAY-HOURS - OTD-SEVENTH-DT-HOURS
           ELSE
               MOVE WS-DAY-HOURS TO WS-DAY-OT
           END-IF
           EXIT.

       ADD-PREMIUM-LINE.
      *>   Each line carries only the premium over straight time -
      *>   the straight time itself is already in the caller's
      *>   straight earnings - and the lines add up to the premium.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-LINE-HOURS * OTD-BASE-RATE * (WS-LINE-FACTOR - 1)
           ADD WS-LINE-AMOUNT TO OTD-PREMIUM
           IF OTD-LINE-COUNT < 75
               ADD 1 TO OTD-LINE-COUNT
               MOVE WS-LINE-DESC TO OTD-LINE-DESC(OTD-LINE-COUNT)
               MOVE WS-LINE-HOURS TO OTD-LINE-HOURS(OTD-LINE-COUNT)
               MOVE WS-LINE-AMOUNT TO OTD-LINE-AMOUNT(OTD-LINE-COUNT)
           END-IF
           EXIT.

       COMPARE-WITH-CEILING.
           COMPUTE WS-CEILING-PREMIUM ROUNDED =
               OTD-PERIOD-OT-HOURS * OTD-BASE-RATE
               * (OTD-OT-FACTOR - 1)
           IF OTD-PREMIUM > WS-CEILING-PREMIUM
               MOVE 'Y' TO OTD-DAILY-WINS
               IF OTD-HOURS-WORKED > OTD-OT-HOURS + OTD-DT-HOURS
                   COMPUTE OTD-REGULAR-HOURS = OTD-HOURS-WORKED
                       - OTD-OT-HOURS - OTD-DT-HOURS
               END-IF
               COMPUTE OTD-GROSS-PAY =
                   OTD-STRAIGHT-EARNINGS + OTD-PREMIUM
           END-IF
           EXIT.

       SUBTRACT-ONE-DAY.
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM GET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF
           EXIT.

       GET-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   MOVE 'N' TO WS-LEAP-YEAR
                   DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 'Y' TO WS-LEAP-YEAR
                       DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-Q
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-Q
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = 0
                               MOVE 'N' TO WS-LEAP-YEAR
                           END-IF
                       END-IF
                   END-IF
                   IF WS-LEAP-YEAR = 'Y'
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           EXIT.
