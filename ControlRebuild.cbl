      *> on the SYSIN card (today when the card is absent), the
      *> master's hours otherwise. An entry for any other period is
      *> ignored, matching the period-end test the payroll run itself
      *> applies before consuming an entry. A work state with a
      *> daily-overtime rule in OTRULE is priced through the same
      *> DailyOtCalc the payroll run calls, so the long days are in
      *> the expected gross as they are in the paid one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS TIME-KEY
               FILE STATUS IS WS-TIME-FILE-STATUS.

           SELECT OT-RULE-FILE
            ASSIGN TO OTRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTRULE-FILE-STATUS.

           SELECT EMPLOYEE-CONTROL-FILE
            ASSIGN TO EMPCTL
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  TIME-ENTRY-FILE.
           COPY TIMEREC.

       FD  OT-RULE-FILE.
           COPY OTRLREC.

       FD  EMPLOYEE-CONTROL-FILE.
       01  EMPLOYEE-HEADER-RECORD.
           05  EMP-HDR-RECORD-COUNT    PIC 9(7).
       01  WS-TOTAL-DEDUCTIONS         PIC 9(5)V99 VALUE 0.
       01  WS-NET-PAY                  PIC 9(5)V99 VALUE 0.

      *> State daily-overtime rules, loaded and picked exactly as
      *> the payroll run loads and picks them.
       01  WS-OTRULE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-OTRULE-EOF               PIC X    VALUE 'N'.
       01  WS-OT-RULE-TABLE.
           05  WS-OT-RULE-ENTRY OCCURS 40 TIMES.
               10  WS-OTR-EFF-DATE     PIC 9(8).
               10  WS-OTR-STATE        PIC X(2).
               10  WS-OTR-DAILY-OT     PIC 9(2)V99.
               10  WS-OTR-DAILY-DT     PIC 9(2)V99.
               10  WS-OTR-WEEKLY-OT    PIC 9(2)V99.
               10  WS-OTR-SEVENTH-DAY  PIC X(1).
               10  WS-OTR-SEVENTH-DT   PIC 9(2)V99.
               10  WS-OTR-DT-FACTOR    PIC 9V99.
       01  WS-OT-RULE-COUNT            PIC 9(2) VALUE 0.
       01  WS-OTR-SUB                  PIC 9(2) VALUE 0.
       01  WS-OTR-PICK                 PIC 9(2) VALUE 0.
           COPY OTDCALC.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-RUN-PARM-CARD
           ACCEPT WS-RUN-PARM-CARD FROM SYSIN
                   ' - MASTER HOURS USED FOR EXPECTED GROSS'
           END-IF

           PERFORM LOAD-OT-RULE-TABLE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE INTO EMPLOYEE-RECORD
                   AT END
                       + (WS-OVERTIME-HOURS * WS-BLENDED-RATE
                           * (WS-OVERTIME-FACTOR - 1))
               END-IF
               IF WS-TIME-MATCH-FOUND = 'Y'
                   PERFORM APPLY-STATE-DAILY-OVERTIME
               END-IF
           END-IF
           EXIT.

       APPLY-STATE-DAILY-OVERTIME.
      *>   The same inputs PROCESS-EMPLOYEE hands DailyOtCalc; when
      *>   the daily split wins, its gross is the expected gross.
           PERFORM FIND-OT-RULE
           IF WS-OTR-PICK > 0 AND WS-TIME-TOTAL-HOURS > 0
               MOVE WS-PERIOD-END-DATE TO OTD-PERIOD-END-DATE
               MOVE WS-OTR-DAILY-OT(WS-OTR-PICK) TO OTD-DAILY-OT-HOURS
               MOVE WS-OTR-DAILY-DT(WS-OTR-PICK) TO OTD-DAILY-DT-HOURS
               MOVE WS-OTR-WEEKLY-OT(WS-OTR-PICK)
                   TO OTD-WEEKLY-OT-HOURS
               MOVE WS-OTR-SEVENTH-DAY(WS-OTR-PICK) TO OTD-SEVENTH-DAY
               MOVE WS-OTR-SEVENTH-DT(WS-OTR-PICK)
                   TO OTD-SEVENTH-DT-HOURS
               MOVE WS-OTR-DT-FACTOR(WS-OTR-PICK) TO OTD-DT-FACTOR
               MOVE WS-OVERTIME-FACTOR TO OTD-OT-FACTOR
               IF WS-TIME-OVERRIDE-SEEN = 'Y'
                   COMPUTE OTD-BASE-RATE ROUNDED =
                       WS-TIME-STRAIGHT-EARNINGS / WS-TIME-TOTAL-HOURS
                   MOVE WS-TIME-STRAIGHT-EARNINGS
                       TO OTD-STRAIGHT-EARNINGS
               ELSE
                   MOVE HOURLY-RATE TO OTD-BASE-RATE
                   COMPUTE OTD-STRAIGHT-EARNINGS ROUNDED =
                       WS-TIME-TOTAL-HOURS * HOURLY-RATE
               END-IF
               MOVE WS-TIME-TOTAL-HOURS TO OTD-HOURS-WORKED
               MOVE WS-OVERTIME-HOURS TO OTD-PERIOD-OT-HOURS
               CALL 'DailyOtCalc' USING OT-DAY-CALC-AREA
               IF OTD-DAILY-WINS = 'Y'
                   MOVE OTD-GROSS-PAY TO WS-GROSS-PAY
               END-IF
           END-IF
           EXIT.

       FIND-OT-RULE.
           MOVE 0 TO WS-OTR-PICK
           PERFORM VARYING WS-OTR-SUB FROM 1 BY 1
                   UNTIL WS-OTR-SUB > WS-OT-RULE-COUNT
               IF WS-OTR-STATE(WS-OTR-SUB) = WORK-STATE AND
                       WS-OTR-EFF-DATE(WS-OTR-SUB) <=
                           WS-PERIOD-END-DATE
                   IF WS-OTR-PICK = 0
                       MOVE WS-OTR-SUB TO WS-OTR-PICK
                   ELSE
                       IF WS-OTR-EFF-DATE(WS-OTR-SUB) >
                               WS-OTR-EFF-DATE(WS-OTR-PICK)
                           MOVE WS-OTR-SUB TO WS-OTR-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       LOAD-OT-RULE-TABLE.
           OPEN INPUT OT-RULE-FILE
           IF WS-OTRULE-FILE-STATUS NOT = '00'
               DISPLAY 'NO STATE OVERTIME RULE TABLE, STATUS: '
                   WS-OTRULE-FILE-STATUS
                   ' - NO DAILY OVERTIME EXPECTED'
           ELSE
               PERFORM UNTIL WS-OTRULE-EOF = 'Y'
                   READ OT-RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-OTRULE-EOF
                       NOT AT END
                           IF WS-OT-RULE-COUNT < 40
                               ADD 1 TO WS-OT-RULE-COUNT
                               PERFORM NOTE-OT-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OT-RULE-FILE
           END-IF
           EXIT.

       NOTE-OT-RULE.
           MOVE OTRL-EFFECTIVE-DATE
               TO WS-OTR-EFF-DATE(WS-OT-RULE-COUNT)
           MOVE OTRL-STATE TO WS-OTR-STATE(WS-OT-RULE-COUNT)
           MOVE OTRL-DAILY-OT-HOURS
               TO WS-OTR-DAILY-OT(WS-OT-RULE-COUNT)
           MOVE OTRL-DAILY-DT-HOURS
               TO WS-OTR-DAILY-DT(WS-OT-RULE-COUNT)
           MOVE OTRL-WEEKLY-OT-HOURS
               TO WS-OTR-WEEKLY-OT(WS-OT-RULE-COUNT)
           MOVE OTRL-SEVENTH-DAY
               TO WS-OTR-SEVENTH-DAY(WS-OT-RULE-COUNT)
           MOVE OTRL-SEVENTH-DT-HOURS
               TO WS-OTR-SEVENTH-DT(WS-OT-RULE-COUNT)
           MOVE OTRL-DT-FACTOR TO WS-OTR-DT-FACTOR(WS-OT-RULE-COUNT)
           EXIT.

       BROWSE-TIME-ENTRIES.
           MOVE 0 TO WS-TIME-TOTAL-HOURS
           MOVE 0 TO OTD-ENTRY-COUNT
           MOVE 0 TO WS-TIME-STRAIGHT-EARNINGS
           MOVE 0 TO WS-TIME-ENTRY-MATCHES
           MOVE 'N' TO WS-TIME-OVERRIDE-SEEN
           COMPUTE WS-TIME-STRAIGHT-EARNINGS ROUNDED =
               WS-TIME-STRAIGHT-EARNINGS
               + TIME-HOURS-WORKED * WS-TIME-ENTRY-RATE
           IF OTD-ENTRY-COUNT < 100
               ADD 1 TO OTD-ENTRY-COUNT
               MOVE TIME-WORK-DATE TO OTD-ENTRY-DATE(OTD-ENTRY-COUNT)
               MOVE TIME-HOURS-WORKED
                   TO OTD-ENTRY-HOURS(OTD-ENTRY-COUNT)
           END-IF
           EXIT.
