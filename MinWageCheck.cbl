       IDENTIFICATION DIVISION.
       PROGRAM-ID. MinWageCheck.

      *> Pre-calculation wage-floor compliance check, run ahead of
      *> EmployeePayroll against the whole master. Every employee
      *> still on the payroll is held to the highest of the federal,
      *> work-state and work-locality floors in the MINWAGE table
      *> effective on the pay-period-end date - the tipped cash wage
      *> for a tipped employee and the youth rate for an employee
      *> young enough and new enough to qualify, where the
      *> jurisdiction has one:
      *>   - an hourly employee's HOURLY-RATE, and every rate
      *>     override on their time entries for the period, must
      *>     meet the floor;
      *>   - a salaried non-exempt employee's annualized salary
      *>     over a 2,080-hour year must meet the floor;
      *>   - an exempt employee's annualized SALARY-AMOUNT must meet
      *>     the highest exempt salary threshold that applies.
      *> Any employee under the floor today is a FAIL and ends the
      *> step with condition code 8, which stops the chain before
      *> anyone is paid. The table's scheduled changes falling
      *> inside the warning window (60 days by default) are listed,
      *> and every employee who passes today but would fall under a
      *> scheduled floor is a WARN, ending condition code 4 so the
      *> raise can be keyed before the increase takes effect.
      *> Contractors and employees terminated and paid out are not
      *> held to a wage floor and are skipped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIN-WAGE-FILE
            ASSIGN TO MINWAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MINWAGE-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT TIME-ENTRY-FILE
            ASSIGN TO TIMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIME-KEY
               FILE STATUS IS WS-TIME-FILE-STATUS.

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT COMPLIANCE-REPORT-FILE
            ASSIGN TO MWCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MIN-WAGE-FILE.
           COPY MINWREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIME-ENTRY-FILE.
           COPY TIMEREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  COMPLIANCE-REPORT-FILE.
       01  COMPLIANCE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MINWAGE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-TIME-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-MINWAGE-EOF              PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-TIME-OPEN                PIC X    VALUE 'N'.
       01  WS-DEMO-OPEN                PIC X    VALUE 'N'.
       01  WS-TIME-BROWSE-EOF          PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> SYSIN: cols 1-8 pay-period-end date (blank = today), cols
      *> 10-12 days ahead to warn of scheduled increases (blank =
      *> the default below).
       01  WS-MWC-PARM-CARD.
           05  WS-MWC-PARM-PERIOD-END  PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-MWC-PARM-LEAD-DAYS   PIC X(3).
           05  FILLER                  PIC X(68).
       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-LEAD-DAYS                PIC 9(3) VALUE 60.
       01  WS-WINDOW-END               PIC 9(8) VALUE 0.

      *> The live table, held whole; MinWageMaint refuses to publish
      *> more records than this.
       01  WS-MINW-TABLE.
           05  WS-MW-ENTRY OCCURS 200 TIMES.
               10  WS-MW-EFF-DATE      PIC 9(8).
               10  WS-MW-STATE         PIC X(2).
               10  WS-MW-LOCALITY      PIC X(4).
               10  WS-MW-REGULAR-RATE  PIC 9(2)V99.
               10  WS-MW-TIPPED-RATE   PIC 9(2)V99.
               10  WS-MW-YOUTH-RATE    PIC 9(2)V99.
               10  WS-MW-YOUTH-AGE     PIC 9(2).
               10  WS-MW-YOUTH-DAYS    PIC 9(3).
               10  WS-MW-EXEMPT-SALARY PIC 9(7)V99.
       01  WS-MW-COUNT                 PIC 9(3) VALUE 0.
       01  WS-MW-SUB                   PIC 9(3) VALUE 0.
       01  WS-MW-DROPPED               PIC 9(5) VALUE 0.

      *> Distinct effective dates falling inside the warning window;
      *> every employee is re-tested as of each one.
       01  WS-UPCOMING-TABLE.
           05  WS-UPC-DATE OCCURS 20 TIMES PIC 9(8).
       01  WS-UPC-COUNT                PIC 9(2) VALUE 0.
       01  WS-UPC-SUB                  PIC 9(2) VALUE 0.
       01  WS-UPC-FOUND                PIC X    VALUE 'N'.
       01  WS-SCHEDULED-COUNT          PIC 9(5) VALUE 0.

      *> The three jurisdictions an employee answers to: 1 federal,
      *> 2 work state, 3 work locality. For each, the subscript and
      *> effective date of the record in force on the as-of date.
       01  WS-LEVEL-NAME-VALUES.
           05  FILLER                  PIC X(5) VALUE 'FED  '.
           05  FILLER                  PIC X(5) VALUE 'STATE'.
           05  FILLER                  PIC X(5) VALUE 'LOCAL'.
       01  WS-LEVEL-NAMES REDEFINES WS-LEVEL-NAME-VALUES.
           05  WS-LEVEL-NAME OCCURS 3 TIMES PIC X(5).
       01  WS-LEVEL-TABLE.
           05  WS-LEVEL-ENTRY OCCURS 3 TIMES.
               10  WS-LVL-SUB          PIC 9(3).
               10  WS-LVL-EFF-DATE     PIC 9(8).
       01  WS-LEVEL                    PIC 9(1) VALUE 0.
       01  WS-LEVEL-RATE               PIC 9(2)V99 VALUE 0.

       01  WS-ASOF-DATE                PIC 9(8) VALUE 0.
       01  WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-YEAR            PIC 9(4).
           05  WS-ASOF-MMDD            PIC 9(4).
       01  WS-APPL-MIN-RATE            PIC 9(2)V99 VALUE 0.
       01  WS-APPL-RATE-LEVEL          PIC X(5) VALUE SPACES.
       01  WS-APPL-RATE-EFF-DATE       PIC 9(8) VALUE 0.
       01  WS-APPL-EXEMPT-SALARY       PIC 9(7)V99 VALUE 0.
       01  WS-APPL-EXEMPT-LEVEL        PIC X(5) VALUE SPACES.
       01  WS-APPL-EXEMPT-EFF-DATE     PIC 9(8) VALUE 0.

      *> The employee under test.
       01  WS-EMP-FLSA-CLASS           PIC X    VALUE SPACE.
       01  WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 52.
       01  WS-ANNUAL-SALARY            PIC 9(7)V99 VALUE 0.
       01  WS-SALARY-HOURLY            PIC 9(5)V99 VALUE 0.
       01  WS-EMP-FAILED               PIC X    VALUE 'N'.
       01  WS-HAVE-BIRTH-DATE          PIC X    VALUE 'N'.
       01  WS-BIRTH-DATE               PIC 9(8) VALUE 0.
       01  WS-BIRTH-DATE-R REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR           PIC 9(4).
           05  WS-BIRTH-MMDD           PIC 9(4).
       01  WS-HIRE-DATE                PIC 9(8) VALUE 0.
       01  WS-AGE                      PIC 9(3) VALUE 0.
       01  WS-YOUTH-ELIGIBLE           PIC X    VALUE 'N'.

       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REM                 PIC 9(4) VALUE 0.
       01  WS-LEAP-Q                   PIC 9(4) VALUE 0.
       01  WS-LEAP-YEAR                PIC X    VALUE 'N'.

      *> One finding, filled in before WRITE-FINDING-LINE.
       01  WS-FND-SEVERITY             PIC X(4) VALUE SPACES.
       01  WS-FND-PAID                 PIC 9(7)V99 VALUE 0.
       01  WS-FND-REQUIRED             PIC 9(7)V99 VALUE 0.
       01  WS-FND-LEVEL                PIC X(5) VALUE SPACES.
       01  WS-FND-EFF-DATE             PIC 9(8) VALUE 0.
       01  WS-FND-TEXT                 PIC X(40) VALUE SPACES.

       01  WS-EMPLOYEE-COUNT           PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(7) VALUE 0.
       01  WS-FAIL-EMP-COUNT           PIC 9(7) VALUE 0.
       01  WS-WARN-COUNT               PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'MINIMUM WAGE COMPLIANCE CHECK '.
           05  FILLER                  PIC X(12) VALUE 'PERIOD END: '.
           05  WS-RPH-PERIOD-END       PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
           05  WS-RPH-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(17) VALUE
               '  WARN THROUGH: '.
           05  WS-RPH-WINDOW-END       PIC 9(8).

       01  WS-SCHEDULE-HEADING.
           05  FILLER                  PIC X(50) VALUE
               'SCHEDULED WAGE-FLOOR CHANGES IN THE WARNING WINDOW'.

       01  WS-SCHEDULE-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'EFF DATE ST LOC REGULAR  TIPPED   YOUTH '.
           05  FILLER                  PIC X(40) VALUE
               'EXEMPT SALARY  DESCRIPTION              '.

       01  WS-SCHEDULE-LINE.
           05  WS-SCL-EFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SCL-STATE            PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SCL-LOCALITY         PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SCL-REGULAR          PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SCL-TIPPED           PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SCL-YOUTH            PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SCL-EXEMPT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SCL-DESCRIPTION      PIC X(20).

       01  WS-FINDING-HEADING.
           05  FILLER                  PIC X(50) VALUE
               'EMPLOYEES UNDER THE WAGE FLOOR'.

       01  WS-FINDING-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'EMP-ID NAME                 ST LOC  F   '.
           05  FILLER                  PIC X(40) VALUE
               '      PAID     REQUIRED JURIS EFF DATE S'.
           05  FILLER                  PIC X(40) VALUE
               'EV  FINDING                             '.

       01  WS-FINDING-LINE.
           05  WS-FDL-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-FDL-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-STATE            PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-LOCALITY         PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-FLSA-CLASS       PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-PAID             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-REQUIRED         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-LEVEL            PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-EFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-SEVERITY         PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-FDL-TEXT             PIC X(40).

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(60).
           05  WS-MSG-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-CHECK-PARAMETERS

           OPEN OUTPUT COMPLIANCE-REPORT-FILE
           PERFORM LOAD-MIN-WAGE-TABLE
           IF WS-MW-COUNT = 0
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'NO MINIMUM WAGE TABLE - NOTHING CAN BE CERTIFIED'
                   TO WS-MSG-TEXT
               WRITE COMPLIANCE-REPORT-LINE FROM WS-MESSAGE-LINE
               CLOSE COMPLIANCE-REPORT-FILE
               DISPLAY 'MIN-WAGE-CHECK: MINWAGE TABLE MISSING OR EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               CLOSE COMPLIANCE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TIME-ENTRY-FILE
           IF WS-TIME-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TIME-OPEN
           ELSE
               DISPLAY 'NO TIME FILE FOUND, STATUS: '
                   WS-TIME-FILE-STATUS
                   ' - RATE OVERRIDES NOT CHECKED'
           END-IF
           OPEN INPUT DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DEMO-OPEN
           ELSE
               DISPLAY 'NO DEMOGRAPHICS FILE FOUND, STATUS: '
                   WS-DEMO-FILE-STATUS
                   ' - NO EMPLOYEE QUALIFIES FOR A YOUTH RATE'
           END-IF

           MOVE WS-PERIOD-END TO WS-RPH-PERIOD-END
           MOVE WS-RUN-DATE TO WS-RPH-RUN-DATE
           MOVE WS-WINDOW-END TO WS-RPH-WINDOW-END
           WRITE COMPLIANCE-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           PERFORM LIST-SCHEDULED-CHANGES

           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE FROM WS-FINDING-HEADING
           WRITE COMPLIANCE-REPORT-LINE FROM WS-FINDING-COLUMNS

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-EMPLOYEE
               END-READ
           END-PERFORM

           PERFORM REPORT-CHECK-TOTALS

           CLOSE EMPLOYEE-FILE
           IF WS-TIME-OPEN = 'Y'
               CLOSE TIME-ENTRY-FILE
           END-IF
           IF WS-DEMO-OPEN = 'Y'
               CLOSE DEMOGRAPHICS-FILE
           END-IF
           CLOSE COMPLIANCE-REPORT-FILE

           DISPLAY 'MIN-WAGE-CHECK EMPLOYEES CHECKED: '
               WS-EMPLOYEE-COUNT
           DISPLAY 'MIN-WAGE-CHECK FAILURES: ' WS-FAIL-COUNT
           DISPLAY 'MIN-WAGE-CHECK WARNINGS: ' WS-WARN-COUNT
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       GET-CHECK-PARAMETERS.
           MOVE SPACES TO WS-MWC-PARM-CARD
           ACCEPT WS-MWC-PARM-CARD FROM SYSIN
           IF WS-MWC-PARM-PERIOD-END IS NUMERIC AND
                   WS-MWC-PARM-PERIOD-END NOT = '00000000'
               MOVE WS-MWC-PARM-PERIOD-END TO WS-PERIOD-END
           ELSE
               MOVE WS-RUN-DATE TO WS-PERIOD-END
           END-IF
           IF WS-MWC-PARM-LEAD-DAYS IS NUMERIC
               MOVE WS-MWC-PARM-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF
           MOVE WS-PERIOD-END TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY WS-LEAD-DAYS TIMES
           MOVE WS-WORK-DATE TO WS-WINDOW-END
           DISPLAY 'MIN-WAGE-CHECK PERIOD END: ' WS-PERIOD-END
               ' WARNING WINDOW THROUGH: ' WS-WINDOW-END
           EXIT.

       LOAD-MIN-WAGE-TABLE.
           OPEN INPUT MIN-WAGE-FILE
           IF WS-MINWAGE-FILE-STATUS NOT = '00'
               DISPLAY 'NO MINIMUM WAGE TABLE FOUND, STATUS: '
                   WS-MINWAGE-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-MINWAGE-EOF = 'Y'
                   READ MIN-WAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-MINWAGE-EOF
                       NOT AT END
                           PERFORM STORE-MIN-WAGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MIN-WAGE-FILE
           END-IF
           IF WS-MW-DROPPED > 0
               DISPLAY 'MIN-WAGE-CHECK: ' WS-MW-DROPPED
                   ' TABLE RECORDS PAST THE 200-ENTRY LIMIT IGNORED'
           END-IF
           EXIT.

       STORE-MIN-WAGE-ENTRY.
      *>   MinWageMaint publishes only records that pass its edits;
      *>   the numeric guard keeps a hand-patched line from abending
      *>   the chain.
           IF MINW-EFFECTIVE-DATE IS NUMERIC AND
                   MINW-REGULAR-RATE IS NUMERIC AND
                   MINW-TIPPED-RATE IS NUMERIC AND
                   MINW-YOUTH-RATE IS NUMERIC AND
                   MINW-YOUTH-AGE IS NUMERIC AND
                   MINW-YOUTH-DAYS IS NUMERIC AND
                   MINW-EXEMPT-SALARY IS NUMERIC
               IF WS-MW-COUNT < 200
                   ADD 1 TO WS-MW-COUNT
                   MOVE MINW-EFFECTIVE-DATE
                       TO WS-MW-EFF-DATE(WS-MW-COUNT)
                   MOVE MINW-STATE TO WS-MW-STATE(WS-MW-COUNT)
                   MOVE MINW-LOCALITY TO WS-MW-LOCALITY(WS-MW-COUNT)
                   MOVE MINW-REGULAR-RATE
                       TO WS-MW-REGULAR-RATE(WS-MW-COUNT)
                   MOVE MINW-TIPPED-RATE
                       TO WS-MW-TIPPED-RATE(WS-MW-COUNT)
                   MOVE MINW-YOUTH-RATE
                       TO WS-MW-YOUTH-RATE(WS-MW-COUNT)
                   MOVE MINW-YOUTH-AGE TO WS-MW-YOUTH-AGE(WS-MW-COUNT)
                   MOVE MINW-YOUTH-DAYS
                       TO WS-MW-YOUTH-DAYS(WS-MW-COUNT)
                   MOVE MINW-EXEMPT-SALARY
                       TO WS-MW-EXEMPT-SALARY(WS-MW-COUNT)
                   IF MINW-EFFECTIVE-DATE > WS-PERIOD-END AND
                           MINW-EFFECTIVE-DATE <= WS-WINDOW-END
                       PERFORM NOTE-UPCOMING-DATE
                   END-IF
               ELSE
                   ADD 1 TO WS-MW-DROPPED
               END-IF
           ELSE
               DISPLAY 'MIN-WAGE-CHECK: NON-NUMERIC TABLE RECORD '
                   MINW-STATE ' ' MINW-LOCALITY ' IGNORED'
           END-IF
           EXIT.

       NOTE-UPCOMING-DATE.
           MOVE 'N' TO WS-UPC-FOUND
           PERFORM VARYING WS-UPC-SUB FROM 1 BY 1
                   UNTIL WS-UPC-SUB > WS-UPC-COUNT
               IF WS-UPC-DATE(WS-UPC-SUB) = MINW-EFFECTIVE-DATE
                   MOVE 'Y' TO WS-UPC-FOUND
               END-IF
           END-PERFORM
           IF WS-UPC-FOUND = 'N'
               IF WS-UPC-COUNT < 20
                   ADD 1 TO WS-UPC-COUNT
                   MOVE MINW-EFFECTIVE-DATE
                       TO WS-UPC-DATE(WS-UPC-COUNT)
               ELSE
                   DISPLAY 'MIN-WAGE-CHECK: MORE THAN 20 CHANGE DATES '
                       'IN THE WINDOW - ' MINW-EFFECTIVE-DATE
                       ' NOT TESTED'
               END-IF
           END-IF
           EXIT.

       LIST-SCHEDULED-CHANGES.
           WRITE COMPLIANCE-REPORT-LINE FROM WS-SCHEDULE-HEADING
           WRITE COMPLIANCE-REPORT-LINE FROM WS-SCHEDULE-COLUMNS
           OPEN INPUT MIN-WAGE-FILE
           MOVE 'N' TO WS-MINWAGE-EOF
           PERFORM UNTIL WS-MINWAGE-EOF = 'Y'
               READ MIN-WAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-MINWAGE-EOF
                   NOT AT END
                       IF MINW-EFFECTIVE-DATE IS NUMERIC
                           IF MINW-EFFECTIVE-DATE > WS-PERIOD-END AND
                                   MINW-EFFECTIVE-DATE <=
                                   WS-WINDOW-END
                               PERFORM WRITE-SCHEDULE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIN-WAGE-FILE
           IF WS-SCHEDULED-COUNT = 0
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'NONE' TO WS-MSG-TEXT
               WRITE COMPLIANCE-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF
           EXIT.

       WRITE-SCHEDULE-LINE.
           MOVE MINW-EFFECTIVE-DATE TO WS-SCL-EFF-DATE
           MOVE MINW-STATE TO WS-SCL-STATE
           MOVE MINW-LOCALITY TO WS-SCL-LOCALITY
           MOVE MINW-REGULAR-RATE TO WS-SCL-REGULAR
           MOVE MINW-TIPPED-RATE TO WS-SCL-TIPPED
           MOVE MINW-YOUTH-RATE TO WS-SCL-YOUTH
           MOVE MINW-EXEMPT-SALARY TO WS-SCL-EXEMPT
           MOVE MINW-DESCRIPTION TO WS-SCL-DESCRIPTION
           WRITE COMPLIANCE-REPORT-LINE FROM WS-SCHEDULE-LINE
           ADD 1 TO WS-SCHEDULED-COUNT
           EXIT.

       CHECK-EMPLOYEE.
           IF WORKER-TYPE = 'C' OR EMPLOYMENT-STATUS = 'T'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-EMPLOYEE-COUNT
               PERFORM CLASSIFY-EMPLOYEE
               PERFORM LOAD-EMPLOYEE-DEMOGRAPHICS
               MOVE 'N' TO WS-EMP-FAILED

               MOVE WS-PERIOD-END TO WS-ASOF-DATE
               PERFORM FIND-APPLICABLE-MINIMUM
               MOVE 'FAIL' TO WS-FND-SEVERITY
               PERFORM TEST-PAY-AGAINST-FLOOR
               IF PAY-TYPE NOT = 'S' AND WS-TIME-OPEN = 'Y'
                   PERFORM CHECK-TIME-OVERRIDES
               END-IF
               IF WS-EMP-FAILED = 'Y'
                   ADD 1 TO WS-FAIL-EMP-COUNT
               END-IF

      *>       Someone already under today's floor is a FAIL that
      *>       has to be fixed before tonight's run; warning them
      *>       again about next month's floor adds nothing.
               IF WS-EMP-FAILED = 'N'
                   MOVE 'WARN' TO WS-FND-SEVERITY
                   PERFORM VARYING WS-UPC-SUB FROM 1 BY 1
                           UNTIL WS-UPC-SUB > WS-UPC-COUNT
                       MOVE WS-UPC-DATE(WS-UPC-SUB) TO WS-ASOF-DATE
                       PERFORM FIND-APPLICABLE-MINIMUM
                       PERFORM TEST-PAY-AGAINST-FLOOR
                   END-PERFORM
               END-IF
           END-IF
           EXIT.

       CLASSIFY-EMPLOYEE.
           IF FLSA-STATUS = 'E' OR FLSA-STATUS = 'N' OR
                   FLSA-STATUS = 'T'
               MOVE FLSA-STATUS TO WS-EMP-FLSA-CLASS
           ELSE
               IF PAY-TYPE = 'S'
                   MOVE 'E' TO WS-EMP-FLSA-CLASS
               ELSE
                   MOVE 'N' TO WS-EMP-FLSA-CLASS
               END-IF
           END-IF
           EVALUATE PAY-FREQUENCY
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN 'M'
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           MOVE 0 TO WS-ANNUAL-SALARY
           MOVE 0 TO WS-SALARY-HOURLY
           IF PAY-TYPE = 'S'
               COMPUTE WS-ANNUAL-SALARY =
                   SALARY-AMOUNT * WS-PERIODS-PER-YEAR
               COMPUTE WS-SALARY-HOURLY = WS-ANNUAL-SALARY / 2080
           END-IF
           EXIT.

       LOAD-EMPLOYEE-DEMOGRAPHICS.
      *>   Youth rates turn on age and time since hire. With no
      *>   birth date on file the employee is held to the adult rate.
           MOVE 'N' TO WS-HAVE-BIRTH-DATE
           MOVE 0 TO WS-BIRTH-DATE
           MOVE 0 TO WS-HIRE-DATE
           IF WS-DEMO-OPEN = 'Y'
               MOVE EMP-ID TO DEMO-EMP-ID
               READ DEMOGRAPHICS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEMO-BIRTH-DATE IS NUMERIC AND
                               DEMO-BIRTH-DATE NOT = 0
                           MOVE 'Y' TO WS-HAVE-BIRTH-DATE
                           MOVE DEMO-BIRTH-DATE TO WS-BIRTH-DATE
                       END-IF
                       IF DEMO-HIRE-DATE IS NUMERIC
                           MOVE DEMO-HIRE-DATE TO WS-HIRE-DATE
                       END-IF
                       IF DEMO-REHIRE-DATE IS NUMERIC AND
                               DEMO-REHIRE-DATE > WS-HIRE-DATE
                           MOVE DEMO-REHIRE-DATE TO WS-HIRE-DATE
                       END-IF
               END-READ
           END-IF
           EXIT.

       FIND-APPLICABLE-MINIMUM.
      *>   For each jurisdiction, the record in force on the as-of
      *>   date; then the floor is the highest the three of them
      *>   set for this employee.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
               MOVE 0 TO WS-LVL-SUB(WS-LEVEL)
               MOVE 0 TO WS-LVL-EFF-DATE(WS-LEVEL)
           END-PERFORM
           PERFORM VARYING WS-MW-SUB FROM 1 BY 1
                   UNTIL WS-MW-SUB > WS-MW-COUNT
               IF WS-MW-EFF-DATE(WS-MW-SUB) <= WS-ASOF-DATE
                   PERFORM MATCH-JURISDICTION
               END-IF
           END-PERFORM

           MOVE 0 TO WS-APPL-MIN-RATE
           MOVE SPACES TO WS-APPL-RATE-LEVEL
           MOVE 0 TO WS-APPL-RATE-EFF-DATE
           MOVE 0 TO WS-APPL-EXEMPT-SALARY
           MOVE SPACES TO WS-APPL-EXEMPT-LEVEL
           MOVE 0 TO WS-APPL-EXEMPT-EFF-DATE
           PERFORM VARYING WS-LEVEL FROM 1 BY 1 UNTIL WS-LEVEL > 3
               IF WS-LVL-SUB(WS-LEVEL) > 0
                   PERFORM APPLY-JURISDICTION-FLOOR
               END-IF
           END-PERFORM
           EXIT.

       MATCH-JURISDICTION.
           EVALUATE TRUE
               WHEN WS-MW-STATE(WS-MW-SUB) = SPACES
                   MOVE 1 TO WS-LEVEL
               WHEN WS-MW-STATE(WS-MW-SUB) = WORK-STATE AND
                       WS-MW-LOCALITY(WS-MW-SUB) = SPACES
                   MOVE 2 TO WS-LEVEL
               WHEN WS-MW-STATE(WS-MW-SUB) = WORK-STATE AND
                       WS-MW-LOCALITY(WS-MW-SUB) = LOCALITY-CODE
                   MOVE 3 TO WS-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-LEVEL
           END-EVALUATE
           IF WS-LEVEL > 0
               IF WS-MW-EFF-DATE(WS-MW-SUB) >=
                       WS-LVL-EFF-DATE(WS-LEVEL)
                   MOVE WS-MW-SUB TO WS-LVL-SUB(WS-LEVEL)
                   MOVE WS-MW-EFF-DATE(WS-MW-SUB)
                       TO WS-LVL-EFF-DATE(WS-LEVEL)
               END-IF
           END-IF
           EXIT.

       APPLY-JURISDICTION-FLOOR.
           MOVE WS-LVL-SUB(WS-LEVEL) TO WS-MW-SUB
           MOVE WS-MW-REGULAR-RATE(WS-MW-SUB) TO WS-LEVEL-RATE
           IF WS-EMP-FLSA-CLASS = 'T' AND
                   WS-MW-TIPPED-RATE(WS-MW-SUB) > 0
               MOVE WS-MW-TIPPED-RATE(WS-MW-SUB) TO WS-LEVEL-RATE
           END-IF
           IF WS-MW-YOUTH-RATE(WS-MW-SUB) > 0 AND
                   WS-MW-YOUTH-RATE(WS-MW-SUB) < WS-LEVEL-RATE
               PERFORM CHECK-YOUTH-ELIGIBLE
               IF WS-YOUTH-ELIGIBLE = 'Y'
                   MOVE WS-MW-YOUTH-RATE(WS-MW-SUB) TO WS-LEVEL-RATE
               END-IF
           END-IF
           IF WS-LEVEL-RATE > WS-APPL-MIN-RATE
               MOVE WS-LEVEL-RATE TO WS-APPL-MIN-RATE
               MOVE WS-LEVEL-NAME(WS-LEVEL) TO WS-APPL-RATE-LEVEL
               MOVE WS-MW-EFF-DATE(WS-MW-SUB) TO WS-APPL-RATE-EFF-DATE
           END-IF
           IF WS-MW-EXEMPT-SALARY(WS-MW-SUB) > WS-APPL-EXEMPT-SALARY
               MOVE WS-MW-EXEMPT-SALARY(WS-MW-SUB)
                   TO WS-APPL-EXEMPT-SALARY
               MOVE WS-LEVEL-NAME(WS-LEVEL) TO WS-APPL-EXEMPT-LEVEL
               MOVE WS-MW-EFF-DATE(WS-MW-SUB)
                   TO WS-APPL-EXEMPT-EFF-DATE
           END-IF
           EXIT.

       CHECK-YOUTH-ELIGIBLE.
      *>   Under the jurisdiction's age on the as-of date and, when
      *>   it limits the youth rate to a training period, still
      *>   inside that many days from the (re)hire date.
           MOVE 'N' TO WS-YOUTH-ELIGIBLE
           IF WS-HAVE-BIRTH-DATE = 'Y' AND
                   WS-BIRTH-DATE <= WS-ASOF-DATE
               COMPUTE WS-AGE = WS-ASOF-YEAR - WS-BIRTH-YEAR
               IF WS-ASOF-MMDD < WS-BIRTH-MMDD
                   SUBTRACT 1 FROM WS-AGE
               END-IF
               IF WS-AGE < WS-MW-YOUTH-AGE(WS-MW-SUB)
                   MOVE 'Y' TO WS-YOUTH-ELIGIBLE
               END-IF
           END-IF
           IF WS-YOUTH-ELIGIBLE = 'Y' AND
                   WS-MW-YOUTH-DAYS(WS-MW-SUB) > 0
               IF WS-HIRE-DATE = 0
                   MOVE 'N' TO WS-YOUTH-ELIGIBLE
               ELSE
                   MOVE WS-HIRE-DATE TO WS-WORK-DATE
                   PERFORM ADD-ONE-DAY
                       WS-MW-YOUTH-DAYS(WS-MW-SUB) TIMES
                   IF WS-ASOF-DATE >= WS-WORK-DATE
                       MOVE 'N' TO WS-YOUTH-ELIGIBLE
                   END-IF
               END-IF
           END-IF
           EXIT.

       TEST-PAY-AGAINST-FLOOR.
           IF PAY-TYPE = 'S'
               IF WS-EMP-FLSA-CLASS = 'E'
                   IF WS-APPL-EXEMPT-SALARY > 0 AND
                           WS-ANNUAL-SALARY < WS-APPL-EXEMPT-SALARY
                       MOVE WS-ANNUAL-SALARY TO WS-FND-PAID
                       MOVE WS-APPL-EXEMPT-SALARY TO WS-FND-REQUIRED
                       MOVE WS-APPL-EXEMPT-LEVEL TO WS-FND-LEVEL
                       MOVE WS-APPL-EXEMPT-EFF-DATE TO WS-FND-EFF-DATE
                       MOVE 'EXEMPT SALARY UNDER THRESHOLD'
                           TO WS-FND-TEXT
                       PERFORM WRITE-FINDING-LINE
                   END-IF
               ELSE
                   IF WS-SALARY-HOURLY < WS-APPL-MIN-RATE
                       MOVE WS-SALARY-HOURLY TO WS-FND-PAID
                       MOVE WS-APPL-MIN-RATE TO WS-FND-REQUIRED
                       MOVE WS-APPL-RATE-LEVEL TO WS-FND-LEVEL
                       MOVE WS-APPL-RATE-EFF-DATE TO WS-FND-EFF-DATE
                       MOVE 'SALARY UNDER FLOOR AT 2080 HOURS/YEAR'
                           TO WS-FND-TEXT
                       PERFORM WRITE-FINDING-LINE
                   END-IF
               END-IF
           ELSE
               IF HOURLY-RATE < WS-APPL-MIN-RATE
                   MOVE HOURLY-RATE TO WS-FND-PAID
                   MOVE WS-APPL-MIN-RATE TO WS-FND-REQUIRED
                   MOVE WS-APPL-RATE-LEVEL TO WS-FND-LEVEL
                   MOVE WS-APPL-RATE-EFF-DATE TO WS-FND-EFF-DATE
                   IF WS-EMP-FLSA-CLASS = 'T'
                       MOVE 'TIPPED CASH WAGE UNDER FLOOR'
                           TO WS-FND-TEXT
                   ELSE
                       MOVE 'HOURLY RATE UNDER FLOOR' TO WS-FND-TEXT
                   END-IF
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF
           EXIT.

       CHECK-TIME-OVERRIDES.
      *>   A rate override prices the hours on that one entry, so
      *>   each one for the period is held to the floor on its own.
           MOVE 'N' TO WS-TIME-BROWSE-EOF
           MOVE EMP-ID TO TIME-EMP-ID
           MOVE ZEROS TO TIME-SEQ
           START TIME-ENTRY-FILE KEY IS >= TIME-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TIME-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-TIME-BROWSE-EOF = 'Y'
               READ TIME-ENTRY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TIME-BROWSE-EOF
                   NOT AT END
                       IF TIME-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-TIME-BROWSE-EOF
                       ELSE
                           PERFORM TEST-RATE-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       TEST-RATE-OVERRIDE.
           IF TIME-PERIOD-END-DATE = WS-PERIOD-END AND
                   TIME-RATE-OVERRIDE IS NUMERIC
               IF TIME-RATE-OVERRIDE > 0 AND
                       TIME-RATE-OVERRIDE < WS-APPL-MIN-RATE
                   MOVE TIME-RATE-OVERRIDE TO WS-FND-PAID
                   MOVE WS-APPL-MIN-RATE TO WS-FND-REQUIRED
                   MOVE WS-APPL-RATE-LEVEL TO WS-FND-LEVEL
                   MOVE WS-APPL-RATE-EFF-DATE TO WS-FND-EFF-DATE
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'TIME ENTRY ' TIME-SEQ ' WORKED '
                       TIME-WORK-DATE ' RATE OVERRIDE'
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF
           EXIT.

       WRITE-FINDING-LINE.
      *>   A warning is dated by the scheduled change that will put
      *>   the employee under; a failure by the record in force.
           IF WS-FND-SEVERITY = 'WARN'
               MOVE WS-ASOF-DATE TO WS-FND-EFF-DATE
               ADD 1 TO WS-WARN-COUNT
           ELSE
               MOVE 'Y' TO WS-EMP-FAILED
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           MOVE EMP-ID TO WS-FDL-EMP-ID
           MOVE EMP-NAME TO WS-FDL-NAME
           MOVE WORK-STATE TO WS-FDL-STATE
           MOVE LOCALITY-CODE TO WS-FDL-LOCALITY
           MOVE WS-EMP-FLSA-CLASS TO WS-FDL-FLSA-CLASS
           MOVE WS-FND-PAID TO WS-FDL-PAID
           MOVE WS-FND-REQUIRED TO WS-FDL-REQUIRED
           MOVE WS-FND-LEVEL TO WS-FDL-LEVEL
           MOVE WS-FND-EFF-DATE TO WS-FDL-EFF-DATE
           MOVE WS-FND-SEVERITY TO WS-FDL-SEVERITY
           MOVE WS-FND-TEXT TO WS-FDL-TEXT
           WRITE COMPLIANCE-REPORT-LINE FROM WS-FINDING-LINE
           EXIT.

       REPORT-CHECK-TOTALS.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'EMPLOYEES CHECKED' TO WS-MSG-TEXT
           MOVE WS-EMPLOYEE-COUNT TO WS-MSG-COUNT
           WRITE COMPLIANCE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'CONTRACTORS AND PAID-OUT TERMINATIONS SKIPPED'
               TO WS-MSG-TEXT
           MOVE WS-SKIPPED-COUNT TO WS-MSG-COUNT
           WRITE COMPLIANCE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'EMPLOYEES UNDER TODAY''S FLOOR (FAIL)' TO WS-MSG-TEXT
           MOVE WS-FAIL-EMP-COUNT TO WS-MSG-COUNT
           WRITE COMPLIANCE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'FAIL FINDINGS' TO WS-MSG-TEXT
           MOVE WS-FAIL-COUNT TO WS-MSG-COUNT
           WRITE COMPLIANCE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'UNDER A SCHEDULED FLOOR IN THE WINDOW (WARN)'
               TO WS-MSG-TEXT
           MOVE WS-WARN-COUNT TO WS-MSG-COUNT
           WRITE COMPLIANCE-REPORT-LINE FROM WS-MESSAGE-LINE
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

       ADD-ONE-DAY.
           PERFORM GET-DAYS-IN-MONTH
           IF WS-WORK-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   ADD 1 TO WS-WORK-MONTH
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF
           EXIT.
