       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepProgression.

      *> Monthly anniversary step increases for employees paid from
      *> the grade/step scale. For every active employee on the
      *> scale, the next step falls due the current step's
      *> months-in-step after STEP-DATE (the hire date when no step
      *> date is on file); each one due by the end of the month
      *> being processed - including any a missed month left behind
      *> - is parked on PENDCHG as an effective-dated change to the
      *> next step at the scale rate in force on the due date. The
      *> payroll run whose period covers the date applies it, the
      *> same as a future-dated maintenance change; nothing here
      *> touches the master.
      *> The change is built on top of the latest change already
      *> waiting for the employee on or before the due date, so a
      *> parked transfer or W-4 change is carried forward rather
      *> than undone. A waiting change dated after the due date was
      *> built without the step and would undo it when it applies;
      *> the step is still parked but flagged for review.
      *> STEPRPT lists every step parked with old and new
      *> annualized pay, anything that could not be priced, and the
      *> impact by department. Condition code 4 means something on
      *> the report needs a look.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-SCALE-FILE
            ASSIGN TO PAYSCALE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSCALE-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE
            ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHG-KEY
               FILE STATUS IS WS-PCHG-FILE-STATUS.

           SELECT STEP-REPORT-FILE
            ASSIGN TO STEPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-SCALE-FILE.
           COPY PSCLREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  PENDING-CHANGE-FILE.
           COPY PNDCHG.

       FD  STEP-REPORT-FILE.
       01  STEP-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYSCALE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PCHG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PAYSCALE-EOF             PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-PCHG-BROWSE-EOF          PIC X    VALUE 'N'.
       01  WS-DEMO-OPEN                PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM           PIC 9(6).
           05  FILLER                  PIC 9(2).

      *> SYSIN: cols 1-6 the month to process (YYYYMM, blank = this
      *> month), col 8 'T' for a trial that reports what would be
      *> parked and parks nothing.
       01  WS-STP-PARM-CARD.
           05  WS-STP-PARM-MONTH       PIC X(6).
           05  FILLER                  PIC X(1).
           05  WS-STP-PARM-TRIAL       PIC X(1).
           05  FILLER                  PIC X(72).
       01  WS-PROCESS-MONTH            PIC 9(6) VALUE 0.
       01  WS-MONTH-END                PIC 9(8) VALUE 0.
       01  WS-TRIAL-RUN                PIC X    VALUE 'N'.

      *> The live scale, held whole; PayScaleMaint refuses to
      *> publish more records than this.
       01  WS-SCALE-TABLE.
           05  WS-SC-ENTRY OCCURS 500 TIMES.
               10  WS-SC-EFF-DATE      PIC 9(8).
               10  WS-SC-UNIT          PIC X(4).
               10  WS-SC-GRADE         PIC X(3).
               10  WS-SC-STEP          PIC 9(2).
               10  WS-SC-HOURLY-RATE   PIC 9(2)V99.
               10  WS-SC-ANNUAL-SALARY PIC 9(7)V99.
               10  WS-SC-MONTHS        PIC 9(3).
       01  WS-SC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-SC-SUB                   PIC 9(3) VALUE 0.
       01  WS-SC-DROPPED               PIC 9(5) VALUE 0.

      *> Scale lookup: unit, grade and step to price as of a date;
      *> WS-SC-FOUND-SUB is zero when the scale has no such row.
       01  WS-LOOKUP-UNIT              PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-GRADE             PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-STEP              PIC 9(2) VALUE 0.
       01  WS-LOOKUP-DATE              PIC 9(8) VALUE 0.
       01  WS-LOOKUP-EFF-DATE          PIC 9(8) VALUE 0.
       01  WS-SC-FOUND-SUB             PIC 9(3) VALUE 0.

      *> The employee under review.
       01  WS-STEP-BASE-DATE           PIC 9(8) VALUE 0.
       01  WS-STEP-DUE-DATE            PIC 9(8) VALUE 0.
       01  WS-CURRENT-SUB              PIC 9(3) VALUE 0.
       01  WS-NEXT-SUB                 PIC 9(3) VALUE 0.
       01  WS-NEXT-STEP                PIC 9(2) VALUE 0.
       01  WS-MONTHS-TO-ADD            PIC 9(3) VALUE 0.
       01  WS-MONTH-COUNT              PIC 9(6) VALUE 0.
       01  WS-SAVED-DAY                PIC 9(2) VALUE 0.
       01  WS-EMP-DISPOSITION          PIC X(30) VALUE SPACES.
       01  WS-EMP-EXCEPTION            PIC X    VALUE 'N'.
       01  WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 52.
       01  WS-OLD-ANNUAL               PIC 9(7)V99 VALUE 0.
       01  WS-NEW-ANNUAL               PIC 9(7)V99 VALUE 0.
       01  WS-ANNUAL-CHANGE            PIC S9(7)V99 VALUE 0.

      *> What PENDCHG already holds for the employee.
       01  WS-BASE-FROM-PENDING        PIC X    VALUE 'N'.
       01  WS-BASE-PENDING-DATE        PIC 9(8) VALUE 0.
       01  WS-BASE-PENDING-IMAGE       PIC X(166) VALUE SPACES.
       01  WS-LATER-PENDING            PIC X    VALUE 'N'.
       01  WS-STEP-ALREADY-PENDING     PIC X    VALUE 'N'.
       01  WS-SAME-DATE-APPLIED        PIC X    VALUE 'N'.

       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REM                 PIC 9(4) VALUE 0.
       01  WS-LEAP-Q                   PIC 9(4) VALUE 0.
       01  WS-LEAP-YEAR                PIC X    VALUE 'N'.

      *> Impact by department, printed after the detail.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES.
               10  WS-DPT-CODE         PIC X(4).
               10  WS-DPT-COUNT        PIC 9(5).
               10  WS-DPT-OLD-ANNUAL   PIC 9(9)V99.
               10  WS-DPT-NEW-ANNUAL   PIC 9(9)V99.
       01  WS-DEPT-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEPT-SUB                 PIC 9(3) VALUE 0.
       01  WS-DEPT-FOUND               PIC X    VALUE 'N'.
       01  WS-DEPT-CHANGE              PIC S9(9)V99 VALUE 0.
       01  WS-DEPT-PCT                 PIC S9(3)V99 VALUE 0.

       01  WS-EMPLOYEE-COUNT           PIC 9(7) VALUE 0.
       01  WS-ON-SCALE-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOT-DUE-COUNT            PIC 9(7) VALUE 0.
       01  WS-TOP-STEP-COUNT           PIC 9(7) VALUE 0.
       01  WS-PARKED-COUNT             PIC 9(7) VALUE 0.
       01  WS-ALREADY-PENDING-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-REVIEW-COUNT             PIC 9(7) VALUE 0.
       01  WS-TOTAL-OLD-ANNUAL         PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NEW-ANNUAL         PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'STEP PROGRESSION              '.
           05  FILLER                  PIC X(12) VALUE 'MONTH:      '.
           05  WS-RPH-MONTH            PIC 9(6).
           05  FILLER                  PIC X(14) VALUE
               '  DUE THROUGH '.
           05  WS-RPH-MONTH-END        PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
           05  WS-RPH-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPH-TRIAL            PIC X(20) VALUE SPACES.

       01  WS-DETAIL-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'EMP-ID NAME                 DEPT UNIT GR'.
           05  FILLER                  PIC X(40) VALUE
               'D STEP  EFF DATE   OLD ANNUAL   NEW ANNU'.
           05  FILLER                  PIC X(40) VALUE
               'AL      CHANGE DISPOSITION              '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-DEPT             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-UNIT             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-GRADE            PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-OLD-STEP         PIC 9(2).
           05  WS-DTL-STEP-ARROW       PIC X(1)  VALUE '>'.
           05  WS-DTL-NEW-STEP         PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-EFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-OLD-ANNUAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-NEW-ANNUAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-CHANGE           PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(30).

       01  WS-DEPT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'ANNUALIZED PAY IMPACT BY DEPARTMENT     '.

       01  WS-DEPT-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'DEPT     EMPS      OLD ANNUAL      NEW A'.
           05  FILLER                  PIC X(40) VALUE
               'NNUAL           CHANGE      PCT         '.

       01  WS-DEPT-LINE.
           05  WS-DPL-DEPT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DPL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DPL-OLD-ANNUAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DPL-NEW-ANNUAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DPL-CHANGE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DPL-PCT              PIC -ZZ9.99.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(60).
           05  WS-MSG-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-STEP-PARAMETERS

           PERFORM LOAD-PAY-SCALE-TABLE
           IF WS-SC-COUNT = 0
               DISPLAY 'STEP-PROGRESSION: PAYSCALE TABLE MISSING OR '
                   'EMPTY - NOTHING TO DO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DEMO-OPEN
           ELSE
               DISPLAY 'NO DEMOGRAPHICS FILE FOUND, STATUS: '
                   WS-DEMO-FILE-STATUS
                   ' - EMPLOYEES WITH NO STEP DATE CANNOT BE DATED'
           END-IF
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PCHG-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           OPEN OUTPUT STEP-REPORT-FILE

           MOVE WS-PROCESS-MONTH TO WS-RPH-MONTH
           MOVE WS-MONTH-END TO WS-RPH-MONTH-END
           MOVE WS-RUN-DATE TO WS-RPH-RUN-DATE
           IF WS-TRIAL-RUN = 'Y'
               MOVE '*** TRIAL RUN ***' TO WS-RPH-TRIAL
           END-IF
           WRITE STEP-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE FROM WS-DETAIL-COLUMNS

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM REVIEW-EMPLOYEE
               END-READ
           END-PERFORM

           PERFORM REPORT-DEPARTMENT-IMPACT
           PERFORM REPORT-STEP-TOTALS

           CLOSE EMPLOYEE-FILE
           IF WS-DEMO-OPEN = 'Y'
               CLOSE DEMOGRAPHICS-FILE
           END-IF
           CLOSE PENDING-CHANGE-FILE
           CLOSE STEP-REPORT-FILE

           DISPLAY 'STEP-PROGRESSION STEPS PARKED: ' WS-PARKED-COUNT
           DISPLAY 'STEP-PROGRESSION EXCEPTIONS: ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-STEP-PARAMETERS.
           MOVE SPACES TO WS-STP-PARM-CARD
           ACCEPT WS-STP-PARM-CARD FROM SYSIN
           IF WS-STP-PARM-MONTH IS NUMERIC AND
                   WS-STP-PARM-MONTH NOT = '000000'
               MOVE WS-STP-PARM-MONTH TO WS-PROCESS-MONTH
           ELSE
               MOVE WS-RUN-YYYYMM TO WS-PROCESS-MONTH
           END-IF
           IF WS-STP-PARM-TRIAL = 'T'
               MOVE 'Y' TO WS-TRIAL-RUN
           END-IF
           COMPUTE WS-WORK-DATE = WS-PROCESS-MONTH * 100 + 1
           PERFORM GET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-MONTH-END
           DISPLAY 'STEP-PROGRESSION STEPS DUE THROUGH: ' WS-MONTH-END
           IF WS-TRIAL-RUN = 'Y'
               DISPLAY '*** TRIAL RUN - NOTHING WILL BE PARKED ***'
           END-IF
           EXIT.

       LOAD-PAY-SCALE-TABLE.
           OPEN INPUT PAY-SCALE-FILE
           IF WS-PAYSCALE-FILE-STATUS NOT = '00'
               DISPLAY 'NO PAY SCALE TABLE FOUND, STATUS: '
                   WS-PAYSCALE-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-PAYSCALE-EOF = 'Y'
                   READ PAY-SCALE-FILE
                       AT END
                           MOVE 'Y' TO WS-PAYSCALE-EOF
                       NOT AT END
                           PERFORM STORE-SCALE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAY-SCALE-FILE
           END-IF
           IF WS-SC-DROPPED > 0
               DISPLAY 'STEP-PROGRESSION: ' WS-SC-DROPPED
                   ' SCALE RECORDS PAST THE 500-ENTRY LIMIT IGNORED'
           END-IF
           EXIT.

       STORE-SCALE-ENTRY.
           IF PSCL-EFFECTIVE-DATE IS NUMERIC AND
                   PSCL-PAY-STEP IS NUMERIC AND
                   PSCL-HOURLY-RATE IS NUMERIC AND
                   PSCL-ANNUAL-SALARY IS NUMERIC AND
                   PSCL-MONTHS-IN-STEP IS NUMERIC
               IF WS-SC-COUNT < 500
                   ADD 1 TO WS-SC-COUNT
                   MOVE PSCL-EFFECTIVE-DATE
                       TO WS-SC-EFF-DATE(WS-SC-COUNT)
                   MOVE PSCL-BARGAINING-UNIT TO WS-SC-UNIT(WS-SC-COUNT)
                   MOVE PSCL-PAY-GRADE TO WS-SC-GRADE(WS-SC-COUNT)
                   MOVE PSCL-PAY-STEP TO WS-SC-STEP(WS-SC-COUNT)
                   MOVE PSCL-HOURLY-RATE
                       TO WS-SC-HOURLY-RATE(WS-SC-COUNT)
                   MOVE PSCL-ANNUAL-SALARY
                       TO WS-SC-ANNUAL-SALARY(WS-SC-COUNT)
                   MOVE PSCL-MONTHS-IN-STEP
                       TO WS-SC-MONTHS(WS-SC-COUNT)
               ELSE
                   ADD 1 TO WS-SC-DROPPED
               END-IF
           ELSE
               DISPLAY 'STEP-PROGRESSION: NON-NUMERIC SCALE RECORD '
                   PSCL-BARGAINING-UNIT ' ' PSCL-PAY-GRADE ' IGNORED'
           END-IF
           EXIT.

       REVIEW-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT
           IF WORKER-TYPE = 'C' OR EMPLOYMENT-STATUS = 'T' OR
                   EMPLOYMENT-STATUS = 'F'
               CONTINUE
           ELSE
               IF PAY-GRADE NOT = SPACES AND
                       PAY-GRADE NOT = LOW-VALUES AND
                       PAY-STEP IS NUMERIC
                   IF PAY-STEP > 0
                       ADD 1 TO WS-ON-SCALE-COUNT
                       PERFORM REVIEW-SCALE-EMPLOYEE
                   END-IF
               END-IF
           END-IF
           EXIT.

       REVIEW-SCALE-EMPLOYEE.
           MOVE 'N' TO WS-EMP-EXCEPTION
           MOVE SPACES TO WS-EMP-DISPOSITION
           MOVE 0 TO WS-OLD-ANNUAL
           MOVE 0 TO WS-NEW-ANNUAL
           MOVE PAY-STEP TO WS-NEXT-STEP
           MOVE 0 TO WS-STEP-DUE-DATE

           PERFORM FIND-STEP-BASE-DATE
           IF WS-STEP-BASE-DATE = 0
               MOVE 'NO STEP DATE OR HIRE DATE' TO WS-EMP-DISPOSITION
               PERFORM REPORT-STEP-EXCEPTION
           ELSE
               MOVE BARGAINING-UNIT TO WS-LOOKUP-UNIT
               MOVE PAY-GRADE TO WS-LOOKUP-GRADE
               MOVE PAY-STEP TO WS-LOOKUP-STEP
               MOVE WS-MONTH-END TO WS-LOOKUP-DATE
               PERFORM FIND-SCALE-ENTRY
               MOVE WS-SC-FOUND-SUB TO WS-CURRENT-SUB
               IF WS-CURRENT-SUB = 0
                   MOVE 'GRADE/STEP NOT ON THE PAY SCALE'
                       TO WS-EMP-DISPOSITION
                   PERFORM REPORT-STEP-EXCEPTION
               ELSE
                   PERFORM CHECK-STEP-DUE
               END-IF
           END-IF
           EXIT.

       FIND-STEP-BASE-DATE.
           MOVE 0 TO WS-STEP-BASE-DATE
           IF STEP-DATE IS NUMERIC
               MOVE STEP-DATE TO WS-STEP-BASE-DATE
           END-IF
           IF WS-STEP-BASE-DATE = 0 AND WS-DEMO-OPEN = 'Y'
               MOVE EMP-ID TO DEMO-EMP-ID
               READ DEMOGRAPHICS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEMO-SERVICE-DATE IS NUMERIC AND
                               DEMO-SERVICE-DATE NOT = 0
                           MOVE DEMO-SERVICE-DATE TO WS-STEP-BASE-DATE
                       ELSE
                           IF DEMO-HIRE-DATE IS NUMERIC
                               MOVE DEMO-HIRE-DATE
                                   TO WS-STEP-BASE-DATE
                           END-IF
                       END-IF
               END-READ
           END-IF
           EXIT.

       CHECK-STEP-DUE.
           IF WS-SC-MONTHS(WS-CURRENT-SUB) = 0
               ADD 1 TO WS-TOP-STEP-COUNT
           ELSE
               MOVE WS-STEP-BASE-DATE TO WS-WORK-DATE
               MOVE WS-SC-MONTHS(WS-CURRENT-SUB) TO WS-MONTHS-TO-ADD
               PERFORM ADD-MONTHS
               MOVE WS-WORK-DATE TO WS-STEP-DUE-DATE
               IF WS-STEP-DUE-DATE > WS-MONTH-END
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
                   PERFORM PRICE-NEXT-STEP
               END-IF
           END-IF
           EXIT.

       PRICE-NEXT-STEP.
           COMPUTE WS-NEXT-STEP = PAY-STEP + 1
           MOVE WS-NEXT-STEP TO WS-LOOKUP-STEP
           MOVE WS-STEP-DUE-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-SCALE-ENTRY
           MOVE WS-SC-FOUND-SUB TO WS-NEXT-SUB
           IF WS-NEXT-SUB = 0
      *>       A months-in-step on what turns out to be the last step
      *>       of the grade: nothing to move to.
               ADD 1 TO WS-TOP-STEP-COUNT
           ELSE
               PERFORM SCAN-PENDING-CHANGES
               EVALUATE TRUE
                   WHEN WS-STEP-ALREADY-PENDING = 'Y'
                       ADD 1 TO WS-ALREADY-PENDING-COUNT
                   WHEN WS-SAME-DATE-APPLIED = 'Y'
                       MOVE 'APPLIED CHANGE ON THE DUE DATE'
                           TO WS-EMP-DISPOSITION
                       PERFORM REPORT-STEP-EXCEPTION
                   WHEN OTHER
                       PERFORM BUILD-STEP-CHANGE
               END-EVALUATE
           END-IF
           EXIT.

       SCAN-PENDING-CHANGES.
      *>   Every change on file for the employee: the latest one
      *>   waiting on or before the due date is the base the step
      *>   is built on; one waiting after it gets the step flagged.
           MOVE 'N' TO WS-BASE-FROM-PENDING
           MOVE 0 TO WS-BASE-PENDING-DATE
           MOVE 'N' TO WS-LATER-PENDING
           MOVE 'N' TO WS-STEP-ALREADY-PENDING
           MOVE 'N' TO WS-SAME-DATE-APPLIED
           MOVE 'N' TO WS-PCHG-BROWSE-EOF
           MOVE EMP-ID TO PCHG-EMP-ID
           MOVE ZEROS TO PCHG-EFFECTIVE-DATE
           START PENDING-CHANGE-FILE KEY IS >= PCHG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PCHG-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-PCHG-BROWSE-EOF = 'Y'
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PCHG-BROWSE-EOF
                   NOT AT END
                       IF PCHG-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-PCHG-BROWSE-EOF
                       ELSE
                           PERFORM NOTE-PENDING-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       NOTE-PENDING-CHANGE.
           IF PCHG-STATUS = 'P'
               IF PCHG-PAY-STEP IS NUMERIC
                   IF PCHG-PAY-GRADE = PAY-GRADE AND
                           PCHG-PAY-STEP = WS-NEXT-STEP
                       MOVE 'Y' TO WS-STEP-ALREADY-PENDING
                   END-IF
               END-IF
               IF PCHG-EFFECTIVE-DATE <= WS-STEP-DUE-DATE
                   IF PCHG-EFFECTIVE-DATE >= WS-BASE-PENDING-DATE
                       MOVE 'Y' TO WS-BASE-FROM-PENDING
                       MOVE PCHG-EFFECTIVE-DATE
                           TO WS-BASE-PENDING-DATE
                       MOVE PENDING-CHANGE-RECORD
                           TO WS-BASE-PENDING-IMAGE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-LATER-PENDING
               END-IF
           ELSE
               IF PCHG-EFFECTIVE-DATE = WS-STEP-DUE-DATE
                   MOVE 'Y' TO WS-SAME-DATE-APPLIED
               END-IF
           END-IF
           EXIT.

       BUILD-STEP-CHANGE.
           IF WS-BASE-FROM-PENDING = 'Y'
               MOVE WS-BASE-PENDING-IMAGE TO PENDING-CHANGE-RECORD
               IF PCHG-PAY-STEP IS NOT NUMERIC
                   PERFORM MOVE-MASTER-PLACEMENT
               END-IF
           ELSE
               PERFORM MOVE-MASTER-TO-PENDING
           END-IF
           PERFORM ANNUALIZE-PENDING-PAY
           MOVE WS-NEW-ANNUAL TO WS-OLD-ANNUAL

      *>   A regrade waiting ahead of the due date moves the employee
      *>   off the step being counted; that is for a person to sort.
           IF PCHG-BARGAINING-UNIT NOT = BARGAINING-UNIT OR
                   PCHG-PAY-GRADE NOT = PAY-GRADE
               MOVE 'REGRADE PENDING BEFORE DUE DATE'
                   TO WS-EMP-DISPOSITION
               PERFORM REPORT-STEP-EXCEPTION
           ELSE
               MOVE WS-NEXT-SUB TO WS-SC-SUB
               PERFORM PRICE-PENDING-FROM-SCALE
           END-IF
           IF WS-EMP-EXCEPTION = 'N'
               MOVE WS-NEXT-STEP TO PCHG-PAY-STEP
               MOVE WS-STEP-DUE-DATE TO PCHG-STEP-DATE
               PERFORM ANNUALIZE-PENDING-PAY
               PERFORM PARK-PENDING-CHANGE
           END-IF
           EXIT.

       MOVE-MASTER-TO-PENDING.
      *>   A full image of the master as it stands, the same field
      *>   set a maintenance 'C' card carries.
           MOVE EMP-NAME TO PCHG-EMP-NAME
           MOVE HOURS-WORKED TO PCHG-HOURS-WORKED
           MOVE HOURLY-RATE TO PCHG-HOURLY-RATE
           MOVE FILING-STATUS TO PCHG-FILING-STATUS
           MOVE ALLOWANCES TO PCHG-ALLOWANCES
           MOVE DEPT-CODE TO PCHG-DEPT-CODE
           MOVE DED-HEALTH-INS TO PCHG-DED-HEALTH-INS
           MOVE DED-401K TO PCHG-DED-401K
           MOVE DED-UNION-DUES TO PCHG-DED-UNION-DUES
           MOVE PAY-FREQUENCY TO PCHG-PAY-FREQUENCY
           MOVE PAY-TYPE TO PCHG-PAY-TYPE
           MOVE SALARY-AMOUNT TO PCHG-SALARY-AMOUNT
           MOVE PAYMENT-METHOD TO PCHG-PAYMENT-METHOD
           MOVE COMPANY-CODE TO PCHG-COMPANY-CODE
           MOVE WORK-STATE TO PCHG-WORK-STATE
           MOVE RESIDENT-STATE TO PCHG-RESIDENT-STATE
           MOVE LOCALITY-CODE TO PCHG-LOCALITY-CODE
           MOVE W4-FORM-VERSION TO PCHG-W4-FORM-VERSION
           MOVE W4-TWO-JOBS TO PCHG-W4-TWO-JOBS
           MOVE W4-DEPENDENT-CREDIT TO PCHG-W4-DEP-CREDIT
           MOVE W4-OTHER-INCOME TO PCHG-W4-OTHER-INCOME
           MOVE W4-DEDUCTIONS TO PCHG-W4-DEDUCTIONS
           MOVE W4-EXTRA-WH TO PCHG-W4-EXTRA-WH
           MOVE WC-CLASS-CODE TO PCHG-WC-CLASS-CODE
           MOVE WORKER-TYPE TO PCHG-WORKER-TYPE
           MOVE BACKUP-WH-FLAG TO PCHG-BACKUP-WH-FLAG
           MOVE FLSA-STATUS TO PCHG-FLSA-STATUS
           PERFORM MOVE-MASTER-PLACEMENT
           EXIT.

       MOVE-MASTER-PLACEMENT.
           MOVE BARGAINING-UNIT TO PCHG-BARGAINING-UNIT
           MOVE PAY-GRADE TO PCHG-PAY-GRADE
           MOVE PAY-STEP TO PCHG-PAY-STEP
           IF STEP-DATE IS NUMERIC
               MOVE STEP-DATE TO PCHG-STEP-DATE
           ELSE
               MOVE ZEROS TO PCHG-STEP-DATE
           END-IF
           EXIT.

       ANNUALIZE-PENDING-PAY.
      *>   Hourly pay annualizes over a 2,080-hour year, salary over
      *>   the employee's pay periods.
           EVALUATE PCHG-PAY-FREQUENCY
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN 'M'
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           IF PCHG-PAY-TYPE = 'S'
               COMPUTE WS-NEW-ANNUAL =
                   PCHG-SALARY-AMOUNT * WS-PERIODS-PER-YEAR
           ELSE
               COMPUTE WS-NEW-ANNUAL = PCHG-HOURLY-RATE * 2080
           END-IF
           EXIT.

       PRICE-PENDING-FROM-SCALE.
           IF PCHG-PAY-TYPE = 'S'
               IF WS-SC-ANNUAL-SALARY(WS-SC-SUB) = 0
                   MOVE 'SALARIED - GRADE HAS NO SALARY'
                       TO WS-EMP-DISPOSITION
                   PERFORM REPORT-STEP-EXCEPTION
               ELSE
                   COMPUTE PCHG-SALARY-AMOUNT ROUNDED =
                       WS-SC-ANNUAL-SALARY(WS-SC-SUB) /
                       WS-PERIODS-PER-YEAR
               END-IF
           ELSE
               IF WS-SC-HOURLY-RATE(WS-SC-SUB) = 0
                   MOVE 'HOURLY - GRADE HAS NO HOURLY RATE'
                       TO WS-EMP-DISPOSITION
                   PERFORM REPORT-STEP-EXCEPTION
               ELSE
                   MOVE WS-SC-HOURLY-RATE(WS-SC-SUB)
                       TO PCHG-HOURLY-RATE
               END-IF
           END-IF
           EXIT.

       PARK-PENDING-CHANGE.
           MOVE EMP-ID TO PCHG-EMP-ID
           MOVE WS-STEP-DUE-DATE TO PCHG-EFFECTIVE-DATE
           MOVE 'P' TO PCHG-STATUS
           MOVE ZEROS TO PCHG-APPLIED-DATE
           MOVE WS-RUN-DATE TO PCHG-REQUEST-DATE
           MOVE 'STEPPRG' TO PCHG-REQUEST-USER
           IF WS-TRIAL-RUN = 'Y'
               MOVE 'TRIAL - NOT PARKED' TO WS-EMP-DISPOSITION
           ELSE
               WRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       REWRITE PENDING-CHANGE-RECORD
               END-WRITE
               MOVE 'STEP PARKED' TO WS-EMP-DISPOSITION
           END-IF
           IF WS-LATER-PENDING = 'Y'
               MOVE 'REVIEW - LATER CHANGE ON FILE'
                   TO WS-EMP-DISPOSITION
               ADD 1 TO WS-REVIEW-COUNT
           END-IF
           ADD 1 TO WS-PARKED-COUNT
           ADD WS-OLD-ANNUAL TO WS-TOTAL-OLD-ANNUAL
           ADD WS-NEW-ANNUAL TO WS-TOTAL-NEW-ANNUAL
           PERFORM ACCUMULATE-DEPARTMENT
           PERFORM WRITE-DETAIL-LINE
           EXIT.

       REPORT-STEP-EXCEPTION.
           MOVE 'Y' TO WS-EMP-EXCEPTION
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-NEW-ANNUAL
           PERFORM WRITE-DETAIL-LINE
           EXIT.

       WRITE-DETAIL-LINE.
           MOVE EMP-ID TO WS-DTL-EMP-ID
           MOVE EMP-NAME TO WS-DTL-NAME
           MOVE DEPT-CODE TO WS-DTL-DEPT
           MOVE BARGAINING-UNIT TO WS-DTL-UNIT
           MOVE PAY-GRADE TO WS-DTL-GRADE
           MOVE PAY-STEP TO WS-DTL-OLD-STEP
           MOVE WS-NEXT-STEP TO WS-DTL-NEW-STEP
           MOVE WS-STEP-DUE-DATE TO WS-DTL-EFF-DATE
           MOVE WS-OLD-ANNUAL TO WS-DTL-OLD-ANNUAL
           MOVE WS-NEW-ANNUAL TO WS-DTL-NEW-ANNUAL
           IF WS-EMP-EXCEPTION = 'Y'
               MOVE 0 TO WS-ANNUAL-CHANGE
           ELSE
               COMPUTE WS-ANNUAL-CHANGE = WS-NEW-ANNUAL - WS-OLD-ANNUAL
           END-IF
           MOVE WS-ANNUAL-CHANGE TO WS-DTL-CHANGE
           MOVE WS-EMP-DISPOSITION TO WS-DTL-DISPOSITION
           WRITE STEP-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       ACCUMULATE-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND = 'Y'
               IF WS-DPT-CODE(WS-DEPT-SUB) = PCHG-DEPT-CODE
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DEPT-SUB
           ELSE
               IF WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   MOVE PCHG-DEPT-CODE TO WS-DPT-CODE(WS-DEPT-SUB)
                   MOVE 0 TO WS-DPT-COUNT(WS-DEPT-SUB)
                   MOVE 0 TO WS-DPT-OLD-ANNUAL(WS-DEPT-SUB)
                   MOVE 0 TO WS-DPT-NEW-ANNUAL(WS-DEPT-SUB)
                   MOVE 'Y' TO WS-DEPT-FOUND
               ELSE
                   DISPLAY 'STEP-PROGRESSION: MORE THAN 200 '
                       'DEPARTMENTS - ' PCHG-DEPT-CODE
                       ' LEFT OUT OF THE IMPACT SUMMARY'
               END-IF
           END-IF
           IF WS-DEPT-FOUND = 'Y'
               ADD 1 TO WS-DPT-COUNT(WS-DEPT-SUB)
               ADD WS-OLD-ANNUAL TO WS-DPT-OLD-ANNUAL(WS-DEPT-SUB)
               ADD WS-NEW-ANNUAL TO WS-DPT-NEW-ANNUAL(WS-DEPT-SUB)
           END-IF
           EXIT.

       REPORT-DEPARTMENT-IMPACT.
           MOVE SPACES TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE FROM WS-DEPT-HEADING
           WRITE STEP-REPORT-LINE FROM WS-DEPT-COLUMNS
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE WS-DPT-CODE(WS-DEPT-SUB) TO WS-DPL-DEPT
               MOVE WS-DPT-COUNT(WS-DEPT-SUB) TO WS-DPL-COUNT
               MOVE WS-DPT-OLD-ANNUAL(WS-DEPT-SUB) TO WS-DPL-OLD-ANNUAL
               MOVE WS-DPT-NEW-ANNUAL(WS-DEPT-SUB) TO WS-DPL-NEW-ANNUAL
               COMPUTE WS-DEPT-CHANGE = WS-DPT-NEW-ANNUAL(WS-DEPT-SUB)
                   - WS-DPT-OLD-ANNUAL(WS-DEPT-SUB)
               MOVE WS-DEPT-CHANGE TO WS-DPL-CHANGE
               MOVE 0 TO WS-DEPT-PCT
               IF WS-DPT-OLD-ANNUAL(WS-DEPT-SUB) > 0
                   COMPUTE WS-DEPT-PCT ROUNDED = WS-DEPT-CHANGE * 100
                       / WS-DPT-OLD-ANNUAL(WS-DEPT-SUB)
               END-IF
               MOVE WS-DEPT-PCT TO WS-DPL-PCT
               WRITE STEP-REPORT-LINE FROM WS-DEPT-LINE
           END-PERFORM
           MOVE 'ALL ' TO WS-DPL-DEPT
           MOVE WS-PARKED-COUNT TO WS-DPL-COUNT
           MOVE WS-TOTAL-OLD-ANNUAL TO WS-DPL-OLD-ANNUAL
           MOVE WS-TOTAL-NEW-ANNUAL TO WS-DPL-NEW-ANNUAL
           COMPUTE WS-DEPT-CHANGE = WS-TOTAL-NEW-ANNUAL
               - WS-TOTAL-OLD-ANNUAL
           MOVE WS-DEPT-CHANGE TO WS-DPL-CHANGE
           MOVE 0 TO WS-DEPT-PCT
           IF WS-TOTAL-OLD-ANNUAL > 0
               COMPUTE WS-DEPT-PCT ROUNDED = WS-DEPT-CHANGE * 100
                   / WS-TOTAL-OLD-ANNUAL
           END-IF
           MOVE WS-DEPT-PCT TO WS-DPL-PCT
           WRITE STEP-REPORT-LINE FROM WS-DEPT-LINE
           EXIT.

       REPORT-STEP-TOTALS.
           MOVE SPACES TO STEP-REPORT-LINE
           WRITE STEP-REPORT-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'EMPLOYEES ON THE PAY SCALE' TO WS-MSG-TEXT
           MOVE WS-ON-SCALE-COUNT TO WS-MSG-COUNT
           WRITE STEP-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'STEP INCREASES PARKED' TO WS-MSG-TEXT
           MOVE WS-PARKED-COUNT TO WS-MSG-COUNT
           WRITE STEP-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'PARKED BUT A LATER CHANGE WOULD UNDO THEM (REVIEW)'
               TO WS-MSG-TEXT
           MOVE WS-REVIEW-COUNT TO WS-MSG-COUNT
           WRITE STEP-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'ALREADY PARKED BY AN EARLIER RUN' TO WS-MSG-TEXT
           MOVE WS-ALREADY-PENDING-COUNT TO WS-MSG-COUNT
           WRITE STEP-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'NOT DUE THIS MONTH' TO WS-MSG-TEXT
           MOVE WS-NOT-DUE-COUNT TO WS-MSG-COUNT
           WRITE STEP-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'AT THE TOP STEP OF THEIR GRADE' TO WS-MSG-TEXT
           MOVE WS-TOP-STEP-COUNT TO WS-MSG-COUNT
           WRITE STEP-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'EXCEPTIONS - NOT PARKED' TO WS-MSG-TEXT
           MOVE WS-EXCEPTION-COUNT TO WS-MSG-COUNT
           WRITE STEP-REPORT-LINE FROM WS-MESSAGE-LINE
           EXIT.

       FIND-SCALE-ENTRY.
      *>   The row for the lookup unit, grade and step with the
      *>   latest effective date on or before the lookup date.
           MOVE 0 TO WS-SC-FOUND-SUB
           MOVE 0 TO WS-LOOKUP-EFF-DATE
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               IF WS-SC-UNIT(WS-SC-SUB) = WS-LOOKUP-UNIT AND
                       WS-SC-GRADE(WS-SC-SUB) = WS-LOOKUP-GRADE AND
                       WS-SC-STEP(WS-SC-SUB) = WS-LOOKUP-STEP AND
                       WS-SC-EFF-DATE(WS-SC-SUB) <= WS-LOOKUP-DATE AND
                       WS-SC-EFF-DATE(WS-SC-SUB) >= WS-LOOKUP-EFF-DATE
                   MOVE WS-SC-SUB TO WS-SC-FOUND-SUB
                   MOVE WS-SC-EFF-DATE(WS-SC-SUB) TO WS-LOOKUP-EFF-DATE
               END-IF
           END-PERFORM
           EXIT.

       ADD-MONTHS.
      *>   WS-WORK-DATE moved forward WS-MONTHS-TO-ADD months; a day
      *>   past the end of the target month lands on its last day.
           MOVE WS-WORK-DAY TO WS-SAVED-DAY
           COMPUTE WS-MONTH-COUNT = WS-WORK-YEAR * 12
               + WS-WORK-MONTH - 1 + WS-MONTHS-TO-ADD
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH
           MOVE 1 TO WS-WORK-DAY
           PERFORM GET-DAYS-IN-MONTH
           IF WS-SAVED-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           ELSE
               MOVE WS-SAVED-DAY TO WS-WORK-DAY
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
