       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScaleReprice.

      *> Reprices everyone on the grade/step scale when a new scale
      *> takes effect. Run once PayScaleMaint has published the new
      *> rows, with the scale's effective date on SYSIN: each active
      *> employee on the scale is priced at their grade and step as
      *> of that date, and where the scale pay differs from what
      *> they will be earning on that date, an effective-dated
      *> change to the scale pay is parked on PENDCHG for the payroll
      *> run whose period covers the date to apply - the same route
      *> StepProgression's step increases take. Grade and step are
      *> left as they are.
      *> As in StepProgression, the change is built on the latest
      *> change already waiting on or before the effective date, and
      *> one waiting after it gets the repricing flagged for review.
      *> RPRCRPT lists every employee repriced with old and new
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

           SELECT PENDING-CHANGE-FILE
            ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHG-KEY
               FILE STATUS IS WS-PCHG-FILE-STATUS.

           SELECT REPRICE-REPORT-FILE
            ASSIGN TO RPRCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-SCALE-FILE.
           COPY PSCLREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PENDING-CHANGE-FILE.
           COPY PNDCHG.

       FD  REPRICE-REPORT-FILE.
       01  REPRICE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYSCALE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PCHG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PAYSCALE-EOF             PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-PCHG-BROWSE-EOF          PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> SYSIN: cols 1-8 the new scale's effective date (required),
      *> col 10 'T' for a trial that reports what would be parked
      *> and parks nothing.
       01  WS-RPR-PARM-CARD.
           05  WS-RPR-PARM-DATE        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-RPR-PARM-TRIAL       PIC X(1).
           05  FILLER                  PIC X(70).
       01  WS-SCALE-DATE               PIC 9(8) VALUE 0.
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
       01  WS-SC-AT-DATE-COUNT         PIC 9(3) VALUE 0.

      *> Scale lookup: unit, grade and step to price as of a date;
      *> WS-SC-FOUND-SUB is zero when the scale has no such row.
       01  WS-LOOKUP-UNIT              PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-GRADE             PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-STEP              PIC 9(2) VALUE 0.
       01  WS-LOOKUP-DATE              PIC 9(8) VALUE 0.
       01  WS-LOOKUP-EFF-DATE          PIC 9(8) VALUE 0.
       01  WS-SC-FOUND-SUB             PIC 9(3) VALUE 0.

      *> The employee under review.
       01  WS-EMP-DISPOSITION          PIC X(30) VALUE SPACES.
       01  WS-EMP-EXCEPTION            PIC X    VALUE 'N'.
       01  WS-PRICED-STEP              PIC 9(2) VALUE 0.
       01  WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 52.
       01  WS-OLD-ANNUAL               PIC 9(7)V99 VALUE 0.
       01  WS-NEW-ANNUAL               PIC 9(7)V99 VALUE 0.
       01  WS-ANNUAL-CHANGE            PIC S9(7)V99 VALUE 0.
       01  WS-OLD-HOURLY-RATE          PIC 9(2)V99 VALUE 0.
       01  WS-OLD-SALARY-AMOUNT        PIC 9(5)V99 VALUE 0.

      *> What PENDCHG already holds for the employee.
       01  WS-BASE-FROM-PENDING        PIC X    VALUE 'N'.
       01  WS-BASE-PENDING-DATE        PIC 9(8) VALUE 0.
       01  WS-BASE-PENDING-IMAGE       PIC X(166) VALUE SPACES.
       01  WS-LATER-PENDING            PIC X    VALUE 'N'.
       01  WS-SAME-DATE-APPLIED        PIC X    VALUE 'N'.

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
       01  WS-UNCHANGED-COUNT          PIC 9(7) VALUE 0.
       01  WS-PARKED-COUNT             PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-REVIEW-COUNT             PIC 9(7) VALUE 0.
       01  WS-TOTAL-OLD-ANNUAL         PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NEW-ANNUAL         PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'PAY SCALE REPRICING           '.
           05  FILLER                  PIC X(12) VALUE 'EFFECTIVE:  '.
           05  WS-RPH-SCALE-DATE       PIC 9(8).
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
           MOVE SPACES TO WS-RPR-PARM-CARD
           ACCEPT WS-RPR-PARM-CARD FROM SYSIN
           IF WS-RPR-PARM-DATE IS NOT NUMERIC OR
                   WS-RPR-PARM-DATE = '00000000'
               DISPLAY 'SCALE-REPRICE: NO SCALE EFFECTIVE DATE ON '
                   'SYSIN COLS 1-8 - NOTHING REPRICED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPR-PARM-DATE TO WS-SCALE-DATE
           IF WS-RPR-PARM-TRIAL = 'T'
               MOVE 'Y' TO WS-TRIAL-RUN
               DISPLAY '*** TRIAL RUN - NOTHING WILL BE PARKED ***'
           END-IF

           PERFORM LOAD-PAY-SCALE-TABLE
           IF WS-SC-AT-DATE-COUNT = 0
               DISPLAY 'SCALE-REPRICE: NO SCALE ROWS EFFECTIVE '
                   WS-SCALE-DATE ' - PUBLISH THE SCALE FIRST'
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
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PCHG-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           OPEN OUTPUT REPRICE-REPORT-FILE

           MOVE WS-SCALE-DATE TO WS-RPH-SCALE-DATE
           MOVE WS-RUN-DATE TO WS-RPH-RUN-DATE
           IF WS-TRIAL-RUN = 'Y'
               MOVE '*** TRIAL RUN ***' TO WS-RPH-TRIAL
           END-IF
           WRITE REPRICE-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO REPRICE-REPORT-LINE
           WRITE REPRICE-REPORT-LINE
           WRITE REPRICE-REPORT-LINE FROM WS-DETAIL-COLUMNS

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM REVIEW-EMPLOYEE
               END-READ
           END-PERFORM

           PERFORM REPORT-DEPARTMENT-IMPACT
           PERFORM REPORT-REPRICE-TOTALS

           CLOSE EMPLOYEE-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE REPRICE-REPORT-FILE

           DISPLAY 'SCALE-REPRICE CHANGES PARKED: ' WS-PARKED-COUNT
           DISPLAY 'SCALE-REPRICE EXCEPTIONS: ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
               DISPLAY 'SCALE-REPRICE: ' WS-SC-DROPPED
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
                   IF PSCL-EFFECTIVE-DATE = WS-SCALE-DATE
                       ADD 1 TO WS-SC-AT-DATE-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-SC-DROPPED
               END-IF
           ELSE
               DISPLAY 'SCALE-REPRICE: NON-NUMERIC SCALE RECORD '
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
           MOVE PAY-STEP TO WS-PRICED-STEP
           PERFORM SCAN-PENDING-CHANGES
           IF WS-SAME-DATE-APPLIED = 'Y'
               MOVE 'APPLIED CHANGE ON THE SCALE DATE'
                   TO WS-EMP-DISPOSITION
               PERFORM REPORT-REPRICE-EXCEPTION
           ELSE
               PERFORM BUILD-REPRICE-CHANGE
           END-IF
           EXIT.

       SCAN-PENDING-CHANGES.
      *>   Every change on file for the employee: the latest one
      *>   waiting on or before the scale date is the base the new
      *>   pay is built on; one waiting after it gets it flagged.
           MOVE 'N' TO WS-BASE-FROM-PENDING
           MOVE 0 TO WS-BASE-PENDING-DATE
           MOVE 'N' TO WS-LATER-PENDING
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
               IF PCHG-EFFECTIVE-DATE <= WS-SCALE-DATE
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
               IF PCHG-EFFECTIVE-DATE = WS-SCALE-DATE
                   MOVE 'Y' TO WS-SAME-DATE-APPLIED
               END-IF
           END-IF
           EXIT.

       BUILD-REPRICE-CHANGE.
      *>   Priced at the placement the employee will hold on the
      *>   scale date - a step or regrade waiting ahead of it counts.
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
           MOVE PCHG-HOURLY-RATE TO WS-OLD-HOURLY-RATE
           MOVE PCHG-SALARY-AMOUNT TO WS-OLD-SALARY-AMOUNT
           MOVE PCHG-PAY-STEP TO WS-PRICED-STEP

           IF PCHG-PAY-GRADE = SPACES OR PCHG-PAY-STEP = 0
      *>       A pending change takes them off the scale first.
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               MOVE PCHG-BARGAINING-UNIT TO WS-LOOKUP-UNIT
               MOVE PCHG-PAY-GRADE TO WS-LOOKUP-GRADE
               MOVE PCHG-PAY-STEP TO WS-LOOKUP-STEP
               MOVE WS-SCALE-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-SCALE-ENTRY
               IF WS-SC-FOUND-SUB = 0
                   MOVE 'GRADE/STEP NOT ON THE PAY SCALE'
                       TO WS-EMP-DISPOSITION
                   PERFORM REPORT-REPRICE-EXCEPTION
               ELSE
                   MOVE WS-SC-FOUND-SUB TO WS-SC-SUB
                   PERFORM PRICE-PENDING-FROM-SCALE
                   IF WS-EMP-EXCEPTION = 'N'
                       IF PCHG-HOURLY-RATE = WS-OLD-HOURLY-RATE AND
                               PCHG-SALARY-AMOUNT = WS-OLD-SALARY-AMOUNT
                           ADD 1 TO WS-UNCHANGED-COUNT
                       ELSE
                           PERFORM ANNUALIZE-PENDING-PAY
                           PERFORM PARK-PENDING-CHANGE
                       END-IF
                   END-IF
               END-IF
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
                   PERFORM REPORT-REPRICE-EXCEPTION
               ELSE
                   COMPUTE PCHG-SALARY-AMOUNT ROUNDED =
                       WS-SC-ANNUAL-SALARY(WS-SC-SUB) /
                       WS-PERIODS-PER-YEAR
               END-IF
           ELSE
               IF WS-SC-HOURLY-RATE(WS-SC-SUB) = 0
                   MOVE 'HOURLY - GRADE HAS NO HOURLY RATE'
                       TO WS-EMP-DISPOSITION
                   PERFORM REPORT-REPRICE-EXCEPTION
               ELSE
                   MOVE WS-SC-HOURLY-RATE(WS-SC-SUB)
                       TO PCHG-HOURLY-RATE
               END-IF
           END-IF
           EXIT.

       PARK-PENDING-CHANGE.
           MOVE EMP-ID TO PCHG-EMP-ID
           MOVE WS-SCALE-DATE TO PCHG-EFFECTIVE-DATE
           MOVE 'P' TO PCHG-STATUS
           MOVE ZEROS TO PCHG-APPLIED-DATE
           MOVE WS-RUN-DATE TO PCHG-REQUEST-DATE
           MOVE 'SCLREPR' TO PCHG-REQUEST-USER
           IF WS-TRIAL-RUN = 'Y'
               MOVE 'TRIAL - NOT PARKED' TO WS-EMP-DISPOSITION
           ELSE
               WRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       REWRITE PENDING-CHANGE-RECORD
               END-WRITE
               MOVE 'REPRICE PARKED' TO WS-EMP-DISPOSITION
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

       REPORT-REPRICE-EXCEPTION.
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
           MOVE WS-PRICED-STEP TO WS-DTL-NEW-STEP
           MOVE WS-SCALE-DATE TO WS-DTL-EFF-DATE
           MOVE WS-OLD-ANNUAL TO WS-DTL-OLD-ANNUAL
           MOVE WS-NEW-ANNUAL TO WS-DTL-NEW-ANNUAL
           IF WS-EMP-EXCEPTION = 'Y'
               MOVE 0 TO WS-ANNUAL-CHANGE
           ELSE
               COMPUTE WS-ANNUAL-CHANGE = WS-NEW-ANNUAL - WS-OLD-ANNUAL
           END-IF
           MOVE WS-ANNUAL-CHANGE TO WS-DTL-CHANGE
           MOVE WS-EMP-DISPOSITION TO WS-DTL-DISPOSITION
           WRITE REPRICE-REPORT-LINE FROM WS-DETAIL-LINE
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
                   DISPLAY 'SCALE-REPRICE: MORE THAN 200 '
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
           MOVE SPACES TO REPRICE-REPORT-LINE
           WRITE REPRICE-REPORT-LINE
           WRITE REPRICE-REPORT-LINE FROM WS-DEPT-HEADING
           WRITE REPRICE-REPORT-LINE FROM WS-DEPT-COLUMNS
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
               WRITE REPRICE-REPORT-LINE FROM WS-DEPT-LINE
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
           WRITE REPRICE-REPORT-LINE FROM WS-DEPT-LINE
           EXIT.

       REPORT-REPRICE-TOTALS.
           MOVE SPACES TO REPRICE-REPORT-LINE
           WRITE REPRICE-REPORT-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'EMPLOYEES ON THE PAY SCALE' TO WS-MSG-TEXT
           MOVE WS-ON-SCALE-COUNT TO WS-MSG-COUNT
           WRITE REPRICE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'PAY CHANGES PARKED' TO WS-MSG-TEXT
           MOVE WS-PARKED-COUNT TO WS-MSG-COUNT
           WRITE REPRICE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'PARKED BUT A LATER CHANGE WOULD UNDO THEM (REVIEW)'
               TO WS-MSG-TEXT
           MOVE WS-REVIEW-COUNT TO WS-MSG-COUNT
           WRITE REPRICE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'ALREADY AT THE SCALE PAY' TO WS-MSG-TEXT
           MOVE WS-UNCHANGED-COUNT TO WS-MSG-COUNT
           WRITE REPRICE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'EXCEPTIONS - NOT PARKED' TO WS-MSG-TEXT
           MOVE WS-EXCEPTION-COUNT TO WS-MSG-COUNT
           WRITE REPRICE-REPORT-LINE FROM WS-MESSAGE-LINE
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
