       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitEligibility.

      *> Daily benefit eligibility run. Applies each plan's
      *> eligibility rules on BENPLAN (waiting period, entry-date
      *> rule, minimum weekly hours, eligible pay types and
      *> companies) to every active employee, counting the waiting
      *> period from the benefit date on DEMOFILE - DEMO-BENEFIT-DATE
      *> for a rehire, DEMO-HIRE-DATE for everyone else - and:
      *>   - enrolls eligible employees in the default (auto-enroll)
      *>     plans ahead of their entry date as pending ('P')
      *>     enrollments, the 401(k) at the plan's default percent;
      *>   - flips pending enrollments to active once their
      *>     effective date arrives;
      *>   - lists employees whose entry date falls in the next 30
      *>     days, so HR can get the election forms out in time;
      *>   - lists employees already past an entry date with no
      *>     election on file in that benefit class (any enrollment,
      *>     waived or not, is an election), and active enrollments
      *>     left over from before a rehire that restarted the
      *>     waiting periods.
      *> Anything on the exception list ends the run with condition
      *> code 4. A SYSIN card may carry a run date in cols 1-8 to
      *> rerun a missed day; blank runs as of today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT BENEFIT-PLAN-FILE
            ASSIGN TO BENPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENPLAN-FILE-STATUS.

           SELECT BENEFIT-ENROLLMENT-FILE
            ASSIGN TO ENRLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-KEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT ELIGIBILITY-REPORT-FILE
            ASSIGN TO ELIGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  BENEFIT-PLAN-FILE.
           COPY BENREC.

       FD  BENEFIT-ENROLLMENT-FILE.
           COPY ENRLREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  ELIGIBILITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ELIGIBILITY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BENPLAN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ENRL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-BENPLAN-EOF              PIC X    VALUE 'N'.
       01  WS-ENRL-EOF                 PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-CARD                 PIC X(80) VALUE SPACES.
       01  WS-RUN-CARD-DATE REDEFINES WS-RUN-CARD.
           05  WS-CARD-RUN-DATE        PIC X(8).
           05  FILLER                  PIC X(72).
       01  WS-FIRST-COMPANY            PIC X(3) VALUE SPACES.

      *> How far ahead the notice list looks, and how far ahead of
      *> the entry date an automatic enrollment is written.
       01  WS-NOTICE-DAYS              PIC 9(3) VALUE 30.
       01  WS-NOTICE-THROUGH           PIC 9(8) VALUE 0.

       01  WS-EMPLOYEES-CHECKED        PIC 9(7) VALUE 0.
       01  WS-AUTO-ENROLL-COUNT        PIC 9(7) VALUE 0.
       01  WS-ACTIVATED-COUNT          PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT             PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.

       01  WS-BENEFIT-DATE             PIC 9(8) VALUE 0.
       01  WS-REHIRE-DATE              PIC 9(8) VALUE 0.
       01  WS-ENTRY-DATE               PIC 9(8) VALUE 0.
       01  WS-PLAN-ELIGIBLE            PIC X    VALUE 'N'.
       01  WS-COMPANY-MATCH            PIC X    VALUE 'N'.
       01  WS-EMP-PAY-TYPE             PIC X(1) VALUE SPACE.
       01  WS-EMP-COMPANY              PIC X(3) VALUE SPACES.
       01  WS-WEEKLY-HOURS             PIC 9(3)V99 VALUE 0.

      *> The plan master, with two per-employee flags reset for each
      *> employee: an enrollment record exists for the plan, and
      *> that record is a leftover from before a rehire.
       01  WS-PLAN-TABLE.
           05  WS-PLN-ENTRY OCCURS 20 TIMES.
               10  WS-PLN-CODE         PIC X(4).
               10  WS-PLN-DESC         PIC X(20).
               10  WS-PLN-CLASS        PIC X(1).
               10  WS-PLN-WAIT-DAYS    PIC 9(3).
               10  WS-PLN-ENTRY-RULE   PIC X(1).
               10  WS-PLN-MIN-HOURS    PIC 9(2)V99.
               10  WS-PLN-PAY-TYPES    PIC X(2).
               10  WS-PLN-COMPANY      PIC X(3) OCCURS 3 TIMES.
               10  WS-PLN-AUTO         PIC X(1).
               10  WS-PLN-DEFAULT-PCT  PIC 9(2)V99.
               10  WS-PLN-HAS-ENRL     PIC X(1).
       01  WS-PLAN-COUNT               PIC 9(2) VALUE 0.
       01  WS-PLN-SUB                  PIC 9(2) VALUE 0.
       01  WS-PLN-FOUND-SUB            PIC 9(2) VALUE 0.
       01  WS-CO-SUB                   PIC 9(1) VALUE 0.

      *> Elections are judged per deduction class: an employee
      *> eligible for two health plans has made their election when
      *> either of them carries an enrollment.
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY OCCURS 3 TIMES.
               10  WS-CLS-CODE         PIC X(1).
               10  WS-CLS-NAME         PIC X(20).
               10  WS-CLS-PAST-ENTRY   PIC X(1).
               10  WS-CLS-FIRST-ENTRY  PIC 9(8).
               10  WS-CLS-ELECTED      PIC X(1).
       01  WS-CLS-SUB                  PIC 9(1) VALUE 0.
       01  WS-CLS-FOUND-SUB            PIC 9(1) VALUE 0.

      *> Report sections are gathered as the employees go by and
      *> printed together at the end.
       01  WS-ACTION-TABLE.
           05  WS-ACTION-LINE OCCURS 500 TIMES PIC X(132).
       01  WS-ACTION-LINES             PIC 9(3) VALUE 0.
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-LINE OCCURS 500 TIMES PIC X(132).
       01  WS-NOTICE-LINES             PIC 9(3) VALUE 0.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-LINE OCCURS 500 TIMES PIC X(132).
       01  WS-EXCEPTION-LINES          PIC 9(3) VALUE 0.
       01  WS-LINES-DROPPED            PIC 9(5) VALUE 0.
       01  WS-LINE-SUB                 PIC 9(3) VALUE 0.

       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REM                 PIC 9(4) VALUE 0.
       01  WS-LEAP-Q                   PIC 9(4) VALUE 0.
       01  WS-LEAP-YEAR                PIC X    VALUE 'N'.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'BENEFIT ELIGIBILITY  RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(25) VALUE
               '  NOTICE WINDOW THROUGH '.
           05  WS-HDG-THROUGH          PIC 9(8).

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SECTION-TITLE        PIC X(60).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               '  EMP-ID  NAME                  PLAN  DE'.
           05  FILLER                  PIC X(40) VALUE
               'SCRIPTION            DATE        PCT  AC'.
           05  FILLER                  PIC X(4)  VALUE 'TION'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PLAN             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PLAN-DESC        PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-DATE             PIC 9(8)  BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PCT              PIC Z9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TEXT             PIC X(45).

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'NONE'.

       01  WS-DROPPED-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DROPPED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(50) VALUE
               ' REPORT LINES NOT PRINTED - SECTION TABLE FULL'.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-CARD
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY WS-NOTICE-DAYS TIMES
           MOVE WS-WORK-DATE TO WS-NOTICE-THROUGH

           PERFORM LOAD-BENEFIT-PLANS
           IF WS-PLAN-COUNT = 0
               DISPLAY 'BENEFIT-ELIGIBILITY: NO BENEFIT PLANS ON '
                   'BENPLAN - NOTHING TO DETERMINE'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-FIRST-COMPANY

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEMOGRAPHICS-FILE, STATUS: '
                   WS-DEMO-FILE-STATUS
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BENEFIT-ENROLLMENT-FILE
           IF WS-ENRL-FILE-STATUS = '35'
               OPEN OUTPUT BENEFIT-ENROLLMENT-FILE
               CLOSE BENEFIT-ENROLLMENT-FILE
               OPEN I-O BENEFIT-ENROLLMENT-FILE
           END-IF
           OPEN OUTPUT ELIGIBILITY-REPORT-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM PROCESS-EMPLOYEE
               END-READ
           END-PERFORM

           PERFORM PRINT-ELIGIBILITY-REPORT

           CLOSE EMPLOYEE-FILE
           CLOSE DEMOGRAPHICS-FILE
           CLOSE BENEFIT-ENROLLMENT-FILE
           CLOSE ELIGIBILITY-REPORT-FILE

           DISPLAY 'BENEFIT-ELIGIBILITY EMPLOYEES CHECKED: '
               WS-EMPLOYEES-CHECKED
           DISPLAY 'BENEFIT-ELIGIBILITY AUTO-ENROLLED: '
               WS-AUTO-ENROLL-COUNT
           DISPLAY 'BENEFIT-ELIGIBILITY ACTIVATED: '
               WS-ACTIVATED-COUNT
           DISPLAY 'BENEFIT-ELIGIBILITY NOTICES: ' WS-NOTICE-COUNT
           DISPLAY 'BENEFIT-ELIGIBILITY EXCEPTIONS: '
               WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-LINES-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-RUN-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-CARD
           ACCEPT WS-RUN-CARD FROM SYSIN
           IF WS-CARD-RUN-DATE IS NUMERIC AND
                   WS-CARD-RUN-DATE NOT = '00000000'
               MOVE WS-CARD-RUN-DATE TO WS-RUN-DATE
               DISPLAY 'BENEFIT-ELIGIBILITY: RUN DATE FROM CARD '
                   WS-RUN-DATE
           END-IF
           EXIT.

       LOAD-BENEFIT-PLANS.
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BENPLAN-FILE-STATUS = '00'
               MOVE 'N' TO WS-BENPLAN-EOF
               PERFORM UNTIL WS-BENPLAN-EOF = 'Y'
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-BENPLAN-EOF
                       NOT AT END
                           IF WS-PLAN-COUNT < 20
                               ADD 1 TO WS-PLAN-COUNT
                               PERFORM NOTE-BENEFIT-PLAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF

           MOVE 'H' TO WS-CLS-CODE(1)
           MOVE 'HEALTH' TO WS-CLS-NAME(1)
           MOVE 'K' TO WS-CLS-CODE(2)
           MOVE '401(K)' TO WS-CLS-NAME(2)
           MOVE 'U' TO WS-CLS-CODE(3)
           MOVE 'UNION DUES' TO WS-CLS-NAME(3)
           EXIT.

       NOTE-BENEFIT-PLAN.
      *>   Plan records that predate the eligibility rules read as
      *>   no waiting period, no minimum hours, every pay type and
      *>   company, and no automatic enrollment.
           MOVE BPLAN-CODE TO WS-PLN-CODE(WS-PLAN-COUNT)
           MOVE BPLAN-DESCRIPTION TO WS-PLN-DESC(WS-PLAN-COUNT)
           MOVE BPLAN-DED-CLASS TO WS-PLN-CLASS(WS-PLAN-COUNT)
           IF WS-PLN-CLASS(WS-PLAN-COUNT) NOT = 'K' AND
                   WS-PLN-CLASS(WS-PLAN-COUNT) NOT = 'U'
               MOVE 'H' TO WS-PLN-CLASS(WS-PLAN-COUNT)
           END-IF
           IF BPLAN-WAIT-DAYS IS NUMERIC
               MOVE BPLAN-WAIT-DAYS TO WS-PLN-WAIT-DAYS(WS-PLAN-COUNT)
           ELSE
               MOVE 0 TO WS-PLN-WAIT-DAYS(WS-PLAN-COUNT)
           END-IF
           MOVE BPLAN-ENTRY-RULE TO WS-PLN-ENTRY-RULE(WS-PLAN-COUNT)
           IF BPLAN-MIN-WEEKLY-HOURS IS NUMERIC
               MOVE BPLAN-MIN-WEEKLY-HOURS
                   TO WS-PLN-MIN-HOURS(WS-PLAN-COUNT)
           ELSE
               MOVE 0 TO WS-PLN-MIN-HOURS(WS-PLAN-COUNT)
           END-IF
           MOVE BPLAN-ELIG-PAY-TYPES TO WS-PLN-PAY-TYPES(WS-PLAN-COUNT)
           MOVE BPLAN-ELIG-COMPANY(1)
               TO WS-PLN-COMPANY(WS-PLAN-COUNT, 1)
           MOVE BPLAN-ELIG-COMPANY(2)
               TO WS-PLN-COMPANY(WS-PLAN-COUNT, 2)
           MOVE BPLAN-ELIG-COMPANY(3)
               TO WS-PLN-COMPANY(WS-PLAN-COUNT, 3)
           MOVE BPLAN-AUTO-ENROLL TO WS-PLN-AUTO(WS-PLAN-COUNT)
           IF BPLAN-DEFAULT-PCT IS NUMERIC
               MOVE BPLAN-DEFAULT-PCT
                   TO WS-PLN-DEFAULT-PCT(WS-PLAN-COUNT)
           ELSE
               MOVE 0 TO WS-PLN-DEFAULT-PCT(WS-PLAN-COUNT)
           END-IF
           EXIT.

       LOAD-FIRST-COMPANY.
      *>   A blank COMPANY-CODE on the master belongs to the first
      *>   company, same rule as everywhere else, so a plan limited
      *>   by company lists that company by its code.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS = '00'
               READ COMPANY-MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE COMP-CODE TO WS-FIRST-COMPANY
               END-READ
               CLOSE COMPANY-MASTER-FILE
           END-IF
           EXIT.

       PROCESS-EMPLOYEE.
      *>   Contractors have no benefits, and a terminated employee
      *>   (final pay pending or paid out) is on their way out.
           IF WORKER-TYPE = 'C' OR EMPLOYMENT-STATUS = 'F' OR
                   EMPLOYMENT-STATUS = 'T'
               CONTINUE
           ELSE
               ADD 1 TO WS-EMPLOYEES-CHECKED
               PERFORM FIND-BENEFIT-DATE
               IF WS-BENEFIT-DATE = 0
                   PERFORM CLEAR-DETAIL-LINE
                   MOVE 'NO HIRE DATE ON DEMOGRAPHICS' TO WS-DTL-TEXT
                   PERFORM ADD-EXCEPTION-LINE
               ELSE
                   PERFORM RESET-EMPLOYEE-FLAGS
                   PERFORM SCAN-EMPLOYEE-ENROLLMENTS
                   PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                           UNTIL WS-PLN-SUB > WS-PLAN-COUNT
                       PERFORM EVALUATE-PLAN-FOR-EMPLOYEE
                   END-PERFORM
                   PERFORM REPORT-MISSING-ELECTIONS
               END-IF
           END-IF
           EXIT.

       FIND-BENEFIT-DATE.
           MOVE 0 TO WS-BENEFIT-DATE
           MOVE 0 TO WS-REHIRE-DATE
           MOVE EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEMO-BENEFIT-DATE IS NUMERIC AND
                           DEMO-BENEFIT-DATE > 0
                       MOVE DEMO-BENEFIT-DATE TO WS-BENEFIT-DATE
                   ELSE
                   IF DEMO-HIRE-DATE IS NUMERIC
                       MOVE DEMO-HIRE-DATE TO WS-BENEFIT-DATE
                   END-IF
                   END-IF
                   IF DEMO-REHIRE-DATE IS NUMERIC
                       MOVE DEMO-REHIRE-DATE TO WS-REHIRE-DATE
                   END-IF
           END-READ
           EXIT.

       RESET-EMPLOYEE-FLAGS.
           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                   UNTIL WS-PLN-SUB > WS-PLAN-COUNT
               MOVE 'N' TO WS-PLN-HAS-ENRL(WS-PLN-SUB)
           END-PERFORM
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 3
               MOVE 'N' TO WS-CLS-PAST-ENTRY(WS-CLS-SUB)
               MOVE 0 TO WS-CLS-FIRST-ENTRY(WS-CLS-SUB)
               MOVE 'N' TO WS-CLS-ELECTED(WS-CLS-SUB)
           END-PERFORM
           EXIT.

       SCAN-EMPLOYEE-ENROLLMENTS.
           MOVE 'N' TO WS-ENRL-EOF
           MOVE EMP-ID TO ENRL-EMP-ID
           MOVE LOW-VALUES TO ENRL-PLAN-CODE
           START BENEFIT-ENROLLMENT-FILE KEY IS >= ENRL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENRL-EOF
           END-START
           PERFORM UNTIL WS-ENRL-EOF = 'Y'
               READ BENEFIT-ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENRL-EOF
                   NOT AT END
                       IF ENRL-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-ENRL-EOF
                       ELSE
                           PERFORM NOTE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       NOTE-ENROLLMENT.
           IF ENRL-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO ENRL-EFFECTIVE-DATE
           END-IF
           MOVE 0 TO WS-PLN-FOUND-SUB
           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                   UNTIL WS-PLN-SUB > WS-PLAN-COUNT
               IF WS-PLN-CODE(WS-PLN-SUB) = ENRL-PLAN-CODE
                   MOVE WS-PLN-SUB TO WS-PLN-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PLN-FOUND-SUB > 0
               MOVE 'Y' TO WS-PLN-HAS-ENRL(WS-PLN-FOUND-SUB)
           END-IF

      *>   A rehire whose break restarted the waiting periods has
      *>   DEMO-BENEFIT-DATE equal to the rehire date; coverage that
      *>   started before it belongs to the old employment and would
      *>   otherwise deduct again from the first new paycheck. It
      *>   goes to HR rather than counting as an election.
           IF WS-REHIRE-DATE > 0 AND
                   WS-BENEFIT-DATE = WS-REHIRE-DATE AND
                   (ENRL-STATUS = 'A' OR ENRL-STATUS = 'P') AND
                   ENRL-EFFECTIVE-DATE < WS-REHIRE-DATE
               PERFORM CLEAR-DETAIL-LINE
               MOVE ENRL-PLAN-CODE TO WS-DTL-PLAN
               IF WS-PLN-FOUND-SUB > 0
                   MOVE WS-PLN-DESC(WS-PLN-FOUND-SUB)
                       TO WS-DTL-PLAN-DESC
               END-IF
               MOVE ENRL-EFFECTIVE-DATE TO WS-DTL-DATE
               MOVE 'ENROLLMENT PREDATES REHIRE - REVIEW'
                   TO WS-DTL-TEXT
               PERFORM ADD-EXCEPTION-LINE
           ELSE
               IF WS-PLN-FOUND-SUB > 0
                   PERFORM FIND-PLAN-CLASS
                   MOVE 'Y' TO WS-CLS-ELECTED(WS-CLS-FOUND-SUB)
               END-IF
               IF ENRL-STATUS = 'P' AND
                       ENRL-EFFECTIVE-DATE <= WS-RUN-DATE
                   PERFORM ACTIVATE-PENDING-ENROLLMENT
               END-IF
           END-IF
           EXIT.

       ACTIVATE-PENDING-ENROLLMENT.
           MOVE 'A' TO ENRL-STATUS
           REWRITE BENEFIT-ENROLLMENT-RECORD
           ADD 1 TO WS-ACTIVATED-COUNT
           PERFORM CLEAR-DETAIL-LINE
           MOVE ENRL-PLAN-CODE TO WS-DTL-PLAN
           IF WS-PLN-FOUND-SUB > 0
               MOVE WS-PLN-DESC(WS-PLN-FOUND-SUB) TO WS-DTL-PLAN-DESC
           END-IF
           MOVE ENRL-EFFECTIVE-DATE TO WS-DTL-DATE
           IF ENRL-DEFERRAL-PCT IS NUMERIC
               MOVE ENRL-DEFERRAL-PCT TO WS-DTL-PCT
           END-IF
           MOVE 'PENDING ENROLLMENT NOW ACTIVE' TO WS-DTL-TEXT
           PERFORM ADD-ACTION-LINE
           EXIT.

       FIND-PLAN-CLASS.
           MOVE 1 TO WS-CLS-FOUND-SUB
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 3
               IF WS-CLS-CODE(WS-CLS-SUB) =
                       WS-PLN-CLASS(WS-PLN-FOUND-SUB)
                   MOVE WS-CLS-SUB TO WS-CLS-FOUND-SUB
               END-IF
           END-PERFORM
           EXIT.

       EVALUATE-PLAN-FOR-EMPLOYEE.
           PERFORM CHECK-PLAN-ELIGIBILITY
           IF WS-PLAN-ELIGIBLE = 'Y'
               PERFORM COMPUTE-ENTRY-DATE
               MOVE WS-PLN-SUB TO WS-PLN-FOUND-SUB
               PERFORM FIND-PLAN-CLASS
               IF WS-ENTRY-DATE <= WS-RUN-DATE
                   IF WS-CLS-PAST-ENTRY(WS-CLS-FOUND-SUB) = 'N' OR
                           WS-ENTRY-DATE <
                               WS-CLS-FIRST-ENTRY(WS-CLS-FOUND-SUB)
                       MOVE WS-ENTRY-DATE
                           TO WS-CLS-FIRST-ENTRY(WS-CLS-FOUND-SUB)
                   END-IF
                   MOVE 'Y' TO WS-CLS-PAST-ENTRY(WS-CLS-FOUND-SUB)
               END-IF
               IF WS-PLN-HAS-ENRL(WS-PLN-SUB) = 'N'
                   IF WS-PLN-AUTO(WS-PLN-SUB) = 'Y'
                       IF WS-ENTRY-DATE <= WS-NOTICE-THROUGH
                           PERFORM CREATE-AUTO-ENROLLMENT
                       END-IF
                   ELSE
                       IF WS-ENTRY-DATE > WS-RUN-DATE AND
                               WS-ENTRY-DATE <= WS-NOTICE-THROUGH
                           PERFORM CLEAR-DETAIL-LINE
                           MOVE WS-PLN-CODE(WS-PLN-SUB) TO WS-DTL-PLAN
                           MOVE WS-PLN-DESC(WS-PLN-SUB)
                               TO WS-DTL-PLAN-DESC
                           MOVE WS-ENTRY-DATE TO WS-DTL-DATE
                           MOVE 'ELIGIBLE - ELECTION DUE BY ENTRY DATE'
                               TO WS-DTL-TEXT
                           PERFORM ADD-NOTICE-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-PLAN-ELIGIBILITY.
           MOVE 'Y' TO WS-PLAN-ELIGIBLE

           IF PAY-TYPE = 'S'
               MOVE 'S' TO WS-EMP-PAY-TYPE
           ELSE
               MOVE 'H' TO WS-EMP-PAY-TYPE
           END-IF
           IF WS-PLN-PAY-TYPES(WS-PLN-SUB) NOT = SPACES
               IF WS-EMP-PAY-TYPE NOT =
                       WS-PLN-PAY-TYPES(WS-PLN-SUB)(1:1) AND
                       WS-EMP-PAY-TYPE NOT =
                       WS-PLN-PAY-TYPES(WS-PLN-SUB)(2:1)
                   MOVE 'N' TO WS-PLAN-ELIGIBLE
               END-IF
           END-IF

           IF COMPANY-CODE = SPACES
               MOVE WS-FIRST-COMPANY TO WS-EMP-COMPANY
           ELSE
               MOVE COMPANY-CODE TO WS-EMP-COMPANY
           END-IF
           IF WS-PLN-COMPANY(WS-PLN-SUB, 1) NOT = SPACES OR
                   WS-PLN-COMPANY(WS-PLN-SUB, 2) NOT = SPACES OR
                   WS-PLN-COMPANY(WS-PLN-SUB, 3) NOT = SPACES
               MOVE 'N' TO WS-COMPANY-MATCH
               PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                       UNTIL WS-CO-SUB > 3
                   IF WS-PLN-COMPANY(WS-PLN-SUB, WS-CO-SUB) =
                           WS-EMP-COMPANY
                       MOVE 'Y' TO WS-COMPANY-MATCH
                   END-IF
               END-PERFORM
               IF WS-COMPANY-MATCH = 'N'
                   MOVE 'N' TO WS-PLAN-ELIGIBLE
               END-IF
           END-IF

      *>   Scheduled hours per week: salaried staff count as full
      *>   time, hourly staff from their standard hours per period.
           IF WS-PLN-MIN-HOURS(WS-PLN-SUB) > 0
               IF PAY-TYPE = 'S'
                   MOVE 40 TO WS-WEEKLY-HOURS
               ELSE
                   EVALUATE PAY-FREQUENCY
                       WHEN 'B'
                           COMPUTE WS-WEEKLY-HOURS ROUNDED =
                               HOURS-WORKED / 2
                       WHEN 'M'
                           COMPUTE WS-WEEKLY-HOURS ROUNDED =
                               HOURS-WORKED * 12 / 52
                       WHEN OTHER
                           MOVE HOURS-WORKED TO WS-WEEKLY-HOURS
                   END-EVALUATE
               END-IF
               IF WS-WEEKLY-HOURS < WS-PLN-MIN-HOURS(WS-PLN-SUB)
                   MOVE 'N' TO WS-PLAN-ELIGIBLE
               END-IF
           END-IF
           EXIT.

       COMPUTE-ENTRY-DATE.
      *>   The waiting period is served the day BPLAN-WAIT-DAYS
      *>   after the benefit date - sixty days from a January 1 hire
      *>   is March 2 - and the entry rule moves that forward to the
      *>   next month or quarter start when the plan asks for one.
           MOVE WS-BENEFIT-DATE TO WS-WORK-DATE
           IF WS-PLN-WAIT-DAYS(WS-PLN-SUB) > 0
               PERFORM ADD-ONE-DAY WS-PLN-WAIT-DAYS(WS-PLN-SUB) TIMES
           END-IF
           EVALUATE WS-PLN-ENTRY-RULE(WS-PLN-SUB)
               WHEN 'M'
                   IF WS-WORK-DAY NOT = 1
                       PERFORM ADVANCE-TO-NEXT-MONTH
                   END-IF
               WHEN 'Q'
                   IF WS-WORK-DAY NOT = 1
                       PERFORM ADVANCE-TO-NEXT-MONTH
                   END-IF
                   PERFORM ADVANCE-TO-NEXT-MONTH
                       UNTIL WS-WORK-MONTH = 1 OR WS-WORK-MONTH = 4
                           OR WS-WORK-MONTH = 7 OR WS-WORK-MONTH = 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-WORK-DATE TO WS-ENTRY-DATE
           EXIT.

       ADVANCE-TO-NEXT-MONTH.
           MOVE 1 TO WS-WORK-DAY
           IF WS-WORK-MONTH < 12
               ADD 1 TO WS-WORK-MONTH
           ELSE
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF
           EXIT.

       CREATE-AUTO-ENROLLMENT.
      *>   Written ahead of the entry date as pending, so the notice
      *>   goes out while the employee can still opt out (keyed as
      *>   status 'W'); an entry date already reached - a plan newly
      *>   made a default, or a missed day - starts active.
           MOVE EMP-ID TO ENRL-EMP-ID
           MOVE WS-PLN-CODE(WS-PLN-SUB) TO ENRL-PLAN-CODE
           IF WS-ENTRY-DATE > WS-RUN-DATE
               MOVE 'P' TO ENRL-STATUS
           ELSE
               MOVE 'A' TO ENRL-STATUS
           END-IF
           MOVE WS-ENTRY-DATE TO ENRL-EFFECTIVE-DATE
           IF WS-PLN-CLASS(WS-PLN-SUB) = 'K'
               MOVE WS-PLN-DEFAULT-PCT(WS-PLN-SUB) TO ENRL-DEFERRAL-PCT
           ELSE
               MOVE 0 TO ENRL-DEFERRAL-PCT
           END-IF
           MOVE 'A' TO ENRL-SOURCE
           IF WS-PLN-CLASS(WS-PLN-SUB) = 'H'
               MOVE 'EE' TO ENRL-COVERAGE-TIER
           ELSE
               MOVE SPACES TO ENRL-COVERAGE-TIER
           END-IF
           MOVE ZEROS TO ENRL-END-DATE
           WRITE BENEFIT-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY 'BENEFIT-ELIGIBILITY: ENROLLMENT ALREADY ON '
                       'FILE FOR ' EMP-ID ' PLAN ' ENRL-PLAN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-AUTO-ENROLL-COUNT
                   MOVE 'Y' TO WS-PLN-HAS-ENRL(WS-PLN-SUB)
                   MOVE 'Y' TO WS-CLS-ELECTED(WS-CLS-FOUND-SUB)
                   PERFORM CLEAR-DETAIL-LINE
                   MOVE WS-PLN-CODE(WS-PLN-SUB) TO WS-DTL-PLAN
                   MOVE WS-PLN-DESC(WS-PLN-SUB) TO WS-DTL-PLAN-DESC
                   MOVE WS-ENTRY-DATE TO WS-DTL-DATE
                   MOVE ENRL-DEFERRAL-PCT TO WS-DTL-PCT
                   IF ENRL-STATUS = 'P'
                       MOVE 'AUTO-ENROLLED, PENDING UNTIL ENTRY DATE'
                           TO WS-DTL-TEXT
                       PERFORM ADD-ACTION-LINE
                       MOVE 'AUTO-ENROLLED - OPT OUT BEFORE ENTRY DATE'
                           TO WS-DTL-TEXT
                       PERFORM ADD-NOTICE-LINE
                   ELSE
                       MOVE 'AUTO-ENROLLED, ACTIVE' TO WS-DTL-TEXT
                       PERFORM ADD-ACTION-LINE
                   END-IF
           END-WRITE
           EXIT.

       REPORT-MISSING-ELECTIONS.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > 3
               IF WS-CLS-PAST-ENTRY(WS-CLS-SUB) = 'Y' AND
                       WS-CLS-ELECTED(WS-CLS-SUB) = 'N'
                   PERFORM CLEAR-DETAIL-LINE
                   MOVE WS-CLS-NAME(WS-CLS-SUB) TO WS-DTL-PLAN-DESC
                   MOVE WS-CLS-FIRST-ENTRY(WS-CLS-SUB) TO WS-DTL-DATE
                   MOVE 'PAST ENTRY DATE - NO ELECTION ON FILE'
                       TO WS-DTL-TEXT
                   PERFORM ADD-EXCEPTION-LINE
               END-IF
           END-PERFORM
           EXIT.

       CLEAR-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE EMP-ID TO WS-DTL-EMP-ID
           MOVE EMP-NAME TO WS-DTL-NAME
           MOVE 0 TO WS-DTL-DATE
           MOVE 0 TO WS-DTL-PCT
           EXIT.

       ADD-ACTION-LINE.
           IF WS-ACTION-LINES < 500
               ADD 1 TO WS-ACTION-LINES
               MOVE WS-DETAIL-LINE TO WS-ACTION-LINE(WS-ACTION-LINES)
           ELSE
               ADD 1 TO WS-LINES-DROPPED
           END-IF
           EXIT.

       ADD-NOTICE-LINE.
           ADD 1 TO WS-NOTICE-COUNT
           IF WS-NOTICE-LINES < 500
               ADD 1 TO WS-NOTICE-LINES
               MOVE WS-DETAIL-LINE TO WS-NOTICE-LINE(WS-NOTICE-LINES)
           ELSE
               ADD 1 TO WS-LINES-DROPPED
           END-IF
           EXIT.

       ADD-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-LINES < 500
               ADD 1 TO WS-EXCEPTION-LINES
               MOVE WS-DETAIL-LINE
                   TO WS-EXCEPTION-LINE(WS-EXCEPTION-LINES)
           ELSE
               ADD 1 TO WS-LINES-DROPPED
           END-IF
           EXIT.

       PRINT-ELIGIBILITY-REPORT.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-NOTICE-THROUGH TO WS-HDG-THROUGH
           WRITE ELIGIBILITY-REPORT-LINE FROM WS-HEADING-1

           MOVE 'ENROLLMENTS CREATED OR ACTIVATED' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-ACTION-LINES = 0
               WRITE ELIGIBILITY-REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-ACTION-LINES
               WRITE ELIGIBILITY-REPORT-LINE
                   FROM WS-ACTION-LINE(WS-LINE-SUB)
           END-PERFORM

           MOVE 'BECOMING ELIGIBLE IN THE NOTICE WINDOW'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-NOTICE-LINES = 0
               WRITE ELIGIBILITY-REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-NOTICE-LINES
               WRITE ELIGIBILITY-REPORT-LINE
                   FROM WS-NOTICE-LINE(WS-LINE-SUB)
           END-PERFORM

           MOVE 'EXCEPTIONS - PAST ENTRY DATE OR NEEDING REVIEW'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-EXCEPTION-LINES = 0
               WRITE ELIGIBILITY-REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-EXCEPTION-LINES
               WRITE ELIGIBILITY-REPORT-LINE
                   FROM WS-EXCEPTION-LINE(WS-LINE-SUB)
           END-PERFORM

           IF WS-LINES-DROPPED > 0
               MOVE SPACES TO ELIGIBILITY-REPORT-LINE
               WRITE ELIGIBILITY-REPORT-LINE
               MOVE WS-LINES-DROPPED TO WS-DROPPED-COUNT
               WRITE ELIGIBILITY-REPORT-LINE FROM WS-DROPPED-LINE
           END-IF
           EXIT.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO ELIGIBILITY-REPORT-LINE
           WRITE ELIGIBILITY-REPORT-LINE
           WRITE ELIGIBILITY-REPORT-LINE FROM WS-SECTION-LINE
           WRITE ELIGIBILITY-REPORT-LINE FROM WS-COLUMN-HEADING
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
