       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobraEventExtract.

      *> COBRA qualifying-event extract for the benefits
      *> administrator. Every health enrollment still open on
      *> ENRLFILE is checked against its employee's master record:
      *>   - terminated ('F' or 'T'): event TM, dated from
      *>     DEMO-TERM-DATE (the run date when the separation
      *>     predates it being kept);
      *>   - unpaid leave ('L'): event LV, dated the day it is
      *>     found;
      *>   - active but scheduled below the plan's minimum weekly
      *>     hours: event RH (reduction in hours), dated the day it
      *>     is found.
      *> Coverage is lost at the end of the month the event falls
      *> in. For each enrollment lost the TPA gets one COBRAEVT
      *> record - FEIN, demographics, plan, coverage tier, event and
      *> loss dates - and the enrollment is closed ('T') with the
      *> loss date as its end date, so the same event is never sent
      *> twice. A pending enrollment whose coverage had not started
      *> by the event is simply closed. 401(k) and union dues are
      *> not continuation coverage and are left alone.
      *> COBRARPT is the control report of every event sent. An
      *> event that cannot be sent (no SSN or mailing address on
      *> DEMOFILE) leaves the enrollment open to go on the next run
      *> once fixed; that, and any event sent more than 30 days
      *> after it happened, end the run with condition code 4.
      *> Run daily, after EmployeeMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-ENROLLMENT-FILE
            ASSIGN TO ENRLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-KEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT BENEFIT-PLAN-FILE
            ASSIGN TO BENPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENPLAN-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT COBRA-EVENT-FILE
            ASSIGN TO COBRAEVT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COBRA-REPORT-FILE
            ASSIGN TO COBRARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-ENROLLMENT-FILE.
           COPY ENRLREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  BENEFIT-PLAN-FILE.
           COPY BENREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

      *> Qualifying-event layout agreed with the COBRA administrator:
      *> one record per employee per plan lost.
      *>   CEV-EVENT-CODE  TM termination of employment
      *>                   LV unpaid leave of absence
      *>                   RH reduction in hours
      *>   CEV-COVERAGE-TIER  EE/ES/EC/FM as on the enrollment
       FD  COBRA-EVENT-FILE.
       01  COBRA-EVENT-RECORD.
           05  CEV-EVENT-CODE          PIC X(2).
           05  CEV-FEIN                PIC 9(9).
           05  CEV-EMP-ID              PIC 9(5).
           05  CEV-SSN                 PIC 9(9).
           05  CEV-LEGAL-NAME          PIC X(35).
           05  CEV-ADDR-STREET         PIC X(30).
           05  CEV-ADDR-CITY           PIC X(20).
           05  CEV-ADDR-STATE          PIC X(2).
           05  CEV-ADDR-ZIP            PIC X(10).
           05  CEV-HIRE-DATE           PIC 9(8).
           05  CEV-EVENT-DATE          PIC 9(8).
           05  CEV-LOSS-DATE           PIC 9(8).
           05  CEV-PLAN-CODE           PIC X(4).
           05  CEV-PLAN-DESC           PIC X(20).
           05  CEV-COVERAGE-TIER       PIC X(2).

       FD  COBRA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  COBRA-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ENRL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BENPLAN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ENRL-EOF                 PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> Days the employer has to tell the administrator.
       01  WS-NOTICE-DAYS              PIC 9(3) VALUE 30.

       01  WS-EMP-FOUND                PIC X    VALUE 'N'.
       01  WS-DEMO-FOUND               PIC X    VALUE 'N'.
       01  WS-EVENT-CODE               PIC X(2) VALUE SPACES.
       01  WS-EVENT-DATE               PIC 9(8) VALUE 0.
       01  WS-LOSS-DATE                PIC 9(8) VALUE 0.
       01  WS-NOTICE-DUE-DATE          PIC 9(8) VALUE 0.
       01  WS-WEEKLY-HOURS             PIC 9(3)V99 VALUE 0.
       01  WS-NOT-SENT-REASON          PIC X(40) VALUE SPACES.

       01  WS-ENROLLMENTS-READ         PIC 9(7) VALUE 0.
       01  WS-EVENTS-SENT              PIC 9(7) VALUE 0.
       01  WS-TERM-EVENTS              PIC 9(7) VALUE 0.
       01  WS-LEAVE-EVENTS             PIC 9(7) VALUE 0.
       01  WS-HOURS-EVENTS             PIC 9(7) VALUE 0.
       01  WS-LATE-COUNT               PIC 9(7) VALUE 0.
       01  WS-NOT-SENT-COUNT           PIC 9(7) VALUE 0.
       01  WS-PENDING-CLOSED           PIC 9(7) VALUE 0.

       01  WS-BENPLAN-TABLE.
           05  WS-BPL-ENTRY OCCURS 20 TIMES.
               10  WS-BPL-CODE-TBL     PIC X(4).
               10  WS-BPL-DESC-TBL     PIC X(20).
               10  WS-BPL-CLASS-TBL    PIC X(1).
               10  WS-BPL-MIN-HRS-TBL  PIC 9(2)V99.
       01  WS-BENPLAN-COUNT            PIC 9(2) VALUE 0.
       01  WS-BPL-SUB                  PIC 9(2) VALUE 0.
       01  WS-BPL-FOUND-SUB            PIC 9(2) VALUE 0.

      *> Company FEINs by code; a blank company code belongs to the
      *> first company, same rule as everywhere else.
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 10 TIMES.
               10  WS-CO-CODE-TBL      PIC X(3).
               10  WS-CO-FEIN-TBL      PIC 9(9).
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CO-SUB                   PIC 9(2) VALUE 0.
       01  WS-FEIN-USED                PIC 9(9) VALUE 0.

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
           05  FILLER                  PIC X(36) VALUE
               'COBRA QUALIFYING EVENTS  RUN DATE  '.
           05  WS-HDG-RUN-DATE         PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               '  EMP-ID  NAME                  PLAN  TI'.
           05  FILLER                  PIC X(40) VALUE
               'ER EVENT  EVENT DATE  LOSS DATE   NOTICE'.
           05  FILLER                  PIC X(20) VALUE
               ' DUE  DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PLAN             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TIER             PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DTL-EVENT            PIC X(2).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-DTL-EVENT-DATE       PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-LOSS-DATE        PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-DUE-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-BENEFIT-PLANS
           PERFORM LOAD-COMPANY-FEINS

           OPEN I-O BENEFIT-ENROLLMENT-FILE
           IF WS-ENRL-FILE-STATUS NOT = '00'
               DISPLAY 'COBRA-EVENT: NO ENROLLMENT FILE, STATUS: '
                   WS-ENRL-FILE-STATUS ' - NOTHING TO EXTRACT'
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               CLOSE BENEFIT-ENROLLMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEMOGRAPHICS-FILE, STATUS: '
                   WS-DEMO-FILE-STATUS
               CLOSE BENEFIT-ENROLLMENT-FILE
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COBRA-EVENT-FILE
           OPEN OUTPUT COBRA-REPORT-FILE

           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE COBRA-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO COBRA-REPORT-LINE
           WRITE COBRA-REPORT-LINE
           WRITE COBRA-REPORT-LINE FROM WS-HEADING-2

           MOVE LOW-VALUES TO ENRL-KEY
           START BENEFIT-ENROLLMENT-FILE KEY IS >= ENRL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENRL-EOF
           END-START
           PERFORM UNTIL WS-ENRL-EOF = 'Y'
               READ BENEFIT-ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ENRL-EOF
                   NOT AT END
                       ADD 1 TO WS-ENROLLMENTS-READ
                       PERFORM CHECK-ENROLLMENT
               END-READ
           END-PERFORM

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE BENEFIT-ENROLLMENT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE DEMOGRAPHICS-FILE
           CLOSE COBRA-EVENT-FILE
           CLOSE COBRA-REPORT-FILE

           DISPLAY 'COBRA-EVENT ENROLLMENTS READ: '
               WS-ENROLLMENTS-READ
           DISPLAY 'COBRA-EVENT EVENTS SENT: ' WS-EVENTS-SENT
           DISPLAY 'COBRA-EVENT SENT LATE: ' WS-LATE-COUNT
           DISPLAY 'COBRA-EVENT NOT SENT: ' WS-NOT-SENT-COUNT
           DISPLAY 'COBRA-EVENT PENDING CLOSED: ' WS-PENDING-CLOSED
           IF WS-LATE-COUNT > 0 OR WS-NOT-SENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BENEFIT-PLANS.
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BENPLAN-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-BENPLAN-COUNT < 20
                               ADD 1 TO WS-BENPLAN-COUNT
                               PERFORM NOTE-BENEFIT-PLAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           EXIT.

       NOTE-BENEFIT-PLAN.
           MOVE BPLAN-CODE TO WS-BPL-CODE-TBL(WS-BENPLAN-COUNT)
           MOVE BPLAN-DESCRIPTION TO WS-BPL-DESC-TBL(WS-BENPLAN-COUNT)
           MOVE BPLAN-DED-CLASS TO WS-BPL-CLASS-TBL(WS-BENPLAN-COUNT)
           IF BPLAN-MIN-WEEKLY-HOURS IS NUMERIC
               MOVE BPLAN-MIN-WEEKLY-HOURS
                   TO WS-BPL-MIN-HRS-TBL(WS-BENPLAN-COUNT)
           ELSE
               MOVE 0 TO WS-BPL-MIN-HRS-TBL(WS-BENPLAN-COUNT)
           END-IF
           EXIT.

       LOAD-COMPANY-FEINS.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-COMPANY-COUNT < 10
                               ADD 1 TO WS-COMPANY-COUNT
                               MOVE COMP-CODE TO
                                   WS-CO-CODE-TBL(WS-COMPANY-COUNT)
                               MOVE COMP-FEIN TO
                                   WS-CO-FEIN-TBL(WS-COMPANY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           EXIT.

       CHECK-ENROLLMENT.
      *>   Only open health coverage is continuation coverage.
           MOVE 0 TO WS-BPL-FOUND-SUB
           PERFORM VARYING WS-BPL-SUB FROM 1 BY 1
                   UNTIL WS-BPL-SUB > WS-BENPLAN-COUNT
               IF WS-BPL-CODE-TBL(WS-BPL-SUB) = ENRL-PLAN-CODE
                   MOVE WS-BPL-SUB TO WS-BPL-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-BPL-FOUND-SUB > 0 AND
                   (ENRL-STATUS = 'A' OR ENRL-STATUS = 'P')
               IF WS-BPL-CLASS-TBL(WS-BPL-FOUND-SUB) = 'H'
                   PERFORM FIND-QUALIFYING-EVENT
                   IF WS-EVENT-CODE NOT = SPACES
                       PERFORM PROCESS-QUALIFYING-EVENT
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-QUALIFYING-EVENT.
           MOVE SPACES TO WS-EVENT-CODE
           MOVE WS-RUN-DATE TO WS-EVENT-DATE
           MOVE 'N' TO WS-EMP-FOUND
           MOVE ENRL-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND
           END-READ
           MOVE 'N' TO WS-DEMO-FOUND
           MOVE ENRL-EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEMO-FOUND
           END-READ

      *>   An employee deleted from the master has left just as
      *>   surely as one terminated on it.
           IF WS-EMP-FOUND = 'N'
               MOVE 'TM' TO WS-EVENT-CODE
               PERFORM USE-SEPARATION-DATE
           ELSE
               EVALUATE EMPLOYMENT-STATUS
                   WHEN 'F'
                   WHEN 'T'
                       MOVE 'TM' TO WS-EVENT-CODE
                       PERFORM USE-SEPARATION-DATE
                   WHEN 'L'
                       MOVE 'LV' TO WS-EVENT-CODE
                   WHEN OTHER
                       PERFORM CHECK-HOURS-REDUCTION
               END-EVALUATE
           END-IF
           EXIT.

       USE-SEPARATION-DATE.
           IF WS-DEMO-FOUND = 'Y'
               IF DEMO-TERM-DATE IS NUMERIC AND DEMO-TERM-DATE > 0
                   MOVE DEMO-TERM-DATE TO WS-EVENT-DATE
               END-IF
           END-IF
           EXIT.

       CHECK-HOURS-REDUCTION.
      *>   Scheduled weekly hours, counted the same way the
      *>   eligibility run counts them at entry: salaried staff are
      *>   full time, hourly staff from their standard hours per
      *>   period.
           IF WS-BPL-MIN-HRS-TBL(WS-BPL-FOUND-SUB) > 0 AND
                   PAY-TYPE NOT = 'S'
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
               IF WS-WEEKLY-HOURS < WS-BPL-MIN-HRS-TBL(WS-BPL-FOUND-SUB)
                   MOVE 'RH' TO WS-EVENT-CODE
               END-IF
           END-IF
           EXIT.

       PROCESS-QUALIFYING-EVENT.
      *>   Coverage runs through the end of the month the event
      *>   falls in.
           MOVE WS-EVENT-DATE TO WS-WORK-DATE
           PERFORM GET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-LOSS-DATE
           MOVE WS-EVENT-DATE TO WS-WORK-DATE
           PERFORM ADD-ONE-DAY WS-NOTICE-DAYS TIMES
           MOVE WS-WORK-DATE TO WS-NOTICE-DUE-DATE

           IF ENRL-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO ENRL-EFFECTIVE-DATE
           END-IF
           IF ENRL-COVERAGE-TIER = SPACES
               MOVE 'EE' TO ENRL-COVERAGE-TIER
           END-IF

           PERFORM CLEAR-DETAIL-LINE
           IF ENRL-STATUS = 'P' AND ENRL-EFFECTIVE-DATE > WS-EVENT-DATE
               PERFORM CLOSE-PENDING-ENROLLMENT
           ELSE
               MOVE SPACES TO WS-NOT-SENT-REASON
               EVALUATE TRUE
                   WHEN WS-DEMO-FOUND = 'N'
                       MOVE 'NOT SENT - NO DEMOGRAPHICS RECORD'
                           TO WS-NOT-SENT-REASON
                   WHEN DEMO-SSN = ZEROS
                       MOVE 'NOT SENT - NO SSN ON DEMOGRAPHICS'
                           TO WS-NOT-SENT-REASON
                   WHEN DEMO-ADDR-STREET = SPACES
                       MOVE 'NOT SENT - NO MAILING ADDRESS'
                           TO WS-NOT-SENT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-NOT-SENT-REASON NOT = SPACES
                   ADD 1 TO WS-NOT-SENT-COUNT
                   MOVE WS-NOT-SENT-REASON TO WS-DTL-DISPOSITION
                   WRITE COBRA-REPORT-LINE FROM WS-DETAIL-LINE
               ELSE
                   PERFORM SEND-QUALIFYING-EVENT
               END-IF
           END-IF
           EXIT.

       CLEAR-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ENRL-EMP-ID TO WS-DTL-EMP-ID
           IF WS-DEMO-FOUND = 'Y'
               MOVE DEMO-LEGAL-NAME TO WS-DTL-NAME
           ELSE
           IF WS-EMP-FOUND = 'Y'
               MOVE EMP-NAME TO WS-DTL-NAME
           END-IF
           END-IF
           MOVE ENRL-PLAN-CODE TO WS-DTL-PLAN
           MOVE ENRL-COVERAGE-TIER TO WS-DTL-TIER
           MOVE WS-EVENT-CODE TO WS-DTL-EVENT
           MOVE WS-EVENT-DATE TO WS-DTL-EVENT-DATE
           MOVE WS-LOSS-DATE TO WS-DTL-LOSS-DATE
           MOVE WS-NOTICE-DUE-DATE TO WS-DTL-DUE-DATE
           EXIT.

       CLOSE-PENDING-ENROLLMENT.
      *>   Coverage that had not started by the event was never in
      *>   force, so there is nothing to continue.
           MOVE 'T' TO ENRL-STATUS
           MOVE WS-EVENT-DATE TO ENRL-END-DATE
           REWRITE BENEFIT-ENROLLMENT-RECORD
           ADD 1 TO WS-PENDING-CLOSED
           MOVE 'PENDING, NEVER IN FORCE - CLOSED'
               TO WS-DTL-DISPOSITION
           WRITE COBRA-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       SEND-QUALIFYING-EVENT.
           IF WS-EMP-FOUND = 'N'
               MOVE SPACES TO COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-FEIN
           MOVE WS-EVENT-CODE TO CEV-EVENT-CODE
           MOVE WS-FEIN-USED TO CEV-FEIN
           MOVE ENRL-EMP-ID TO CEV-EMP-ID
           MOVE DEMO-SSN TO CEV-SSN
           MOVE DEMO-LEGAL-NAME TO CEV-LEGAL-NAME
           MOVE DEMO-ADDR-STREET TO CEV-ADDR-STREET
           MOVE DEMO-ADDR-CITY TO CEV-ADDR-CITY
           MOVE DEMO-ADDR-STATE TO CEV-ADDR-STATE
           MOVE DEMO-ADDR-ZIP TO CEV-ADDR-ZIP
           MOVE DEMO-HIRE-DATE TO CEV-HIRE-DATE
           MOVE WS-EVENT-DATE TO CEV-EVENT-DATE
           MOVE WS-LOSS-DATE TO CEV-LOSS-DATE
           MOVE ENRL-PLAN-CODE TO CEV-PLAN-CODE
           MOVE WS-BPL-DESC-TBL(WS-BPL-FOUND-SUB) TO CEV-PLAN-DESC
           MOVE ENRL-COVERAGE-TIER TO CEV-COVERAGE-TIER
           WRITE COBRA-EVENT-RECORD

           MOVE 'T' TO ENRL-STATUS
           MOVE WS-LOSS-DATE TO ENRL-END-DATE
           REWRITE BENEFIT-ENROLLMENT-RECORD

           ADD 1 TO WS-EVENTS-SENT
           EVALUATE WS-EVENT-CODE
               WHEN 'TM'
                   ADD 1 TO WS-TERM-EVENTS
               WHEN 'LV'
                   ADD 1 TO WS-LEAVE-EVENTS
               WHEN OTHER
                   ADD 1 TO WS-HOURS-EVENTS
           END-EVALUATE
           IF WS-RUN-DATE > WS-NOTICE-DUE-DATE
               ADD 1 TO WS-LATE-COUNT
               MOVE 'SENT - PAST NOTICE DUE DATE'
                   TO WS-DTL-DISPOSITION
           ELSE
               MOVE 'SENT' TO WS-DTL-DISPOSITION
           END-IF
           WRITE COBRA-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       FIND-COMPANY-FEIN.
           MOVE 0 TO WS-FEIN-USED
           IF WS-COMPANY-COUNT > 0
               IF COMPANY-CODE = SPACES
                   MOVE WS-CO-FEIN-TBL(1) TO WS-FEIN-USED
               ELSE
                   PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                           UNTIL WS-CO-SUB > WS-COMPANY-COUNT
                       IF WS-CO-CODE-TBL(WS-CO-SUB) = COMPANY-CODE
                           MOVE WS-CO-FEIN-TBL(WS-CO-SUB)
                               TO WS-FEIN-USED
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           EXIT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO COBRA-REPORT-LINE
           WRITE COBRA-REPORT-LINE
           MOVE 'EVENTS SENT TO ADMINISTRATOR' TO WS-TOT-LABEL
           MOVE WS-EVENTS-SENT TO WS-TOT-COUNT
           WRITE COBRA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  TERMINATION OF EMPLOYMENT (TM)' TO WS-TOT-LABEL
           MOVE WS-TERM-EVENTS TO WS-TOT-COUNT
           WRITE COBRA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  UNPAID LEAVE OF ABSENCE (LV)' TO WS-TOT-LABEL
           MOVE WS-LEAVE-EVENTS TO WS-TOT-COUNT
           WRITE COBRA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  REDUCTION IN HOURS (RH)' TO WS-TOT-LABEL
           MOVE WS-HOURS-EVENTS TO WS-TOT-COUNT
           WRITE COBRA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SENT PAST THE NOTICE DUE DATE' TO WS-TOT-LABEL
           MOVE WS-LATE-COUNT TO WS-TOT-COUNT
           WRITE COBRA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT SENT - LEFT OPEN FOR NEXT RUN' TO WS-TOT-LABEL
           MOVE WS-NOT-SENT-COUNT TO WS-TOT-COUNT
           WRITE COBRA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PENDING ENROLLMENTS CLOSED' TO WS-TOT-LABEL
           MOVE WS-PENDING-CLOSED TO WS-TOT-COUNT
           WRITE COBRA-REPORT-LINE FROM WS-TOTAL-LINE
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
