       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobCostReport.

      *> Job-cost labor report and project accounting feed. Labor
      *> distribution splits the run's cost by department; this
      *> splits it by the job code each time entry was charged to,
      *> rolled up to the project and customer the JOBPROJ table
      *> maps the job to, at a fully burdened rate.
      *>   - Run mode (the payroll chain, after the disbursement
      *>     step): every paid employee's time entries for the pay
      *>     period are priced at their own rates (the override, or
      *>     the master rate - a salaried employee's salary spread
      *>     over 2080 hours a year), by job code. Whatever the
      *>     check's PAYHIST gross (less imputed income) pays beyond
      *>     that straight time - overtime and shift premium, bonus,
      *>     commission - is spread over the jobs by hours, the
      *>     last job taking the rounding. The employee's
      *>     employer taxes for the check (ELIABFIL's FICA and
      *>     Medicare match, FUTA and SUTA, plus PAYHIST's employer
      *>     SDI and PFL), the employer share of their benefit
      *>     plans in force, their 401(k) match (ELIABFIL) and
      *>     their workers' comp premium (WCDETAIL) are shared
      *>     across the entries by wages, the last job taking the
      *>     rounding. Hours with no job code are department
      *>     overhead: they take their share of the burden but are
      *>     not costed to any job. One JCDETAIL record is written
      *>     per job and employee, for the month-to-date pass.
      *>   - Month mode: the JCDETAIL generations on the JCMONTH DD
      *>     whose pay period ends in the month are summed by job
      *>     and employee and costed against today's JOBPROJ, so a
      *>     job added since the run is picked up.
      *> Either way JCFEED gets one record per job and employee for
      *> project accounting to import, and JCRPT prints them by
      *> project and job with totals. Hours charged to a job code
      *> not on JOBPROJ are listed as exceptions, kept off the feed,
      *> and end the step with condition code 4.
      *> SYSIN: cols 1-8 the pay-period-end date (blank = today),
      *> col 10 'M' for month to date through the end of the month
      *> that date falls in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PROJECT-FILE
            ASSIGN TO JOBPROJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBPROJ-FILE-STATUS.

           SELECT BENEFIT-PLAN-FILE
            ASSIGN TO BENPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENPLAN-FILE-STATUS.

           SELECT TIME-ENTRY-FILE
            ASSIGN TO TIMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIME-KEY
               FILE STATUS IS WS-TIME-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.

           SELECT BENEFIT-ENROLLMENT-FILE
            ASSIGN TO ENRLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-KEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT EMPLOYER-LIABILITY-FILE
            ASSIGN TO ELIABFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIAB-FILE-STATUS.

           SELECT WC-DETAIL-FILE
            ASSIGN TO WCDETAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCDETAIL-FILE-STATUS.

           SELECT JOB-COST-DETAIL-FILE
            ASSIGN TO JCDETAIL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-COST-MONTH-FILE
            ASSIGN TO JCMONTH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCMONTH-FILE-STATUS.

           SELECT JOB-COST-FEED-FILE
            ASSIGN TO JCFEED
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-COST-REPORT-FILE
            ASSIGN TO JCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-PROJECT-FILE.
           COPY JOBPREC.

       FD  BENEFIT-PLAN-FILE.
           COPY BENREC.

       FD  TIME-ENTRY-FILE.
           COPY TIMEREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  BENEFIT-ENROLLMENT-FILE.
           COPY ENRLREC.

       FD  EMPLOYER-LIABILITY-FILE.
       01  EMPLOYER-LIABILITY-RECORD.
           05  ELIAB-EMP-ID            PIC 9(5).
           05  ELIAB-FICA-MATCH        PIC 9(5)V99.
           05  ELIAB-MEDICARE-MATCH    PIC 9(5)V99.
           05  ELIAB-401K-MATCH        PIC 9(5)V99.
           05  ELIAB-TOTAL-LIABILITY   PIC 9(5)V99.
           05  ELIAB-FUTA              PIC 9(5)V99.
           05  ELIAB-SUTA              PIC 9(5)V99.
           05  ELIAB-SUTA-STATE        PIC X(2).

       FD  WC-DETAIL-FILE.
       01  WC-DETAIL-RECORD.
           05  WCDT-EMP-ID             PIC 9(5).
           05  WCDT-CLASS-CODE         PIC X(4).
           05  WCDT-STATE              PIC X(2).
           05  WCDT-WAGE-BASE          PIC 9(7)V99.
           05  WCDT-PREMIUM            PIC 9(5)V99.

       FD  JOB-COST-DETAIL-FILE.
           COPY JOBCREC.

      *> The month pass reads back what the runs wrote, as a
      *> straight image; the record is moved into JOB-COST-RECORD.
       FD  JOB-COST-MONTH-FILE.
       01  JOB-COST-MONTH-RECORD       PIC X(130).

       FD  JOB-COST-FEED-FILE.
       01  JOB-COST-FEED-RECORD        PIC X(130).

       FD  JOB-COST-REPORT-FILE.
       01  JOB-COST-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOBPROJ-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BENPLAN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-TIME-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PHIST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ENRL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ELIAB-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-WCDETAIL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-JCMONTH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-JOBPROJ-EOF              PIC X    VALUE 'N'.
       01  WS-BENPLAN-EOF              PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ENRL-EOF                 PIC X    VALUE 'N'.
       01  WS-ELIAB-EOF                PIC X    VALUE 'Y'.
       01  WS-WCDETAIL-EOF             PIC X    VALUE 'Y'.
       01  WS-ENRL-OPEN                PIC X    VALUE 'N'.
       01  WS-ELIAB-OPEN               PIC X    VALUE 'N'.
       01  WS-WCDETAIL-OPEN            PIC X    VALUE 'N'.
       01  WS-PAY-FOUND                PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> SYSIN: cols 1-8 pay-period-end date (blank = today), col
      *> 10 'M' for month to date.
       01  WS-JC-PARM-CARD.
           05  WS-JC-PARM-PERIOD-END   PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-JC-PARM-MODE         PIC X(1).
           05  FILLER                  PIC X(70).
       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-MONTH-MODE               PIC X    VALUE 'N'.
       01  WS-MONTH-END                PIC 9(8) VALUE 0.
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
           05  WS-MONTH-END-YYYYMM     PIC 9(6).
           05  FILLER                  PIC 9(2).
       01  WS-RECORD-YYYYMM            PIC 9(6) VALUE 0.

      *> The live table, held whole; JobProjMaint refuses to
      *> publish more job codes than this.
       01  WS-JP-TABLE.
           05  WS-JP-ENTRY OCCURS 500 TIMES.
               10  WS-JP-JOB-CODE      PIC X(4).
               10  WS-JP-PROJECT-CODE  PIC X(8).
               10  WS-JP-PROJECT-NAME  PIC X(30).
               10  WS-JP-CUSTOMER-CODE PIC X(8).
               10  WS-JP-CUSTOMER-NAME PIC X(30).
               10  WS-JP-HAS-LINES     PIC X(1).
       01  WS-JP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-JP-SUB                   PIC 9(3) VALUE 0.
       01  WS-JP-JOB-SUB               PIC 9(3) VALUE 0.
       01  WS-JP-FOUND-SUB             PIC 9(3) VALUE 0.
       01  WS-JP-DROPPED               PIC 9(5) VALUE 0.
       01  WS-PROJECT-SEEN             PIC X    VALUE 'N'.
       01  WS-PROJECT-HAS-LINES        PIC X    VALUE 'N'.

       01  WS-BENPLAN-TABLE.
           05  WS-BPL-ENTRY OCCURS 20 TIMES.
               10  WS-BPL-CODE-TBL     PIC X(4).
               10  WS-BPL-SHARE-TBL    PIC 9(3)V99.
       01  WS-BENPLAN-COUNT            PIC 9(2) VALUE 0.
       01  WS-BPL-SUB                  PIC 9(2) VALUE 0.

      *> One line per job code and employee - the feed record and
      *> the report line.
       01  WS-LINE-TABLE.
           05  WS-JL-ENTRY OCCURS 3000 TIMES.
               10  WS-JL-JOB-CODE      PIC X(4).
               10  WS-JL-EMP-ID        PIC 9(5).
               10  WS-JL-EMP-NAME      PIC X(20).
               10  WS-JL-COMPANY-CODE  PIC X(3).
               10  WS-JL-DEPT-CODE     PIC X(4).
               10  WS-JL-JP-SUB        PIC 9(3).
               10  WS-JL-HOURS         PIC 9(5)V99.
               10  WS-JL-WAGES         PIC 9(7)V99.
               10  WS-JL-TAX           PIC 9(7)V99.
               10  WS-JL-BENEFIT       PIC 9(7)V99.
               10  WS-JL-MATCH         PIC 9(7)V99.
               10  WS-JL-WC            PIC 9(7)V99.
       01  WS-JL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-JL-SUB                   PIC 9(4) VALUE 0.
       01  WS-JL-FOUND-SUB             PIC 9(4) VALUE 0.
       01  WS-JL-DROPPED               PIC 9(5) VALUE 0.

      *> The employee in hand: their entries for the period summed
      *> by job code (spaces = no job, department overhead).
       01  WS-CURRENT-EMP-ID           PIC 9(5) VALUE 0.
       01  WS-EMP-ON-FILE              PIC X    VALUE 'N'.
       01  WS-EMP-RATE                 PIC 9(3)V99 VALUE 0.
       01  WS-ENTRY-RATE               PIC 9(3)V99 VALUE 0.
       01  WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 0.
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 20 TIMES.
               10  WS-BK-JOB-CODE      PIC X(4).
               10  WS-BK-HOURS         PIC 9(5)V99.
               10  WS-BK-WAGES         PIC 9(7)V99.
       01  WS-BK-COUNT                 PIC 9(2) VALUE 0.
       01  WS-BK-SUB                   PIC 9(2) VALUE 0.
       01  WS-BK-FOUND-SUB             PIC 9(2) VALUE 0.
       01  WS-BK-DROPPED               PIC 9(5) VALUE 0.
       01  WS-EMP-HOURS                PIC 9(5)V99 VALUE 0.
       01  WS-EMP-WAGES                PIC 9(7)V99 VALUE 0.

      *> The check's pay beyond straight time, and what is left of
      *> it to spread as the jobs take theirs.
       01  WS-STRAIGHT-WAGES           PIC 9(7)V99 VALUE 0.
       01  WS-STRAIGHT-HOURS           PIC 9(5)V99 VALUE 0.
       01  WS-PREMIUM-CALC             PIC S9(7)V99 VALUE 0.
       01  WS-EMP-PREMIUM              PIC 9(7)V99 VALUE 0.
       01  WS-REM-PREMIUM              PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-PREMIUM            PIC 9(7)V99 VALUE 0.

      *> The employee's burden for the check, and what is left of
      *> each part to share as the jobs take theirs.
       01  WS-EMP-TAX                  PIC 9(7)V99 VALUE 0.
       01  WS-EMP-BENEFIT              PIC 9(7)V99 VALUE 0.
       01  WS-EMP-MATCH                PIC 9(7)V99 VALUE 0.
       01  WS-EMP-WC                   PIC 9(7)V99 VALUE 0.
       01  WS-REM-TAX                  PIC 9(7)V99 VALUE 0.
       01  WS-REM-BENEFIT              PIC 9(7)V99 VALUE 0.
       01  WS-REM-MATCH                PIC 9(7)V99 VALUE 0.
       01  WS-REM-WC                   PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-TAX                PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-BENEFIT            PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-MATCH              PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-WC                 PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-BASIS              PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-TOTAL              PIC 9(7)V99 VALUE 0.
       01  WS-LAST-BUCKET              PIC 9(2) VALUE 0.
       01  WS-ENROLLMENT-IN-FORCE      PIC X    VALUE 'N'.

       01  WS-PRINT-AMOUNTS.
           05  WS-PRT-HOURS            PIC 9(7)V99 VALUE 0.
           05  WS-PRT-WAGES            PIC 9(9)V99 VALUE 0.
           05  WS-PRT-TAX              PIC 9(9)V99 VALUE 0.
           05  WS-PRT-BENEFIT          PIC 9(9)V99 VALUE 0.
           05  WS-PRT-MATCH            PIC 9(9)V99 VALUE 0.
           05  WS-PRT-WC               PIC 9(9)V99 VALUE 0.
       01  WS-JOB-TOTALS.
           05  WS-JT-HOURS             PIC 9(7)V99 VALUE 0.
           05  WS-JT-WAGES             PIC 9(9)V99 VALUE 0.
           05  WS-JT-TAX               PIC 9(9)V99 VALUE 0.
           05  WS-JT-BENEFIT           PIC 9(9)V99 VALUE 0.
           05  WS-JT-MATCH             PIC 9(9)V99 VALUE 0.
           05  WS-JT-WC                PIC 9(9)V99 VALUE 0.
       01  WS-PROJECT-TOTALS.
           05  WS-PT-HOURS             PIC 9(7)V99 VALUE 0.
           05  WS-PT-WAGES             PIC 9(9)V99 VALUE 0.
           05  WS-PT-TAX               PIC 9(9)V99 VALUE 0.
           05  WS-PT-BENEFIT           PIC 9(9)V99 VALUE 0.
           05  WS-PT-MATCH             PIC 9(9)V99 VALUE 0.
           05  WS-PT-WC                PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-TOTALS.
           05  WS-GT-HOURS             PIC 9(7)V99 VALUE 0.
           05  WS-GT-WAGES             PIC 9(9)V99 VALUE 0.
           05  WS-GT-TAX               PIC 9(9)V99 VALUE 0.
           05  WS-GT-BENEFIT           PIC 9(9)V99 VALUE 0.
           05  WS-GT-MATCH             PIC 9(9)V99 VALUE 0.
           05  WS-GT-WC                PIC 9(9)V99 VALUE 0.
       01  WS-EXCEPTION-TOTALS.
           05  WS-XT-HOURS             PIC 9(7)V99 VALUE 0.
           05  WS-XT-WAGES             PIC 9(9)V99 VALUE 0.
           05  WS-XT-TAX               PIC 9(9)V99 VALUE 0.
           05  WS-XT-BENEFIT           PIC 9(9)V99 VALUE 0.
           05  WS-XT-MATCH             PIC 9(9)V99 VALUE 0.
           05  WS-XT-WC                PIC 9(9)V99 VALUE 0.
       01  WS-BURDENED-COST            PIC 9(10)V99 VALUE 0.
       01  WS-BURDENED-RATE            PIC 9(5)V99 VALUE 0.

       01  WS-ENTRY-COUNT              PIC 9(7) VALUE 0.
       01  WS-PAID-COUNT               PIC 9(5) VALUE 0.
       01  WS-UNPAID-COUNT             PIC 9(5) VALUE 0.
       01  WS-OVERHEAD-HOURS           PIC 9(7)V99 VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
       01  WS-FEED-COUNT               PIC 9(5) VALUE 0.
       01  WS-MONTH-RECORD-COUNT       PIC 9(7) VALUE 0.

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
           05  FILLER                  PIC X(22) VALUE
               'JOB-COST LABOR REPORT '.
           05  WS-HDG-SCOPE            PIC X(26) VALUE SPACES.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               '   RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).

       01  WS-PROJECT-HEADING.
           05  FILLER                  PIC X(8)  VALUE 'PROJECT '.
           05  WS-PH-PROJECT-CODE      PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-PH-PROJECT-NAME      PIC X(30).
           05  FILLER                  PIC X(11) VALUE
               '  CUSTOMER '.
           05  WS-PH-CUSTOMER-CODE     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-PH-CUSTOMER-NAME     PIC X(30).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(44) VALUE
               'JOB   EMP-ID  EMPLOYEE                 HOURS'.
           05  FILLER                  PIC X(44) VALUE
               '        WAGES     ER TAXES     BENEFITS   40'.
           05  FILLER                  PIC X(43) VALUE
               '1K MATCH    WORK COMP BURDENED COST    RATE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-JOB-CODE         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  WS-DTL-HOURS            PIC ZZZ,ZZ9.99.
           05  WS-DTL-WAGES            PIC ZZ,ZZZ,ZZ9.99.
           05  WS-DTL-TAX              PIC ZZ,ZZZ,ZZ9.99.
           05  WS-DTL-BENEFIT          PIC ZZ,ZZZ,ZZ9.99.
           05  WS-DTL-MATCH            PIC ZZ,ZZZ,ZZ9.99.
           05  WS-DTL-WC               PIC ZZ,ZZZ,ZZ9.99.
           05  WS-DTL-BURDENED         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DTL-RATE             PIC Z,ZZ9.99.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(44) VALUE
               'HOURS CHARGED TO JOB CODES NOT ON JOBPROJ - '.
           05  WS-EXH-NONE             PIC X(44) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(50).
           05  WS-MSG-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-JOB-COST-PARAMETERS
           PERFORM LOAD-JOB-PROJECT-TABLE
           IF WS-JP-COUNT = 0
               DISPLAY 'JOB-COST-REPORT: JOBPROJ TABLE MISSING OR '
                   'EMPTY - EVERY JOB CODE WILL BE AN EXCEPTION'
           END-IF

           IF WS-MONTH-MODE = 'Y'
               PERFORM GATHER-MONTH-TO-DATE
           ELSE
               PERFORM GATHER-PAYROLL-RUN
           END-IF
           IF RETURN-CODE = 16
               STOP RUN
           END-IF

           PERFORM RESOLVE-JOB-PROJECTS
           OPEN OUTPUT JOB-COST-FEED-FILE
           OPEN OUTPUT JOB-COST-REPORT-FILE
           IF WS-MONTH-MODE = 'N'
               OPEN OUTPUT JOB-COST-DETAIL-FILE
           END-IF
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-COUNT
               PERFORM WRITE-JOB-COST-RECORDS
           END-PERFORM
           IF WS-MONTH-MODE = 'N'
               CLOSE JOB-COST-DETAIL-FILE
           END-IF
           CLOSE JOB-COST-FEED-FILE

           PERFORM PRINT-JOB-COST-REPORT
           CLOSE JOB-COST-REPORT-FILE

           DISPLAY 'JOB-COST-REPORT LINES: ' WS-JL-COUNT
               ' FED TO PROJECT ACCOUNTING: ' WS-FEED-COUNT
           IF WS-MONTH-MODE = 'N'
               DISPLAY 'JOB-COST-REPORT EMPLOYEES COSTED: '
                   WS-PAID-COUNT ' WITH HOURS BUT NOT PAID: '
                   WS-UNPAID-COUNT
               DISPLAY 'JOB-COST-REPORT OVERHEAD HOURS (NO JOB): '
                   WS-OVERHEAD-HOURS
           ELSE
               DISPLAY 'JOB-COST-REPORT DETAIL RECORDS IN MONTH: '
                   WS-MONTH-RECORD-COUNT
           END-IF
           IF WS-JL-DROPPED > 0 OR WS-BK-DROPPED > 0
               DISPLAY 'JOB-COST-REPORT: ' WS-JL-DROPPED
                   ' LINES AND ' WS-BK-DROPPED
                   ' JOB CODES PAST THE TABLE LIMITS LEFT OFF'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'JOB-COST-REPORT: ' WS-EXCEPTION-COUNT
                   ' LINES CHARGED TO JOB CODES NOT ON JOBPROJ'
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       GET-JOB-COST-PARAMETERS.
           MOVE SPACES TO WS-JC-PARM-CARD
           ACCEPT WS-JC-PARM-CARD FROM SYSIN
           IF WS-JC-PARM-PERIOD-END IS NUMERIC AND
                   WS-JC-PARM-PERIOD-END NOT = '00000000'
               MOVE WS-JC-PARM-PERIOD-END TO WS-PERIOD-END
           ELSE
               MOVE WS-RUN-DATE TO WS-PERIOD-END
           END-IF
           IF WS-JC-PARM-MODE = 'M'
               MOVE 'Y' TO WS-MONTH-MODE
               MOVE WS-PERIOD-END TO WS-WORK-DATE
               PERFORM GET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
               MOVE WS-WORK-DATE TO WS-MONTH-END
               DISPLAY 'JOB-COST-REPORT: MONTH TO DATE THROUGH '
                   WS-MONTH-END
           ELSE
               DISPLAY 'JOB-COST-REPORT: PAY PERIOD ENDING '
                   WS-PERIOD-END
           END-IF
           EXIT.

       LOAD-JOB-PROJECT-TABLE.
           OPEN INPUT JOB-PROJECT-FILE
           IF WS-JOBPROJ-FILE-STATUS NOT = '00'
               DISPLAY 'NO JOB/PROJECT TABLE FOUND, STATUS: '
                   WS-JOBPROJ-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-JOBPROJ-EOF = 'Y'
                   READ JOB-PROJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBPROJ-EOF
                       NOT AT END
                           PERFORM STORE-JOB-PROJECT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOB-PROJECT-FILE
           END-IF
           IF WS-JP-DROPPED > 0
               DISPLAY 'JOB-COST-REPORT: ' WS-JP-DROPPED
                   ' JOBPROJ RECORDS PAST THE 500-ENTRY LIMIT IGNORED'
           END-IF
           EXIT.

       STORE-JOB-PROJECT-ENTRY.
           IF WS-JP-COUNT < 500
               ADD 1 TO WS-JP-COUNT
               MOVE JOBP-JOB-CODE TO WS-JP-JOB-CODE(WS-JP-COUNT)
               MOVE JOBP-PROJECT-CODE TO WS-JP-PROJECT-CODE(WS-JP-COUNT)
               MOVE JOBP-PROJECT-NAME TO WS-JP-PROJECT-NAME(WS-JP-COUNT)
               MOVE JOBP-CUSTOMER-CODE
                   TO WS-JP-CUSTOMER-CODE(WS-JP-COUNT)
               MOVE JOBP-CUSTOMER-NAME
                   TO WS-JP-CUSTOMER-NAME(WS-JP-COUNT)
               MOVE 'N' TO WS-JP-HAS-LINES(WS-JP-COUNT)
           ELSE
               ADD 1 TO WS-JP-DROPPED
           END-IF
           EXIT.

       GATHER-MONTH-TO-DATE.
           OPEN INPUT JOB-COST-MONTH-FILE
           IF WS-JCMONTH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING JCMONTH, STATUS: '
                   WS-JCMONTH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ JOB-COST-MONTH-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE JOB-COST-MONTH-RECORD
                               TO JOB-COST-RECORD
                           PERFORM TAKE-MONTH-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOB-COST-MONTH-FILE
           END-IF
           EXIT.

       TAKE-MONTH-RECORD.
      *>   Generations outside the month may ride the concatenation;
      *>   only runs whose pay period ends in the month count.
           IF JOBC-FEED-TYPE = 'R' AND
                   JOBC-PERIOD-END-DATE IS NUMERIC
               MOVE JOBC-PERIOD-END-DATE TO WS-WORK-DATE
               COMPUTE WS-RECORD-YYYYMM =
                   WS-WORK-YEAR * 100 + WS-WORK-MONTH
               IF WS-RECORD-YYYYMM = WS-MONTH-END-YYYYMM AND
                       JOBC-PERIOD-END-DATE <= WS-MONTH-END
                   ADD 1 TO WS-MONTH-RECORD-COUNT
                   PERFORM FIND-OR-ADD-MONTH-LINE
                   IF WS-JL-FOUND-SUB > 0
                       MOVE WS-JL-FOUND-SUB TO WS-JL-SUB
                       ADD JOBC-HOURS TO WS-JL-HOURS(WS-JL-SUB)
                       ADD JOBC-WAGES TO WS-JL-WAGES(WS-JL-SUB)
                       ADD JOBC-EMPLOYER-TAX TO WS-JL-TAX(WS-JL-SUB)
                       ADD JOBC-BENEFIT-COST
                           TO WS-JL-BENEFIT(WS-JL-SUB)
                       ADD JOBC-401K-MATCH TO WS-JL-MATCH(WS-JL-SUB)
                       ADD JOBC-WC-PREMIUM TO WS-JL-WC(WS-JL-SUB)
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-OR-ADD-MONTH-LINE.
           MOVE 0 TO WS-JL-FOUND-SUB
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-COUNT
                   OR WS-JL-FOUND-SUB > 0
               IF WS-JL-JOB-CODE(WS-JL-SUB) = JOBC-JOB-CODE AND
                       WS-JL-EMP-ID(WS-JL-SUB) = JOBC-EMP-ID
                   MOVE WS-JL-SUB TO WS-JL-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-JL-FOUND-SUB = 0
               IF WS-JL-COUNT < 3000
                   ADD 1 TO WS-JL-COUNT
                   MOVE WS-JL-COUNT TO WS-JL-FOUND-SUB
                   MOVE JOBC-JOB-CODE TO WS-JL-JOB-CODE(WS-JL-COUNT)
                   MOVE JOBC-EMP-ID TO WS-JL-EMP-ID(WS-JL-COUNT)
                   MOVE JOBC-EMP-NAME TO WS-JL-EMP-NAME(WS-JL-COUNT)
                   MOVE JOBC-COMPANY-CODE
                       TO WS-JL-COMPANY-CODE(WS-JL-COUNT)
                   MOVE JOBC-DEPT-CODE TO WS-JL-DEPT-CODE(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-JP-SUB(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-HOURS(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-WAGES(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-TAX(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-BENEFIT(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-MATCH(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-WC(WS-JL-COUNT)
               ELSE
                   ADD 1 TO WS-JL-DROPPED
               END-IF
           END-IF
           EXIT.

       GATHER-PAYROLL-RUN.
           PERFORM LOAD-BENEFIT-PLANS
           OPEN INPUT TIME-ENTRY-FILE
           IF WS-TIME-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TIME-ENTRY-FILE, STATUS: '
                   WS-TIME-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 16
               PERFORM OPEN-BURDEN-FILES
               MOVE 0 TO WS-CURRENT-EMP-ID
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ TIME-ENTRY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF TIME-EMP-ID NOT = WS-CURRENT-EMP-ID
                               PERFORM FINISH-EMPLOYEE-COST
                               PERFORM START-EMPLOYEE-COST
                           END-IF
                           PERFORM GATHER-TIME-ENTRY
                   END-READ
               END-PERFORM
               PERFORM FINISH-EMPLOYEE-COST
               PERFORM CLOSE-BURDEN-FILES
               CLOSE TIME-ENTRY-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           EXIT.

       LOAD-BENEFIT-PLANS.
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BENPLAN-FILE-STATUS NOT = '00'
               DISPLAY 'NO BENEFIT PLAN MASTER, STATUS: '
                   WS-BENPLAN-FILE-STATUS
                   ' - NO BENEFIT EMPLOYER SHARE IN THE BURDEN'
           ELSE
               PERFORM UNTIL WS-BENPLAN-EOF = 'Y'
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-BENPLAN-EOF
                       NOT AT END
                           IF WS-BENPLAN-COUNT < 20
                               ADD 1 TO WS-BENPLAN-COUNT
                               MOVE BPLAN-CODE TO
                                   WS-BPL-CODE-TBL(WS-BENPLAN-COUNT)
                               MOVE 0 TO
                                   WS-BPL-SHARE-TBL(WS-BENPLAN-COUNT)
                               IF BPLAN-EMPLOYER-SHARE IS NUMERIC
                                   MOVE BPLAN-EMPLOYER-SHARE TO
                                       WS-BPL-SHARE-TBL
                                           (WS-BENPLAN-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF
           EXIT.

       OPEN-BURDEN-FILES.
      *>   ELIABFIL and WCDETAIL come from the same run, written in
      *>   employee order, and are matched to the time file as it
      *>   goes; each is primed with its first record here.
           OPEN INPUT BENEFIT-ENROLLMENT-FILE
           IF WS-ENRL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ENRL-OPEN
           ELSE
               DISPLAY 'NO BENEFIT ENROLLMENT FILE, STATUS: '
                   WS-ENRL-FILE-STATUS
                   ' - NO BENEFIT EMPLOYER SHARE IN THE BURDEN'
           END-IF
           OPEN INPUT EMPLOYER-LIABILITY-FILE
           IF WS-ELIAB-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ELIAB-OPEN
               MOVE 'N' TO WS-ELIAB-EOF
               PERFORM READ-EMPLOYER-LIABILITY
           ELSE
               DISPLAY 'NO EMPLOYER LIABILITY DETAIL, STATUS: '
                   WS-ELIAB-FILE-STATUS
                   ' - NO EMPLOYER TAXES OR MATCH IN THE BURDEN'
           END-IF
           OPEN INPUT WC-DETAIL-FILE
           IF WS-WCDETAIL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-WCDETAIL-OPEN
               MOVE 'N' TO WS-WCDETAIL-EOF
               PERFORM READ-WC-DETAIL
           ELSE
               DISPLAY 'NO WORKERS COMP DETAIL, STATUS: '
                   WS-WCDETAIL-FILE-STATUS
                   ' - NO COMP PREMIUM IN THE BURDEN'
           END-IF
           EXIT.

       CLOSE-BURDEN-FILES.
           IF WS-ENRL-OPEN = 'Y'
               CLOSE BENEFIT-ENROLLMENT-FILE
           END-IF
           IF WS-ELIAB-OPEN = 'Y'
               CLOSE EMPLOYER-LIABILITY-FILE
           END-IF
           IF WS-WCDETAIL-OPEN = 'Y'
               CLOSE WC-DETAIL-FILE
           END-IF
           EXIT.

       READ-EMPLOYER-LIABILITY.
           READ EMPLOYER-LIABILITY-FILE
               AT END
                   MOVE 'Y' TO WS-ELIAB-EOF
           END-READ
           EXIT.

       READ-WC-DETAIL.
           READ WC-DETAIL-FILE
               AT END
                   MOVE 'Y' TO WS-WCDETAIL-EOF
           END-READ
           EXIT.

       START-EMPLOYEE-COST.
           MOVE TIME-EMP-ID TO WS-CURRENT-EMP-ID
           MOVE 0 TO WS-BK-COUNT
           MOVE 0 TO WS-EMP-HOURS
           MOVE 0 TO WS-EMP-WAGES
           MOVE 'N' TO WS-EMP-ON-FILE
           MOVE 0 TO WS-EMP-RATE
           MOVE 52 TO WS-PERIODS-PER-YEAR
           MOVE TIME-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
                   MOVE SPACES TO COMPANY-CODE
                   MOVE SPACES TO DEPT-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-ON-FILE
                   EVALUATE PAY-FREQUENCY
                       WHEN 'B'
                           MOVE 26 TO WS-PERIODS-PER-YEAR
                       WHEN 'M'
                           MOVE 12 TO WS-PERIODS-PER-YEAR
                       WHEN OTHER
                           MOVE 52 TO WS-PERIODS-PER-YEAR
                   END-EVALUATE
                   IF PAY-TYPE = 'S'
                       COMPUTE WS-EMP-RATE ROUNDED =
                           SALARY-AMOUNT * WS-PERIODS-PER-YEAR / 2080
                   ELSE
                       MOVE HOURLY-RATE TO WS-EMP-RATE
                   END-IF
           END-READ
           EXIT.

       GATHER-TIME-ENTRY.
           IF TIME-PERIOD-END-DATE = WS-PERIOD-END AND
                   TIME-HOURS-WORKED IS NUMERIC
               ADD 1 TO WS-ENTRY-COUNT
               IF TIME-RATE-OVERRIDE IS NUMERIC AND
                       TIME-RATE-OVERRIDE > 0
                   MOVE TIME-RATE-OVERRIDE TO WS-ENTRY-RATE
               ELSE
                   MOVE WS-EMP-RATE TO WS-ENTRY-RATE
               END-IF
               MOVE 0 TO WS-BK-FOUND-SUB
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BK-COUNT
                   IF WS-BK-JOB-CODE(WS-BK-SUB) = TIME-JOB-CODE
                       MOVE WS-BK-SUB TO WS-BK-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-BK-FOUND-SUB = 0
                   IF WS-BK-COUNT < 20
                       ADD 1 TO WS-BK-COUNT
                       MOVE WS-BK-COUNT TO WS-BK-FOUND-SUB
                       MOVE TIME-JOB-CODE
                           TO WS-BK-JOB-CODE(WS-BK-COUNT)
                       MOVE 0 TO WS-BK-HOURS(WS-BK-COUNT)
                       MOVE 0 TO WS-BK-WAGES(WS-BK-COUNT)
                   ELSE
                       ADD 1 TO WS-BK-DROPPED
                       DISPLAY 'JOB-COST-REPORT: EMPLOYEE ' TIME-EMP-ID
                           ' CHARGED MORE THAN 20 JOB CODES - JOB '
                           TIME-JOB-CODE ' LEFT OFF'
                   END-IF
               END-IF
               IF WS-BK-FOUND-SUB > 0
                   ADD TIME-HOURS-WORKED
                       TO WS-BK-HOURS(WS-BK-FOUND-SUB)
                   COMPUTE WS-BK-WAGES(WS-BK-FOUND-SUB) ROUNDED =
                       WS-BK-WAGES(WS-BK-FOUND-SUB)
                       + TIME-HOURS-WORKED * WS-ENTRY-RATE
               END-IF
           END-IF
           EXIT.

       FINISH-EMPLOYEE-COST.
           IF WS-CURRENT-EMP-ID > 0 AND WS-BK-COUNT > 0
               PERFORM GATHER-EMPLOYEE-BURDEN
               MOVE WS-CURRENT-EMP-ID TO PHIST-EMP-ID
               MOVE WS-PERIOD-END TO PHIST-PERIOD-END-DATE
               MOVE 'N' TO WS-PAY-FOUND
               READ PAYROLL-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PHIST-RUN-TYPE NOT = 'V'
                           MOVE 'Y' TO WS-PAY-FOUND
                       END-IF
               END-READ
      *>       Hours nobody has been paid for cost nothing yet; they
      *>       are picked up by the run that pays them.
               IF WS-PAY-FOUND = 'N'
                   ADD 1 TO WS-UNPAID-COUNT
               ELSE
                   ADD 1 TO WS-PAID-COUNT
                   PERFORM ADD-PAYHIST-BURDEN
                   PERFORM ADD-BENEFIT-SHARE
                   PERFORM SHARE-PREMIUM-PAY
                   PERFORM SHARE-EMPLOYEE-BURDEN
               END-IF
           END-IF
           EXIT.

       GATHER-EMPLOYEE-BURDEN.
      *>   Every ELIABFIL and WCDETAIL record of the employee's is
      *>   taken - a bonus check in the same run carries burden too.
      *>   Records of employees with no time entries are passed by.
           MOVE 0 TO WS-EMP-TAX
           MOVE 0 TO WS-EMP-BENEFIT
           MOVE 0 TO WS-EMP-MATCH
           MOVE 0 TO WS-EMP-WC
           PERFORM UNTIL WS-ELIAB-EOF = 'Y'
                   OR ELIAB-EMP-ID > WS-CURRENT-EMP-ID
               IF ELIAB-EMP-ID = WS-CURRENT-EMP-ID
                   COMPUTE WS-EMP-TAX = WS-EMP-TAX + ELIAB-FICA-MATCH
                       + ELIAB-MEDICARE-MATCH + ELIAB-FUTA
                       + ELIAB-SUTA
                   ADD ELIAB-401K-MATCH TO WS-EMP-MATCH
               END-IF
               PERFORM READ-EMPLOYER-LIABILITY
           END-PERFORM
           PERFORM UNTIL WS-WCDETAIL-EOF = 'Y'
                   OR WCDT-EMP-ID > WS-CURRENT-EMP-ID
               IF WCDT-EMP-ID = WS-CURRENT-EMP-ID
                   ADD WCDT-PREMIUM TO WS-EMP-WC
               END-IF
               PERFORM READ-WC-DETAIL
           END-PERFORM
           EXIT.

       ADD-PAYHIST-BURDEN.
      *>   Employer SDI and PFL ride PAYHIST, not ELIABFIL.
           IF PHIST-SDI-ER-TAX IS NUMERIC
               ADD PHIST-SDI-ER-TAX TO WS-EMP-TAX
           END-IF
           IF PHIST-PFL-ER-TAX IS NUMERIC
               ADD PHIST-PFL-ER-TAX TO WS-EMP-TAX
           END-IF
           EXIT.

       ADD-BENEFIT-SHARE.
      *>   The plan's employer share is monthly, like the carrier's
      *>   bill; the check carries its pay frequency's part of it.
           IF WS-ENRL-OPEN = 'Y' AND WS-BENPLAN-COUNT > 0
               MOVE 'N' TO WS-ENRL-EOF
               MOVE WS-CURRENT-EMP-ID TO ENRL-EMP-ID
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
                           IF ENRL-EMP-ID NOT = WS-CURRENT-EMP-ID
                               MOVE 'Y' TO WS-ENRL-EOF
                           ELSE
                               PERFORM CHECK-ENROLLMENT-IN-FORCE
                               IF WS-ENROLLMENT-IN-FORCE = 'Y'
                                   PERFORM ADD-PLAN-EMPLOYER-SHARE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       CHECK-ENROLLMENT-IN-FORCE.
      *>   The same test the payroll run deducts the premium by.
           MOVE 'N' TO WS-ENROLLMENT-IN-FORCE
           IF ENRL-STATUS = 'A' OR ENRL-STATUS = 'P'
               IF ENRL-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-ENROLLMENT-IN-FORCE
               ELSE
               IF ENRL-EFFECTIVE-DATE <= WS-PERIOD-END
                   MOVE 'Y' TO WS-ENROLLMENT-IN-FORCE
               END-IF
               END-IF
           END-IF
           IF ENRL-STATUS = 'T' AND ENRL-END-DATE IS NUMERIC AND
                   PHIST-PERIOD-START-DATE IS NUMERIC
               IF ENRL-END-DATE >= PHIST-PERIOD-START-DATE
                   MOVE 'Y' TO WS-ENROLLMENT-IN-FORCE
               END-IF
           END-IF
           EXIT.

       ADD-PLAN-EMPLOYER-SHARE.
           PERFORM VARYING WS-BPL-SUB FROM 1 BY 1
                   UNTIL WS-BPL-SUB > WS-BENPLAN-COUNT
               IF WS-BPL-CODE-TBL(WS-BPL-SUB) = ENRL-PLAN-CODE
                   COMPUTE WS-EMP-BENEFIT ROUNDED = WS-EMP-BENEFIT
                       + WS-BPL-SHARE-TBL(WS-BPL-SUB) * 12
                       / WS-PERIODS-PER-YEAR
               END-IF
           END-PERFORM
           EXIT.

       SHARE-PREMIUM-PAY.
      *>   The time entries price straight time only. What the check
      *>   paid beyond it follows each job's part of the hours (the
      *>   last job takes what is left), so the burden after it is
      *>   shared on the wages actually paid. Imputed income is not
      *>   cash and is left out; a check that paid less than the
      *>   straight time leaves the entries as priced.
           MOVE 0 TO WS-STRAIGHT-WAGES
           MOVE 0 TO WS-STRAIGHT-HOURS
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT
               ADD WS-BK-WAGES(WS-BK-SUB) TO WS-STRAIGHT-WAGES
               ADD WS-BK-HOURS(WS-BK-SUB) TO WS-STRAIGHT-HOURS
           END-PERFORM
           COMPUTE WS-PREMIUM-CALC = PHIST-GROSS-PAY
               - WS-STRAIGHT-WAGES
           IF PHIST-IMPUTED-INCOME IS NUMERIC
               SUBTRACT PHIST-IMPUTED-INCOME FROM WS-PREMIUM-CALC
           END-IF
           IF WS-PREMIUM-CALC > 0
               MOVE WS-PREMIUM-CALC TO WS-EMP-PREMIUM
               MOVE WS-EMP-PREMIUM TO WS-REM-PREMIUM
               MOVE WS-BK-COUNT TO WS-LAST-BUCKET
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BK-COUNT
                   IF WS-BK-SUB = WS-LAST-BUCKET
                           OR WS-STRAIGHT-HOURS = 0
                       MOVE WS-REM-PREMIUM TO WS-SHARE-PREMIUM
                   ELSE
                       COMPUTE WS-SHARE-PREMIUM ROUNDED =
                           WS-EMP-PREMIUM * WS-BK-HOURS(WS-BK-SUB)
                           / WS-STRAIGHT-HOURS
                   END-IF
                   SUBTRACT WS-SHARE-PREMIUM FROM WS-REM-PREMIUM
                   ADD WS-SHARE-PREMIUM TO WS-BK-WAGES(WS-BK-SUB)
               END-PERFORM
           END-IF
           EXIT.

       SHARE-EMPLOYEE-BURDEN.
      *>   Each job's part of the burden follows its part of the
      *>   wages (of the hours, where nothing was priced); the last
      *>   job takes what is left so the pennies all land.
           MOVE 0 TO WS-SHARE-TOTAL
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT
               ADD WS-BK-WAGES(WS-BK-SUB) TO WS-EMP-WAGES
               ADD WS-BK-HOURS(WS-BK-SUB) TO WS-EMP-HOURS
           END-PERFORM
           IF WS-EMP-WAGES > 0
               MOVE WS-EMP-WAGES TO WS-SHARE-TOTAL
           ELSE
               MOVE WS-EMP-HOURS TO WS-SHARE-TOTAL
           END-IF
           MOVE WS-EMP-TAX TO WS-REM-TAX
           MOVE WS-EMP-BENEFIT TO WS-REM-BENEFIT
           MOVE WS-EMP-MATCH TO WS-REM-MATCH
           MOVE WS-EMP-WC TO WS-REM-WC
           MOVE WS-BK-COUNT TO WS-LAST-BUCKET
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT
               IF WS-EMP-WAGES > 0
                   MOVE WS-BK-WAGES(WS-BK-SUB) TO WS-SHARE-BASIS
               ELSE
                   MOVE WS-BK-HOURS(WS-BK-SUB) TO WS-SHARE-BASIS
               END-IF
               IF WS-BK-SUB = WS-LAST-BUCKET OR WS-SHARE-TOTAL = 0
                   MOVE WS-REM-TAX TO WS-SHARE-TAX
                   MOVE WS-REM-BENEFIT TO WS-SHARE-BENEFIT
                   MOVE WS-REM-MATCH TO WS-SHARE-MATCH
                   MOVE WS-REM-WC TO WS-SHARE-WC
               ELSE
                   COMPUTE WS-SHARE-TAX ROUNDED =
                       WS-EMP-TAX * WS-SHARE-BASIS / WS-SHARE-TOTAL
                   COMPUTE WS-SHARE-BENEFIT ROUNDED =
                       WS-EMP-BENEFIT * WS-SHARE-BASIS / WS-SHARE-TOTAL
                   COMPUTE WS-SHARE-MATCH ROUNDED =
                       WS-EMP-MATCH * WS-SHARE-BASIS / WS-SHARE-TOTAL
                   COMPUTE WS-SHARE-WC ROUNDED =
                       WS-EMP-WC * WS-SHARE-BASIS / WS-SHARE-TOTAL
               END-IF
               SUBTRACT WS-SHARE-TAX FROM WS-REM-TAX
               SUBTRACT WS-SHARE-BENEFIT FROM WS-REM-BENEFIT
               SUBTRACT WS-SHARE-MATCH FROM WS-REM-MATCH
               SUBTRACT WS-SHARE-WC FROM WS-REM-WC
               IF WS-BK-JOB-CODE(WS-BK-SUB) = SPACES
                   ADD WS-BK-HOURS(WS-BK-SUB) TO WS-OVERHEAD-HOURS
               ELSE
                   PERFORM ADD-RUN-LINE
               END-IF
           END-PERFORM
           EXIT.

       ADD-RUN-LINE.
           IF WS-JL-COUNT < 3000
               ADD 1 TO WS-JL-COUNT
               MOVE WS-BK-JOB-CODE(WS-BK-SUB)
                   TO WS-JL-JOB-CODE(WS-JL-COUNT)
               MOVE WS-CURRENT-EMP-ID TO WS-JL-EMP-ID(WS-JL-COUNT)
               MOVE EMP-NAME TO WS-JL-EMP-NAME(WS-JL-COUNT)
               MOVE COMPANY-CODE TO WS-JL-COMPANY-CODE(WS-JL-COUNT)
               MOVE DEPT-CODE TO WS-JL-DEPT-CODE(WS-JL-COUNT)
               MOVE 0 TO WS-JL-JP-SUB(WS-JL-COUNT)
               MOVE WS-BK-HOURS(WS-BK-SUB) TO WS-JL-HOURS(WS-JL-COUNT)
               MOVE WS-BK-WAGES(WS-BK-SUB) TO WS-JL-WAGES(WS-JL-COUNT)
               MOVE WS-SHARE-TAX TO WS-JL-TAX(WS-JL-COUNT)
               MOVE WS-SHARE-BENEFIT TO WS-JL-BENEFIT(WS-JL-COUNT)
               MOVE WS-SHARE-MATCH TO WS-JL-MATCH(WS-JL-COUNT)
               MOVE WS-SHARE-WC TO WS-JL-WC(WS-JL-COUNT)
           ELSE
               ADD 1 TO WS-JL-DROPPED
           END-IF
           EXIT.

       RESOLVE-JOB-PROJECTS.
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-COUNT
               MOVE 0 TO WS-JP-FOUND-SUB
               PERFORM VARYING WS-JP-SUB FROM 1 BY 1
                       UNTIL WS-JP-SUB > WS-JP-COUNT
                   IF WS-JP-JOB-CODE(WS-JP-SUB) =
                           WS-JL-JOB-CODE(WS-JL-SUB)
                       MOVE WS-JP-SUB TO WS-JP-FOUND-SUB
                   END-IF
               END-PERFORM
               MOVE WS-JP-FOUND-SUB TO WS-JL-JP-SUB(WS-JL-SUB)
               IF WS-JP-FOUND-SUB > 0
                   MOVE 'Y' TO WS-JP-HAS-LINES(WS-JP-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM
           EXIT.

       WRITE-JOB-COST-RECORDS.
           MOVE SPACES TO JOB-COST-RECORD
           IF WS-MONTH-MODE = 'Y'
               MOVE 'M' TO JOBC-FEED-TYPE
               MOVE WS-MONTH-END TO JOBC-PERIOD-END-DATE
           ELSE
               MOVE 'R' TO JOBC-FEED-TYPE
               MOVE WS-PERIOD-END TO JOBC-PERIOD-END-DATE
           END-IF
           MOVE WS-JL-JP-SUB(WS-JL-SUB) TO WS-JP-SUB
           IF WS-JP-SUB > 0
               MOVE WS-JP-PROJECT-CODE(WS-JP-SUB) TO JOBC-PROJECT-CODE
               MOVE WS-JP-CUSTOMER-CODE(WS-JP-SUB)
                   TO JOBC-CUSTOMER-CODE
               MOVE SPACE TO JOBC-EXCEPTION
           ELSE
               MOVE 'U' TO JOBC-EXCEPTION
           END-IF
           MOVE WS-JL-JOB-CODE(WS-JL-SUB) TO JOBC-JOB-CODE
           MOVE WS-JL-EMP-ID(WS-JL-SUB) TO JOBC-EMP-ID
           MOVE WS-JL-EMP-NAME(WS-JL-SUB) TO JOBC-EMP-NAME
           MOVE WS-JL-COMPANY-CODE(WS-JL-SUB) TO JOBC-COMPANY-CODE
           MOVE WS-JL-DEPT-CODE(WS-JL-SUB) TO JOBC-DEPT-CODE
           MOVE WS-JL-HOURS(WS-JL-SUB) TO JOBC-HOURS
           MOVE WS-JL-WAGES(WS-JL-SUB) TO JOBC-WAGES
           MOVE WS-JL-TAX(WS-JL-SUB) TO JOBC-EMPLOYER-TAX
           MOVE WS-JL-BENEFIT(WS-JL-SUB) TO JOBC-BENEFIT-COST
           MOVE WS-JL-MATCH(WS-JL-SUB) TO JOBC-401K-MATCH
           MOVE WS-JL-WC(WS-JL-SUB) TO JOBC-WC-PREMIUM
           COMPUTE JOBC-BURDENED-COST = WS-JL-WAGES(WS-JL-SUB)
               + WS-JL-TAX(WS-JL-SUB) + WS-JL-BENEFIT(WS-JL-SUB)
               + WS-JL-MATCH(WS-JL-SUB) + WS-JL-WC(WS-JL-SUB)
           MOVE 0 TO JOBC-BURDENED-RATE
           IF WS-JL-HOURS(WS-JL-SUB) > 0
               COMPUTE JOBC-BURDENED-RATE ROUNDED =
                   JOBC-BURDENED-COST / WS-JL-HOURS(WS-JL-SUB)
           END-IF
           IF WS-MONTH-MODE = 'N'
               WRITE JOB-COST-RECORD
           END-IF
           IF WS-JP-SUB > 0
               MOVE JOB-COST-RECORD TO JOB-COST-FEED-RECORD
               WRITE JOB-COST-FEED-RECORD
               ADD 1 TO WS-FEED-COUNT
           END-IF
           EXIT.

       PRINT-JOB-COST-REPORT.
           IF WS-MONTH-MODE = 'Y'
               MOVE ' - MONTH TO DATE THROUGH ' TO WS-HDG-SCOPE
               MOVE WS-MONTH-END TO WS-HDG-DATE
           ELSE
               MOVE ' - PAY PERIOD ENDING ' TO WS-HDG-SCOPE
               MOVE WS-PERIOD-END TO WS-HDG-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE JOB-COST-REPORT-LINE FROM WS-HEADING-1
           INITIALIZE WS-GRAND-TOTALS
      *>   A project prints where its first job code sits in the
      *>   table, with every job code of the project under it.
           PERFORM VARYING WS-JP-SUB FROM 1 BY 1
                   UNTIL WS-JP-SUB > WS-JP-COUNT
               PERFORM CHECK-FIRST-OF-PROJECT
               IF WS-PROJECT-SEEN = 'N' AND
                       WS-PROJECT-HAS-LINES = 'Y'
                   PERFORM PRINT-PROJECT
               END-IF
           END-PERFORM
           MOVE SPACES TO JOB-COST-REPORT-LINE
           WRITE JOB-COST-REPORT-LINE
           MOVE WS-GRAND-TOTALS TO WS-PRINT-AMOUNTS
           MOVE SPACES TO WS-DTL-JOB-CODE
           MOVE SPACES TO WS-DTL-EMP-ID
           MOVE 'GRAND TOTAL' TO WS-DTL-NAME
           PERFORM PRINT-AMOUNT-LINE
           PERFORM PRINT-JOB-EXCEPTIONS
           EXIT.

       CHECK-FIRST-OF-PROJECT.
           MOVE 'N' TO WS-PROJECT-SEEN
           MOVE 'N' TO WS-PROJECT-HAS-LINES
           PERFORM VARYING WS-JP-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JP-JOB-SUB > WS-JP-COUNT
               IF WS-JP-PROJECT-CODE(WS-JP-JOB-SUB) =
                       WS-JP-PROJECT-CODE(WS-JP-SUB)
                   IF WS-JP-JOB-SUB < WS-JP-SUB
                       MOVE 'Y' TO WS-PROJECT-SEEN
                   END-IF
                   IF WS-JP-HAS-LINES(WS-JP-JOB-SUB) = 'Y'
                       MOVE 'Y' TO WS-PROJECT-HAS-LINES
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PRINT-PROJECT.
           MOVE SPACES TO JOB-COST-REPORT-LINE
           WRITE JOB-COST-REPORT-LINE
           MOVE WS-JP-PROJECT-CODE(WS-JP-SUB) TO WS-PH-PROJECT-CODE
           MOVE WS-JP-PROJECT-NAME(WS-JP-SUB) TO WS-PH-PROJECT-NAME
           MOVE WS-JP-CUSTOMER-CODE(WS-JP-SUB) TO WS-PH-CUSTOMER-CODE
           MOVE WS-JP-CUSTOMER-NAME(WS-JP-SUB) TO WS-PH-CUSTOMER-NAME
           WRITE JOB-COST-REPORT-LINE FROM WS-PROJECT-HEADING
           WRITE JOB-COST-REPORT-LINE FROM WS-COLUMN-HEADING
           INITIALIZE WS-PROJECT-TOTALS
           PERFORM VARYING WS-JP-JOB-SUB FROM WS-JP-SUB BY 1
                   UNTIL WS-JP-JOB-SUB > WS-JP-COUNT
               IF WS-JP-PROJECT-CODE(WS-JP-JOB-SUB) =
                       WS-JP-PROJECT-CODE(WS-JP-SUB) AND
                       WS-JP-HAS-LINES(WS-JP-JOB-SUB) = 'Y'
                   PERFORM PRINT-JOB
               END-IF
           END-PERFORM
           MOVE WS-PROJECT-TOTALS TO WS-PRINT-AMOUNTS
           MOVE SPACES TO WS-DTL-JOB-CODE
           MOVE SPACES TO WS-DTL-EMP-ID
           MOVE 'PROJECT TOTAL' TO WS-DTL-NAME
           PERFORM PRINT-AMOUNT-LINE
           ADD WS-PT-HOURS TO WS-GT-HOURS
           ADD WS-PT-WAGES TO WS-GT-WAGES
           ADD WS-PT-TAX TO WS-GT-TAX
           ADD WS-PT-BENEFIT TO WS-GT-BENEFIT
           ADD WS-PT-MATCH TO WS-GT-MATCH
           ADD WS-PT-WC TO WS-GT-WC
           EXIT.

       PRINT-JOB.
           INITIALIZE WS-JOB-TOTALS
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-COUNT
               IF WS-JL-JP-SUB(WS-JL-SUB) = WS-JP-JOB-SUB
                   PERFORM PRINT-LINE-DETAIL
                   ADD WS-JL-HOURS(WS-JL-SUB) TO WS-JT-HOURS
                   ADD WS-JL-WAGES(WS-JL-SUB) TO WS-JT-WAGES
                   ADD WS-JL-TAX(WS-JL-SUB) TO WS-JT-TAX
                   ADD WS-JL-BENEFIT(WS-JL-SUB) TO WS-JT-BENEFIT
                   ADD WS-JL-MATCH(WS-JL-SUB) TO WS-JT-MATCH
                   ADD WS-JL-WC(WS-JL-SUB) TO WS-JT-WC
               END-IF
           END-PERFORM
           MOVE WS-JOB-TOTALS TO WS-PRINT-AMOUNTS
           MOVE WS-JP-JOB-CODE(WS-JP-JOB-SUB) TO WS-DTL-JOB-CODE
           MOVE SPACES TO WS-DTL-EMP-ID
           MOVE 'JOB TOTAL' TO WS-DTL-NAME
           PERFORM PRINT-AMOUNT-LINE
           MOVE SPACES TO JOB-COST-REPORT-LINE
           WRITE JOB-COST-REPORT-LINE
           ADD WS-JT-HOURS TO WS-PT-HOURS
           ADD WS-JT-WAGES TO WS-PT-WAGES
           ADD WS-JT-TAX TO WS-PT-TAX
           ADD WS-JT-BENEFIT TO WS-PT-BENEFIT
           ADD WS-JT-MATCH TO WS-PT-MATCH
           ADD WS-JT-WC TO WS-PT-WC
           EXIT.

       PRINT-LINE-DETAIL.
           MOVE WS-JL-HOURS(WS-JL-SUB) TO WS-PRT-HOURS
           MOVE WS-JL-WAGES(WS-JL-SUB) TO WS-PRT-WAGES
           MOVE WS-JL-TAX(WS-JL-SUB) TO WS-PRT-TAX
           MOVE WS-JL-BENEFIT(WS-JL-SUB) TO WS-PRT-BENEFIT
           MOVE WS-JL-MATCH(WS-JL-SUB) TO WS-PRT-MATCH
           MOVE WS-JL-WC(WS-JL-SUB) TO WS-PRT-WC
           MOVE WS-JL-JOB-CODE(WS-JL-SUB) TO WS-DTL-JOB-CODE
           MOVE WS-JL-EMP-ID(WS-JL-SUB) TO WS-DTL-EMP-ID
           MOVE WS-JL-EMP-NAME(WS-JL-SUB) TO WS-DTL-NAME
           PERFORM PRINT-AMOUNT-LINE
           EXIT.

       PRINT-AMOUNT-LINE.
           COMPUTE WS-BURDENED-COST = WS-PRT-WAGES + WS-PRT-TAX
               + WS-PRT-BENEFIT + WS-PRT-MATCH + WS-PRT-WC
           MOVE 0 TO WS-BURDENED-RATE
           IF WS-PRT-HOURS > 0
               COMPUTE WS-BURDENED-RATE ROUNDED =
                   WS-BURDENED-COST / WS-PRT-HOURS
           END-IF
           MOVE WS-PRT-HOURS TO WS-DTL-HOURS
           MOVE WS-PRT-WAGES TO WS-DTL-WAGES
           MOVE WS-PRT-TAX TO WS-DTL-TAX
           MOVE WS-PRT-BENEFIT TO WS-DTL-BENEFIT
           MOVE WS-PRT-MATCH TO WS-DTL-MATCH
           MOVE WS-PRT-WC TO WS-DTL-WC
           MOVE WS-BURDENED-COST TO WS-DTL-BURDENED
           MOVE WS-BURDENED-RATE TO WS-DTL-RATE
           WRITE JOB-COST-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       PRINT-JOB-EXCEPTIONS.
           MOVE SPACES TO JOB-COST-REPORT-LINE
           WRITE JOB-COST-REPORT-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE 'NONE' TO WS-EXH-NONE
               WRITE JOB-COST-REPORT-LINE FROM WS-EXCEPTION-HEADING
           ELSE
               MOVE 'ADD THEM TO JOBPROJ OR RECHARGE THE HOURS'
                   TO WS-EXH-NONE
               WRITE JOB-COST-REPORT-LINE FROM WS-EXCEPTION-HEADING
               WRITE JOB-COST-REPORT-LINE FROM WS-COLUMN-HEADING
               INITIALIZE WS-EXCEPTION-TOTALS
               PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                       UNTIL WS-JL-SUB > WS-JL-COUNT
                   IF WS-JL-JP-SUB(WS-JL-SUB) = 0
                       PERFORM PRINT-LINE-DETAIL
                       ADD WS-JL-HOURS(WS-JL-SUB) TO WS-XT-HOURS
                       ADD WS-JL-WAGES(WS-JL-SUB) TO WS-XT-WAGES
                       ADD WS-JL-TAX(WS-JL-SUB) TO WS-XT-TAX
                       ADD WS-JL-BENEFIT(WS-JL-SUB) TO WS-XT-BENEFIT
                       ADD WS-JL-MATCH(WS-JL-SUB) TO WS-XT-MATCH
                       ADD WS-JL-WC(WS-JL-SUB) TO WS-XT-WC
                   END-IF
               END-PERFORM
               MOVE WS-EXCEPTION-TOTALS TO WS-PRINT-AMOUNTS
               MOVE SPACES TO WS-DTL-JOB-CODE
               MOVE SPACES TO WS-DTL-EMP-ID
               MOVE 'EXCEPTION TOTAL' TO WS-DTL-NAME
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'LINES FED TO PROJECT ACCOUNTING' TO WS-MSG-TEXT
           MOVE WS-FEED-COUNT TO WS-MSG-COUNT
           WRITE JOB-COST-REPORT-LINE FROM WS-MESSAGE-LINE
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

