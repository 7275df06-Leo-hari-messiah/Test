       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertifiedPayroll.

      *> Weekly certified payroll for Davis-Bacon and state
      *> prevailing-wage contracts, run after the payroll that pays
      *> the week. Every time entry worked in the week on a job code
      *> the PREVWAGE table maps to a contract is gathered by
      *> contract, worker and craft classification into a WH-347
      *> style payroll: daily straight-time and overtime hours,
      *> rates, the gross earned on the project and on all work, the
      *> week's withholding and deductions and the net paid, from
      *> PAYHIST, followed by the statement of compliance.
      *>   - Overtime is the week's hours past 40 on all work,
      *>     counted day by day through the week and shared across
      *>     the day's jobs in proportion to their hours; it is paid
      *>     at time and a half of the job's straight rate, the same
      *>     premium EmployeePayroll pays.
      *>   - A worker whose work state has a daily-overtime rule in
      *>     OTRULE has the week priced through the same DailyOtCalc
      *>     the payroll run calls: when the daily split pays more,
      *>     each day's overtime is the day's hours past the daily
      *>     limit (all of the seventh consecutive day), plus the
      *>     straight time past the weekly hours. Double-time hours
      *>     print on the overtime line; their extra premium over
      *>     time and a half is in the project gross.
      *>   - PAYHIST figures for a pay period longer than the week
      *>     are taken at a seven-day share of the period.
      *>   - A worker whose straight rate on the job is under the
      *>     determination's base rate, or under base plus fringe
      *>     after credit for the employer's plan contributions
      *>     where the fringe is paid to plans, is an underpayment:
      *>     flagged on the line with the week's shortfall, listed
      *>     under the statement's exceptions, and ends the step
      *>     with condition code 4. So does a worker with hours on
      *>     the job whom no payroll has paid for the week yet.
      *> Nothing is updated; CPRRPT is the whole output.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVAILING-WAGE-FILE
            ASSIGN TO PREVWAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVWAGE-FILE-STATUS.

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

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT OT-RULE-FILE
            ASSIGN TO OTRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTRULE-FILE-STATUS.

           SELECT CERTIFIED-REPORT-FILE
            ASSIGN TO CPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PREVAILING-WAGE-FILE.
           COPY PWAGREC.

       FD  TIME-ENTRY-FILE.
           COPY TIMEREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  OT-RULE-FILE.
           COPY OTRLREC.

       FD  CERTIFIED-REPORT-FILE.
       01  CERTIFIED-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PREVWAGE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-TIME-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PHIST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PREVWAGE-EOF             PIC X    VALUE 'N'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-PHIST-EOF                PIC X    VALUE 'N'.
       01  WS-DEMO-OPEN                PIC X    VALUE 'N'.
       01  WS-PHIST-OPEN               PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> SYSIN: cols 1-8 week-ending date (blank = today), cols
      *> 10-13 the payroll number printed on every contract's
      *> payroll (blank = none).
       01  WS-CPR-PARM-CARD.
           05  WS-CPR-PARM-WEEK-END    PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CPR-PARM-PAYROLL-NO  PIC X(4).
           05  FILLER                  PIC X(67).
       01  WS-WEEK-END                 PIC 9(8) VALUE 0.
       01  WS-WEEK-START               PIC 9(8) VALUE 0.
       01  WS-PAYROLL-NO               PIC X(4) VALUE SPACES.
       01  WS-WEEK-DATES.
           05  WS-WEEK-DATE OCCURS 7 TIMES PIC 9(8).
       01  WS-DAY-SUB                  PIC 9(1) VALUE 0.
       01  WS-STMT-SUB                 PIC 9(2) VALUE 0.

      *> The live table, held whole; PrevWageMaint refuses to
      *> publish more records than this.
       01  WS-PW-TABLE.
           05  WS-PW-ENTRY OCCURS 300 TIMES.
               10  WS-PW-EFF-DATE      PIC 9(8).
               10  WS-PW-JOB-CODE      PIC X(4).
               10  WS-PW-CONTRACT-NO   PIC X(12).
               10  WS-PW-COMPANY-CODE  PIC X(3).
               10  WS-PW-PROJECT-NAME  PIC X(30).
               10  WS-PW-LOCATION      PIC X(20).
               10  WS-PW-WAGE-DET      PIC X(12).
               10  WS-PW-CRAFT         PIC X(20).
               10  WS-PW-BASE-RATE     PIC 9(3)V99.
               10  WS-PW-FRINGE-RATE   PIC 9(3)V99.
               10  WS-PW-FRINGE-METHOD PIC X(1).
       01  WS-PW-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PW-SUB                   PIC 9(3) VALUE 0.
       01  WS-PW-DROPPED               PIC 9(5) VALUE 0.
       01  WS-PW-FOUND-SUB             PIC 9(3) VALUE 0.
       01  WS-PW-FOUND-EFF-DATE        PIC 9(8) VALUE 0.

       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 50 TIMES.
               10  WS-CO-CODE          PIC X(3).
               10  WS-CO-NAME          PIC X(16).
       01  WS-CO-COUNT                 PIC 9(2) VALUE 0.
       01  WS-CO-SUB                   PIC 9(2) VALUE 0.

      *> One entry per contract worked in the week, in the order
      *> first met; each gets its own payroll and statement.
       01  WS-CONTRACT-TABLE.
           05  WS-CT-ENTRY OCCURS 50 TIMES.
               10  WS-CT-CONTRACT-NO   PIC X(12).
               10  WS-CT-COMPANY-CODE  PIC X(3).
               10  WS-CT-PROJECT-NAME  PIC X(30).
               10  WS-CT-LOCATION      PIC X(20).
               10  WS-CT-WAGE-DET      PIC X(12).
               10  WS-CT-PLANS-USED    PIC X(1).
               10  WS-CT-CASH-USED     PIC X(1).
               10  WS-CT-HOURS         PIC 9(5)V99.
               10  WS-CT-GROSS         PIC 9(7)V99.
               10  WS-CT-EXCEPTIONS    PIC 9(3).
       01  WS-CT-COUNT                 PIC 9(2) VALUE 0.
       01  WS-CT-SUB                   PIC 9(2) VALUE 0.
       01  WS-CT-FOUND-SUB             PIC 9(2) VALUE 0.

      *> One entry per contract, worker and classification - a
      *> two-line entry on the printed payroll.
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY OCCURS 1000 TIMES.
               10  WS-LN-CONTRACT-SUB  PIC 9(2).
               10  WS-LN-EMP-ID        PIC 9(5).
               10  WS-LN-NAME          PIC X(20).
               10  WS-LN-SSN-LAST4     PIC 9(4).
               10  WS-LN-CRAFT         PIC X(20).
               10  WS-LN-S-HOURS OCCURS 7 TIMES PIC 9(2)V99.
               10  WS-LN-O-HOURS OCCURS 7 TIMES PIC 9(2)V99.
               10  WS-LN-S-TOTAL       PIC 9(3)V99.
               10  WS-LN-O-TOTAL       PIC 9(3)V99.
               10  WS-LN-RATE          PIC 9(3)V99.
               10  WS-LN-OT-RATE       PIC 9(3)V99.
               10  WS-LN-PROJECT-GROSS PIC 9(5)V99.
               10  WS-LN-SHOW-PAY      PIC X(1).
               10  WS-LN-ALL-GROSS     PIC 9(5)V99.
               10  WS-LN-FICA          PIC 9(5)V99.
               10  WS-LN-WITHHELD      PIC 9(5)V99.
               10  WS-LN-OTHER-DED     PIC 9(5)V99.
               10  WS-LN-TOTAL-DED     PIC 9(5)V99.
               10  WS-LN-NET           PIC 9(5)V99.
               10  WS-LN-FLAG          PIC X(11).
               10  WS-LN-SHORTFALL     PIC 9(5)V99.
       01  WS-LN-COUNT                 PIC 9(4) VALUE 0.
       01  WS-LN-SUB                   PIC 9(4) VALUE 0.
       01  WS-LN-DROPPED               PIC 9(5) VALUE 0.
       01  WS-EMP-FIRST-LINE           PIC 9(4) VALUE 0.
       01  WS-PRIOR-LINE-SUB           PIC 9(4) VALUE 0.

      *> The worker whose time entries are being gathered: every
      *> hour of the week by day, and the prevailing-wage hours by
      *> table entry (one bucket per contract classification).
       01  WS-CURRENT-EMP-ID           PIC 9(5) VALUE 0.
       01  WS-EMP-ON-FILE              PIC X    VALUE 'N'.
       01  WS-EMP-RATE                 PIC 9(3)V99 VALUE 0.
       01  WS-ENTRY-RATE               PIC 9(3)V99 VALUE 0.
       01  WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 52.
       01  WS-SSN-WORK                 PIC 9(9) VALUE 0.
       01  WS-SSN-WORK-R REDEFINES WS-SSN-WORK.
           05  FILLER                  PIC 9(5).
           05  WS-SSN-LAST4            PIC 9(4).
       01  WS-DAY-TOTALS.
           05  WS-DAY-HOURS OCCURS 7 TIMES PIC 9(3)V99.
       01  WS-WEEK-HOURS               PIC 9(3)V99 VALUE 0.
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 10 TIMES.
               10  WS-BK-PW-SUB        PIC 9(3).
               10  WS-BK-HOURS OCCURS 7 TIMES PIC 9(3)V99.
               10  WS-BK-S-HOURS OCCURS 7 TIMES PIC 9(3)V99.
               10  WS-BK-O-HOURS OCCURS 7 TIMES PIC 9(3)V99.
               10  WS-BK-TOTAL-HOURS   PIC 9(3)V99.
               10  WS-BK-STRAIGHT-PAY  PIC 9(5)V99.
               10  WS-BK-DT-HOURS      PIC 9(3)V99.
       01  WS-BK-COUNT                 PIC 9(2) VALUE 0.
       01  WS-BK-SUB                   PIC 9(2) VALUE 0.
       01  WS-BK-FOUND-SUB             PIC 9(2) VALUE 0.
       01  WS-BK-DROPPED               PIC 9(5) VALUE 0.

      *> Overtime allocation through the week.
       01  WS-HOURS-BEFORE             PIC 9(3)V99 VALUE 0.
       01  WS-OVER-BEFORE              PIC 9(3)V99 VALUE 0.
       01  WS-OVER-AFTER               PIC 9(3)V99 VALUE 0.
       01  WS-DAY-OVERTIME             PIC 9(3)V99 VALUE 0.
       01  WS-DAY-DOUBLE               PIC 9(3)V99 VALUE 0.
       01  WS-BK-DAY-DT                PIC 9(3)V99 VALUE 0.

      *> State daily-overtime rules, loaded and picked exactly as
      *> the payroll run loads and picks them. The day columns hold
      *> the premium hours the daily split puts on each day of the
      *> week, overtime and double time together, and the double
      *> time alone.
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
       01  WS-EMP-WORK-STATE           PIC X(2) VALUE SPACES.
       01  WS-DAILY-OT-USED            PIC X    VALUE 'N'.
       01  WS-DT-FACTOR                PIC 9V99 VALUE 2.00.
       01  WS-DAILY-PREMIUM-DAYS.
           05  WS-DAY-PREMIUM OCCURS 7 TIMES PIC 9(3)V99.
           05  WS-DAY-DT-HOURS OCCURS 7 TIMES PIC 9(3)V99.
       01  WS-WEEK-STRAIGHT            PIC 9(3)V99 VALUE 0.
       01  WS-OTD-LINE-SUB             PIC 9(2) VALUE 0.
       01  WS-OTD-DESC-WORK.
           05  WS-OTD-DESC-KIND        PIC X(11).
           05  FILLER                  PIC X(1).
           05  WS-OTD-DESC-DATE        PIC 9(8).
           COPY OTDCALC.

      *> The week's pay from PAYHIST, at the week's share of the
      *> pay period.
       01  WS-PAY-FOUND                PIC X    VALUE 'N'.
       01  WS-PERIOD-DAYS              PIC 9(3) VALUE 0.
       01  WS-WEEK-SHARE               PIC 9V9(6) VALUE 0.
       01  WS-PAY-GROSS                PIC 9(5)V99 VALUE 0.
       01  WS-PAY-FICA                 PIC 9(5)V99 VALUE 0.
       01  WS-PAY-WITHHELD             PIC 9(5)V99 VALUE 0.
       01  WS-PAY-OTHER-DED            PIC 9(5)V99 VALUE 0.
       01  WS-PAY-TOTAL-DED            PIC 9(5)V99 VALUE 0.
       01  WS-PAY-NET                  PIC 9(5)V99 VALUE 0.
       01  WS-PAY-PLAN-MATCH           PIC 9(5)V99 VALUE 0.
       01  WS-PAY-WORK                 PIC S9(7)V99 VALUE 0.
       01  WS-PAY-CASH-NET             PIC S9(7)V99 VALUE 0.
       01  WS-PAY-NONCASH              PIC S9(7)V99 VALUE 0.
       01  WS-FRINGE-CREDIT            PIC 9(3)V99 VALUE 0.

      *> Compliance test for one line.
       01  WS-REQUIRED-RATE            PIC 9(3)V99 VALUE 0.
       01  WS-SHORT-PER-HOUR           PIC S9(3)V99 VALUE 0.
       01  WS-SHORT-FRINGE             PIC S9(3)V99 VALUE 0.
       01  WS-LINE-HOURS               PIC 9(3)V99 VALUE 0.

       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-LEAP-REM                 PIC 9(4) VALUE 0.
       01  WS-LEAP-Q                   PIC 9(4) VALUE 0.
       01  WS-LEAP-YEAR                PIC X    VALUE 'N'.

       01  WS-ENTRY-COUNT              PIC 9(7) VALUE 0.
       01  WS-PW-ENTRY-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNDERPAID-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNPAID-COUNT             PIC 9(5) VALUE 0.

       01  WS-CONTRACT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'PAYROLL (WH-347 FORMAT) - CERTIFIED     '.
           05  FILLER                  PIC X(12) VALUE 'CONTRACTOR: '.
           05  WS-CH1-CONTRACTOR       PIC X(16).
           05  FILLER                  PIC X(14) VALUE
               '  PAYROLL NO: '.
           05  WS-CH1-PAYROLL-NO       PIC X(4).
           05  FILLER                  PIC X(16) VALUE
               '  WEEK ENDING: '.
           05  WS-CH1-WEEK-END         PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
           05  WS-CH1-RUN-DATE         PIC 9(8).

       01  WS-CONTRACT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'CONTRACT: '.
           05  WS-CH2-CONTRACT-NO      PIC X(12).
           05  FILLER                  PIC X(11) VALUE '  PROJECT: '.
           05  WS-CH2-PROJECT          PIC X(30).
           05  FILLER                  PIC X(12) VALUE '  LOCATION: '.
           05  WS-CH2-LOCATION         PIC X(20).
           05  FILLER                  PIC X(12) VALUE '  WAGE DET: '.
           05  WS-CH2-WAGE-DET         PIC X(12).

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(29) VALUE
               'EMP   NAME                   '.
           05  WS-CC1-DAY OCCURS 7 TIMES.
               10  WS-CC1-MONTH        PIC 9(2).
               10  WS-CC1-SLASH        PIC X(1)  VALUE '/'.
               10  WS-CC1-DAY-NO       PIC 9(2).
               10  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               ' HOURS   RATE   PROJECT  ALL WORK  COMPLIANCE'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER                  PIC X(29) VALUE
               'SSN   CLASSIFICATION         '.
           05  FILLER                  PIC X(42) VALUE
               'S = STRAIGHT TIME  O = OVERTIME           '.
           05  FILLER                  PIC X(44) VALUE
               ' HOURS   RATE     FICA WITHHELD    OTHER  TO'.
           05  FILLER                  PIC X(15) VALUE
               'T DED   NET PAY'.

       01  WS-STRAIGHT-LINE.
           05  WS-STL-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STL-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE 'S'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STL-DAY OCCURS 7 TIMES.
               10  WS-STL-HOURS        PIC ZZ.99.
               10  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-STL-TOTAL            PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STL-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STL-PROJECT-GROSS    PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STL-ALL-GROSS        PIC ZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-STL-FLAG             PIC X(11).
           05  WS-STL-SHORTFALL        PIC ZZ,ZZ9.99
                                       BLANK WHEN ZERO.

       01  WS-OVERTIME-LINE.
           05  FILLER                  PIC X(1)  VALUE 'X'.
           05  WS-OTL-SSN-LAST4        PIC 9(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-CRAFT            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE 'O'.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-DAY OCCURS 7 TIMES.
               10  WS-OTL-HOURS        PIC ZZ.99.
               10  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-OTL-TOTAL            PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-FICA             PIC Z,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-WITHHELD         PIC Z,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-OTHER-DED        PIC Z,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-TOTAL-DED        PIC Z,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-OTL-NET              PIC ZZ,ZZ9.99
                                       BLANK WHEN ZERO.

       01  WS-CONTRACT-TOTAL-LINE.
           05  FILLER                  PIC X(40) VALUE
               'CONTRACT TOTALS - HOURS:                '.
           05  WS-CTL-HOURS            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE
               '   PROJECT GROSS: '.
           05  WS-CTL-GROSS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE
               '   UNDERPAYMENTS: '.
           05  WS-CTL-EXCEPTIONS       PIC ZZ9.

       01  WS-STATEMENT-PARTY-LINE.
           05  FILLER                  PIC X(44) VALUE
               '(1) THAT I PAY OR SUPERVISE THE PAYMENT OF T'.
           05  FILLER                  PIC X(23) VALUE
               'HE PERSONS EMPLOYED BY '.
           05  WS-SPL-CONTRACTOR       PIC X(16).
           05  FILLER                  PIC X(8)  VALUE ' ON THE '.
           05  WS-SPL-PROJECT          PIC X(30).
           05  FILLER                  PIC X(1)  VALUE ';'.

       01  WS-STATEMENT-PERIOD-LINE.
           05  FILLER                  PIC X(44) VALUE
               '    THAT DURING THE PAYROLL PERIOD COMMENCIN'.
           05  FILLER                  PIC X(5)  VALUE 'G ON '.
           05  WS-SPD-START            PIC 9(8).
           05  FILLER                  PIC X(12) VALUE ' AND ENDING '.
           05  WS-SPD-END              PIC 9(8).
           05  FILLER                  PIC X(44) VALUE
               ', ALL PERSONS EMPLOYED ON SAID PROJECT HAVE '.
           05  FILLER                  PIC X(5)  VALUE 'BEEN '.

       01  WS-STATEMENT-PLANS-LINE.
           05  FILLER                  PIC X(9)  VALUE '    (A) ['.
           05  WS-SPA-CHECK            PIC X(1).
           05  FILLER                  PIC X(2)  VALUE '] '.
           05  FILLER                  PIC X(44) VALUE
               'WHERE FRINGE BENEFITS ARE PAID TO APPROVED P'.
           05  FILLER                  PIC X(44) VALUE
               'LANS, FUNDS, OR PROGRAMS - IN ADDITION TO TH'.
           05  FILLER                  PIC X(19) VALUE
               'E BASIC HOURLY WAGE'.

       01  WS-STATEMENT-CASH-LINE.
           05  FILLER                  PIC X(9)  VALUE '    (B) ['.
           05  WS-SPC-CHECK            PIC X(1).
           05  FILLER                  PIC X(2)  VALUE '] '.
           05  FILLER                  PIC X(44) VALUE
               'WHERE FRINGE BENEFITS ARE PAID IN CASH - EAC'.
           05  FILLER                  PIC X(44) VALUE
               'H LABORER OR MECHANIC LISTED HAS BEEN PAID, '.
           05  FILLER                  PIC X(19) VALUE
               'AS INDICATED ON THE'.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(20) VALUE
               '    (C) EXCEPTIONS: '.
           05  WS-EXH-NONE             PIC X(44).

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  WS-EXL-CRAFT            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-FLAG             PIC X(11).
           05  FILLER                  PIC X(11) VALUE ' SHORTFALL '.
           05  WS-EXL-SHORTFALL        PIC ZZ,ZZ9.99.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(60).
           05  WS-MSG-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-STATEMENT-TEXT-VALUES.
           05  FILLER                  PIC X(44) VALUE
               '    PAID THE FULL WEEKLY WAGES EARNED, THAT '.
           05  FILLER                  PIC X(44) VALUE
               'NO REBATES HAVE BEEN OR WILL BE MADE EITHER '.
           05  FILLER                  PIC X(44) VALUE
               'DIRECTLY OR INDIRECTLY FROM THE FULL        '.
           05  FILLER                  PIC X(44) VALUE
               '    WAGES EARNED BY ANY PERSON, OTHER THAN P'.
           05  FILLER                  PIC X(44) VALUE
               'ERMISSIBLE DEDUCTIONS AS DEFINED IN REGULATI'.
           05  FILLER                  PIC X(44) VALUE
               'ONS, PART 3 (29 CFR SUBTITLE A).            '.
           05  FILLER                  PIC X(44) VALUE
               '(2) THAT ANY PAYROLLS OTHERWISE UNDER THIS C'.
           05  FILLER                  PIC X(44) VALUE
               'ONTRACT REQUIRED TO BE SUBMITTED FOR THE ABO'.
           05  FILLER                  PIC X(44) VALUE
               'VE PERIOD ARE CORRECT AND COMPLETE;         '.
           05  FILLER                  PIC X(44) VALUE
               '    THAT THE WAGE RATES FOR LABORERS OR MECH'.
           05  FILLER                  PIC X(44) VALUE
               'ANICS CONTAINED THEREIN ARE NOT LESS THAN TH'.
           05  FILLER                  PIC X(44) VALUE
               'E APPLICABLE WAGE RATES CONTAINED IN        '.
           05  FILLER                  PIC X(44) VALUE
               '    ANY WAGE DETERMINATION INCORPORATED INTO'.
           05  FILLER                  PIC X(44) VALUE
               ' THE CONTRACT; THAT THE CLASSIFICATIONS SET '.
           05  FILLER                  PIC X(44) VALUE
               'FORTH THEREIN FOR EACH LABORER OR           '.
           05  FILLER                  PIC X(44) VALUE
               '    MECHANIC CONFORM WITH THE WORK PERFORMED'.
           05  FILLER                  PIC X(44) VALUE
               '.                                           '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '(3) THAT ANY APPRENTICES EMPLOYED IN THE ABO'.
           05  FILLER                  PIC X(44) VALUE
               'VE PERIOD ARE DULY REGISTERED IN A BONA FIDE'.
           05  FILLER                  PIC X(44) VALUE
               ' APPRENTICESHIP PROGRAM REGISTERED          '.
           05  FILLER                  PIC X(44) VALUE
               '    WITH A STATE APPRENTICESHIP AGENCY RECOG'.
           05  FILLER                  PIC X(44) VALUE
               'NIZED BY THE OFFICE OF APPRENTICESHIP, U.S. '.
           05  FILLER                  PIC X(44) VALUE
               'DEPARTMENT OF LABOR, OR WITH THAT           '.
           05  FILLER                  PIC X(44) VALUE
               '    OFFICE.                                 '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '(4) THAT:                                   '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '            RATES PAID TO EACH LABORER OR ME'.
           05  FILLER                  PIC X(44) VALUE
               'CHANIC LISTED, PAYMENTS OF FRINGE BENEFITS A'.
           05  FILLER                  PIC X(44) VALUE
               'S LISTED IN THE CONTRACT HAVE BEEN OR WILL  '.
           05  FILLER                  PIC X(44) VALUE
               '            BE MADE TO APPROPRIATE PROGRAMS '.
           05  FILLER                  PIC X(44) VALUE
               'FOR THE BENEFIT OF SUCH EMPLOYEES, EXCEPT AS'.
           05  FILLER                  PIC X(44) VALUE
               ' NOTED IN (C) BELOW.                        '.
           05  FILLER                  PIC X(44) VALUE
               '            PAYROLL, AN AMOUNT NOT LESS THAN'.
           05  FILLER                  PIC X(44) VALUE
               ' THE SUM OF THE APPLICABLE BASIC HOURLY WAGE'.
           05  FILLER                  PIC X(44) VALUE
               ' RATE PLUS THE AMOUNT OF THE REQUIRED       '.
           05  FILLER                  PIC X(44) VALUE
               '            FRINGE BENEFITS AS LISTED IN THE'.
           05  FILLER                  PIC X(44) VALUE
               ' CONTRACT, EXCEPT AS NOTED IN (C) BELOW.    '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               'REMARKS:                                    '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               '                                            '.
           05  FILLER                  PIC X(44) VALUE
               'NAME AND TITLE: ____________________________'.
           05  FILLER                  PIC X(44) VALUE
               '____________   SIGNATURE: __________________'.
           05  FILLER                  PIC X(44) VALUE
               '______________________                      '.
           05  FILLER                  PIC X(44) VALUE
               'THE WILLFUL FALSIFICATION OF ANY OF THE ABOV'.
           05  FILLER                  PIC X(44) VALUE
               'E STATEMENTS MAY SUBJECT THE CONTRACTOR OR S'.
           05  FILLER                  PIC X(44) VALUE
               'UBCONTRACTOR TO CIVIL OR CRIMINAL           '.
           05  FILLER                  PIC X(44) VALUE
               'PROSECUTION. SEE SECTION 1001 OF TITLE 18 AN'.
           05  FILLER                  PIC X(44) VALUE
               'D SECTION 231 OF TITLE 31 OF THE UNITED STAT'.
           05  FILLER                  PIC X(44) VALUE
               'ES CODE.                                    '.
       01  WS-STATEMENT-TEXT REDEFINES WS-STATEMENT-TEXT-VALUES.
           05  WS-STMT-LINE OCCURS 19 TIMES PIC X(132).
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-CERTIFIED-PARAMETERS

           PERFORM LOAD-PREVAILING-WAGE-TABLE
           IF WS-PW-COUNT = 0
               DISPLAY 'CERTIFIED-PAYROLL: PREVWAGE TABLE MISSING OR '
                   'EMPTY - NO CONTRACT WORK TO CERTIFY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-OT-RULE-TABLE

           OPEN INPUT TIME-ENTRY-FILE
           IF WS-TIME-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TIME-ENTRY-FILE, STATUS: '
                   WS-TIME-FILE-STATUS
               MOVE 16 TO RETURN-CODE
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
                   ' - IDENTIFYING NUMBERS PRINT AS ZERO'
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PHIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PHIST-OPEN
           ELSE
               DISPLAY 'NO PAYROLL HISTORY FOUND, STATUS: '
                   WS-PHIST-FILE-STATUS
                   ' - NO WORKER CAN BE SHOWN AS PAID'
           END-IF
           OPEN OUTPUT CERTIFIED-REPORT-FILE

           MOVE 0 TO WS-CURRENT-EMP-ID
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ TIME-ENTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF TIME-EMP-ID NOT = WS-CURRENT-EMP-ID
                           PERFORM FINISH-WORKER-WEEK
                           PERFORM START-WORKER-WEEK
                       END-IF
                       PERFORM GATHER-TIME-ENTRY
               END-READ
           END-PERFORM
           PERFORM FINISH-WORKER-WEEK

           IF WS-CT-COUNT = 0
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 'NO PREVAILING-WAGE HOURS WORKED IN THE WEEK ENDING'
                   TO WS-MSG-TEXT
               WRITE CERTIFIED-REPORT-LINE FROM WS-MESSAGE-LINE
               MOVE WS-WEEK-END TO CERTIFIED-REPORT-LINE
               WRITE CERTIFIED-REPORT-LINE
           END-IF
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               PERFORM PRINT-CONTRACT-PAYROLL
           END-PERFORM

           CLOSE TIME-ENTRY-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-DEMO-OPEN = 'Y'
               CLOSE DEMOGRAPHICS-FILE
           END-IF
           IF WS-PHIST-OPEN = 'Y'
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           CLOSE CERTIFIED-REPORT-FILE

           IF WS-LN-DROPPED > 0 OR WS-BK-DROPPED > 0
               DISPLAY 'CERTIFIED-PAYROLL: ' WS-LN-DROPPED
                   ' PAYROLL LINES AND ' WS-BK-DROPPED
                   ' CLASSIFICATIONS PAST THE TABLE LIMITS LEFT OFF'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'CERTIFIED-PAYROLL CONTRACTS: ' WS-CT-COUNT
           DISPLAY 'CERTIFIED-PAYROLL UNDERPAYMENTS: '
               WS-UNDERPAID-COUNT
           DISPLAY 'CERTIFIED-PAYROLL WORKERS NOT YET PAID: '
               WS-UNPAID-COUNT
           IF RETURN-CODE = 0 AND
                   (WS-UNDERPAID-COUNT > 0 OR WS-UNPAID-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-CERTIFIED-PARAMETERS.
           MOVE SPACES TO WS-CPR-PARM-CARD
           ACCEPT WS-CPR-PARM-CARD FROM SYSIN
           IF WS-CPR-PARM-WEEK-END IS NUMERIC AND
                   WS-CPR-PARM-WEEK-END NOT = '00000000'
               MOVE WS-CPR-PARM-WEEK-END TO WS-WEEK-END
           ELSE
               MOVE WS-RUN-DATE TO WS-WEEK-END
           END-IF
           MOVE WS-CPR-PARM-PAYROLL-NO TO WS-PAYROLL-NO
      *>   The week is the seven days ending on the week-ending
      *>   date: back up six days, then walk forward.
           MOVE WS-WEEK-END TO WS-WORK-DATE
           PERFORM 6 TIMES
               PERFORM SUBTRACT-ONE-DAY
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-WEEK-START
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               MOVE WS-WORK-DATE TO WS-WEEK-DATE(WS-DAY-SUB)
               MOVE WS-WORK-MONTH TO WS-CC1-MONTH(WS-DAY-SUB)
               MOVE WS-WORK-DAY TO WS-CC1-DAY-NO(WS-DAY-SUB)
               PERFORM ADD-ONE-DAY
           END-PERFORM
           DISPLAY 'CERTIFIED-PAYROLL WEEK: ' WS-WEEK-START
               ' THROUGH ' WS-WEEK-END
           EXIT.

       LOAD-PREVAILING-WAGE-TABLE.
           OPEN INPUT PREVAILING-WAGE-FILE
           IF WS-PREVWAGE-FILE-STATUS NOT = '00'
               DISPLAY 'NO PREVAILING-WAGE TABLE FOUND, STATUS: '
                   WS-PREVWAGE-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-PREVWAGE-EOF = 'Y'
                   READ PREVAILING-WAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-PREVWAGE-EOF
                       NOT AT END
                           PERFORM STORE-PREVAILING-WAGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PREVAILING-WAGE-FILE
           END-IF
           IF WS-PW-DROPPED > 0
               DISPLAY 'CERTIFIED-PAYROLL: ' WS-PW-DROPPED
                   ' PREVWAGE RECORDS PAST THE 300-ENTRY LIMIT IGNORED'
           END-IF
           EXIT.

       STORE-PREVAILING-WAGE-ENTRY.
           IF PWAG-EFFECTIVE-DATE IS NUMERIC AND
                   PWAG-BASE-RATE IS NUMERIC AND
                   PWAG-FRINGE-RATE IS NUMERIC
               IF WS-PW-COUNT < 300
                   ADD 1 TO WS-PW-COUNT
                   MOVE PWAG-EFFECTIVE-DATE
                       TO WS-PW-EFF-DATE(WS-PW-COUNT)
                   MOVE PWAG-JOB-CODE TO WS-PW-JOB-CODE(WS-PW-COUNT)
                   MOVE PWAG-CONTRACT-NO
                       TO WS-PW-CONTRACT-NO(WS-PW-COUNT)
                   MOVE PWAG-COMPANY-CODE
                       TO WS-PW-COMPANY-CODE(WS-PW-COUNT)
                   MOVE PWAG-PROJECT-NAME
                       TO WS-PW-PROJECT-NAME(WS-PW-COUNT)
                   MOVE PWAG-PROJECT-LOCATION
                       TO WS-PW-LOCATION(WS-PW-COUNT)
                   MOVE PWAG-WAGE-DETERMINATION
                       TO WS-PW-WAGE-DET(WS-PW-COUNT)
                   MOVE PWAG-CRAFT TO WS-PW-CRAFT(WS-PW-COUNT)
                   MOVE PWAG-BASE-RATE TO WS-PW-BASE-RATE(WS-PW-COUNT)
                   MOVE PWAG-FRINGE-RATE
                       TO WS-PW-FRINGE-RATE(WS-PW-COUNT)
                   MOVE PWAG-FRINGE-METHOD
                       TO WS-PW-FRINGE-METHOD(WS-PW-COUNT)
               ELSE
                   ADD 1 TO WS-PW-DROPPED
               END-IF
           ELSE
               DISPLAY 'CERTIFIED-PAYROLL: NON-NUMERIC PREVWAGE '
                   'RECORD FOR JOB ' PWAG-JOB-CODE ' IGNORED'
           END-IF
           EXIT.

       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS = '00'
               PERFORM UNTIL WS-COMPMAST-EOF = 'Y'
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-COMPMAST-EOF
                       NOT AT END
                           IF WS-CO-COUNT < 50
                               ADD 1 TO WS-CO-COUNT
                               MOVE COMP-CODE TO WS-CO-CODE(WS-CO-COUNT)
                               MOVE COMP-NAME TO WS-CO-NAME(WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           ELSE
               DISPLAY 'NO COMPANY MASTER FOUND, STATUS: '
                   WS-COMPMAST-FILE-STATUS
                   ' - CONTRACTOR PRINTS AS ITS COMPANY CODE'
           END-IF
           EXIT.

       START-WORKER-WEEK.
           MOVE TIME-EMP-ID TO WS-CURRENT-EMP-ID
           MOVE 0 TO WS-BK-COUNT
           MOVE 0 TO WS-WEEK-HOURS
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               MOVE 0 TO WS-DAY-HOURS(WS-DAY-SUB)
           END-PERFORM
      *>   The rate an entry with no override is paid at.
           MOVE 'N' TO WS-EMP-ON-FILE
           MOVE 0 TO WS-EMP-RATE
           MOVE SPACES TO WS-EMP-WORK-STATE
           MOVE TIME-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-ON-FILE
                   MOVE WORK-STATE TO WS-EMP-WORK-STATE
                   IF PAY-TYPE = 'S'
                       EVALUATE PAY-FREQUENCY
                           WHEN 'B'
                               MOVE 26 TO WS-PERIODS-PER-YEAR
                           WHEN 'M'
                               MOVE 12 TO WS-PERIODS-PER-YEAR
                           WHEN OTHER
                               MOVE 52 TO WS-PERIODS-PER-YEAR
                       END-EVALUATE
                       COMPUTE WS-EMP-RATE ROUNDED =
                           SALARY-AMOUNT * WS-PERIODS-PER-YEAR / 2080
                   ELSE
                       MOVE HOURLY-RATE TO WS-EMP-RATE
                   END-IF
           END-READ
           EXIT.

       GATHER-TIME-ENTRY.
           MOVE 0 TO WS-DAY-SUB
           IF TIME-WORK-DATE IS NUMERIC AND
                   TIME-HOURS-WORKED IS NUMERIC
               IF TIME-WORK-DATE >= WS-WEEK-START AND
                       TIME-WORK-DATE <= WS-WEEK-END
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7 OR
                           WS-WEEK-DATE(WS-DAY-SUB) = TIME-WORK-DATE
                       CONTINUE
                   END-PERFORM
               END-IF
           END-IF
           IF WS-DAY-SUB > 0 AND WS-DAY-SUB <= 7
               ADD 1 TO WS-ENTRY-COUNT
               ADD TIME-HOURS-WORKED TO WS-DAY-HOURS(WS-DAY-SUB)
               ADD TIME-HOURS-WORKED TO WS-WEEK-HOURS
               PERFORM FIND-PREVAILING-WAGE-ENTRY
               IF WS-PW-FOUND-SUB > 0
                   ADD 1 TO WS-PW-ENTRY-COUNT
                   PERFORM ADD-TO-CLASSIFICATION
               END-IF
           END-IF
           EXIT.

       FIND-PREVAILING-WAGE-ENTRY.
      *>   The record for the entry's job code with the latest
      *>   effective date on or before the day it was worked.
           MOVE 0 TO WS-PW-FOUND-SUB
           MOVE 0 TO WS-PW-FOUND-EFF-DATE
           IF TIME-JOB-CODE NOT = SPACES
               PERFORM VARYING WS-PW-SUB FROM 1 BY 1
                       UNTIL WS-PW-SUB > WS-PW-COUNT
                   IF WS-PW-JOB-CODE(WS-PW-SUB) = TIME-JOB-CODE AND
                           WS-PW-EFF-DATE(WS-PW-SUB) <= TIME-WORK-DATE
                           AND WS-PW-EFF-DATE(WS-PW-SUB) >=
                           WS-PW-FOUND-EFF-DATE
                       MOVE WS-PW-SUB TO WS-PW-FOUND-SUB
                       MOVE WS-PW-EFF-DATE(WS-PW-SUB)
                           TO WS-PW-FOUND-EFF-DATE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       ADD-TO-CLASSIFICATION.
           MOVE 0 TO WS-BK-FOUND-SUB
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                   UNTIL WS-BK-SUB > WS-BK-COUNT
               IF WS-BK-PW-SUB(WS-BK-SUB) = WS-PW-FOUND-SUB
                   MOVE WS-BK-SUB TO WS-BK-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-BK-FOUND-SUB = 0
               IF WS-BK-COUNT < 10
                   ADD 1 TO WS-BK-COUNT
                   MOVE WS-BK-COUNT TO WS-BK-FOUND-SUB
                   MOVE WS-PW-FOUND-SUB TO WS-BK-PW-SUB(WS-BK-COUNT)
                   MOVE 0 TO WS-BK-TOTAL-HOURS(WS-BK-COUNT)
                   MOVE 0 TO WS-BK-STRAIGHT-PAY(WS-BK-COUNT)
                   MOVE 0 TO WS-BK-DT-HOURS(WS-BK-COUNT)
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7
                       MOVE 0 TO WS-BK-HOURS(WS-BK-COUNT, WS-DAY-SUB)
                       MOVE 0 TO WS-BK-S-HOURS(WS-BK-COUNT, WS-DAY-SUB)
                       MOVE 0 TO WS-BK-O-HOURS(WS-BK-COUNT, WS-DAY-SUB)
                   END-PERFORM
      *>           The search above left the day subscript behind;
      *>           find the entry's day again.
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7 OR
                           WS-WEEK-DATE(WS-DAY-SUB) = TIME-WORK-DATE
                       CONTINUE
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-BK-DROPPED
                   DISPLAY 'CERTIFIED-PAYROLL: EMPLOYEE ' TIME-EMP-ID
                       ' WORKED MORE THAN 10 CLASSIFICATIONS - JOB '
                       TIME-JOB-CODE ' LEFT OFF'
               END-IF
           END-IF
           IF WS-BK-FOUND-SUB > 0
               IF TIME-RATE-OVERRIDE IS NUMERIC AND
                       TIME-RATE-OVERRIDE > 0
                   MOVE TIME-RATE-OVERRIDE TO WS-ENTRY-RATE
               ELSE
                   MOVE WS-EMP-RATE TO WS-ENTRY-RATE
               END-IF
               ADD TIME-HOURS-WORKED
                   TO WS-BK-HOURS(WS-BK-FOUND-SUB, WS-DAY-SUB)
               ADD TIME-HOURS-WORKED
                   TO WS-BK-TOTAL-HOURS(WS-BK-FOUND-SUB)
               COMPUTE WS-BK-STRAIGHT-PAY(WS-BK-FOUND-SUB) ROUNDED =
                   WS-BK-STRAIGHT-PAY(WS-BK-FOUND-SUB)
                   + TIME-HOURS-WORKED * WS-ENTRY-RATE
           END-IF
           EXIT.

       FINISH-WORKER-WEEK.
           IF WS-CURRENT-EMP-ID > 0 AND WS-BK-COUNT > 0
               PERFORM ALLOCATE-OVERTIME
               PERFORM FIND-WEEK-PAY
               MOVE 0 TO WS-SSN-WORK
               IF WS-DEMO-OPEN = 'Y'
                   MOVE WS-CURRENT-EMP-ID TO DEMO-EMP-ID
                   READ DEMOGRAPHICS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DEMO-SSN IS NUMERIC
                               MOVE DEMO-SSN TO WS-SSN-WORK
                           END-IF
                   END-READ
               END-IF
               COMPUTE WS-EMP-FIRST-LINE = WS-LN-COUNT + 1
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BK-COUNT
                   PERFORM BUILD-CERTIFIED-LINE
               END-PERFORM
           END-IF
           EXIT.

       ALLOCATE-OVERTIME.
      *>   Day by day through the week: whatever carries the week
      *>   past 40 hours that day is overtime - or, in a daily-
      *>   overtime state where the daily split pays more, the
      *>   day's premium hours from it - shared across the day's
      *>   classifications by their hours.
           PERFORM APPLY-STATE-DAILY-OVERTIME
           MOVE 0 TO WS-HOURS-BEFORE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               MOVE 0 TO WS-DAY-DOUBLE
               IF WS-DAILY-OT-USED = 'Y'
                   MOVE WS-DAY-PREMIUM(WS-DAY-SUB) TO WS-DAY-OVERTIME
                   MOVE WS-DAY-DT-HOURS(WS-DAY-SUB) TO WS-DAY-DOUBLE
               ELSE
                   MOVE 0 TO WS-OVER-BEFORE
                   IF WS-HOURS-BEFORE > 40
                       COMPUTE WS-OVER-BEFORE = WS-HOURS-BEFORE - 40
                   END-IF
                   ADD WS-DAY-HOURS(WS-DAY-SUB) TO WS-HOURS-BEFORE
                   MOVE 0 TO WS-OVER-AFTER
                   IF WS-HOURS-BEFORE > 40
                       COMPUTE WS-OVER-AFTER = WS-HOURS-BEFORE - 40
                   END-IF
                   COMPUTE WS-DAY-OVERTIME =
                       WS-OVER-AFTER - WS-OVER-BEFORE
               END-IF
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > WS-BK-COUNT
                   MOVE 0 TO WS-BK-O-HOURS(WS-BK-SUB, WS-DAY-SUB)
                   IF WS-DAY-OVERTIME > 0 AND
                           WS-BK-HOURS(WS-BK-SUB, WS-DAY-SUB) > 0
                       COMPUTE WS-BK-O-HOURS(WS-BK-SUB, WS-DAY-SUB)
                           ROUNDED = WS-DAY-OVERTIME
                           * WS-BK-HOURS(WS-BK-SUB, WS-DAY-SUB)
                           / WS-DAY-HOURS(WS-DAY-SUB)
                   END-IF
                   IF WS-DAY-DOUBLE > 0 AND
                           WS-BK-HOURS(WS-BK-SUB, WS-DAY-SUB) > 0
                       COMPUTE WS-BK-DAY-DT ROUNDED = WS-DAY-DOUBLE
                           * WS-BK-HOURS(WS-BK-SUB, WS-DAY-SUB)
                           / WS-DAY-HOURS(WS-DAY-SUB)
                       ADD WS-BK-DAY-DT TO WS-BK-DT-HOURS(WS-BK-SUB)
                   END-IF
                   COMPUTE WS-BK-S-HOURS(WS-BK-SUB, WS-DAY-SUB) =
                       WS-BK-HOURS(WS-BK-SUB, WS-DAY-SUB)
                       - WS-BK-O-HOURS(WS-BK-SUB, WS-DAY-SUB)
               END-PERFORM
           END-PERFORM
           EXIT.

       APPLY-STATE-DAILY-OVERTIME.
      *>   The week's days on all work go to DailyOtCalc as one
      *>   workweek ending on the week-ending date, against the
      *>   weekly overtime already counted above 40. When the daily
      *>   split wins, its premium lines give each day's overtime
      *>   and double time; straight time left past the weekly
      *>   hours is overtime on the day it runs past them.
           MOVE 'N' TO WS-DAILY-OT-USED
           MOVE 2.00 TO WS-DT-FACTOR
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               MOVE 0 TO WS-DAY-PREMIUM(WS-DAY-SUB)
               MOVE 0 TO WS-DAY-DT-HOURS(WS-DAY-SUB)
           END-PERFORM
           PERFORM FIND-OT-RULE
           IF WS-OTR-PICK > 0 AND WS-WEEK-HOURS > 0
               MOVE WS-WEEK-END TO OTD-PERIOD-END-DATE
               MOVE WS-OTR-DAILY-OT(WS-OTR-PICK) TO OTD-DAILY-OT-HOURS
               MOVE WS-OTR-DAILY-DT(WS-OTR-PICK) TO OTD-DAILY-DT-HOURS
               MOVE WS-OTR-WEEKLY-OT(WS-OTR-PICK)
                   TO OTD-WEEKLY-OT-HOURS
               MOVE WS-OTR-SEVENTH-DAY(WS-OTR-PICK) TO OTD-SEVENTH-DAY
               MOVE WS-OTR-SEVENTH-DT(WS-OTR-PICK)
                   TO OTD-SEVENTH-DT-HOURS
               MOVE WS-OTR-DT-FACTOR(WS-OTR-PICK) TO OTD-DT-FACTOR
               MOVE 1.5 TO OTD-OT-FACTOR
               MOVE WS-EMP-RATE TO OTD-BASE-RATE
               COMPUTE OTD-STRAIGHT-EARNINGS ROUNDED =
                   WS-WEEK-HOURS * WS-EMP-RATE
               MOVE WS-WEEK-HOURS TO OTD-HOURS-WORKED
               MOVE 0 TO OTD-PERIOD-OT-HOURS
               IF WS-WEEK-HOURS > 40
                   COMPUTE OTD-PERIOD-OT-HOURS = WS-WEEK-HOURS - 40
               END-IF
               MOVE 0 TO OTD-ENTRY-COUNT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   IF WS-DAY-HOURS(WS-DAY-SUB) > 0
                       ADD 1 TO OTD-ENTRY-COUNT
                       MOVE WS-WEEK-DATE(WS-DAY-SUB)
                           TO OTD-ENTRY-DATE(OTD-ENTRY-COUNT)
                       MOVE WS-DAY-HOURS(WS-DAY-SUB)
                           TO OTD-ENTRY-HOURS(OTD-ENTRY-COUNT)
                   END-IF
               END-PERFORM
               CALL 'DailyOtCalc' USING OT-DAY-CALC-AREA
               IF OTD-DAILY-WINS = 'Y'
                   MOVE 'Y' TO WS-DAILY-OT-USED
                   MOVE OTD-DT-FACTOR TO WS-DT-FACTOR
                   PERFORM TAKE-DAILY-PREMIUM-LINES
               END-IF
           END-IF
           EXIT.

       TAKE-DAILY-PREMIUM-LINES.
           PERFORM VARYING WS-OTD-LINE-SUB FROM 1 BY 1
                   UNTIL WS-OTD-LINE-SUB > OTD-LINE-COUNT
               MOVE OTD-LINE-DESC(WS-OTD-LINE-SUB) TO WS-OTD-DESC-WORK
               IF WS-OTD-DESC-KIND NOT = 'WEEKLY OT'
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 7
                       IF WS-WEEK-DATE(WS-DAY-SUB) = WS-OTD-DESC-DATE
                           ADD OTD-LINE-HOURS(WS-OTD-LINE-SUB)
                               TO WS-DAY-PREMIUM(WS-DAY-SUB)
                           IF WS-OTD-DESC-KIND = 'DOUBLE TIME'
                               ADD OTD-LINE-HOURS(WS-OTD-LINE-SUB)
                                   TO WS-DAY-DT-HOURS(WS-DAY-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
      *>   The weekly spill, counted on the straight time the daily
      *>   split left, lands on the day that carries it past the
      *>   weekly hours - the same total DailyOtCalc paid.
           IF OTD-WEEKLY-OT-HOURS > 0
               MOVE 0 TO WS-WEEK-STRAIGHT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   MOVE 0 TO WS-OVER-BEFORE
                   IF WS-WEEK-STRAIGHT > OTD-WEEKLY-OT-HOURS
                       COMPUTE WS-OVER-BEFORE =
                           WS-WEEK-STRAIGHT - OTD-WEEKLY-OT-HOURS
                   END-IF
                   COMPUTE WS-WEEK-STRAIGHT = WS-WEEK-STRAIGHT
                       + WS-DAY-HOURS(WS-DAY-SUB)
                       - WS-DAY-PREMIUM(WS-DAY-SUB)
                   MOVE 0 TO WS-OVER-AFTER
                   IF WS-WEEK-STRAIGHT > OTD-WEEKLY-OT-HOURS
                       COMPUTE WS-OVER-AFTER =
                           WS-WEEK-STRAIGHT - OTD-WEEKLY-OT-HOURS
                   END-IF
                   COMPUTE WS-DAY-PREMIUM(WS-DAY-SUB) =
                       WS-DAY-PREMIUM(WS-DAY-SUB)
                       + WS-OVER-AFTER - WS-OVER-BEFORE
               END-PERFORM
           END-IF
           EXIT.

       FIND-OT-RULE.
           MOVE 0 TO WS-OTR-PICK
           IF WS-EMP-ON-FILE = 'Y'
               PERFORM VARYING WS-OTR-SUB FROM 1 BY 1
                       UNTIL WS-OTR-SUB > WS-OT-RULE-COUNT
                   IF WS-OTR-STATE(WS-OTR-SUB) = WS-EMP-WORK-STATE AND
                           WS-OTR-EFF-DATE(WS-OTR-SUB) <= WS-WEEK-END
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
           END-IF
           EXIT.

       LOAD-OT-RULE-TABLE.
           OPEN INPUT OT-RULE-FILE
           IF WS-OTRULE-FILE-STATUS NOT = '00'
               DISPLAY 'NO STATE OVERTIME RULE TABLE, STATUS: '
                   WS-OTRULE-FILE-STATUS
                   ' - OVERTIME COUNTED PAST 40 A WEEK ONLY'
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

       FIND-WEEK-PAY.
      *>   The PAYHIST record for the pay period the week ends in.
           MOVE 'N' TO WS-PAY-FOUND
           MOVE 0 TO WS-PAY-GROSS
           MOVE 0 TO WS-PAY-FICA
           MOVE 0 TO WS-PAY-WITHHELD
           MOVE 0 TO WS-PAY-OTHER-DED
           MOVE 0 TO WS-PAY-TOTAL-DED
           MOVE 0 TO WS-PAY-NET
           MOVE 0 TO WS-PAY-PLAN-MATCH
           MOVE 0 TO WS-FRINGE-CREDIT
           IF WS-PHIST-OPEN = 'Y'
               MOVE 'N' TO WS-PHIST-EOF
               MOVE WS-CURRENT-EMP-ID TO PHIST-EMP-ID
               MOVE WS-WEEK-END TO PHIST-PERIOD-END-DATE
               START PAYROLL-HISTORY-FILE KEY IS >= PHIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PHIST-EOF
               END-START
               IF WS-PHIST-EOF = 'N'
                   READ PAYROLL-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PHIST-EOF
                       NOT AT END
                           IF PHIST-EMP-ID = WS-CURRENT-EMP-ID AND
                                   PHIST-PERIOD-START-DATE IS NUMERIC
                               IF PHIST-PERIOD-START-DATE <=
                                       WS-WEEK-END AND
                                       PHIST-RUN-TYPE NOT = 'V'
                                   MOVE 'Y' TO WS-PAY-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-PAY-FOUND = 'Y'
               PERFORM SHARE-WEEK-PAY
           END-IF
           EXIT.

       SHARE-WEEK-PAY.
      *>   Days in the pay period, counted forward from its start.
           MOVE PHIST-PERIOD-START-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-PERIOD-DAYS
           PERFORM UNTIL WS-WORK-DATE >= PHIST-PERIOD-END-DATE
                   OR WS-PERIOD-DAYS > 366
               PERFORM ADD-ONE-DAY
               ADD 1 TO WS-PERIOD-DAYS
           END-PERFORM
           IF WS-PERIOD-DAYS > 7
               COMPUTE WS-WEEK-SHARE ROUNDED = 7 / WS-PERIOD-DAYS
           ELSE
               MOVE 1 TO WS-WEEK-SHARE
           END-IF
           COMPUTE WS-PAY-GROSS ROUNDED =
               PHIST-GROSS-PAY * WS-WEEK-SHARE
           COMPUTE WS-PAY-WITHHELD ROUNDED =
               (PHIST-FEDERAL-TAX + PHIST-STATE-TAX + PHIST-LOCAL-TAX)
               * WS-WEEK-SHARE
           MOVE 0 TO WS-PAY-WORK
           IF PHIST-DEDUCTIONS IS NUMERIC
               ADD PHIST-DEDUCTIONS TO WS-PAY-WORK
           END-IF
           IF PHIST-SDI-TAX IS NUMERIC
               ADD PHIST-SDI-TAX TO WS-PAY-WORK
           END-IF
           IF PHIST-PFL-TAX IS NUMERIC
               ADD PHIST-PFL-TAX TO WS-PAY-WORK
           END-IF
           COMPUTE WS-PAY-OTHER-DED ROUNDED =
               WS-PAY-WORK * WS-WEEK-SHARE
      *>   Net in history includes any expense reimbursement and
      *>   gross includes any imputed income; neither is a wage
      *>   paid or a deduction taken, so both come out first.
           MOVE PHIST-NET-PAY TO WS-PAY-CASH-NET
           IF PHIST-REIMBURSEMENT IS NUMERIC
               SUBTRACT PHIST-REIMBURSEMENT FROM WS-PAY-CASH-NET
           END-IF
           MOVE 0 TO WS-PAY-NONCASH
           IF PHIST-IMPUTED-INCOME IS NUMERIC
               MOVE PHIST-IMPUTED-INCOME TO WS-PAY-NONCASH
           END-IF
           COMPUTE WS-PAY-NET ROUNDED = WS-PAY-CASH-NET * WS-WEEK-SHARE
           COMPUTE WS-PAY-WORK ROUNDED =
               (PHIST-GROSS-PAY - WS-PAY-NONCASH - WS-PAY-CASH-NET)
               * WS-WEEK-SHARE
           IF WS-PAY-WORK < 0
               MOVE 0 TO WS-PAY-WORK
           END-IF
           MOVE WS-PAY-WORK TO WS-PAY-TOTAL-DED
      *>   Whatever total deductions leave after withholding and
      *>   the itemized deductions is the employee's FICA.
           COMPUTE WS-PAY-WORK = WS-PAY-TOTAL-DED - WS-PAY-WITHHELD
               - WS-PAY-OTHER-DED
           IF WS-PAY-WORK > 0
               MOVE WS-PAY-WORK TO WS-PAY-FICA
           END-IF
      *>   The employer's plan contribution for the week, spread over
      *>   every hour worked in it, is the fringe credit an hour.
           IF PHIST-401K-MATCH IS NUMERIC
               COMPUTE WS-PAY-PLAN-MATCH ROUNDED =
                   PHIST-401K-MATCH * WS-WEEK-SHARE
           END-IF
           IF WS-WEEK-HOURS > 0
               COMPUTE WS-FRINGE-CREDIT ROUNDED =
                   WS-PAY-PLAN-MATCH / WS-WEEK-HOURS
           END-IF
           EXIT.

       BUILD-CERTIFIED-LINE.
           MOVE WS-BK-PW-SUB(WS-BK-SUB) TO WS-PW-SUB
           PERFORM FIND-CONTRACT
           IF WS-CT-FOUND-SUB = 0 OR WS-LN-COUNT >= 1000
               ADD 1 TO WS-LN-DROPPED
           ELSE
               ADD 1 TO WS-LN-COUNT
               MOVE WS-LN-COUNT TO WS-LN-SUB
               PERFORM FILL-CERTIFIED-LINE
               PERFORM CHECK-PREVAILING-RATE
           END-IF
           EXIT.

       FIND-CONTRACT.
           MOVE 0 TO WS-CT-FOUND-SUB
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               IF WS-CT-CONTRACT-NO(WS-CT-SUB) =
                       WS-PW-CONTRACT-NO(WS-PW-SUB)
                   MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-CT-FOUND-SUB = 0
               IF WS-CT-COUNT < 50
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-FOUND-SUB
                   MOVE WS-PW-CONTRACT-NO(WS-PW-SUB)
                       TO WS-CT-CONTRACT-NO(WS-CT-COUNT)
                   MOVE WS-PW-COMPANY-CODE(WS-PW-SUB)
                       TO WS-CT-COMPANY-CODE(WS-CT-COUNT)
                   MOVE WS-PW-PROJECT-NAME(WS-PW-SUB)
                       TO WS-CT-PROJECT-NAME(WS-CT-COUNT)
                   MOVE WS-PW-LOCATION(WS-PW-SUB)
                       TO WS-CT-LOCATION(WS-CT-COUNT)
                   MOVE WS-PW-WAGE-DET(WS-PW-SUB)
                       TO WS-CT-WAGE-DET(WS-CT-COUNT)
                   MOVE 'N' TO WS-CT-PLANS-USED(WS-CT-COUNT)
                   MOVE 'N' TO WS-CT-CASH-USED(WS-CT-COUNT)
                   MOVE 0 TO WS-CT-HOURS(WS-CT-COUNT)
                   MOVE 0 TO WS-CT-GROSS(WS-CT-COUNT)
                   MOVE 0 TO WS-CT-EXCEPTIONS(WS-CT-COUNT)
               ELSE
                   DISPLAY 'CERTIFIED-PAYROLL: MORE THAN 50 CONTRACTS '
                       '- ' WS-PW-CONTRACT-NO(WS-PW-SUB) ' LEFT OFF'
               END-IF
           END-IF
           EXIT.

       FILL-CERTIFIED-LINE.
           MOVE WS-CT-FOUND-SUB TO WS-LN-CONTRACT-SUB(WS-LN-SUB)
           MOVE WS-CURRENT-EMP-ID TO WS-LN-EMP-ID(WS-LN-SUB)
           MOVE EMP-NAME TO WS-LN-NAME(WS-LN-SUB)
           MOVE WS-SSN-LAST4 TO WS-LN-SSN-LAST4(WS-LN-SUB)
           MOVE WS-PW-CRAFT(WS-PW-SUB) TO WS-LN-CRAFT(WS-LN-SUB)
           MOVE 0 TO WS-LN-S-TOTAL(WS-LN-SUB)
           MOVE 0 TO WS-LN-O-TOTAL(WS-LN-SUB)
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               MOVE WS-BK-S-HOURS(WS-BK-SUB, WS-DAY-SUB)
                   TO WS-LN-S-HOURS(WS-LN-SUB, WS-DAY-SUB)
               MOVE WS-BK-O-HOURS(WS-BK-SUB, WS-DAY-SUB)
                   TO WS-LN-O-HOURS(WS-LN-SUB, WS-DAY-SUB)
               ADD WS-BK-S-HOURS(WS-BK-SUB, WS-DAY-SUB)
                   TO WS-LN-S-TOTAL(WS-LN-SUB)
               ADD WS-BK-O-HOURS(WS-BK-SUB, WS-DAY-SUB)
                   TO WS-LN-O-TOTAL(WS-LN-SUB)
           END-PERFORM
      *>   The straight rate is the hours' average where entries on
      *>   the job carried different overrides.
           COMPUTE WS-LN-RATE(WS-LN-SUB) ROUNDED =
               WS-BK-STRAIGHT-PAY(WS-BK-SUB)
               / WS-BK-TOTAL-HOURS(WS-BK-SUB)
           COMPUTE WS-LN-OT-RATE(WS-LN-SUB) ROUNDED =
               WS-LN-RATE(WS-LN-SUB) * 1.5
           COMPUTE WS-LN-PROJECT-GROSS(WS-LN-SUB) ROUNDED =
               WS-BK-STRAIGHT-PAY(WS-BK-SUB)
               + WS-LN-O-TOTAL(WS-LN-SUB) * WS-LN-RATE(WS-LN-SUB) * 0.5
               + WS-BK-DT-HOURS(WS-BK-SUB) * WS-LN-RATE(WS-LN-SUB)
                   * (WS-DT-FACTOR - 1.5)

      *>   The week's pay and deductions print once per worker on
      *>   each contract's payroll, on their first classification.
           MOVE 'Y' TO WS-LN-SHOW-PAY(WS-LN-SUB)
           PERFORM VARYING WS-PRIOR-LINE-SUB FROM WS-EMP-FIRST-LINE
                   BY 1 UNTIL WS-PRIOR-LINE-SUB >= WS-LN-SUB
               IF WS-LN-CONTRACT-SUB(WS-PRIOR-LINE-SUB) =
                       WS-CT-FOUND-SUB
                   MOVE 'N' TO WS-LN-SHOW-PAY(WS-LN-SUB)
               END-IF
           END-PERFORM
           MOVE WS-PAY-GROSS TO WS-LN-ALL-GROSS(WS-LN-SUB)
           MOVE WS-PAY-FICA TO WS-LN-FICA(WS-LN-SUB)
           MOVE WS-PAY-WITHHELD TO WS-LN-WITHHELD(WS-LN-SUB)
           MOVE WS-PAY-OTHER-DED TO WS-LN-OTHER-DED(WS-LN-SUB)
           MOVE WS-PAY-TOTAL-DED TO WS-LN-TOTAL-DED(WS-LN-SUB)
           MOVE WS-PAY-NET TO WS-LN-NET(WS-LN-SUB)
           MOVE SPACES TO WS-LN-FLAG(WS-LN-SUB)
           MOVE 0 TO WS-LN-SHORTFALL(WS-LN-SUB)

           IF WS-PW-FRINGE-METHOD(WS-PW-SUB) = 'P'
               MOVE 'Y' TO WS-CT-PLANS-USED(WS-CT-FOUND-SUB)
           ELSE
               MOVE 'Y' TO WS-CT-CASH-USED(WS-CT-FOUND-SUB)
           END-IF
           ADD WS-BK-TOTAL-HOURS(WS-BK-SUB)
               TO WS-CT-HOURS(WS-CT-FOUND-SUB)
           ADD WS-LN-PROJECT-GROSS(WS-LN-SUB)
               TO WS-CT-GROSS(WS-CT-FOUND-SUB)
           EXIT.

       CHECK-PREVAILING-RATE.
      *>   The base rate must be paid in cash whatever the fringe
      *>   method; the fringe may be met in cash above the base or,
      *>   where it goes to plans, by the employer's contributions.
           MOVE WS-BK-TOTAL-HOURS(WS-BK-SUB) TO WS-LINE-HOURS
           COMPUTE WS-REQUIRED-RATE = WS-PW-BASE-RATE(WS-PW-SUB)
               + WS-PW-FRINGE-RATE(WS-PW-SUB)
           MOVE 0 TO WS-SHORT-PER-HOUR
           IF WS-LN-RATE(WS-LN-SUB) < WS-PW-BASE-RATE(WS-PW-SUB)
               COMPUTE WS-SHORT-PER-HOUR =
                   WS-PW-BASE-RATE(WS-PW-SUB) - WS-LN-RATE(WS-LN-SUB)
               MOVE 'UNDER BASE ' TO WS-LN-FLAG(WS-LN-SUB)
           END-IF
           IF WS-PW-FRINGE-METHOD(WS-PW-SUB) = 'P'
               COMPUTE WS-SHORT-FRINGE = WS-REQUIRED-RATE
                   - WS-LN-RATE(WS-LN-SUB) - WS-FRINGE-CREDIT
           ELSE
               COMPUTE WS-SHORT-FRINGE = WS-REQUIRED-RATE
                   - WS-LN-RATE(WS-LN-SUB)
           END-IF
           IF WS-SHORT-FRINGE > WS-SHORT-PER-HOUR
               MOVE WS-SHORT-FRINGE TO WS-SHORT-PER-HOUR
               IF WS-LN-FLAG(WS-LN-SUB) = SPACES
                   MOVE 'UNDER FRNGE' TO WS-LN-FLAG(WS-LN-SUB)
               END-IF
           END-IF
           IF WS-SHORT-PER-HOUR > 0
               COMPUTE WS-LN-SHORTFALL(WS-LN-SUB) ROUNDED =
                   WS-SHORT-PER-HOUR * WS-LINE-HOURS
               ADD 1 TO WS-UNDERPAID-COUNT
               ADD 1 TO WS-CT-EXCEPTIONS(WS-CT-FOUND-SUB)
           ELSE
               IF WS-PAY-FOUND = 'N'
                   MOVE 'NOT PAID   ' TO WS-LN-FLAG(WS-LN-SUB)
                   ADD 1 TO WS-UNPAID-COUNT
               END-IF
           END-IF
           EXIT.

       PRINT-CONTRACT-PAYROLL.
           MOVE WS-CT-COMPANY-CODE(WS-CT-SUB) TO WS-CH1-CONTRACTOR
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
               IF WS-CO-CODE(WS-CO-SUB) = WS-CT-COMPANY-CODE(WS-CT-SUB)
                   MOVE WS-CO-NAME(WS-CO-SUB) TO WS-CH1-CONTRACTOR
               END-IF
           END-PERFORM
           MOVE WS-PAYROLL-NO TO WS-CH1-PAYROLL-NO
           MOVE WS-WEEK-END TO WS-CH1-WEEK-END
           MOVE WS-RUN-DATE TO WS-CH1-RUN-DATE
           MOVE WS-CT-CONTRACT-NO(WS-CT-SUB) TO WS-CH2-CONTRACT-NO
           MOVE WS-CT-PROJECT-NAME(WS-CT-SUB) TO WS-CH2-PROJECT
           MOVE WS-CT-LOCATION(WS-CT-SUB) TO WS-CH2-LOCATION
           MOVE WS-CT-WAGE-DET(WS-CT-SUB) TO WS-CH2-WAGE-DET
           IF WS-CT-SUB > 1
               MOVE SPACES TO CERTIFIED-REPORT-LINE
               WRITE CERTIFIED-REPORT-LINE
           END-IF
           WRITE CERTIFIED-REPORT-LINE FROM WS-CONTRACT-HEADING-1
           WRITE CERTIFIED-REPORT-LINE FROM WS-CONTRACT-HEADING-2
           MOVE SPACES TO CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE CERTIFIED-REPORT-LINE FROM WS-COLUMN-HEADING-2

           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-CONTRACT-SUB(WS-LN-SUB) = WS-CT-SUB
                   PERFORM PRINT-WORKER-LINES
               END-IF
           END-PERFORM

           MOVE WS-CT-HOURS(WS-CT-SUB) TO WS-CTL-HOURS
           MOVE WS-CT-GROSS(WS-CT-SUB) TO WS-CTL-GROSS
           MOVE WS-CT-EXCEPTIONS(WS-CT-SUB) TO WS-CTL-EXCEPTIONS
           MOVE SPACES TO CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE FROM WS-CONTRACT-TOTAL-LINE
           PERFORM PRINT-STATEMENT-OF-COMPLIANCE
           EXIT.

       PRINT-WORKER-LINES.
           MOVE WS-LN-EMP-ID(WS-LN-SUB) TO WS-STL-EMP-ID
           MOVE WS-LN-NAME(WS-LN-SUB) TO WS-STL-NAME
           MOVE WS-LN-SSN-LAST4(WS-LN-SUB) TO WS-OTL-SSN-LAST4
           MOVE WS-LN-CRAFT(WS-LN-SUB) TO WS-OTL-CRAFT
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               MOVE WS-LN-S-HOURS(WS-LN-SUB, WS-DAY-SUB)
                   TO WS-STL-HOURS(WS-DAY-SUB)
               MOVE WS-LN-O-HOURS(WS-LN-SUB, WS-DAY-SUB)
                   TO WS-OTL-HOURS(WS-DAY-SUB)
           END-PERFORM
           MOVE WS-LN-S-TOTAL(WS-LN-SUB) TO WS-STL-TOTAL
           MOVE WS-LN-O-TOTAL(WS-LN-SUB) TO WS-OTL-TOTAL
           MOVE WS-LN-RATE(WS-LN-SUB) TO WS-STL-RATE
           MOVE WS-LN-OT-RATE(WS-LN-SUB) TO WS-OTL-RATE
           MOVE WS-LN-PROJECT-GROSS(WS-LN-SUB) TO WS-STL-PROJECT-GROSS
           MOVE WS-LN-FLAG(WS-LN-SUB) TO WS-STL-FLAG
           IF WS-LN-SHORTFALL(WS-LN-SUB) > 0
               MOVE WS-LN-SHORTFALL(WS-LN-SUB) TO WS-STL-SHORTFALL
           ELSE
               MOVE 0 TO WS-STL-SHORTFALL
           END-IF
           IF WS-LN-SHOW-PAY(WS-LN-SUB) = 'Y'
               MOVE WS-LN-ALL-GROSS(WS-LN-SUB) TO WS-STL-ALL-GROSS
               MOVE WS-LN-FICA(WS-LN-SUB) TO WS-OTL-FICA
               MOVE WS-LN-WITHHELD(WS-LN-SUB) TO WS-OTL-WITHHELD
               MOVE WS-LN-OTHER-DED(WS-LN-SUB) TO WS-OTL-OTHER-DED
               MOVE WS-LN-TOTAL-DED(WS-LN-SUB) TO WS-OTL-TOTAL-DED
               MOVE WS-LN-NET(WS-LN-SUB) TO WS-OTL-NET
           ELSE
               MOVE 0 TO WS-STL-ALL-GROSS
               MOVE 0 TO WS-OTL-FICA
               MOVE 0 TO WS-OTL-WITHHELD
               MOVE 0 TO WS-OTL-OTHER-DED
               MOVE 0 TO WS-OTL-TOTAL-DED
               MOVE 0 TO WS-OTL-NET
           END-IF
           WRITE CERTIFIED-REPORT-LINE FROM WS-STRAIGHT-LINE
           WRITE CERTIFIED-REPORT-LINE FROM WS-OVERTIME-LINE
           EXIT.

       PRINT-STATEMENT-OF-COMPLIANCE.
           MOVE SPACES TO CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE
           MOVE 'STATEMENT OF COMPLIANCE' TO CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE
           MOVE SPACES TO CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE
           MOVE WS-CH1-CONTRACTOR TO WS-SPL-CONTRACTOR
           MOVE WS-CT-PROJECT-NAME(WS-CT-SUB) TO WS-SPL-PROJECT
           WRITE CERTIFIED-REPORT-LINE FROM WS-STATEMENT-PARTY-LINE
           MOVE WS-WEEK-START TO WS-SPD-START
           MOVE WS-WEEK-END TO WS-SPD-END
           WRITE CERTIFIED-REPORT-LINE FROM WS-STATEMENT-PERIOD-LINE
           PERFORM VARYING WS-STMT-SUB FROM 1 BY 1
                   UNTIL WS-STMT-SUB > 9
               WRITE CERTIFIED-REPORT-LINE
                   FROM WS-STMT-LINE(WS-STMT-SUB)
           END-PERFORM
           WRITE CERTIFIED-REPORT-LINE FROM WS-STMT-LINE(10)

           MOVE SPACE TO WS-SPA-CHECK
           IF WS-CT-PLANS-USED(WS-CT-SUB) = 'Y'
               MOVE 'X' TO WS-SPA-CHECK
           END-IF
           WRITE CERTIFIED-REPORT-LINE FROM WS-STATEMENT-PLANS-LINE
           WRITE CERTIFIED-REPORT-LINE FROM WS-STMT-LINE(11)
           WRITE CERTIFIED-REPORT-LINE FROM WS-STMT-LINE(12)
           MOVE SPACE TO WS-SPC-CHECK
           IF WS-CT-CASH-USED(WS-CT-SUB) = 'Y'
               MOVE 'X' TO WS-SPC-CHECK
           END-IF
           WRITE CERTIFIED-REPORT-LINE FROM WS-STATEMENT-CASH-LINE
           WRITE CERTIFIED-REPORT-LINE FROM WS-STMT-LINE(13)
           WRITE CERTIFIED-REPORT-LINE FROM WS-STMT-LINE(14)

           IF WS-CT-EXCEPTIONS(WS-CT-SUB) = 0
               MOVE 'NONE' TO WS-EXH-NONE
           ELSE
               MOVE 'UNDERPAYMENTS - CORRECT BEFORE SIGNING'
                   TO WS-EXH-NONE
           END-IF
           WRITE CERTIFIED-REPORT-LINE FROM WS-EXCEPTION-HEADING
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               IF WS-LN-CONTRACT-SUB(WS-LN-SUB) = WS-CT-SUB AND
                       WS-LN-SHORTFALL(WS-LN-SUB) > 0
                   MOVE WS-LN-CRAFT(WS-LN-SUB) TO WS-EXL-CRAFT
                   MOVE WS-LN-NAME(WS-LN-SUB) TO WS-EXL-NAME
                   MOVE WS-LN-FLAG(WS-LN-SUB) TO WS-EXL-FLAG
                   MOVE WS-LN-SHORTFALL(WS-LN-SUB) TO WS-EXL-SHORTFALL
                   WRITE CERTIFIED-REPORT-LINE FROM WS-EXCEPTION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CERTIFIED-REPORT-LINE
           WRITE CERTIFIED-REPORT-LINE
           PERFORM VARYING WS-STMT-SUB FROM 15 BY 1
                   UNTIL WS-STMT-SUB > 19
               WRITE CERTIFIED-REPORT-LINE
                   FROM WS-STMT-LINE(WS-STMT-SUB)
           END-PERFORM
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

