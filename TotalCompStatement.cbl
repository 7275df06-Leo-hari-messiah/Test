       IDENTIFICATION DIVISION.
       PROGRAM-ID. TotalCompStatement.

      *> Annual total compensation (total rewards) statement. One
      *> statement per employee paid or covered in the tax year -
      *> contractors never - showing what the company spent on them
      *> beyond the wages and withholding the W-2 shows:
      *>   - cash compensation: the year's gross from the closed YTD
      *>     record (the YTDARCH generation YearEndClose wrote, plus
      *>     the CYTDARCH images of companies the employee
      *>     transferred out of), split into pay for time worked,
      *>     paid vacation and paid sick leave. Leave is valued at
      *>     the master HOURLY-RATE, as LeaveLiabilityReport values
      *>     it, on the hours banked on each payment in PAYHIST;
      *>   - employer-paid taxes: the Social Security and Medicare
      *>     match, FUTA and SUTA from the year's EMPLOYER-LIABILITY
      *>     detail (every run's ELIABFIL of the tax year, which
      *>     W2PROC01 rolls off into one year-end archive generation
      *>     in employee order), and the employer SDI and PFL
      *>     banked on each payment in PAYHIST;
      *>   - benefits: the employer share of each plan the employee
      *>     was enrolled in (BENPLAN share, monthly, for each month
      *>     of the year the ENRLFILE enrollment was in force - the
      *>     401(k) plan excepted, whose employer money is the match)
      *>     and the workers' comp premium from the year's WCDETAIL,
      *>     rolled off and sorted the same way;
      *>   - retirement: the 401(k) match from EMPLOYER-LIABILITY.
      *> Each section prints its lines with their percentage of the
      *> section, and its total with its percentage of the whole.
      *> The vacation and sick hours accrued in the year are shown
      *> with their value below the total - earned, but paid only
      *> when taken, so not added in. The mailing block is the legal
      *> name and address on DEMOFILE.
      *> TCRPT lists every statement exception, then ties each
      *> company's statements back to the general ledger: the wages,
      *> the employer tax and match, and the comp premium on the
      *> statements (plus the same costs of anyone paid without a
      *> statement) against the expense lines of the year's GL
      *> journals (every run's GL interface and reversal lines,
      *> rolled off by W2PROC01 the same way), each line placed by
      *> the GLMAP category its account maps to. An employee
      *> appears under the company they ended the year with. The
      *> benefit employer share and accrued leave are not posted by
      *> the payroll run and are shown without a ledger figure.
      *> Condition code 4: a statement exception (no mailing
      *> address, leave not banked on history, a plan missing from
      *> the plan master), an optional input missing, pay for an
      *> employee not on the master, or a company that does not tie.
      *> Run once a year in January, after W2PROC01 has closed the
      *> tax year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT YTD-ARCHIVE-FILE
            ASSIGN TO YTDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDARCH-FILE-STATUS.

           SELECT COMPANY-YTD-ARCHIVE-FILE
            ASSIGN TO CYTDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYTDARCH-FILE-STATUS.

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

           SELECT EMPLOYER-LIABILITY-FILE
            ASSIGN TO ELIABSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIAB-FILE-STATUS.

           SELECT WC-DETAIL-FILE
            ASSIGN TO WCDETSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCDETAIL-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT GL-MAP-FILE
            ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
            ASSIGN TO GLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFILE-FILE-STATUS.

           SELECT STATEMENT-FILE
            ASSIGN TO TCSTMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-FILE
            ASSIGN TO TCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD          PIC X(412).

       FD  COMPANY-YTD-ARCHIVE-FILE.
           COPY CYTDREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  BENEFIT-PLAN-FILE.
           COPY BENREC.

       FD  BENEFIT-ENROLLMENT-FILE.
           COPY ENRLREC.

      *> EmployeePayroll's per-run employer liability detail, every
      *> run of the tax year in the year-end archive, by EMP-ID.
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

      *> The per-run workers' comp premium detail, archived the same
      *> way.
       FD  WC-DETAIL-FILE.
       01  WC-DETAIL-RECORD.
           05  WCDT-EMP-ID             PIC 9(5).
           05  WCDT-CLASS-CODE         PIC X(4).
           05  WCDT-STATE              PIC X(2).
           05  WCDT-WAGE-BASE          PIC 9(7)V99.
           05  WCDT-PREMIUM            PIC 9(5)V99.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-DEPT-CODE            PIC X(4).
           05  GL-ACCOUNT-CODE         PIC X(10).
           05  GL-ACCOUNT-NAME         PIC X(20).
           05  GL-DEBIT-CREDIT         PIC X(1).
           05  GL-AMOUNT               PIC 9(9)V99.
           05  GL-COMPANY-CODE         PIC X(3).

       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  STATEMENT-LINE              PIC X(132).

       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONTROL-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-YTDARCH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CYTDARCH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CYTDARCH-OPEN            PIC X    VALUE 'N'.
       01  WS-CYTDARCH-EOF             PIC X    VALUE 'Y'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PHIST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PHIST-OPEN               PIC X    VALUE 'N'.
       01  WS-PHIST-EOF                PIC X    VALUE 'N'.
       01  WS-BENPLAN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BENPLAN-EOF              PIC X    VALUE 'N'.
       01  WS-ENRL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ENRL-OPEN                PIC X    VALUE 'N'.
       01  WS-ENRL-EOF                 PIC X    VALUE 'N'.
       01  WS-ELIAB-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ELIAB-OPEN               PIC X    VALUE 'N'.
       01  WS-ELIAB-EOF                PIC X    VALUE 'Y'.
       01  WS-WCDETAIL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-WCDETAIL-OPEN            PIC X    VALUE 'N'.
       01  WS-WCDETAIL-EOF             PIC X    VALUE 'Y'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-GLMAP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-GLMAP-EOF                PIC X    VALUE 'N'.
       01  WS-GLFILE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-GLFILE-OPEN              PIC X    VALUE 'N'.
       01  WS-GLFILE-EOF               PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-YTDARCH-EOF              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> SYSIN card:
      *>   cols 1-4   tax year (blank = the year W2PROC would close:
      *>              the prior year when run before July)
       01  WS-TCS-PARM-CARD.
           05  WS-PARM-TAX-YEAR        PIC X(4).
           05  FILLER                  PIC X(76).

       01  WS-YEAR-START               PIC 9(8) VALUE 0.
       01  WS-YEAR-END                 PIC 9(8) VALUE 0.
       01  WS-YEAR-END-R REDEFINES WS-YEAR-END.
           05  WS-TAX-YEAR             PIC 9(4).
           05  WS-TAX-MMDD             PIC 9(4).

       01  WS-FIRST-COMPANY-CODE       PIC X(3) VALUE SPACES.

      *> Companies on COMPMAST, with what their statements, their
      *> payees without a statement, and their ledger carry. A
      *> company found on the files but not on COMPMAST is added as
      *> it turns up.
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES.
               10  WS-CO-CODE          PIC X(3).
               10  WS-CO-NAME          PIC X(16).
               10  WS-CO-STATEMENTS    PIC 9(7).
               10  WS-CO-TRANSFERRED   PIC 9(7).
               10  WS-CO-WAGES         PIC S9(11)V99.
               10  WS-CO-WORKED        PIC S9(11)V99.
               10  WS-CO-VAC-USED      PIC S9(11)V99.
               10  WS-CO-SICK-USED     PIC S9(11)V99.
               10  WS-CO-FICA          PIC S9(11)V99.
               10  WS-CO-MEDICARE      PIC S9(11)V99.
               10  WS-CO-FUTA          PIC S9(11)V99.
               10  WS-CO-SUTA          PIC S9(11)V99.
               10  WS-CO-SDI-ER        PIC S9(11)V99.
               10  WS-CO-MATCH         PIC S9(11)V99.
               10  WS-CO-BENEFIT       PIC S9(11)V99.
               10  WS-CO-WC            PIC S9(11)V99.
               10  WS-CO-TOTAL-COMP    PIC S9(11)V99.
               10  WS-CO-LEAVE-ACCRUED PIC S9(11)V99.
               10  WS-CO-NS-WAGES      PIC S9(11)V99.
               10  WS-CO-NS-TAX        PIC S9(11)V99.
               10  WS-CO-NS-WC         PIC S9(11)V99.
               10  WS-CO-GL-WAGES      PIC S9(11)V99.
               10  WS-CO-GL-TAX        PIC S9(11)V99.
               10  WS-CO-GL-WC         PIC S9(11)V99.
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CO-SUB                   PIC 9(2) VALUE 0.
       01  WS-CO-HIT                   PIC 9(2) VALUE 0.
       01  WS-CO-SEARCH                PIC X(3) VALUE SPACES.

      *> Benefit plans: the employer share is monthly, like the
      *> carrier's bill.
       01  WS-BENPLAN-TABLE.
           05  WS-BPL-ENTRY OCCURS 20 TIMES.
               10  WS-BPL-CODE-TBL     PIC X(4).
               10  WS-BPL-DESC-TBL     PIC X(20).
               10  WS-BPL-CLASS-TBL    PIC X(1).
               10  WS-BPL-SHARE-TBL    PIC 9(3)V99.
       01  WS-BENPLAN-COUNT            PIC 9(2) VALUE 0.
       01  WS-BPL-SUB                  PIC 9(2) VALUE 0.
       01  WS-BPL-HIT                  PIC 9(2) VALUE 0.

      *> The expense-side GLMAP rows, for placing a ledger line by
      *> the account it was posted to.
       01  WS-GL-MAP-TABLE.
           05  WS-GL-MAP-ENTRY OCCURS 300 TIMES.
               10  WS-GLM-COMPANY-TBL  PIC X(3).
               10  WS-GLM-DEPT-TBL     PIC X(4).
               10  WS-GLM-CATEGORY-TBL PIC X(4).
               10  WS-GLM-ACCOUNT-TBL  PIC X(10).
       01  WS-GL-MAP-COUNT             PIC 9(3) VALUE 0.
       01  WS-GLM-SUB                  PIC 9(3) VALUE 0.
       01  WS-GLM-HIT                  PIC 9(3) VALUE 0.
       01  WS-GLM-SK-DEPT              PIC X(4) VALUE SPACES.
       01  WS-GL-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-GL-SIGNED-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  WS-GL-LINES-READ            PIC 9(7) VALUE 0.
       01  WS-GL-LINES-TIED            PIC 9(7) VALUE 0.

      *> The closed YTD record for the tax year, matched to the
      *> master on employee id; both are in employee id order.
           COPY YTDREC.
       01  WS-CUR-HAS-YTD              PIC X    VALUE 'N'.
       01  WS-SAVED-YTD-RECORD         PIC X(412) VALUE SPACES.

       01  WS-DEMO-FOUND               PIC X    VALUE 'N'.
       01  WS-CUR-COMPANY              PIC X(3) VALUE SPACES.
       01  WS-CUR-TRANSFERRED          PIC X    VALUE 'N'.
       01  WS-CUR-TERM-DATE            PIC 9(8) VALUE 0.
       01  WS-CUR-RATE                 PIC 9(2)V99 VALUE 0.
       01  WS-CUR-GROSS                PIC S9(9)V99 VALUE 0.
       01  WS-CUR-WORKED               PIC S9(9)V99 VALUE 0.
       01  WS-CUR-FICA                 PIC S9(9)V99 VALUE 0.
       01  WS-CUR-MEDICARE             PIC S9(9)V99 VALUE 0.
       01  WS-CUR-FUTA                 PIC S9(9)V99 VALUE 0.
       01  WS-CUR-SUTA                 PIC S9(9)V99 VALUE 0.
       01  WS-CUR-SDI-ER               PIC S9(9)V99 VALUE 0.
       01  WS-CUR-MATCH                PIC S9(9)V99 VALUE 0.
       01  WS-CUR-WC                   PIC S9(9)V99 VALUE 0.
       01  WS-CUR-BENEFIT              PIC S9(9)V99 VALUE 0.
       01  WS-CUR-VAC-TAKEN-HRS        PIC 9(5)V99 VALUE 0.
       01  WS-CUR-SICK-TAKEN-HRS       PIC 9(5)V99 VALUE 0.
       01  WS-CUR-VAC-ACCRUED-HRS      PIC 9(5)V99 VALUE 0.
       01  WS-CUR-SICK-ACCRUED-HRS     PIC 9(5)V99 VALUE 0.
       01  WS-CUR-VAC-USED             PIC S9(9)V99 VALUE 0.
       01  WS-CUR-SICK-USED            PIC S9(9)V99 VALUE 0.
       01  WS-CUR-VAC-ACCRUED          PIC S9(9)V99 VALUE 0.
       01  WS-CUR-SICK-ACCRUED         PIC S9(9)V99 VALUE 0.
       01  WS-CUR-UNBANKED-LEAVE       PIC 9(3) VALUE 0.
       01  WS-CUR-CASH-TOTAL           PIC S9(9)V99 VALUE 0.
       01  WS-CUR-TAX-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-CUR-BENEFITS-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-CUR-RETIRE-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-CUR-TOTAL-COMP           PIC S9(9)V99 VALUE 0.
       01  WS-CUR-LEAVE-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-CUR-NOTE                 PIC X(60) VALUE SPACES.

      *> The employee's plans with an employer share this year.
       01  WS-CUR-PLAN-TABLE.
           05  WS-CPL-ENTRY OCCURS 10 TIMES.
               10  WS-CPL-DESC         PIC X(20).
               10  WS-CPL-MONTHS       PIC 9(2).
               10  WS-CPL-AMOUNT       PIC S9(9)V99.
       01  WS-CUR-PLAN-COUNT           PIC 9(2) VALUE 0.
       01  WS-CPL-SUB                  PIC 9(2) VALUE 0.
       01  WS-CUR-MISSING-PLAN         PIC X(4) VALUE SPACES.

      *> Months of the tax year an enrollment was in force.
       01  WS-ENR-START                PIC 9(8) VALUE 0.
       01  WS-ENR-START-R REDEFINES WS-ENR-START.
           05  WS-ENR-START-YYYY       PIC 9(4).
           05  WS-ENR-START-MM         PIC 9(2).
           05  WS-ENR-START-DD         PIC 9(2).
       01  WS-ENR-END                  PIC 9(8) VALUE 0.
       01  WS-ENR-END-R REDEFINES WS-ENR-END.
           05  WS-ENR-END-YYYY         PIC 9(4).
           05  WS-ENR-END-MM           PIC 9(2).
           05  WS-ENR-END-DD           PIC 9(2).
       01  WS-ENR-MONTHS               PIC 9(2) VALUE 0.
       01  WS-ENR-SHARE                PIC S9(9)V99 VALUE 0.

      *> Percentage work area.
       01  WS-PCT-AMOUNT               PIC S9(11)V99 VALUE 0.
       01  WS-PCT-BASE                 PIC S9(11)V99 VALUE 0.
       01  WS-PCT-RESULT               PIC 9(3)V9 VALUE 0.

       01  WS-EMPLOYEES-READ           PIC 9(7) VALUE 0.
       01  WS-STATEMENT-COUNT          PIC 9(7) VALUE 0.
       01  WS-CONTRACTOR-COUNT         PIC 9(7) VALUE 0.
       01  WS-OUT-OF-SCOPE-COUNT       PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-UNBANKED-COUNT           PIC 9(7) VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(7) VALUE 0.
       01  WS-ORPHAN-WAGES             PIC S9(11)V99 VALUE 0.
       01  WS-ORPHAN-TAX               PIC S9(11)V99 VALUE 0.
       01  WS-ORPHAN-WC                PIC S9(11)V99 VALUE 0.
       01  WS-UNTIED-COMPANY-COUNT     PIC 9(2) VALUE 0.
       01  WS-LAST-ORPHAN-ID           PIC 9(5) VALUE 0.

      *> Grand totals for the tie, every company together.
       01  WS-GT-WAGES                 PIC S9(11)V99 VALUE 0.
       01  WS-GT-TAX                   PIC S9(11)V99 VALUE 0.
       01  WS-GT-WC                    PIC S9(11)V99 VALUE 0.
       01  WS-GT-NS-WAGES              PIC S9(11)V99 VALUE 0.
       01  WS-GT-NS-TAX                PIC S9(11)V99 VALUE 0.
       01  WS-GT-NS-WC                 PIC S9(11)V99 VALUE 0.
       01  WS-GT-GL-WAGES              PIC S9(11)V99 VALUE 0.
       01  WS-GT-GL-TAX                PIC S9(11)V99 VALUE 0.
       01  WS-GT-GL-WC                 PIC S9(11)V99 VALUE 0.
       01  WS-GT-BENEFIT               PIC S9(11)V99 VALUE 0.
       01  WS-GT-LEAVE-ACCRUED         PIC S9(11)V99 VALUE 0.
       01  WS-GT-TOTAL-COMP            PIC S9(11)V99 VALUE 0.
       01  WS-TIE-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01  WS-CO-UNTIED                PIC X    VALUE 'N'.

      *> Statement layout.
       01  WS-ST-TITLE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(31) VALUE
               'TOTAL COMPENSATION STATEMENT - '.
           05  WS-STT-TAX-YEAR         PIC 9(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-STT-COMPANY-NAME     PIC X(16).

       01  WS-ST-ADDRESS-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-STA-TEXT             PIC X(35).

       01  WS-ST-CITY-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-STC-CITY             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STC-STATE            PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STC-ZIP              PIC X(10).

       01  WS-ST-ID-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'EMPLOYEE '.
           05  WS-STI-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               '   DEPARTMENT '.
           05  WS-STI-DEPT             PIC X(4).

       01  WS-ST-TEXT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-STX-TEXT             PIC X(78).

       01  WS-ST-SECTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-STS-TITLE            PIC X(40).
           05  FILLER                  PIC X(12) VALUE
               '      AMOUNT'.
           05  FILLER                  PIC X(11) VALUE
               '    PERCENT'.

       01  WS-ST-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-STD-LABEL            PIC X(38).
           05  WS-STD-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-STD-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(1)  VALUE '%'.
           05  WS-STD-NOTE             PIC X(12).

       01  WS-ST-LEAVE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-STL-LABEL            PIC X(20).
           05  WS-STL-HOURS            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(9)  VALUE ' HOURS   '.
           05  WS-STL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-STL-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(1)  VALUE '%'.

      *> Control report layout.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'TOTAL COMPENSATION STATEMENTS - CONTROL '.
           05  FILLER                  PIC X(17) VALUE
               'REPORT  TAX YEAR '.
           05  WS-HDG-TAX-YEAR         PIC 9(4).
           05  FILLER                  PIC X(12) VALUE
               '  RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'STATEMENT EXCEPTIONS'.

       01  WS-EXCEPTION-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               '  EMP-ID NAME                   NOTE'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-NAME             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-NOTE             PIC X(60).

       01  WS-COMPANY-HEADING.
           05  FILLER                  PIC X(8)  VALUE 'COMPANY '.
           05  WS-CHD-CODE             PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CHD-NAME             PIC X(24).
           05  FILLER                  PIC X(13) VALUE
               '  STATEMENTS '.
           05  WS-CHD-STATEMENTS       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(25) VALUE
               '  TRANSFERRED IN DURING '.
           05  WS-CHD-TRANSFERRED      PIC Z,ZZZ,ZZ9.

       01  WS-COMPONENT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               '    ON THE STATEMENTS                   '.
           05  FILLER                  PIC X(30) VALUE
               '          AMOUNT    PERCENT'.

       01  WS-COMPONENT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-CMP-LABEL            PIC X(36).
           05  WS-CMP-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-CMP-PCT              PIC ZZ9.9.
           05  WS-CMP-PCT-SIGN         PIC X(1).

       01  WS-TIE-HEADING.
           05  FILLER                  PIC X(32) VALUE
               '    TIE TO THE GENERAL LEDGER   '.
           05  FILLER                  PIC X(32) VALUE
               '      STATEMENTS    NO STATEMENT'.
           05  FILLER                  PIC X(32) VALUE
               '       GL POSTED      DIFFERENCE'.

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-TIE-LABEL            PIC X(28).
           05  WS-TIE-STATEMENTS       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-TIE-NO-STATEMENT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-TIE-GL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-TIE-DIFF             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TIE-NOTE             PIC X(30).

       01  WS-UNPOSTED-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-UNP-LABEL            PIC X(28).
           05  WS-UNP-STATEMENTS       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-UNP-NOTE             PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(100).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TCS-PARM-CARD
           ACCEPT WS-TCS-PARM-CARD FROM SYSIN
           PERFORM SET-TAX-YEAR
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-BENEFIT-PLANS
           PERFORM LOAD-GL-MAP

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT YTD-ARCHIVE-FILE
           IF WS-YTDARCH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING YTD-ARCHIVE-FILE, STATUS: '
                   WS-YTDARCH-FILE-STATUS
                   ' - THE TAX YEAR MUST BE CLOSED FIRST'
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEMOGRAPHICS-FILE, STATUS: '
                   WS-DEMO-FILE-STATUS
                   ' - NO MAILING ADDRESSES'
               CLOSE EMPLOYEE-FILE
               CLOSE YTD-ARCHIVE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-OPTIONAL-FILES
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE

           MOVE WS-TAX-YEAR TO WS-HDG-TAX-YEAR
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE CONTROL-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-EXCEPTION-HEADING
           WRITE CONTROL-REPORT-LINE FROM WS-EXCEPTION-COLUMNS

           PERFORM READ-NEXT-YTD
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM PROCESS-EMPLOYEE
               END-READ
           END-PERFORM
      *>   Whatever is left on the year's files was paid to someone
      *>   no longer on the master.
           PERFORM UNTIL WS-YTDARCH-EOF = 'Y'
               PERFORM NOTE-ORPHAN-YTD
               PERFORM READ-NEXT-YTD
           END-PERFORM
           PERFORM UNTIL WS-CYTDARCH-EOF = 'Y'
               PERFORM NOTE-ORPHAN-CLOSED-COMPANY
               PERFORM READ-NEXT-CLOSED-COMPANY
           END-PERFORM
           PERFORM UNTIL WS-ELIAB-EOF = 'Y'
               PERFORM NOTE-ORPHAN-LIABILITY
               PERFORM READ-NEXT-LIABILITY
           END-PERFORM
           PERFORM UNTIL WS-WCDETAIL-EOF = 'Y'
               PERFORM NOTE-ORPHAN-WC
               PERFORM READ-NEXT-WC-DETAIL
           END-PERFORM

           PERFORM TIE-TO-GENERAL-LEDGER
           PERFORM WRITE-COMPANY-SUMMARY
           PERFORM WRITE-CONTROL-TOTALS

           CLOSE EMPLOYEE-FILE
           CLOSE YTD-ARCHIVE-FILE
           CLOSE DEMOGRAPHICS-FILE
           IF WS-CYTDARCH-OPEN = 'Y'
               CLOSE COMPANY-YTD-ARCHIVE-FILE
           END-IF
           IF WS-PHIST-OPEN = 'Y'
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           IF WS-ENRL-OPEN = 'Y'
               CLOSE BENEFIT-ENROLLMENT-FILE
           END-IF
           IF WS-ELIAB-OPEN = 'Y'
               CLOSE EMPLOYER-LIABILITY-FILE
           END-IF
           IF WS-WCDETAIL-OPEN = 'Y'
               CLOSE WC-DETAIL-FILE
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE CONTROL-REPORT-FILE

           DISPLAY 'TOTAL-COMP-STATEMENT TAX YEAR: ' WS-TAX-YEAR
           DISPLAY 'TOTAL-COMP-STATEMENT EMPLOYEES READ: '
               WS-EMPLOYEES-READ
           DISPLAY 'TOTAL-COMP-STATEMENT STATEMENTS: '
               WS-STATEMENT-COUNT
           DISPLAY 'TOTAL-COMP-STATEMENT EXCEPTIONS: '
               WS-EXCEPTION-COUNT
           DISPLAY 'TOTAL-COMP-STATEMENT COMPANIES NOT TIED: '
               WS-UNTIED-COMPANY-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-ORPHAN-COUNT > 0 OR
                   WS-UNTIED-COMPANY-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       SET-TAX-YEAR.
      *>   Same default as W2Process: a run in January through June
      *>   is reporting the year just ended.
           IF WS-PARM-TAX-YEAR IS NUMERIC AND
                   WS-PARM-TAX-YEAR NOT = '0000'
               MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               MOVE WS-RUN-DATE TO WS-YEAR-END
               IF WS-TAX-MMDD < 0701
                   SUBTRACT 1 FROM WS-TAX-YEAR
               END-IF
           END-IF
           MOVE 0101 TO WS-TAX-MMDD
           MOVE WS-YEAR-END TO WS-YEAR-START
           MOVE 1231 TO WS-TAX-MMDD
           EXIT.

       LOAD-COMPANY-MASTER.
      *>   A blank company code on the master belongs to the first
      *>   company, same rule as everywhere else.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS NOT = '00'
               DISPLAY 'NO COMPANY-MASTER-FILE, STATUS: '
                   WS-COMPMAST-FILE-STATUS
                   ' - COMPANIES SUMMARIZED BY CODE ONLY'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-COMPMAST-EOF = 'Y'
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-COMPMAST-EOF
                       NOT AT END
                           IF WS-FIRST-COMPANY-CODE = SPACES
                               MOVE COMP-CODE TO WS-FIRST-COMPANY-CODE
                           END-IF
                           MOVE COMP-CODE TO WS-CO-SEARCH
                           PERFORM FIND-COMPANY
                           IF WS-CO-HIT > 0
                               MOVE COMP-NAME TO WS-CO-NAME(WS-CO-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF
           EXIT.

       LOAD-BENEFIT-PLANS.
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BENPLAN-FILE-STATUS NOT = '00'
               DISPLAY 'NO BENEFIT PLAN MASTER, STATUS: '
                   WS-BENPLAN-FILE-STATUS
                   ' - NO BENEFIT EMPLOYER SHARE ON THE STATEMENTS'
               MOVE 4 TO RETURN-CODE
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
                               MOVE BPLAN-DESCRIPTION TO
                                   WS-BPL-DESC-TBL(WS-BENPLAN-COUNT)
                               MOVE BPLAN-DED-CLASS TO
                                   WS-BPL-CLASS-TBL(WS-BENPLAN-COUNT)
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

       LOAD-GL-MAP.
      *>   Only the expense categories the statements tie to are
      *>   kept; the payable and cash sides are not compensation.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = '00'
               DISPLAY 'NO GL ACCOUNT MAPPING, STATUS: '
                   WS-GLMAP-FILE-STATUS
                   ' - LEDGER LINES PLACED BY GENERIC ACCOUNT ONLY'
           ELSE
               PERFORM UNTIL WS-GLMAP-EOF = 'Y'
                   READ GL-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-GLMAP-EOF
                       NOT AT END
                           IF (GLM-CATEGORY = 'WAGE' OR 'ERTX' OR
                                   'MTCH' OR 'SDIX' OR 'WCEX') AND
                                   WS-GL-MAP-COUNT < 300
                               ADD 1 TO WS-GL-MAP-COUNT
                               MOVE GLM-COMPANY-CODE TO
                                   WS-GLM-COMPANY-TBL(WS-GL-MAP-COUNT)
                               MOVE GLM-DEPT-CODE TO
                                   WS-GLM-DEPT-TBL(WS-GL-MAP-COUNT)
                               MOVE GLM-CATEGORY TO
                                   WS-GLM-CATEGORY-TBL(WS-GL-MAP-COUNT)
                               MOVE GLM-ACCOUNT TO
                                   WS-GLM-ACCOUNT-TBL(WS-GL-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF
           EXIT.

       OPEN-OPTIONAL-FILES.
      *>   The sorted liability and comp detail are read alongside
      *>   the master in employee order; each is primed with its
      *>   first record here.
           OPEN INPUT COMPANY-YTD-ARCHIVE-FILE
           IF WS-CYTDARCH-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CYTDARCH-OPEN
               MOVE 'N' TO WS-CYTDARCH-EOF
               PERFORM READ-NEXT-CLOSED-COMPANY
           ELSE
               DISPLAY 'NO COMPANY-YTD-ARCHIVE-FILE, STATUS: '
                   WS-CYTDARCH-FILE-STATUS
                   ' - TRANSFERRED-OUT PAY LEFT OFF'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PHIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PHIST-OPEN
           ELSE
               DISPLAY 'NO PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PHIST-FILE-STATUS
                   ' - NO LEAVE VALUES OR EMPLOYER SDI/PFL'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT BENEFIT-ENROLLMENT-FILE
           IF WS-ENRL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ENRL-OPEN
           ELSE
               DISPLAY 'NO BENEFIT ENROLLMENT FILE, STATUS: '
                   WS-ENRL-FILE-STATUS
                   ' - NO BENEFIT EMPLOYER SHARE ON THE STATEMENTS'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT EMPLOYER-LIABILITY-FILE
           IF WS-ELIAB-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ELIAB-OPEN
               MOVE 'N' TO WS-ELIAB-EOF
               PERFORM READ-NEXT-LIABILITY
           ELSE
               DISPLAY 'NO EMPLOYER LIABILITY DETAIL, STATUS: '
                   WS-ELIAB-FILE-STATUS
                   ' - NO EMPLOYER TAXES OR MATCH ON THE STATEMENTS'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT WC-DETAIL-FILE
           IF WS-WCDETAIL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-WCDETAIL-OPEN
               MOVE 'N' TO WS-WCDETAIL-EOF
               PERFORM READ-NEXT-WC-DETAIL
           ELSE
               DISPLAY 'NO WORKERS COMP DETAIL, STATUS: '
                   WS-WCDETAIL-FILE-STATUS
                   ' - NO COMP PREMIUM ON THE STATEMENTS'
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       READ-NEXT-YTD.
           IF WS-YTDARCH-EOF = 'N'
               READ YTD-ARCHIVE-FILE INTO EMPLOYEE-YTD-RECORD
                   AT END
                       MOVE 'Y' TO WS-YTDARCH-EOF
               END-READ
           END-IF
           EXIT.

       READ-NEXT-CLOSED-COMPANY.
           IF WS-CYTDARCH-EOF = 'N'
               READ COMPANY-YTD-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-CYTDARCH-EOF
               END-READ
           END-IF
           EXIT.

       READ-NEXT-LIABILITY.
           IF WS-ELIAB-EOF = 'N'
               READ EMPLOYER-LIABILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-ELIAB-EOF
               END-READ
           END-IF
           EXIT.

       READ-NEXT-WC-DETAIL.
           IF WS-WCDETAIL-EOF = 'N'
               READ WC-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-WCDETAIL-EOF
               END-READ
           END-IF
           EXIT.

       PROCESS-EMPLOYEE.
           PERFORM CLEAR-EMPLOYEE-AMOUNTS
           PERFORM MATCH-YTD-ARCHIVE
           IF WS-CUR-HAS-YTD = 'Y' AND YTD-GROSS-PAY IS NUMERIC
               MOVE YTD-GROSS-PAY TO WS-CUR-GROSS
           END-IF
           PERFORM ADD-CLOSED-COMPANY-PAY
           PERFORM GATHER-EMPLOYER-LIABILITY
           PERFORM GATHER-WC-PREMIUM
           PERFORM SET-STATEMENT-COMPANY

      *>   A contractor's pay and any cost of it reach the ledger
      *>   but get no statement.
           IF WORKER-TYPE = 'C'
               ADD 1 TO WS-CONTRACTOR-COUNT
               PERFORM POST-NO-STATEMENT
           ELSE
               MOVE 'N' TO WS-DEMO-FOUND
               MOVE EMP-ID TO DEMO-EMP-ID
               READ DEMOGRAPHICS-FILE
                   INVALID KEY
                       INITIALIZE DEMOGRAPHICS-RECORD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DEMO-FOUND
               END-READ
               MOVE 0 TO WS-CUR-TERM-DATE
               IF (EMPLOYMENT-STATUS = 'F' OR 'T') AND
                       DEMO-TERM-DATE IS NUMERIC
                   MOVE DEMO-TERM-DATE TO WS-CUR-TERM-DATE
               END-IF
               PERFORM SUM-TAX-YEAR-HISTORY
               PERFORM SUM-BENEFIT-SHARE
               PERFORM BUILD-STATEMENT-TOTALS
               IF WS-CUR-TOTAL-COMP > 0
                   PERFORM PRINT-STATEMENT
                   PERFORM POST-COMPANY-TOTALS
                   PERFORM CHECK-STATEMENT-EXCEPTIONS
               ELSE
      *>           Nothing paid or spent this year; anything on the
      *>           files nets to zero or less and is carried as is.
                   ADD 1 TO WS-OUT-OF-SCOPE-COUNT
                   PERFORM POST-NO-STATEMENT
               END-IF
           END-IF
           EXIT.

       CLEAR-EMPLOYEE-AMOUNTS.
           MOVE 0 TO WS-CUR-GROSS
           MOVE 0 TO WS-CUR-WORKED
           MOVE 0 TO WS-CUR-FICA
           MOVE 0 TO WS-CUR-MEDICARE
           MOVE 0 TO WS-CUR-FUTA
           MOVE 0 TO WS-CUR-SUTA
           MOVE 0 TO WS-CUR-SDI-ER
           MOVE 0 TO WS-CUR-MATCH
           MOVE 0 TO WS-CUR-WC
           MOVE 0 TO WS-CUR-BENEFIT
           MOVE 0 TO WS-CUR-VAC-TAKEN-HRS
           MOVE 0 TO WS-CUR-SICK-TAKEN-HRS
           MOVE 0 TO WS-CUR-VAC-ACCRUED-HRS
           MOVE 0 TO WS-CUR-SICK-ACCRUED-HRS
           MOVE 0 TO WS-CUR-VAC-USED
           MOVE 0 TO WS-CUR-SICK-USED
           MOVE 0 TO WS-CUR-VAC-ACCRUED
           MOVE 0 TO WS-CUR-SICK-ACCRUED
           MOVE 0 TO WS-CUR-UNBANKED-LEAVE
           MOVE 0 TO WS-CUR-PLAN-COUNT
           MOVE SPACES TO WS-CUR-MISSING-PLAN
           MOVE 'N' TO WS-CUR-TRANSFERRED
           EXIT.

       MATCH-YTD-ARCHIVE.
           PERFORM UNTIL WS-YTDARCH-EOF = 'Y' OR
                   YTD-EMP-ID NOT < EMP-ID
               PERFORM NOTE-ORPHAN-YTD
               PERFORM READ-NEXT-YTD
           END-PERFORM
           MOVE 'N' TO WS-CUR-HAS-YTD
           IF WS-YTDARCH-EOF = 'N' AND YTD-EMP-ID = EMP-ID
               MOVE 'Y' TO WS-CUR-HAS-YTD
           END-IF
           EXIT.

       ADD-CLOSED-COMPANY-PAY.
      *>   The wages of a company the employee transferred out of
      *>   are on the one statement too: what the controlled group
      *>   paid them this year.
           PERFORM UNTIL WS-CYTDARCH-EOF = 'Y' OR
                   CYTD-EMP-ID NOT < EMP-ID
               PERFORM NOTE-ORPHAN-CLOSED-COMPANY
               PERFORM READ-NEXT-CLOSED-COMPANY
           END-PERFORM
           IF WS-CYTDARCH-EOF = 'N' AND CYTD-EMP-ID = EMP-ID
               MOVE EMPLOYEE-YTD-RECORD TO WS-SAVED-YTD-RECORD
               PERFORM UNTIL WS-CYTDARCH-EOF = 'Y' OR
                       CYTD-EMP-ID NOT = EMP-ID
                   MOVE 'Y' TO WS-CUR-TRANSFERRED
                   MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
                   IF YTD-GROSS-PAY IS NUMERIC
                       ADD YTD-GROSS-PAY TO WS-CUR-GROSS
                   END-IF
                   PERFORM READ-NEXT-CLOSED-COMPANY
               END-PERFORM
               MOVE WS-SAVED-YTD-RECORD TO EMPLOYEE-YTD-RECORD
           END-IF
           EXIT.

       GATHER-EMPLOYER-LIABILITY.
      *>   Every run's record for the employee - a bonus or manual
      *>   check carries its own employer cost.
           PERFORM UNTIL WS-ELIAB-EOF = 'Y' OR
                   ELIAB-EMP-ID NOT < EMP-ID
               PERFORM NOTE-ORPHAN-LIABILITY
               PERFORM READ-NEXT-LIABILITY
           END-PERFORM
           PERFORM UNTIL WS-ELIAB-EOF = 'Y' OR
                   ELIAB-EMP-ID NOT = EMP-ID
               ADD ELIAB-FICA-MATCH TO WS-CUR-FICA
               ADD ELIAB-MEDICARE-MATCH TO WS-CUR-MEDICARE
               ADD ELIAB-401K-MATCH TO WS-CUR-MATCH
               IF ELIAB-FUTA IS NUMERIC
                   ADD ELIAB-FUTA TO WS-CUR-FUTA
               END-IF
               IF ELIAB-SUTA IS NUMERIC
                   ADD ELIAB-SUTA TO WS-CUR-SUTA
               END-IF
               PERFORM READ-NEXT-LIABILITY
           END-PERFORM
           EXIT.

       GATHER-WC-PREMIUM.
           PERFORM UNTIL WS-WCDETAIL-EOF = 'Y' OR
                   WCDT-EMP-ID NOT < EMP-ID
               PERFORM NOTE-ORPHAN-WC
               PERFORM READ-NEXT-WC-DETAIL
           END-PERFORM
           PERFORM UNTIL WS-WCDETAIL-EOF = 'Y' OR
                   WCDT-EMP-ID NOT = EMP-ID
               ADD WCDT-PREMIUM TO WS-CUR-WC
               PERFORM READ-NEXT-WC-DETAIL
           END-PERFORM
           EXIT.

       SET-STATEMENT-COMPANY.
      *>   The company the employee ended the year with: the live
      *>   record's company, else the master's.
           MOVE SPACES TO WS-CUR-COMPANY
           IF WS-CUR-HAS-YTD = 'Y'
               IF YTD-COMPANY-CODE NOT = SPACES AND
                       YTD-COMPANY-CODE NOT = LOW-VALUES
                   MOVE YTD-COMPANY-CODE TO WS-CUR-COMPANY
               END-IF
           END-IF
           IF WS-CUR-COMPANY = SPACES
               MOVE COMPANY-CODE TO WS-CUR-COMPANY
           END-IF
           IF WS-CUR-COMPANY = SPACES
               MOVE WS-FIRST-COMPANY-CODE TO WS-CUR-COMPANY
           END-IF
           MOVE WS-CUR-COMPANY TO WS-CO-SEARCH
           PERFORM FIND-COMPANY
           EXIT.

       FIND-COMPANY.
      *>   WS-CO-HIT is zero only when the table is full; what
      *>   cannot be placed is carried with the unattributed pay.
           MOVE 0 TO WS-CO-HIT
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-COMPANY-COUNT OR WS-CO-HIT > 0
               IF WS-CO-CODE(WS-CO-SUB) = WS-CO-SEARCH
                   MOVE WS-CO-SUB TO WS-CO-HIT
               END-IF
           END-PERFORM
           IF WS-CO-HIT = 0
               IF WS-COMPANY-COUNT < 20
                   ADD 1 TO WS-COMPANY-COUNT
                   MOVE WS-COMPANY-COUNT TO WS-CO-HIT
                   INITIALIZE WS-CO-ENTRY(WS-CO-HIT)
                   MOVE WS-CO-SEARCH TO WS-CO-CODE(WS-CO-HIT)
                   MOVE '(NOT ON COMPMAST)' TO WS-CO-NAME(WS-CO-HIT)
               ELSE
                   DISPLAY 'COMPANY TABLE FULL - COMPANY '
                       WS-CO-SEARCH ' CARRIED AS UNATTRIBUTED'
               END-IF
           END-IF
           EXIT.

       SUM-TAX-YEAR-HISTORY.
      *>   Every payment for a period ending in the tax year. The
      *>   employer SDI/PFL and the leave hours ride PAYHIST; a
      *>   reversal carries zero for both, since neither the
      *>   employer's share nor the leave file is backed out.
           IF WS-PHIST-OPEN = 'Y'
               MOVE 'N' TO WS-PHIST-EOF
               MOVE EMP-ID TO PHIST-EMP-ID
               MOVE WS-YEAR-START TO PHIST-PERIOD-END-DATE
               START PAYROLL-HISTORY-FILE KEY IS >= PHIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PHIST-EOF
               END-START
               PERFORM UNTIL WS-PHIST-EOF = 'Y'
                   READ PAYROLL-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PHIST-EOF
                       NOT AT END
                           IF PHIST-EMP-ID NOT = EMP-ID OR
                                   PHIST-PERIOD-END-DATE > WS-YEAR-END
                               MOVE 'Y' TO WS-PHIST-EOF
                           ELSE
                               PERFORM ADD-HISTORY-AMOUNTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       ADD-HISTORY-AMOUNTS.
           IF PHIST-SDI-ER-TAX IS NUMERIC
               ADD PHIST-SDI-ER-TAX TO WS-CUR-SDI-ER
           END-IF
           IF PHIST-PFL-ER-TAX IS NUMERIC
               ADD PHIST-PFL-ER-TAX TO WS-CUR-SDI-ER
           END-IF
           IF PHIST-VAC-HOURS-TAKEN IS NUMERIC AND
                   PHIST-SICK-HOURS-TAKEN IS NUMERIC AND
                   PHIST-VAC-HOURS-ACCRUED IS NUMERIC AND
                   PHIST-SICK-HOURS-ACCRUED IS NUMERIC
               ADD PHIST-VAC-HOURS-TAKEN TO WS-CUR-VAC-TAKEN-HRS
               ADD PHIST-SICK-HOURS-TAKEN TO WS-CUR-SICK-TAKEN-HRS
               ADD PHIST-VAC-HOURS-ACCRUED TO WS-CUR-VAC-ACCRUED-HRS
               ADD PHIST-SICK-HOURS-ACCRUED
                   TO WS-CUR-SICK-ACCRUED-HRS
           ELSE
      *>       Paid before the leave hours were banked on history;
      *>       only a regular, bonus or correction payment covered
      *>       any leave.
               IF PHIST-RUN-TYPE NOT = 'V' AND
                       PHIST-RUN-TYPE NOT = 'G' AND
                       PHIST-RUN-TYPE NOT = 'M'
                   ADD 1 TO WS-CUR-UNBANKED-LEAVE
               END-IF
           END-IF
           EXIT.

       SUM-BENEFIT-SHARE.
           IF WS-ENRL-OPEN = 'Y'
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
                               PERFORM COUNT-ENROLLMENT-MONTHS
                               IF WS-ENR-MONTHS > 0
                                   PERFORM ADD-PLAN-SHARE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       COUNT-ENROLLMENT-MONTHS.
      *>   Months of the tax year the coverage was in force, the
      *>   month it starts and the month it ends both counted, as
      *>   the carrier bills them: from the effective date (zero =
      *>   from the start) to the end date of a terminated
      *>   enrollment, cut off at the separation date. A waived
      *>   election and a terminated one with no end date cost
      *>   nothing.
           MOVE 0 TO WS-ENR-MONTHS
           MOVE WS-YEAR-START TO WS-ENR-START
           MOVE WS-YEAR-END TO WS-ENR-END
           IF ENRL-STATUS NOT = 'A' AND ENRL-STATUS NOT = 'P' AND
                   ENRL-STATUS NOT = 'T'
               MOVE 0 TO WS-ENR-END
           END-IF
           IF ENRL-STATUS = 'T'
               IF ENRL-END-DATE IS NUMERIC AND ENRL-END-DATE > 0
                   IF ENRL-END-DATE < WS-ENR-END
                       MOVE ENRL-END-DATE TO WS-ENR-END
                   END-IF
               ELSE
                   MOVE 0 TO WS-ENR-END
               END-IF
           END-IF
           IF ENRL-EFFECTIVE-DATE IS NUMERIC
               IF ENRL-EFFECTIVE-DATE > WS-ENR-START
                   MOVE ENRL-EFFECTIVE-DATE TO WS-ENR-START
               END-IF
           END-IF
           IF WS-CUR-TERM-DATE > 0 AND WS-CUR-TERM-DATE < WS-ENR-END
               MOVE WS-CUR-TERM-DATE TO WS-ENR-END
           END-IF
           IF WS-ENR-START NOT > WS-ENR-END
               COMPUTE WS-ENR-MONTHS =
                   WS-ENR-END-MM - WS-ENR-START-MM + 1
           END-IF
           EXIT.

       ADD-PLAN-SHARE.
      *>   The 401(k) plan's employer money is the match, shown in
      *>   its own section.
           MOVE 0 TO WS-BPL-HIT
           PERFORM VARYING WS-BPL-SUB FROM 1 BY 1
                   UNTIL WS-BPL-SUB > WS-BENPLAN-COUNT OR WS-BPL-HIT > 0
               IF WS-BPL-CODE-TBL(WS-BPL-SUB) = ENRL-PLAN-CODE
                   MOVE WS-BPL-SUB TO WS-BPL-HIT
               END-IF
           END-PERFORM
           IF WS-BPL-HIT = 0
               IF WS-BENPLAN-COUNT > 0
                   MOVE ENRL-PLAN-CODE TO WS-CUR-MISSING-PLAN
               END-IF
           ELSE
               IF WS-BPL-CLASS-TBL(WS-BPL-HIT) NOT = 'K' AND
                       WS-BPL-SHARE-TBL(WS-BPL-HIT) > 0
                   COMPUTE WS-ENR-SHARE =
                       WS-BPL-SHARE-TBL(WS-BPL-HIT) * WS-ENR-MONTHS
                   ADD WS-ENR-SHARE TO WS-CUR-BENEFIT
      *>           A tenth plan and beyond share the last line.
                   IF WS-CUR-PLAN-COUNT < 10
                       ADD 1 TO WS-CUR-PLAN-COUNT
                       MOVE WS-BPL-DESC-TBL(WS-BPL-HIT)
                           TO WS-CPL-DESC(WS-CUR-PLAN-COUNT)
                       MOVE WS-ENR-MONTHS
                           TO WS-CPL-MONTHS(WS-CUR-PLAN-COUNT)
                       MOVE WS-ENR-SHARE
                           TO WS-CPL-AMOUNT(WS-CUR-PLAN-COUNT)
                   ELSE
                       MOVE 'OTHER BENEFIT PLANS' TO WS-CPL-DESC(10)
                       ADD WS-ENR-SHARE TO WS-CPL-AMOUNT(10)
                   END-IF
               END-IF
           END-IF
           EXIT.

       BUILD-STATEMENT-TOTALS.
      *>   Leave is valued at today's rate. The hours taken were
      *>   paid inside the gross, so they split it rather than add
      *>   to it; they can never come to more than the gross.
           MOVE 0 TO WS-CUR-RATE
           IF HOURLY-RATE IS NUMERIC
               MOVE HOURLY-RATE TO WS-CUR-RATE
           END-IF
           IF WS-CUR-GROSS < 0
               MOVE 0 TO WS-CUR-GROSS
           END-IF
           COMPUTE WS-CUR-VAC-USED ROUNDED =
               WS-CUR-VAC-TAKEN-HRS * WS-CUR-RATE
           COMPUTE WS-CUR-SICK-USED ROUNDED =
               WS-CUR-SICK-TAKEN-HRS * WS-CUR-RATE
           COMPUTE WS-CUR-VAC-ACCRUED ROUNDED =
               WS-CUR-VAC-ACCRUED-HRS * WS-CUR-RATE
           COMPUTE WS-CUR-SICK-ACCRUED ROUNDED =
               WS-CUR-SICK-ACCRUED-HRS * WS-CUR-RATE
           IF WS-CUR-SICK-USED > WS-CUR-GROSS
               MOVE WS-CUR-GROSS TO WS-CUR-SICK-USED
           END-IF
           IF WS-CUR-VAC-USED > WS-CUR-GROSS - WS-CUR-SICK-USED
               COMPUTE WS-CUR-VAC-USED =
                   WS-CUR-GROSS - WS-CUR-SICK-USED
           END-IF
           COMPUTE WS-CUR-WORKED =
               WS-CUR-GROSS - WS-CUR-VAC-USED - WS-CUR-SICK-USED

           MOVE WS-CUR-GROSS TO WS-CUR-CASH-TOTAL
           COMPUTE WS-CUR-TAX-TOTAL = WS-CUR-FICA + WS-CUR-MEDICARE
               + WS-CUR-FUTA + WS-CUR-SUTA + WS-CUR-SDI-ER
           COMPUTE WS-CUR-BENEFITS-TOTAL = WS-CUR-BENEFIT + WS-CUR-WC
           MOVE WS-CUR-MATCH TO WS-CUR-RETIRE-TOTAL
           COMPUTE WS-CUR-TOTAL-COMP = WS-CUR-CASH-TOTAL
               + WS-CUR-TAX-TOTAL + WS-CUR-BENEFITS-TOTAL
               + WS-CUR-RETIRE-TOTAL
           COMPUTE WS-CUR-LEAVE-TOTAL =
               WS-CUR-VAC-ACCRUED + WS-CUR-SICK-ACCRUED
           EXIT.

       PRINT-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TAX-YEAR TO WS-STT-TAX-YEAR
           MOVE SPACES TO WS-STT-COMPANY-NAME
           IF WS-CO-HIT > 0
               MOVE WS-CO-NAME(WS-CO-HIT) TO WS-STT-COMPANY-NAME
           END-IF
           WRITE STATEMENT-LINE FROM WS-ST-TITLE-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

      *>   Mailing block.
           IF DEMO-LEGAL-NAME = SPACES
               MOVE EMP-NAME TO WS-STA-TEXT
           ELSE
               MOVE DEMO-LEGAL-NAME TO WS-STA-TEXT
           END-IF
           WRITE STATEMENT-LINE FROM WS-ST-ADDRESS-LINE
           MOVE DEMO-ADDR-STREET TO WS-STA-TEXT
           WRITE STATEMENT-LINE FROM WS-ST-ADDRESS-LINE
           MOVE DEMO-ADDR-CITY TO WS-STC-CITY
           MOVE DEMO-ADDR-STATE TO WS-STC-STATE
           MOVE DEMO-ADDR-ZIP TO WS-STC-ZIP
           WRITE STATEMENT-LINE FROM WS-ST-CITY-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE EMP-ID TO WS-STI-EMP-ID
           MOVE DEPT-CODE TO WS-STI-DEPT
           WRITE STATEMENT-LINE FROM WS-ST-ID-LINE
           MOVE SPACES TO WS-STX-TEXT
           STRING 'YOUR PAY IS ONLY PART OF WHAT YOU EARN. THIS IS '
                  'WHAT THE COMPANY'
               DELIMITED BY SIZE INTO WS-STX-TEXT
           WRITE STATEMENT-LINE FROM WS-ST-TEXT-LINE
           MOVE 'SPENT ON YOUR PAY, TAXES AND BENEFITS THIS YEAR.'
               TO WS-STX-TEXT
           WRITE STATEMENT-LINE FROM WS-ST-TEXT-LINE

           MOVE 'CASH COMPENSATION' TO WS-STS-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE WS-CUR-CASH-TOTAL TO WS-PCT-BASE
           MOVE 'PAY FOR TIME WORKED' TO WS-STD-LABEL
           MOVE WS-CUR-WORKED TO WS-PCT-AMOUNT
           PERFORM PRINT-STATEMENT-DETAIL
           IF WS-CUR-VAC-USED > 0
               MOVE 'PAID VACATION' TO WS-STD-LABEL
               MOVE WS-CUR-VAC-USED TO WS-PCT-AMOUNT
               PERFORM PRINT-STATEMENT-DETAIL
           END-IF
           IF WS-CUR-SICK-USED > 0
               MOVE 'PAID SICK LEAVE' TO WS-STD-LABEL
               MOVE WS-CUR-SICK-USED TO WS-PCT-AMOUNT
               PERFORM PRINT-STATEMENT-DETAIL
           END-IF
           MOVE 'TOTAL CASH COMPENSATION' TO WS-STD-LABEL
           MOVE WS-CUR-CASH-TOTAL TO WS-PCT-AMOUNT
           PERFORM PRINT-SECTION-TOTAL

           MOVE 'EMPLOYER-PAID TAXES' TO WS-STS-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE WS-CUR-TAX-TOTAL TO WS-PCT-BASE
           MOVE 'SOCIAL SECURITY' TO WS-STD-LABEL
           MOVE WS-CUR-FICA TO WS-PCT-AMOUNT
           PERFORM PRINT-STATEMENT-DETAIL
           MOVE 'MEDICARE' TO WS-STD-LABEL
           MOVE WS-CUR-MEDICARE TO WS-PCT-AMOUNT
           PERFORM PRINT-STATEMENT-DETAIL
           MOVE 'FEDERAL UNEMPLOYMENT (FUTA)' TO WS-STD-LABEL
           MOVE WS-CUR-FUTA TO WS-PCT-AMOUNT
           PERFORM PRINT-STATEMENT-DETAIL
           MOVE 'STATE UNEMPLOYMENT (SUTA)' TO WS-STD-LABEL
           MOVE WS-CUR-SUTA TO WS-PCT-AMOUNT
           PERFORM PRINT-STATEMENT-DETAIL
           IF WS-CUR-SDI-ER > 0
               MOVE 'STATE DISABILITY AND FAMILY LEAVE'
                   TO WS-STD-LABEL
               MOVE WS-CUR-SDI-ER TO WS-PCT-AMOUNT
               PERFORM PRINT-STATEMENT-DETAIL
           END-IF
           MOVE 'TOTAL EMPLOYER-PAID TAXES' TO WS-STD-LABEL
           MOVE WS-CUR-TAX-TOTAL TO WS-PCT-AMOUNT
           PERFORM PRINT-SECTION-TOTAL

           MOVE 'BENEFITS AND INSURANCE' TO WS-STS-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE WS-CUR-BENEFITS-TOTAL TO WS-PCT-BASE
           PERFORM VARYING WS-CPL-SUB FROM 1 BY 1
                   UNTIL WS-CPL-SUB > WS-CUR-PLAN-COUNT
               MOVE WS-CPL-DESC(WS-CPL-SUB) TO WS-STD-LABEL
               MOVE WS-CPL-AMOUNT(WS-CPL-SUB) TO WS-PCT-AMOUNT
               PERFORM PRINT-STATEMENT-DETAIL
           END-PERFORM
           MOVE 'WORKERS COMPENSATION INSURANCE' TO WS-STD-LABEL
           MOVE WS-CUR-WC TO WS-PCT-AMOUNT
           PERFORM PRINT-STATEMENT-DETAIL
           MOVE 'TOTAL BENEFITS AND INSURANCE' TO WS-STD-LABEL
           MOVE WS-CUR-BENEFITS-TOTAL TO WS-PCT-AMOUNT
           PERFORM PRINT-SECTION-TOTAL

           MOVE 'RETIREMENT' TO WS-STS-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE WS-CUR-RETIRE-TOTAL TO WS-PCT-BASE
           MOVE '401(K) EMPLOYER MATCH' TO WS-STD-LABEL
           MOVE WS-CUR-MATCH TO WS-PCT-AMOUNT
           PERFORM PRINT-STATEMENT-DETAIL
           MOVE 'TOTAL RETIREMENT' TO WS-STD-LABEL
           MOVE WS-CUR-RETIRE-TOTAL TO WS-PCT-AMOUNT
           PERFORM PRINT-SECTION-TOTAL

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'YOUR TOTAL COMPENSATION' TO WS-STD-LABEL
           MOVE WS-CUR-TOTAL-COMP TO WS-PCT-AMOUNT
           PERFORM PRINT-SECTION-TOTAL

           MOVE 'TIME OFF EARNED THIS YEAR' TO WS-STS-TITLE
           PERFORM PRINT-SECTION-HEADING
           MOVE WS-CUR-LEAVE-TOTAL TO WS-PCT-BASE
           MOVE 'VACATION' TO WS-STL-LABEL
           MOVE WS-CUR-VAC-ACCRUED-HRS TO WS-STL-HOURS
           MOVE WS-CUR-VAC-ACCRUED TO WS-PCT-AMOUNT
           PERFORM PRINT-LEAVE-DETAIL
           MOVE 'SICK LEAVE' TO WS-STL-LABEL
           MOVE WS-CUR-SICK-ACCRUED-HRS TO WS-STL-HOURS
           MOVE WS-CUR-SICK-ACCRUED TO WS-PCT-AMOUNT
           PERFORM PRINT-LEAVE-DETAIL
           MOVE 'TOTAL TIME OFF EARNED' TO WS-STL-LABEL
           COMPUTE WS-STL-HOURS =
               WS-CUR-VAC-ACCRUED-HRS + WS-CUR-SICK-ACCRUED-HRS
           MOVE WS-CUR-LEAVE-TOTAL TO WS-PCT-AMOUNT
           PERFORM PRINT-LEAVE-DETAIL
           MOVE SPACES TO WS-STX-TEXT
           STRING 'TIME OFF IS PAID WHEN YOU TAKE IT, SO IT IS NOT '
                  'ADDED TO THE TOTAL ABOVE.'
               DELIMITED BY SIZE INTO WS-STX-TEXT
           WRITE STATEMENT-LINE FROM WS-ST-TEXT-LINE
           ADD 1 TO WS-STATEMENT-COUNT
           EXIT.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-ST-SECTION-LINE
           EXIT.

       PRINT-STATEMENT-DETAIL.
      *>   WS-PCT-AMOUNT as a share of the section, WS-PCT-BASE.
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-AMOUNT TO WS-STD-AMOUNT
           MOVE WS-PCT-RESULT TO WS-STD-PCT
           MOVE SPACES TO WS-STD-NOTE
           WRITE STATEMENT-LINE FROM WS-ST-DETAIL-LINE
           EXIT.

       PRINT-SECTION-TOTAL.
      *>   A section total as a share of the whole.
           MOVE WS-CUR-TOTAL-COMP TO WS-PCT-BASE
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-AMOUNT TO WS-STD-AMOUNT
           MOVE WS-PCT-RESULT TO WS-STD-PCT
           MOVE ' OF TOTAL' TO WS-STD-NOTE
           WRITE STATEMENT-LINE FROM WS-ST-DETAIL-LINE
           EXIT.

       PRINT-LEAVE-DETAIL.
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-AMOUNT TO WS-STL-AMOUNT
           MOVE WS-PCT-RESULT TO WS-STL-PCT
           WRITE STATEMENT-LINE FROM WS-ST-LEAVE-LINE
           EXIT.

       COMPUTE-PERCENT.
           MOVE 0 TO WS-PCT-RESULT
           IF WS-PCT-AMOUNT < 0
               MOVE 0 TO WS-PCT-AMOUNT
           END-IF
           IF WS-PCT-BASE > 0
               COMPUTE WS-PCT-RESULT ROUNDED =
                   WS-PCT-AMOUNT * 100 / WS-PCT-BASE
           END-IF
           EXIT.

       POST-COMPANY-TOTALS.
           IF WS-CO-HIT = 0
               ADD WS-CUR-GROSS TO WS-ORPHAN-WAGES
               COMPUTE WS-ORPHAN-TAX = WS-ORPHAN-TAX
                   + WS-CUR-TAX-TOTAL + WS-CUR-MATCH
               ADD WS-CUR-WC TO WS-ORPHAN-WC
           ELSE
               ADD 1 TO WS-CO-STATEMENTS(WS-CO-HIT)
               IF WS-CUR-TRANSFERRED = 'Y'
                   ADD 1 TO WS-CO-TRANSFERRED(WS-CO-HIT)
               END-IF
               ADD WS-CUR-GROSS TO WS-CO-WAGES(WS-CO-HIT)
               ADD WS-CUR-WORKED TO WS-CO-WORKED(WS-CO-HIT)
               ADD WS-CUR-VAC-USED TO WS-CO-VAC-USED(WS-CO-HIT)
               ADD WS-CUR-SICK-USED TO WS-CO-SICK-USED(WS-CO-HIT)
               ADD WS-CUR-FICA TO WS-CO-FICA(WS-CO-HIT)
               ADD WS-CUR-MEDICARE TO WS-CO-MEDICARE(WS-CO-HIT)
               ADD WS-CUR-FUTA TO WS-CO-FUTA(WS-CO-HIT)
               ADD WS-CUR-SUTA TO WS-CO-SUTA(WS-CO-HIT)
               ADD WS-CUR-SDI-ER TO WS-CO-SDI-ER(WS-CO-HIT)
               ADD WS-CUR-MATCH TO WS-CO-MATCH(WS-CO-HIT)
               ADD WS-CUR-BENEFIT TO WS-CO-BENEFIT(WS-CO-HIT)
               ADD WS-CUR-WC TO WS-CO-WC(WS-CO-HIT)
               ADD WS-CUR-TOTAL-COMP TO WS-CO-TOTAL-COMP(WS-CO-HIT)
               ADD WS-CUR-LEAVE-TOTAL
                   TO WS-CO-LEAVE-ACCRUED(WS-CO-HIT)
           END-IF
           EXIT.

       POST-NO-STATEMENT.
      *>   Pay and employer cost that reached the ledger without a
      *>   statement. Employer SDI/PFL is only gathered for a
      *>   statement, so it is not in this column.
           IF WS-CO-HIT = 0
               ADD WS-CUR-GROSS TO WS-ORPHAN-WAGES
               COMPUTE WS-ORPHAN-TAX = WS-ORPHAN-TAX + WS-CUR-FICA
                   + WS-CUR-MEDICARE + WS-CUR-FUTA + WS-CUR-SUTA
                   + WS-CUR-MATCH
               ADD WS-CUR-WC TO WS-ORPHAN-WC
           ELSE
               ADD WS-CUR-GROSS TO WS-CO-NS-WAGES(WS-CO-HIT)
               COMPUTE WS-CO-NS-TAX(WS-CO-HIT) =
                   WS-CO-NS-TAX(WS-CO-HIT) + WS-CUR-FICA
                   + WS-CUR-MEDICARE + WS-CUR-FUTA + WS-CUR-SUTA
                   + WS-CUR-MATCH
               ADD WS-CUR-WC TO WS-CO-NS-WC(WS-CO-HIT)
           END-IF
           EXIT.

       CHECK-STATEMENT-EXCEPTIONS.
      *>   Each is listed once per employee, the most serious first.
           MOVE SPACES TO WS-CUR-NOTE
           IF WS-DEMO-FOUND = 'N'
               MOVE 'NO DEMOGRAPHICS RECORD - MAILED WITHOUT ADDRESS'
                   TO WS-CUR-NOTE
           ELSE
               IF DEMO-ADDR-STREET = SPACES OR DEMO-ADDR-CITY = SPACES
                   MOVE 'NO MAILING ADDRESS ON DEMOGRAPHICS'
                       TO WS-CUR-NOTE
               END-IF
           END-IF
           IF WS-CUR-NOTE NOT = SPACES
               PERFORM PRINT-EXCEPTION
           END-IF
           IF WS-CUR-UNBANKED-LEAVE > 0
               ADD 1 TO WS-UNBANKED-COUNT
               MOVE SPACES TO WS-CUR-NOTE
               STRING 'LEAVE HOURS NOT ON HISTORY FOR '
                      WS-CUR-UNBANKED-LEAVE
                      ' PAYMENT(S) - NOT VALUED'
                   DELIMITED BY SIZE INTO WS-CUR-NOTE
               PERFORM PRINT-EXCEPTION
           END-IF
           IF WS-CUR-MISSING-PLAN NOT = SPACES
               MOVE SPACES TO WS-CUR-NOTE
               STRING 'ENROLLED IN PLAN ' WS-CUR-MISSING-PLAN
                      ' - NOT ON THE PLAN MASTER, NO SHARE SHOWN'
                   DELIMITED BY SIZE INTO WS-CUR-NOTE
               PERFORM PRINT-EXCEPTION
           END-IF
           EXIT.

       PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE EMP-ID TO WS-EXC-EMP-ID
           MOVE EMP-NAME TO WS-EXC-NAME
           MOVE WS-CUR-NOTE TO WS-EXC-NOTE
           WRITE CONTROL-REPORT-LINE FROM WS-EXCEPTION-LINE
           EXIT.

       NOTE-ORPHAN-YTD.
      *>   Employees are never deleted once paid, so this is a
      *>   master record lost or rekeyed - no statement can go out.
           IF YTD-GROSS-PAY IS NUMERIC
               ADD YTD-GROSS-PAY TO WS-ORPHAN-WAGES
               MOVE YTD-EMP-ID TO WS-EXC-EMP-ID
               PERFORM LIST-ORPHAN
           END-IF
           EXIT.

       NOTE-ORPHAN-CLOSED-COMPANY.
           MOVE EMPLOYEE-YTD-RECORD TO WS-SAVED-YTD-RECORD
           MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
           IF YTD-GROSS-PAY IS NUMERIC
               ADD YTD-GROSS-PAY TO WS-ORPHAN-WAGES
               MOVE CYTD-EMP-ID TO WS-EXC-EMP-ID
               PERFORM LIST-ORPHAN
           END-IF
           MOVE WS-SAVED-YTD-RECORD TO EMPLOYEE-YTD-RECORD
           EXIT.

       NOTE-ORPHAN-LIABILITY.
           COMPUTE WS-ORPHAN-TAX = WS-ORPHAN-TAX + ELIAB-FICA-MATCH
               + ELIAB-MEDICARE-MATCH + ELIAB-401K-MATCH
           IF ELIAB-FUTA IS NUMERIC
               ADD ELIAB-FUTA TO WS-ORPHAN-TAX
           END-IF
           IF ELIAB-SUTA IS NUMERIC
               ADD ELIAB-SUTA TO WS-ORPHAN-TAX
           END-IF
           MOVE ELIAB-EMP-ID TO WS-EXC-EMP-ID
           PERFORM LIST-ORPHAN
           EXIT.

       NOTE-ORPHAN-WC.
           ADD WCDT-PREMIUM TO WS-ORPHAN-WC
           MOVE WCDT-EMP-ID TO WS-EXC-EMP-ID
           PERFORM LIST-ORPHAN
           EXIT.

       LIST-ORPHAN.
      *>   One line per employee id, however many files carry it.
           IF WS-EXC-EMP-ID NOT = WS-LAST-ORPHAN-ID
               MOVE WS-EXC-EMP-ID TO WS-LAST-ORPHAN-ID
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES TO WS-EXC-NAME
               MOVE 'PAID IN YEAR, NOT ON MASTER - NO STATEMENT'
                   TO WS-EXC-NOTE
               WRITE CONTROL-REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF
           EXIT.

       TIE-TO-GENERAL-LEDGER.
      *>   Every expense line of the year's journals - the regular,
      *>   manual-check and reversal runs - debits adding and
      *>   credits (a reversal's) taking away.
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GLFILE-FILE-STATUS NOT = '00'
               DISPLAY 'NO GL-INTERFACE-FILE, STATUS: '
                   WS-GLFILE-FILE-STATUS
                   ' - NOTHING TO TIE THE STATEMENTS TO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-GLFILE-OPEN
               PERFORM UNTIL WS-GLFILE-EOF = 'Y'
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE 'Y' TO WS-GLFILE-EOF
                       NOT AT END
                           ADD 1 TO WS-GL-LINES-READ
                           PERFORM PLACE-GL-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
           END-IF
           EXIT.

       PLACE-GL-LINE.
      *>   The category comes from the GLMAP row the account was
      *>   posted from - the department's own row first, then the
      *>   company-wide one - else from the generic account an
      *>   unmapped line keeps. Coded premium pay carries its
      *>   earnings-code account under its own description. The
      *>   payroll tax, match and SDI/PFL expense are tied as one,
      *>   since a chart may book them to the same account.
           MOVE SPACES TO WS-GL-CATEGORY
           IF GL-ACCOUNT-NAME = 'PREMIUM EARNINGS'
               MOVE 'WAGE' TO WS-GL-CATEGORY
           ELSE
               MOVE GL-DEPT-CODE TO WS-GLM-SK-DEPT
               PERFORM FIND-GL-ACCOUNT
               IF WS-GLM-HIT = 0 AND GL-DEPT-CODE NOT = SPACES
                   MOVE SPACES TO WS-GLM-SK-DEPT
                   PERFORM FIND-GL-ACCOUNT
               END-IF
               IF WS-GLM-HIT > 0
                   MOVE WS-GLM-CATEGORY-TBL(WS-GLM-HIT)
                       TO WS-GL-CATEGORY
               ELSE
                   EVALUATE GL-ACCOUNT-CODE
                       WHEN 'WAGES EXP '
                           MOVE 'WAGE' TO WS-GL-CATEGORY
                       WHEN 'PR TAX EXP'
                       WHEN 'SDI ER EXP'
                           MOVE 'ERTX' TO WS-GL-CATEGORY
                       WHEN 'WC EXP    '
                           MOVE 'WCEX' TO WS-GL-CATEGORY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-GL-CATEGORY NOT = SPACES
               ADD 1 TO WS-GL-LINES-TIED
               IF GL-DEBIT-CREDIT = 'C'
                   COMPUTE WS-GL-SIGNED-AMOUNT = 0 - GL-AMOUNT
               ELSE
                   MOVE GL-AMOUNT TO WS-GL-SIGNED-AMOUNT
               END-IF
               MOVE GL-COMPANY-CODE TO WS-CO-SEARCH
               IF WS-CO-SEARCH = SPACES
                   MOVE WS-FIRST-COMPANY-CODE TO WS-CO-SEARCH
               END-IF
               PERFORM FIND-COMPANY
               EVALUATE WS-GL-CATEGORY
                   WHEN 'WAGE'
                       ADD WS-GL-SIGNED-AMOUNT TO WS-GT-GL-WAGES
                       IF WS-CO-HIT > 0
                           ADD WS-GL-SIGNED-AMOUNT
                               TO WS-CO-GL-WAGES(WS-CO-HIT)
                       END-IF
                   WHEN 'WCEX'
                       ADD WS-GL-SIGNED-AMOUNT TO WS-GT-GL-WC
                       IF WS-CO-HIT > 0
                           ADD WS-GL-SIGNED-AMOUNT
                               TO WS-CO-GL-WC(WS-CO-HIT)
                       END-IF
                   WHEN OTHER
                       ADD WS-GL-SIGNED-AMOUNT TO WS-GT-GL-TAX
                       IF WS-CO-HIT > 0
                           ADD WS-GL-SIGNED-AMOUNT
                               TO WS-CO-GL-TAX(WS-CO-HIT)
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

       FIND-GL-ACCOUNT.
           MOVE 0 TO WS-GLM-HIT
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GL-MAP-COUNT
                   OR WS-GLM-HIT > 0
               IF WS-GLM-COMPANY-TBL(WS-GLM-SUB) = GL-COMPANY-CODE
                       AND WS-GLM-DEPT-TBL(WS-GLM-SUB) = WS-GLM-SK-DEPT
                       AND WS-GLM-ACCOUNT-TBL(WS-GLM-SUB) =
                           GL-ACCOUNT-CODE
                   MOVE WS-GLM-SUB TO WS-GLM-HIT
               END-IF
           END-PERFORM
           EXIT.

       WRITE-COMPANY-SUMMARY.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-COMPANY-COUNT
               PERFORM PRINT-COMPANY-BLOCK
           END-PERFORM

      *>   All companies together, with the pay no statement or
      *>   company could be found for.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'ALL COMPANIES' TO WS-NOTE-TEXT
           WRITE CONTROL-REPORT-LINE FROM WS-NOTE-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-TIE-HEADING
           MOVE 'WAGES' TO WS-TIE-LABEL
           MOVE WS-GT-WAGES TO WS-TIE-STATEMENTS
           COMPUTE WS-TIE-DIFFERENCE = WS-GT-WAGES + WS-GT-NS-WAGES
               + WS-ORPHAN-WAGES - WS-GT-GL-WAGES
           COMPUTE WS-PCT-AMOUNT = WS-GT-NS-WAGES + WS-ORPHAN-WAGES
           MOVE WS-PCT-AMOUNT TO WS-TIE-NO-STATEMENT
           MOVE WS-GT-GL-WAGES TO WS-TIE-GL
           PERFORM PRINT-TIE-LINE
           MOVE 'EMPLOYER TAXES AND MATCH' TO WS-TIE-LABEL
           MOVE WS-GT-TAX TO WS-TIE-STATEMENTS
           COMPUTE WS-TIE-DIFFERENCE = WS-GT-TAX + WS-GT-NS-TAX
               + WS-ORPHAN-TAX - WS-GT-GL-TAX
           COMPUTE WS-PCT-AMOUNT = WS-GT-NS-TAX + WS-ORPHAN-TAX
           MOVE WS-PCT-AMOUNT TO WS-TIE-NO-STATEMENT
           MOVE WS-GT-GL-TAX TO WS-TIE-GL
           PERFORM PRINT-TIE-LINE
           MOVE 'WORKERS COMP PREMIUM' TO WS-TIE-LABEL
           MOVE WS-GT-WC TO WS-TIE-STATEMENTS
           COMPUTE WS-TIE-DIFFERENCE = WS-GT-WC + WS-GT-NS-WC
               + WS-ORPHAN-WC - WS-GT-GL-WC
           COMPUTE WS-PCT-AMOUNT = WS-GT-NS-WC + WS-ORPHAN-WC
           MOVE WS-PCT-AMOUNT TO WS-TIE-NO-STATEMENT
           MOVE WS-GT-GL-WC TO WS-TIE-GL
           PERFORM PRINT-TIE-LINE
           MOVE 'BENEFIT EMPLOYER SHARE' TO WS-UNP-LABEL
           MOVE WS-GT-BENEFIT TO WS-UNP-STATEMENTS
           MOVE 'BILLED BY THE CARRIERS - NOT IN PAYROLL GL'
               TO WS-UNP-NOTE
           WRITE CONTROL-REPORT-LINE FROM WS-UNPOSTED-LINE
           MOVE 'TIME OFF EARNED (VALUE)' TO WS-UNP-LABEL
           MOVE WS-GT-LEAVE-ACCRUED TO WS-UNP-STATEMENTS
           MOVE 'SEE THE LEAVE LIABILITY REPORT' TO WS-UNP-NOTE
           WRITE CONTROL-REPORT-LINE FROM WS-UNPOSTED-LINE
           MOVE 'TOTAL COMPENSATION' TO WS-UNP-LABEL
           MOVE WS-GT-TOTAL-COMP TO WS-UNP-STATEMENTS
           MOVE 'ON THE STATEMENTS' TO WS-UNP-NOTE
           WRITE CONTROL-REPORT-LINE FROM WS-UNPOSTED-LINE
           EXIT.

       PRINT-COMPANY-BLOCK.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-CO-CODE(WS-CO-SUB) TO WS-CHD-CODE
           MOVE WS-CO-NAME(WS-CO-SUB) TO WS-CHD-NAME
           MOVE WS-CO-STATEMENTS(WS-CO-SUB) TO WS-CHD-STATEMENTS
           MOVE WS-CO-TRANSFERRED(WS-CO-SUB) TO WS-CHD-TRANSFERRED
           WRITE CONTROL-REPORT-LINE FROM WS-COMPANY-HEADING
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-COMPONENT-HEADING

           MOVE WS-CO-TOTAL-COMP(WS-CO-SUB) TO WS-PCT-BASE
           MOVE 'PAY FOR TIME WORKED' TO WS-CMP-LABEL
           MOVE WS-CO-WORKED(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'PAID VACATION' TO WS-CMP-LABEL
           MOVE WS-CO-VAC-USED(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'PAID SICK LEAVE' TO WS-CMP-LABEL
           MOVE WS-CO-SICK-USED(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'SOCIAL SECURITY' TO WS-CMP-LABEL
           MOVE WS-CO-FICA(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'MEDICARE' TO WS-CMP-LABEL
           MOVE WS-CO-MEDICARE(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'FEDERAL UNEMPLOYMENT (FUTA)' TO WS-CMP-LABEL
           MOVE WS-CO-FUTA(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'STATE UNEMPLOYMENT (SUTA)' TO WS-CMP-LABEL
           MOVE WS-CO-SUTA(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'STATE DISABILITY AND FAMILY LEAVE' TO WS-CMP-LABEL
           MOVE WS-CO-SDI-ER(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'BENEFIT PLAN EMPLOYER SHARE' TO WS-CMP-LABEL
           MOVE WS-CO-BENEFIT(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'WORKERS COMPENSATION INSURANCE' TO WS-CMP-LABEL
           MOVE WS-CO-WC(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE '401(K) EMPLOYER MATCH' TO WS-CMP-LABEL
           MOVE WS-CO-MATCH(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'TOTAL COMPENSATION' TO WS-CMP-LABEL
           MOVE WS-CO-TOTAL-COMP(WS-CO-SUB) TO WS-PCT-AMOUNT
           PERFORM PRINT-COMPONENT-LINE
           MOVE 'TIME OFF EARNED (NOT IN TOTAL)' TO WS-CMP-LABEL
           MOVE WS-CO-LEAVE-ACCRUED(WS-CO-SUB) TO WS-CMP-AMOUNT
           MOVE ZERO TO WS-CMP-PCT
           MOVE SPACES TO WS-CMP-PCT-SIGN
           WRITE CONTROL-REPORT-LINE FROM WS-COMPONENT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-TIE-HEADING
           MOVE 'N' TO WS-CO-UNTIED
           MOVE 'WAGES' TO WS-TIE-LABEL
           MOVE WS-CO-WAGES(WS-CO-SUB) TO WS-TIE-STATEMENTS
           MOVE WS-CO-NS-WAGES(WS-CO-SUB) TO WS-TIE-NO-STATEMENT
           MOVE WS-CO-GL-WAGES(WS-CO-SUB) TO WS-TIE-GL
           COMPUTE WS-TIE-DIFFERENCE = WS-CO-WAGES(WS-CO-SUB)
               + WS-CO-NS-WAGES(WS-CO-SUB) - WS-CO-GL-WAGES(WS-CO-SUB)
           PERFORM PRINT-TIE-LINE
           MOVE 'EMPLOYER TAXES AND MATCH' TO WS-TIE-LABEL
           COMPUTE WS-PCT-AMOUNT = WS-CO-FICA(WS-CO-SUB)
               + WS-CO-MEDICARE(WS-CO-SUB) + WS-CO-FUTA(WS-CO-SUB)
               + WS-CO-SUTA(WS-CO-SUB) + WS-CO-SDI-ER(WS-CO-SUB)
               + WS-CO-MATCH(WS-CO-SUB)
           MOVE WS-PCT-AMOUNT TO WS-TIE-STATEMENTS
           MOVE WS-CO-NS-TAX(WS-CO-SUB) TO WS-TIE-NO-STATEMENT
           MOVE WS-CO-GL-TAX(WS-CO-SUB) TO WS-TIE-GL
           COMPUTE WS-TIE-DIFFERENCE = WS-PCT-AMOUNT
               + WS-CO-NS-TAX(WS-CO-SUB) - WS-CO-GL-TAX(WS-CO-SUB)
           ADD WS-PCT-AMOUNT TO WS-GT-TAX
           PERFORM PRINT-TIE-LINE
           MOVE 'WORKERS COMP PREMIUM' TO WS-TIE-LABEL
           MOVE WS-CO-WC(WS-CO-SUB) TO WS-TIE-STATEMENTS
           MOVE WS-CO-NS-WC(WS-CO-SUB) TO WS-TIE-NO-STATEMENT
           MOVE WS-CO-GL-WC(WS-CO-SUB) TO WS-TIE-GL
           COMPUTE WS-TIE-DIFFERENCE = WS-CO-WC(WS-CO-SUB)
               + WS-CO-NS-WC(WS-CO-SUB) - WS-CO-GL-WC(WS-CO-SUB)
           PERFORM PRINT-TIE-LINE
           MOVE 'BENEFIT EMPLOYER SHARE' TO WS-UNP-LABEL
           MOVE WS-CO-BENEFIT(WS-CO-SUB) TO WS-UNP-STATEMENTS
           MOVE 'BILLED BY THE CARRIERS - NOT IN PAYROLL GL'
               TO WS-UNP-NOTE
           WRITE CONTROL-REPORT-LINE FROM WS-UNPOSTED-LINE
           IF WS-CO-UNTIED = 'Y'
               ADD 1 TO WS-UNTIED-COMPANY-COUNT
               IF WS-CO-TRANSFERRED(WS-CO-SUB) > 0
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING '  A TRANSFERRED EMPLOYEE''S WHOLE YEAR IS '
                          'SHOWN HERE; THEIR EARLIER COMPANY''S '
                          'LEDGER CARRIES PART OF IT'
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   WRITE CONTROL-REPORT-LINE FROM WS-NOTE-LINE
               END-IF
           END-IF

           ADD WS-CO-WAGES(WS-CO-SUB) TO WS-GT-WAGES
           ADD WS-CO-WC(WS-CO-SUB) TO WS-GT-WC
           ADD WS-CO-NS-WAGES(WS-CO-SUB) TO WS-GT-NS-WAGES
           ADD WS-CO-NS-TAX(WS-CO-SUB) TO WS-GT-NS-TAX
           ADD WS-CO-NS-WC(WS-CO-SUB) TO WS-GT-NS-WC
           ADD WS-CO-BENEFIT(WS-CO-SUB) TO WS-GT-BENEFIT
           ADD WS-CO-LEAVE-ACCRUED(WS-CO-SUB) TO WS-GT-LEAVE-ACCRUED
           ADD WS-CO-TOTAL-COMP(WS-CO-SUB) TO WS-GT-TOTAL-COMP
           EXIT.

       PRINT-COMPONENT-LINE.
           PERFORM COMPUTE-PERCENT
           MOVE WS-PCT-AMOUNT TO WS-CMP-AMOUNT
           MOVE WS-PCT-RESULT TO WS-CMP-PCT
           MOVE '%' TO WS-CMP-PCT-SIGN
           WRITE CONTROL-REPORT-LINE FROM WS-COMPONENT-LINE
           EXIT.

       PRINT-TIE-LINE.
           MOVE WS-TIE-DIFFERENCE TO WS-TIE-DIFF
           IF WS-TIE-DIFFERENCE = 0
               MOVE SPACES TO WS-TIE-NOTE
           ELSE
               MOVE 'Y' TO WS-CO-UNTIED
               MOVE '** DOES NOT TIE' TO WS-TIE-NOTE
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-TIE-LINE
           EXIT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'EMPLOYEES READ' TO WS-TOT-LABEL
           MOVE WS-EMPLOYEES-READ TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STATEMENTS WRITTEN' TO WS-TOT-LABEL
           MOVE WS-STATEMENT-COUNT TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CONTRACTORS (NO STATEMENT)' TO WS-TOT-LABEL
           MOVE WS-CONTRACTOR-COUNT TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOTHING PAID OR SPENT THIS YEAR' TO WS-TOT-LABEL
           MOVE WS-OUT-OF-SCOPE-COUNT TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LEAVE NOT FULLY BANKED ON HISTORY' TO WS-TOT-LABEL
           MOVE WS-UNBANKED-COUNT TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STATEMENT EXCEPTIONS' TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAID IN YEAR, NOT ON MASTER' TO WS-TOT-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'GL LINES READ' TO WS-TOT-LABEL
           MOVE WS-GL-LINES-READ TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'GL EXPENSE LINES TIED' TO WS-TOT-LABEL
           MOVE WS-GL-LINES-TIED TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'COMPANIES THAT DO NOT TIE' TO WS-TOT-LABEL
           MOVE WS-UNTIED-COMPANY-COUNT TO WS-TOT-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-UNTIED-COMPANY-COUNT > 0
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'OUT OF BALANCE: CHECK THAT THE GLFILE, ELIABSRT '
                      'AND WCDETSRT INPUTS ARE THE TAX YEAR''S W2PROC '
                      'ROLL,'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WRITE CONTROL-REPORT-LINE FROM WS-NOTE-LINE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'AND FOR LABOR CHARGED ACROSS COMPANIES (SEE '
                      'THE INTERCOMPANY REPORT)'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WRITE CONTROL-REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               MOVE 'STATEMENTS TIE TO THE GENERAL LEDGER'
                   TO WS-NOTE-TEXT
               WRITE CONTROL-REPORT-LINE FROM WS-NOTE-LINE
           END-IF
           EXIT.
