       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetirementCensus.

      *> Year-end 401(k) plan census for the recordkeeper's ADP/ACP
      *> and top-heavy testing. One RETCENS line per employee on the
      *> master for the plan year - terminated employees included,
      *> contractors never - in the recordkeeper's layout:
      *>   - SSN, legal name, birth, hire, rehire and termination
      *>     dates from DEMOFILE;
      *>   - hours of service: the plan year's twelve months on
      *>     ACAHOURS (hours worked from time entries, paid leave
      *>     hours, and the salaried equivalency);
      *>   - gross compensation from the plan year's closed YTD
      *>     record (the YTDARCH generation YearEndClose wrote),
      *>     less the imputed income banked on each payment in
      *>     PAYHIST, which is excluded from plan compensation;
      *>   - pre-tax deferrals from YTD-DED-401K;
      *>   - both of the above include the records of companies the
      *>     employee transferred out of during the year (the
      *>     CYTDARCH generation YearEndClose wrote beside YTDARCH),
      *>     since the plan covers the whole controlled group;
      *>   - the employer match from the match banked on each
      *>     payment in PAYHIST. History written before the match
      *>     was banked is made up at the plan's match rate on the
      *>     deferrals it does not account for;
      *>   - highly-compensated (HCE) and key employee flags from
      *>     the prior year's W-2 compensation (W2SNAP box 5) and
      *>     the ownership and officer data on DEMOFILE.
      *> Employees hired after the plan year, and those terminated
      *> before it with nothing paid in it, are left off.
      *> CENSRPT lists every flagged employee and every census line
      *> the recordkeeper will reject, then ties the census deferral
      *> and match totals to the detail VendorRemit sent the
      *> recordkeeper for pay periods ending in the plan year
      *> (K401RMT, every remittance generation concatenated).
      *> Condition code 4: a census line with missing data, pay on
      *> the YTD archive for an employee no longer on the master, or
      *> census totals that do not tie to the remittances.
      *> Run once a year, after W2PROC01 has closed the plan year.
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

           SELECT ACA-HOURS-FILE
            ASSIGN TO ACAHOURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACAH-KEY
               FILE STATUS IS WS-ACAHRS-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.

           SELECT W2-SNAPSHOT-FILE
            ASSIGN TO W2SNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W2SNAP-KEY
               FILE STATUS IS WS-W2SNAP-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT K401-REMIT-FILE
            ASSIGN TO K401RMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-K401RMT-FILE-STATUS.

           SELECT CENSUS-FILE
            ASSIGN TO RETCENS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CENSUS-REPORT-FILE
            ASSIGN TO CENSRPT
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

       FD  ACA-HOURS-FILE.
           COPY ACAHREC.

       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  W2-SNAPSHOT-FILE.
           COPY W2SNAP.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

      *> VendorRemit's 401(k) recordkeeper file: 'D' one employee's
      *> deferral and match for one pay period, 'T' the file total.
      *> Files written before the period end was carried read it
      *> back as spaces.
       FD  K401-REMIT-FILE.
       01  K401-REMIT-RECORD.
           05  KRMT-RECORD-TYPE        PIC X(1).
           05  KRMT-EMP-ID             PIC 9(5).
           05  KRMT-EMP-NAME           PIC X(20).
           05  KRMT-EMPLOYEE-AMOUNT    PIC 9(9)V99.
           05  KRMT-EMPLOYER-MATCH     PIC 9(9)V99.
           05  KRMT-PERIOD-END         PIC 9(8).

       FD  CENSUS-FILE
           RECORD CONTAINS 171 CHARACTERS.
       01  CENSUS-LINE                 PIC X(171).

       FD  CENSUS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CENSUS-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-YTDARCH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CYTDARCH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CYTDARCH-OPEN            PIC X    VALUE 'N'.
       01  WS-CYTDARCH-EOF             PIC X    VALUE 'Y'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACAHRS-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ACAHRS-OPEN              PIC X    VALUE 'N'.
       01  WS-PHIST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PHIST-OPEN               PIC X    VALUE 'N'.
       01  WS-PHIST-EOF                PIC X    VALUE 'N'.
       01  WS-W2SNAP-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-W2SNAP-OPEN              PIC X    VALUE 'N'.
       01  WS-W2SNAP-EOF               PIC X    VALUE 'N'.
       01  WS-PRIOR-W2-FOUND           PIC 9(2) VALUE 0.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-K401RMT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-K401RMT-OPEN             PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-YTDARCH-EOF              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> SYSIN card:
      *>   cols 1-4   plan year (blank = the year W2PROC would close:
      *>              the prior year when run before July)
      *>   cols 6-11  HCE compensation threshold, whole dollars
      *>   cols 13-18 key employee officer compensation threshold,
      *>              whole dollars
      *> Both thresholds are indexed by the IRS every year; a blank
      *> keeps the compiled-in figure below.
       01  WS-CENSUS-PARM-CARD.
           05  WS-PARM-PLAN-YEAR       PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-PARM-HCE-COMP        PIC X(6).
           05  FILLER                  PIC X(1).
           05  WS-PARM-KEY-COMP        PIC X(6).
           05  FILLER                  PIC X(62).

       01  WS-HCE-COMP-LIMIT           PIC 9(7)V99 VALUE 160000.00.
       01  WS-KEY-OFFICER-LIMIT        PIC 9(7)V99 VALUE 230000.00.
      *> A 1% owner is key above this figure; it is fixed in the
      *> statute, not indexed.
       01  WS-KEY-OWNER-LIMIT          PIC 9(7)V99 VALUE 150000.00.
       01  WS-HCE-OWNER-PCT            PIC 9(3)V99 VALUE 5.00.
       01  WS-KEY-OWNER-PCT            PIC 9(3)V99 VALUE 1.00.
      *> The plan's match rate on deferrals, the same rate
      *> EmployeePayroll accrues the match at; only used for pay
      *> history written before each payment's match was banked.
       01  WS-401K-MATCH-RATE          PIC V99   VALUE .50.

       01  WS-YEAR-START               PIC 9(8) VALUE 0.
       01  WS-YEAR-END                 PIC 9(8) VALUE 0.
       01  WS-YEAR-END-R REDEFINES WS-YEAR-END.
           05  WS-PLAN-YEAR            PIC 9(4).
           05  WS-PLAN-MMDD            PIC 9(4).
       01  WS-PRIOR-YEAR               PIC 9(4) VALUE 0.
       01  WS-MONTH                    PIC 9(2) VALUE 0.

       01  WS-FIRST-COMPANY-CODE       PIC X(3) VALUE SPACES.

      *> The closed YTD record for the plan year, matched to the
      *> master on employee id; both are in employee id order.
           COPY YTDREC.
       01  WS-CUR-HAS-YTD              PIC X    VALUE 'N'.
      *> The live record, held while a closed-out company's image
      *> is worked through the same layout.
       01  WS-SAVED-YTD-RECORD         PIC X(412) VALUE SPACES.

       01  WS-DEMO-FOUND               PIC X    VALUE 'N'.
       01  WS-IN-SCOPE                 PIC X    VALUE 'N'.
       01  WS-CUR-STATUS               PIC X    VALUE SPACE.
       01  WS-CUR-HIRE-DATE            PIC 9(8) VALUE 0.
       01  WS-CUR-TERM-DATE            PIC 9(8) VALUE 0.
       01  WS-CUR-HOURS                PIC 9(5)V99 VALUE 0.
       01  WS-CUR-GROSS                PIC S9(9)V99 VALUE 0.
       01  WS-CUR-EXCLUDED             PIC S9(9)V99 VALUE 0.
       01  WS-CUR-PLAN-COMP            PIC S9(9)V99 VALUE 0.
       01  WS-CUR-DEFERRALS            PIC S9(9)V99 VALUE 0.
       01  WS-CUR-MATCH                PIC S9(9)V99 VALUE 0.
       01  WS-CUR-MATCHED-DEFERRALS    PIC S9(9)V99 VALUE 0.
       01  WS-CUR-UNMATCHED-DEFERRALS  PIC S9(9)V99 VALUE 0.
       01  WS-CUR-PRIOR-COMP           PIC 9(9)V99 VALUE 0.
       01  WS-CUR-OWNERSHIP            PIC 9(3)V99 VALUE 0.
       01  WS-CUR-OFFICER              PIC X    VALUE 'N'.
       01  WS-CUR-HCE                  PIC X    VALUE 'N'.
       01  WS-CUR-KEY                  PIC X    VALUE 'N'.
       01  WS-CUR-NOTE                 PIC X(40) VALUE SPACES.

       01  WS-EMPLOYEES-READ           PIC 9(7) VALUE 0.
       01  WS-CENSUS-COUNT             PIC 9(7) VALUE 0.
       01  WS-OUT-OF-SCOPE-COUNT       PIC 9(7) VALUE 0.
       01  WS-HCE-COUNT                PIC 9(7) VALUE 0.
       01  WS-KEY-COUNT                PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(7) VALUE 0.
       01  WS-NO-PRIOR-W2-COUNT        PIC 9(7) VALUE 0.
       01  WS-RATED-MATCH-COUNT        PIC 9(7) VALUE 0.
       01  WS-TOT-HOURS                PIC 9(9)V99 VALUE 0.
       01  WS-TOT-GROSS                PIC S9(11)V99 VALUE 0.
       01  WS-TOT-EXCLUDED             PIC S9(11)V99 VALUE 0.
       01  WS-TOT-PLAN-COMP            PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DEFERRALS            PIC S9(11)V99 VALUE 0.
       01  WS-TOT-MATCH                PIC S9(11)V99 VALUE 0.

      *> Remittances for pay periods ending in the plan year, and
      *> the detail from files too old to carry a period end, which
      *> cannot be placed in any year.
       01  WS-REMIT-FILE-COUNT         PIC 9(5) VALUE 0.
       01  WS-REMIT-DEFERRALS          PIC S9(11)V99 VALUE 0.
       01  WS-REMIT-MATCH              PIC S9(11)V99 VALUE 0.
       01  WS-UNDATED-COUNT            PIC 9(7) VALUE 0.
       01  WS-UNDATED-DEFERRALS        PIC S9(11)V99 VALUE 0.
       01  WS-UNDATED-MATCH            PIC S9(11)V99 VALUE 0.
       01  WS-DEFERRAL-DIFFERENCE      PIC S9(11)V99 VALUE 0.
       01  WS-MATCH-DIFFERENCE         PIC S9(11)V99 VALUE 0.

      *> Recordkeeper census layout, one line per employee.
      *>   CENS-STATUS  A active, L on leave, T terminated
      *>   CENS-*-DATE  YYYYMMDD, zero when none
       01  WS-CENSUS-DETAIL.
           05  CENS-RECORD-TYPE        PIC X(1)  VALUE 'D'.
           05  CENS-PLAN-YEAR          PIC 9(4).
           05  CENS-COMPANY-CODE       PIC X(3).
           05  CENS-EMP-ID             PIC 9(5).
           05  CENS-SSN                PIC 9(9).
           05  CENS-LEGAL-NAME         PIC X(35).
           05  CENS-BIRTH-DATE         PIC 9(8).
           05  CENS-HIRE-DATE          PIC 9(8).
           05  CENS-REHIRE-DATE        PIC 9(8).
           05  CENS-TERM-DATE          PIC 9(8).
           05  CENS-STATUS             PIC X(1).
           05  CENS-HOURS              PIC 9(5)V99.
           05  CENS-GROSS-COMP         PIC 9(9)V99.
           05  CENS-EXCLUDED-COMP      PIC 9(9)V99.
           05  CENS-PLAN-COMP          PIC 9(9)V99.
           05  CENS-DEFERRALS          PIC 9(9)V99.
           05  CENS-MATCH              PIC 9(9)V99.
           05  CENS-PRIOR-YEAR-COMP    PIC 9(9)V99.
           05  CENS-OWNERSHIP-PCT      PIC 9(3)V99.
           05  CENS-OFFICER-FLAG       PIC X(1).
           05  CENS-HCE-FLAG           PIC X(1).
           05  CENS-KEY-FLAG           PIC X(1).

      *> Census trailer, the last line of the file.
       01  WS-CENSUS-TRAILER.
           05  CENT-RECORD-TYPE        PIC X(1)  VALUE 'T'.
           05  CENT-PLAN-YEAR          PIC 9(4).
           05  CENT-EMPLOYEE-COUNT     PIC 9(7).
           05  CENT-HCE-COUNT          PIC 9(7).
           05  CENT-KEY-COUNT          PIC 9(7).
           05  CENT-HOURS              PIC 9(9)V99.
           05  CENT-GROSS-COMP         PIC 9(11)V99.
           05  CENT-EXCLUDED-COMP      PIC 9(11)V99.
           05  CENT-PLAN-COMP          PIC 9(11)V99.
           05  CENT-DEFERRALS          PIC 9(11)V99.
           05  CENT-MATCH              PIC 9(11)V99.
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               'RETIREMENT PLAN CENSUS  PLAN YEAR '.
           05  WS-HDG-PLAN-YEAR        PIC 9(4).
           05  FILLER                  PIC X(12) VALUE
               '  RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER                  PIC X(34) VALUE
               'HCE ABOVE PRIOR-YEAR COMPENSATION '.
           05  WS-HDG-HCE-LIMIT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(32) VALUE
               '  KEY OFFICER ABOVE COMPENSATION'.
           05  WS-HDG-KEY-LIMIT        PIC ZZZ,ZZ9.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(40) VALUE
               '  EMP-ID NAME                      PLAN '.
           05  FILLER                  PIC X(40) VALUE
               'COMP   PRIOR YR COMP   OWN%  OFF HCE KEY'.
           05  FILLER                  PIC X(5)  VALUE
               ' NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-PLAN-COMP        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-PRIOR-COMP       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-OWNERSHIP        PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DTL-OFFICER          PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DTL-HCE              PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DTL-KEY              PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-AMT-LABEL            PIC X(40).
           05  WS-AMT-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-RECON-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'DEFERRAL AND MATCH REMITTANCE RECONCILIA'.
           05  FILLER                  PIC X(22) VALUE
               'TION  PLAN YEAR '.
           05  WS-RCH-PLAN-YEAR        PIC 9(4).

       01  WS-RECON-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               '                                 CENSUS '.
           05  FILLER                  PIC X(40) VALUE
               '         REMITTED        DIFFERENCE'.

       01  WS-RECON-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RCL-LABEL            PIC X(20).
           05  WS-RCL-CENSUS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RCL-REMITTED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RCL-DIFFERENCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(100).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CENSUS-PARM-CARD
           ACCEPT WS-CENSUS-PARM-CARD FROM SYSIN
           PERFORM SET-PLAN-YEAR
           PERFORM LOAD-COMPANY-MASTER

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
                   ' - THE PLAN YEAR MUST BE CLOSED FIRST'
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEMOGRAPHICS-FILE, STATUS: '
                   WS-DEMO-FILE-STATUS
               CLOSE EMPLOYEE-FILE
               CLOSE YTD-ARCHIVE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACA-HOURS-FILE
           IF WS-ACAHRS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACAHRS-OPEN
           ELSE
               DISPLAY 'NO ACA-HOURS-FILE, STATUS: '
                   WS-ACAHRS-FILE-STATUS
                   ' - HOURS OF SERVICE REPORTED AS ZERO'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PHIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PHIST-OPEN
           ELSE
               DISPLAY 'NO PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PHIST-FILE-STATUS
                   ' - NO EXCLUDED PAY, MATCH AT THE PLAN RATE'
               MOVE 4 TO RETURN-CODE
           END-IF
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
           OPEN INPUT W2-SNAPSHOT-FILE
           IF WS-W2SNAP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-W2SNAP-OPEN
           ELSE
               DISPLAY 'NO W2-SNAPSHOT-FILE, STATUS: '
                   WS-W2SNAP-FILE-STATUS
                   ' - HCE/KEY FLAGS FROM OWNERSHIP ONLY'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CENSUS-FILE
           OPEN OUTPUT CENSUS-REPORT-FILE

           MOVE WS-PLAN-YEAR TO WS-HDG-PLAN-YEAR
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-HCE-COMP-LIMIT TO WS-HDG-HCE-LIMIT
           MOVE WS-KEY-OFFICER-LIMIT TO WS-HDG-KEY-LIMIT
           WRITE CENSUS-REPORT-LINE FROM WS-HEADING-1
           WRITE CENSUS-REPORT-LINE FROM WS-HEADING-2
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE FROM WS-HEADING-3

           PERFORM READ-NEXT-YTD
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM MATCH-YTD-ARCHIVE
                       IF WORKER-TYPE NOT = 'C'
                           PERFORM PROCESS-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
      *>   Whatever is left on the archive was paid to someone no
      *>   longer on the master.
           PERFORM UNTIL WS-YTDARCH-EOF = 'Y'
               PERFORM REPORT-ORPHAN-YTD
               PERFORM READ-NEXT-YTD
           END-PERFORM

           PERFORM WRITE-CENSUS-TRAILER
           PERFORM TIE-TO-REMITTANCES
           PERFORM WRITE-CONTROL-TOTALS

           CLOSE EMPLOYEE-FILE
           CLOSE YTD-ARCHIVE-FILE
           IF WS-CYTDARCH-OPEN = 'Y'
               CLOSE COMPANY-YTD-ARCHIVE-FILE
           END-IF
           CLOSE DEMOGRAPHICS-FILE
           IF WS-ACAHRS-OPEN = 'Y'
               CLOSE ACA-HOURS-FILE
           END-IF
           IF WS-PHIST-OPEN = 'Y'
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           IF WS-W2SNAP-OPEN = 'Y'
               CLOSE W2-SNAPSHOT-FILE
           END-IF
           CLOSE CENSUS-FILE
           CLOSE CENSUS-REPORT-FILE

           DISPLAY 'RETIREMENT-CENSUS PLAN YEAR: ' WS-PLAN-YEAR
           DISPLAY 'RETIREMENT-CENSUS EMPLOYEES READ: '
               WS-EMPLOYEES-READ
           DISPLAY 'RETIREMENT-CENSUS CENSUS LINES: ' WS-CENSUS-COUNT
           DISPLAY 'RETIREMENT-CENSUS HCE: ' WS-HCE-COUNT
               '  KEY: ' WS-KEY-COUNT
           DISPLAY 'RETIREMENT-CENSUS EXCEPTIONS: ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-ORPHAN-COUNT > 0 OR
                   WS-DEFERRAL-DIFFERENCE NOT = 0 OR
                   WS-MATCH-DIFFERENCE NOT = 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       SET-PLAN-YEAR.
      *>   Same default as W2Process: a run in January through June
      *>   is reporting the year just ended.
           IF WS-PARM-PLAN-YEAR IS NUMERIC AND
                   WS-PARM-PLAN-YEAR NOT = '0000'
               MOVE WS-PARM-PLAN-YEAR TO WS-PLAN-YEAR
           ELSE
               MOVE WS-RUN-DATE TO WS-YEAR-END
               IF WS-PLAN-MMDD < 0701
                   SUBTRACT 1 FROM WS-PLAN-YEAR
               END-IF
           END-IF
           MOVE 0101 TO WS-PLAN-MMDD
           MOVE WS-YEAR-END TO WS-YEAR-START
           MOVE 1231 TO WS-PLAN-MMDD
           COMPUTE WS-PRIOR-YEAR = WS-PLAN-YEAR - 1
           IF WS-PARM-HCE-COMP IS NUMERIC AND
                   WS-PARM-HCE-COMP NOT = '000000'
               MOVE WS-PARM-HCE-COMP TO WS-HCE-COMP-LIMIT
           END-IF
           IF WS-PARM-KEY-COMP IS NUMERIC AND
                   WS-PARM-KEY-COMP NOT = '000000'
               MOVE WS-PARM-KEY-COMP TO WS-KEY-OFFICER-LIMIT
           END-IF
           EXIT.

       LOAD-COMPANY-MASTER.
      *>   A blank company code on the master belongs to the first
      *>   company, same rule as everywhere else.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS = '00'
               READ COMPANY-MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE COMP-CODE TO WS-FIRST-COMPANY-CODE
               END-READ
               CLOSE COMPANY-MASTER-FILE
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

       MATCH-YTD-ARCHIVE.
           PERFORM UNTIL WS-YTDARCH-EOF = 'Y' OR
                   YTD-EMP-ID NOT < EMP-ID
               PERFORM REPORT-ORPHAN-YTD
               PERFORM READ-NEXT-YTD
           END-PERFORM
           MOVE 'N' TO WS-CUR-HAS-YTD
           IF WS-YTDARCH-EOF = 'N' AND YTD-EMP-ID = EMP-ID
               MOVE 'Y' TO WS-CUR-HAS-YTD
           END-IF
           EXIT.

       REPORT-ORPHAN-YTD.
      *>   Employees are never deleted once paid, so this is a
      *>   master record lost or rekeyed; the recordkeeper still has
      *>   to hear about the pay.
           IF YTD-GROSS-PAY IS NUMERIC AND YTD-GROSS-PAY > 0
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE YTD-EMP-ID TO WS-DTL-EMP-ID
               MOVE YTD-GROSS-PAY TO WS-DTL-PLAN-COMP
               MOVE 'PAID IN YEAR, NOT ON MASTER - NOT SENT'
                   TO WS-DTL-NOTE
               WRITE CENSUS-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           EXIT.

       PROCESS-EMPLOYEE.
           MOVE 'N' TO WS-DEMO-FOUND
           MOVE EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
                   INITIALIZE DEMOGRAPHICS-RECORD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEMO-FOUND
           END-READ

           MOVE 0 TO WS-CUR-GROSS
           MOVE 0 TO WS-CUR-DEFERRALS
           IF WS-CUR-HAS-YTD = 'Y'
               IF YTD-GROSS-PAY IS NUMERIC
                   MOVE YTD-GROSS-PAY TO WS-CUR-GROSS
               END-IF
               IF YTD-DED-401K IS NUMERIC
                   MOVE YTD-DED-401K TO WS-CUR-DEFERRALS
               END-IF
           END-IF
           PERFORM ADD-CLOSED-COMPANY-PAY

           PERFORM CHECK-CENSUS-SCOPE
           IF WS-IN-SCOPE = 'Y'
               PERFORM BUILD-CENSUS-LINE
           ELSE
               ADD 1 TO WS-OUT-OF-SCOPE-COUNT
           END-IF
           EXIT.

       ADD-CLOSED-COMPANY-PAY.
      *>   The closed-out company archive is in employee id order
      *>   too; anything for an employee not worked here (a
      *>   contractor, or no longer on the master) is passed by.
           PERFORM UNTIL WS-CYTDARCH-EOF = 'Y' OR
                   CYTD-EMP-ID NOT < EMP-ID
               PERFORM READ-NEXT-CLOSED-COMPANY
           END-PERFORM
           IF WS-CYTDARCH-EOF = 'N' AND CYTD-EMP-ID = EMP-ID
               MOVE EMPLOYEE-YTD-RECORD TO WS-SAVED-YTD-RECORD
               PERFORM UNTIL WS-CYTDARCH-EOF = 'Y' OR
                       CYTD-EMP-ID NOT = EMP-ID
                   MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
                   IF YTD-GROSS-PAY IS NUMERIC
                       ADD YTD-GROSS-PAY TO WS-CUR-GROSS
                   END-IF
                   IF YTD-DED-401K IS NUMERIC
                       ADD YTD-DED-401K TO WS-CUR-DEFERRALS
                   END-IF
                   PERFORM READ-NEXT-CLOSED-COMPANY
               END-PERFORM
               MOVE WS-SAVED-YTD-RECORD TO EMPLOYEE-YTD-RECORD
           END-IF
           EXIT.

       CHECK-CENSUS-SCOPE.
           MOVE 0 TO WS-CUR-HIRE-DATE
           MOVE 0 TO WS-CUR-TERM-DATE
           IF DEMO-HIRE-DATE IS NUMERIC
               MOVE DEMO-HIRE-DATE TO WS-CUR-HIRE-DATE
           END-IF
           IF DEMO-TERM-DATE IS NUMERIC
               MOVE DEMO-TERM-DATE TO WS-CUR-TERM-DATE
           END-IF
           EVALUATE EMPLOYMENT-STATUS
               WHEN 'F'
               WHEN 'T'
                   MOVE 'T' TO WS-CUR-STATUS
               WHEN 'L'
                   MOVE 'L' TO WS-CUR-STATUS
               WHEN OTHER
                   MOVE 'A' TO WS-CUR-STATUS
           END-EVALUATE

           MOVE 'Y' TO WS-IN-SCOPE
           IF WS-CUR-HIRE-DATE > WS-YEAR-END AND WS-CUR-GROSS = 0
               MOVE 'N' TO WS-IN-SCOPE
           END-IF
      *>   A separation before the plan year (or one too old to have
      *>   been dated) with nothing paid in the year is not a
      *>   participant this year.
           IF WS-CUR-STATUS = 'T' AND WS-CUR-GROSS = 0 AND
                   WS-CUR-TERM-DATE < WS-YEAR-START
               MOVE 'N' TO WS-IN-SCOPE
           END-IF
           EXIT.

       BUILD-CENSUS-LINE.
           MOVE SPACES TO WS-CUR-NOTE
           PERFORM SUM-HOURS-OF-SERVICE
           PERFORM SUM-PLAN-YEAR-HISTORY

      *>   Deferrals the banked matches do not account for were paid
      *>   before the match was banked on each payment; they earned
      *>   the plan rate.
           COMPUTE WS-CUR-UNMATCHED-DEFERRALS =
               WS-CUR-DEFERRALS - WS-CUR-MATCHED-DEFERRALS
           IF WS-CUR-UNMATCHED-DEFERRALS > 0
               COMPUTE WS-CUR-MATCH ROUNDED = WS-CUR-MATCH +
                   WS-CUR-UNMATCHED-DEFERRALS * WS-401K-MATCH-RATE
               ADD 1 TO WS-RATED-MATCH-COUNT
           END-IF
           IF WS-CUR-MATCH < 0
               MOVE 0 TO WS-CUR-MATCH
           END-IF
           IF WS-CUR-EXCLUDED < 0
               MOVE 0 TO WS-CUR-EXCLUDED
           END-IF
           IF WS-CUR-EXCLUDED > WS-CUR-GROSS
               MOVE WS-CUR-GROSS TO WS-CUR-EXCLUDED
           END-IF
           COMPUTE WS-CUR-PLAN-COMP = WS-CUR-GROSS - WS-CUR-EXCLUDED

           PERFORM GET-PRIOR-YEAR-COMP
           PERFORM SET-HCE-AND-KEY-FLAGS

           MOVE WS-PLAN-YEAR TO CENS-PLAN-YEAR
           IF COMPANY-CODE = SPACES
               MOVE WS-FIRST-COMPANY-CODE TO CENS-COMPANY-CODE
           ELSE
               MOVE COMPANY-CODE TO CENS-COMPANY-CODE
           END-IF
           MOVE EMP-ID TO CENS-EMP-ID
           MOVE WS-CUR-HIRE-DATE TO CENS-HIRE-DATE
           MOVE WS-CUR-TERM-DATE TO CENS-TERM-DATE
           MOVE 0 TO CENS-SSN
           MOVE 0 TO CENS-BIRTH-DATE
           MOVE 0 TO CENS-REHIRE-DATE
           IF DEMO-SSN IS NUMERIC
               MOVE DEMO-SSN TO CENS-SSN
           END-IF
           IF DEMO-BIRTH-DATE IS NUMERIC
               MOVE DEMO-BIRTH-DATE TO CENS-BIRTH-DATE
           END-IF
           IF DEMO-REHIRE-DATE IS NUMERIC
               MOVE DEMO-REHIRE-DATE TO CENS-REHIRE-DATE
           END-IF
           IF DEMO-LEGAL-NAME = SPACES
               MOVE EMP-NAME TO CENS-LEGAL-NAME
           ELSE
               MOVE DEMO-LEGAL-NAME TO CENS-LEGAL-NAME
           END-IF
           MOVE WS-CUR-STATUS TO CENS-STATUS
           MOVE WS-CUR-HOURS TO CENS-HOURS
           MOVE WS-CUR-GROSS TO CENS-GROSS-COMP
           MOVE WS-CUR-EXCLUDED TO CENS-EXCLUDED-COMP
           MOVE WS-CUR-PLAN-COMP TO CENS-PLAN-COMP
           MOVE WS-CUR-DEFERRALS TO CENS-DEFERRALS
           MOVE WS-CUR-MATCH TO CENS-MATCH
           MOVE WS-CUR-PRIOR-COMP TO CENS-PRIOR-YEAR-COMP
           MOVE WS-CUR-OWNERSHIP TO CENS-OWNERSHIP-PCT
           MOVE WS-CUR-OFFICER TO CENS-OFFICER-FLAG
           MOVE WS-CUR-HCE TO CENS-HCE-FLAG
           MOVE WS-CUR-KEY TO CENS-KEY-FLAG
           WRITE CENSUS-LINE FROM WS-CENSUS-DETAIL

           ADD 1 TO WS-CENSUS-COUNT
           ADD WS-CUR-HOURS TO WS-TOT-HOURS
           ADD WS-CUR-GROSS TO WS-TOT-GROSS
           ADD WS-CUR-EXCLUDED TO WS-TOT-EXCLUDED
           ADD WS-CUR-PLAN-COMP TO WS-TOT-PLAN-COMP
           ADD WS-CUR-DEFERRALS TO WS-TOT-DEFERRALS
           ADD WS-CUR-MATCH TO WS-TOT-MATCH

      *>   The recordkeeper rejects a line with no SSN or birth date.
           IF WS-DEMO-FOUND = 'N'
               MOVE 'NO DEMOGRAPHICS RECORD' TO WS-CUR-NOTE
           ELSE
               IF CENS-SSN = 0
                   MOVE 'NO SSN ON DEMOGRAPHICS' TO WS-CUR-NOTE
               ELSE
               IF CENS-BIRTH-DATE = 0
                   MOVE 'NO BIRTH DATE ON DEMOGRAPHICS'
                       TO WS-CUR-NOTE
               END-IF
               END-IF
           END-IF
           IF WS-CUR-NOTE NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-CUR-NOTE NOT = SPACES OR WS-CUR-HCE = 'Y' OR
                   WS-CUR-KEY = 'Y'
               PERFORM PRINT-CENSUS-DETAIL
           END-IF
           EXIT.

       SUM-HOURS-OF-SERVICE.
           MOVE 0 TO WS-CUR-HOURS
           IF WS-ACAHRS-OPEN = 'Y'
               PERFORM VARYING WS-MONTH FROM 1 BY 1
                       UNTIL WS-MONTH > 12
                   MOVE EMP-ID TO ACAH-EMP-ID
                   COMPUTE ACAH-MONTH = WS-PLAN-YEAR * 100 + WS-MONTH
                   READ ACA-HOURS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ADD-MONTH-HOURS
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       ADD-MONTH-HOURS.
           IF ACAH-WORKED-HOURS IS NUMERIC
               ADD ACAH-WORKED-HOURS TO WS-CUR-HOURS
           END-IF
           IF ACAH-LEAVE-HOURS IS NUMERIC
               ADD ACAH-LEAVE-HOURS TO WS-CUR-HOURS
           END-IF
           IF ACAH-EQUIV-HOURS IS NUMERIC
               ADD ACAH-EQUIV-HOURS TO WS-CUR-HOURS
           END-IF
           EXIT.

       SUM-PLAN-YEAR-HISTORY.
      *>   Every payment for a period ending in the plan year; a
      *>   reversal ('V') takes its figures back out.
           MOVE 0 TO WS-CUR-EXCLUDED
           MOVE 0 TO WS-CUR-MATCH
           MOVE 0 TO WS-CUR-MATCHED-DEFERRALS
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
           IF PHIST-IMPUTED-INCOME IS NUMERIC
               IF PHIST-RUN-TYPE = 'V'
                   SUBTRACT PHIST-IMPUTED-INCOME FROM WS-CUR-EXCLUDED
               ELSE
                   ADD PHIST-IMPUTED-INCOME TO WS-CUR-EXCLUDED
               END-IF
           END-IF
           IF PHIST-401K-MATCH IS NUMERIC AND
                   PHIST-DED-401K IS NUMERIC
               IF PHIST-RUN-TYPE = 'V'
                   SUBTRACT PHIST-401K-MATCH FROM WS-CUR-MATCH
                   SUBTRACT PHIST-DED-401K
                       FROM WS-CUR-MATCHED-DEFERRALS
               ELSE
                   ADD PHIST-401K-MATCH TO WS-CUR-MATCH
                   ADD PHIST-DED-401K TO WS-CUR-MATCHED-DEFERRALS
               END-IF
           END-IF
           EXIT.

       GET-PRIOR-YEAR-COMP.
      *>   An employee who moved between companies that year has a
      *>   W-2 from each; compensation is the controlled group's.
           MOVE 0 TO WS-CUR-PRIOR-COMP
           MOVE 0 TO WS-PRIOR-W2-FOUND
           IF WS-W2SNAP-OPEN = 'Y'
               MOVE EMP-ID TO W2SNAP-EMP-ID
               MOVE WS-PRIOR-YEAR TO W2SNAP-TAX-YEAR
               MOVE LOW-VALUES TO W2SNAP-COMPANY-CODE
               MOVE 'N' TO WS-W2SNAP-EOF
               START W2-SNAPSHOT-FILE KEY IS NOT LESS THAN W2SNAP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-W2SNAP-EOF
               END-START
               PERFORM UNTIL WS-W2SNAP-EOF = 'Y'
                   READ W2-SNAPSHOT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-W2SNAP-EOF
                       NOT AT END
                           IF W2SNAP-EMP-ID NOT = EMP-ID OR
                                   W2SNAP-TAX-YEAR NOT = WS-PRIOR-YEAR
                               MOVE 'Y' TO WS-W2SNAP-EOF
                           ELSE
                               ADD 1 TO WS-PRIOR-W2-FOUND
                               IF W2SNAP-BOX5-MED-WAGES IS NUMERIC
                                   ADD W2SNAP-BOX5-MED-WAGES
                                       TO WS-CUR-PRIOR-COMP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PRIOR-W2-FOUND = 0
                   ADD 1 TO WS-NO-PRIOR-W2-COUNT
               END-IF
           END-IF
           EXIT.

       SET-HCE-AND-KEY-FLAGS.
           MOVE 0 TO WS-CUR-OWNERSHIP
           MOVE 'N' TO WS-CUR-OFFICER
           IF DEMO-OWNERSHIP-PCT IS NUMERIC
               MOVE DEMO-OWNERSHIP-PCT TO WS-CUR-OWNERSHIP
           END-IF
           IF DEMO-OFFICER-FLAG = 'Y'
               MOVE 'Y' TO WS-CUR-OFFICER
           END-IF

      *>   HCE: a more-than-5% owner, or paid above the threshold in
      *>   the look-back (prior) year.
           MOVE 'N' TO WS-CUR-HCE
           IF WS-CUR-OWNERSHIP > WS-HCE-OWNER-PCT OR
                   WS-CUR-PRIOR-COMP > WS-HCE-COMP-LIMIT
               MOVE 'Y' TO WS-CUR-HCE
               ADD 1 TO WS-HCE-COUNT
           END-IF

      *>   Key: a more-than-5% owner, a more-than-1% owner paid above
      *>   the fixed 1% owner figure, or an officer paid above the
      *>   officer threshold.
           MOVE 'N' TO WS-CUR-KEY
           IF WS-CUR-OWNERSHIP > WS-HCE-OWNER-PCT
               MOVE 'Y' TO WS-CUR-KEY
           END-IF
           IF WS-CUR-OWNERSHIP > WS-KEY-OWNER-PCT AND
                   WS-CUR-PRIOR-COMP > WS-KEY-OWNER-LIMIT
               MOVE 'Y' TO WS-CUR-KEY
           END-IF
           IF WS-CUR-OFFICER = 'Y' AND
                   WS-CUR-PRIOR-COMP > WS-KEY-OFFICER-LIMIT
               MOVE 'Y' TO WS-CUR-KEY
           END-IF
           IF WS-CUR-KEY = 'Y'
               ADD 1 TO WS-KEY-COUNT
           END-IF
           EXIT.

       PRINT-CENSUS-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE EMP-ID TO WS-DTL-EMP-ID
           MOVE EMP-NAME TO WS-DTL-NAME
           MOVE WS-CUR-PLAN-COMP TO WS-DTL-PLAN-COMP
           MOVE WS-CUR-PRIOR-COMP TO WS-DTL-PRIOR-COMP
           MOVE WS-CUR-OWNERSHIP TO WS-DTL-OWNERSHIP
           MOVE WS-CUR-OFFICER TO WS-DTL-OFFICER
           MOVE WS-CUR-HCE TO WS-DTL-HCE
           MOVE WS-CUR-KEY TO WS-DTL-KEY
           MOVE WS-CUR-NOTE TO WS-DTL-NOTE
           WRITE CENSUS-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       WRITE-CENSUS-TRAILER.
           MOVE WS-PLAN-YEAR TO CENT-PLAN-YEAR
           MOVE WS-CENSUS-COUNT TO CENT-EMPLOYEE-COUNT
           MOVE WS-HCE-COUNT TO CENT-HCE-COUNT
           MOVE WS-KEY-COUNT TO CENT-KEY-COUNT
           MOVE WS-TOT-HOURS TO CENT-HOURS
           MOVE WS-TOT-GROSS TO CENT-GROSS-COMP
           MOVE WS-TOT-EXCLUDED TO CENT-EXCLUDED-COMP
           MOVE WS-TOT-PLAN-COMP TO CENT-PLAN-COMP
           MOVE WS-TOT-DEFERRALS TO CENT-DEFERRALS
           MOVE WS-TOT-MATCH TO CENT-MATCH
           WRITE CENSUS-LINE FROM WS-CENSUS-TRAILER
           EXIT.

       TIE-TO-REMITTANCES.
      *>   The detail lines are what the recordkeeper was sent; a
      *>   file's own 'T' total adds nothing to them.
           OPEN INPUT K401-REMIT-FILE
           IF WS-K401RMT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-K401RMT-OPEN
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ K401-REMIT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-REMITTANCE
                   END-READ
               END-PERFORM
               CLOSE K401-REMIT-FILE
           ELSE
               DISPLAY 'NO K401-REMIT-FILE, STATUS: '
                   WS-K401RMT-FILE-STATUS
                   ' - NOTHING TO TIE THE CENSUS TO'
           END-IF
           COMPUTE WS-DEFERRAL-DIFFERENCE =
               WS-TOT-DEFERRALS - WS-REMIT-DEFERRALS
           COMPUTE WS-MATCH-DIFFERENCE =
               WS-TOT-MATCH - WS-REMIT-MATCH
           EXIT.

       ADD-REMITTANCE.
           IF KRMT-RECORD-TYPE = 'T'
               ADD 1 TO WS-REMIT-FILE-COUNT
           END-IF
           IF KRMT-RECORD-TYPE = 'D'
               IF KRMT-PERIOD-END IS NUMERIC
                   IF KRMT-PERIOD-END >= WS-YEAR-START AND
                           KRMT-PERIOD-END <= WS-YEAR-END
                       ADD KRMT-EMPLOYEE-AMOUNT TO WS-REMIT-DEFERRALS
                       ADD KRMT-EMPLOYER-MATCH TO WS-REMIT-MATCH
                   END-IF
               ELSE
                   ADD 1 TO WS-UNDATED-COUNT
                   ADD KRMT-EMPLOYEE-AMOUNT TO WS-UNDATED-DEFERRALS
                   ADD KRMT-EMPLOYER-MATCH TO WS-UNDATED-MATCH
               END-IF
           END-IF
           EXIT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE 'EMPLOYEES READ' TO WS-TOT-LABEL
           MOVE WS-EMPLOYEES-READ TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CENSUS LINES WRITTEN' TO WS-TOT-LABEL
           MOVE WS-CENSUS-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT PARTICIPANTS THIS PLAN YEAR' TO WS-TOT-LABEL
           MOVE WS-OUT-OF-SCOPE-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HIGHLY COMPENSATED EMPLOYEES' TO WS-TOT-LABEL
           MOVE WS-HCE-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'KEY EMPLOYEES' TO WS-TOT-LABEL
           MOVE WS-KEY-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO PRIOR-YEAR W-2 (COMPENSATION ZERO)'
               TO WS-TOT-LABEL
           MOVE WS-NO-PRIOR-W2-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'MATCH PART-FIGURED AT THE PLAN RATE' TO WS-TOT-LABEL
           MOVE WS-RATED-MATCH-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CENSUS LINES WITH MISSING DATA' TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAID IN YEAR, NOT ON MASTER' TO WS-TOT-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL GROSS COMPENSATION' TO WS-AMT-LABEL
           MOVE WS-TOT-GROSS TO WS-AMT-VALUE
           WRITE CENSUS-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL EXCLUDED (IMPUTED) PAY' TO WS-AMT-LABEL
           MOVE WS-TOT-EXCLUDED TO WS-AMT-VALUE
           WRITE CENSUS-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL PLAN COMPENSATION' TO WS-AMT-LABEL
           MOVE WS-TOT-PLAN-COMP TO WS-AMT-VALUE
           WRITE CENSUS-REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE WS-PLAN-YEAR TO WS-RCH-PLAN-YEAR
           WRITE CENSUS-REPORT-LINE FROM WS-RECON-HEADING
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE FROM WS-RECON-COLUMNS
           MOVE 'PRE-TAX DEFERRALS' TO WS-RCL-LABEL
           MOVE WS-TOT-DEFERRALS TO WS-RCL-CENSUS
           MOVE WS-REMIT-DEFERRALS TO WS-RCL-REMITTED
           MOVE WS-DEFERRAL-DIFFERENCE TO WS-RCL-DIFFERENCE
           WRITE CENSUS-REPORT-LINE FROM WS-RECON-LINE
           MOVE 'EMPLOYER MATCH' TO WS-RCL-LABEL
           MOVE WS-TOT-MATCH TO WS-RCL-CENSUS
           MOVE WS-REMIT-MATCH TO WS-RCL-REMITTED
           MOVE WS-MATCH-DIFFERENCE TO WS-RCL-DIFFERENCE
           WRITE CENSUS-REPORT-LINE FROM WS-RECON-LINE
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE 'REMITTANCE FILES READ' TO WS-TOT-LABEL
           MOVE WS-REMIT-FILE-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'UNDATED REMITTANCE LINES (NOT TIED)' TO WS-TOT-LABEL
           MOVE WS-UNDATED-COUNT TO WS-TOT-COUNT
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-UNDATED-COUNT > 0
               MOVE 'UNDATED DEFERRALS' TO WS-AMT-LABEL
               MOVE WS-UNDATED-DEFERRALS TO WS-AMT-VALUE
               WRITE CENSUS-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE 'UNDATED MATCH' TO WS-AMT-LABEL
               MOVE WS-UNDATED-MATCH TO WS-AMT-VALUE
               WRITE CENSUS-REPORT-LINE FROM WS-AMOUNT-LINE
           END-IF
           IF WS-DEFERRAL-DIFFERENCE NOT = 0 OR
                   WS-MATCH-DIFFERENCE NOT = 0
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'OUT OF BALANCE: CHECK FOR A REMITTANCE '
                      'GENERATION MISSING OR UNDATED, PAY OUTSIDE '
                      'THE REGULAR RUN, OR A REVERSAL'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WRITE CENSUS-REPORT-LINE FROM WS-NOTE-LINE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'NOT YET RECOVERED FROM THE RECORDKEEPER '
                      'BEFORE THE CENSUS IS SENT'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               WRITE CENSUS-REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               MOVE 'CENSUS TIES TO THE YEAR''S REMITTANCES'
                   TO WS-NOTE-TEXT
               WRITE CENSUS-REPORT-LINE FROM WS-NOTE-LINE
           END-IF
           EXIT.
