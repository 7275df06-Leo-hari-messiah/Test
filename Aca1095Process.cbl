       IDENTIFICATION DIVISION.
       PROGRAM-ID. Aca1095Process.

      *> Year-end ACA employer reporting: the Form 1095-C data for
      *> every employee who was full-time in any month of the tax
      *> year, and the Form 1094-C transmittal counts for each
      *> company (ALE member) on the company master, filed under its
      *> COMP-FEIN. Per employee and month:
      *>   - on the payroll: a month with hours of service banked on
      *>     ACAHOURS, under the company the hours were paid by;
      *>   - full-time: the ACASTAT status of the stability period
      *>     covering the month (AcaMeasure's look-back result), or
      *>     for a month no stability period covers - a new hire
      *>     still being measured - the month's own hours against
      *>     the TAXTABLE 'H' full-time threshold;
      *>   - line 14 offer code: 1E when the benefit plan master has
      *>     a health ('H') plan, since every full-time employee is
      *>     offered our plans; 1H when no offer was possible or the
      *>     employee was not employed that month;
      *>   - line 15: the lowest-cost health plan's monthly employee
      *>     premium, whenever 1E is reported;
      *>   - line 16: 2A not employed, 2C enrolled in a health plan,
      *>     2B employed but not full-time, 2H when the line 15
      *>     premium is affordable under the rate-of-pay safe harbor
      *>     (TAXTABLE 'H' affordability percentage of 130 hours at
      *>     the hourly rate, or of the monthly salary).
      *> An employee who moved between companies gets one 1095-C per
      *> company, each reporting only that company's months. A
      *> 1095-C whose 12 months code the same is reported in the
      *> all-12-months columns.
      *> Outputs: ACA1095 extract ('C' = one 1095-C, 'T' = one
      *> 1094-C per company) and ACARPT, the control report.
      *> SYSIN cols 1-4 name the tax year; blank or zero picks the
      *> same year W2Process would (the prior year before July).
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

           SELECT ACA-HOURS-FILE
            ASSIGN TO ACAHOURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACAH-KEY
               FILE STATUS IS WS-ACAHRS-FILE-STATUS.

           SELECT ACA-STATUS-FILE
            ASSIGN TO ACASTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACAS-KEY
               FILE STATUS IS WS-ACAST-FILE-STATUS.

           SELECT BENEFIT-ENROLLMENT-FILE
            ASSIGN TO ENRLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-KEY
               FILE STATUS IS WS-ENRL-FILE-STATUS.

           SELECT BENEFIT-PLAN-FILE
            ASSIGN TO BENPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENPLAN-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT TAX-TABLE-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-FILE-STATUS.

           SELECT ACA-EXTRACT-FILE
            ASSIGN TO ACA1095
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACA-REPORT-FILE
            ASSIGN TO ACARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  ACA-HOURS-FILE.
           COPY ACAHREC.

       FD  ACA-STATUS-FILE.
           COPY ACASTREC.

       FD  BENEFIT-ENROLLMENT-FILE.
           COPY ENRLREC.

       FD  BENEFIT-PLAN-FILE.
           COPY BENREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  TAX-TABLE-FILE.
           COPY TAXREC.

       FD  ACA-EXTRACT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  ACA-EXTRACT-LINE            PIC X(250).

       FD  ACA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ACA-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACAHRS-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ACAHRS-EOF               PIC X    VALUE 'N'.
       01  WS-ACAST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ACAST-OPEN               PIC X    VALUE 'N'.
       01  WS-ACAST-EOF                PIC X    VALUE 'N'.
       01  WS-ENRL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ENRL-OPEN                PIC X    VALUE 'N'.
       01  WS-ENRL-EOF                 PIC X    VALUE 'N'.
       01  WS-BENPLAN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BENPLAN-EOF              PIC X    VALUE 'N'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-TAXTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAXTBL-EOF               PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-ACA-PARM-CARD.
           05  WS-PARM-TAX-YEAR        PIC X(4).
           05  FILLER                  PIC X(76).

       01  WS-TAX-YEAR-END             PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END-PARTS REDEFINES WS-TAX-YEAR-END.
           05  WS-TYE-YEAR             PIC 9(4).
           05  WS-TYE-MMDD             PIC 9(4).
       01  WS-YEAR-MONTH               PIC 9(6) VALUE 0.
       01  WS-YEAR-MONTH-PARTS REDEFINES WS-YEAR-MONTH.
           05  WS-YM-YEAR              PIC 9(4).
           05  WS-YM-MM                PIC 9(2).

      *> Full-time threshold in monthly hours and the affordability
      *> percentage; the VALUEs are overridden by the TAXTABLE 'H'
      *> bracket 1 record effective for the tax year.
       01  WS-FT-MONTHLY-HOURS         PIC 9(5)V99 VALUE 130.00.
       01  WS-AFFORD-RATE              PIC V9(4)   VALUE .0902.
       01  WS-ACA-EFF-DATE             PIC 9(8) VALUE 0.

      *> Lowest monthly employee premium among the health plans on
      *> the benefit plan master, and their codes so an enrollment
      *> can be recognised as health coverage.
       01  WS-HEALTH-PLAN-TABLE.
           05  WS-HEALTH-PLAN-CODE OCCURS 20 TIMES PIC X(4).
       01  WS-HEALTH-PLAN-COUNT        PIC 9(2) VALUE 0.
       01  WS-HP-SUB                   PIC 9(2) VALUE 0.
       01  WS-LOWEST-PREMIUM           PIC 9(3)V99 VALUE 0.

      *> Legacy single-company identity when no company master is
      *> supplied, the same fallback NachaFileGen uses.
       01  WS-COMPANY-NAME             PIC X(16) VALUE 'ACME CORP'.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 10 TIMES.
               10  WS-CO-CODE-TBL      PIC X(3).
               10  WS-CO-NAME-TBL      PIC X(16).
               10  WS-CO-FEIN-TBL      PIC 9(9).
               10  WS-CO-FORM-COUNT    PIC 9(6).
               10  WS-CO-MONTH-COUNTS OCCURS 12 TIMES.
                   15  WS-CO-FT-COUNT      PIC 9(6).
                   15  WS-CO-TOTAL-COUNT   PIC 9(6).
                   15  WS-CO-OFFERED-COUNT PIC 9(6).
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-COMP-SUB                 PIC 9(2) VALUE 0.
       01  WS-FIND-CODE                PIC X(3) VALUE SPACES.
       01  WS-FOUND-SUB                PIC 9(2) VALUE 0.

      *> The employee's twelve months, built before any 1095-C is
      *> written.
       01  WS-EMP-MONTH-TABLE.
           05  WS-EMP-MONTH OCCURS 12 TIMES.
               10  WS-EM-EMPLOYED      PIC X(1).
               10  WS-EM-HOURS         PIC 9(5)V99.
               10  WS-EM-COMPANY-SUB   PIC 9(2).
               10  WS-EM-COVERED       PIC X(1).
               10  WS-EM-FULL-TIME     PIC X(1).
               10  WS-EM-LINE14        PIC X(2).
               10  WS-EM-LINE15        PIC 9(3)V99.
               10  WS-EM-LINE16        PIC X(2).
       01  WS-MONTH-SUB                PIC 9(2) VALUE 0.
       01  WS-EMP-MONTHS-EMPLOYED      PIC 9(2) VALUE 0.
       01  WS-EMP-UNPLACED-MONTHS      PIC 9(2) VALUE 0.
       01  WS-EMP-ENROLLED             PIC X    VALUE 'N'.
       01  WS-EMP-COMPANY-CODE         PIC X(3) VALUE SPACES.
       01  WS-AFFORDABLE-PREMIUM       PIC 9(5)V99 VALUE 0.
       01  WS-MONTHLY-PAY              PIC 9(7)V99 VALUE 0.
       01  WS-FORM-HAS-FULL-TIME       PIC X    VALUE 'N'.
       01  WS-ALL-MONTHS-SAME          PIC X    VALUE 'Y'.

       01  WS-EMPLOYEES-READ           PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-ON-PAYROLL     PIC 9(7) VALUE 0.
       01  WS-TOTAL-FORMS              PIC 9(7) VALUE 0.
       01  WS-UNPLACED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-OFFER-MONTHS          PIC 9(7) VALUE 0.
       01  WS-NO-TIN-COUNT             PIC 9(7) VALUE 0.

      *> 1095-C extract record, 250 bytes.
       01  WS-ACAX-EMPLOYEE.
           05  ACAX-C-REC-TYPE         PIC X(1)  VALUE 'C'.
           05  ACAX-C-TAX-YEAR         PIC 9(4).
           05  ACAX-C-EMPLOYER-FEIN    PIC 9(9).
           05  ACAX-C-COMPANY-CODE     PIC X(3).
           05  ACAX-C-EMP-ID           PIC 9(5).
           05  ACAX-C-SSN              PIC 9(9).
           05  ACAX-C-LEGAL-NAME       PIC X(35).
           05  ACAX-C-STREET           PIC X(30).
           05  ACAX-C-CITY             PIC X(20).
           05  ACAX-C-STATE            PIC X(2).
           05  ACAX-C-ZIP              PIC X(10).
           05  ACAX-C-ALL12-LINE14     PIC X(2).
           05  ACAX-C-ALL12-LINE15     PIC 9(3)V99.
           05  ACAX-C-ALL12-LINE16     PIC X(2).
           05  ACAX-C-MONTH OCCURS 12 TIMES.
               10  ACAX-C-LINE14       PIC X(2).
               10  ACAX-C-LINE15       PIC 9(3)V99.
               10  ACAX-C-LINE16       PIC X(2).
           05  FILLER                  PIC X(5)  VALUE SPACES.

      *> 1094-C transmittal record, 250 bytes: line 18 (1095-Cs
      *> filed by this member), line 20 (1095-Cs for the whole
      *> member), line 21 (member of an aggregated ALE group), and
      *> Part III column (a) MEC offer indicator, (b) full-time
      *> count and (c) total employee count by month.
       01  WS-ACAX-TRANSMITTAL.
           05  ACAX-T-REC-TYPE         PIC X(1)  VALUE 'T'.
           05  ACAX-T-TAX-YEAR         PIC 9(4).
           05  ACAX-T-EMPLOYER-FEIN    PIC 9(9).
           05  ACAX-T-EMPLOYER-NAME    PIC X(16).
           05  ACAX-T-COMPANY-CODE     PIC X(3).
           05  ACAX-T-LINE18-FORMS     PIC 9(6).
           05  ACAX-T-LINE20-FORMS     PIC 9(6).
           05  ACAX-T-LINE21-AGGREGATE PIC X(1).
           05  ACAX-T-MONTH OCCURS 12 TIMES.
               10  ACAX-T-MEC-OFFER    PIC X(1).
               10  ACAX-T-FT-COUNT     PIC 9(6).
               10  ACAX-T-TOTAL-COUNT  PIC 9(6).
           05  FILLER                  PIC X(48) VALUE SPACES.

      *> Control report lines.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'ACA 1095-C / 1094-C EMPLOYER REPORTING'.
           05  FILLER                  PIC X(10) VALUE 'TAX YEAR '.
           05  WS-RPH-TAX-YEAR         PIC 9(4).

       01  WS-RPT-COLUMNS.
           05  FILLER                  PIC X(34) VALUE
               'EMP-ID NAME                 CO'.
           05  FILLER                  PIC X(30) VALUE
               'JAN  FEB  MAR  APR  MAY  JUN  '.
           05  FILLER                  PIC X(30) VALUE
               'JUL  AUG  SEP  OCT  NOV  DEC'.

       01  WS-RPT-DETAIL.
           05  WS-RPD-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPD-COMPANY          PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RPD-MONTH OCCURS 12 TIMES.
               10  WS-RPD-LINE14       PIC X(2).
               10  WS-RPD-LINE16       PIC X(2).
               10  FILLER              PIC X(1)  VALUE SPACES.

       01  WS-RPT-PREMIUM-LINE.
           05  FILLER                  PIC X(34) VALUE
               '  LINE 15 EMPLOYEE SHARE/MONTH:'.
           05  WS-RPP-PREMIUM          PIC ZZ9.99.

       01  WS-RPT-MEMBER-LINE.
           05  FILLER                  PIC X(16) VALUE
               '1094-C  MEMBER '.
           05  WS-RPM-CODE             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPM-NAME             PIC X(16).
           05  FILLER                  PIC X(7)  VALUE ' FEIN '.
           05  WS-RPM-FEIN             PIC 9(9).
           05  FILLER                  PIC X(18) VALUE
               '  1095-C FILED: '.
           05  WS-RPM-FORMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  AGGREGATED: '.
           05  WS-RPM-AGGREGATE        PIC X(1).

       01  WS-RPT-MONTH-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               '  MONTH  MEC OFFER  FULL-TIME  TOTAL EMPLOYEES'.

       01  WS-RPT-MONTH-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPML-MONTH           PIC Z9.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  WS-RPML-MEC             PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPML-FT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  WS-RPML-TOTAL           PIC ZZZ,ZZ9.

       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-CAPTION          PIC X(40).
           05  WS-RPT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACA-HOURS-FILE
           IF WS-ACAHRS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACA-HOURS-FILE, STATUS: '
                   WS-ACAHRS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEMOGRAPHICS-FILE
           OPEN INPUT ACA-STATUS-FILE
           IF WS-ACAST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACAST-OPEN
           ELSE
               DISPLAY 'NO ACA-STATUS-FILE, STATUS: '
                   WS-ACAST-FILE-STATUS
                   ' - EVERY MONTH MEASURED ON ITS OWN HOURS'
           END-IF
           OPEN INPUT BENEFIT-ENROLLMENT-FILE
           IF WS-ENRL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ENRL-OPEN
           END-IF
           OPEN OUTPUT ACA-EXTRACT-FILE
           OPEN OUTPUT ACA-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ACA-PARM-CARD
           ACCEPT WS-ACA-PARM-CARD FROM SYSIN

           PERFORM SET-TAX-YEAR
           PERFORM LOAD-ACA-PARAMETERS
           PERFORM LOAD-HEALTH-PLANS
           PERFORM LOAD-COMPANY-MASTER

           MOVE WS-TYE-YEAR TO WS-RPH-TAX-YEAR
           WRITE ACA-REPORT-LINE FROM WS-RPT-HEADING
           MOVE WS-LOWEST-PREMIUM TO WS-RPP-PREMIUM
           WRITE ACA-REPORT-LINE FROM WS-RPT-PREMIUM-LINE
           MOVE SPACES TO ACA-REPORT-LINE
           WRITE ACA-REPORT-LINE
           WRITE ACA-REPORT-LINE FROM WS-RPT-COLUMNS

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       IF WORKER-TYPE NOT = 'C'
                           PERFORM PROCESS-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               PERFORM WRITE-TRANSMITTAL
           END-PERFORM
           PERFORM PRINT-CONTROL-TOTALS

           CLOSE EMPLOYEE-FILE
           CLOSE ACA-HOURS-FILE
           CLOSE DEMOGRAPHICS-FILE
           IF WS-ACAST-OPEN = 'Y'
               CLOSE ACA-STATUS-FILE
           END-IF
           IF WS-ENRL-OPEN = 'Y'
               CLOSE BENEFIT-ENROLLMENT-FILE
           END-IF
           CLOSE ACA-EXTRACT-FILE
           CLOSE ACA-REPORT-FILE

           DISPLAY 'ACA-1095 TAX YEAR: ' WS-TYE-YEAR
           DISPLAY 'ACA-1095 EMPLOYEES ON PAYROLL: '
               WS-EMPLOYEES-ON-PAYROLL
           DISPLAY 'ACA-1095 FORMS 1095-C: ' WS-TOTAL-FORMS
           IF WS-UNPLACED-COUNT > 0
               DISPLAY 'ACA-1095: ' WS-UNPLACED-COUNT
                   ' EMPLOYEES WITH MONTHS UNDER NO COMPANY ON THE '
                   'MASTER - NOT REPORTED FOR THOSE MONTHS'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-OFFER-MONTHS > 0 OR WS-NO-TIN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       SET-TAX-YEAR.
      *>   Same default as W2Process: a run in January through June
      *>   is reporting the year just ended.
           IF WS-PARM-TAX-YEAR IS NUMERIC AND
                   WS-PARM-TAX-YEAR NOT = '0000'
               MOVE WS-PARM-TAX-YEAR TO WS-TYE-YEAR
           ELSE
               MOVE WS-RUN-DATE TO WS-TAX-YEAR-END
               IF WS-TYE-MMDD < 0701
                   SUBTRACT 1 FROM WS-TYE-YEAR
               END-IF
           END-IF
           MOVE 1231 TO WS-TYE-MMDD
           MOVE WS-TYE-YEAR TO WS-YM-YEAR
           EXIT.

       LOAD-ACA-PARAMETERS.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-FILE-STATUS NOT = '00'
               DISPLAY 'NO TAX TABLE FILE FOUND, STATUS: '
                   WS-TAXTBL-FILE-STATUS
                   ' - COMPILED-IN ACA THRESHOLDS APPLY'
           ELSE
               MOVE 'N' TO WS-TAXTBL-EOF
               PERFORM UNTIL WS-TAXTBL-EOF = 'Y'
                   READ TAX-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-TAXTBL-EOF
                       NOT AT END
                           IF TAX-PARM-TYPE = 'H' AND
                                   TAX-BRACKET-NUMBER = 1 AND
                                   TAX-EFFECTIVE-DATE <=
                                       WS-TAX-YEAR-END AND
                                   TAX-EFFECTIVE-DATE >=
                                       WS-ACA-EFF-DATE
                               MOVE TAX-EFFECTIVE-DATE
                                   TO WS-ACA-EFF-DATE
                               MOVE TAX-AMOUNT TO WS-FT-MONTHLY-HOURS
                               MOVE TAX-RATE TO WS-AFFORD-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE-FILE
           END-IF
           DISPLAY 'ACA-1095 FULL-TIME MONTHLY HOURS: '
               WS-FT-MONTHLY-HOURS ' AFFORDABILITY RATE: '
               WS-AFFORD-RATE
           EXIT.

       LOAD-HEALTH-PLANS.
           OPEN INPUT BENEFIT-PLAN-FILE
           IF WS-BENPLAN-FILE-STATUS NOT = '00'
               DISPLAY 'NO BENEFIT PLAN MASTER, STATUS: '
                   WS-BENPLAN-FILE-STATUS
                   ' - NO COVERAGE OFFER CAN BE REPORTED'
           ELSE
               MOVE 'N' TO WS-BENPLAN-EOF
               PERFORM UNTIL WS-BENPLAN-EOF = 'Y'
                   READ BENEFIT-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-BENPLAN-EOF
                       NOT AT END
                           IF BPLAN-DED-CLASS = 'H' AND
                                   WS-HEALTH-PLAN-COUNT < 20
                               ADD 1 TO WS-HEALTH-PLAN-COUNT
                               MOVE BPLAN-CODE TO WS-HEALTH-PLAN-CODE
                                   (WS-HEALTH-PLAN-COUNT)
                               IF WS-HEALTH-PLAN-COUNT = 1 OR
                                       BPLAN-MONTHLY-PREM <
                                           WS-LOWEST-PREMIUM
                                   MOVE BPLAN-MONTHLY-PREM
                                       TO WS-LOWEST-PREMIUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF
           DISPLAY 'ACA-1095 HEALTH PLANS: ' WS-HEALTH-PLAN-COUNT
               ' LOWEST MONTHLY PREMIUM: ' WS-LOWEST-PREMIUM
           EXIT.

       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS = '00'
               MOVE 'N' TO WS-COMPMAST-EOF
               PERFORM UNTIL WS-COMPMAST-EOF = 'Y'
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-COMPMAST-EOF
                       NOT AT END
                           IF WS-COMPANY-COUNT < 10
                               ADD 1 TO WS-COMPANY-COUNT
                               MOVE COMP-CODE TO
                                   WS-CO-CODE-TBL(WS-COMPANY-COUNT)
                               MOVE COMP-NAME TO
                                   WS-CO-NAME-TBL(WS-COMPANY-COUNT)
                               MOVE COMP-FEIN TO
                                   WS-CO-FEIN-TBL(WS-COMPANY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF

      *>   No company master on file: everyone reports under the
      *>   single legacy company, with the FEIN left for the filer to
      *>   supply.
           IF WS-COMPANY-COUNT = 0
               MOVE 1 TO WS-COMPANY-COUNT
               MOVE SPACES TO WS-CO-CODE-TBL(1)
               MOVE WS-COMPANY-NAME TO WS-CO-NAME-TBL(1)
               MOVE ZEROS TO WS-CO-FEIN-TBL(1)
               DISPLAY 'WARNING: NO COMPANY MASTER - EMPLOYER FEIN '
                   'IS ZERO ON THE EXTRACT'
           END-IF
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               MOVE 0 TO WS-CO-FORM-COUNT(WS-COMP-SUB)
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   MOVE 0 TO WS-CO-FT-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
                   MOVE 0 TO
                       WS-CO-TOTAL-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
                   MOVE 0 TO
                       WS-CO-OFFERED-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
               END-PERFORM
           END-PERFORM
           EXIT.

       FIND-COMPANY.
      *>   WS-FOUND-SUB is the company table entry for WS-FIND-CODE,
      *>   zero when the code is not on the master. A blank code
      *>   belongs to the first company, as everywhere else.
           MOVE 0 TO WS-FOUND-SUB
           IF WS-FIND-CODE = SPACES
               MOVE 1 TO WS-FOUND-SUB
           ELSE
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
                   IF WS-CO-CODE-TBL(WS-COMP-SUB) = WS-FIND-CODE
                       MOVE WS-COMP-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       PROCESS-EMPLOYEE.
           MOVE COMPANY-CODE TO WS-EMP-COMPANY-CODE
           PERFORM LOAD-EMPLOYEE-HOURS
           IF WS-EMP-MONTHS-EMPLOYED > 0
               ADD 1 TO WS-EMPLOYEES-ON-PAYROLL
               PERFORM LOAD-STABILITY-STATUS
               PERFORM CHECK-HEALTH-ENROLLMENT
               PERFORM COMPUTE-AFFORDABLE-PREMIUM
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   PERFORM ASSIGN-MONTH-CODES
               END-PERFORM
               IF WS-EMP-UNPLACED-MONTHS > 0
                   ADD 1 TO WS-UNPLACED-COUNT
                   DISPLAY 'ACA-1095: EMP-ID ' EMP-ID ' HAS '
                       WS-EMP-UNPLACED-MONTHS
                       ' MONTHS UNDER A COMPANY NOT ON THE MASTER'
               END-IF
      *>       One 1095-C per company the employee was full-time
      *>       under during the year.
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
                   MOVE 'N' TO WS-FORM-HAS-FULL-TIME
                   PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                           UNTIL WS-MONTH-SUB > 12
                       IF WS-EM-COMPANY-SUB(WS-MONTH-SUB) =
                               WS-COMP-SUB AND
                               WS-EM-FULL-TIME(WS-MONTH-SUB) = 'Y'
                           MOVE 'Y' TO WS-FORM-HAS-FULL-TIME
                       END-IF
                   END-PERFORM
                   IF WS-FORM-HAS-FULL-TIME = 'Y'
                       PERFORM WRITE-EMPLOYEE-FORM
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       LOAD-EMPLOYEE-HOURS.
      *>   A month is on the payroll when any hours of service were
      *>   banked for it; the company is the one the hours were paid
      *>   under, falling back to the master's.
           MOVE 0 TO WS-EMP-MONTHS-EMPLOYED
           MOVE 0 TO WS-EMP-UNPLACED-MONTHS
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE 'N' TO WS-EM-EMPLOYED(WS-MONTH-SUB)
               MOVE 0 TO WS-EM-HOURS(WS-MONTH-SUB)
               MOVE 0 TO WS-EM-COMPANY-SUB(WS-MONTH-SUB)
               MOVE 'N' TO WS-EM-COVERED(WS-MONTH-SUB)
               MOVE 'N' TO WS-EM-FULL-TIME(WS-MONTH-SUB)
           END-PERFORM
           MOVE 'N' TO WS-ACAHRS-EOF
           MOVE EMP-ID TO ACAH-EMP-ID
           MOVE 01 TO WS-YM-MM
           MOVE WS-YEAR-MONTH TO ACAH-MONTH
           START ACA-HOURS-FILE KEY IS >= ACAH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACAHRS-EOF
           END-START
           PERFORM UNTIL WS-ACAHRS-EOF = 'Y'
               READ ACA-HOURS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACAHRS-EOF
                   NOT AT END
                       MOVE ACAH-MONTH TO WS-YEAR-MONTH
                       IF ACAH-EMP-ID NOT = EMP-ID OR
                               WS-YM-YEAR NOT = WS-TYE-YEAR
                           MOVE 'Y' TO WS-ACAHRS-EOF
                       ELSE
                           PERFORM TAKE-MONTH-HOURS
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TYE-YEAR TO WS-YM-YEAR
           EXIT.

       TAKE-MONTH-HOURS.
           MOVE WS-YM-MM TO WS-MONTH-SUB
           COMPUTE WS-EM-HOURS(WS-MONTH-SUB) = ACAH-WORKED-HOURS +
               ACAH-LEAVE-HOURS + ACAH-EQUIV-HOURS
           IF WS-EM-HOURS(WS-MONTH-SUB) > 0
               MOVE 'Y' TO WS-EM-EMPLOYED(WS-MONTH-SUB)
               ADD 1 TO WS-EMP-MONTHS-EMPLOYED
               IF ACAH-COMPANY-CODE NOT = SPACES
                   MOVE ACAH-COMPANY-CODE TO WS-FIND-CODE
               ELSE
                   MOVE WS-EMP-COMPANY-CODE TO WS-FIND-CODE
               END-IF
               PERFORM FIND-COMPANY
               MOVE WS-FOUND-SUB TO WS-EM-COMPANY-SUB(WS-MONTH-SUB)
               IF WS-FOUND-SUB = 0
                   ADD 1 TO WS-EMP-UNPLACED-MONTHS
               END-IF
           END-IF
           EXIT.

       LOAD-STABILITY-STATUS.
      *>   Each stability period on file governs the months of the
      *>   year it covers.
           IF WS-ACAST-OPEN = 'Y'
               MOVE 'N' TO WS-ACAST-EOF
               MOVE EMP-ID TO ACAS-EMP-ID
               MOVE 0 TO ACAS-STABILITY-START
               START ACA-STATUS-FILE KEY IS >= ACAS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ACAST-EOF
               END-START
               PERFORM UNTIL WS-ACAST-EOF = 'Y'
                   READ ACA-STATUS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACAST-EOF
                       NOT AT END
                           IF ACAS-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-ACAST-EOF
                           ELSE
                               PERFORM APPLY-STABILITY-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
      *>   Months no stability period covers are measured on their
      *>   own hours.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF WS-EM-COVERED(WS-MONTH-SUB) = 'N' AND
                       WS-EM-HOURS(WS-MONTH-SUB) >= WS-FT-MONTHLY-HOURS
                   MOVE 'Y' TO WS-EM-FULL-TIME(WS-MONTH-SUB)
               END-IF
           END-PERFORM
           EXIT.

       APPLY-STABILITY-PERIOD.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-MONTH-SUB TO WS-YM-MM
               IF WS-YEAR-MONTH >= ACAS-STABILITY-START AND
                       WS-YEAR-MONTH <= ACAS-STABILITY-END
                   MOVE 'Y' TO WS-EM-COVERED(WS-MONTH-SUB)
                   IF ACAS-FULL-TIME = 'F'
                       MOVE 'Y' TO WS-EM-FULL-TIME(WS-MONTH-SUB)
                   ELSE
                       MOVE 'N' TO WS-EM-FULL-TIME(WS-MONTH-SUB)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       CHECK-HEALTH-ENROLLMENT.
      *>   Enrollments carry no coverage dates, so an active health
      *>   enrollment counts for every month on the payroll.
           MOVE 'N' TO WS-EMP-ENROLLED
           IF WS-ENRL-OPEN = 'Y' AND WS-HEALTH-PLAN-COUNT > 0
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
                               IF ENRL-STATUS = 'A'
                                   PERFORM VARYING WS-HP-SUB FROM 1 BY 1
                                       UNTIL WS-HP-SUB >
                                           WS-HEALTH-PLAN-COUNT
                                       IF WS-HEALTH-PLAN-CODE(WS-HP-SUB)
                                               = ENRL-PLAN-CODE
                                           MOVE 'Y' TO WS-EMP-ENROLLED
                                       END-IF
                                   END-PERFORM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       COMPUTE-AFFORDABLE-PREMIUM.
      *>   Rate-of-pay safe harbor: the employee share may not exceed
      *>   the affordability percentage of 130 hours at the hourly
      *>   rate, or of the monthly salary for salaried staff.
           IF PAY-TYPE = 'S'
               EVALUATE PAY-FREQUENCY
                   WHEN 'B'
                       COMPUTE WS-MONTHLY-PAY = SALARY-AMOUNT * 26 / 12
                   WHEN 'M'
                       MOVE SALARY-AMOUNT TO WS-MONTHLY-PAY
                   WHEN OTHER
                       COMPUTE WS-MONTHLY-PAY = SALARY-AMOUNT * 52 / 12
               END-EVALUATE
           ELSE
               COMPUTE WS-MONTHLY-PAY =
                   HOURLY-RATE * WS-FT-MONTHLY-HOURS
           END-IF
           COMPUTE WS-AFFORDABLE-PREMIUM ROUNDED =
               WS-MONTHLY-PAY * WS-AFFORD-RATE
           EXIT.

       ASSIGN-MONTH-CODES.
           MOVE 0 TO WS-EM-LINE15(WS-MONTH-SUB)
           MOVE SPACES TO WS-EM-LINE16(WS-MONTH-SUB)
           EVALUATE TRUE
               WHEN WS-EM-EMPLOYED(WS-MONTH-SUB) = 'N'
                   MOVE '1H' TO WS-EM-LINE14(WS-MONTH-SUB)
                   MOVE '2A' TO WS-EM-LINE16(WS-MONTH-SUB)
               WHEN WS-EM-FULL-TIME(WS-MONTH-SUB) = 'Y'
                   IF WS-HEALTH-PLAN-COUNT > 0
                       MOVE '1E' TO WS-EM-LINE14(WS-MONTH-SUB)
                       MOVE WS-LOWEST-PREMIUM
                           TO WS-EM-LINE15(WS-MONTH-SUB)
                       IF WS-EMP-ENROLLED = 'Y'
                           MOVE '2C' TO WS-EM-LINE16(WS-MONTH-SUB)
                       ELSE
                           IF WS-LOWEST-PREMIUM <=
                                   WS-AFFORDABLE-PREMIUM
                               MOVE '2H' TO WS-EM-LINE16(WS-MONTH-SUB)
                           END-IF
                       END-IF
                   ELSE
                       MOVE '1H' TO WS-EM-LINE14(WS-MONTH-SUB)
                       ADD 1 TO WS-NO-OFFER-MONTHS
                   END-IF
               WHEN WS-EMP-ENROLLED = 'Y'
                   MOVE '1E' TO WS-EM-LINE14(WS-MONTH-SUB)
                   MOVE WS-LOWEST-PREMIUM TO WS-EM-LINE15(WS-MONTH-SUB)
                   MOVE '2C' TO WS-EM-LINE16(WS-MONTH-SUB)
               WHEN OTHER
                   MOVE '1H' TO WS-EM-LINE14(WS-MONTH-SUB)
                   MOVE '2B' TO WS-EM-LINE16(WS-MONTH-SUB)
           END-EVALUATE

      *>   1094-C Part III counts for the company the month was
      *>   worked under.
           IF WS-EM-COMPANY-SUB(WS-MONTH-SUB) > 0
               MOVE WS-EM-COMPANY-SUB(WS-MONTH-SUB) TO WS-COMP-SUB
               ADD 1 TO WS-CO-TOTAL-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
               IF WS-EM-FULL-TIME(WS-MONTH-SUB) = 'Y'
                   ADD 1 TO WS-CO-FT-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
                   IF WS-EM-LINE14(WS-MONTH-SUB) = '1E'
                       ADD 1 TO WS-CO-OFFERED-COUNT
                           (WS-COMP-SUB, WS-MONTH-SUB)
                   END-IF
               END-IF
           END-IF
           EXIT.

       WRITE-EMPLOYEE-FORM.
      *>   Months worked under another company (or not at all)
      *>   report as not employed on this company's form.
           ADD 1 TO WS-CO-FORM-COUNT(WS-COMP-SUB)
           ADD 1 TO WS-TOTAL-FORMS
           MOVE WS-TYE-YEAR TO ACAX-C-TAX-YEAR
           MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO ACAX-C-EMPLOYER-FEIN
           MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO ACAX-C-COMPANY-CODE
           MOVE EMP-ID TO ACAX-C-EMP-ID
           PERFORM LOOKUP-DEMOGRAPHICS
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF WS-EM-COMPANY-SUB(WS-MONTH-SUB) = WS-COMP-SUB
                   MOVE WS-EM-LINE14(WS-MONTH-SUB)
                       TO ACAX-C-LINE14(WS-MONTH-SUB)
                   MOVE WS-EM-LINE15(WS-MONTH-SUB)
                       TO ACAX-C-LINE15(WS-MONTH-SUB)
                   MOVE WS-EM-LINE16(WS-MONTH-SUB)
                       TO ACAX-C-LINE16(WS-MONTH-SUB)
               ELSE
                   MOVE '1H' TO ACAX-C-LINE14(WS-MONTH-SUB)
                   MOVE 0 TO ACAX-C-LINE15(WS-MONTH-SUB)
                   MOVE '2A' TO ACAX-C-LINE16(WS-MONTH-SUB)
               END-IF
               MOVE ACAX-C-LINE14(WS-MONTH-SUB)
                   TO WS-RPD-LINE14(WS-MONTH-SUB)
               MOVE ACAX-C-LINE16(WS-MONTH-SUB)
                   TO WS-RPD-LINE16(WS-MONTH-SUB)
           END-PERFORM

           MOVE 'Y' TO WS-ALL-MONTHS-SAME
           PERFORM VARYING WS-MONTH-SUB FROM 2 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF ACAX-C-MONTH(WS-MONTH-SUB) NOT = ACAX-C-MONTH(1)
                   MOVE 'N' TO WS-ALL-MONTHS-SAME
               END-IF
           END-PERFORM
           IF WS-ALL-MONTHS-SAME = 'Y'
               MOVE ACAX-C-LINE14(1) TO ACAX-C-ALL12-LINE14
               MOVE ACAX-C-LINE15(1) TO ACAX-C-ALL12-LINE15
               MOVE ACAX-C-LINE16(1) TO ACAX-C-ALL12-LINE16
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   MOVE SPACES TO ACAX-C-LINE14(WS-MONTH-SUB)
                   MOVE 0 TO ACAX-C-LINE15(WS-MONTH-SUB)
                   MOVE SPACES TO ACAX-C-LINE16(WS-MONTH-SUB)
               END-PERFORM
           ELSE
               MOVE SPACES TO ACAX-C-ALL12-LINE14
               MOVE 0 TO ACAX-C-ALL12-LINE15
               MOVE SPACES TO ACAX-C-ALL12-LINE16
           END-IF
           WRITE ACA-EXTRACT-LINE FROM WS-ACAX-EMPLOYEE

           MOVE EMP-ID TO WS-RPD-EMP-ID
           MOVE EMP-NAME TO WS-RPD-NAME
           MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO WS-RPD-COMPANY
           WRITE ACA-REPORT-LINE FROM WS-RPT-DETAIL
           EXIT.

       LOOKUP-DEMOGRAPHICS.
           MOVE EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
                   MOVE ZEROS TO DEMO-SSN
                   MOVE EMP-NAME TO DEMO-LEGAL-NAME
                   MOVE SPACES TO DEMO-ADDR-STREET
                   MOVE SPACES TO DEMO-ADDR-CITY
                   MOVE SPACES TO DEMO-ADDR-STATE
                   MOVE SPACES TO DEMO-ADDR-ZIP
           END-READ
           IF DEMO-SSN = ZEROS
               ADD 1 TO WS-NO-TIN-COUNT
               DISPLAY 'ACA-1095: NO SSN ON FILE FOR EMP-ID ' EMP-ID
           END-IF
           MOVE DEMO-SSN TO ACAX-C-SSN
           MOVE DEMO-LEGAL-NAME TO ACAX-C-LEGAL-NAME
           MOVE DEMO-ADDR-STREET TO ACAX-C-STREET
           MOVE DEMO-ADDR-CITY TO ACAX-C-CITY
           MOVE DEMO-ADDR-STATE TO ACAX-C-STATE
           MOVE DEMO-ADDR-ZIP TO ACAX-C-ZIP
           EXIT.

       WRITE-TRANSMITTAL.
      *>   One 1094-C per company. Every company on the master is
      *>   under common ownership, so with more than one the members
      *>   form an aggregated ALE group. The MEC offer indicator is
      *>   'Y' when coverage went to at least 95% of the month's
      *>   full-time employees.
           MOVE WS-TYE-YEAR TO ACAX-T-TAX-YEAR
           MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO ACAX-T-EMPLOYER-FEIN
           MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO ACAX-T-EMPLOYER-NAME
           MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO ACAX-T-COMPANY-CODE
           MOVE WS-CO-FORM-COUNT(WS-COMP-SUB) TO ACAX-T-LINE18-FORMS
           MOVE WS-CO-FORM-COUNT(WS-COMP-SUB) TO ACAX-T-LINE20-FORMS
           IF WS-COMPANY-COUNT > 1
               MOVE 'Y' TO ACAX-T-LINE21-AGGREGATE
           ELSE
               MOVE 'N' TO ACAX-T-LINE21-AGGREGATE
           END-IF
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF WS-HEALTH-PLAN-COUNT > 0 AND
                       WS-CO-OFFERED-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
                           * 100 >=
                       WS-CO-FT-COUNT(WS-COMP-SUB, WS-MONTH-SUB) * 95
                   MOVE 'Y' TO ACAX-T-MEC-OFFER(WS-MONTH-SUB)
               ELSE
                   MOVE 'N' TO ACAX-T-MEC-OFFER(WS-MONTH-SUB)
               END-IF
               MOVE WS-CO-FT-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
                   TO ACAX-T-FT-COUNT(WS-MONTH-SUB)
               MOVE WS-CO-TOTAL-COUNT(WS-COMP-SUB, WS-MONTH-SUB)
                   TO ACAX-T-TOTAL-COUNT(WS-MONTH-SUB)
           END-PERFORM
           WRITE ACA-EXTRACT-LINE FROM WS-ACAX-TRANSMITTAL

           MOVE SPACES TO ACA-REPORT-LINE
           WRITE ACA-REPORT-LINE
           MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO WS-RPM-CODE
           MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO WS-RPM-NAME
           MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO WS-RPM-FEIN
           MOVE WS-CO-FORM-COUNT(WS-COMP-SUB) TO WS-RPM-FORMS
           MOVE ACAX-T-LINE21-AGGREGATE TO WS-RPM-AGGREGATE
           WRITE ACA-REPORT-LINE FROM WS-RPT-MEMBER-LINE
           WRITE ACA-REPORT-LINE FROM WS-RPT-MONTH-COLUMNS
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-MONTH-SUB TO WS-RPML-MONTH
               MOVE ACAX-T-MEC-OFFER(WS-MONTH-SUB) TO WS-RPML-MEC
               MOVE ACAX-T-FT-COUNT(WS-MONTH-SUB) TO WS-RPML-FT
               MOVE ACAX-T-TOTAL-COUNT(WS-MONTH-SUB) TO WS-RPML-TOTAL
               WRITE ACA-REPORT-LINE FROM WS-RPT-MONTH-LINE
           END-PERFORM
           EXIT.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ACA-REPORT-LINE
           WRITE ACA-REPORT-LINE
           MOVE 'EMPLOYEES ON PAYROLL IN THE YEAR' TO WS-RPT-CAPTION
           MOVE WS-EMPLOYEES-ON-PAYROLL TO WS-RPT-COUNT
           WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FORMS 1095-C' TO WS-RPT-CAPTION
           MOVE WS-TOTAL-FORMS TO WS-RPT-COUNT
           WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FULL-TIME MONTHS WITH NO OFFER' TO WS-RPT-CAPTION
           MOVE WS-NO-OFFER-MONTHS TO WS-RPT-COUNT
           WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'EMPLOYEES WITH NO SSN ON FILE' TO WS-RPT-CAPTION
           MOVE WS-NO-TIN-COUNT TO WS-RPT-COUNT
           WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'EMPLOYEES UNDER NO COMPANY ON MASTER' TO
               WS-RPT-CAPTION
           MOVE WS-UNPLACED-COUNT TO WS-RPT-COUNT
           WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           EXIT.
