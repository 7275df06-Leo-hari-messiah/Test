       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollAccrual.

      *> Month-end payroll accrual journal with its automatic
      *> reversal - the entry finance used to book by hand every
      *> close for the days between each employee's last paid
      *> period and the calendar month end.
      *>
      *> For every active employee the last period paid is read
      *> from PAYHIST; the weekdays after that period end through
      *> month end are the unpaid days. Salaried staff accrue their
      *> per-period salary annualized over 260 working days a year,
      *> hourly staff their rate for an eight-hour day. Employer tax
      *> and 401(k) match load come from the employer-liability
      *> ratios of the last run: each employee's own ELIABFIL
      *> liability over the gross PAYFILE paid them (the one run
      *> writes both in the same employee order), falling back to
      *> their company's pooled ratio, then the whole run's, for
      *> anyone that run did not pay.
      *>
      *> ACCRGL carries the journal by company and department -
      *> wages and load expense debits against the accrued wages
      *> and accrued load credits, dated the month end - followed
      *> by the mirror-image reversing entry dated the first day of
      *> the next month, so the real paycheck books against a
      *> cleared accrual. Accounts come from GLMAP (categories WAGE,
      *> ERTX, MTCH, ACCW, ACCL) the same way the payroll journal's
      *> do. ACCRRPT backs the journal up department by department
      *> and lists every employee the estimate could not be trusted
      *> for. Any unmapped line or listed employee ends with
      *> condition code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT PAYROLL-FILE
            ASSIGN TO PAYFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYFILE-FILE-STATUS.

           SELECT EMPLOYER-LIABILITY-FILE
            ASSIGN TO ELIABFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIAB-FILE-STATUS.

           SELECT GL-MAP-FILE
            ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT ACCRUAL-GL-FILE
            ASSIGN TO ACCRGL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRUAL-REPORT-FILE
            ASSIGN TO ACCRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  PAYROLL-FILE.
           COPY PAYREC.

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

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

      *> The payroll journal's GL-INTERFACE-RECORD layout, so the
      *> general-ledger load takes these lines the same way, plus
      *> the posting date and whether the line is the month-end
      *> accrual ('A') or its next-month reversal ('R').
       FD  ACCRUAL-GL-FILE.
       01  ACCRUAL-GL-RECORD.
           05  AGL-DEPT-CODE           PIC X(4).
           05  AGL-ACCOUNT-CODE        PIC X(10).
           05  AGL-ACCOUNT-NAME        PIC X(20).
           05  AGL-DEBIT-CREDIT        PIC X(1).
           05  AGL-AMOUNT              PIC 9(9)V99.
           05  AGL-COMPANY-CODE        PIC X(3).
           05  AGL-ENTRY-DATE          PIC 9(8).
           05  AGL-ENTRY-TYPE          PIC X(1).

       FD  ACCRUAL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ACCRUAL-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PAYFILE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ELIAB-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-GLMAP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EMP-EOF                  PIC X    VALUE 'N'.
       01  WS-HIST-EOF                 PIC X    VALUE 'N'.
       01  WS-PAYFILE-EOF              PIC X    VALUE 'N'.
       01  WS-ELIAB-EOF                PIC X    VALUE 'N'.
       01  WS-GLMAP-EOF                PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> Parameter card: cols 1-8 the month being closed, as any
      *> date inside it (YYYYMMDD) - it is taken to that month's
      *> last day. Blank closes the month before the run date.
       01  WS-ACCRUAL-PARM-CARD.
           05  WS-PRM-MONTH-END        PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-MONTH-END                PIC 9(8) VALUE 0.
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
           05  WS-MEND-YEAR            PIC 9(4).
           05  WS-MEND-MONTH           PIC 9(2).
           05  WS-MEND-DAY             PIC 9(2).
       01  WS-REVERSAL-DATE            PIC 9(8) VALUE 0.
       01  WS-REVERSAL-DATE-R REDEFINES WS-REVERSAL-DATE.
           05  WS-REV-YEAR             PIC 9(4).
           05  WS-REV-MONTH            PIC 9(2).
           05  WS-REV-DAY              PIC 9(2).

      *> Calendar-walk work areas, as CalendarBuild keeps them
      *> (Zeller: remainder 0 = Saturday, 1 = Sunday, 2 through 6 =
      *> Monday through Friday).
       01  WS-DOW-DATE                 PIC 9(8) VALUE 0.
       01  WS-DOW-DATE-R REDEFINES WS-DOW-DATE.
           05  WS-DOW-YEAR             PIC 9(4).
           05  WS-DOW-MONTH            PIC 9(2).
           05  WS-DOW-DAY              PIC 9(2).
       01  WS-ZELLER-M                 PIC 9(2)  VALUE 0.
       01  WS-ZELLER-Y                 PIC 9(4)  VALUE 0.
       01  WS-ZELLER-K                 PIC 9(2)  VALUE 0.
       01  WS-ZELLER-J                 PIC 9(2)  VALUE 0.
       01  WS-ZELLER-T1                PIC 9(4)  VALUE 0.
       01  WS-ZELLER-T2                PIC 9(2)  VALUE 0.
       01  WS-ZELLER-T3                PIC 9(2)  VALUE 0.
       01  WS-ZELLER-SUM               PIC 9(6)  VALUE 0.
       01  WS-ZELLER-Q                 PIC 9(6)  VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9(1)  VALUE 0.
       01  WS-DAYS-IN-MONTH            PIC 9(2)  VALUE 0.
       01  WS-LEAP-REM                 PIC 9(4)  VALUE 0.
       01  WS-LEAP-Q                   PIC 9(4)  VALUE 0.
       01  WS-LEAP-YEAR                PIC X     VALUE 'N'.
       01  WS-DAYS-WALKED              PIC 9(3)  VALUE 0.

      *> Per-employee gross and employer liability from the last
      *> run, and the same pooled by company and for the whole
      *> run. Only records with FICA wages count - a contractor's
      *> zero liability says nothing about an employee's load.
       01  WS-RATIO-TABLE.
           05  WS-RATIO-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-EMP-ID        PIC 9(5).
               10  WS-RT-COMPANY       PIC X(3).
               10  WS-RT-GROSS         PIC 9(7)V99.
               10  WS-RT-TAX           PIC 9(7)V99.
               10  WS-RT-MATCH         PIC 9(7)V99.
       01  WS-RATIO-COUNT              PIC 9(4) VALUE 0.
       01  WS-RT-SUB                   PIC 9(4) VALUE 0.
       01  WS-RT-HIT                   PIC 9(4) VALUE 0.
       01  WS-RATIO-FULL-WARNED        PIC X    VALUE 'N'.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 10 TIMES.
               10  WS-POOL-COMPANY     PIC X(3).
               10  WS-POOL-GROSS       PIC 9(9)V99.
               10  WS-POOL-TAX         PIC 9(9)V99.
               10  WS-POOL-MATCH       PIC 9(9)V99.
       01  WS-POOL-COUNT               PIC 9(2) VALUE 0.
       01  WS-POOL-SUB                 PIC 9(2) VALUE 0.
       01  WS-POOL-HIT                 PIC 9(2) VALUE 0.
       01  WS-RUN-RATIO-GROSS          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RATIO-TAX            PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RATIO-MATCH          PIC 9(9)V99 VALUE 0.
       01  WS-ELIAB-TAX-PART           PIC 9(7)V99 VALUE 0.

      *> The GLMAP chart-of-accounts table, searched on company,
      *> department, and posting category, exact department first,
      *> then the company-wide row.
       01  WS-GL-MAP-TABLE.
           05  WS-GL-MAP-ENTRY OCCURS 300 TIMES.
               10  WS-GLM-KEY-TBL      PIC X(11).
               10  WS-GLM-ACCOUNT-TBL  PIC X(10).
               10  WS-GLM-NAME-TBL     PIC X(20).
       01  WS-GL-MAP-COUNT             PIC 9(3) VALUE 0.
       01  WS-GLM-SUB                  PIC 9(3) VALUE 0.
       01  WS-GLM-HIT                  PIC 9(3) VALUE 0.
       01  WS-GLM-SEARCH-KEY.
           05  WS-GLM-SK-COMPANY       PIC X(3).
           05  WS-GLM-SK-DEPT          PIC X(4).
           05  WS-GLM-SK-CATEGORY      PIC X(4).
       01  WS-GL-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-GL-UNMAPPED-COUNT        PIC 9(5) VALUE 0.

      *> Accrual by company and department, kept in key order so
      *> the journal and the report come out sorted.
       01  WS-ACCRUAL-DEPT-TABLE.
           05  WS-ACD-ENTRY OCCURS 100 TIMES.
               10  WS-ACD-KEY.
                   15  WS-ACD-COMPANY  PIC X(3).
                   15  WS-ACD-DEPT     PIC X(4).
               10  WS-ACD-EMPLOYEES    PIC 9(5).
               10  WS-ACD-WORKDAYS     PIC 9(7).
               10  WS-ACD-WAGES        PIC 9(9)V99.
               10  WS-ACD-TAX          PIC 9(9)V99.
               10  WS-ACD-MATCH        PIC 9(9)V99.
       01  WS-ACD-COUNT                PIC 9(3) VALUE 0.
       01  WS-ACD-SUB                  PIC 9(3) VALUE 0.
       01  WS-ACD-HIT                  PIC 9(3) VALUE 0.
       01  WS-ACD-SHIFT                PIC 9(3) VALUE 0.
       01  WS-ACD-INSERT-AT            PIC 9(3) VALUE 0.
       01  WS-ACD-THIS-KEY.
           05  WS-ACD-THIS-COMPANY     PIC X(3).
           05  WS-ACD-THIS-DEPT        PIC X(4).

      *> The employee being estimated.
       01  WS-LAST-PERIOD-END          PIC 9(8) VALUE 0.
       01  WS-EMP-WORKDAYS             PIC 9(3) VALUE 0.
       01  WS-PERIOD-WORKDAYS          PIC 9(2) VALUE 0.
       01  WS-PERIODS-PER-YEAR         PIC 9(2) VALUE 0.
       01  WS-DAILY-RATE               PIC 9(5)V9999 VALUE 0.
       01  WS-EMP-WAGES                PIC 9(7)V99 VALUE 0.
       01  WS-EMP-TAX                  PIC 9(7)V99 VALUE 0.
       01  WS-EMP-MATCH                PIC 9(7)V99 VALUE 0.
       01  WS-RATIO-SOURCE             PIC X(1)  VALUE SPACES.

      *> Hours in the working day an hourly employee accrues, and
      *> the working days a year a salary is spread over.
       01  WS-HOURS-PER-DAY            PIC 9(2)V99 VALUE 8.00.
       01  WS-WORKDAYS-PER-YEAR        PIC 9(3)    VALUE 260.

       01  WS-EMPLOYEE-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACCRUED-COUNT            PIC 9(5) VALUE 0.
       01  WS-POOLED-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
       01  WS-GL-RECORD-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-WORKDAYS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-WAGES              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-TAX                PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-MATCH              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE 0.

      *> Which way the entry being written runs: the accrual debits
      *> expense and credits the accrued liabilities, the reversal
      *> the other way round.
       01  WS-EXPENSE-SIDE             PIC X(1) VALUE 'D'.
       01  WS-LIABILITY-SIDE           PIC X(1) VALUE 'C'.
       01  WS-ENTRY-DATE               PIC 9(8) VALUE 0.
       01  WS-ENTRY-TYPE               PIC X(1) VALUE 'A'.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               'MONTH-END PAYROLL ACCRUAL   THROUGH '.
           05  WS-HDG-MONTH-END        PIC 9(8).
           05  FILLER                  PIC X(19) VALUE
               '   REVERSES ON     '.
           05  WS-HDG-REVERSAL         PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE '   RUN  '.
           05  WS-HDG-RUN-DATE         PIC 9(8).

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(60) VALUE
               'EMPLOYEES TO REVIEW BEFORE POSTING'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-COMPANY          PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-EXC-DEPT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-REASON           PIC X(60).

       01  WS-EXC-LONG-REASON.
           05  FILLER                  PIC X(17) VALUE
               'LAST PAID PERIOD '.
           05  WS-EXL-PERIOD-END       PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE ', '.
           05  WS-EXL-WORKDAYS         PIC ZZ9.
           05  FILLER                  PIC X(30) VALUE
               ' WORKDAYS ACCRUED - CHECK PAY'.

       01  WS-DEPT-HEADING-1.
           05  FILLER                  PIC X(60) VALUE
               'ACCRUAL BY COMPANY AND DEPARTMENT'.

       01  WS-DEPT-HEADING-2.
           05  FILLER                  PIC X(50) VALUE
               'CO  DEPT EMPLOYEES    WORKDAYS    ACCRUED WAGES   '.
           05  FILLER                  PIC X(44) VALUE
               '    TAX LOAD     MATCH LOAD    TOTAL ACCRUAL'.

       01  WS-DEPT-LINE.
           05  WS-DPL-COMPANY          PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DPL-DEPT             PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DPL-EMPLOYEES        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DPL-WORKDAYS         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DPL-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DPL-TAX              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-DPL-MATCH            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DPL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-JOURNAL-TOTAL-LINE.
           05  WS-JTL-CAPTION          PIC X(30).
           05  FILLER                  PIC X(8)  VALUE 'DEBITS: '.
           05  WS-JTL-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE '  CREDITS: '.
           05  WS-JTL-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           05  WS-CNL-CAPTION          PIC X(40).
           05  WS-CNL-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-ACCRUAL-PARM-CARD
           ACCEPT WS-ACCRUAL-PARM-CARD FROM SYSIN
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-ACCRUAL-DATES
           IF RETURN-CODE = 8
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PAYHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-LIABILITY-RATIOS
           PERFORM LOAD-GL-MAP

           OPEN OUTPUT ACCRUAL-GL-FILE
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE WS-MONTH-END TO WS-HDG-MONTH-END
           MOVE WS-REVERSAL-DATE TO WS-HDG-REVERSAL
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE ACCRUAL-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE FROM WS-EXCEPTION-HEADING

           MOVE 'N' TO WS-EMP-EOF
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS >= EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EMP-EOF
           END-START
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       PERFORM ACCRUE-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           IF WS-EXCEPTION-COUNT = 0
               MOVE '  NONE' TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
           END-IF

      *>   The accrual first, then its mirror image - one pass over
      *>   the department table for each, so every reversing line
      *>   matches an accrual line account for account.
           MOVE 'D' TO WS-EXPENSE-SIDE
           MOVE 'C' TO WS-LIABILITY-SIDE
           MOVE WS-MONTH-END TO WS-ENTRY-DATE
           MOVE 'A' TO WS-ENTRY-TYPE
           PERFORM WRITE-ACCRUAL-ENTRY
           MOVE 'C' TO WS-EXPENSE-SIDE
           MOVE 'D' TO WS-LIABILITY-SIDE
           MOVE WS-REVERSAL-DATE TO WS-ENTRY-DATE
           MOVE 'R' TO WS-ENTRY-TYPE
           PERFORM WRITE-ACCRUAL-ENTRY

           PERFORM WRITE-DEPARTMENT-REPORT

           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE ACCRUAL-GL-FILE
           CLOSE ACCRUAL-REPORT-FILE

           IF WS-GL-UNMAPPED-COUNT > 0
               DISPLAY 'PAYROLL-ACCRUAL: ' WS-GL-UNMAPPED-COUNT
                   ' JOURNAL LINES HAD NO GLMAP ACCOUNT'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'PAYROLL-ACCRUAL: ' WS-EXCEPTION-COUNT
                   ' EMPLOYEES LISTED FOR REVIEW ON THE REPORT'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'PAYROLL-ACCRUAL THROUGH ' WS-MONTH-END
               ' EMPLOYEES ACCRUED: ' WS-ACCRUED-COUNT
               ' WAGES: ' WS-TOTAL-WAGES
               ' LOAD: ' WS-TOTAL-TAX ' + ' WS-TOTAL-MATCH
           DISPLAY 'PAYROLL-ACCRUAL GL RECORDS WRITTEN: '
               WS-GL-RECORD-COUNT
           STOP RUN.

       SET-ACCRUAL-DATES.
      *>   Any date in the month names the month; the accrual runs
      *>   through its last day and reverses on the first of the
      *>   next.
           IF WS-PRM-MONTH-END = SPACES
               MOVE WS-RUN-DATE TO WS-MONTH-END
               IF WS-MEND-MONTH > 1
                   SUBTRACT 1 FROM WS-MEND-MONTH
               ELSE
                   MOVE 12 TO WS-MEND-MONTH
                   SUBTRACT 1 FROM WS-MEND-YEAR
               END-IF
           ELSE
               IF WS-PRM-MONTH-END NOT NUMERIC
                   DISPLAY 'PAYROLL-ACCRUAL: MONTH-END DATE '
                       WS-PRM-MONTH-END ' IS NOT YYYYMMDD - NOTHING '
                       'ACCRUED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-PRM-MONTH-END TO WS-MONTH-END
               END-IF
           END-IF
           IF RETURN-CODE NOT = 8
               IF WS-MEND-MONTH < 1 OR WS-MEND-MONTH > 12 OR
                       WS-MEND-YEAR = 0
                   DISPLAY 'PAYROLL-ACCRUAL: MONTH-END DATE '
                       WS-MONTH-END ' IS NOT A REAL MONTH - NOTHING '
                       'ACCRUED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-MONTH-END TO WS-DOW-DATE
                   PERFORM GET-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-MEND-DAY
                   MOVE WS-MONTH-END TO WS-DOW-DATE
                   PERFORM ADD-ONE-DAY
                   MOVE WS-DOW-DATE TO WS-REVERSAL-DATE
               END-IF
           END-IF
           EXIT.

       LOAD-LIABILITY-RATIOS.
      *>   PAYFILE and ELIABFIL are written by the same run in the
      *>   same employee order, one record per paid employee, so a
      *>   sequential read stays in step - the VendorRemit pairing.
      *>   A mismatch means the datasets are from different runs;
      *>   those employees fall back to the pooled ratios.
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYFILE-FILE-STATUS NOT = '00'
               DISPLAY 'NO PAYROLL-FILE FOR LIABILITY RATIOS, STATUS: '
                   WS-PAYFILE-FILE-STATUS ' - WAGES ACCRUED WITH NO '
                   'EMPLOYER LOAD'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT EMPLOYER-LIABILITY-FILE
               IF WS-ELIAB-FILE-STATUS NOT = '00'
                   DISPLAY 'NO EMPLOYER-LIABILITY-FILE, STATUS: '
                       WS-ELIAB-FILE-STATUS ' - WAGES ACCRUED WITH '
                       'NO EMPLOYER LOAD'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-PAYFILE-EOF
                   MOVE 'N' TO WS-ELIAB-EOF
                   PERFORM UNTIL WS-PAYFILE-EOF = 'Y'
                       READ PAYROLL-FILE
                           AT END
                               MOVE 'Y' TO WS-PAYFILE-EOF
                           NOT AT END
                               PERFORM TAKE-LIABILITY-RATIO
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYER-LIABILITY-FILE
               END-IF
               CLOSE PAYROLL-FILE
           END-IF
           DISPLAY 'LIABILITY RATIOS LOADED FOR ' WS-RATIO-COUNT
               ' EMPLOYEES, RUN GROSS ' WS-RUN-RATIO-GROSS
           EXIT.

       TAKE-LIABILITY-RATIO.
           IF WS-ELIAB-EOF = 'N'
               READ EMPLOYER-LIABILITY-FILE
                   AT END
                       MOVE 'Y' TO WS-ELIAB-EOF
                   NOT AT END
                       IF ELIAB-EMP-ID NOT = EMP-ID-OUT
                           DISPLAY 'WARNING: LIABILITY FILE OUT OF '
                               'STEP AT EMP-ID ' EMP-ID-OUT
                               ' VS ' ELIAB-EMP-ID
                       ELSE
                           IF FICA-WAGES-OUT > 0 AND GROSS-PAY > 0
                               PERFORM POOL-LIABILITY-RATIO
                           END-IF
                       END-IF
               END-READ
           END-IF
           EXIT.

       POOL-LIABILITY-RATIO.
      *>   The match rides its own expense account, so the load is
      *>   kept as the payroll taxes and the match separately.
           COMPUTE WS-ELIAB-TAX-PART =
               ELIAB-TOTAL-LIABILITY - ELIAB-401K-MATCH
           MOVE 0 TO WS-RT-HIT
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RATIO-COUNT OR WS-RT-HIT > 0
               IF WS-RT-EMP-ID(WS-RT-SUB) = EMP-ID-OUT
                   MOVE WS-RT-SUB TO WS-RT-HIT
               END-IF
           END-PERFORM
           IF WS-RT-HIT = 0
               IF WS-RATIO-COUNT < 2000
                   ADD 1 TO WS-RATIO-COUNT
                   MOVE WS-RATIO-COUNT TO WS-RT-HIT
                   MOVE EMP-ID-OUT TO WS-RT-EMP-ID(WS-RT-HIT)
                   MOVE COMPANY-CODE-OUT TO WS-RT-COMPANY(WS-RT-HIT)
                   MOVE 0 TO WS-RT-GROSS(WS-RT-HIT)
                   MOVE 0 TO WS-RT-TAX(WS-RT-HIT)
                   MOVE 0 TO WS-RT-MATCH(WS-RT-HIT)
               ELSE
                   IF WS-RATIO-FULL-WARNED = 'N'
                       DISPLAY 'WARNING: MORE THAN 2000 EMPLOYEES IN '
                           'THE LIABILITY RATIOS - THE REST USE THE '
                           'POOLED RATIOS'
                       MOVE 'Y' TO WS-RATIO-FULL-WARNED
                   END-IF
               END-IF
           END-IF
           IF WS-RT-HIT > 0
               ADD GROSS-PAY TO WS-RT-GROSS(WS-RT-HIT)
               ADD WS-ELIAB-TAX-PART TO WS-RT-TAX(WS-RT-HIT)
               ADD ELIAB-401K-MATCH TO WS-RT-MATCH(WS-RT-HIT)
           END-IF

           MOVE 0 TO WS-POOL-HIT
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                   UNTIL WS-POOL-SUB > WS-POOL-COUNT OR WS-POOL-HIT > 0
               IF WS-POOL-COMPANY(WS-POOL-SUB) = COMPANY-CODE-OUT
                   MOVE WS-POOL-SUB TO WS-POOL-HIT
               END-IF
           END-PERFORM
           IF WS-POOL-HIT = 0 AND WS-POOL-COUNT < 10
               ADD 1 TO WS-POOL-COUNT
               MOVE WS-POOL-COUNT TO WS-POOL-HIT
               MOVE COMPANY-CODE-OUT TO WS-POOL-COMPANY(WS-POOL-HIT)
               MOVE 0 TO WS-POOL-GROSS(WS-POOL-HIT)
               MOVE 0 TO WS-POOL-TAX(WS-POOL-HIT)
               MOVE 0 TO WS-POOL-MATCH(WS-POOL-HIT)
           END-IF
           IF WS-POOL-HIT > 0
               ADD GROSS-PAY TO WS-POOL-GROSS(WS-POOL-HIT)
               ADD WS-ELIAB-TAX-PART TO WS-POOL-TAX(WS-POOL-HIT)
               ADD ELIAB-401K-MATCH TO WS-POOL-MATCH(WS-POOL-HIT)
           END-IF
           ADD GROSS-PAY TO WS-RUN-RATIO-GROSS
           ADD WS-ELIAB-TAX-PART TO WS-RUN-RATIO-TAX
           ADD ELIAB-401K-MATCH TO WS-RUN-RATIO-MATCH
           EXIT.

       ACCRUE-ONE-EMPLOYEE.
      *>   Contractors are paid on invoice, not accrued as wages;
      *>   unpaid leave earns nothing; a fully paid-out termination
      *>   is owed nothing more.
           IF WORKER-TYPE = 'C' OR EMPLOYMENT-STATUS = 'L' OR
                   EMPLOYMENT-STATUS = 'T'
               CONTINUE
           ELSE
               ADD 1 TO WS-EMPLOYEE-COUNT
               PERFORM FIND-LAST-PAID-PERIOD
               EVALUATE TRUE
                   WHEN WS-LAST-PERIOD-END = 0
                       MOVE 'NOT ACCRUED - NO PAY HISTORY (NEW HIRE?)'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN WS-LAST-PERIOD-END >= WS-MONTH-END
                       CONTINUE
                   WHEN OTHER
                       PERFORM ESTIMATE-UNPAID-WAGES
               END-EVALUATE
           END-IF
           EXIT.

       FIND-LAST-PAID-PERIOD.
      *>   The latest period end on file for the employee. A
      *>   reversal undoes a payment rather than paying a period,
      *>   and a manual check is dated the day it was drawn, not
      *>   the end of a period worked, so neither counts as the
      *>   last one paid.
           MOVE 0 TO WS-LAST-PERIOD-END
           MOVE 'N' TO WS-HIST-EOF
           MOVE EMP-ID TO PHIST-EMP-ID
           MOVE 0 TO PHIST-PERIOD-END-DATE
           START PAYROLL-HISTORY-FILE KEY IS >= PHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ PAYROLL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF PHIST-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           IF PHIST-RUN-TYPE NOT = 'V' AND
                                   PHIST-RUN-TYPE NOT = 'M' AND
                                   PHIST-PERIOD-END-DATE >
                                       WS-LAST-PERIOD-END
                               MOVE PHIST-PERIOD-END-DATE
                                   TO WS-LAST-PERIOD-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ESTIMATE-UNPAID-WAGES.
      *>   Weekdays from the day after the last paid period end
      *>   through month end - holidays included, since salaried
      *>   staff are paid for them and the estimate is the month's
      *>   cost, not its hours.
           MOVE 0 TO WS-EMP-WORKDAYS
           MOVE 0 TO WS-DAYS-WALKED
           MOVE WS-LAST-PERIOD-END TO WS-DOW-DATE
           PERFORM ADD-ONE-DAY
           PERFORM UNTIL WS-DOW-DATE > WS-MONTH-END
                   OR WS-DAYS-WALKED > 400
               PERFORM COMPUTE-DAY-OF-WEEK
               IF WS-DAY-OF-WEEK > 1
                   ADD 1 TO WS-EMP-WORKDAYS
               END-IF
               ADD 1 TO WS-DAYS-WALKED
               PERFORM ADD-ONE-DAY
           END-PERFORM

           EVALUATE PAY-FREQUENCY
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   MOVE 10 TO WS-PERIOD-WORKDAYS
               WHEN 'M'
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE 23 TO WS-PERIOD-WORKDAYS
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE 5 TO WS-PERIOD-WORKDAYS
           END-EVALUATE
           IF PAY-TYPE = 'S'
               COMPUTE WS-DAILY-RATE ROUNDED =
                   SALARY-AMOUNT * WS-PERIODS-PER-YEAR
                   / WS-WORKDAYS-PER-YEAR
           ELSE
               COMPUTE WS-DAILY-RATE ROUNDED =
                   HOURLY-RATE * WS-HOURS-PER-DAY
           END-IF
           COMPUTE WS-EMP-WAGES ROUNDED =
               WS-DAILY-RATE * WS-EMP-WORKDAYS

           PERFORM APPLY-LIABILITY-RATIO

      *>   More unpaid weekdays than one pay period holds means a
      *>   paycheck was missed or the employee should no longer be
      *>   active - still accrued, but someone has to look.
           IF WS-EMP-WORKDAYS > WS-PERIOD-WORKDAYS
               MOVE WS-LAST-PERIOD-END TO WS-EXL-PERIOD-END
               MOVE WS-EMP-WORKDAYS TO WS-EXL-WORKDAYS
               MOVE WS-EXC-LONG-REASON TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           IF WS-EMP-WAGES > 0
               MOVE COMPANY-CODE TO WS-ACD-THIS-COMPANY
               MOVE DEPT-CODE TO WS-ACD-THIS-DEPT
               PERFORM FIND-ACCRUAL-DEPT
               IF WS-ACD-HIT > 0
                   ADD 1 TO WS-ACD-EMPLOYEES(WS-ACD-HIT)
                   ADD WS-EMP-WORKDAYS TO WS-ACD-WORKDAYS(WS-ACD-HIT)
                   ADD WS-EMP-WAGES TO WS-ACD-WAGES(WS-ACD-HIT)
                   ADD WS-EMP-TAX TO WS-ACD-TAX(WS-ACD-HIT)
                   ADD WS-EMP-MATCH TO WS-ACD-MATCH(WS-ACD-HIT)
                   ADD 1 TO WS-ACCRUED-COUNT
                   ADD WS-EMP-WORKDAYS TO WS-TOTAL-WORKDAYS
                   ADD WS-EMP-WAGES TO WS-TOTAL-WAGES
                   ADD WS-EMP-TAX TO WS-TOTAL-TAX
                   ADD WS-EMP-MATCH TO WS-TOTAL-MATCH
                   IF WS-RATIO-SOURCE NOT = 'E'
                       ADD 1 TO WS-POOLED-COUNT
                   END-IF
               ELSE
                   MOVE 'NOT ACCRUED - MORE THAN 100 COMPANY/DEPTS'
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           EXIT.

       APPLY-LIABILITY-RATIO.
      *>   The employee's own ratio from the last run when it paid
      *>   them; otherwise their company's pooled ratio; otherwise
      *>   the whole run's. Each applies the payroll-tax and match
      *>   shares of gross to the accrued wages.
           MOVE 0 TO WS-EMP-TAX
           MOVE 0 TO WS-EMP-MATCH
           MOVE SPACES TO WS-RATIO-SOURCE
           MOVE 0 TO WS-RT-HIT
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RATIO-COUNT OR WS-RT-HIT > 0
               IF WS-RT-EMP-ID(WS-RT-SUB) = EMP-ID
                   MOVE WS-RT-SUB TO WS-RT-HIT
               END-IF
           END-PERFORM
           IF WS-RT-HIT > 0
               MOVE 'E' TO WS-RATIO-SOURCE
               COMPUTE WS-EMP-TAX ROUNDED =
                   WS-EMP-WAGES * WS-RT-TAX(WS-RT-HIT)
                   / WS-RT-GROSS(WS-RT-HIT)
               COMPUTE WS-EMP-MATCH ROUNDED =
                   WS-EMP-WAGES * WS-RT-MATCH(WS-RT-HIT)
                   / WS-RT-GROSS(WS-RT-HIT)
           ELSE
               MOVE 0 TO WS-POOL-HIT
               PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                       UNTIL WS-POOL-SUB > WS-POOL-COUNT
                       OR WS-POOL-HIT > 0
                   IF WS-POOL-COMPANY(WS-POOL-SUB) = COMPANY-CODE
                       MOVE WS-POOL-SUB TO WS-POOL-HIT
                   END-IF
               END-PERFORM
               IF WS-POOL-HIT > 0
                   MOVE 'C' TO WS-RATIO-SOURCE
                   COMPUTE WS-EMP-TAX ROUNDED =
                       WS-EMP-WAGES * WS-POOL-TAX(WS-POOL-HIT)
                       / WS-POOL-GROSS(WS-POOL-HIT)
                   COMPUTE WS-EMP-MATCH ROUNDED =
                       WS-EMP-WAGES * WS-POOL-MATCH(WS-POOL-HIT)
                       / WS-POOL-GROSS(WS-POOL-HIT)
               ELSE
                   IF WS-RUN-RATIO-GROSS > 0
                       MOVE 'R' TO WS-RATIO-SOURCE
                       COMPUTE WS-EMP-TAX ROUNDED =
                           WS-EMP-WAGES * WS-RUN-RATIO-TAX
                           / WS-RUN-RATIO-GROSS
                       COMPUTE WS-EMP-MATCH ROUNDED =
                           WS-EMP-WAGES * WS-RUN-RATIO-MATCH
                           / WS-RUN-RATIO-GROSS
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-ACCRUAL-DEPT.
      *>   Entries stay in company/department order: a new one is
      *>   slotted in ahead of the first higher key.
           MOVE 0 TO WS-ACD-HIT
           COMPUTE WS-ACD-INSERT-AT = WS-ACD-COUNT + 1
           PERFORM VARYING WS-ACD-SUB FROM 1 BY 1
                   UNTIL WS-ACD-SUB > WS-ACD-COUNT OR WS-ACD-HIT > 0
                   OR WS-ACD-INSERT-AT <= WS-ACD-COUNT
               IF WS-ACD-KEY(WS-ACD-SUB) = WS-ACD-THIS-KEY
                   MOVE WS-ACD-SUB TO WS-ACD-HIT
               ELSE
                   IF WS-ACD-KEY(WS-ACD-SUB) > WS-ACD-THIS-KEY
                       MOVE WS-ACD-SUB TO WS-ACD-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACD-HIT = 0 AND WS-ACD-COUNT < 100
               PERFORM VARYING WS-ACD-SHIFT FROM WS-ACD-COUNT BY -1
                       UNTIL WS-ACD-SHIFT < WS-ACD-INSERT-AT
                   MOVE WS-ACD-ENTRY(WS-ACD-SHIFT)
                       TO WS-ACD-ENTRY(WS-ACD-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-ACD-COUNT
               MOVE WS-ACD-INSERT-AT TO WS-ACD-HIT
               MOVE WS-ACD-THIS-KEY TO WS-ACD-KEY(WS-ACD-HIT)
               MOVE 0 TO WS-ACD-EMPLOYEES(WS-ACD-HIT)
               MOVE 0 TO WS-ACD-WORKDAYS(WS-ACD-HIT)
               MOVE 0 TO WS-ACD-WAGES(WS-ACD-HIT)
               MOVE 0 TO WS-ACD-TAX(WS-ACD-HIT)
               MOVE 0 TO WS-ACD-MATCH(WS-ACD-HIT)
           END-IF
           EXIT.

       WRITE-EXCEPTION-LINE.
           MOVE EMP-ID TO WS-EXC-EMP-ID
           MOVE EMP-NAME TO WS-EXC-EMP-NAME
           MOVE COMPANY-CODE TO WS-EXC-COMPANY
           MOVE DEPT-CODE TO WS-EXC-DEPT
           WRITE ACCRUAL-REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           EXIT.

       WRITE-ACCRUAL-ENTRY.
      *>   Per company and department: wages and payroll-tax and
      *>   match expense on one side, accrued wages and accrued load
      *>   on the other, so each department's lines net to zero.
           PERFORM VARYING WS-ACD-SUB FROM 1 BY 1
                   UNTIL WS-ACD-SUB > WS-ACD-COUNT
               MOVE WS-ACD-COMPANY(WS-ACD-SUB) TO AGL-COMPANY-CODE
               MOVE WS-ACD-DEPT(WS-ACD-SUB) TO AGL-DEPT-CODE
               MOVE WS-ENTRY-DATE TO AGL-ENTRY-DATE
               MOVE WS-ENTRY-TYPE TO AGL-ENTRY-TYPE

               MOVE 'WAGE' TO WS-GL-CATEGORY
               MOVE 'WAGES EXP ' TO AGL-ACCOUNT-CODE
               MOVE 'WAGES EXPENSE' TO AGL-ACCOUNT-NAME
               MOVE WS-EXPENSE-SIDE TO AGL-DEBIT-CREDIT
               MOVE WS-ACD-WAGES(WS-ACD-SUB) TO AGL-AMOUNT
               PERFORM POST-ACCRUAL-LINE

               MOVE 'ACCW' TO WS-GL-CATEGORY
               MOVE 'ACCRD WAGE' TO AGL-ACCOUNT-CODE
               MOVE 'ACCRUED WAGES' TO AGL-ACCOUNT-NAME
               MOVE WS-LIABILITY-SIDE TO AGL-DEBIT-CREDIT
               MOVE WS-ACD-WAGES(WS-ACD-SUB) TO AGL-AMOUNT
               PERFORM POST-ACCRUAL-LINE

               IF WS-ACD-TAX(WS-ACD-SUB) > 0
                   MOVE 'ERTX' TO WS-GL-CATEGORY
                   MOVE 'PR TAX EXP' TO AGL-ACCOUNT-CODE
                   MOVE 'PAYROLL TAX EXPENSE' TO AGL-ACCOUNT-NAME
                   MOVE WS-EXPENSE-SIDE TO AGL-DEBIT-CREDIT
                   MOVE WS-ACD-TAX(WS-ACD-SUB) TO AGL-AMOUNT
                   PERFORM POST-ACCRUAL-LINE
               END-IF

               IF WS-ACD-MATCH(WS-ACD-SUB) > 0
                   MOVE 'MTCH' TO WS-GL-CATEGORY
                   MOVE 'PR TAX EXP' TO AGL-ACCOUNT-CODE
                   MOVE 'EMPLOYER 401K MATCH' TO AGL-ACCOUNT-NAME
                   MOVE WS-EXPENSE-SIDE TO AGL-DEBIT-CREDIT
                   MOVE WS-ACD-MATCH(WS-ACD-SUB) TO AGL-AMOUNT
                   PERFORM POST-ACCRUAL-LINE
               END-IF

               IF WS-ACD-TAX(WS-ACD-SUB) + WS-ACD-MATCH(WS-ACD-SUB)
                       > 0
                   MOVE 'ACCL' TO WS-GL-CATEGORY
                   MOVE 'ACCRD PRTX' TO AGL-ACCOUNT-CODE
                   MOVE 'ACCRUED ER LIABILITY' TO AGL-ACCOUNT-NAME
                   MOVE WS-LIABILITY-SIDE TO AGL-DEBIT-CREDIT
                   COMPUTE AGL-AMOUNT = WS-ACD-TAX(WS-ACD-SUB)
                       + WS-ACD-MATCH(WS-ACD-SUB)
                   PERFORM POST-ACCRUAL-LINE
               END-IF
           END-PERFORM
           EXIT.

       POST-ACCRUAL-LINE.
      *>   AGL-COMPANY-CODE, AGL-DEPT-CODE, and WS-GL-CATEGORY say
      *>   whose line this is; the generic code and description
      *>   already moved in stand unless GLMAP maps the category.
           MOVE AGL-COMPANY-CODE TO WS-GLM-SK-COMPANY
           MOVE AGL-DEPT-CODE TO WS-GLM-SK-DEPT
           MOVE WS-GL-CATEGORY TO WS-GLM-SK-CATEGORY
           PERFORM FIND-GL-MAPPING
           IF WS-GLM-HIT = 0 AND AGL-DEPT-CODE NOT = SPACES
               MOVE SPACES TO WS-GLM-SK-DEPT
               PERFORM FIND-GL-MAPPING
           END-IF
           IF WS-GLM-HIT > 0
               MOVE WS-GLM-ACCOUNT-TBL(WS-GLM-HIT) TO AGL-ACCOUNT-CODE
               IF WS-GLM-NAME-TBL(WS-GLM-HIT) NOT = SPACES
                   MOVE WS-GLM-NAME-TBL(WS-GLM-HIT) TO AGL-ACCOUNT-NAME
               END-IF
           ELSE
               ADD 1 TO WS-GL-UNMAPPED-COUNT
               DISPLAY 'NO GL MAPPING FOR COMPANY ' AGL-COMPANY-CODE
                   ' DEPT ' AGL-DEPT-CODE ' CATEGORY ' WS-GL-CATEGORY
                   ' - POSTED TO ' AGL-ACCOUNT-CODE
           END-IF
           WRITE ACCRUAL-GL-RECORD
           ADD 1 TO WS-GL-RECORD-COUNT
           IF WS-ENTRY-TYPE = 'A'
               IF AGL-DEBIT-CREDIT = 'D'
                   ADD AGL-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD AGL-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF
           EXIT.

       FIND-GL-MAPPING.
           MOVE 0 TO WS-GLM-HIT
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GL-MAP-COUNT
                   OR WS-GLM-HIT > 0
               IF WS-GLM-KEY-TBL(WS-GLM-SUB) = WS-GLM-SEARCH-KEY
                   MOVE WS-GLM-SUB TO WS-GLM-HIT
               END-IF
           END-PERFORM
           EXIT.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = '00'
               DISPLAY 'NO GL ACCOUNT MAPPING, STATUS: '
                   WS-GLMAP-FILE-STATUS
                   ' - JOURNAL POSTS TO GENERIC ACCOUNTS'
           ELSE
               MOVE 'N' TO WS-GLMAP-EOF
               PERFORM UNTIL WS-GLMAP-EOF = 'Y'
                   READ GL-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-GLMAP-EOF
                       NOT AT END
                           IF WS-GL-MAP-COUNT < 300
                               ADD 1 TO WS-GL-MAP-COUNT
                               MOVE GLM-COMPANY-CODE TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(1:3)
                               MOVE GLM-DEPT-CODE TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(4:4)
                               MOVE GLM-CATEGORY TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(8:4)
                               MOVE GLM-ACCOUNT TO
                                   WS-GLM-ACCOUNT-TBL(WS-GL-MAP-COUNT)
                               MOVE GLM-ACCOUNT-NAME TO
                                   WS-GLM-NAME-TBL(WS-GL-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               DISPLAY 'GL ACCOUNT MAPPINGS LOADED: ' WS-GL-MAP-COUNT
           END-IF
           EXIT.

       WRITE-DEPARTMENT-REPORT.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-HEADING-1
           WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-HEADING-2
           PERFORM VARYING WS-ACD-SUB FROM 1 BY 1
                   UNTIL WS-ACD-SUB > WS-ACD-COUNT
               MOVE WS-ACD-COMPANY(WS-ACD-SUB) TO WS-DPL-COMPANY
               MOVE WS-ACD-DEPT(WS-ACD-SUB) TO WS-DPL-DEPT
               MOVE WS-ACD-EMPLOYEES(WS-ACD-SUB) TO WS-DPL-EMPLOYEES
               MOVE WS-ACD-WORKDAYS(WS-ACD-SUB) TO WS-DPL-WORKDAYS
               MOVE WS-ACD-WAGES(WS-ACD-SUB) TO WS-DPL-WAGES
               MOVE WS-ACD-TAX(WS-ACD-SUB) TO WS-DPL-TAX
               MOVE WS-ACD-MATCH(WS-ACD-SUB) TO WS-DPL-MATCH
               COMPUTE WS-DPL-TOTAL = WS-ACD-WAGES(WS-ACD-SUB)
                   + WS-ACD-TAX(WS-ACD-SUB) + WS-ACD-MATCH(WS-ACD-SUB)
               WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-LINE
           END-PERFORM

           MOVE SPACES TO WS-DEPT-LINE
           MOVE 'ALL' TO WS-DPL-COMPANY
           MOVE WS-ACCRUED-COUNT TO WS-DPL-EMPLOYEES
           MOVE WS-TOTAL-WORKDAYS TO WS-DPL-WORKDAYS
           MOVE WS-TOTAL-WAGES TO WS-DPL-WAGES
           MOVE WS-TOTAL-TAX TO WS-DPL-TAX
           MOVE WS-TOTAL-MATCH TO WS-DPL-MATCH
           COMPUTE WS-DPL-TOTAL =
               WS-TOTAL-WAGES + WS-TOTAL-TAX + WS-TOTAL-MATCH
           WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-LINE

           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE 'ACCRUAL ENTRY (REVERSAL MIRRORS IT)' TO WS-JTL-CAPTION
           MOVE WS-TOTAL-DEBITS TO WS-JTL-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-JTL-CREDITS
           WRITE ACCRUAL-REPORT-LINE FROM WS-JOURNAL-TOTAL-LINE
           MOVE 'ACTIVE EMPLOYEES EXAMINED:' TO WS-CNL-CAPTION
           MOVE WS-EMPLOYEE-COUNT TO WS-CNL-COUNT
           WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ACCRUED ON A POOLED LIABILITY RATIO:' TO
               WS-CNL-CAPTION
           MOVE WS-POOLED-COUNT TO WS-CNL-COUNT
           WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'JOURNAL LINES WITH NO GLMAP ACCOUNT:' TO
               WS-CNL-CAPTION
           MOVE WS-GL-UNMAPPED-COUNT TO WS-CNL-COUNT
           WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE
           EXIT.

       COMPUTE-DAY-OF-WEEK.
      *>   Zeller's congruence: remainder 0 is Saturday, 1 is
      *>   Sunday. January and February count as months 13 and 14
      *>   of the prior year.
           IF WS-DOW-MONTH < 3
               COMPUTE WS-ZELLER-M = WS-DOW-MONTH + 12
               COMPUTE WS-ZELLER-Y = WS-DOW-YEAR - 1
           ELSE
               MOVE WS-DOW-MONTH TO WS-ZELLER-M
               MOVE WS-DOW-YEAR TO WS-ZELLER-Y
           END-IF
           DIVIDE WS-ZELLER-Y BY 100 GIVING WS-ZELLER-J
               REMAINDER WS-ZELLER-K
           COMPUTE WS-ZELLER-T1 = (13 * (WS-ZELLER-M + 1)) / 5
           COMPUTE WS-ZELLER-T2 = WS-ZELLER-K / 4
           COMPUTE WS-ZELLER-T3 = WS-ZELLER-J / 4
           COMPUTE WS-ZELLER-SUM = WS-DOW-DAY + WS-ZELLER-T1
               + WS-ZELLER-K + WS-ZELLER-T2 + WS-ZELLER-T3
               + (5 * WS-ZELLER-J)
           DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-ZELLER-Q
               REMAINDER WS-DAY-OF-WEEK
           EXIT.

       GET-DAYS-IN-MONTH.
           EVALUATE WS-DOW-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   MOVE 'N' TO WS-LEAP-YEAR
                   DIVIDE WS-DOW-YEAR BY 4 GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 'Y' TO WS-LEAP-YEAR
                       DIVIDE WS-DOW-YEAR BY 100 GIVING WS-LEAP-Q
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           DIVIDE WS-DOW-YEAR BY 400 GIVING WS-LEAP-Q
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
           IF WS-DOW-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DOW-DAY
           ELSE
               MOVE 1 TO WS-DOW-DAY
               IF WS-DOW-MONTH < 12
                   ADD 1 TO WS-DOW-MONTH
               ELSE
                   MOVE 1 TO WS-DOW-MONTH
                   ADD 1 TO WS-DOW-YEAR
               END-IF
           END-IF
           EXIT.
