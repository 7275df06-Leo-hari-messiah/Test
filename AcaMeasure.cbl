       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcaMeasure.

      *> ACA look-back measurement of full-time status from the
      *> monthly hours of service AcaHoursPost banks on ACAHOURS.
      *> Two modes, chosen on the SYSIN card:
      *>   - final (the default), run in the administrative period
      *>     after a standard measurement period closes: each
      *>     ongoing employee's hours for the period are averaged
      *>     per month, and the employee is classified full-time when
      *>     the average meets the TAXTABLE 'H' threshold (130 hours
      *>     when no record is on file). The classification is
      *>     written to ACASTAT for the stability period that
      *>     follows, where Aca1095Process picks it up. Employees
      *>     hired after the measurement period began are listed but
      *>     not classified - they are measured month by month until
      *>     a full period is on file;
      *>   - projection ('P'), run mid-period for HR: every active
      *>     variable-hour (non-salaried) employee whose average to
      *>     date has reached the bracket 2 warning level (120 hours
      *>     when no record is on file) is listed with the hours per
      *>     month still needed to cross the full-time line, so an
      *>     offer can go out before the stability period starts.
      *>     Nothing is written in projection mode.
      *> SYSIN: cols 1-6 = measurement period start (YYYYMM), cols
      *> 7-8 = length in months (blank = 12), col 9 = P for a
      *> projection, cols 10-15 = stability period start (YYYYMM).
      *> A blank start takes the October-to-September period - the
      *> one that closed most recently for a final run, the one in
      *> progress for a projection - and a blank stability start
      *> leaves a three-month administrative period after it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACA-HOURS-FILE
            ASSIGN TO ACAHOURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACAH-KEY
               FILE STATUS IS WS-ACAHRS-FILE-STATUS.

           SELECT ACA-STATUS-FILE
            ASSIGN TO ACASTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACAS-KEY
               FILE STATUS IS WS-ACAST-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT TAX-TABLE-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-FILE-STATUS.

           SELECT ACA-REPORT-FILE
            ASSIGN TO ACARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACA-HOURS-FILE.
           COPY ACAHREC.

       FD  ACA-STATUS-FILE.
           COPY ACASTREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  TAX-TABLE-FILE.
           COPY TAXREC.

       FD  ACA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ACA-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACAHRS-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ACAST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TAXTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAXTBL-EOF               PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-EMPLOYEE-FOUND           PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       01  WS-ACA-PARM-CARD.
           05  WS-PARM-MEASURE-START   PIC X(6).
           05  WS-PARM-MEASURE-MONTHS  PIC X(2).
           05  WS-PARM-MODE            PIC X(1).
           05  WS-PARM-STABILITY-START PIC X(6).
           05  FILLER                  PIC X(65).
       01  WS-PROJECTION-MODE          PIC X    VALUE 'N'.

      *> Full-time threshold and the projection warning level in
      *> monthly hours; the VALUEs are overridden by the TAXTABLE
      *> 'H' records effective on the run date.
       01  WS-FT-MONTHLY-HOURS         PIC 9(5)V99 VALUE 130.00.
       01  WS-NEAR-MONTHLY-HOURS       PIC 9(5)V99 VALUE 120.00.
       01  WS-FT-EFF-DATE              PIC 9(8) VALUE 0.
       01  WS-NEAR-EFF-DATE            PIC 9(8) VALUE 0.

      *> Months as YYYYMM, with a running month number (year x 12 +
      *> month) so spans can be counted and stepped across a year
      *> end.
       01  WS-MEASURE-START            PIC 9(6) VALUE 0.
       01  WS-MEASURE-END              PIC 9(6) VALUE 0.
       01  WS-MEASURE-MONTHS           PIC 9(2) VALUE 12.
       01  WS-THROUGH-MONTH            PIC 9(6) VALUE 0.
       01  WS-STABILITY-START          PIC 9(6) VALUE 0.
       01  WS-STABILITY-END            PIC 9(6) VALUE 0.
       01  WS-CALC-MONTH               PIC 9(6) VALUE 0.
       01  WS-CALC-MONTH-PARTS REDEFINES WS-CALC-MONTH.
           05  WS-CALC-YEAR            PIC 9(4).
           05  WS-CALC-MM              PIC 9(2).
       01  WS-MONTH-NUMBER             PIC 9(6) VALUE 0.
       01  WS-START-NUMBER             PIC 9(6) VALUE 0.
       01  WS-THROUGH-NUMBER           PIC 9(6) VALUE 0.
       01  WS-MONTHS-TO-ADD            PIC 9(3) VALUE 0.

      *> The employee being accumulated - ACAHOURS is in EMP-ID then
      *> month order, so one employee's months arrive together.
       01  WS-CUR-EMP-ID               PIC 9(5) VALUE 0.
       01  WS-CUR-HOURS                PIC 9(7)V99 VALUE 0.
       01  WS-CUR-MONTHS-WITH-HOURS    PIC 9(3) VALUE 0.
       01  WS-HIRE-MONTH               PIC 9(6) VALUE 0.
       01  WS-MONTHS-MEASURED          PIC 9(3) VALUE 0.
       01  WS-AVERAGE-HOURS            PIC 9(5)V99 VALUE 0.
       01  WS-HOURS-STILL-NEEDED       PIC S9(7)V99 VALUE 0.
       01  WS-MONTHS-REMAINING         PIC S9(3) VALUE 0.
       01  WS-NEEDED-PER-MONTH         PIC 9(5)V99 VALUE 0.
       01  WS-EMP-STATUS-TEXT          PIC X(30) VALUE SPACES.

       01  WS-HOURS-RECORDS-READ       PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-MEASURED       PIC 9(7) VALUE 0.
       01  WS-FULL-TIME-COUNT          PIC 9(7) VALUE 0.
       01  WS-NOT-FULL-TIME-COUNT      PIC 9(7) VALUE 0.
       01  WS-NEW-HIRE-COUNT           PIC 9(7) VALUE 0.
       01  WS-NEARING-COUNT            PIC 9(7) VALUE 0.
       01  WS-ON-PACE-COUNT            PIC 9(7) VALUE 0.
       01  WS-STATUS-WRITTEN           PIC 9(7) VALUE 0.
       01  WS-STATUS-REPLACED          PIC 9(7) VALUE 0.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(34) VALUE
               'ACA LOOK-BACK MEASUREMENT'.
           05  WS-RPH-MODE             PIC X(20).
           05  FILLER                  PIC X(13) VALUE 'MEASUREMENT '.
           05  WS-RPH-MEASURE-START    PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-RPH-MEASURE-END      PIC 9(6).
           05  WS-RPH-SECOND-CAPTION   PIC X(13).
           05  WS-RPH-SECOND-START     PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-RPH-SECOND-END       PIC 9(6).

       01  WS-RPT-THRESHOLD-LINE.
           05  FILLER                  PIC X(28) VALUE
               'FULL-TIME MONTHLY HOURS:'.
           05  WS-RPT-FT-HOURS         PIC ZZ9.99.
           05  FILLER                  PIC X(28) VALUE
               '   NEAR-FULL-TIME WARNING:'.
           05  WS-RPT-NEAR-HOURS       PIC ZZ9.99.

       01  WS-RPT-FINAL-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'EMP-ID NAME                 CO  TYPE  TOTAL HOURS'.
           05  FILLER                  PIC X(40) VALUE
               '  AVG/MONTH  STATUS'.

       01  WS-RPT-PROJ-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'EMP-ID NAME                 CO  TYPE HOURS TO DATE'.
           05  FILLER                  PIC X(50) VALUE
               ' MTHS  AVG/MONTH  NEEDED/MONTH  STATUS'.

       01  WS-RPT-DETAIL.
           05  WS-RPD-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPD-COMPANY          PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RPD-PAY-TYPE         PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-HOURS            PIC Z,ZZZ,ZZ9.99.
           05  WS-RPD-MONTHS-AREA.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  WS-RPD-MONTHS       PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-AVERAGE          PIC ZZ,ZZ9.99.
           05  WS-RPD-NEEDED-AREA.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  WS-RPD-NEEDED       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-STATUS           PIC X(30).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-CAPTION          PIC X(40).
           05  WS-RPT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT ACA-HOURS-FILE
           IF WS-ACAHRS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACA-HOURS-FILE, STATUS: '
                   WS-ACAHRS-FILE-STATUS
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
           OPEN OUTPUT ACA-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ACA-PARM-CARD
           ACCEPT WS-ACA-PARM-CARD FROM SYSIN
           IF WS-PARM-MODE = 'P'
               MOVE 'Y' TO WS-PROJECTION-MODE
           END-IF

           PERFORM SET-MEASUREMENT-PERIOD
           PERFORM LOAD-ACA-THRESHOLDS

      *>   Only a final run updates the status file; a brand-new
      *>   ACASTAT is created empty and reopened for update.
           IF WS-PROJECTION-MODE = 'N'
               OPEN I-O ACA-STATUS-FILE
               IF WS-ACAST-FILE-STATUS = '35'
                   OPEN OUTPUT ACA-STATUS-FILE
                   CLOSE ACA-STATUS-FILE
                   OPEN I-O ACA-STATUS-FILE
               END-IF
               IF WS-ACAST-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ACA-STATUS-FILE, STATUS: '
                       WS-ACAST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ ACA-HOURS-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-HOURS-RECORDS-READ
                       PERFORM ACCUMULATE-HOURS-RECORD
               END-READ
           END-PERFORM
           IF WS-CUR-EMP-ID NOT = 0
               PERFORM FINISH-EMPLOYEE
           END-IF

           PERFORM PRINT-CONTROL-TOTALS

           CLOSE ACA-HOURS-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE DEMOGRAPHICS-FILE
           CLOSE ACA-REPORT-FILE
           IF WS-PROJECTION-MODE = 'N'
               CLOSE ACA-STATUS-FILE
           END-IF

           DISPLAY 'ACA-MEASURE PERIOD: ' WS-MEASURE-START ' - '
               WS-MEASURE-END
           IF WS-PROJECTION-MODE = 'Y'
               DISPLAY 'ACA-MEASURE PROJECTION THROUGH: '
                   WS-THROUGH-MONTH
               DISPLAY 'ACA-MEASURE ON PACE FOR FULL-TIME: '
                   WS-ON-PACE-COUNT
               DISPLAY 'ACA-MEASURE NEARING FULL-TIME: '
                   WS-NEARING-COUNT
           ELSE
               DISPLAY 'ACA-MEASURE STABILITY PERIOD: '
                   WS-STABILITY-START ' - ' WS-STABILITY-END
               DISPLAY 'ACA-MEASURE FULL-TIME: ' WS-FULL-TIME-COUNT
                   ' NOT FULL-TIME: ' WS-NOT-FULL-TIME-COUNT
                   ' NEW HIRES NOT MEASURED: ' WS-NEW-HIRE-COUNT
               DISPLAY 'ACA-MEASURE STATUS RECORDS WRITTEN: '
                   WS-STATUS-WRITTEN ' REPLACED: '
                   WS-STATUS-REPLACED
           END-IF
           STOP RUN.

       SET-MEASUREMENT-PERIOD.
           IF WS-PARM-MEASURE-MONTHS IS NUMERIC AND
                   WS-PARM-MEASURE-MONTHS NOT = '00'
               MOVE WS-PARM-MEASURE-MONTHS TO WS-MEASURE-MONTHS
           END-IF
           IF WS-MEASURE-MONTHS > 12
               DISPLAY 'ACA-MEASURE: MEASUREMENT PERIOD LONGER THAN '
                   '12 MONTHS REQUESTED - 12 USED'
               MOVE 12 TO WS-MEASURE-MONTHS
           END-IF

      *>   Default period runs October through September: a final run
      *>   measures the one that has closed, a projection the one
      *>   still open.
           IF WS-PARM-MEASURE-START IS NUMERIC AND
                   WS-PARM-MEASURE-START NOT = '000000'
               MOVE WS-PARM-MEASURE-START TO WS-MEASURE-START
           ELSE
               MOVE WS-RUN-YEAR TO WS-CALC-YEAR
               MOVE 10 TO WS-CALC-MM
               IF WS-RUN-MM < 10
                   SUBTRACT 1 FROM WS-CALC-YEAR
               END-IF
               IF WS-PROJECTION-MODE = 'N'
                   SUBTRACT 1 FROM WS-CALC-YEAR
               END-IF
               MOVE WS-CALC-MONTH TO WS-MEASURE-START
           END-IF

           MOVE WS-MEASURE-START TO WS-CALC-MONTH
           COMPUTE WS-MONTHS-TO-ADD = WS-MEASURE-MONTHS - 1
           PERFORM ADVANCE-CALC-MONTH
           MOVE WS-CALC-MONTH TO WS-MEASURE-END

      *>   A projection counts the months already closed - through
      *>   the month before the run - never past the period's end.
           MOVE WS-MEASURE-END TO WS-THROUGH-MONTH
           IF WS-PROJECTION-MODE = 'Y'
               MOVE WS-RUN-YEAR TO WS-CALC-YEAR
               MOVE WS-RUN-MM TO WS-CALC-MM
               IF WS-CALC-MM = 1
                   SUBTRACT 1 FROM WS-CALC-YEAR
                   MOVE 12 TO WS-CALC-MM
               ELSE
                   SUBTRACT 1 FROM WS-CALC-MM
               END-IF
               IF WS-CALC-MONTH < WS-THROUGH-MONTH
                   MOVE WS-CALC-MONTH TO WS-THROUGH-MONTH
               END-IF
           END-IF

           IF WS-PARM-STABILITY-START IS NUMERIC AND
                   WS-PARM-STABILITY-START NOT = '000000'
               MOVE WS-PARM-STABILITY-START TO WS-STABILITY-START
           ELSE
               MOVE WS-MEASURE-END TO WS-CALC-MONTH
               MOVE 4 TO WS-MONTHS-TO-ADD
               PERFORM ADVANCE-CALC-MONTH
               MOVE WS-CALC-MONTH TO WS-STABILITY-START
           END-IF
           MOVE WS-STABILITY-START TO WS-CALC-MONTH
           COMPUTE WS-MONTHS-TO-ADD = WS-MEASURE-MONTHS - 1
           PERFORM ADVANCE-CALC-MONTH
           MOVE WS-CALC-MONTH TO WS-STABILITY-END

           MOVE WS-MEASURE-START TO WS-CALC-MONTH
           PERFORM COMPUTE-MONTH-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-START-NUMBER
           MOVE WS-THROUGH-MONTH TO WS-CALC-MONTH
           PERFORM COMPUTE-MONTH-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-THROUGH-NUMBER
           EXIT.

       ADVANCE-CALC-MONTH.
      *>   Steps WS-CALC-MONTH forward WS-MONTHS-TO-ADD months.
           PERFORM WS-MONTHS-TO-ADD TIMES
               IF WS-CALC-MM >= 12
                   ADD 1 TO WS-CALC-YEAR
                   MOVE 1 TO WS-CALC-MM
               ELSE
                   ADD 1 TO WS-CALC-MM
               END-IF
           END-PERFORM
           EXIT.

       COMPUTE-MONTH-NUMBER.
           COMPUTE WS-MONTH-NUMBER = WS-CALC-YEAR * 12 + WS-CALC-MM
           EXIT.

       LOAD-ACA-THRESHOLDS.
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
                                   TAX-EFFECTIVE-DATE <= WS-RUN-DATE
                               PERFORM APPLY-ACA-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE-FILE
           END-IF
           DISPLAY 'ACA-MEASURE FULL-TIME MONTHLY HOURS: '
               WS-FT-MONTHLY-HOURS
           EXIT.

       APPLY-ACA-PARAMETER.
           EVALUATE TAX-BRACKET-NUMBER
               WHEN 1
                   IF TAX-EFFECTIVE-DATE >= WS-FT-EFF-DATE
                       MOVE TAX-EFFECTIVE-DATE TO WS-FT-EFF-DATE
                       MOVE TAX-AMOUNT TO WS-FT-MONTHLY-HOURS
                   END-IF
               WHEN 2
                   IF TAX-EFFECTIVE-DATE >= WS-NEAR-EFF-DATE
                       MOVE TAX-EFFECTIVE-DATE TO WS-NEAR-EFF-DATE
                       MOVE TAX-AMOUNT TO WS-NEAR-MONTHLY-HOURS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE WS-MEASURE-START TO WS-RPH-MEASURE-START
           MOVE WS-MEASURE-END TO WS-RPH-MEASURE-END
           IF WS-PROJECTION-MODE = 'Y'
               MOVE 'MID-PERIOD PROJECTION' TO WS-RPH-MODE
               MOVE '  THROUGH    ' TO WS-RPH-SECOND-CAPTION
               MOVE WS-MEASURE-START TO WS-RPH-SECOND-START
               MOVE WS-THROUGH-MONTH TO WS-RPH-SECOND-END
           ELSE
               MOVE 'FINAL CLASSIFICATION' TO WS-RPH-MODE
               MOVE '  STABILITY  ' TO WS-RPH-SECOND-CAPTION
               MOVE WS-STABILITY-START TO WS-RPH-SECOND-START
               MOVE WS-STABILITY-END TO WS-RPH-SECOND-END
           END-IF
           WRITE ACA-REPORT-LINE FROM WS-RPT-HEADING
           MOVE WS-FT-MONTHLY-HOURS TO WS-RPT-FT-HOURS
           MOVE WS-NEAR-MONTHLY-HOURS TO WS-RPT-NEAR-HOURS
           WRITE ACA-REPORT-LINE FROM WS-RPT-THRESHOLD-LINE
           MOVE SPACES TO ACA-REPORT-LINE
           WRITE ACA-REPORT-LINE
           IF WS-PROJECTION-MODE = 'Y'
               WRITE ACA-REPORT-LINE FROM WS-RPT-PROJ-COLUMNS
           ELSE
               WRITE ACA-REPORT-LINE FROM WS-RPT-FINAL-COLUMNS
           END-IF
           EXIT.

       ACCUMULATE-HOURS-RECORD.
           IF ACAH-EMP-ID NOT = WS-CUR-EMP-ID
               IF WS-CUR-EMP-ID NOT = 0
                   PERFORM FINISH-EMPLOYEE
               END-IF
               MOVE ACAH-EMP-ID TO WS-CUR-EMP-ID
               MOVE 0 TO WS-CUR-HOURS
               MOVE 0 TO WS-CUR-MONTHS-WITH-HOURS
           END-IF
           MOVE ACAH-MONTH TO WS-CALC-MONTH
           PERFORM COMPUTE-MONTH-NUMBER
           IF WS-MONTH-NUMBER >= WS-START-NUMBER AND
                   WS-MONTH-NUMBER <= WS-THROUGH-NUMBER
               ADD ACAH-WORKED-HOURS TO WS-CUR-HOURS
               ADD ACAH-LEAVE-HOURS TO WS-CUR-HOURS
               ADD ACAH-EQUIV-HOURS TO WS-CUR-HOURS
               ADD 1 TO WS-CUR-MONTHS-WITH-HOURS
           END-IF
           EXIT.

       FINISH-EMPLOYEE.
      *>   Nothing in the window means the employee was not on the
      *>   payroll during the period at all.
           IF WS-CUR-HOURS > 0
               MOVE WS-CUR-EMP-ID TO EMP-ID
               MOVE 'Y' TO WS-EMPLOYEE-FOUND
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-EMPLOYEE-FOUND
               END-READ
               IF WS-EMPLOYEE-FOUND = 'N'
                   DISPLAY 'ACA-MEASURE: NO MASTER FOR EMP-ID '
                       WS-CUR-EMP-ID ' - NOT MEASURED'
               ELSE
                   IF WORKER-TYPE NOT = 'C'
                       PERFORM FIND-HIRE-MONTH
                       IF WS-PROJECTION-MODE = 'Y'
                           PERFORM PROJECT-EMPLOYEE
                       ELSE
                           PERFORM CLASSIFY-EMPLOYEE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-HIRE-MONTH.
      *>   No demographics on file reads as hired before any period
      *>   we measure. A rehire whose break was long enough to
      *>   restart benefit waiting periods carries the rehire date
      *>   as DEMO-BENEFIT-DATE, and the ACA rules likewise treat
      *>   that rehire as a new employee.
           MOVE 0 TO WS-HIRE-MONTH
           MOVE EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
                   MOVE 0 TO DEMO-HIRE-DATE
                   MOVE 0 TO DEMO-BENEFIT-DATE
           END-READ
           IF WS-DEMO-FILE-STATUS = '00' AND
                   DEMO-BENEFIT-DATE IS NUMERIC AND
                   DEMO-BENEFIT-DATE > 0
               DIVIDE DEMO-BENEFIT-DATE BY 100 GIVING WS-HIRE-MONTH
           ELSE
           IF WS-DEMO-FILE-STATUS = '00' AND
                   DEMO-HIRE-DATE IS NUMERIC
               DIVIDE DEMO-HIRE-DATE BY 100 GIVING WS-HIRE-MONTH
           END-IF
           END-IF
           EXIT.

       CLASSIFY-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEES-MEASURED
           MOVE WS-MEASURE-MONTHS TO WS-MONTHS-MEASURED
           COMPUTE WS-AVERAGE-HOURS ROUNDED =
               WS-CUR-HOURS / WS-MEASURE-MONTHS
           IF WS-HIRE-MONTH > WS-MEASURE-START
               ADD 1 TO WS-NEW-HIRE-COUNT
               MOVE 'NEW HIRE - MONTHLY MEASUREMENT' TO
                   WS-EMP-STATUS-TEXT
           ELSE
               MOVE EMP-ID TO ACAS-EMP-ID
               MOVE WS-STABILITY-START TO ACAS-STABILITY-START
               READ ACA-STATUS-FILE
                   INVALID KEY
                       MOVE EMP-ID TO ACAS-EMP-ID
                       MOVE WS-STABILITY-START TO ACAS-STABILITY-START
               END-READ
               MOVE WS-STABILITY-END TO ACAS-STABILITY-END
               MOVE WS-MEASURE-START TO ACAS-MEASURE-START
               MOVE WS-MEASURE-END TO ACAS-MEASURE-END
               MOVE WS-CUR-HOURS TO ACAS-TOTAL-HOURS
               MOVE WS-AVERAGE-HOURS TO ACAS-AVERAGE-HOURS
               MOVE WS-RUN-DATE TO ACAS-MEASURED-DATE
               IF WS-AVERAGE-HOURS >= WS-FT-MONTHLY-HOURS
                   MOVE 'F' TO ACAS-FULL-TIME
                   ADD 1 TO WS-FULL-TIME-COUNT
                   MOVE 'FULL-TIME' TO WS-EMP-STATUS-TEXT
               ELSE
                   MOVE 'P' TO ACAS-FULL-TIME
                   ADD 1 TO WS-NOT-FULL-TIME-COUNT
                   MOVE 'NOT FULL-TIME' TO WS-EMP-STATUS-TEXT
               END-IF
               IF WS-ACAST-FILE-STATUS = '00'
                   REWRITE ACA-STATUS-RECORD
                   ADD 1 TO WS-STATUS-REPLACED
               ELSE
                   WRITE ACA-STATUS-RECORD
                   ADD 1 TO WS-STATUS-WRITTEN
               END-IF
           END-IF
           MOVE SPACES TO WS-RPD-MONTHS-AREA
           MOVE SPACES TO WS-RPD-NEEDED-AREA
           PERFORM WRITE-EMPLOYEE-LINE
           EXIT.

       PROJECT-EMPLOYEE.
      *>   Salaried staff are full-time by equivalency and anyone on
      *>   their way out needs no offer; only active variable-hour
      *>   employees are projected.
           IF PAY-TYPE NOT = 'S' AND
                   EMPLOYMENT-STATUS NOT = 'T' AND
                   EMPLOYMENT-STATUS NOT = 'F'
               ADD 1 TO WS-EMPLOYEES-MEASURED
      *>       Months on the payroll so far in this period - from the
      *>       later of the period start and the hire month.
               IF WS-HIRE-MONTH > WS-MEASURE-START
                   MOVE WS-HIRE-MONTH TO WS-CALC-MONTH
                   PERFORM COMPUTE-MONTH-NUMBER
               ELSE
                   MOVE WS-START-NUMBER TO WS-MONTH-NUMBER
               END-IF
               IF WS-MONTH-NUMBER > WS-THROUGH-NUMBER
                   MOVE 1 TO WS-MONTHS-MEASURED
               ELSE
                   COMPUTE WS-MONTHS-MEASURED =
                       WS-THROUGH-NUMBER - WS-MONTH-NUMBER + 1
               END-IF
               COMPUTE WS-AVERAGE-HOURS ROUNDED =
                   WS-CUR-HOURS / WS-MONTHS-MEASURED
               IF WS-AVERAGE-HOURS >= WS-NEAR-MONTHLY-HOURS
                   PERFORM COMPUTE-HOURS-NEEDED
                   IF WS-AVERAGE-HOURS >= WS-FT-MONTHLY-HOURS
                       ADD 1 TO WS-ON-PACE-COUNT
                       MOVE 'ON PACE FOR FULL-TIME' TO
                           WS-EMP-STATUS-TEXT
                   ELSE
                       ADD 1 TO WS-NEARING-COUNT
                       MOVE 'NEARING FULL-TIME' TO WS-EMP-STATUS-TEXT
                   END-IF
                   MOVE WS-MONTHS-MEASURED TO WS-RPD-MONTHS
                   MOVE WS-NEEDED-PER-MONTH TO WS-RPD-NEEDED
                   PERFORM WRITE-EMPLOYEE-LINE
               END-IF
           END-IF
           EXIT.

       COMPUTE-HOURS-NEEDED.
      *>   Hours per remaining month that would carry the period
      *>   average to the full-time line; zero once it is already
      *>   out of reach of falling short.
           COMPUTE WS-MONTHS-REMAINING =
               WS-MEASURE-MONTHS - WS-MONTHS-MEASURED
           COMPUTE WS-HOURS-STILL-NEEDED =
               WS-FT-MONTHLY-HOURS * WS-MEASURE-MONTHS - WS-CUR-HOURS
           IF WS-MONTHS-REMAINING > 0 AND WS-HOURS-STILL-NEEDED > 0
               COMPUTE WS-NEEDED-PER-MONTH ROUNDED =
                   WS-HOURS-STILL-NEEDED / WS-MONTHS-REMAINING
           ELSE
               MOVE 0 TO WS-NEEDED-PER-MONTH
           END-IF
           EXIT.

       WRITE-EMPLOYEE-LINE.
           MOVE EMP-ID TO WS-RPD-EMP-ID
           MOVE EMP-NAME TO WS-RPD-NAME
           MOVE COMPANY-CODE TO WS-RPD-COMPANY
           IF PAY-TYPE = 'S'
               MOVE 'S' TO WS-RPD-PAY-TYPE
           ELSE
               MOVE 'H' TO WS-RPD-PAY-TYPE
           END-IF
           MOVE WS-CUR-HOURS TO WS-RPD-HOURS
           MOVE WS-AVERAGE-HOURS TO WS-RPD-AVERAGE
           MOVE WS-EMP-STATUS-TEXT TO WS-RPD-STATUS
           WRITE ACA-REPORT-LINE FROM WS-RPT-DETAIL
           EXIT.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ACA-REPORT-LINE
           WRITE ACA-REPORT-LINE
           MOVE 'EMPLOYEES MEASURED' TO WS-RPT-CAPTION
           MOVE WS-EMPLOYEES-MEASURED TO WS-RPT-COUNT
           WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           IF WS-PROJECTION-MODE = 'Y'
               MOVE 'ON PACE FOR FULL-TIME' TO WS-RPT-CAPTION
               MOVE WS-ON-PACE-COUNT TO WS-RPT-COUNT
               WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NEARING FULL-TIME' TO WS-RPT-CAPTION
               MOVE WS-NEARING-COUNT TO WS-RPT-COUNT
               WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           ELSE
               MOVE 'FULL-TIME FOR THE STABILITY PERIOD' TO
                   WS-RPT-CAPTION
               MOVE WS-FULL-TIME-COUNT TO WS-RPT-COUNT
               WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NOT FULL-TIME' TO WS-RPT-CAPTION
               MOVE WS-NOT-FULL-TIME-COUNT TO WS-RPT-COUNT
               WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NEW HIRES - NOT YET MEASURED' TO WS-RPT-CAPTION
               MOVE WS-NEW-HIRE-COUNT TO WS-RPT-COUNT
               WRITE ACA-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           EXIT.
