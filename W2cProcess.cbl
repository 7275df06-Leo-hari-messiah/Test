       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2cProcess.

      *> W-2c corrections for a tax year whose W-2s have already been
      *> issued. PaymentReversal and late runs for a prior-year
      *> period keep posting to PAYHIST after W2Process has filed
      *> the year, so the year's corrected totals are re-summed per
      *> employee from PAYHIST (a reversal counts against the year
      *> of the payment it reverses, which it carries in
      *> PHIST-PERIOD-START-DATE) and compared, box by box, to the
      *> as-filed snapshot W2Process banked on W2SNAP. For every
      *> employee who changed:
      *>   - a printed W-2c with previously-reported and correct
      *>     columns for each box that changed,
      *>   - a correction extract record for the SSA and the state
      *>     and local agencies,
      *> and the report carries the W-3c transmittal totals per
      *> company (FEIN). With CONFIRM in SYSIN cols 6-12 the
      *> snapshot is rewritten with the corrected figures, so the
      *> same change is never corrected twice; without it the run is
      *> a proof only and nothing is marked filed.
      *> SYSIN cols 1-4 name the tax year; blank or zero means the
      *> year before the run date.
      *> PAYHIST does not record the company a check was paid
      *> under, so an employee who was issued W-2s under more than
      *> one company for the year cannot have the re-summed year
      *> split between them; those are listed for a hand
      *> correction instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

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

           SELECT TAX-TABLE-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-FILE-STATUS.

           SELECT W2C-FILE
            ASSIGN TO W2CFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT W2C-EXTRACT-FILE
            ASSIGN TO W2CEXTFL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT W2C-REPORT-FILE
            ASSIGN TO W2CRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  W2-SNAPSHOT-FILE.
           COPY W2SNAP.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  TAX-TABLE-FILE.
           COPY TAXREC.

       FD  W2C-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  W2C-LINE                    PIC X(132).

      *> One record per corrected employee: the previously-reported
      *> and correct figure for every box, in the TAXEXT box order.
       FD  W2C-EXTRACT-FILE.
       01  W2C-EXTRACT-RECORD.
           05  W2CX-EMP-ID             PIC 9(5).
           05  W2CX-TAX-YEAR           PIC 9(4).
           05  W2CX-SSN                PIC 9(9).
           05  W2CX-LEGAL-NAME         PIC X(35).
           05  W2CX-COMPANY-CODE       PIC X(3).
           05  W2CX-PAYER-FEIN         PIC 9(9).
           05  W2CX-STATE-CODE         PIC X(2).
           05  W2CX-LOCALITY-CODE      PIC X(4).
           05  W2CX-PREV-WAGES         PIC 9(9)V99.
           05  W2CX-CORR-WAGES         PIC 9(9)V99.
           05  W2CX-PREV-FEDERAL       PIC 9(9)V99.
           05  W2CX-CORR-FEDERAL       PIC 9(9)V99.
           05  W2CX-PREV-SS-WAGES      PIC 9(9)V99.
           05  W2CX-CORR-SS-WAGES      PIC 9(9)V99.
           05  W2CX-PREV-MED-WAGES     PIC 9(9)V99.
           05  W2CX-CORR-MED-WAGES     PIC 9(9)V99.
           05  W2CX-PREV-STATE-TAX     PIC 9(9)V99.
           05  W2CX-CORR-STATE-TAX     PIC 9(9)V99.
           05  W2CX-PREV-LOCAL-TAX     PIC 9(9)V99.
           05  W2CX-CORR-LOCAL-TAX     PIC 9(9)V99.

       FD  W2C-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  W2C-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-W2SNAP-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-TAXTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAXTBL-EOF               PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MMDD             PIC 9(4).

       01  WS-W2C-PARM-CARD.
           05  WS-PARM-TAX-YEAR        PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-PARM-CONFIRM         PIC X(7).
           05  FILLER                  PIC X(68).
       01  WS-UPDATE-SNAPSHOT          PIC X    VALUE 'N'.

       01  WS-TAX-YEAR                 PIC 9(4) VALUE 0.
       01  WS-TAX-YEAR-END             PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END-PARTS REDEFINES WS-TAX-YEAR-END.
           05  WS-TYE-YEAR             PIC 9(4).
           05  WS-TYE-MMDD             PIC 9(4).

      *> The date the history record's money belongs to: the period
      *> end for a payment, the reversed payment's period end for a
      *> reversal.
       01  WS-PAYMENT-DATE             PIC 9(8) VALUE 0.
       01  WS-PAYMENT-DATE-PARTS REDEFINES WS-PAYMENT-DATE.
           05  WS-PAY-YEAR             PIC 9(4).
           05  WS-PAY-MMDD             PIC 9(4).

      *> Same Social Security wage base W2Process capped box 3 at.
       01  WS-FICA-WAGE-BASE           PIC 9(9)V99 VALUE 176100.00.
       01  WS-CAP-EFF-DATE             PIC 9(8) VALUE 0.

       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 10 TIMES.
               10  WS-CO-CODE-TBL      PIC X(3).
               10  WS-CO-NAME-TBL      PIC X(16).
               10  WS-CO-FEIN-TBL      PIC 9(9).
      *>       W-3c totals: previously reported and correct.
               10  WS-CO-W2C-COUNT     PIC 9(7).
               10  WS-CO-PREV-WAGES    PIC 9(11)V99.
               10  WS-CO-CORR-WAGES    PIC 9(11)V99.
               10  WS-CO-PREV-FEDERAL  PIC 9(11)V99.
               10  WS-CO-CORR-FEDERAL  PIC 9(11)V99.
               10  WS-CO-PREV-SS       PIC 9(11)V99.
               10  WS-CO-CORR-SS       PIC 9(11)V99.
               10  WS-CO-PREV-MED      PIC 9(11)V99.
               10  WS-CO-CORR-MED      PIC 9(11)V99.
               10  WS-CO-PREV-STATE    PIC 9(11)V99.
               10  WS-CO-CORR-STATE    PIC 9(11)V99.
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-COMP-SUB                 PIC 9(2) VALUE 0.
       01  WS-CUR-CO-SUB               PIC 9(2) VALUE 0.

      *> The employee being summed; PAYHIST arrives in EMP-ID order.
       01  WS-CUR-EMP-ID               PIC 9(5) VALUE 0.
       01  WS-CUR-IN-SCOPE             PIC X    VALUE 'N'.
       01  WS-CUR-HAS-YEAR             PIC X    VALUE 'N'.
       01  WS-CORR-WAGES               PIC S9(9)V99 VALUE 0.
       01  WS-CORR-FEDERAL             PIC S9(9)V99 VALUE 0.
       01  WS-CORR-MED-WAGES           PIC S9(9)V99 VALUE 0.
       01  WS-CORR-SS-WAGES            PIC S9(9)V99 VALUE 0.
       01  WS-CORR-STATE-TAX           PIC S9(9)V99 VALUE 0.
       01  WS-CORR-LOCAL-TAX           PIC S9(9)V99 VALUE 0.
       01  WS-REC-INCTAX-WAGES         PIC 9(5)V99 VALUE 0.
       01  WS-REC-FICA-WAGES           PIC 9(5)V99 VALUE 0.
       01  WS-REC-LOCAL-TAX            PIC 9(5)V99 VALUE 0.

       01  WS-EMPLOYEES-CHECKED        PIC 9(7) VALUE 0.
       01  WS-W2C-COUNT                PIC 9(7) VALUE 0.
       01  WS-NO-ORIGINAL-COUNT        PIC 9(7) VALUE 0.
       01  WS-MULTI-COMPANY-COUNT      PIC 9(7) VALUE 0.

      *> The employee's as-filed snapshots for the year, one per
      *> company the W-2s went out under.
       01  WS-SNAP-EOF                 PIC X    VALUE 'N'.
       01  WS-SNAP-FOUND-COUNT         PIC 9(2) VALUE 0.
       01  WS-SNAP-FIRST-KEY           PIC X(12) VALUE SPACES.

       01  WS-W2C-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'W-2C CORRECTED WAGE AND TAX STATEMENT'.
           05  FILLER                  PIC X(10) VALUE 'TAX YEAR '.
           05  WS-W2H-TAX-YEAR         PIC 9(4).

       01  WS-W2C-PAYER-LINE.
           05  FILLER                  PIC X(12) VALUE 'EMPLOYER:  '.
           05  WS-W2P-NAME             PIC X(16).
           05  FILLER                  PIC X(9)  VALUE '  FEIN: '.
           05  WS-W2P-FEIN             PIC 9(9).

       01  WS-W2C-EMPLOYEE-LINE.
           05  FILLER                  PIC X(12) VALUE 'EMPLOYEE:  '.
           05  WS-W2E-SSN-AREA         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  WS-W2E-SSN-GROUP        PIC X(2).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  WS-W2E-SSN-SERIAL       PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-W2E-LEGAL-NAME       PIC X(35).
           05  FILLER                  PIC X(9)  VALUE '  EMP-ID '.
           05  WS-W2E-EMP-ID           PIC ZZZZ9.

       01  WS-W2C-COLUMN-LINE.
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               '  PREVIOUSLY REPORTED      CORRECT'.

       01  WS-W2C-BOX-LINE.
           05  WS-W2B-CAPTION          PIC X(32).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-W2B-PREVIOUS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-W2B-CORRECT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(36) VALUE
               'W-2C CORRECTION RUN'.
           05  FILLER                  PIC X(10) VALUE 'TAX YEAR '.
           05  WS-RPH-TAX-YEAR         PIC 9(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPH-MODE             PIC X(40).

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(7)  VALUE 'EMP-ID '.
           05  WS-RPD-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-COMPANY          PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-MESSAGE          PIC X(60).

       01  WS-W3C-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'W-3C TRANSMITTAL TOTALS BY COMPANY'.

       01  WS-W3C-PAYER-LINE.
           05  FILLER                  PIC X(8)  VALUE 'COMPANY '.
           05  WS-W3P-CODE             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-W3P-NAME             PIC X(16).
           05  FILLER                  PIC X(7)  VALUE ' FEIN '.
           05  WS-W3P-FEIN             PIC 9(9).
           05  FILLER                  PIC X(13) VALUE '  W-2C COUNT '.
           05  WS-W3P-COUNT            PIC ZZZ,ZZ9.

       01  WS-W3C-BOX-LINE.
           05  WS-W3B-CAPTION          PIC X(32).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-W3B-PREVIOUS         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-W3B-CORRECT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PAYHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O W2-SNAPSHOT-FILE
           IF WS-W2SNAP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING W2-SNAPSHOT-FILE, STATUS: '
                   WS-W2SNAP-FILE-STATUS
                   ' - NO AS-FILED W-2 FIGURES TO CORRECT AGAINST'
               CLOSE PAYROLL-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT W2C-FILE
           OPEN OUTPUT W2C-EXTRACT-FILE
           OPEN OUTPUT W2C-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-W2C-PARM-CARD
           ACCEPT WS-W2C-PARM-CARD FROM SYSIN
           IF WS-PARM-TAX-YEAR IS NUMERIC AND
                   WS-PARM-TAX-YEAR NOT = '0000'
               MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           END-IF
           MOVE WS-TAX-YEAR TO WS-TYE-YEAR
           MOVE 1231 TO WS-TYE-MMDD
           IF WS-PARM-CONFIRM = 'CONFIRM'
               MOVE 'Y' TO WS-UPDATE-SNAPSHOT
               MOVE 'CONFIRMED - SNAPSHOT UPDATED TO CORRECTED'
                   TO WS-RPH-MODE
           ELSE
               MOVE 'N' TO WS-UPDATE-SNAPSHOT
               MOVE 'PROOF ONLY - NOTHING MARKED FILED'
                   TO WS-RPH-MODE
           END-IF

           PERFORM LOAD-FICA-WAGE-BASE
           PERFORM LOAD-COMPANY-MASTER

           MOVE WS-TAX-YEAR TO WS-RPH-TAX-YEAR
           WRITE W2C-REPORT-LINE FROM WS-RPT-HEADING
           MOVE SPACES TO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE

           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PAYROLL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM ACCUMULATE-HISTORY-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-OUT-EMPLOYEE

           PERFORM PRINT-W3C-TOTALS

           CLOSE PAYROLL-HISTORY-FILE
           CLOSE W2-SNAPSHOT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE W2C-FILE
           CLOSE W2C-EXTRACT-FILE
           CLOSE W2C-REPORT-FILE

           DISPLAY 'W2C-PROCESS TAX YEAR: ' WS-TAX-YEAR
           DISPLAY 'W2C-PROCESS EMPLOYEES CHECKED: '
               WS-EMPLOYEES-CHECKED
           DISPLAY 'W2C-PROCESS W-2C STATEMENTS: ' WS-W2C-COUNT
           IF WS-UPDATE-SNAPSHOT = 'N'
               DISPLAY 'W2C-PROCESS PROOF RUN - SNAPSHOT NOT UPDATED'
           END-IF
           IF WS-NO-ORIGINAL-COUNT > 0
               DISPLAY 'W2C-PROCESS PAID WITH NO W-2 ON FILE: '
                   WS-NO-ORIGINAL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MULTI-COMPANY-COUNT > 0
               DISPLAY 'W2C-PROCESS MORE THAN ONE COMPANY W-2, '
                   'CORRECT BY HAND: ' WS-MULTI-COMPANY-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-FICA-WAGE-BASE.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-FILE-STATUS NOT = '00'
               DISPLAY 'NO TAX TABLE FILE FOUND, STATUS: '
                   WS-TAXTBL-FILE-STATUS
                   ' - BOX 3 CAPPED AT COMPILED-IN WAGE BASE'
           ELSE
               MOVE 'N' TO WS-TAXTBL-EOF
               PERFORM UNTIL WS-TAXTBL-EOF = 'Y'
                   READ TAX-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-TAXTBL-EOF
                       NOT AT END
                           IF TAX-PARM-TYPE = 'C' AND
                                   TAX-BRACKET-NUMBER = 1 AND
                                   TAX-EFFECTIVE-DATE <=
                                       WS-TAX-YEAR-END AND
                                   TAX-EFFECTIVE-DATE >=
                                       WS-CAP-EFF-DATE
                               MOVE TAX-EFFECTIVE-DATE
                                   TO WS-CAP-EFF-DATE
                               MOVE TAX-AMOUNT TO WS-FICA-WAGE-BASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE-FILE
           END-IF
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
           IF WS-COMPANY-COUNT = 0
               MOVE 1 TO WS-COMPANY-COUNT
               MOVE SPACES TO WS-CO-CODE-TBL(1)
               MOVE 'ACME CORP' TO WS-CO-NAME-TBL(1)
               MOVE ZEROS TO WS-CO-FEIN-TBL(1)
           END-IF
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               MOVE 0 TO WS-CO-W2C-COUNT(WS-COMP-SUB)
               MOVE 0 TO WS-CO-PREV-WAGES(WS-COMP-SUB)
               MOVE 0 TO WS-CO-CORR-WAGES(WS-COMP-SUB)
               MOVE 0 TO WS-CO-PREV-FEDERAL(WS-COMP-SUB)
               MOVE 0 TO WS-CO-CORR-FEDERAL(WS-COMP-SUB)
               MOVE 0 TO WS-CO-PREV-SS(WS-COMP-SUB)
               MOVE 0 TO WS-CO-CORR-SS(WS-COMP-SUB)
               MOVE 0 TO WS-CO-PREV-MED(WS-COMP-SUB)
               MOVE 0 TO WS-CO-CORR-MED(WS-COMP-SUB)
               MOVE 0 TO WS-CO-PREV-STATE(WS-COMP-SUB)
               MOVE 0 TO WS-CO-CORR-STATE(WS-COMP-SUB)
           END-PERFORM
           EXIT.

       ACCUMULATE-HISTORY-RECORD.
           IF PHIST-EMP-ID NOT = WS-CUR-EMP-ID
               PERFORM CLOSE-OUT-EMPLOYEE
               PERFORM START-NEW-EMPLOYEE
           END-IF
           IF PHIST-RUN-TYPE = 'V'
               MOVE PHIST-PERIOD-START-DATE TO WS-PAYMENT-DATE
           ELSE
               MOVE PHIST-PERIOD-END-DATE TO WS-PAYMENT-DATE
           END-IF
           IF WS-CUR-IN-SCOPE = 'Y' AND WS-PAY-YEAR = WS-TAX-YEAR
               MOVE 'Y' TO WS-CUR-HAS-YEAR
      *>       Same fallbacks W2Process applies to records from
      *>       before the wage bases and local tax were carried.
               IF PHIST-INCTAX-WAGES IS NUMERIC
                   MOVE PHIST-INCTAX-WAGES TO WS-REC-INCTAX-WAGES
                   MOVE PHIST-FICA-WAGES TO WS-REC-FICA-WAGES
               ELSE
                   MOVE PHIST-GROSS-PAY TO WS-REC-INCTAX-WAGES
                   MOVE PHIST-GROSS-PAY TO WS-REC-FICA-WAGES
               END-IF
               IF PHIST-LOCAL-TAX IS NUMERIC
                   MOVE PHIST-LOCAL-TAX TO WS-REC-LOCAL-TAX
               ELSE
                   MOVE 0 TO WS-REC-LOCAL-TAX
               END-IF
               IF PHIST-RUN-TYPE = 'V'
                   SUBTRACT WS-REC-INCTAX-WAGES FROM WS-CORR-WAGES
                   SUBTRACT PHIST-FEDERAL-TAX FROM WS-CORR-FEDERAL
                   SUBTRACT WS-REC-FICA-WAGES FROM WS-CORR-MED-WAGES
                   SUBTRACT PHIST-STATE-TAX FROM WS-CORR-STATE-TAX
                   SUBTRACT WS-REC-LOCAL-TAX FROM WS-CORR-LOCAL-TAX
               ELSE
                   ADD WS-REC-INCTAX-WAGES TO WS-CORR-WAGES
                   ADD PHIST-FEDERAL-TAX TO WS-CORR-FEDERAL
                   ADD WS-REC-FICA-WAGES TO WS-CORR-MED-WAGES
                   ADD PHIST-STATE-TAX TO WS-CORR-STATE-TAX
                   ADD WS-REC-LOCAL-TAX TO WS-CORR-LOCAL-TAX
               END-IF
           END-IF
           EXIT.

       START-NEW-EMPLOYEE.
      *>   Contractors never had a W-2 to correct.
           MOVE PHIST-EMP-ID TO WS-CUR-EMP-ID
           MOVE 'N' TO WS-CUR-HAS-YEAR
           MOVE 0 TO WS-CORR-WAGES
           MOVE 0 TO WS-CORR-FEDERAL
           MOVE 0 TO WS-CORR-MED-WAGES
           MOVE 0 TO WS-CORR-SS-WAGES
           MOVE 0 TO WS-CORR-STATE-TAX
           MOVE 0 TO WS-CORR-LOCAL-TAX
           MOVE PHIST-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACE TO WORKER-TYPE
           END-READ
           IF WORKER-TYPE = 'C'
               MOVE 'N' TO WS-CUR-IN-SCOPE
           ELSE
               MOVE 'Y' TO WS-CUR-IN-SCOPE
           END-IF
           EXIT.

       CLOSE-OUT-EMPLOYEE.
           IF WS-CUR-IN-SCOPE = 'Y' AND WS-CUR-HAS-YEAR = 'Y'
               ADD 1 TO WS-EMPLOYEES-CHECKED
               PERFORM FLOOR-CORRECTED-FIGURES
               PERFORM COUNT-EMPLOYEE-SNAPSHOTS
               EVALUATE TRUE
                   WHEN WS-SNAP-FOUND-COUNT = 0
                       PERFORM REPORT-NO-ORIGINAL
                   WHEN WS-SNAP-FOUND-COUNT > 1
                       PERFORM REPORT-MULTI-COMPANY
                   WHEN OTHER
                       MOVE WS-SNAP-FIRST-KEY TO W2SNAP-KEY
                       READ W2-SNAPSHOT-FILE
                           INVALID KEY
                               PERFORM REPORT-NO-ORIGINAL
                           NOT INVALID KEY
                               PERFORM COMPARE-TO-SNAPSHOT
                       END-READ
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-CUR-IN-SCOPE
           EXIT.

       COUNT-EMPLOYEE-SNAPSHOTS.
      *>   Reads forward from the employee's first company for the
      *>   year; the one snapshot to compare is read again by its
      *>   full key so the rewrite has it as the last record read.
           MOVE 0 TO WS-SNAP-FOUND-COUNT
           MOVE WS-CUR-EMP-ID TO W2SNAP-EMP-ID
           MOVE WS-TAX-YEAR TO W2SNAP-TAX-YEAR
           MOVE LOW-VALUES TO W2SNAP-COMPANY-CODE
           MOVE 'N' TO WS-SNAP-EOF
           START W2-SNAPSHOT-FILE KEY IS NOT LESS THAN W2SNAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SNAP-EOF
           END-START
           PERFORM UNTIL WS-SNAP-EOF = 'Y'
               READ W2-SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF
                   NOT AT END
                       IF W2SNAP-EMP-ID NOT = WS-CUR-EMP-ID OR
                               W2SNAP-TAX-YEAR NOT = WS-TAX-YEAR
                           MOVE 'Y' TO WS-SNAP-EOF
                       ELSE
                           ADD 1 TO WS-SNAP-FOUND-COUNT
                           IF WS-SNAP-FOUND-COUNT = 1
                               MOVE W2SNAP-KEY TO WS-SNAP-FIRST-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       REPORT-MULTI-COMPANY.
           ADD 1 TO WS-MULTI-COMPANY-COUNT
           MOVE WS-CUR-EMP-ID TO WS-RPD-EMP-ID
           MOVE SPACES TO WS-RPD-COMPANY
           MOVE 'W-2S UNDER MORE THAN ONE COMPANY - CORRECT BY HAND'
               TO WS-RPD-MESSAGE
           WRITE W2C-REPORT-LINE FROM WS-RPT-DETAIL
           EXIT.

       FLOOR-CORRECTED-FIGURES.
      *>   A year reversed down past zero is reported as zero, and
      *>   box 3 stops at the Social Security wage base exactly as
      *>   it did on the original.
           IF WS-CORR-WAGES < 0
               MOVE 0 TO WS-CORR-WAGES
           END-IF
           IF WS-CORR-FEDERAL < 0
               MOVE 0 TO WS-CORR-FEDERAL
           END-IF
           IF WS-CORR-MED-WAGES < 0
               MOVE 0 TO WS-CORR-MED-WAGES
           END-IF
           IF WS-CORR-STATE-TAX < 0
               MOVE 0 TO WS-CORR-STATE-TAX
           END-IF
           IF WS-CORR-LOCAL-TAX < 0
               MOVE 0 TO WS-CORR-LOCAL-TAX
           END-IF
           IF WS-CORR-MED-WAGES > WS-FICA-WAGE-BASE
               MOVE WS-FICA-WAGE-BASE TO WS-CORR-SS-WAGES
           ELSE
               MOVE WS-CORR-MED-WAGES TO WS-CORR-SS-WAGES
           END-IF
           EXIT.

       REPORT-NO-ORIGINAL.
      *>   Pay for the year with no W-2 on file needs an original
      *>   W-2, not a correction - flagged for the desk.
           IF WS-CORR-WAGES > 0 OR WS-CORR-FEDERAL > 0
               ADD 1 TO WS-NO-ORIGINAL-COUNT
               MOVE WS-CUR-EMP-ID TO WS-RPD-EMP-ID
               MOVE SPACES TO WS-RPD-COMPANY
               MOVE 'PAID IN TAX YEAR, NO W-2 ON FILE - NEEDS ORIGINAL'
                   TO WS-RPD-MESSAGE
               WRITE W2C-REPORT-LINE FROM WS-RPT-DETAIL
           END-IF
           EXIT.

       COMPARE-TO-SNAPSHOT.
           IF WS-CORR-WAGES NOT = W2SNAP-BOX1-WAGES OR
                   WS-CORR-FEDERAL NOT = W2SNAP-BOX2-FEDERAL OR
                   WS-CORR-SS-WAGES NOT = W2SNAP-BOX3-SS-WAGES OR
                   WS-CORR-MED-WAGES NOT = W2SNAP-BOX5-MED-WAGES OR
                   WS-CORR-STATE-TAX NOT = W2SNAP-BOX17-STATE-TAX OR
                   WS-CORR-LOCAL-TAX NOT = W2SNAP-BOX19-LOCAL-TAX
               PERFORM FIND-SNAPSHOT-COMPANY
               PERFORM PRINT-W2C-STATEMENT
               PERFORM WRITE-W2C-EXTRACT
               PERFORM ACCUMULATE-W3C-TOTALS
               ADD 1 TO WS-W2C-COUNT
               MOVE WS-CUR-EMP-ID TO WS-RPD-EMP-ID
               MOVE W2SNAP-COMPANY-CODE TO WS-RPD-COMPANY
               MOVE 'W-2C ISSUED' TO WS-RPD-MESSAGE
               WRITE W2C-REPORT-LINE FROM WS-RPT-DETAIL
               IF WS-UPDATE-SNAPSHOT = 'Y'
                   PERFORM UPDATE-SNAPSHOT
               END-IF
           END-IF
           EXIT.

       FIND-SNAPSHOT-COMPANY.
      *>   The W-2c goes out under the FEIN the original was filed
      *>   under; a blank company code is the first company.
           MOVE 1 TO WS-CUR-CO-SUB
           IF W2SNAP-COMPANY-CODE NOT = SPACES
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
                   IF WS-CO-CODE-TBL(WS-COMP-SUB) = W2SNAP-COMPANY-CODE
                       MOVE WS-COMP-SUB TO WS-CUR-CO-SUB
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       PRINT-W2C-STATEMENT.
           MOVE SPACES TO W2C-LINE
           WRITE W2C-LINE
           MOVE WS-TAX-YEAR TO WS-W2H-TAX-YEAR
           WRITE W2C-LINE FROM WS-W2C-HEADING
           MOVE WS-CO-NAME-TBL(WS-CUR-CO-SUB) TO WS-W2P-NAME
           MOVE WS-CO-FEIN-TBL(WS-CUR-CO-SUB) TO WS-W2P-FEIN
           WRITE W2C-LINE FROM WS-W2C-PAYER-LINE
           MOVE W2SNAP-SSN(1:3) TO WS-W2E-SSN-AREA
           MOVE W2SNAP-SSN(4:2) TO WS-W2E-SSN-GROUP
           MOVE W2SNAP-SSN(6:4) TO WS-W2E-SSN-SERIAL
           MOVE W2SNAP-LEGAL-NAME TO WS-W2E-LEGAL-NAME
           MOVE WS-CUR-EMP-ID TO WS-W2E-EMP-ID
           WRITE W2C-LINE FROM WS-W2C-EMPLOYEE-LINE
           WRITE W2C-LINE FROM WS-W2C-COLUMN-LINE

      *>   Only the boxes that changed are completed on a W-2c.
           IF WS-CORR-WAGES NOT = W2SNAP-BOX1-WAGES
               MOVE '  BOX 1 WAGES, TIPS, ETC:' TO WS-W2B-CAPTION
               MOVE W2SNAP-BOX1-WAGES TO WS-W2B-PREVIOUS
               MOVE WS-CORR-WAGES TO WS-W2B-CORRECT
               WRITE W2C-LINE FROM WS-W2C-BOX-LINE
           END-IF
           IF WS-CORR-FEDERAL NOT = W2SNAP-BOX2-FEDERAL
               MOVE '  BOX 2 FEDERAL TAX WITHHELD:' TO WS-W2B-CAPTION
               MOVE W2SNAP-BOX2-FEDERAL TO WS-W2B-PREVIOUS
               MOVE WS-CORR-FEDERAL TO WS-W2B-CORRECT
               WRITE W2C-LINE FROM WS-W2C-BOX-LINE
           END-IF
           IF WS-CORR-SS-WAGES NOT = W2SNAP-BOX3-SS-WAGES
               MOVE '  BOX 3 SOCIAL SECURITY WAGES:' TO WS-W2B-CAPTION
               MOVE W2SNAP-BOX3-SS-WAGES TO WS-W2B-PREVIOUS
               MOVE WS-CORR-SS-WAGES TO WS-W2B-CORRECT
               WRITE W2C-LINE FROM WS-W2C-BOX-LINE
           END-IF
           IF WS-CORR-MED-WAGES NOT = W2SNAP-BOX5-MED-WAGES
               MOVE '  BOX 5 MEDICARE WAGES:' TO WS-W2B-CAPTION
               MOVE W2SNAP-BOX5-MED-WAGES TO WS-W2B-PREVIOUS
               MOVE WS-CORR-MED-WAGES TO WS-W2B-CORRECT
               WRITE W2C-LINE FROM WS-W2C-BOX-LINE
           END-IF
           IF WS-CORR-STATE-TAX NOT = W2SNAP-BOX17-STATE-TAX
               MOVE '  BOX 17 STATE TAX WITHHELD:' TO WS-W2B-CAPTION
               MOVE W2SNAP-BOX17-STATE-TAX TO WS-W2B-PREVIOUS
               MOVE WS-CORR-STATE-TAX TO WS-W2B-CORRECT
               WRITE W2C-LINE FROM WS-W2C-BOX-LINE
           END-IF
           IF WS-CORR-LOCAL-TAX NOT = W2SNAP-BOX19-LOCAL-TAX
               MOVE '  BOX 19 LOCAL TAX WITHHELD:' TO WS-W2B-CAPTION
               MOVE W2SNAP-BOX19-LOCAL-TAX TO WS-W2B-PREVIOUS
               MOVE WS-CORR-LOCAL-TAX TO WS-W2B-CORRECT
               WRITE W2C-LINE FROM WS-W2C-BOX-LINE
           END-IF
           EXIT.

       WRITE-W2C-EXTRACT.
           MOVE WS-CUR-EMP-ID TO W2CX-EMP-ID
           MOVE WS-TAX-YEAR TO W2CX-TAX-YEAR
           MOVE W2SNAP-SSN TO W2CX-SSN
           MOVE W2SNAP-LEGAL-NAME TO W2CX-LEGAL-NAME
           MOVE W2SNAP-COMPANY-CODE TO W2CX-COMPANY-CODE
           MOVE WS-CO-FEIN-TBL(WS-CUR-CO-SUB) TO W2CX-PAYER-FEIN
           MOVE W2SNAP-STATE-CODE TO W2CX-STATE-CODE
           MOVE W2SNAP-LOCALITY-CODE TO W2CX-LOCALITY-CODE
           MOVE W2SNAP-BOX1-WAGES TO W2CX-PREV-WAGES
           MOVE WS-CORR-WAGES TO W2CX-CORR-WAGES
           MOVE W2SNAP-BOX2-FEDERAL TO W2CX-PREV-FEDERAL
           MOVE WS-CORR-FEDERAL TO W2CX-CORR-FEDERAL
           MOVE W2SNAP-BOX3-SS-WAGES TO W2CX-PREV-SS-WAGES
           MOVE WS-CORR-SS-WAGES TO W2CX-CORR-SS-WAGES
           MOVE W2SNAP-BOX5-MED-WAGES TO W2CX-PREV-MED-WAGES
           MOVE WS-CORR-MED-WAGES TO W2CX-CORR-MED-WAGES
           MOVE W2SNAP-BOX17-STATE-TAX TO W2CX-PREV-STATE-TAX
           MOVE WS-CORR-STATE-TAX TO W2CX-CORR-STATE-TAX
           MOVE W2SNAP-BOX19-LOCAL-TAX TO W2CX-PREV-LOCAL-TAX
           MOVE WS-CORR-LOCAL-TAX TO W2CX-CORR-LOCAL-TAX
           WRITE W2C-EXTRACT-RECORD
           EXIT.

       ACCUMULATE-W3C-TOTALS.
           ADD 1 TO WS-CO-W2C-COUNT(WS-CUR-CO-SUB)
           ADD W2SNAP-BOX1-WAGES TO WS-CO-PREV-WAGES(WS-CUR-CO-SUB)
           ADD WS-CORR-WAGES TO WS-CO-CORR-WAGES(WS-CUR-CO-SUB)
           ADD W2SNAP-BOX2-FEDERAL TO WS-CO-PREV-FEDERAL(WS-CUR-CO-SUB)
           ADD WS-CORR-FEDERAL TO WS-CO-CORR-FEDERAL(WS-CUR-CO-SUB)
           ADD W2SNAP-BOX3-SS-WAGES TO WS-CO-PREV-SS(WS-CUR-CO-SUB)
           ADD WS-CORR-SS-WAGES TO WS-CO-CORR-SS(WS-CUR-CO-SUB)
           ADD W2SNAP-BOX5-MED-WAGES TO WS-CO-PREV-MED(WS-CUR-CO-SUB)
           ADD WS-CORR-MED-WAGES TO WS-CO-CORR-MED(WS-CUR-CO-SUB)
           ADD W2SNAP-BOX17-STATE-TAX
               TO WS-CO-PREV-STATE(WS-CUR-CO-SUB)
           ADD WS-CORR-STATE-TAX TO WS-CO-CORR-STATE(WS-CUR-CO-SUB)
           EXIT.

       UPDATE-SNAPSHOT.
           MOVE WS-CORR-WAGES TO W2SNAP-BOX1-WAGES
           MOVE WS-CORR-FEDERAL TO W2SNAP-BOX2-FEDERAL
           MOVE WS-CORR-SS-WAGES TO W2SNAP-BOX3-SS-WAGES
           MOVE WS-CORR-MED-WAGES TO W2SNAP-BOX5-MED-WAGES
           MOVE WS-CORR-STATE-TAX TO W2SNAP-BOX17-STATE-TAX
           MOVE WS-CORR-LOCAL-TAX TO W2SNAP-BOX19-LOCAL-TAX
           MOVE WS-RUN-DATE TO W2SNAP-FILED-DATE
           IF W2SNAP-CORRECTION-COUNT < 99
               ADD 1 TO W2SNAP-CORRECTION-COUNT
           END-IF
           REWRITE W2-SNAPSHOT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING W2-SNAPSHOT, EMP-ID: '
                       WS-CUR-EMP-ID ' STATUS: ' WS-W2SNAP-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
           EXIT.

       PRINT-W3C-TOTALS.
           MOVE SPACES TO W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE
           WRITE W2C-REPORT-LINE FROM WS-W3C-HEADING
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               IF WS-CO-W2C-COUNT(WS-COMP-SUB) > 0
                   MOVE SPACES TO W2C-REPORT-LINE
                   WRITE W2C-REPORT-LINE
                   MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO WS-W3P-CODE
                   MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO WS-W3P-NAME
                   MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO WS-W3P-FEIN
                   MOVE WS-CO-W2C-COUNT(WS-COMP-SUB) TO WS-W3P-COUNT
                   WRITE W2C-REPORT-LINE FROM WS-W3C-PAYER-LINE
                   MOVE '  WAGES, TIPS, OTHER COMP:' TO WS-W3B-CAPTION
                   MOVE WS-CO-PREV-WAGES(WS-COMP-SUB)
                       TO WS-W3B-PREVIOUS
                   MOVE WS-CO-CORR-WAGES(WS-COMP-SUB) TO WS-W3B-CORRECT
                   WRITE W2C-REPORT-LINE FROM WS-W3C-BOX-LINE
                   MOVE '  FEDERAL INCOME TAX WITHHELD:'
                       TO WS-W3B-CAPTION
                   MOVE WS-CO-PREV-FEDERAL(WS-COMP-SUB)
                       TO WS-W3B-PREVIOUS
                   MOVE WS-CO-CORR-FEDERAL(WS-COMP-SUB)
                       TO WS-W3B-CORRECT
                   WRITE W2C-REPORT-LINE FROM WS-W3C-BOX-LINE
                   MOVE '  SOCIAL SECURITY WAGES:' TO WS-W3B-CAPTION
                   MOVE WS-CO-PREV-SS(WS-COMP-SUB) TO WS-W3B-PREVIOUS
                   MOVE WS-CO-CORR-SS(WS-COMP-SUB) TO WS-W3B-CORRECT
                   WRITE W2C-REPORT-LINE FROM WS-W3C-BOX-LINE
                   MOVE '  MEDICARE WAGES:' TO WS-W3B-CAPTION
                   MOVE WS-CO-PREV-MED(WS-COMP-SUB) TO WS-W3B-PREVIOUS
                   MOVE WS-CO-CORR-MED(WS-COMP-SUB) TO WS-W3B-CORRECT
                   WRITE W2C-REPORT-LINE FROM WS-W3C-BOX-LINE
                   MOVE '  STATE INCOME TAX:' TO WS-W3B-CAPTION
                   MOVE WS-CO-PREV-STATE(WS-COMP-SUB)
                       TO WS-W3B-PREVIOUS
                   MOVE WS-CO-CORR-STATE(WS-COMP-SUB) TO WS-W3B-CORRECT
                   WRITE W2C-REPORT-LINE FROM WS-W3C-BOX-LINE
               END-IF
           END-PERFORM
           EXIT.
