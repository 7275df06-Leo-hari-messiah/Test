       IDENTIFICATION DIVISION.
       PROGRAM-ID. Form940Report.

      *> Annual Form 940 (federal unemployment) return, one per payer
      *> on the company master - the year-end companion to the
      *> quarterly Form941Report, replacing the 940 rebuilt by hand
      *> from four quarters of SutaWageReport output. The year's
      *> payments are re-summed per employee from PAYHIST (reversals
      *> subtract, contractors are left to Form1099Process) so each
      *> quarter's FUTA-taxable wages come out right against the
      *> annual wage base:
      *>   line 3  total payments to employees
      *>   line 4  payments exempt from FUTA (pre-tax deductions)
      *>   line 5  payments over the FUTA wage base
      *>   line 7  taxable FUTA wages, line 8 FUTA tax before
      *>           adjustments
      *>   line 11 credit-reduction add-on for wages paid in a state
      *>           on the effective-dated CRDTABLE list
      *>   line 12 total FUTA tax, line 13 deposits already made,
      *>           line 14 balance due or line 15 overpayment
      *>   part 5  quarterly liability, the credit reduction in Q4.
      *> Deposits are the OBLIG-FUTA amounts on the tax year's
      *> DEPOSIT-OBLIGATION-RECORDs marked deposited ('P') by
      *> DepositConfirm.
      *> An employee who transferred between companies during the
      *> year is split by the applied transfers on COXFER: a payment
      *> for a period ending before a transfer's effective date is
      *> the old company's, as EmployeePayroll paid it. Each company
      *> applies its own wage base, less whatever a successor took
      *> over from its predecessor, and the transfers are listed
      *> below the returns.
      *> SYSIN cols 1-4 name the tax year; blank or zero picks the
      *> same year W2Process would (the prior year before July).
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

           SELECT COMPANY-TRANSFER-FILE
            ASSIGN TO COXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-FILE-STATUS.

           SELECT DEPOSIT-OBLIGATION-FILE
            ASSIGN TO DEPOBLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBLIG-PERIOD-END
               FILE STATUS IS WS-OBLIG-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT TAX-TABLE-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-FILE-STATUS.

           SELECT CREDIT-REDUCTION-FILE
            ASSIGN TO CRDTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRDTBL-FILE-STATUS.

           SELECT F940-REPORT-FILE
            ASSIGN TO F940RPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  COMPANY-TRANSFER-FILE.
           COPY XFERREC.

       FD  DEPOSIT-OBLIGATION-FILE.
           COPY OBLGREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  TAX-TABLE-FILE.
           COPY TAXREC.

       FD  CREDIT-REDUCTION-FILE.
           COPY CRDREC.

       FD  F940-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  F940-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-OBLIG-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-XFER-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XFER-OPEN                PIC X    VALUE 'N'.
       01  WS-XFER-EOF                 PIC X    VALUE 'N'.
       01  WS-OBLIG-EOF                PIC X    VALUE 'N'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-TAXTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAXTBL-EOF               PIC X    VALUE 'N'.
       01  WS-CRDTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-CRDTBL-EOF               PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-F940-PARM-CARD.
           05  WS-PARM-TAX-YEAR        PIC X(4).
           05  FILLER                  PIC X(76).

       01  WS-TAX-YEAR-START           PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END             PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END-PARTS REDEFINES WS-TAX-YEAR-END.
           05  WS-TYE-YEAR             PIC 9(4).
           05  WS-TYE-MMDD             PIC 9(4).

       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
           05  WS-PE-YEAR              PIC 9(4).
           05  WS-PE-MONTH             PIC 9(2).
           05  WS-PE-DAY               PIC 9(2).
       01  WS-QTR                      PIC 9(1) VALUE 0.

      *> FUTA net rate and annual wage base; the VALUEs are the
      *> fallback when TAXTABLE carries no 'U' record for the year,
      *> the same figures EmployeePayroll falls back to.
       01  WS-FUTA-RATE                PIC V9(4) VALUE .0060.
       01  WS-FUTA-WAGE-BASE           PIC 9(7)V99 VALUE 7000.00.
       01  WS-FUTA-EFF-DATE            PIC 9(8) VALUE 0.

      *> Credit-reduction states in force for the tax year.
       01  WS-CRD-TABLE.
           05  WS-CRD-ENTRY OCCURS 20 TIMES.
               10  WS-CRD-STATE-TBL    PIC X(2).
               10  WS-CRD-EFF-TBL      PIC 9(8).
               10  WS-CRD-RATE-TBL     PIC V9(4).
       01  WS-CRD-COUNT                PIC 9(2) VALUE 0.
       01  WS-CRD-SUB                  PIC 9(2) VALUE 0.
       01  WS-CRD-FOUND                PIC X    VALUE 'N'.

       01  WS-COMPANY-NAME             PIC X(16) VALUE 'ACME CORP'.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 10 TIMES.
               10  WS-CO-CODE-TBL      PIC X(3).
               10  WS-CO-NAME-TBL      PIC X(16).
               10  WS-CO-FEIN-TBL      PIC 9(9).
               10  WS-CO-EMP-COUNT     PIC 9(7).
               10  WS-CO-TOTAL-PAY     PIC 9(11)V99.
               10  WS-CO-EXEMPT        PIC 9(11)V99.
               10  WS-CO-OVER-BASE     PIC 9(11)V99.
               10  WS-CO-TAXABLE       PIC 9(11)V99.
               10  WS-CO-QTR-TAXABLE   PIC 9(11)V99 OCCURS 4 TIMES.
               10  WS-CO-FUTA-TAX      PIC 9(9)V99.
               10  WS-CO-CREDIT-RED    PIC 9(9)V99.
               10  WS-CO-TOTAL-TAX     PIC 9(9)V99.
               10  WS-CO-DEPOSITS      PIC 9(9)V99.
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-COMP-SUB                 PIC 9(2) VALUE 0.

      *> Taxable FUTA wages by company and credit-reduction state.
       01  WS-CRW-TABLE.
           05  WS-CRW-ENTRY OCCURS 50 TIMES.
               10  WS-CRW-COMP-SUB     PIC 9(2).
               10  WS-CRW-STATE        PIC X(2).
               10  WS-CRW-RATE         PIC V9(4).
               10  WS-CRW-WAGES        PIC 9(11)V99.
               10  WS-CRW-AMOUNT       PIC 9(9)V99.
       01  WS-CRW-COUNT                PIC 9(2) VALUE 0.
       01  WS-CRW-SUB                  PIC 9(2) VALUE 0.
       01  WS-CRW-FOUND                PIC X    VALUE 'N'.

      *> The employee currently being summed. PAYHIST is read in
      *> EMP-ID order, so the year's records for one employee
      *> arrive together and are closed out on the control break.
       01  WS-CUR-EMP-ID               PIC 9(5) VALUE 0.
       01  WS-CUR-IN-SCOPE             PIC X    VALUE 'N'.
       01  WS-CUR-CO-SUB               PIC 9(2) VALUE 0.
       01  WS-CUR-STATE                PIC X(2) VALUE SPACES.
       01  WS-EMP-GROSS                PIC S9(9)V99 VALUE 0.
       01  WS-EMP-FUTA-QTR-TABLE.
           05  WS-EMP-FUTA-QTR         PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-EMP-FUTA-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-EMP-TAXABLE              PIC 9(9)V99 VALUE 0.
       01  WS-EMP-QTR-TAXABLE          PIC 9(9)V99 VALUE 0.
       01  WS-EMP-CUM-FUTA             PIC 9(9)V99 VALUE 0.
       01  WS-EMP-BASE-LEFT            PIC 9(9)V99 VALUE 0.
       01  WS-REC-FUTA-WAGES           PIC 9(5)V99 VALUE 0.
       01  WS-QTR-SUB                  PIC 9(1) VALUE 0.
       01  WS-EMP-PRED-FUTA            PIC 9(9)V99 VALUE 0.

      *> The employee's applied company transfers effective after the
      *> year began, in date order. Segment n of the year is the
      *> payments before transfer n's effective date (paid by its
      *> from-company); the last segment is the company on the
      *> master.
       01  WS-EMP-XFER-TABLE.
           05  WS-EXF-ENTRY OCCURS 5 TIMES.
               10  WS-EXF-EFF-DATE     PIC 9(8).
               10  WS-EXF-FROM-CO      PIC X(3).
               10  WS-EXF-TO-CO        PIC X(3).
               10  WS-EXF-SUCCESSOR    PIC X(1).
       01  WS-EXF-COUNT                PIC 9(1) VALUE 0.
       01  WS-EXF-SUB                  PIC 9(1) VALUE 0.
       01  WS-EXF-REACHED              PIC 9(1) VALUE 0.
       01  WS-CUR-SEGMENT              PIC 9(1) VALUE 0.
       01  WS-MASTER-COMPANY           PIC X(3) VALUE SPACES.

      *> The employee's wages by paying company - one slot per
      *> company, so a transfer back to a company already left this
      *> year goes on against that company's base. The predecessor
      *> wages are what a successor took over when its slot opened.
       01  WS-EMP-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 6 TIMES.
               10  WS-SLOT-COMPANY     PIC X(3).
               10  WS-SLOT-PRED-FUTA   PIC 9(9)V99.
               10  WS-SLOT-RUN-FUTA    PIC S9(9)V99.
               10  WS-SLOT-GROSS       PIC S9(9)V99.
               10  WS-SLOT-FUTA-QTR    PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-SLOT-COUNT               PIC 9(1) VALUE 0.
       01  WS-SLOT-SUB                 PIC 9(1) VALUE 0.
       01  WS-CUR-SLOT                 PIC 9(1) VALUE 0.
       01  WS-FROM-SLOT                PIC 9(1) VALUE 0.
       01  WS-SLOT-SEARCH              PIC X(3) VALUE SPACES.
       01  WS-SLOT-OPENED              PIC X    VALUE 'N'.

      *> Transfers effective in the tax year, listed under the
      *> returns.
       01  WS-XFER-LIST-TABLE.
           05  WS-XFL-ENTRY OCCURS 100 TIMES.
               10  WS-XFL-EMP-ID       PIC 9(5).
               10  WS-XFL-EFF-DATE     PIC 9(8).
               10  WS-XFL-FROM-CO      PIC X(3).
               10  WS-XFL-TO-CO        PIC X(3).
               10  WS-XFL-SUCCESSOR    PIC X(1).
       01  WS-XFL-COUNT                PIC 9(3) VALUE 0.
       01  WS-XFL-SUB                  PIC 9(3) VALUE 0.
       01  WS-XFER-YEAR-COUNT          PIC 9(7) VALUE 0.

       01  WS-NO-PAYER-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-PAYER-WAGES           PIC 9(11)V99 VALUE 0.

      *> FUTA deposits on file for the tax year. DEPOBLIG carries one
      *> obligation per pay period for every company in the run, so
      *> the deposited total is shared out across the returns in
      *> proportion to each company's total FUTA tax; the last
      *> company takes the rounding remainder.
       01  WS-FUTA-DEPOSITED           PIC 9(9)V99 VALUE 0.
       01  WS-FUTA-UNDEPOSITED         PIC 9(9)V99 VALUE 0.
       01  WS-ALL-CO-TOTAL-TAX         PIC 9(11)V99 VALUE 0.
       01  WS-DEPOSIT-REMAINING        PIC 9(9)V99 VALUE 0.
       01  WS-LAST-TAXED-CO            PIC 9(2) VALUE 0.

       01  WS-QTR-LIABILITY-TABLE.
           05  WS-QTR-LIABILITY        PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-QTR-LIAB-SUM             PIC 9(9)V99 VALUE 0.
       01  WS-BALANCE-DUE              PIC 9(9)V99 VALUE 0.
       01  WS-OVERPAYMENT              PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-COUNT             PIC 9(2) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'FORM 940 ANNUAL FUTA RETURN'.
           05  FILLER                  PIC X(10) VALUE 'TAX YEAR '.
           05  WS-H1-TAX-YEAR          PIC 9(4).

       01  WS-PAYER-LINE.
           05  FILLER                  PIC X(8)  VALUE 'PAYER  '.
           05  WS-PYL-CODE             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PYL-NAME             PIC X(16).
           05  FILLER                  PIC X(7)  VALUE ' FEIN '.
           05  WS-PYL-FEIN             PIC 9(9).
           05  FILLER                  PIC X(13) VALUE '  EMPLOYEES '.
           05  WS-PYL-EMP-COUNT        PIC ZZZ,ZZ9.

       01  WS-MONEY-LINE.
           05  WS-MNY-CAPTION          PIC X(50).
           05  WS-MNY-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-CREDIT-RED-LINE.
           05  FILLER                  PIC X(12) VALUE
               '   STATE '.
           05  WS-CRL-STATE            PIC X(2).
           05  FILLER                  PIC X(8)  VALUE '  RATE '.
           05  WS-CRL-RATE             PIC .9999.
           05  FILLER                  PIC X(9)  VALUE '  WAGES '.
           05  WS-CRL-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CRL-AMOUNT           PIC ZZZ,ZZ9.99.

       01  WS-XFER-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'COMPANY TRANSFERS DURING THE TAX YEAR'.
           05  FILLER                  PIC X(40) VALUE
               ' - WAGES SPLIT BY PAYING COMPANY ABOVE'.

       01  WS-XFER-LINE.
           05  FILLER                  PIC X(10) VALUE '  EMP-ID '.
           05  WS-XFL-L-EMP-ID         PIC ZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  FROM '.
           05  WS-XFL-L-FROM           PIC X(3).
           05  FILLER                  PIC X(5)  VALUE '  TO '.
           05  WS-XFL-L-TO             PIC X(3).
           05  FILLER                  PIC X(12) VALUE
               '  EFFECTIVE '.
           05  WS-XFL-L-EFF            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-XFL-L-NOTE           PIC X(30).

       01  WS-QTR-LINE.
           05  FILLER                  PIC X(18) VALUE
               'LINE 16  QUARTER '.
           05  WS-QTL-QTR              PIC 9.
           05  FILLER                  PIC X(31) VALUE
               ' LIABILITY:'.
           05  WS-QTL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PAYHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT COMPANY-TRANSFER-FILE
           IF WS-XFER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XFER-OPEN
           ELSE
               DISPLAY 'NO COMPANY TRANSFER FILE, STATUS: '
                   WS-XFER-FILE-STATUS
                   ' - EACH YEAR FILED UNDER THE MASTER COMPANY'
           END-IF
           OPEN OUTPUT F940-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-F940-PARM-CARD
           ACCEPT WS-F940-PARM-CARD FROM SYSIN

           PERFORM SET-TAX-YEAR
           PERFORM LOAD-FUTA-PARAMETERS
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-CREDIT-REDUCTION-TABLE

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

           PERFORM LOAD-FUTA-DEPOSITS
           PERFORM COMPUTE-COMPANY-TAX
           PERFORM ALLOCATE-DEPOSITS

           MOVE WS-TYE-YEAR TO WS-H1-TAX-YEAR
           WRITE F940-LINE FROM WS-HEADING-1
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               IF WS-CO-TOTAL-PAY(WS-COMP-SUB) > 0 OR
                       WS-CO-DEPOSITS(WS-COMP-SUB) > 0
                   PERFORM PRINT-COMPANY-RETURN
               END-IF
           END-PERFORM
           PERFORM PRINT-RUN-MEMO

           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-XFER-OPEN = 'Y'
               CLOSE COMPANY-TRANSFER-FILE
           END-IF
           CLOSE F940-REPORT-FILE

           DISPLAY 'FORM-940 TAX YEAR: ' WS-TYE-YEAR
           DISPLAY 'FORM-940 RETURNS PRODUCED: ' WS-RETURN-COUNT
           DISPLAY 'FORM-940 FUTA DEPOSITS APPLIED: '
               WS-FUTA-DEPOSITED
           DISPLAY 'FORM-940 COMPANY TRANSFERS IN YEAR: '
               WS-XFER-YEAR-COUNT
           IF WS-NO-PAYER-COUNT > 0
               DISPLAY 'FORM-940: ' WS-NO-PAYER-COUNT
                   ' EMPLOYEES WITH NO PAYER ON COMPANY MASTER - '
                   'WAGES NOT ON ANY RETURN'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FUTA-UNDEPOSITED > 0
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
           MOVE 0101 TO WS-TYE-MMDD
           MOVE WS-TAX-YEAR-END TO WS-TAX-YEAR-START
           MOVE 1231 TO WS-TYE-MMDD
           EXIT.

       LOAD-FUTA-PARAMETERS.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-FILE-STATUS NOT = '00'
               DISPLAY 'NO TAX TABLE FILE FOUND, STATUS: '
                   WS-TAXTBL-FILE-STATUS
                   ' - COMPILED-IN FUTA RATE AND WAGE BASE APPLY'
           ELSE
               MOVE 'N' TO WS-TAXTBL-EOF
               PERFORM UNTIL WS-TAXTBL-EOF = 'Y'
                   READ TAX-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-TAXTBL-EOF
                       NOT AT END
                           IF TAX-PARM-TYPE = 'U' AND
                                   TAX-EFFECTIVE-DATE <=
                                       WS-TAX-YEAR-END AND
                                   TAX-EFFECTIVE-DATE >=
                                       WS-FUTA-EFF-DATE
                               MOVE TAX-EFFECTIVE-DATE
                                   TO WS-FUTA-EFF-DATE
                               MOVE TAX-RATE TO WS-FUTA-RATE
                               MOVE TAX-AMOUNT TO WS-FUTA-WAGE-BASE
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

      *>   No company master on file: one return for the single
      *>   legacy company, with the FEIN left for the preparer.
           IF WS-COMPANY-COUNT = 0
               MOVE 1 TO WS-COMPANY-COUNT
               MOVE SPACES TO WS-CO-CODE-TBL(1)
               MOVE WS-COMPANY-NAME TO WS-CO-NAME-TBL(1)
               MOVE ZEROS TO WS-CO-FEIN-TBL(1)
           END-IF

           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               MOVE 0 TO WS-CO-EMP-COUNT(WS-COMP-SUB)
               MOVE 0 TO WS-CO-TOTAL-PAY(WS-COMP-SUB)
               MOVE 0 TO WS-CO-EXEMPT(WS-COMP-SUB)
               MOVE 0 TO WS-CO-OVER-BASE(WS-COMP-SUB)
               MOVE 0 TO WS-CO-TAXABLE(WS-COMP-SUB)
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                   MOVE 0 TO WS-CO-QTR-TAXABLE(WS-COMP-SUB, WS-QTR-SUB)
               END-PERFORM
               MOVE 0 TO WS-CO-FUTA-TAX(WS-COMP-SUB)
               MOVE 0 TO WS-CO-CREDIT-RED(WS-COMP-SUB)
               MOVE 0 TO WS-CO-TOTAL-TAX(WS-COMP-SUB)
               MOVE 0 TO WS-CO-DEPOSITS(WS-COMP-SUB)
           END-PERFORM
           EXIT.

       LOAD-CREDIT-REDUCTION-TABLE.
      *>   Latest record on or before the tax year's last day wins for
      *>   each state. No CRDTABLE simply means no credit-reduction
      *>   states, which is most years for most employers.
           OPEN INPUT CREDIT-REDUCTION-FILE
           IF WS-CRDTBL-FILE-STATUS NOT = '00'
               DISPLAY 'NO CREDIT REDUCTION TABLE FOUND, STATUS: '
                   WS-CRDTBL-FILE-STATUS
                   ' - NO CREDIT REDUCTION APPLIED'
           ELSE
               MOVE 'N' TO WS-CRDTBL-EOF
               PERFORM UNTIL WS-CRDTBL-EOF = 'Y'
                   READ CREDIT-REDUCTION-FILE
                       AT END
                           MOVE 'Y' TO WS-CRDTBL-EOF
                       NOT AT END
                           IF CRD-EFFECTIVE-DATE <= WS-TAX-YEAR-END
                               PERFORM STORE-CREDIT-REDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-REDUCTION-FILE
           END-IF
           EXIT.

       STORE-CREDIT-REDUCTION.
           MOVE 'N' TO WS-CRD-FOUND
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > WS-CRD-COUNT
               IF WS-CRD-STATE-TBL(WS-CRD-SUB) = CRD-STATE
                   MOVE 'Y' TO WS-CRD-FOUND
                   IF CRD-EFFECTIVE-DATE >= WS-CRD-EFF-TBL(WS-CRD-SUB)
                       MOVE CRD-EFFECTIVE-DATE
                           TO WS-CRD-EFF-TBL(WS-CRD-SUB)
                       MOVE CRD-RATE TO WS-CRD-RATE-TBL(WS-CRD-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CRD-FOUND = 'N'
               IF WS-CRD-COUNT < 20
                   ADD 1 TO WS-CRD-COUNT
                   MOVE CRD-STATE TO WS-CRD-STATE-TBL(WS-CRD-COUNT)
                   MOVE CRD-EFFECTIVE-DATE
                       TO WS-CRD-EFF-TBL(WS-CRD-COUNT)
                   MOVE CRD-RATE TO WS-CRD-RATE-TBL(WS-CRD-COUNT)
               ELSE
                   DISPLAY 'WARNING: CREDIT REDUCTION TABLE FULL - '
                       'STATE ' CRD-STATE ' IGNORED'
               END-IF
           END-IF
           EXIT.

       ACCUMULATE-HISTORY-RECORD.
           IF PHIST-EMP-ID NOT = WS-CUR-EMP-ID
               PERFORM CLOSE-OUT-EMPLOYEE
               PERFORM START-NEW-EMPLOYEE
           END-IF
      *>   A reversal counts against the quarter of the payment it
      *>   reverses, whose period end it carries in
      *>   PHIST-PERIOD-START-DATE.
           IF PHIST-RUN-TYPE = 'V'
               MOVE PHIST-PERIOD-START-DATE TO WS-PERIOD-END
           ELSE
               MOVE PHIST-PERIOD-END-DATE TO WS-PERIOD-END
           END-IF
           IF WS-CUR-IN-SCOPE = 'Y' AND
                   WS-PERIOD-END >= WS-TAX-YEAR-START AND
                   WS-PERIOD-END <= WS-TAX-YEAR-END
               PERFORM SET-PAYING-SLOT
               COMPUTE WS-QTR = (WS-PE-MONTH + 2) / 3
      *>       History written before the wage bases existed carries
      *>       gross only; every base was the full gross then.
               IF PHIST-FUTA-WAGES IS NUMERIC
                   MOVE PHIST-FUTA-WAGES TO WS-REC-FUTA-WAGES
               ELSE
                   MOVE PHIST-GROSS-PAY TO WS-REC-FUTA-WAGES
               END-IF
               IF PHIST-RUN-TYPE = 'V'
                   SUBTRACT PHIST-GROSS-PAY
                       FROM WS-SLOT-GROSS(WS-CUR-SLOT)
                   SUBTRACT WS-REC-FUTA-WAGES
                       FROM WS-SLOT-FUTA-QTR(WS-CUR-SLOT, WS-QTR)
                   SUBTRACT WS-REC-FUTA-WAGES
                       FROM WS-SLOT-RUN-FUTA(WS-CUR-SLOT)
               ELSE
                   ADD PHIST-GROSS-PAY TO WS-SLOT-GROSS(WS-CUR-SLOT)
                   ADD WS-REC-FUTA-WAGES
                       TO WS-SLOT-FUTA-QTR(WS-CUR-SLOT, WS-QTR)
                   ADD WS-REC-FUTA-WAGES
                       TO WS-SLOT-RUN-FUTA(WS-CUR-SLOT)
               END-IF
           END-IF
           EXIT.

       START-NEW-EMPLOYEE.
      *>   Contractors are not employees for FUTA. An EMP-ID no longer
      *>   on the master was still paid, so it stays on the return
      *>   under the first company. A blank company code belongs to
      *>   the first company on the master, as everywhere else.
           MOVE PHIST-EMP-ID TO WS-CUR-EMP-ID
           MOVE 'N' TO WS-CUR-IN-SCOPE
           MOVE 0 TO WS-CUR-CO-SUB
           MOVE 0 TO WS-SLOT-COUNT
           MOVE 0 TO WS-EXF-COUNT
           MOVE 0 TO WS-EXF-REACHED
           MOVE PHIST-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACE TO WORKER-TYPE
                   MOVE SPACES TO COMPANY-CODE
                   MOVE SPACES TO WORK-STATE
           END-READ
           IF WORKER-TYPE NOT = 'C'
               MOVE WORK-STATE TO WS-CUR-STATE
               MOVE COMPANY-CODE TO WS-MASTER-COMPANY
               IF WS-XFER-OPEN = 'Y'
                   PERFORM LOAD-EMPLOYEE-TRANSFERS
               END-IF
               MOVE 'Y' TO WS-CUR-IN-SCOPE
           END-IF
           EXIT.

       LOAD-EMPLOYEE-TRANSFERS.
      *>   Applied transfers only - a pending or refused one never
      *>   moved any wages. One effective after the year ended still
      *>   names the company that paid the year's last segment.
           MOVE 'N' TO WS-XFER-EOF
           MOVE WS-CUR-EMP-ID TO XFER-EMP-ID
           MOVE WS-TAX-YEAR-START TO XFER-EFFECTIVE-DATE
           START COMPANY-TRANSFER-FILE KEY IS > XFER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XFER-EOF
           END-START
           PERFORM UNTIL WS-XFER-EOF = 'Y'
               READ COMPANY-TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XFER-EOF
                   NOT AT END
                       IF XFER-EMP-ID NOT = WS-CUR-EMP-ID
                           MOVE 'Y' TO WS-XFER-EOF
                       ELSE
                           IF XFER-STATUS = 'A'
                               PERFORM STORE-EMPLOYEE-TRANSFER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       STORE-EMPLOYEE-TRANSFER.
           IF WS-EXF-COUNT < 5
               ADD 1 TO WS-EXF-COUNT
               MOVE XFER-EFFECTIVE-DATE
                   TO WS-EXF-EFF-DATE(WS-EXF-COUNT)
               MOVE XFER-FROM-COMPANY-CODE
                   TO WS-EXF-FROM-CO(WS-EXF-COUNT)
               MOVE XFER-TO-COMPANY-CODE TO WS-EXF-TO-CO(WS-EXF-COUNT)
               MOVE XFER-SUCCESSOR
                   TO WS-EXF-SUCCESSOR(WS-EXF-COUNT)
               IF XFER-EFFECTIVE-DATE <= WS-TAX-YEAR-END
                   ADD 1 TO WS-XFER-YEAR-COUNT
                   IF WS-XFL-COUNT < 100
                       ADD 1 TO WS-XFL-COUNT
                       MOVE WS-CUR-EMP-ID TO WS-XFL-EMP-ID(WS-XFL-COUNT)
                       MOVE XFER-EFFECTIVE-DATE
                           TO WS-XFL-EFF-DATE(WS-XFL-COUNT)
                       MOVE XFER-FROM-COMPANY-CODE
                           TO WS-XFL-FROM-CO(WS-XFL-COUNT)
                       MOVE XFER-TO-COMPANY-CODE
                           TO WS-XFL-TO-CO(WS-XFL-COUNT)
                       MOVE XFER-SUCCESSOR
                           TO WS-XFL-SUCCESSOR(WS-XFL-COUNT)
                   END-IF
               END-IF
           ELSE
               DISPLAY 'WARNING: EMP-ID ' WS-CUR-EMP-ID
                   ' MORE THAN 5 TRANSFERS - LATER ONES NOT SPLIT'
           END-IF
           EXIT.

       SET-PAYING-SLOT.
      *>   The payment's segment is one past the transfers in effect
      *>   by its period end. Moving forward past a transfer opens
      *>   the new company's slot, carrying the old company's FUTA
      *>   wages over when the new one is a successor - the same
      *>   carry EmployeePayroll starts its wage base from. A
      *>   reversal of an earlier payment goes back to the slot that
      *>   paid it.
           MOVE 1 TO WS-CUR-SEGMENT
           PERFORM VARYING WS-EXF-SUB FROM 1 BY 1
                   UNTIL WS-EXF-SUB > WS-EXF-COUNT
               IF WS-EXF-EFF-DATE(WS-EXF-SUB) <= WS-PERIOD-END
                   ADD 1 TO WS-CUR-SEGMENT
               END-IF
           END-PERFORM
           IF WS-SLOT-COUNT = 0
               IF WS-EXF-COUNT > 0
                   MOVE WS-EXF-FROM-CO(1) TO WS-SLOT-SEARCH
               ELSE
                   MOVE WS-MASTER-COMPANY TO WS-SLOT-SEARCH
               END-IF
               MOVE 1 TO WS-SLOT-COUNT
               PERFORM CLEAR-NEW-SLOT
               MOVE 1 TO WS-EXF-REACHED
           END-IF
           PERFORM VARYING WS-EXF-SUB FROM WS-EXF-REACHED BY 1
                   UNTIL WS-EXF-SUB >= WS-CUR-SEGMENT
               PERFORM CROSS-TRANSFER
           END-PERFORM
           IF WS-CUR-SEGMENT > WS-EXF-REACHED
               MOVE WS-CUR-SEGMENT TO WS-EXF-REACHED
           END-IF
           PERFORM SET-SEGMENT-COMPANY
           PERFORM FIND-SLOT
           IF WS-SLOT-OPENED = 'Y'
               MOVE 0 TO WS-SLOT-PRED-FUTA(WS-CUR-SLOT)
           END-IF
           EXIT.

       CROSS-TRANSFER.
      *>   WS-EXF-SUB is the transfer being crossed: its from-company
      *>   slot hands over to its to-company's.
           MOVE WS-EXF-FROM-CO(WS-EXF-SUB) TO WS-SLOT-SEARCH
           PERFORM FIND-SLOT
           MOVE WS-CUR-SLOT TO WS-FROM-SLOT
           IF WS-SLOT-OPENED = 'Y'
               MOVE 0 TO WS-SLOT-PRED-FUTA(WS-FROM-SLOT)
           END-IF
           IF WS-EXF-SUB < WS-EXF-COUNT
               MOVE WS-EXF-FROM-CO(WS-EXF-SUB + 1) TO WS-SLOT-SEARCH
           ELSE
               MOVE WS-MASTER-COMPANY TO WS-SLOT-SEARCH
           END-IF
           PERFORM FIND-SLOT
      *>   A company reopened from earlier this year already has its
      *>   own wages; successor treatment adds nothing back.
           IF WS-SLOT-OPENED = 'Y'
               MOVE 0 TO WS-SLOT-PRED-FUTA(WS-CUR-SLOT)
               IF WS-EXF-SUCCESSOR(WS-EXF-SUB) = 'Y'
                   IF WS-SLOT-RUN-FUTA(WS-FROM-SLOT) > 0
                       COMPUTE WS-SLOT-PRED-FUTA(WS-CUR-SLOT) =
                           WS-SLOT-PRED-FUTA(WS-FROM-SLOT)
                           + WS-SLOT-RUN-FUTA(WS-FROM-SLOT)
                   ELSE
                       MOVE WS-SLOT-PRED-FUTA(WS-FROM-SLOT)
                           TO WS-SLOT-PRED-FUTA(WS-CUR-SLOT)
                   END-IF
               END-IF
           END-IF
           EXIT.

       SET-SEGMENT-COMPANY.
           IF WS-CUR-SEGMENT > WS-EXF-COUNT
               MOVE WS-MASTER-COMPANY TO WS-SLOT-SEARCH
           ELSE
               MOVE WS-EXF-FROM-CO(WS-CUR-SEGMENT) TO WS-SLOT-SEARCH
           END-IF
           EXIT.

       FIND-SLOT.
      *>   WS-CUR-SLOT for the company in WS-SLOT-SEARCH, opened
      *>   when it is new (WS-SLOT-OPENED). A sixth company shares
      *>   the last slot.
           MOVE 'N' TO WS-SLOT-OPENED
           MOVE 0 TO WS-CUR-SLOT
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
               IF WS-SLOT-COMPANY(WS-SLOT-SUB) = WS-SLOT-SEARCH AND
                       WS-CUR-SLOT = 0
                   MOVE WS-SLOT-SUB TO WS-CUR-SLOT
               END-IF
           END-PERFORM
           IF WS-CUR-SLOT = 0
               IF WS-SLOT-COUNT < 6
                   ADD 1 TO WS-SLOT-COUNT
                   PERFORM CLEAR-NEW-SLOT
                   MOVE WS-SLOT-COUNT TO WS-CUR-SLOT
                   MOVE 'Y' TO WS-SLOT-OPENED
               ELSE
                   MOVE WS-SLOT-COUNT TO WS-CUR-SLOT
               END-IF
           END-IF
           EXIT.

       CLEAR-NEW-SLOT.
           MOVE WS-SLOT-SEARCH TO WS-SLOT-COMPANY(WS-SLOT-COUNT)
           MOVE 0 TO WS-SLOT-PRED-FUTA(WS-SLOT-COUNT)
           MOVE 0 TO WS-SLOT-RUN-FUTA(WS-SLOT-COUNT)
           MOVE 0 TO WS-SLOT-GROSS(WS-SLOT-COUNT)
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1 UNTIL WS-QTR-SUB > 4
               MOVE 0 TO WS-SLOT-FUTA-QTR(WS-SLOT-COUNT, WS-QTR-SUB)
           END-PERFORM
           EXIT.

       FIND-PAYER-COMPANY.
      *>   A blank company code belongs to the first company on the
      *>   master.
           MOVE 0 TO WS-CUR-CO-SUB
           IF WS-SLOT-COMPANY(WS-SLOT-SUB) = SPACES
               MOVE 1 TO WS-CUR-CO-SUB
           ELSE
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
                   IF WS-CO-CODE-TBL(WS-COMP-SUB) =
                           WS-SLOT-COMPANY(WS-SLOT-SUB)
                       MOVE WS-COMP-SUB TO WS-CUR-CO-SUB
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       CLOSE-OUT-EMPLOYEE.
      *>   Each paying company's share of the year is closed out on
      *>   its own return.
           IF WS-CUR-IN-SCOPE = 'Y'
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                   MOVE WS-SLOT-GROSS(WS-SLOT-SUB) TO WS-EMP-GROSS
                   PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB > 4
                       MOVE WS-SLOT-FUTA-QTR(WS-SLOT-SUB, WS-QTR-SUB)
                           TO WS-EMP-FUTA-QTR(WS-QTR-SUB)
                   END-PERFORM
                   MOVE WS-SLOT-PRED-FUTA(WS-SLOT-SUB)
                       TO WS-EMP-PRED-FUTA
                   PERFORM FIND-PAYER-COMPANY
                   PERFORM CLOSE-OUT-PAYING-COMPANY
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-CUR-IN-SCOPE
           EXIT.

       CLOSE-OUT-PAYING-COMPANY.
      *>   Applies the annual wage base quarter by quarter, so the
      *>   wages that push an employee past it land in the quarter
      *>   they were paid and everything after is line 5.
           IF WS-EMP-GROSS < 0
               MOVE 0 TO WS-EMP-GROSS
           END-IF
           MOVE 0 TO WS-EMP-FUTA-TOTAL
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
               IF WS-EMP-FUTA-QTR(WS-QTR-SUB) < 0
                   MOVE 0 TO WS-EMP-FUTA-QTR(WS-QTR-SUB)
               END-IF
               ADD WS-EMP-FUTA-QTR(WS-QTR-SUB) TO WS-EMP-FUTA-TOTAL
           END-PERFORM
           IF WS-EMP-FUTA-TOTAL > WS-EMP-GROSS
               MOVE WS-EMP-FUTA-TOTAL TO WS-EMP-GROSS
           END-IF
           IF WS-CUR-CO-SUB = 0
               IF WS-EMP-GROSS > 0
                   ADD 1 TO WS-NO-PAYER-COUNT
                   ADD WS-EMP-GROSS TO WS-NO-PAYER-WAGES
                   DISPLAY 'WARNING: EMP-ID ' WS-CUR-EMP-ID
                       ' COMPANY CODE NOT ON COMPANY MASTER: '
                       WS-SLOT-COMPANY(WS-SLOT-SUB)
               END-IF
           ELSE
               PERFORM POST-EMPLOYEE-TO-COMPANY
           END-IF
           EXIT.

       POST-EMPLOYEE-TO-COMPANY.
      *>   A successor's base is already part used by the wages it
      *>   took over.
           MOVE 0 TO WS-EMP-TAXABLE
           MOVE WS-EMP-PRED-FUTA TO WS-EMP-CUM-FUTA
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1 UNTIL WS-QTR-SUB > 4
               IF WS-EMP-CUM-FUTA < WS-FUTA-WAGE-BASE
                   COMPUTE WS-EMP-BASE-LEFT =
                       WS-FUTA-WAGE-BASE - WS-EMP-CUM-FUTA
               ELSE
                   MOVE 0 TO WS-EMP-BASE-LEFT
               END-IF
               IF WS-EMP-FUTA-QTR(WS-QTR-SUB) > WS-EMP-BASE-LEFT
                   MOVE WS-EMP-BASE-LEFT TO WS-EMP-QTR-TAXABLE
               ELSE
                   MOVE WS-EMP-FUTA-QTR(WS-QTR-SUB)
                       TO WS-EMP-QTR-TAXABLE
               END-IF
               ADD WS-EMP-FUTA-QTR(WS-QTR-SUB) TO WS-EMP-CUM-FUTA
               ADD WS-EMP-QTR-TAXABLE TO WS-EMP-TAXABLE
               ADD WS-EMP-QTR-TAXABLE
                   TO WS-CO-QTR-TAXABLE(WS-CUR-CO-SUB, WS-QTR-SUB)
           END-PERFORM

           IF WS-EMP-GROSS > 0
               ADD 1 TO WS-CO-EMP-COUNT(WS-CUR-CO-SUB)
           END-IF
           ADD WS-EMP-GROSS TO WS-CO-TOTAL-PAY(WS-CUR-CO-SUB)
           COMPUTE WS-CO-EXEMPT(WS-CUR-CO-SUB) =
               WS-CO-EXEMPT(WS-CUR-CO-SUB)
               + WS-EMP-GROSS - WS-EMP-FUTA-TOTAL
           COMPUTE WS-CO-OVER-BASE(WS-CUR-CO-SUB) =
               WS-CO-OVER-BASE(WS-CUR-CO-SUB)
               + WS-EMP-FUTA-TOTAL - WS-EMP-TAXABLE
           ADD WS-EMP-TAXABLE TO WS-CO-TAXABLE(WS-CUR-CO-SUB)

      *>   Taxable wages paid in a credit-reduction state (the SUTA
      *>   state, i.e. the work state) are gathered by company and
      *>   state; the add-on is figured on the state total.
           IF WS-EMP-TAXABLE > 0
               PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                       UNTIL WS-CRD-SUB > WS-CRD-COUNT
                   IF WS-CRD-STATE-TBL(WS-CRD-SUB) = WS-CUR-STATE AND
                           WS-CRD-RATE-TBL(WS-CRD-SUB) > 0
                       PERFORM ADD-CREDIT-REDUCTION-WAGES
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       ADD-CREDIT-REDUCTION-WAGES.
           MOVE 'N' TO WS-CRW-FOUND
           PERFORM VARYING WS-CRW-SUB FROM 1 BY 1
                   UNTIL WS-CRW-SUB > WS-CRW-COUNT
               IF WS-CRW-COMP-SUB(WS-CRW-SUB) = WS-CUR-CO-SUB AND
                       WS-CRW-STATE(WS-CRW-SUB) = WS-CUR-STATE
                   MOVE 'Y' TO WS-CRW-FOUND
                   ADD WS-EMP-TAXABLE TO WS-CRW-WAGES(WS-CRW-SUB)
               END-IF
           END-PERFORM
           IF WS-CRW-FOUND = 'N'
               IF WS-CRW-COUNT < 50
                   ADD 1 TO WS-CRW-COUNT
                   MOVE WS-CUR-CO-SUB TO WS-CRW-COMP-SUB(WS-CRW-COUNT)
                   MOVE WS-CUR-STATE TO WS-CRW-STATE(WS-CRW-COUNT)
                   MOVE WS-CRD-RATE-TBL(WS-CRD-SUB)
                       TO WS-CRW-RATE(WS-CRW-COUNT)
                   MOVE WS-EMP-TAXABLE TO WS-CRW-WAGES(WS-CRW-COUNT)
                   MOVE 0 TO WS-CRW-AMOUNT(WS-CRW-COUNT)
               ELSE
                   DISPLAY 'WARNING: CREDIT REDUCTION WAGE TABLE FULL '
                       '- STATE ' WS-CUR-STATE ' EMP-ID '
                       WS-CUR-EMP-ID ' NOT ADDED'
               END-IF
           END-IF
           EXIT.

       LOAD-FUTA-DEPOSITS.
      *>   Only obligations the bank has confirmed deposited count as
      *>   line 13; open or sent-but-unconfirmed FUTA is reported as
      *>   a memo so the desk can chase it before the return is filed.
           OPEN INPUT DEPOSIT-OBLIGATION-FILE
           IF WS-OBLIG-FILE-STATUS NOT = '00'
               DISPLAY 'NO DEPOSIT OBLIGATION FILE, STATUS: '
                   WS-OBLIG-FILE-STATUS ' - NO FUTA DEPOSITS APPLIED'
           ELSE
               MOVE 'N' TO WS-OBLIG-EOF
               PERFORM UNTIL WS-OBLIG-EOF = 'Y'
                   READ DEPOSIT-OBLIGATION-FILE
                       AT END
                           MOVE 'Y' TO WS-OBLIG-EOF
                       NOT AT END
                           IF OBLIG-PERIOD-END >= WS-TAX-YEAR-START AND
                                   OBLIG-PERIOD-END <= WS-TAX-YEAR-END
                                   AND OBLIG-FUTA IS NUMERIC
                               IF OBLIG-STATUS = 'P'
                                   ADD OBLIG-FUTA TO WS-FUTA-DEPOSITED
                               ELSE
                                   ADD OBLIG-FUTA
                                       TO WS-FUTA-UNDEPOSITED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-OBLIGATION-FILE
           END-IF
           EXIT.

       COMPUTE-COMPANY-TAX.
           PERFORM VARYING WS-CRW-SUB FROM 1 BY 1
                   UNTIL WS-CRW-SUB > WS-CRW-COUNT
               COMPUTE WS-CRW-AMOUNT(WS-CRW-SUB) ROUNDED =
                   WS-CRW-WAGES(WS-CRW-SUB) * WS-CRW-RATE(WS-CRW-SUB)
               ADD WS-CRW-AMOUNT(WS-CRW-SUB)
                   TO WS-CO-CREDIT-RED(WS-CRW-COMP-SUB(WS-CRW-SUB))
           END-PERFORM
           MOVE 0 TO WS-ALL-CO-TOTAL-TAX
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               COMPUTE WS-CO-FUTA-TAX(WS-COMP-SUB) ROUNDED =
                   WS-CO-TAXABLE(WS-COMP-SUB) * WS-FUTA-RATE
               COMPUTE WS-CO-TOTAL-TAX(WS-COMP-SUB) =
                   WS-CO-FUTA-TAX(WS-COMP-SUB)
                   + WS-CO-CREDIT-RED(WS-COMP-SUB)
               ADD WS-CO-TOTAL-TAX(WS-COMP-SUB) TO WS-ALL-CO-TOTAL-TAX
               IF WS-CO-TOTAL-TAX(WS-COMP-SUB) > 0
                   MOVE WS-COMP-SUB TO WS-LAST-TAXED-CO
               END-IF
           END-PERFORM
           EXIT.

       ALLOCATE-DEPOSITS.
           MOVE WS-FUTA-DEPOSITED TO WS-DEPOSIT-REMAINING
           IF WS-LAST-TAXED-CO = 0
               MOVE WS-FUTA-DEPOSITED TO WS-CO-DEPOSITS(1)
           ELSE
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
                   IF WS-COMP-SUB = WS-LAST-TAXED-CO
                       MOVE WS-DEPOSIT-REMAINING
                           TO WS-CO-DEPOSITS(WS-COMP-SUB)
                   ELSE
                       IF WS-COMP-SUB < WS-LAST-TAXED-CO
                           COMPUTE WS-CO-DEPOSITS(WS-COMP-SUB) ROUNDED =
                               WS-FUTA-DEPOSITED
                               * WS-CO-TOTAL-TAX(WS-COMP-SUB)
                               / WS-ALL-CO-TOTAL-TAX
                           SUBTRACT WS-CO-DEPOSITS(WS-COMP-SUB)
                               FROM WS-DEPOSIT-REMAINING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       PRINT-COMPANY-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           MOVE SPACES TO F940-LINE
           WRITE F940-LINE
           MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO WS-PYL-CODE
           MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO WS-PYL-NAME
           MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO WS-PYL-FEIN
           MOVE WS-CO-EMP-COUNT(WS-COMP-SUB) TO WS-PYL-EMP-COUNT
           WRITE F940-LINE FROM WS-PAYER-LINE
           MOVE SPACES TO F940-LINE
           WRITE F940-LINE

           MOVE 'LINE 3   TOTAL PAYMENTS TO ALL EMPLOYEES:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-TOTAL-PAY(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'LINE 4   PAYMENTS EXEMPT FROM FUTA TAX:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-EXEMPT(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'LINE 5   PAYMENTS OVER THE FUTA WAGE BASE:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-OVER-BASE(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'LINE 6   SUBTOTAL (LINE 4 + LINE 5):'
               TO WS-MNY-CAPTION
           COMPUTE WS-MNY-AMOUNT =
               WS-CO-EXEMPT(WS-COMP-SUB) + WS-CO-OVER-BASE(WS-COMP-SUB)
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'LINE 7   TOTAL TAXABLE FUTA WAGES:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-TAXABLE(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'LINE 8   FUTA TAX BEFORE ADJUSTMENTS:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-FUTA-TAX(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE

           MOVE 'LINE 11  CREDIT REDUCTION:' TO WS-MNY-CAPTION
           MOVE WS-CO-CREDIT-RED(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           PERFORM VARYING WS-CRW-SUB FROM 1 BY 1
                   UNTIL WS-CRW-SUB > WS-CRW-COUNT
               IF WS-CRW-COMP-SUB(WS-CRW-SUB) = WS-COMP-SUB
                   MOVE WS-CRW-STATE(WS-CRW-SUB) TO WS-CRL-STATE
                   MOVE WS-CRW-RATE(WS-CRW-SUB) TO WS-CRL-RATE
                   MOVE WS-CRW-WAGES(WS-CRW-SUB) TO WS-CRL-WAGES
                   MOVE WS-CRW-AMOUNT(WS-CRW-SUB) TO WS-CRL-AMOUNT
                   WRITE F940-LINE FROM WS-CREDIT-RED-LINE
               END-IF
           END-PERFORM

           MOVE 'LINE 12  TOTAL FUTA TAX AFTER ADJUSTMENTS:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-TOTAL-TAX(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'LINE 13  FUTA TAX DEPOSITED FOR THE YEAR:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-DEPOSITS(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE

           MOVE 0 TO WS-BALANCE-DUE
           MOVE 0 TO WS-OVERPAYMENT
           IF WS-CO-TOTAL-TAX(WS-COMP-SUB) >
                   WS-CO-DEPOSITS(WS-COMP-SUB)
               COMPUTE WS-BALANCE-DUE =
                   WS-CO-TOTAL-TAX(WS-COMP-SUB)
                   - WS-CO-DEPOSITS(WS-COMP-SUB)
           ELSE
               COMPUTE WS-OVERPAYMENT =
                   WS-CO-DEPOSITS(WS-COMP-SUB)
                   - WS-CO-TOTAL-TAX(WS-COMP-SUB)
           END-IF
           MOVE 'LINE 14  BALANCE DUE:' TO WS-MNY-CAPTION
           MOVE WS-BALANCE-DUE TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'LINE 15  OVERPAYMENT:' TO WS-MNY-CAPTION
           MOVE WS-OVERPAYMENT TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE

           PERFORM PRINT-QUARTERLY-LIABILITY
           EXIT.

       PRINT-QUARTERLY-LIABILITY.
      *>   Part 5: each quarter's taxable wages at the FUTA rate, with
      *>   the credit reduction owed in the fourth quarter. Q4 is
      *>   taken as the remainder so line 17 ties to line 12 to the
      *>   penny.
           MOVE SPACES TO F940-LINE
           WRITE F940-LINE
           MOVE 0 TO WS-QTR-LIAB-SUM
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1 UNTIL WS-QTR-SUB > 3
               COMPUTE WS-QTR-LIABILITY(WS-QTR-SUB) ROUNDED =
                   WS-CO-QTR-TAXABLE(WS-COMP-SUB, WS-QTR-SUB)
                   * WS-FUTA-RATE
               ADD WS-QTR-LIABILITY(WS-QTR-SUB) TO WS-QTR-LIAB-SUM
           END-PERFORM
           IF WS-CO-TOTAL-TAX(WS-COMP-SUB) > WS-QTR-LIAB-SUM
               COMPUTE WS-QTR-LIABILITY(4) =
                   WS-CO-TOTAL-TAX(WS-COMP-SUB) - WS-QTR-LIAB-SUM
           ELSE
               MOVE 0 TO WS-QTR-LIABILITY(4)
           END-IF
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1 UNTIL WS-QTR-SUB > 4
               MOVE WS-QTR-SUB TO WS-QTL-QTR
               MOVE WS-QTR-LIABILITY(WS-QTR-SUB) TO WS-QTL-AMOUNT
               WRITE F940-LINE FROM WS-QTR-LINE
           END-PERFORM
           MOVE 'LINE 17  TOTAL TAX LIABILITY FOR THE YEAR:'
               TO WS-MNY-CAPTION
           MOVE WS-CO-TOTAL-TAX(WS-COMP-SUB) TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           EXIT.

       PRINT-RUN-MEMO.
           MOVE SPACES TO F940-LINE
           WRITE F940-LINE
           MOVE 'MEMO: FUTA DEPOSITS CONFIRMED (ALL COMPANIES):'
               TO WS-MNY-CAPTION
           MOVE WS-FUTA-DEPOSITED TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           MOVE 'MEMO: FUTA ACCRUED, NOT YET CONFIRMED DEPOSITED:'
               TO WS-MNY-CAPTION
           MOVE WS-FUTA-UNDEPOSITED TO WS-MNY-AMOUNT
           WRITE F940-LINE FROM WS-MONEY-LINE
           IF WS-NO-PAYER-COUNT > 0
               MOVE 'MEMO: WAGES WITH NO PAYER ON COMPANY MASTER:'
                   TO WS-MNY-CAPTION
               MOVE WS-NO-PAYER-WAGES TO WS-MNY-AMOUNT
               WRITE F940-LINE FROM WS-MONEY-LINE
           END-IF
           IF WS-XFL-COUNT > 0
               MOVE SPACES TO F940-LINE
               WRITE F940-LINE
               WRITE F940-LINE FROM WS-XFER-HEADING
               PERFORM VARYING WS-XFL-SUB FROM 1 BY 1
                       UNTIL WS-XFL-SUB > WS-XFL-COUNT
                   MOVE WS-XFL-EMP-ID(WS-XFL-SUB) TO WS-XFL-L-EMP-ID
                   MOVE WS-XFL-FROM-CO(WS-XFL-SUB) TO WS-XFL-L-FROM
                   MOVE WS-XFL-TO-CO(WS-XFL-SUB) TO WS-XFL-L-TO
                   MOVE WS-XFL-EFF-DATE(WS-XFL-SUB) TO WS-XFL-L-EFF
                   IF WS-XFL-SUCCESSOR(WS-XFL-SUB) = 'Y'
                       MOVE 'SUCCESSOR - BASE CARRIED OVER'
                           TO WS-XFL-L-NOTE
                   ELSE
                       MOVE 'NEW WAGE BASE' TO WS-XFL-L-NOTE
                   END-IF
                   WRITE F940-LINE FROM WS-XFER-LINE
               END-PERFORM
           END-IF
           IF WS-XFER-YEAR-COUNT > WS-XFL-COUNT
               MOVE '  MORE TRANSFERS THAN LISTED - SEE RUN LOG COUNT'
                   TO F940-LINE
               WRITE F940-LINE
           END-IF
           EXIT.
