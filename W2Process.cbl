      *> PayrollRegister turns one run's PAYROLL-FILE into a printed
      *> register. EMPLOYEE-FILE is looked up by EMP-ID for name and
      *> department, since EMPLOYEE-YTD-FILE only carries the totals.
      *> An employee who transferred between companies during the
      *> year gets one W-2 per company: the live YTD record under the
      *> company it now carries, and one for each closed-out record
      *> COMPANY-YTD-FILE holds for the same employee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STTAX-FILE-STATUS.

           SELECT TAX-TABLE-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-FILE-STATUS.

           SELECT W2-SNAPSHOT-FILE
            ASSIGN TO W2SNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W2SNAP-KEY
               FILE STATUS IS WS-W2SNAP-FILE-STATUS.

           SELECT COMPANY-YTD-FILE
            ASSIGN TO CYTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYTD-KEY
               FILE STATUS IS WS-CYTD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-YTD-FILE.
      *> the master record; zero/spaces for everyone else.
           05  TAXEXT-LOCAL-TAX        PIC 9(9)V99.
           05  TAXEXT-LOCALITY-CODE    PIC X(4).
      *> TAXEXT-WAGES is box 1 (income-tax wages); Social Security
      *> wages (box 3, capped at the year's wage base) and Medicare
      *> wages (box 5) follow behind the original layout.
           05  TAXEXT-SS-WAGES         PIC 9(9)V99.
           05  TAXEXT-MEDICARE-WAGES   PIC 9(9)V99.

      *> One-record control totals for this W-2 run. The year-end
      *> close step refuses to archive and reset the YTD master
           05  W2CTL-TOTAL-WAGES       PIC 9(11)V99.
           05  W2CTL-TOTAL-FEDERAL     PIC 9(11)V99.
           05  W2CTL-TOTAL-STATE       PIC 9(11)V99.
      *> YTD records of 1099 contractors, which get no W-2.
           05  W2CTL-PASSED-COUNT      PIC 9(7).
           05  W2CTL-PASSED-WAGES      PIC 9(11)V99.
           05  W2CTL-PASSED-FEDERAL    PIC 9(11)V99.
           05  W2CTL-PASSED-STATE      PIC 9(11)V99.

       FD  STATE-TAX-FILE.
       01  STATE-TAX-RECORD.
           05  STAX-RECIP-STATE        PIC X(2).
           05  STAX-SUTA-RATE          PIC V9(4).
           05  STAX-SUTA-WAGE-BASE     PIC 9(7)V99.
           05  STAX-SUPP-RATE          PIC V9(4).

       FD  TAX-TABLE-FILE.
           COPY TAXREC.

       FD  W2-SNAPSHOT-FILE.
           COPY W2SNAP.

       FD  COMPANY-YTD-FILE.
           COPY CYTDREC.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X  VALUE 'N'.
       01  WS-DEMO-NOT-FOUND           PIC X  VALUE 'N'.
       01  WS-DEMO-MISSING-COUNT       PIC 9(7) VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-W2SNAP-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-SNAP-WRITTEN-COUNT       PIC 9(7) VALUE 0.

      *> The company each W-2 is issued under - the live record's
      *> own company, or the closed-out company being worked; a
      *> record from before YTD carried a company takes the master's.
       01  WS-CYTD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CYTD-AVAILABLE           PIC X    VALUE 'N'.
       01  WS-CYTD-EOF                 PIC X    VALUE 'N'.
       01  WS-W2-EMP-ID                PIC 9(5) VALUE 0.
       01  WS-W2-COMPANY-CODE          PIC X(3) VALUE SPACES.
       01  WS-CLOSED-CO-COUNT          PIC 9(7) VALUE 0.

      *> Same per-state table EmployeePayroll loads at startup - the
      *> extract must attribute the year's withholding to the state
       01  WS-SRT-SUB                  PIC 9(2) VALUE 0.
       01  WS-SELECTED-STATE           PIC X(2) VALUE SPACES.

      *> Social Security wage base for the tax year, from the same
      *> TAXTABLE 'C' bracket-1 record EmployeePayroll caps FICA
      *> with. The W-2 run happens after the year's last payroll,
      *> usually in the new year, so a run in January through June
      *> reports the prior year and a later run the current one.
       01  WS-TAXTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAXTBL-EOF               PIC X    VALUE 'N'.
       01  WS-FICA-WAGE-BASE           PIC 9(9)V99 VALUE 176100.00.
       01  WS-CAP-EFF-DATE             PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END             PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END-PARTS REDEFINES WS-TAX-YEAR-END.
           05  WS-TYE-YEAR             PIC 9(4).
           05  WS-TYE-MMDD             PIC 9(4).

      *> This employee's three W-2 wage boxes.
       01  WS-BOX1-WAGES               PIC 9(9)V99 VALUE 0.
       01  WS-BOX3-WAGES               PIC 9(9)V99 VALUE 0.
       01  WS-BOX5-WAGES               PIC 9(9)V99 VALUE 0.
      *> What is left of the wage base for this company's box 3 once
      *> a successor employer counts its predecessor's wages.
       01  WS-BOX3-WAGE-BASE           PIC 9(9)V99 VALUE 0.

       01  WS-W2-COUNT                 PIC 9(7) VALUE 0.
       01  WS-GRAND-TOTAL-WAGES        PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-TOTAL-FEDERAL      PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-TOTAL-STATE       PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-TOTAL-SS-WAGES     PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-TOTAL-MED-WAGES    PIC 9(11)V99 VALUE 0.

      *> YTD records passed over because they belong to 1099
      *> contractors - written to the control record beside the W-2
      *> totals so the year-end close can account for every record.
       01  WS-PASSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-PASSED-WAGES             PIC 9(11)V99 VALUE 0.
       01  WS-PASSED-FEDERAL           PIC 9(11)V99 VALUE 0.
       01  WS-PASSED-STATE             PIC 9(11)V99 VALUE 0.

      *> Per-company (per-FEIN) totals, accumulated from the
      *> COMPANY-CODE on each employee's master record, so each legal
           05  WS-DTL-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-DTL-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'COMPANY: '.
           05  WS-DTL-COMPANY-CODE     PIC X(3).

       01  WS-SSN-LINE.
           05  FILLER                  PIC X(9)  VALUE 'SSN:     '.
               '  BOX 1 WAGES, TIPS, ETC:    '.
           05  WS-WGL-WAGES            PIC ZZZ,ZZ9.99.

       01  WS-SS-WAGE-LINE.
           05  FILLER                  PIC X(30) VALUE
               '  BOX 3 SOCIAL SECURITY WAGES:'.
           05  WS-SSW-WAGES            PIC ZZZ,ZZ9.99.

       01  WS-MEDICARE-WAGE-LINE.
           05  FILLER                  PIC X(30) VALUE
               '  BOX 5 MEDICARE WAGES:      '.
           05  WS-MDW-WAGES            PIC ZZZ,ZZ9.99.

       01  WS-FEDERAL-LINE.
           05  FILLER                  PIC X(30) VALUE
               '  BOX 2 FEDERAL TAX WITHHELD:'.
               '  BOX 12 CODE D 401(K):      '.
           05  WS-B12-401K             PIC ZZZ,ZZ9.99.

      *> Box 14 carries the employee-paid state disability and
      *> family-leave programs under the work state's own label.
       01  WS-BOX14-SDI-LINE.
           05  FILLER                  PIC X(9)  VALUE '  BOX 14 '.
           05  WS-B14-SDI-STATE        PIC X(2).
           05  FILLER                  PIC X(19) VALUE
               ' DISABILITY (SDI): '.
           05  WS-B14-SDI-TAX          PIC ZZZ,ZZ9.99.

       01  WS-BOX14-PFL-LINE.
           05  FILLER                  PIC X(9)  VALUE '  BOX 14 '.
           05  WS-B14-PFL-STATE        PIC X(2).
           05  FILLER                  PIC X(19) VALUE
               ' FAMILY LEAVE:     '.
           05  WS-B14-PFL-TAX          PIC ZZZ,ZZ9.99.

       01  WS-LOCAL-WAGE-LINE.
           05  FILLER                  PIC X(30) VALUE
               '  BOX 18 LOCAL WAGES:        '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-TOT-STATE-TAX        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-FICA-TOTAL-LINE.
           05  FILLER                  PIC X(29) VALUE
               'GRAND TOTAL SS/MEDICARE WAGES'.
           05  WS-TOT-SS-WAGES         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-TOT-MED-WAGES        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(20) VALUE
               'W-2 STATEMENTS: '.
           OPEN OUTPUT W2-FILE
           OPEN OUTPUT TAX-EXTRACT-FILE
           OPEN OUTPUT W2-CONTROL-FILE
           OPEN I-O W2-SNAPSHOT-FILE
           IF WS-W2SNAP-FILE-STATUS = '35'
               OPEN OUTPUT W2-SNAPSHOT-FILE
               CLOSE W2-SNAPSHOT-FILE
               OPEN I-O W2-SNAPSHOT-FILE
           END-IF
           OPEN INPUT COMPANY-YTD-FILE
           IF WS-CYTD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CYTD-AVAILABLE
           ELSE
               DISPLAY 'NO COMPANY-YTD-FILE FOUND, STATUS: '
                   WS-CYTD-FILE-STATUS
                   ' - NO CLOSED-OUT COMPANY W-2S'
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-STATE-RECIP-TABLE
           PERFORM LOAD-FICA-WAGE-BASE

           IF WS-YTD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-YTD-FILE, STATUS: '
           CLOSE W2-FILE
           CLOSE TAX-EXTRACT-FILE
           CLOSE W2-CONTROL-FILE
           CLOSE W2-SNAPSHOT-FILE
           IF WS-CYTD-AVAILABLE = 'Y'
               CLOSE COMPANY-YTD-FILE
           END-IF

           DISPLAY 'W2-PROCESS W-2 STATEMENTS PRODUCED: ' WS-W2-COUNT
           DISPLAY 'W2-PROCESS AS-FILED SNAPSHOTS WRITTEN: '
               WS-SNAP-WRITTEN-COUNT
           DISPLAY 'W2-PROCESS MISSING DEMOGRAPHICS: '
               WS-DEMO-MISSING-COUNT
           DISPLAY 'W2-PROCESS 1099 CONTRACTORS PASSED OVER: '
               WS-PASSED-COUNT
           DISPLAY 'W2-PROCESS CLOSED-OUT COMPANY RECORDS: '
               WS-CLOSED-CO-COUNT
           STOP RUN.

       PROCESS-YTD-RECORD.
                   MOVE SPACES TO COMPANY-CODE
                   MOVE SPACES TO WORK-STATE
                   MOVE SPACES TO LOCALITY-CODE
                   MOVE SPACE TO WORKER-TYPE
           END-READ
           MOVE YTD-EMP-ID TO WS-W2-EMP-ID
           IF YTD-COMPANY-START-DATE IS NUMERIC AND
                   YTD-COMPANY-CODE NOT = SPACES
               MOVE YTD-COMPANY-CODE TO WS-W2-COMPANY-CODE
           ELSE
               MOVE COMPANY-CODE TO WS-W2-COMPANY-CODE
           END-IF

      *>   Non-employee contractors get a 1099-NEC from
      *>   Form1099Process, never a W-2. Their YTD figures are
      *>   banked separately so the year-end close can still tie its
      *>   full pass of the YTD master to this run's control record.
           IF WORKER-TYPE = 'C'
               PERFORM PASS-OVER-CONTRACTOR
           ELSE
               PERFORM PRODUCE-EMPLOYEE-W2
           END-IF
           IF WS-CYTD-AVAILABLE = 'Y'
               PERFORM PROCESS-CLOSED-COMPANIES
           END-IF
           EXIT.

       PROCESS-CLOSED-COMPANIES.
      *>   Every company this employee was closed out of during the
      *>   year, in company order. Each image is worked through the
      *>   same paragraphs as the live record, which the sequential
      *>   pass has no further use for once its own W-2 is out.
           MOVE WS-W2-EMP-ID TO CYTD-EMP-ID
           MOVE LOW-VALUES TO CYTD-COMPANY-CODE
           MOVE 'N' TO WS-CYTD-EOF
           START COMPANY-YTD-FILE KEY IS NOT LESS THAN CYTD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CYTD-EOF
           END-START
           PERFORM UNTIL WS-CYTD-EOF = 'Y'
               READ COMPANY-YTD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CYTD-EOF
                   NOT AT END
                       IF CYTD-EMP-ID NOT = WS-W2-EMP-ID
                           MOVE 'Y' TO WS-CYTD-EOF
                       ELSE
                           PERFORM PROCESS-CLOSED-COMPANY-YTD
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       PROCESS-CLOSED-COMPANY-YTD.
           MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
           MOVE CYTD-COMPANY-CODE TO WS-W2-COMPANY-CODE
           ADD 1 TO WS-CLOSED-CO-COUNT
           IF WORKER-TYPE = 'C'
               PERFORM PASS-OVER-CONTRACTOR
           ELSE
               PERFORM PRODUCE-EMPLOYEE-W2
           END-IF
           EXIT.

       PASS-OVER-CONTRACTOR.
           PERFORM SET-W2-WAGE-BOXES
           ADD 1 TO WS-PASSED-COUNT
           ADD WS-BOX1-WAGES TO WS-PASSED-WAGES
           ADD YTD-FEDERAL-TAX TO WS-PASSED-FEDERAL
           ADD YTD-STATE-TAX TO WS-PASSED-STATE
           EXIT.

       PRODUCE-EMPLOYEE-W2.
           MOVE 'N' TO WS-DEMO-NOT-FOUND
           MOVE YTD-EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
                   ADD 1 TO WS-DEMO-MISSING-COUNT
           END-READ

           PERFORM SET-W2-WAGE-BOXES
           PERFORM PRINT-W2-STATEMENT
           PERFORM WRITE-TAX-EXTRACT
           PERFORM WRITE-W2-SNAPSHOT

           ADD 1 TO WS-W2-COUNT
           ADD WS-BOX1-WAGES TO WS-GRAND-TOTAL-WAGES
           ADD WS-BOX3-WAGES TO WS-GRAND-TOTAL-SS-WAGES
           ADD WS-BOX5-WAGES TO WS-GRAND-TOTAL-MED-WAGES
           ADD YTD-FEDERAL-TAX TO WS-GRAND-TOTAL-FEDERAL
           ADD YTD-STATE-TAX TO WS-GRAND-TOTAL-STATE
           PERFORM ACCUMULATE-COMPANY-TOTAL
           MOVE 'N' TO WS-CO-FOUND
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-TOT-USED
               IF WS-CO-TOT-CODE(WS-CO-SUB) = WS-W2-COMPANY-CODE
                   MOVE 'Y' TO WS-CO-FOUND
                   ADD 1 TO WS-CO-TOT-COUNT(WS-CO-SUB)
                   ADD WS-BOX1-WAGES TO WS-CO-TOT-WAGES(WS-CO-SUB)
                   ADD YTD-FEDERAL-TAX
                       TO WS-CO-TOT-FEDERAL(WS-CO-SUB)
                   ADD YTD-STATE-TAX TO WS-CO-TOT-STATE(WS-CO-SUB)
           END-PERFORM
           IF WS-CO-FOUND = 'N' AND WS-CO-TOT-USED < 10
               ADD 1 TO WS-CO-TOT-USED
               MOVE WS-W2-COMPANY-CODE
                   TO WS-CO-TOT-CODE(WS-CO-TOT-USED)
               MOVE 1 TO WS-CO-TOT-COUNT(WS-CO-TOT-USED)
               MOVE WS-BOX1-WAGES TO WS-CO-TOT-WAGES(WS-CO-TOT-USED)
               MOVE YTD-FEDERAL-TAX
                   TO WS-CO-TOT-FEDERAL(WS-CO-TOT-USED)
               MOVE YTD-STATE-TAX TO WS-CO-TOT-STATE(WS-CO-TOT-USED)
           MOVE YTD-EMP-ID TO WS-DTL-EMP-ID
           MOVE EMP-NAME TO WS-DTL-EMP-NAME
           MOVE DEPT-CODE TO WS-DTL-DEPT-CODE
           MOVE WS-W2-COMPANY-CODE TO WS-DTL-COMPANY-CODE
           WRITE W2-LINE FROM WS-DETAIL-LINE

           MOVE DEMO-SSN(1:3) TO WS-SSN-AREA
           MOVE DEMO-ADDR-ZIP TO WS-ADR-ZIP
           WRITE W2-LINE FROM WS-ADDR-LINE-2

           MOVE WS-BOX1-WAGES TO WS-WGL-WAGES
           WRITE W2-LINE FROM WS-WAGE-LINE

           MOVE YTD-FEDERAL-TAX TO WS-FDL-FEDERAL-TAX
           WRITE W2-LINE FROM WS-FEDERAL-LINE

           MOVE WS-BOX3-WAGES TO WS-SSW-WAGES
           WRITE W2-LINE FROM WS-SS-WAGE-LINE

           MOVE WS-BOX5-WAGES TO WS-MDW-WAGES
           WRITE W2-LINE FROM WS-MEDICARE-WAGE-LINE

           MOVE YTD-STATE-TAX TO WS-STL-STATE-TAX
           WRITE W2-LINE FROM WS-STATE-LINE

               WRITE W2-LINE FROM WS-BOX12D-LINE
           END-IF

      *>   A YTD record from before the SDI/PFL buckets existed had
      *>   nothing withheld as either and prints no box 14 line.
           IF YTD-SDI-TAX IS NUMERIC
               IF YTD-SDI-TAX > 0
                   MOVE WORK-STATE TO WS-B14-SDI-STATE
                   MOVE YTD-SDI-TAX TO WS-B14-SDI-TAX
                   WRITE W2-LINE FROM WS-BOX14-SDI-LINE
               END-IF
               IF YTD-PFL-TAX > 0
                   MOVE WORK-STATE TO WS-B14-PFL-STATE
                   MOVE YTD-PFL-TAX TO WS-B14-PFL-TAX
                   WRITE W2-LINE FROM WS-BOX14-PFL-LINE
               END-IF
           END-IF

      *>   The local boxes only print for employees who actually had
      *>   occupational tax withheld; local wages are the same box 1
      *>   wages the local tax was figured on.
           IF YTD-LOCAL-TAX > 0
               MOVE WS-BOX1-WAGES TO WS-LWL-LOCAL-WAGES
               WRITE W2-LINE FROM WS-LOCAL-WAGE-LINE
               MOVE YTD-LOCAL-TAX TO WS-LTL-LOCAL-TAX
               WRITE W2-LINE FROM WS-LOCAL-TAX-LINE
       WRITE-TAX-EXTRACT.
           MOVE YTD-EMP-ID TO TAXEXT-EMP-ID
           MOVE EMP-NAME TO TAXEXT-EMP-NAME
           MOVE WS-BOX1-WAGES TO TAXEXT-WAGES
           MOVE WS-BOX3-WAGES TO TAXEXT-SS-WAGES
           MOVE WS-BOX5-WAGES TO TAXEXT-MEDICARE-WAGES
           MOVE YTD-FEDERAL-TAX TO TAXEXT-FEDERAL-TAX
           MOVE YTD-STATE-TAX TO TAXEXT-STATE-TAX
           MOVE DEPT-CODE TO TAXEXT-DEPT-CODE
           MOVE DEMO-SSN TO TAXEXT-SSN
           MOVE WS-W2-COMPANY-CODE TO TAXEXT-COMPANY-CODE
           PERFORM SELECT-EXTRACT-STATE
           MOVE WS-SELECTED-STATE TO TAXEXT-STATE-CODE
           MOVE YTD-LOCAL-TAX TO TAXEXT-LOCAL-TAX
           WRITE TAX-EXTRACT-RECORD
           EXIT.

       WRITE-W2-SNAPSHOT.
      *>   Banks the boxes just issued, as the baseline W2cProcess
      *>   corrects against. A rerun of the W-2s for the same year
      *>   replaces the snapshot - the rerun is what gets filed.
      *>   Each company's W-2 is its own snapshot.
           MOVE YTD-EMP-ID TO W2SNAP-EMP-ID
           MOVE WS-TYE-YEAR TO W2SNAP-TAX-YEAR
           MOVE WS-W2-COMPANY-CODE TO W2SNAP-COMPANY-CODE
           MOVE DEMO-SSN TO W2SNAP-SSN
           MOVE DEMO-LEGAL-NAME TO W2SNAP-LEGAL-NAME
           MOVE TAXEXT-STATE-CODE TO W2SNAP-STATE-CODE
           MOVE LOCALITY-CODE TO W2SNAP-LOCALITY-CODE
           MOVE WS-BOX1-WAGES TO W2SNAP-BOX1-WAGES
           MOVE YTD-FEDERAL-TAX TO W2SNAP-BOX2-FEDERAL
           MOVE WS-BOX3-WAGES TO W2SNAP-BOX3-SS-WAGES
           MOVE WS-BOX5-WAGES TO W2SNAP-BOX5-MED-WAGES
           MOVE YTD-STATE-TAX TO W2SNAP-BOX17-STATE-TAX
           MOVE YTD-LOCAL-TAX TO W2SNAP-BOX19-LOCAL-TAX
           MOVE WS-RUN-DATE TO W2SNAP-FILED-DATE
           MOVE 0 TO W2SNAP-CORRECTION-COUNT
           WRITE W2-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE W2-SNAPSHOT-RECORD
           END-WRITE
           ADD 1 TO WS-SNAP-WRITTEN-COUNT
           EXIT.

       LOAD-STATE-RECIP-TABLE.
           OPEN INPUT STATE-TAX-FILE
           IF WS-STTAX-FILE-STATUS NOT = '00'
           END-IF
           EXIT.

       SET-W2-WAGE-BOXES.
      *>   Box 1 is the income-tax wages (gross less pre-tax health
      *>   and 401(k)); box 5 is the FICA wages (gross less the
      *>   Section 125 health premiums) and box 3 the same figure
      *>   stopped at the Social Security wage base. A YTD record
      *>   from before the wage buckets existed was taxed on its
      *>   whole gross in every box.
           IF YTD-INCTAX-WAGES IS NUMERIC
               MOVE YTD-INCTAX-WAGES TO WS-BOX1-WAGES
               MOVE YTD-FICA-WAGES TO WS-BOX5-WAGES
           ELSE
               MOVE YTD-GROSS-PAY TO WS-BOX1-WAGES
               MOVE YTD-GROSS-PAY TO WS-BOX5-WAGES
           END-IF
      *>   A successor employer that took over a predecessor's
      *>   Social Security wages only has the rest of the base left.
           MOVE WS-FICA-WAGE-BASE TO WS-BOX3-WAGE-BASE
           IF YTD-COMPANY-START-DATE IS NUMERIC
               IF YTD-PRED-FICA-WAGES NOT < WS-FICA-WAGE-BASE
                   MOVE 0 TO WS-BOX3-WAGE-BASE
               ELSE
                   SUBTRACT YTD-PRED-FICA-WAGES FROM WS-BOX3-WAGE-BASE
               END-IF
           END-IF
           IF WS-BOX5-WAGES > WS-BOX3-WAGE-BASE
               MOVE WS-BOX3-WAGE-BASE TO WS-BOX3-WAGES
           ELSE
               MOVE WS-BOX5-WAGES TO WS-BOX3-WAGES
           END-IF
           EXIT.

       LOAD-FICA-WAGE-BASE.
           MOVE WS-RUN-DATE TO WS-TAX-YEAR-END
           IF WS-TYE-MMDD < 0701
               SUBTRACT 1 FROM WS-TYE-YEAR
           END-IF
           MOVE 1231 TO WS-TYE-MMDD
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
           DISPLAY 'W2-PROCESS TAX YEAR ENDING ' WS-TAX-YEAR-END
               ' SOCIAL SECURITY WAGE BASE ' WS-FICA-WAGE-BASE
           EXIT.

       SELECT-EXTRACT-STATE.
      *>   Mirrors the payroll run's SELECT-STATE-RATE choice: the
      *>   work state governs unless its table entry grants
           MOVE WS-GRAND-TOTAL-FEDERAL TO WS-TOT-FEDERAL-TAX
           MOVE WS-GRAND-TOTAL-STATE TO WS-TOT-STATE-TAX
           WRITE W2-LINE FROM WS-TOTAL-LINE
           MOVE WS-GRAND-TOTAL-SS-WAGES TO WS-TOT-SS-WAGES
           MOVE WS-GRAND-TOTAL-MED-WAGES TO WS-TOT-MED-WAGES
           WRITE W2-LINE FROM WS-FICA-TOTAL-LINE
           MOVE WS-W2-COUNT TO WS-CNT-W2-COUNT
           WRITE W2-LINE FROM WS-COUNT-LINE

           MOVE WS-GRAND-TOTAL-WAGES TO W2CTL-TOTAL-WAGES
           MOVE WS-GRAND-TOTAL-FEDERAL TO W2CTL-TOTAL-FEDERAL
           MOVE WS-GRAND-TOTAL-STATE TO W2CTL-TOTAL-STATE
           MOVE WS-PASSED-COUNT TO W2CTL-PASSED-COUNT
           MOVE WS-PASSED-WAGES TO W2CTL-PASSED-WAGES
           MOVE WS-PASSED-FEDERAL TO W2CTL-PASSED-FEDERAL
           MOVE WS-PASSED-STATE TO W2CTL-PASSED-STATE
           WRITE W2-CONTROL-RECORD
           EXIT.
