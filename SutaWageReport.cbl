      *> SUTA state (work state) from the employee master, producing
      *> the per-employee wage detail extract each state's quarterly
      *> unemployment filing demands plus a per-state summary on the
      *> report. The same pass carries the quarter's state
      *> disability and family-leave wages and contributions
      *> (employee and employer) for the states whose quarterly
      *> return collects them on the same filing.
      *> Employees with no quarter wages are skipped, and so are
      *> non-employee contractors (WORKER-TYPE 'C'), whose pay is
      *> not covered wages;
      *> employees a state filing would reject (no SSN, no work
      *> state) are called out so the gaps get fixed before the
      *> deadline.
      *> Each company (FEIN) holds its own state unemployment
      *> account, so the detail and the state totals carry the
      *> company the wages were paid under - the live YTD record's
      *> own company, and for an employee who transferred during
      *> the year, the closed-out company on COMPANY-YTD-FILE for
      *> whatever that company paid in the quarter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT COMPANY-YTD-FILE
            ASSIGN TO CYTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CYTD-KEY
               FILE STATUS IS WS-CYTD-FILE-STATUS.

           SELECT SUTA-WAGE-FILE
            ASSIGN TO SUTAWAGE
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  COMPANY-YTD-FILE.
           COPY CYTDREC.

      *> One record per employee per quarter, in the common state
      *> wage-detail shape; each state's filing is cut from its own
      *> records.
           05  SWG-LEGAL-NAME          PIC X(35).
           05  SWG-EMP-ID              PIC 9(5).
           05  SWG-QTR-WAGES           PIC 9(9)V99.
      *> Disability ('D') and family-leave ('F') program wages and
      *> contributions for the quarter - zero outside the states
      *> that levy them.
           05  SWG-SDI-WAGES           PIC 9(9)V99.
           05  SWG-SDI-EE-TAX          PIC 9(7)V99.
           05  SWG-SDI-ER-TAX          PIC 9(7)V99.
           05  SWG-PFL-WAGES           PIC 9(9)V99.
           05  SWG-PFL-EE-TAX          PIC 9(7)V99.
           05  SWG-PFL-ER-TAX          PIC 9(7)V99.
      *> The company whose state account the wages are reported on.
           05  SWG-COMPANY-CODE        PIC X(3).

       FD  SUTA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-DETAIL-COUNT             PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-CONTRACTOR-COUNT         PIC 9(7) VALUE 0.
       01  WS-EMP-QTR-WAGES            PIC 9(9)V99 VALUE 0.
       01  WS-CYTD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SUTA-COMPANY             PIC X(3) VALUE SPACES.

       01  WS-STATE-TOTAL-TABLE.
           05  WS-STT-ENTRY OCCURS 10 TIMES.
               10  WS-STT-STATE        PIC X(2).
               10  WS-STT-COMPANY      PIC X(3).
               10  WS-STT-COUNT        PIC 9(7).
               10  WS-STT-WAGES        PIC 9(11)V99.
               10  WS-STT-SDI-EE       PIC 9(9)V99.
               10  WS-STT-SDI-ER       PIC 9(9)V99.
               10  WS-STT-PFL-EE       PIC 9(9)V99.
               10  WS-STT-PFL-ER       PIC 9(9)V99.
       01  WS-STT-USED                 PIC 9(2) VALUE 0.
       01  WS-STT-SUB                  PIC 9(2) VALUE 0.
       01  WS-STT-FOUND                PIC X    VALUE 'N'.
       01  WS-STATE-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE 'STATE '.
           05  WS-STL-STATE            PIC X(2).
           05  FILLER                  PIC X(10) VALUE '  COMPANY '.
           05  WS-STL-COMPANY          PIC X(3).
           05  FILLER                  PIC X(13) VALUE '  EMPLOYEES '.
           05  WS-STL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE '  WAGES '.
           05  WS-STL-WAGES            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STATE-SDI-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'SDI EE '.
           05  WS-SDL-SDI-EE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)  VALUE '  SDI ER '.
           05  WS-SDL-SDI-ER           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)  VALUE '  PFL EE '.
           05  WS-SDL-PFL-EE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9)  VALUE '  PFL ER '.
           05  WS-SDL-PFL-ER           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MISSING-LINE.
           05  FILLER                  PIC X(20) VALUE
               'NOT FILEABLE EMP-ID '.
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF QTD-GROSS-PAY > 0
                           IF YTD-COMPANY-START-DATE IS NUMERIC
                               MOVE YTD-COMPANY-CODE
                                   TO WS-SUTA-COMPANY
                           ELSE
                               MOVE SPACES TO WS-SUTA-COMPANY
                           END-IF
                           PERFORM EXTRACT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
      *>   No company file just means nobody has changed companies
      *>   this year. The images are worked in the YTD record area,
      *>   whose own pass is finished.
           OPEN INPUT COMPANY-YTD-FILE
           IF WS-CYTD-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ COMPANY-YTD-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
                           IF QTD-GROSS-PAY > 0
                               MOVE CYTD-COMPANY-CODE
                                   TO WS-SUTA-COMPANY
                               PERFORM EXTRACT-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-YTD-FILE
           END-IF

           PERFORM PRINT-STATE-TOTALS

               WS-DETAIL-COUNT
           DISPLAY 'SUTA-WAGE-REPORT NOT FILEABLE: '
               WS-MISSING-COUNT
           DISPLAY 'SUTA-WAGE-REPORT CONTRACTORS SKIPPED: '
               WS-CONTRACTOR-COUNT
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO WORK-STATE
                   MOVE SPACES TO COMPANY-CODE
                   MOVE SPACE TO WORKER-TYPE
           END-READ
           IF WORKER-TYPE = 'C'
               ADD 1 TO WS-CONTRACTOR-COUNT
           ELSE
               PERFORM EXTRACT-COVERED-WAGES
           END-IF
           EXIT.

       EXTRACT-COVERED-WAGES.
      *>   A record not yet stamped with its company is the master's.
           IF WS-SUTA-COMPANY = SPACES
               MOVE COMPANY-CODE TO WS-SUTA-COMPANY
           END-IF
           MOVE YTD-EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
               MOVE DEMO-SSN TO SWG-SSN
               MOVE DEMO-LEGAL-NAME TO SWG-LEGAL-NAME
               MOVE YTD-EMP-ID TO SWG-EMP-ID
               MOVE WS-SUTA-COMPANY TO SWG-COMPANY-CODE
      *> Unemployment wages exclude Section 125 health premiums.
               IF QTD-FUTA-WAGES IS NUMERIC
                   MOVE QTD-FUTA-WAGES TO WS-EMP-QTR-WAGES
               ELSE
                   MOVE QTD-GROSS-PAY TO WS-EMP-QTR-WAGES
               END-IF
               MOVE WS-EMP-QTR-WAGES TO SWG-QTR-WAGES
               IF QTD-SDI-WAGES IS NUMERIC
                   MOVE QTD-SDI-WAGES TO SWG-SDI-WAGES
                   MOVE QTD-SDI-TAX TO SWG-SDI-EE-TAX
                   MOVE QTD-SDI-ER-TAX TO SWG-SDI-ER-TAX
                   MOVE QTD-PFL-WAGES TO SWG-PFL-WAGES
                   MOVE QTD-PFL-TAX TO SWG-PFL-EE-TAX
                   MOVE QTD-PFL-ER-TAX TO SWG-PFL-ER-TAX
               ELSE
                   MOVE 0 TO SWG-SDI-WAGES
                   MOVE 0 TO SWG-SDI-EE-TAX
                   MOVE 0 TO SWG-SDI-ER-TAX
                   MOVE 0 TO SWG-PFL-WAGES
                   MOVE 0 TO SWG-PFL-EE-TAX
                   MOVE 0 TO SWG-PFL-ER-TAX
               END-IF
               WRITE SUTA-WAGE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM ACCUMULATE-STATE-TOTAL
           MOVE 'N' TO WS-STT-FOUND
           PERFORM VARYING WS-STT-SUB FROM 1 BY 1
                   UNTIL WS-STT-SUB > WS-STT-USED
               IF WS-STT-STATE(WS-STT-SUB) = WORK-STATE AND
                       WS-STT-COMPANY(WS-STT-SUB) = WS-SUTA-COMPANY
                   MOVE 'Y' TO WS-STT-FOUND
                   ADD 1 TO WS-STT-COUNT(WS-STT-SUB)
                   ADD WS-EMP-QTR-WAGES TO WS-STT-WAGES(WS-STT-SUB)
                   ADD SWG-SDI-EE-TAX TO WS-STT-SDI-EE(WS-STT-SUB)
                   ADD SWG-SDI-ER-TAX TO WS-STT-SDI-ER(WS-STT-SUB)
                   ADD SWG-PFL-EE-TAX TO WS-STT-PFL-EE(WS-STT-SUB)
                   ADD SWG-PFL-ER-TAX TO WS-STT-PFL-ER(WS-STT-SUB)
               END-IF
           END-PERFORM
           IF WS-STT-FOUND = 'N' AND WS-STT-USED < 10
               ADD 1 TO WS-STT-USED
               MOVE WORK-STATE TO WS-STT-STATE(WS-STT-USED)
               MOVE WS-SUTA-COMPANY TO WS-STT-COMPANY(WS-STT-USED)
               MOVE 1 TO WS-STT-COUNT(WS-STT-USED)
               MOVE WS-EMP-QTR-WAGES TO WS-STT-WAGES(WS-STT-USED)
               MOVE SWG-SDI-EE-TAX TO WS-STT-SDI-EE(WS-STT-USED)
               MOVE SWG-SDI-ER-TAX TO WS-STT-SDI-ER(WS-STT-USED)
               MOVE SWG-PFL-EE-TAX TO WS-STT-PFL-EE(WS-STT-USED)
               MOVE SWG-PFL-ER-TAX TO WS-STT-PFL-ER(WS-STT-USED)
           END-IF
           EXIT.

           PERFORM VARYING WS-STT-SUB FROM 1 BY 1
                   UNTIL WS-STT-SUB > WS-STT-USED
               MOVE WS-STT-STATE(WS-STT-SUB) TO WS-STL-STATE
               MOVE WS-STT-COMPANY(WS-STT-SUB) TO WS-STL-COMPANY
               MOVE WS-STT-COUNT(WS-STT-SUB) TO WS-STL-COUNT
               MOVE WS-STT-WAGES(WS-STT-SUB) TO WS-STL-WAGES
               WRITE SUTA-REPORT-LINE FROM WS-STATE-TOTAL-LINE
               IF WS-STT-SDI-EE(WS-STT-SUB) > 0 OR
                       WS-STT-SDI-ER(WS-STT-SUB) > 0 OR
                       WS-STT-PFL-EE(WS-STT-SUB) > 0 OR
                       WS-STT-PFL-ER(WS-STT-SUB) > 0
                   MOVE WS-STT-SDI-EE(WS-STT-SUB) TO WS-SDL-SDI-EE
                   MOVE WS-STT-SDI-ER(WS-STT-SUB) TO WS-SDL-SDI-ER
                   MOVE WS-STT-PFL-EE(WS-STT-SUB) TO WS-SDL-PFL-EE
                   MOVE WS-STT-PFL-ER(WS-STT-SUB) TO WS-SDL-PFL-ER
                   WRITE SUTA-REPORT-LINE FROM WS-STATE-SDI-LINE
               END-IF
           END-PERFORM
           EXIT.
