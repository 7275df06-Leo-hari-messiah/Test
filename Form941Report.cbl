      *> 941 by hand from a quarter's stack of register printouts.
      *> The quarter-close step (QuarterClose) rolls the QTD buckets
      *> to zero afterward, under operator control.
      *> Each company (FEIN) files its own 941, so the figures are
      *> also broken out by the company the YTD record carries. The
      *> records of companies an employee transferred out of this
      *> year (COMPANY-YTD-FILE) count under the company they were
      *> closed out of - its quarter may still hold their wages.
      *> Non-employee contractors (WORKER-TYPE 'C' on the master) are
      *> not on the 941 at all: their pay is not wages and their
      *> backup withholding is reported on Form 945, so it is shown
      *> below the summary as a memo for that return.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT COMPANY-YTD-FILE
            ASSIGN TO CYTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CYTD-KEY
               FILE STATUS IS WS-CYTD-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT Q941-REPORT-FILE
            ASSIGN TO Q941RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  EMPLOYEE-YTD-FILE.
           COPY YTDREC.

       FD  COMPANY-YTD-FILE.
           COPY CYTDREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  Q941-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  Q941-LINE                   PIC X(132).
       01  WS-QTR-FICA                 PIC 9(11)V99 VALUE 0.
       01  WS-QTR-MEDICARE             PIC 9(11)V99 VALUE 0.
       01  WS-QTR-TOTAL-TAXES          PIC 9(11)V99 VALUE 0.
       01  WS-CYTD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CYTD-COUNT               PIC 9(7) VALUE 0.
       01  WS-SUMMARIZED-COUNT         PIC 9(7) VALUE 0.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-945-COUNT                PIC 9(7) VALUE 0.
       01  WS-945-PAYMENTS             PIC 9(11)V99 VALUE 0.
       01  WS-945-BACKUP-WH            PIC 9(11)V99 VALUE 0.

      *> The same figures per company. A record from before YTD
      *> carried a company, or never paid since, has a blank code
      *> and groups as the legacy single company.
       01  WS-941-COMPANY              PIC X(3) VALUE SPACES.
       01  WS-941-CO-TABLE.
           05  WS-941-CO-ENTRY OCCURS 10 TIMES.
               10  WS-941-CO-CODE      PIC X(3).
               10  WS-941-CO-COUNT     PIC 9(7).
               10  WS-941-CO-WAGES     PIC 9(11)V99.
               10  WS-941-CO-FEDERAL   PIC 9(11)V99.
               10  WS-941-CO-STATE     PIC 9(11)V99.
               10  WS-941-CO-FICA      PIC 9(11)V99.
               10  WS-941-CO-MEDICARE  PIC 9(11)V99.
       01  WS-941-CO-USED              PIC 9(2) VALUE 0.
       01  WS-941-CO-SUB               PIC 9(2) VALUE 0.
       01  WS-941-CO-PICK              PIC 9(2) VALUE 0.
       01  WS-REC-WAGES                PIC 9(9)V99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
           05  WS-MNY-CAPTION          PIC X(45).
           05  WS-MNY-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-COMPANY-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'FORM 941 QUARTERLY SUMMARY - COMPANY'.
           05  WS-CHD-CODE             PIC X(3).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(45) VALUE
               'EMPLOYEES WITH QUARTER WAGES:'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
                   ' - CONTRACTORS CANNOT BE KEPT OFF THE 941'
               CLOSE EMPLOYEE-YTD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Q941-REPORT-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       PERFORM ACCUMULATE-QUARTER
               END-READ
           END-PERFORM
      *>   No company file just means nobody has changed companies
      *>   this year.
           OPEN INPUT COMPANY-YTD-FILE
           IF WS-CYTD-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ COMPANY-YTD-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ACCUMULATE-CLOSED-COMPANY
                   END-READ
               END-PERFORM
               CLOSE COMPANY-YTD-FILE
           END-IF

           PERFORM PRINT-941-SUMMARY
           MOVE WS-EMPLOYEE-COUNT TO WS-SUMMARIZED-COUNT
           PERFORM PRINT-945-MEMO
           PERFORM PRINT-COMPANY-SUMMARIES

           CLOSE EMPLOYEE-YTD-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE Q941-REPORT-FILE

           DISPLAY 'FORM-941 EMPLOYEES SUMMARIZED: '
               WS-SUMMARIZED-COUNT
           DISPLAY 'FORM-941 CLOSED-OUT COMPANY RECORDS: '
               WS-CYTD-COUNT
           DISPLAY 'FORM-941 CONTRACTORS LEFT TO FORM 945: '
               WS-945-COUNT
           STOP RUN.

       ACCUMULATE-QUARTER.
           PERFORM READ-WORKER-TYPE
           IF WORKER-TYPE = 'C'
               IF QTD-GROSS-PAY > 0
                   ADD 1 TO WS-945-COUNT
               END-IF
               PERFORM ADD-945-FIGURES
           ELSE
               IF QTD-GROSS-PAY > 0
                   ADD 1 TO WS-EMPLOYEE-COUNT
               END-IF
               IF YTD-COMPANY-START-DATE IS NUMERIC
                   MOVE YTD-COMPANY-CODE TO WS-941-COMPANY
               ELSE
                   MOVE SPACES TO WS-941-COMPANY
               END-IF
               PERFORM ADD-QUARTER-FIGURES
           END-IF
           EXIT.

       ACCUMULATE-CLOSED-COMPANY.
      *>   The employee is already in the overall count under the
      *>   live record; the closed-out company counts them too.
           ADD 1 TO WS-CYTD-COUNT
           MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
           PERFORM READ-WORKER-TYPE
           IF WORKER-TYPE = 'C'
               PERFORM ADD-945-FIGURES
           ELSE
               MOVE CYTD-COMPANY-CODE TO WS-941-COMPANY
               PERFORM ADD-QUARTER-FIGURES
           END-IF
           EXIT.

       READ-WORKER-TYPE.
      *>   An EMP-ID no longer on the master was still paid wages,
      *>   so it stays on the 941.
           MOVE YTD-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACE TO WORKER-TYPE
           END-READ
           EXIT.

       ADD-945-FIGURES.
           ADD QTD-GROSS-PAY TO WS-945-PAYMENTS
           ADD QTD-FEDERAL-TAX TO WS-945-BACKUP-WH
           EXIT.

       ADD-QUARTER-FIGURES.
      *> Line 2 is income-tax wages, net of pre-tax deductions. Records
      *> written before the wage buckets existed carry gross only.
           IF QTD-INCTAX-WAGES IS NUMERIC
               MOVE QTD-INCTAX-WAGES TO WS-REC-WAGES
           ELSE
               MOVE QTD-GROSS-PAY TO WS-REC-WAGES
           END-IF
           ADD WS-REC-WAGES TO WS-QTR-WAGES
           ADD QTD-FEDERAL-TAX TO WS-QTR-FEDERAL
           ADD QTD-STATE-TAX TO WS-QTR-STATE
           ADD QTD-FICA-MATCH TO WS-QTR-FICA
           ADD QTD-MEDICARE-MATCH TO WS-QTR-MEDICARE

           MOVE 0 TO WS-941-CO-PICK
           PERFORM VARYING WS-941-CO-SUB FROM 1 BY 1
                   UNTIL WS-941-CO-SUB > WS-941-CO-USED
               IF WS-941-CO-CODE(WS-941-CO-SUB) = WS-941-COMPANY
                   MOVE WS-941-CO-SUB TO WS-941-CO-PICK
               END-IF
           END-PERFORM
           IF WS-941-CO-PICK = 0
               IF WS-941-CO-USED < 10
                   ADD 1 TO WS-941-CO-USED
                   MOVE WS-941-CO-USED TO WS-941-CO-PICK
                   MOVE WS-941-COMPANY TO WS-941-CO-CODE(WS-941-CO-PICK)
                   MOVE 0 TO WS-941-CO-COUNT(WS-941-CO-PICK)
                   MOVE 0 TO WS-941-CO-WAGES(WS-941-CO-PICK)
                   MOVE 0 TO WS-941-CO-FEDERAL(WS-941-CO-PICK)
                   MOVE 0 TO WS-941-CO-STATE(WS-941-CO-PICK)
                   MOVE 0 TO WS-941-CO-FICA(WS-941-CO-PICK)
                   MOVE 0 TO WS-941-CO-MEDICARE(WS-941-CO-PICK)
               ELSE
                   DISPLAY 'FORM-941 MORE THAN 10 COMPANIES - '
                       WS-941-COMPANY ' IN THE TOTALS ONLY'
               END-IF
           END-IF
           IF WS-941-CO-PICK > 0
               IF QTD-GROSS-PAY > 0
                   ADD 1 TO WS-941-CO-COUNT(WS-941-CO-PICK)
               END-IF
               ADD WS-REC-WAGES TO WS-941-CO-WAGES(WS-941-CO-PICK)
               ADD QTD-FEDERAL-TAX
                   TO WS-941-CO-FEDERAL(WS-941-CO-PICK)
               ADD QTD-STATE-TAX TO WS-941-CO-STATE(WS-941-CO-PICK)
               ADD QTD-FICA-MATCH TO WS-941-CO-FICA(WS-941-CO-PICK)
               ADD QTD-MEDICARE-MATCH
                   TO WS-941-CO-MEDICARE(WS-941-CO-PICK)
           END-IF
           EXIT.

       PRINT-941-SUMMARY.
           WRITE Q941-LINE FROM WS-HEADING-1
           MOVE SPACES TO Q941-LINE
           WRITE Q941-LINE
           PERFORM PRINT-941-LINES
           EXIT.

       PRINT-945-MEMO.
           IF WS-945-COUNT > 0 OR WS-945-BACKUP-WH > 0
               MOVE SPACES TO Q941-LINE
               WRITE Q941-LINE
               MOVE 'CONTRACTOR PAYMENTS (NOT 941 WAGES, MEMO):'
                   TO WS-MNY-CAPTION
               MOVE WS-945-PAYMENTS TO WS-MNY-AMOUNT
               WRITE Q941-LINE FROM WS-MONEY-LINE
               MOVE 'BACKUP WITHHOLDING - FORM 945 (MEMO):'
                   TO WS-MNY-CAPTION
               MOVE WS-945-BACKUP-WH TO WS-MNY-AMOUNT
               WRITE Q941-LINE FROM WS-MONEY-LINE
           END-IF
           EXIT.

       PRINT-COMPANY-SUMMARIES.
      *>   The company figures go through the same lines as the
      *>   totals; the totals are printed by then.
           PERFORM VARYING WS-941-CO-SUB FROM 1 BY 1
                   UNTIL WS-941-CO-SUB > WS-941-CO-USED
               MOVE SPACES TO Q941-LINE
               WRITE Q941-LINE
               WRITE Q941-LINE
               MOVE WS-941-CO-CODE(WS-941-CO-SUB) TO WS-CHD-CODE
               WRITE Q941-LINE FROM WS-COMPANY-HEADING
               MOVE SPACES TO Q941-LINE
               WRITE Q941-LINE
               MOVE WS-941-CO-COUNT(WS-941-CO-SUB)
                   TO WS-EMPLOYEE-COUNT
               MOVE WS-941-CO-WAGES(WS-941-CO-SUB) TO WS-QTR-WAGES
               MOVE WS-941-CO-FEDERAL(WS-941-CO-SUB) TO WS-QTR-FEDERAL
               MOVE WS-941-CO-STATE(WS-941-CO-SUB) TO WS-QTR-STATE
               MOVE WS-941-CO-FICA(WS-941-CO-SUB) TO WS-QTR-FICA
               MOVE WS-941-CO-MEDICARE(WS-941-CO-SUB)
                   TO WS-QTR-MEDICARE
               PERFORM PRINT-941-LINES
           END-PERFORM
           EXIT.

       PRINT-941-LINES.
           MOVE 'LINE 2  WAGES, TIPS, OTHER COMPENSATION:'
               TO WS-MNY-CAPTION
           MOVE WS-QTR-WAGES TO WS-MNY-AMOUNT
