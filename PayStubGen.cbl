               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARNDTL-FILE-STATUS.

           SELECT EXPENSE-REIMB-FILE
            ASSIGN TO EXPREIMB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPR-KEY
               FILE STATUS IS WS-EXPREIMB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           05  EDTL-HOURS              PIC 9(3)V99.
           05  EDTL-AMOUNT             PIC 9(5)V99.

      *> The expense claims themselves, so the stub can itemize the
      *> reimbursements the check carries.
       FD  EXPENSE-REIMB-FILE.
           COPY EXPREC.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X  VALUE 'N'.
       01  WS-YTD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EARN-PENDING             PIC X    VALUE 'N'.
       01  WS-STUB-COUNT               PIC 9(7) VALUE 0.
       01  WS-CUR-DEDUCTIONS           PIC 9(5)V99.
       01  WS-EXPREIMB-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-EXPREIMB-OPEN            PIC X    VALUE 'N'.
       01  WS-EXPREIMB-EOF             PIC X    VALUE 'N'.

       01  WS-CURRENT-RECORD.
           05  WS-CUR-EMP-ID-OUT       PIC 9(5).
           05  WS-CUR-DED-UNION        PIC 9(3)V99.
           05  WS-CUR-LOCALITY-CODE    PIC X(4).
           05  WS-CUR-LOCAL-TAX        PIC 9(5)V99.
           05  WS-CUR-INCTAX-WAGES     PIC 9(5)V99.
           05  WS-CUR-FICA-WAGES       PIC 9(5)V99.
           05  WS-CUR-FUTA-WAGES       PIC 9(5)V99.
           05  WS-CUR-SDI-STATE        PIC X(2).
           05  WS-CUR-SDI-TAX          PIC 9(5)V99.
           05  WS-CUR-PFL-TAX          PIC 9(5)V99.
           05  WS-CUR-REIMBURSEMENT    PIC 9(5)V99.

       01  WS-NEXT-RECORD              PIC X(200).

       01  WS-STUB-HEADING.
           05  FILLER                  PIC X(18) VALUE
           05  WS-ERN-DESC             PIC X(20).
           05  WS-ERN-AMOUNT           PIC ZZZ,ZZ9.99.

       01  WS-REIMB-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RMB-CLAIM            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RMB-DESC             PIC X(20).
           05  WS-RMB-AMOUNT           PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PAYROLL-FILE
           OPEN INPUT EMPLOYEE-YTD-FILE
                   WS-EARNDTL-FILE-STATUS
           END-IF

           OPEN INPUT EXPENSE-REIMB-FILE
           IF WS-EXPREIMB-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EXPREIMB-OPEN
           END-IF

           IF WS-YTD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-YTD-FILE, STATUS: '
                   WS-YTD-FILE-STATUS
                   WS-EARNDTL-FILE-STATUS = '10'
               CLOSE EARNINGS-DETAIL-FILE
           END-IF
           IF WS-EXPREIMB-OPEN = 'Y'
               CLOSE EXPENSE-REIMB-FILE
           END-IF

           DISPLAY 'PAY-STUB-GEN STUBS PRODUCED: ' WS-STUB-COUNT
           STOP RUN.
                   MOVE 0 TO YTD-STATE-TAX
                   MOVE 0 TO YTD-DEDUCTIONS
                   MOVE 0 TO YTD-LOCAL-TAX
                   MOVE 0 TO YTD-SDI-TAX
                   MOVE 0 TO YTD-PFL-TAX
           END-READ
           IF YTD-SDI-TAX NOT NUMERIC
               MOVE 0 TO YTD-SDI-TAX
               MOVE 0 TO YTD-PFL-TAX
           END-IF
      *>   A payroll record from before the SDI/PFL fields existed
      *>   reads short; nothing was withheld as SDI/PFL on it.
           IF WS-CUR-SDI-TAX NOT NUMERIC
               MOVE 0 TO WS-CUR-SDI-TAX
               MOVE 0 TO WS-CUR-PFL-TAX
           END-IF
           IF WS-CUR-REIMBURSEMENT NOT NUMERIC
               MOVE 0 TO WS-CUR-REIMBURSEMENT
           END-IF

      *>   PAYROLL-RECORD doesn't carry the deduction total as its own
      *>   field; it is always gross minus taxes minus net, the net
      *>   taken without the untaxed reimbursement riding in it.
           COMPUTE WS-CUR-DEDUCTIONS =
               WS-CUR-GROSS-PAY - WS-CUR-FEDERAL-TAX-OUT
               - WS-CUR-STATE-TAX-OUT - WS-CUR-LOCAL-TAX
               - WS-CUR-SDI-TAX - WS-CUR-PFL-TAX
               - WS-CUR-NET-PAY + WS-CUR-REIMBURSEMENT

           MOVE SPACES TO STUB-LINE
           WRITE STUB-LINE
               WRITE STUB-LINE FROM WS-MONEY-LINE
           END-IF

           IF WS-CUR-SDI-TAX > 0 OR YTD-SDI-TAX > 0
               MOVE '  STATE DISABILITY: ' TO WS-MNY-CAPTION
               MOVE WS-CUR-SDI-TAX TO WS-MNY-CURRENT
               MOVE YTD-SDI-TAX TO WS-MNY-YTD
               WRITE STUB-LINE FROM WS-MONEY-LINE
           END-IF

           IF WS-CUR-PFL-TAX > 0 OR YTD-PFL-TAX > 0
               MOVE '  FAMILY LEAVE:     ' TO WS-MNY-CAPTION
               MOVE WS-CUR-PFL-TAX TO WS-MNY-CURRENT
               MOVE YTD-PFL-TAX TO WS-MNY-YTD
               WRITE STUB-LINE FROM WS-MONEY-LINE
           END-IF

           MOVE '  DEDUCTIONS:       ' TO WS-MNY-CAPTION
           MOVE WS-CUR-DEDUCTIONS TO WS-MNY-CURRENT
           MOVE YTD-DEDUCTIONS TO WS-MNY-YTD
           WRITE STUB-LINE FROM WS-MONEY-LINE

           IF WS-CUR-REIMBURSEMENT > 0
               PERFORM PRINT-REIMBURSEMENT-SECTION
           END-IF

           MOVE '  NET PAY:          ' TO WS-NET-CAPTION
           MOVE WS-CUR-NET-PAY TO WS-NET-CURRENT
           WRITE STUB-LINE FROM WS-NET-LINE
           ADD 1 TO WS-STUB-COUNT
           EXIT.

       PRINT-REIMBURSEMENT-SECTION.
      *>   Reimbursed expenses are not pay: they sit apart from the
      *>   gross-to-net above, one line per claim the run marked paid
      *>   for this period, then the total that went into the net. A
      *>   trial run marks nothing paid, so its stub shows the total
      *>   alone.
           MOVE SPACES TO STUB-LINE
           MOVE '  REIMBURSEMENTS (NOT TAXABLE):' TO STUB-LINE
           WRITE STUB-LINE
           IF WS-EXPREIMB-OPEN = 'Y'
               MOVE 'N' TO WS-EXPREIMB-EOF
               MOVE WS-CUR-EMP-ID-OUT TO EXPR-EMP-ID
               MOVE LOW-VALUES TO EXPR-CLAIM-NUMBER
               START EXPENSE-REIMB-FILE KEY IS >= EXPR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EXPREIMB-EOF
               END-START
               PERFORM UNTIL WS-EXPREIMB-EOF = 'Y'
                   READ EXPENSE-REIMB-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EXPREIMB-EOF
                       NOT AT END
                           IF EXPR-EMP-ID NOT = WS-CUR-EMP-ID-OUT
                               MOVE 'Y' TO WS-EXPREIMB-EOF
                           ELSE
                               IF EXPR-STATUS = 'P' AND
                                       EXPR-PAID-PERIOD-END =
                                       WS-CUR-PERIOD-END
                                   MOVE EXPR-CLAIM-NUMBER
                                       TO WS-RMB-CLAIM
                                   MOVE EXPR-DESCRIPTION
                                       TO WS-RMB-DESC
                                   MOVE EXPR-AMOUNT TO WS-RMB-AMOUNT
                                   WRITE STUB-LINE FROM WS-REIMB-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE '  TOTAL REIMBURSED: ' TO WS-NET-CAPTION
           MOVE WS-CUR-REIMBURSEMENT TO WS-NET-CURRENT
           WRITE STUB-LINE FROM WS-NET-LINE
           EXIT.

       PRINT-EARNINGS-LINES.
      *>   Coded premium lines (shift differential, holiday, on-call)
      *>   already included in the gross above, itemized so the
