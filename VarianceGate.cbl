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

      *> Previous generation loaded once, matched in place; the
      *> MATCHED flag is what lets the disappeared-employee sweep
       01  WS-PASSED-GROSS             PIC 9(9)V99 VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7)  VALUE 0.
       01  WS-COLLISION-COUNT          PIC 9(7)  VALUE 0.
       01  WS-NEW-HOLD-RECORD          PIC X(250).
       01  WS-HELD-GROSS               PIC 9(9)V99 VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-RELEASED-GROSS           PIC 9(9)V99 VALUE 0.
               IN DISBURSE-PAYROLL-RECORD
           MOVE VHOLD-LOCAL-TAX TO LOCAL-TAX-OUT
               IN DISBURSE-PAYROLL-RECORD
           MOVE VHOLD-INCTAX-WAGES TO INCTAX-WAGES-OUT
               IN DISBURSE-PAYROLL-RECORD
           MOVE VHOLD-FICA-WAGES TO FICA-WAGES-OUT
               IN DISBURSE-PAYROLL-RECORD
           MOVE VHOLD-FUTA-WAGES TO FUTA-WAGES-OUT
               IN DISBURSE-PAYROLL-RECORD
           MOVE VHOLD-SDI-STATE TO SDI-STATE-OUT
               IN DISBURSE-PAYROLL-RECORD
           MOVE VHOLD-SDI-TAX TO SDI-TAX-OUT
               IN DISBURSE-PAYROLL-RECORD
           MOVE VHOLD-PFL-TAX TO PFL-TAX-OUT
               IN DISBURSE-PAYROLL-RECORD
           IF VHOLD-REIMBURSEMENT IS NUMERIC
               MOVE VHOLD-REIMBURSEMENT TO REIMBURSEMENT-OUT
                   IN DISBURSE-PAYROLL-RECORD
           ELSE
               MOVE 0 TO REIMBURSEMENT-OUT
                   IN DISBURSE-PAYROLL-RECORD
           END-IF
           WRITE DISBURSE-PAYROLL-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           ADD VHOLD-GROSS-PAY TO WS-RELEASED-GROSS
           MOVE WS-CUR-DED-UNION TO VHOLD-DED-UNION
           MOVE WS-CUR-LOCALITY-CODE TO VHOLD-LOCALITY-CODE
           MOVE WS-CUR-LOCAL-TAX TO VHOLD-LOCAL-TAX
           MOVE WS-CUR-INCTAX-WAGES TO VHOLD-INCTAX-WAGES
           MOVE WS-CUR-FICA-WAGES TO VHOLD-FICA-WAGES
           MOVE WS-CUR-FUTA-WAGES TO VHOLD-FUTA-WAGES
           MOVE WS-CUR-SDI-STATE TO VHOLD-SDI-STATE
           MOVE WS-CUR-SDI-TAX TO VHOLD-SDI-TAX
           MOVE WS-CUR-PFL-TAX TO VHOLD-PFL-TAX
           IF WS-CUR-REIMBURSEMENT IS NUMERIC
               MOVE WS-CUR-REIMBURSEMENT TO VHOLD-REIMBURSEMENT
           ELSE
               MOVE 0 TO VHOLD-REIMBURSEMENT
           END-IF
           MOVE WS-PRIOR-GROSS TO VHOLD-PRIOR-GROSS
           MOVE WS-VARIANCE-PCT TO VHOLD-VARIANCE-PCT
           MOVE WS-HOLD-REASON TO VHOLD-REASON
