      *> Expense reimbursement claim - the physical layout of
      *> EXPREIMB, keyed on EXPR-EMP-ID plus EXPR-CLAIM-NUMBER.
      *> ExpenseLoad writes one record per approved claim from the
      *> expense system's feed; EmployeePayroll adds the claims due
      *> by its period end to net pay - never to gross, taxable
      *> wages, or YTD, since an accountable-plan reimbursement is
      *> not wages - and marks each one paid.
      *>   EXPR-EXPENSE-TYPE  M mileage (EXPR-MILES driven)
      *>                      T travel
      *>                      O other accountable business expense
      *>   EXPR-STATUS        A approved, waiting for its payroll
      *>                      H held - failed the pre-disbursement
      *>                        check named in EXPR-HOLD-REASON and
      *>                        is not paid until a corrected claim
      *>                        replaces it
      *>                      P paid on the payroll for the period
      *>                        ending EXPR-PAID-PERIOD-END
      *> EXPR-DEPT-CODE is the department the expense is charged to,
      *> defaulted from the employee master when the claim names none.
       01  EXPENSE-REIMB-RECORD.
           05  EXPR-KEY.
               10  EXPR-EMP-ID         PIC 9(5).
               10  EXPR-CLAIM-NUMBER   PIC X(10).
           05  EXPR-PERIOD-END-DATE    PIC 9(8).
           05  EXPR-EXPENSE-TYPE       PIC X(1).
           05  EXPR-EXPENSE-DATE       PIC 9(8).
           05  EXPR-MILES              PIC 9(5)V9.
           05  EXPR-AMOUNT             PIC 9(5)V99.
           05  EXPR-APPROVER-ID        PIC X(8).
           05  EXPR-APPROVAL-DATE      PIC 9(8).
           05  EXPR-DEPT-CODE          PIC X(4).
           05  EXPR-DESCRIPTION        PIC X(20).
           05  EXPR-STATUS             PIC X(1).
           05  EXPR-HOLD-REASON        PIC X(30).
           05  EXPR-LOAD-DATE          PIC 9(8).
           05  EXPR-PAID-PERIOD-END    PIC 9(8).
