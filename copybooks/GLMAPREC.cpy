      *> GL chart-of-accounts mapping record - the physical layout of
      *> GLMAP, the table that turns each line of the payroll journal
      *> into the natural account accounting actually books to. One
      *> record per company, department, and posting category; a
      *> blank GLM-DEPT-CODE is the company-wide default for that
      *> category (the usual home of the cash, payable, and
      *> intercompany accounts, which follow the FEIN rather than the
      *> cost center). An exact department row always beats the
      *> company-wide row. Shared by EmployeePayroll,
      *> PaymentReversal, PayrollAccrual, PreflightCheck, and
      *> GlMapMaint so the layout and the category list can't drift
      *> between them.
      *>   Debit categories:
      *>     WAGE  wages expense
      *>     ERTX  employer payroll-tax expense (FICA, Medicare,
      *>           FUTA, SUTA matches)
      *>     MTCH  employer 401(k) match expense
      *>     SDIX  employer SDI/PFL expense
      *>     WCEX  workers' comp premium expense
      *>     ICDF  intercompany due-from (paying company)
      *>     REIM  expense reimbursement paid through the check
      *>           (credited back on a reversal)
      *>   Credit categories:
      *>     FITP  federal income tax withheld payable
      *>     SITP  state income tax withheld payable
      *>     LITP  local (occupational) tax withheld payable
      *>     SDIP  SDI/PFL payable
      *>     FICP  employer FICA/Medicare payable
      *>     FUTP  FUTA payable
      *>     SUTP  SUTA payable
      *>     HLTP  health insurer payable
      *>     K401  401(k) recordkeeper payable (deferral and match)
      *>     UNNP  union dues payable
      *>     DEDP  all other deductions payable (garnishments,
      *>           advances, arrears, imputed offsets)
      *>     WCPY  workers' comp premium payable
      *>     CASH  net pay cash
      *>     ICDT  intercompany due-to (owning company)
      *>   Month-end accrual credits (PayrollAccrual only; the
      *>   debits reuse WAGE, ERTX, and MTCH):
      *>     ACCW  accrued wages payable
      *>     ACCL  accrued employer tax and benefit load payable
      *> GLM-ACCOUNT-NAME, when not blank, replaces the journal's
      *> generic line description.
       01  GL-MAP-RECORD.
           05  GLM-COMPANY-CODE        PIC X(3).
           05  GLM-DEPT-CODE           PIC X(4).
           05  GLM-CATEGORY            PIC X(4).
               88  GLM-CATEGORY-VALID  VALUE 'WAGE' 'ERTX' 'MTCH'
                                             'SDIX' 'WCEX' 'ICDF'
                                             'FITP' 'SITP' 'LITP'
                                             'SDIP' 'FICP' 'FUTP'
                                             'SUTP' 'HLTP' 'K401'
                                             'UNNP' 'DEDP' 'WCPY'
                                             'CASH' 'ICDT'
                                             'ACCW' 'ACCL'
                                             'REIM'.
           05  GLM-ACCOUNT             PIC X(10).
           05  GLM-ACCOUNT-NAME        PIC X(20).
