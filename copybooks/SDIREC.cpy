      *> State disability and paid family/medical leave rate record -
      *> the physical layout of SDITAX, the effective-dated table of
      *> the employee-paid state programs (CA SDI, NJ TDI/FLI, NY
      *> DBL/PFL, WA and MA PFML) EmployeePayroll loads at startup.
      *> One record per state, program class, and effective date;
      *> the record with the latest effective date on or before the
      *> run's pay-period-end date wins for each state and class.
      *>   SDI-CLASS 'D': disability insurance (SDI, TDI, DBL).
      *>   SDI-CLASS 'F': family leave (PFL, FLI, PFML).
      *> SDI-EE-RATE is withheld from the employee; SDI-ER-RATE is
      *> the employer's own share of the same program, booked as
      *> payroll tax expense. SDI-WAGE-BASE caps the year's subject
      *> wages (zero = no cap), and SDI-EE-WEEKLY-MAX caps the
      *> employee amount per week of the pay period (zero = no cap -
      *> NY DBL is the one that needs it). Shared by
      *> EmployeePayroll and SdiTaxMaint so the layout can't drift
      *> between the loader and the editor.
       01  SDI-TAX-RECORD.
           05  SDI-EFFECTIVE-DATE      PIC 9(8).
           05  SDI-STATE               PIC X(2).
           05  SDI-CLASS               PIC X(1).
           05  SDI-EE-RATE             PIC V9(6).
           05  SDI-ER-RATE             PIC V9(6).
           05  SDI-WAGE-BASE           PIC 9(7)V99.
           05  SDI-EE-WEEKLY-MAX       PIC 9(3)V99.
