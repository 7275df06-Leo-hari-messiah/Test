      *> Variance-hold record - the physical layout of VARHOLD (240
      *> bytes, fixed). Carries the complete PAYROLL-RECORD image
      *> (copybooks/PAYREC.cpy field for field) so a supervisor
      *> release can put the held payment back into the disbursement
      *> path puts back on the disbursement record.
           05  VHOLD-LOCALITY-CODE     PIC X(4).
           05  VHOLD-LOCAL-TAX         PIC 9(5)V99.
      *> The three taxable-wage figures from the held record.
           05  VHOLD-INCTAX-WAGES      PIC 9(5)V99.
           05  VHOLD-FICA-WAGES        PIC 9(5)V99.
           05  VHOLD-FUTA-WAGES        PIC 9(5)V99.
      *> The state disability and family-leave withholding from the
      *> held record.
           05  VHOLD-SDI-STATE         PIC X(2).
           05  VHOLD-SDI-TAX           PIC 9(5)V99.
           05  VHOLD-PFL-TAX           PIC 9(5)V99.
      *> The expense reimbursement inside the held net pay. Records
      *> held before it existed read back non-numeric.
           05  VHOLD-REIMBURSEMENT     PIC 9(5)V99.
