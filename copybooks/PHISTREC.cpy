           05  PHIST-RUN-TYPE              PIC X(1).
           05  PHIST-PERIOD-START-DATE     PIC 9(8).
           05  PHIST-LOCAL-TAX             PIC 9(5)V99.
      *> Taxable-wage figures carried from PAYROLL-RECORD. Records
      *> written before these existed read back short (non-numeric);
      *> every wage base was the full gross for those periods.
           05  PHIST-INCTAX-WAGES          PIC 9(5)V99.
           05  PHIST-FICA-WAGES            PIC 9(5)V99.
           05  PHIST-FUTA-WAGES            PIC 9(5)V99.
      *> State disability and family-leave withholding carried from
      *> PAYROLL-RECORD. Records written before these existed read
      *> back non-numeric; nothing was withheld as SDI/PFL then.
           05  PHIST-SDI-STATE             PIC X(2).
           05  PHIST-SDI-TAX               PIC 9(5)V99.
           05  PHIST-PFL-TAX               PIC 9(5)V99.
      *> Per-type deduction split, the disability and family-leave
      *> subject wages, and the employer matches the payment
      *> accrued - the figures the YTD and QTD buckets are posted
      *> from, so those buckets can be re-proved from history.
      *> Records written before these existed read back
      *> non-numeric; only the lump figures above are known for
      *> them. A reversal of such a record carries spaces here.
           05  PHIST-DETAIL.
               10  PHIST-DEDUCTIONS        PIC 9(5)V99.
               10  PHIST-DED-HEALTH        PIC 9(5)V99.
               10  PHIST-DED-401K          PIC 9(5)V99.
               10  PHIST-DED-UNION         PIC 9(5)V99.
               10  PHIST-SDI-WAGES         PIC 9(5)V99.
               10  PHIST-PFL-WAGES         PIC 9(5)V99.
               10  PHIST-FICA-MATCH        PIC 9(5)V99.
               10  PHIST-MEDICARE-MATCH    PIC 9(5)V99.
               10  PHIST-SDI-ER-TAX        PIC 9(5)V99.
               10  PHIST-PFL-ER-TAX        PIC 9(5)V99.
      *> The employer 401(k) match the payment accrued and the
      *> imputed (non-cash) income inside its gross, for the plan
      *> census. Records written before these existed read back
      *> non-numeric.
           05  PHIST-401K-MATCH            PIC 9(5)V99.
           05  PHIST-IMPUTED-INCOME        PIC 9(5)V99.
      *> Expense reimbursement paid inside PHIST-NET-PAY - not
      *> wages, so it is in no YTD bucket. Records written before
      *> it existed read back non-numeric; none was paid then.
           05  PHIST-REIMBURSEMENT         PIC 9(5)V99.
      *> The leave the payment covered: vacation and sick hours
      *> taken in the period, and the hours the period accrued under
      *> the leave plan - what the year-end total compensation
      *> statement values leave from. Records written before these
      *> existed read back non-numeric; a gross-up, manual check or
      *> reversal carries zero, and a final check accrues nothing.
           05  PHIST-VAC-HOURS-TAKEN       PIC 9(3)V99.
           05  PHIST-SICK-HOURS-TAKEN      PIC 9(3)V99.
           05  PHIST-VAC-HOURS-ACCRUED     PIC 9(3)V99.
           05  PHIST-SICK-HOURS-ACCRUED    PIC 9(3)V99.
