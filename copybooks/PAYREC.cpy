      *> taxing municipality.
           05  LOCALITY-CODE-OUT     PIC X(4).
           05  LOCAL-TAX-OUT         PIC 9(5)V99.
      *> The three taxable-wage figures this check was withheld on:
      *> gross less the deductions flagged pre-tax for income tax
      *> (federal/state/local), for FICA (Social Security and
      *> Medicare), and for FUTA/SUTA. Section 125 health comes off
      *> all three; traditional 401(k) only off income-tax wages.
           05  INCTAX-WAGES-OUT      PIC 9(5)V99.
           05  FICA-WAGES-OUT        PIC 9(5)V99.
           05  FUTA-WAGES-OUT        PIC 9(5)V99.
      *> State disability and family-leave withholding for the work
      *> state named in SDI-STATE-OUT - its own amounts rather than a
      *> piece of "other" deductions, so the W-2 box 14 lines and
      *> the state quarterly returns come from real figures. Spaces
      *> and zero outside the states that levy them.
           05  SDI-STATE-OUT         PIC X(2).
           05  SDI-TAX-OUT           PIC 9(5)V99.
           05  PFL-TAX-OUT           PIC 9(5)V99.
      *> Approved expense claims reimbursed on this check. Already
      *> inside NET-PAY, never inside GROSS-PAY or any taxable-wage
      *> figure - a stub shows it as its own section, and the
      *> deductions derived as gross less taxes less net must add it
      *> back. Zero on every run but the regular cycle.
           05  REIMBURSEMENT-OUT     PIC 9(5)V99.
