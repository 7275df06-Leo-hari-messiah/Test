      *>   TAX-PARM-TYPE 'U': federal unemployment (FUTA) - the net
      *>       rate in TAX-RATE and the annual wage base in
      *>       TAX-AMOUNT. Per-state SUTA rides the STTAX table.
      *>   TAX-PARM-TYPE 'D': pre-tax treatment of a deduction class -
      *>       bracket 1 health (Section 125), bracket 2 401(k),
      *>       bracket 3 union dues. Each TAX-PRETAX flag is 'Y' when
      *>       the class comes off that wage base before tax, 'N'
      *>       (or space) when it is taken after tax.
      *>   TAX-PARM-TYPE 'P': supplemental wages (bonus and gross-up
      *>       runs) - bracket 1 is the flat supplemental rate in
      *>       TAX-RATE; bracket 2 is the mandatory rate in TAX-RATE
      *>       for the year's supplemental wages above the threshold
      *>       in TAX-AMOUNT.
      *>   TAX-PARM-TYPE 'K': non-employee contractors - the backup
      *>       withholding rate in TAX-RATE and the 1099-NEC
      *>       reporting threshold in TAX-AMOUNT.
      *>   TAX-PARM-TYPE 'H': ACA employer mandate - bracket 1 is the
      *>       full-time threshold in monthly hours of service in
      *>       TAX-AMOUNT and the affordability percentage in
      *>       TAX-RATE; bracket 2 is the monthly average in
      *>       TAX-AMOUNT at which a variable-hour employee is flagged
      *>       as nearing full-time during a measurement period.
      *>   TAX-PARM-TYPE 'M': IRS standard business mileage rate in
      *>       dollars per mile in TAX-RATE - the most an accountable
      *>       mileage reimbursement may pay tax-free.
      *> Shared by EmployeePayroll and TaxTableMaint so the layout
      *> can't drift between the loader and the editor.
       01  TAX-TABLE-RECORD.
           05  TAX-BRACKET-LIMIT       PIC 9(7)V99.
           05  TAX-RATE                PIC V9(4).
           05  TAX-AMOUNT              PIC 9(7)V99.
      *> Appended behind the original layout so existing TAXTABLE
      *> lines stay readable; only the 'D' records fill them.
           05  TAX-PRETAX-INCOME       PIC X(1).
           05  TAX-PRETAX-FICA         PIC X(1).
           05  TAX-PRETAX-FUTA         PIC X(1).
