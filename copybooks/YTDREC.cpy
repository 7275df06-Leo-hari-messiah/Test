      *> Employee year-to-date record - the physical layout of
      *> YTDFILE (412 bytes, fixed). Shared by every program that
      *> opens EMPLOYEE-YTD-FILE so the FD can't drift out of sync
      *> with the real dataset the way EMPLOYEE-RECORD once did
      *> across its hand-copies. The QTD buckets accumulate alongside
           05  YTD-DED-401K            PIC 9(9)V99.
           05  YTD-DED-UNION           PIC 9(9)V99.
           05  YTD-DED-OTHER           PIC 9(9)V99.
      *> Taxable-wage accumulations behind the three wage bases:
      *> income-tax wages are W-2 box 1, FICA wages are boxes 3
      *> (up to the Social Security wage base) and 5, and FUTA/SUTA
      *> wages feed the unemployment returns. Appended behind the
      *> original layout; a record carried over from before they
      *> existed reads non-numeric here and is seeded from the
      *> gross buckets - those wages were all taxed as gross.
           05  YTD-INCTAX-WAGES        PIC 9(9)V99.
           05  YTD-FICA-WAGES          PIC 9(9)V99.
           05  YTD-FUTA-WAGES          PIC 9(9)V99.
           05  QTD-INCTAX-WAGES        PIC 9(9)V99.
           05  QTD-FICA-WAGES          PIC 9(9)V99.
           05  QTD-FUTA-WAGES          PIC 9(9)V99.
      *> Supplemental wages (bonus and gross-up runs) paid so far this
      *> year - the running figure the mandatory supplemental rate
      *> threshold is tested against. A record from before the
      *> bucket existed reads non-numeric and starts from zero.
           05  YTD-SUPP-WAGES          PIC 9(9)V99.
      *> State disability ('D') and family-leave ('F') programs:
      *> the subject wages the annual wage base is tested against,
      *> the employee withholding (W-2 box 14 and the state
      *> quarterly returns), and the employer's own share for the
      *> quarter. A record from before these existed reads
      *> non-numeric and starts from zero.
           05  YTD-SDI-WAGES           PIC 9(9)V99.
           05  YTD-SDI-TAX             PIC 9(9)V99.
           05  YTD-PFL-WAGES           PIC 9(9)V99.
           05  YTD-PFL-TAX             PIC 9(9)V99.
           05  QTD-SDI-WAGES           PIC 9(9)V99.
           05  QTD-SDI-TAX             PIC 9(9)V99.
           05  QTD-PFL-WAGES           PIC 9(9)V99.
           05  QTD-PFL-TAX             PIC 9(9)V99.
           05  QTD-SDI-ER-TAX          PIC 9(9)V99.
           05  QTD-PFL-ER-TAX          PIC 9(9)V99.
      *> The company (COMPMAST code) whose payroll these buckets
      *> belong to, and the date it began - zero when the employee
      *> has been with it since the year started. A company
      *> transfer closes the buckets out to COMPANY-YTD-FILE and
      *> starts this record over for the new company; the wages a
      *> successor employer may count toward its Social Security
      *> and FUTA/SUTA wage bases ride over in the predecessor
      *> buckets, and the 401(k) deferrals taken under earlier
      *> companies always do - the annual limit is the employee's,
      *> not the company's. A record from before these existed
      *> reads non-numeric here, starts with nothing carried, and
      *> is stamped with the master's company on its next update.
           05  YTD-COMPANY-CODE        PIC X(3).
           05  YTD-COMPANY-START-DATE  PIC 9(8).
           05  YTD-PRED-FICA-WAGES     PIC 9(9)V99.
           05  YTD-PRED-FUTA-WAGES     PIC 9(9)V99.
           05  YTD-PRIOR-CO-401K       PIC 9(9)V99.
