      *> enrolled plans' premiums; an employee with none keeps the
      *> flat amounts on the employee master, so nothing changes for
      *> anyone until they are enrolled. ENRL-STATUS 'A' = active,
      *> 'T' = terminated coverage, 'P' = pending - created ahead of
      *> the entry date by BenefitEligibility's automatic enrollment
      *> and deducted from the first pay period ending on or after
      *> ENRL-EFFECTIVE-DATE - and 'W' = waived (the employee opted
      *> out of a default plan, which also counts as an election).
       01  BENEFIT-ENROLLMENT-RECORD.
           05  ENRL-KEY.
               10  ENRL-EMP-ID         PIC 9(5).
               10  ENRL-PLAN-CODE      PIC X(4).
           05  ENRL-STATUS             PIC X(1).
      *> Coverage start; zero (every enrollment keyed before it was
      *> carried) is effective from the start. ENRL-DEFERRAL-PCT,
      *> when not zero on a 401(k) plan, deducts that percent of the
      *> period's gross instead of the plan's flat amount.
      *> ENRL-SOURCE 'A' marks an automatic enrollment, space one
      *> keyed through BenefitEnrollMaint.
           05  ENRL-EFFECTIVE-DATE     PIC 9(8).
           05  ENRL-DEFERRAL-PCT       PIC 9(2)V99.
           05  ENRL-SOURCE             PIC X(1).
      *> Coverage tier for a health plan: 'EE' employee only, 'ES'
      *> employee and spouse, 'EC' employee and children, 'FM'
      *> family (spaces = employee only). ENRL-END-DATE is the last
      *> day of coverage on a terminated enrollment - set by
      *> CobraEventExtract when a qualifying event closes it - and
      *> zero while coverage is open.
           05  ENRL-COVERAGE-TIER      PIC X(2).
           05  ENRL-END-DATE           PIC 9(8).
