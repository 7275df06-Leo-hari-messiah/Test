      *> Job-cost record - the physical layout of JCDETAIL, the
      *> per-run job-cost detail JobCostReport writes, and of
      *> JCFEED, the import feed handed to project accounting. One
      *> record per job code and employee: the hours charged and
      *> their wages at the entries' own rates, burdened with the
      *> employee's employer taxes (FICA and Medicare match, FUTA,
      *> SUTA, SDI and PFL), benefit plan employer share, 401(k)
      *> match and workers' comp premium for the check, each shared
      *> across the employee's entries by their wages.
      *> JOBC-FEED-TYPE 'R' is one payroll run, with the run's pay
      *> period end; 'M' is month to date, dated the last day of
      *> the month. JOBC-EXCEPTION 'U' marks hours charged to a job
      *> code not on JOBPROJ - carried on JCDETAIL so a later
      *> month-to-date pass can cost them once the job is added,
      *> never written to JCFEED.
       01  JOB-COST-RECORD.
           05  JOBC-FEED-TYPE          PIC X(1).
           05  JOBC-PERIOD-END-DATE    PIC 9(8).
           05  JOBC-PROJECT-CODE       PIC X(8).
           05  JOBC-CUSTOMER-CODE      PIC X(8).
           05  JOBC-JOB-CODE           PIC X(4).
           05  JOBC-EMP-ID             PIC 9(5).
           05  JOBC-EMP-NAME           PIC X(20).
           05  JOBC-COMPANY-CODE       PIC X(3).
           05  JOBC-DEPT-CODE          PIC X(4).
           05  JOBC-HOURS              PIC 9(5)V99.
           05  JOBC-WAGES              PIC 9(7)V99.
           05  JOBC-EMPLOYER-TAX       PIC 9(7)V99.
           05  JOBC-BENEFIT-COST       PIC 9(7)V99.
           05  JOBC-401K-MATCH         PIC 9(7)V99.
           05  JOBC-WC-PREMIUM         PIC 9(7)V99.
           05  JOBC-BURDENED-COST      PIC 9(8)V99.
           05  JOBC-BURDENED-RATE      PIC 9(4)V99.
           05  JOBC-EXCEPTION          PIC X(1).
