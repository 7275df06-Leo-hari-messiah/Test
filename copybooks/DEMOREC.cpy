      *> Employee demographics record - the physical layout of
      *> DEMOFILE (165 bytes, fixed), keyed on DEMO-EMP-ID. Carries
      *> the identity data EMPREC never did: SSN, full legal name,
      *> mailing address, and hire date. Maintained by
      *> DemographicsMaint, consumed by W2Process for the statement
      *> and tax extract, by NachaFileGen for the ACH individual
      *> name field, and by RetirementCensus for the plan census.
       01  DEMOGRAPHICS-RECORD.
           05  DEMO-EMP-ID             PIC 9(5).
           05  DEMO-SSN                PIC 9(9).
           05  DEMO-ADDR-STATE         PIC X(2).
           05  DEMO-ADDR-ZIP           PIC X(10).
           05  DEMO-HIRE-DATE          PIC 9(8).
      *> Separation and rehire dates, kept by EmployeeMaintenance's
      *> 'T' and 'R' transactions. DEMO-HIRE-DATE stays the original
      *> hire date for good; a rehire only ever adds to the record.
      *> DEMO-SERVICE-DATE is where leave-plan service tiers are
      *> counted from and DEMO-BENEFIT-DATE where benefit waiting
      *> periods are counted from - the break-in-service rules at
      *> rehire either leave them on the earlier service or restart
      *> them at the rehire date. A zero service or benefit date
      *> (every employee never rehired) means DEMO-HIRE-DATE.
           05  DEMO-TERM-DATE          PIC 9(8).
           05  DEMO-REHIRE-DATE        PIC 9(8).
           05  DEMO-SERVICE-DATE       PIC 9(8).
           05  DEMO-BENEFIT-DATE       PIC 9(8).
      *> Birth date, and the ownership and officer status the
      *> retirement plan's key and highly-compensated employee
      *> tests turn on. DEMO-OWNERSHIP-PCT is the percent of the
      *> employer the employee owns, family attribution included;
      *> DEMO-OFFICER-FLAG 'Y' marks an officer. A record from
      *> before these existed reads non-numeric here: no birth date
      *> on file, no ownership, not an officer.
           05  DEMO-BIRTH-DATE         PIC 9(8).
           05  DEMO-OWNERSHIP-PCT      PIC 9(3)V99.
           05  DEMO-OFFICER-FLAG       PIC X(1).
