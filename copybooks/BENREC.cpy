           05  BPLAN-BIWEEKLY-PREM     PIC 9(3)V99.
           05  BPLAN-MONTHLY-PREM      PIC 9(3)V99.
           05  BPLAN-EMPLOYER-SHARE    PIC 9(3)V99.
      *> Eligibility rules, read by BenefitEligibility. The waiting
      *> period runs BPLAN-WAIT-DAYS from the employee's benefit
      *> date (DEMO-BENEFIT-DATE, else DEMO-HIRE-DATE); the entry
      *> rule then places the coverage start:
      *>   'D' or space  the day the waiting period is served
      *>   'M'           the first of the month on or after it
      *>   'Q'           the first of the calendar quarter on or
      *>                 after it
      *> BPLAN-MIN-WEEKLY-HOURS is the scheduled weekly hours an
      *> employee needs (zero = no minimum; salaried count as 40).
      *> BPLAN-ELIG-PAY-TYPES lists the PAY-TYPE codes covered, 'H'
      *> and/or 'S' (spaces = both), and BPLAN-ELIG-COMPANY the
      *> companies (all spaces = every company). BPLAN-AUTO-ENROLL
      *> 'Y' marks a default plan everyone eligible is enrolled in
      *> unless they opt out; for a 401(k) plan BPLAN-DEFAULT-PCT is
      *> the default deferral percent of gross (zero = the flat
      *> per-frequency amount above).
           05  BPLAN-WAIT-DAYS         PIC 9(3).
           05  BPLAN-ENTRY-RULE        PIC X(1).
           05  BPLAN-MIN-WEEKLY-HOURS  PIC 9(2)V99.
           05  BPLAN-ELIG-PAY-TYPES    PIC X(2).
           05  BPLAN-ELIG-COMPANY      PIC X(3) OCCURS 3 TIMES.
           05  BPLAN-AUTO-ENROLL       PIC X(1).
           05  BPLAN-DEFAULT-PCT       PIC 9(2)V99.
