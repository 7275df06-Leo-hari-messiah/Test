      *> Prevailing-wage record - the physical layout of PREVWAGE,
      *> the effective-dated contract/project table PrevWageMaint
      *> publishes. Each time-entry job code worked on a Davis-Bacon
      *> or state prevailing-wage contract maps to one record per
      *> effective date: the contract and the company holding it,
      *> the project, the wage determination incorporated into the
      *> contract, and the craft classification the hours charged
      *> to that job code are worked in, with the determination's
      *> required base and fringe rates per hour. The record with
      *> the latest effective date on or before the work date is
      *> the one in force. PWAG-FRINGE-METHOD 'P' means the fringe
      *> is paid to approved plans, funds or programs; 'C' (or
      *> space) means it is paid in cash on top of the base rate.
      *> A job code with no record here is not prevailing-wage work.
       01  PREVAILING-WAGE-RECORD.
           05  PWAG-EFFECTIVE-DATE     PIC 9(8).
           05  PWAG-JOB-CODE           PIC X(4).
           05  PWAG-CONTRACT-NO        PIC X(12).
           05  PWAG-COMPANY-CODE       PIC X(3).
           05  PWAG-PROJECT-NAME       PIC X(30).
           05  PWAG-PROJECT-LOCATION   PIC X(20).
           05  PWAG-WAGE-DETERMINATION PIC X(12).
           05  PWAG-CRAFT              PIC X(20).
           05  PWAG-BASE-RATE          PIC 9(3)V99.
           05  PWAG-FRINGE-RATE        PIC 9(3)V99.
           05  PWAG-FRINGE-METHOD      PIC X(1).
