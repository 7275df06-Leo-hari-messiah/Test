      *> Pay scale record - the physical layout of PAYSCALE, the
      *> effective-dated grade/step table PayScaleMaint publishes.
      *> One record per bargaining unit, grade and step per
      *> effective date (unit spaces is the non-represented scale);
      *> the record with the latest effective date on or before the
      *> as-of date is the rate in force. An hourly employee on the
      *> scale is paid PSCL-HOURLY-RATE, a salaried one
      *> PSCL-ANNUAL-SALARY spread over their pay periods.
      *> PSCL-MONTHS-IN-STEP is how long an employee serves in this
      *> step before the next one falls due; zero marks the top
      *> step of the grade. StepProgression and ScaleReprice read
      *> it; neither touches the master directly - both park
      *> effective-dated changes on PENDCHG.
       01  PAY-SCALE-RECORD.
           05  PSCL-EFFECTIVE-DATE     PIC 9(8).
           05  PSCL-BARGAINING-UNIT    PIC X(4).
           05  PSCL-PAY-GRADE          PIC X(3).
           05  PSCL-PAY-STEP           PIC 9(2).
           05  PSCL-HOURLY-RATE        PIC 9(2)V99.
           05  PSCL-ANNUAL-SALARY      PIC 9(7)V99.
           05  PSCL-MONTHS-IN-STEP     PIC 9(3).
           05  PSCL-DESCRIPTION        PIC X(20).
