      *> Minimum wage record - the physical layout of MINWAGE, the
      *> effective-dated wage-floor table MinWageMaint publishes and
      *> MinWageCheck holds the master to before every payroll run.
      *> One record per jurisdiction per effective date: MINW-STATE
      *> spaces is the federal floor, a state with MINW-LOCALITY
      *> spaces is that state's statewide rate, and a state plus a
      *> LOCALITY-CODE is a city or county ordinance. The record with
      *> the latest effective date on or before the as-of date wins
      *> within a jurisdiction, and an employee is owed the highest
      *> of the federal, work-state and work-locality floors.
      *>   MINW-TIPPED-RATE   cash wage a tipped employee may be paid
      *>                      after the tip credit; zero means the
      *>                      jurisdiction allows no tip credit.
      *>   MINW-YOUTH-RATE    rate for an employee younger than
      *>                      MINW-YOUTH-AGE, for the first
      *>                      MINW-YOUTH-DAYS calendar days after hire
      *>                      (zero days - for as long as they are
      *>                      under age); zero rate means none.
      *>   MINW-EXEMPT-SALARY annual salary an exempt employee must
      *>                      be paid at least; zero means the
      *>                      jurisdiction sets no threshold of its
      *>                      own.
       01  MIN-WAGE-RECORD.
           05  MINW-EFFECTIVE-DATE     PIC 9(8).
           05  MINW-STATE              PIC X(2).
           05  MINW-LOCALITY           PIC X(4).
           05  MINW-REGULAR-RATE       PIC 9(2)V99.
           05  MINW-TIPPED-RATE        PIC 9(2)V99.
           05  MINW-YOUTH-RATE         PIC 9(2)V99.
           05  MINW-YOUTH-AGE          PIC 9(2).
           05  MINW-YOUTH-DAYS         PIC 9(3).
           05  MINW-EXEMPT-SALARY      PIC 9(7)V99.
           05  MINW-DESCRIPTION        PIC X(20).
