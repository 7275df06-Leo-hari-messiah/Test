      *> ACA hours-of-service record - the physical layout of
      *> ACAHOURS, keyed on EMP-ID plus calendar month (YYYYMM).
      *> AcaHoursPost credits each regular pay period's hours here
      *> after the run: hours worked from the period's time entries
      *> (by work date), paid vacation and sick hours, and for
      *> salaried employees the 40-hours-a-week equivalency in place
      *> of counted hours. AcaMeasure averages the months of a
      *> measurement period from this file and Aca1095Process reads
      *> it for the months an employee was on the payroll.
      *> ACAH-LAST-PERIOD-END is the latest pay period already
      *> credited to the month, so a rerun of the posting step for
      *> the same period can never count its hours twice.
       01  ACA-HOURS-RECORD.
           05  ACAH-KEY.
               10  ACAH-EMP-ID             PIC 9(5).
               10  ACAH-MONTH              PIC 9(6).
           05  ACAH-WORKED-HOURS           PIC 9(4)V99.
           05  ACAH-LEAVE-HOURS            PIC 9(4)V99.
           05  ACAH-EQUIV-HOURS            PIC 9(4)V99.
      *> The company the employee was paid under in the month, so the
      *> 1094-C counts land on the right FEIN.
           05  ACAH-COMPANY-CODE           PIC X(3).
           05  ACAH-LAST-PERIOD-END        PIC 9(8).
