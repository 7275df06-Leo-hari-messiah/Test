      *> Daily-overtime calculation area - the one parameter passed
      *> to DailyOtCalc, so EmployeePayroll and ControlRebuild price
      *> state daily overtime from one routine and the expected
      *> gross agrees with the paid gross to the penny. The caller
      *> fills the state rule in force, the rates and hours already
      *> priced, and the period's time entries; the routine returns
      *> the daily split and OTD-DAILY-WINS 'Y' when it pays more
      *> than the per-period ceiling the caller already priced.
       01  OT-DAY-CALC-AREA.
           05  OTD-PERIOD-END-DATE     PIC 9(8).
           05  OTD-DAILY-OT-HOURS      PIC 9(2)V99.
           05  OTD-DAILY-DT-HOURS      PIC 9(2)V99.
           05  OTD-WEEKLY-OT-HOURS     PIC 9(2)V99.
           05  OTD-SEVENTH-DAY         PIC X(1).
           05  OTD-SEVENTH-DT-HOURS    PIC 9(2)V99.
           05  OTD-DT-FACTOR           PIC 9V99.
           05  OTD-OT-FACTOR           PIC 9V99.
      *> The rate the overtime premium is built on (HOURLY-RATE, or
      *> the blended rate when entries overrode it), the straight
      *> time already earned on every hour, and the hours and
      *> overtime hours the per-period ceiling produced.
           05  OTD-BASE-RATE           PIC 9(3)V9(4).
           05  OTD-STRAIGHT-EARNINGS   PIC 9(7)V99.
           05  OTD-HOURS-WORKED        PIC 9(3)V99.
           05  OTD-PERIOD-OT-HOURS     PIC 9(3)V99.
           05  OTD-ENTRY-COUNT         PIC 9(3).
           05  OTD-ENTRY OCCURS 100 TIMES.
               10  OTD-ENTRY-DATE      PIC 9(8).
               10  OTD-ENTRY-HOURS     PIC 9(3)V99.
      *> Results.
           05  OTD-DAILY-WINS          PIC X(1).
           05  OTD-OT-HOURS            PIC 9(3)V99.
           05  OTD-DT-HOURS            PIC 9(3)V99.
           05  OTD-REGULAR-HOURS       PIC 9(3)V99.
           05  OTD-PREMIUM             PIC 9(5)V99.
           05  OTD-GROSS-PAY           PIC 9(5)V99.
      *> The daily breakdown, one line per day and kind of premium
      *> plus one per workweek whose straight time ran past the
      *> weekly hours, for the register's overtime detail.
           05  OTD-LINE-COUNT          PIC 9(2).
           05  OTD-LINE OCCURS 75 TIMES.
               10  OTD-LINE-DESC       PIC X(20).
               10  OTD-LINE-HOURS      PIC 9(3)V99.
               10  OTD-LINE-AMOUNT     PIC 9(5)V99.
