      *> State overtime rule record - the physical layout of OTRULE,
      *> the effective-dated table of state daily-overtime law
      *> OtRuleMaint publishes and EmployeePayroll and ControlRebuild
      *> load at startup. One record per state per effective date;
      *> the record with the latest effective date on or before the
      *> pay-period-end date wins for the employee's WORK-STATE. A
      *> state with no record is paid on the per-period ceiling
      *> alone, which is every state without a daily rule.
      *>   OTRL-DAILY-OT-HOURS   hours in a workday past which time
      *>                         is overtime (8.00); zero = none.
      *>   OTRL-DAILY-DT-HOURS   hours in a workday past which time
      *>                         is double time (12.00); zero = none.
      *>   OTRL-WEEKLY-OT-HOURS  straight-time hours in a workweek
      *>                         past which the rest is overtime
      *>                         (40.00), counted after the daily
      *>                         overtime so no hour is paid twice.
      *>   OTRL-SEVENTH-DAY      'Y' - the seventh consecutive day
      *>                         worked in a workweek is premium
      *>                         from the first hour.
      *>   OTRL-SEVENTH-DT-HOURS hours on that seventh day paid at
      *>                         overtime before the rest is double
      *>                         time (8.00); zero = all overtime.
      *>   OTRL-DT-FACTOR        the double-time multiple (2.00).
      *> Shared by EmployeePayroll, ControlRebuild and OtRuleMaint so
      *> the layout can't drift between the loaders and the editor.
       01  OT-RULE-RECORD.
           05  OTRL-EFFECTIVE-DATE     PIC 9(8).
           05  OTRL-STATE              PIC X(2).
           05  OTRL-DAILY-OT-HOURS     PIC 9(2)V99.
           05  OTRL-DAILY-DT-HOURS     PIC 9(2)V99.
           05  OTRL-WEEKLY-OT-HOURS    PIC 9(2)V99.
           05  OTRL-SEVENTH-DAY        PIC X(1).
           05  OTRL-SEVENTH-DT-HOURS   PIC 9(2)V99.
           05  OTRL-DT-FACTOR          PIC 9V99.
           05  OTRL-DESCRIPTION        PIC X(20).
