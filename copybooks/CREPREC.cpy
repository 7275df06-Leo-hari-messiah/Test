      *> Commission rep record - the physical layout of COMMREP,
      *> keyed on CREP-EMP-ID. Names the commission plan a salesperson
      *> is paid on, the monthly quota their attainment is measured
      *> against, and the monthly draw. Set up by CommRepMaint;
      *> CommissionCalc carries the draw balance forward and marks
      *> each month settled, so a month is never paid twice.
      *>   CREP-DRAW-TYPE  R recoverable draw - a month the draw
      *>                     outruns earned commission adds the
      *>                     difference to CREP-DRAW-BALANCE, which
      *>                     later commission pays back first
      *>                   N non-recoverable (guaranteed) draw - the
      *>                     difference is forgiven
      *>                   space - no draw
      *> Returns and chargebacks that leave a month's commission
      *> below zero are owed back whatever the draw type.
      *>   CREP-STATUS     A active, I inactive (no longer settled)
       01  COMMISSION-REP-RECORD.
           05  CREP-EMP-ID             PIC 9(5).
           05  CREP-PLAN-CODE          PIC X(4).
           05  CREP-MONTHLY-QUOTA      PIC 9(7)V99.
           05  CREP-MONTHLY-DRAW       PIC 9(5)V99.
           05  CREP-DRAW-TYPE          PIC X(1).
           05  CREP-DRAW-BALANCE       PIC 9(7)V99.
           05  CREP-LAST-SETTLED-MONTH PIC 9(6).
           05  CREP-LAST-ACTIVITY-DATE PIC 9(8).
           05  CREP-STATUS             PIC X(1).
