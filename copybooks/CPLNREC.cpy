      *> Commission plan tier record - the physical layout of
      *> COMMPLAN, the table CommissionCalc prices every sales credit
      *> from. One record per plan, product class, and quota
      *> attainment tier: a rep whose net credited sales for the
      *> month reach CPLN-ATTAIN-FLOOR percent of quota earns
      *> CPLN-RATE on every credit in that class for the month, from
      *> the first dollar. A blank CPLN-PRODUCT-CLASS is the plan's
      *> rate for every class without tiers of its own. Each plan and
      *> class starts with a zero-floor tier, so every credit has a
      *> rate. Published by CommPlanMaint only after its edits pass.
       01  COMMISSION-PLAN-RECORD.
           05  CPLN-PLAN-CODE          PIC X(4).
           05  CPLN-PRODUCT-CLASS      PIC X(4).
           05  CPLN-ATTAIN-FLOOR       PIC 9(3)V99.
           05  CPLN-RATE               PIC 9V9(4).
           05  CPLN-DESCRIPTION        PIC X(20).
