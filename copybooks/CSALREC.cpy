      *> Sales credit record - the physical layout of COMMSALE, keyed
      *> on rep, commission month (YYYYMM), order number, and order
      *> line. SalesCreditLoad writes one record per credit line on
      *> the order system's monthly feed; CommissionCalc stamps each
      *> with the rate it earned, the commission, and the period end
      *> of the run that paid it, so every commission dollar can be
      *> traced back to the sale it came from.
      *>   CSAL-CREDIT-TYPE  S sale, R return or chargeback (the
      *>                     amount and commission count against
      *>                     the rep)
      *>   CSAL-SETTLED-PERIOD  zero until the month is settled
       01  SALES-CREDIT-RECORD.
           05  CSAL-KEY.
               10  CSAL-EMP-ID             PIC 9(5).
               10  CSAL-MONTH              PIC 9(6).
               10  CSAL-ORDER-NUMBER       PIC X(10).
               10  CSAL-LINE-NUMBER        PIC 9(3).
           05  CSAL-CREDIT-TYPE            PIC X(1).
           05  CSAL-SALE-DATE              PIC 9(8).
           05  CSAL-PRODUCT-CLASS          PIC X(4).
           05  CSAL-CUSTOMER-NAME          PIC X(20).
           05  CSAL-AMOUNT                 PIC 9(7)V99.
           05  CSAL-LOAD-DATE              PIC 9(8).
           05  CSAL-RATE                   PIC 9V9(4).
           05  CSAL-COMMISSION             PIC 9(7)V99.
           05  CSAL-SETTLED-PERIOD         PIC 9(8).
