
       REPRICE-ONE-PERIOD.
      *>   Reversals ('V') and correction reruns ('C') are not real
      *>   original wages, and off-cycle bonuses ('B'), gross-up
      *>   payments ('G'), and manual checks ('M', keyed gross)
      *>   never depended on the hourly rate - a rate raise owes
      *>   nothing on any of them. Regular periods scale by the
      *>   rate ratio, which re-prices the gross the way the rate
      *>   change would have, overtime factor and all.
           IF PHIST-RUN-TYPE = 'V' OR PHIST-RUN-TYPE = 'C' OR
                   PHIST-RUN-TYPE = 'B' OR PHIST-RUN-TYPE = 'G' OR
                   PHIST-RUN-TYPE = 'M'
               CONTINUE
           ELSE
               COMPUTE WS-NEW-GROSS ROUNDED =
