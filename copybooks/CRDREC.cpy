      *> FUTA credit-reduction record - the physical layout of
      *> CRDTABLE, one line per state per effective date. A state
      *> that has not repaid its federal unemployment loans loses
      *> part of the 5.4% state credit, and the employer owes the
      *> extra CRD-RATE on the FUTA-taxable wages paid there. The
      *> record with the latest effective date on or before the tax
      *> year's last day wins for each state, so a state coming off
      *> the list is closed out with a later record at a zero rate.
       01  CREDIT-REDUCTION-RECORD.
           05  CRD-EFFECTIVE-DATE      PIC 9(8).
           05  CRD-STATE               PIC X(2).
           05  CRD-RATE                PIC V9(4).
