      *> Company transfer - the physical layout of COXFER, keyed on
      *> EMP-ID plus effective date the same way PENDCHG is. A
      *> maintenance 'X' transaction lands here; the first
      *> EmployeePayroll run whose pay-period-end reaches the date
      *> closes the employee's YTD figures out under the old
      *> company, starts the new company's, moves COMPANY-CODE on
      *> the master, and marks the transfer applied. Every check
      *> from that run on is the new company's wages.
       01  COMPANY-TRANSFER-RECORD.
           05  XFER-KEY.
               10  XFER-EMP-ID         PIC 9(5).
               10  XFER-EFFECTIVE-DATE PIC 9(8).
           05  XFER-FROM-COMPANY-CODE  PIC X(3).
           05  XFER-TO-COMPANY-CODE    PIC X(3).
      *> 'Y' when the new company acquired the old one's business
      *> and qualifies as a successor employer: the wages already
      *> paid this year count toward its Social Security and
      *> FUTA/SUTA wage bases. 'N' or space starts the bases over.
           05  XFER-SUCCESSOR          PIC X(1).
      *> 'P' = waiting for its effective date, 'A' = applied, 'R' =
      *> refused by the payroll run (kept on file with the rest as
      *> the audit trail).
           05  XFER-STATUS             PIC X(1).
           05  XFER-APPLIED-DATE       PIC 9(8).
           05  XFER-REQUEST-DATE       PIC 9(8).
           05  XFER-REQUEST-USER       PIC X(8).
