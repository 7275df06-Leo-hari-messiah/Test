      *> Closed-out company YTD record - the physical layout of
      *> CYTDFILE, keyed on EMP-ID plus the company the wages were
      *> paid under. When an employee transfers to another company
      *> the payroll run copies the live EMPLOYEE-YTD-RECORD here
      *> byte for byte, so every year-end and quarterly program
      *> reads a closed-out company exactly as it reads the live
      *> record (MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD). A
      *> transfer back to a company already closed out this year
      *> reopens its record as the live one instead of starting a
      *> second. QuarterClose rolls the QTD buckets in the image to
      *> zero with the live ones; YearEndClose archives and clears
      *> the file.
       01  COMPANY-YTD-RECORD.
           05  CYTD-KEY.
               10  CYTD-EMP-ID         PIC 9(5).
               10  CYTD-COMPANY-CODE   PIC X(3).
      *> The effective date of the transfer that closed the company
      *> out, the company the employee moved to, and whether that
      *> company took the wages over as a successor employer.
           05  CYTD-CLOSED-DATE        PIC 9(8).
           05  CYTD-TO-COMPANY-CODE    PIC X(3).
           05  CYTD-SUCCESSOR          PIC X(1).
           05  CYTD-CLOSED-RUN-DATE    PIC 9(8).
           05  CYTD-YTD-IMAGE          PIC X(412).
