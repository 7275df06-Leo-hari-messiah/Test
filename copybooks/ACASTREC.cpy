      *> ACA full-time status record - the physical layout of
      *> ACASTAT, keyed on EMP-ID plus the first month (YYYYMM) of
      *> the stability period the status governs. AcaMeasure writes
      *> one record per ongoing employee at the close of each
      *> standard measurement period: the hours of service counted,
      *> their monthly average, and whether that average met the
      *> full-time threshold. The status holds for every month from
      *> ACAS-STABILITY-START through ACAS-STABILITY-END regardless
      *> of the hours actually worked in those months, which is what
      *> Aca1095Process reports on line 14 and counts on the 1094-C.
      *> ACAS-FULL-TIME 'F' = full-time, 'P' = not full-time.
       01  ACA-STATUS-RECORD.
           05  ACAS-KEY.
               10  ACAS-EMP-ID             PIC 9(5).
               10  ACAS-STABILITY-START    PIC 9(6).
           05  ACAS-STABILITY-END          PIC 9(6).
           05  ACAS-MEASURE-START          PIC 9(6).
           05  ACAS-MEASURE-END            PIC 9(6).
           05  ACAS-TOTAL-HOURS            PIC 9(5)V99.
           05  ACAS-AVERAGE-HOURS          PIC 9(4)V99.
           05  ACAS-FULL-TIME              PIC X(1).
           05  ACAS-MEASURED-DATE          PIC 9(8).
