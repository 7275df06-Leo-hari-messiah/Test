      *> As-filed W-2 snapshot - the physical layout of W2SNAP, keyed
      *> on EMP-ID, tax year and the company (FEIN) the W-2 was
      *> issued under, since an employee who transferred companies
      *> during the year gets one W-2 from each. W2Process writes
      *> one record per W-2 it produces with the boxes exactly as
      *> issued to the employee and the agencies; W2cProcess
      *> compares it to the year's corrected totals and, once a W-2c
      *> goes out, rewrites it with the corrected figures so the
      *> next correction starts from what was last filed.
       01  W2-SNAPSHOT-RECORD.
           05  W2SNAP-KEY.
               10  W2SNAP-EMP-ID           PIC 9(5).
               10  W2SNAP-TAX-YEAR         PIC 9(4).
               10  W2SNAP-COMPANY-CODE     PIC X(3).
           05  W2SNAP-SSN                  PIC 9(9).
           05  W2SNAP-LEGAL-NAME           PIC X(35).
           05  W2SNAP-STATE-CODE           PIC X(2).
           05  W2SNAP-LOCALITY-CODE        PIC X(4).
           05  W2SNAP-BOX1-WAGES           PIC 9(9)V99.
           05  W2SNAP-BOX2-FEDERAL         PIC 9(9)V99.
           05  W2SNAP-BOX3-SS-WAGES        PIC 9(9)V99.
           05  W2SNAP-BOX5-MED-WAGES       PIC 9(9)V99.
           05  W2SNAP-BOX17-STATE-TAX      PIC 9(9)V99.
           05  W2SNAP-BOX19-LOCAL-TAX      PIC 9(9)V99.
      *> Date the figures above were last filed, and how many W-2c
      *> statements have been issued against the original.
           05  W2SNAP-FILED-DATE           PIC 9(8).
           05  W2SNAP-CORRECTION-COUNT     PIC 9(2).
