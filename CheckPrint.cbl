           05  WS-CUR-DED-UNION        PIC 9(3)V99.
           05  WS-CUR-LOCALITY-CODE    PIC X(4).
           05  WS-CUR-LOCAL-TAX        PIC 9(5)V99.
           05  WS-CUR-INCTAX-WAGES     PIC 9(5)V99.
           05  WS-CUR-FICA-WAGES       PIC 9(5)V99.
           05  WS-CUR-FUTA-WAGES       PIC 9(5)V99.
           05  WS-CUR-SDI-STATE        PIC X(2).
           05  WS-CUR-SDI-TAX          PIC 9(5)V99.
           05  WS-CUR-PFL-TAX          PIC 9(5)V99.
           05  WS-CUR-REIMBURSEMENT    PIC 9(5)V99.

       01  WS-NEXT-RECORD              PIC X(200).

       01  WS-CHECK-FACE-1.
           05  FILLER                  PIC X(16) VALUE
