           05  PCHG-APPLIED-DATE       PIC 9(8).
           05  PCHG-REQUEST-DATE       PIC 9(8).
           05  PCHG-REQUEST-USER       PIC X(8).
           05  PCHG-WORKER-TYPE        PIC X(1).
           05  PCHG-BACKUP-WH-FLAG     PIC X(1).
           05  PCHG-FLSA-STATUS        PIC X(1).
      *> Pay scale placement. A pending record from before these
      *> existed reads non-numeric in PCHG-PAY-STEP and leaves the
      *> employee's placement as it is when it applies.
           05  PCHG-BARGAINING-UNIT    PIC X(4).
           05  PCHG-PAY-GRADE          PIC X(3).
           05  PCHG-PAY-STEP           PIC 9(2).
           05  PCHG-STEP-DATE          PIC 9(8).
