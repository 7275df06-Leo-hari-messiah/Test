       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD.
           05  ARCH-RECORD-TYPE        PIC X(1).
           05  ARCH-IMAGE              PIC X(250).
       01  HISTORY-ARCHIVE-TRAILER REDEFINES HISTORY-ARCHIVE-RECORD.
           05  ARCH-TRL-TYPE           PIC X(1).
           05  ARCH-TRL-COUNT          PIC 9(7).
           05  ARCH-TRL-GROSS          PIC 9(11)V99.
           05  FILLER                  PIC X(230).

       FD  AUDIT-LOG-IN-FILE.
       01  AUDIT-LOG-IN-RECORD.
