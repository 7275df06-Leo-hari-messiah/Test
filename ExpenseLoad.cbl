       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseLoad.

      *> Loads the expense system's approved-claim feed into the
      *> keyed EXPREIMB file EmployeePayroll pays reimbursements
      *> from. The feed is one 'H' header naming the pay-period-end
      *> date of the payroll that is to pay the batch, a 'D' line per
      *> claim, and a 'T' trailer carrying the claim count and the
      *> sum of the claim amounts. A feed that does not prove to its
      *> header and trailer loads nothing and ends RC 8.
      *> Each claim is then edited. A claim that cannot be a claim at
      *> all (bad fields, unknown employee, already paid) is
      *> rejected; a claim that is well formed but must not be paid
      *> as it stands - no approver on it, or mileage claimed above
      *> the IRS standard rate for the miles driven - is loaded as
      *> held, so payroll passes it over until the expense system
      *> re-sends it corrected. Both are listed on the exception
      *> report before any money moves, and either ends RC 4.
      *> The IRS rate is the TAXTABLE 'M' record effective on the
      *> pay-period-end date; the VALUE below stands when there is
      *> none.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-FEED-FILE
            ASSIGN TO EXPFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPFEED-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT TAX-TABLE-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-FILE-STATUS.

           SELECT EXPENSE-REIMB-FILE
            ASSIGN TO EXPREIMB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPR-KEY
               FILE STATUS IS WS-EXPREIMB-FILE-STATUS.

           SELECT LOAD-REPORT-FILE
            ASSIGN TO EXPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-FEED-FILE.
       01  EXPENSE-FEED-RECORD.
           05  EFD-RECORD-TYPE         PIC X(1).
           05  EFD-BODY                PIC X(79).
           05  EFD-HEADER REDEFINES EFD-BODY.
               10  EFD-HDR-PERIOD-END  PIC 9(8).
               10  FILLER              PIC X(71).
           05  EFD-DETAIL REDEFINES EFD-BODY.
               10  EFD-EMP-ID          PIC 9(5).
               10  EFD-CLAIM-NUMBER    PIC X(10).
               10  EFD-EXPENSE-TYPE    PIC X(1).
               10  EFD-EXPENSE-DATE    PIC 9(8).
               10  EFD-MILES           PIC 9(5)V9.
               10  EFD-AMOUNT          PIC 9(5)V99.
               10  EFD-APPROVER-ID     PIC X(8).
               10  EFD-APPROVAL-DATE   PIC 9(8).
               10  EFD-DEPT-CODE       PIC X(4).
               10  EFD-DESCRIPTION     PIC X(20).
               10  FILLER              PIC X(2).
           05  EFD-TRAILER REDEFINES EFD-BODY.
               10  EFD-TRL-COUNT       PIC 9(7).
               10  EFD-TRL-AMOUNT      PIC 9(9)V99.
               10  FILLER              PIC X(61).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TAX-TABLE-FILE.
           COPY TAXREC.

       FD  EXPENSE-REIMB-FILE.
           COPY EXPREC.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXPFEED-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-TAXTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAXTBL-EOF               PIC X    VALUE 'N'.
       01  WS-EXPREIMB-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-FEED-PERIOD-END          PIC 9(8) VALUE 0.
       01  WS-HEADER-COUNT             PIC 9(3) VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(3) VALUE 0.
       01  WS-TRL-COUNT                PIC 9(7) VALUE 0.
       01  WS-TRL-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-FEED-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-FEED-DETAIL-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-FEED-BAD-TYPE-COUNT      PIC 9(7) VALUE 0.
       01  WS-FEED-VALID               PIC X    VALUE 'Y'.
       01  WS-CLAIM-VALID              PIC X    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-HOLD-REASON              PIC X(30) VALUE SPACES.

      *> IRS standard business mileage rate in dollars per mile, and
      *> the most a mileage claim may ask for at that rate.
       01  WS-MILEAGE-RATE             PIC V9(4) VALUE .7000.
       01  WS-MILEAGE-EFF-DATE         PIC 9(8) VALUE 0.
       01  WS-MILEAGE-LIMIT            PIC 9(7)V99 VALUE 0.

       01  WS-LOADED-COUNT             PIC 9(7) VALUE 0.
       01  WS-LOADED-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  WS-REPLACED-COUNT           PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-REJECT-AMOUNT            PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'EXPENSE REIMBURSEMENT LOAD    '.
           05  FILLER                  PIC X(12) VALUE 'PERIOD END: '.
           05  WS-RPH-PERIOD-END       PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
           05  WS-RPH-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(18) VALUE
               '  IRS MILE RATE: '.
           05  WS-RPH-MILEAGE-RATE     PIC 9.9999.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'CLAIMS NOT PAYABLE AS SENT              '.

       01  WS-EXCEPTION-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'EMP-ID CLAIM      T EXP DATE    MILES   '.
           05  FILLER                  PIC X(40) VALUE
               'AMOUNT  APPROVER DISPOSITION REASON     '.

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXL-CLAIM            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-TYPE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-EXPENSE-DATE     PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-MILES            PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-APPROVER         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-DISPOSITION      PIC X(11).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-REASON           PIC X(40).

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(60).
           05  WS-MSG-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MSG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT EXPENSE-FEED-FILE
           IF WS-EXPFEED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXPENSE-FEED-FILE, STATUS: '
                   WS-EXPFEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOAD-REPORT-FILE

           PERFORM PROVE-FEED-TOTALS
           PERFORM LOAD-MILEAGE-RATE

           MOVE WS-FEED-PERIOD-END TO WS-RPH-PERIOD-END
           MOVE WS-RUN-DATE TO WS-RPH-RUN-DATE
           MOVE WS-MILEAGE-RATE TO WS-RPH-MILEAGE-RATE
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE

           IF WS-FEED-VALID = 'N'
               PERFORM REPORT-FEED-REFUSED
               CLOSE LOAD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EXPENSE-REIMB-FILE
           IF WS-EXPREIMB-FILE-STATUS = '35'
               OPEN OUTPUT EXPENSE-REIMB-FILE
               CLOSE EXPENSE-REIMB-FILE
               OPEN I-O EXPENSE-REIMB-FILE
           END-IF

           WRITE LOAD-REPORT-LINE FROM WS-EXCEPTION-HEADING
           WRITE LOAD-REPORT-LINE FROM WS-EXCEPTION-COLUMNS

           OPEN INPUT EXPENSE-FEED-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EXPENSE-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF EFD-RECORD-TYPE = 'D'
                           PERFORM LOAD-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-FEED-FILE

           PERFORM REPORT-LOAD-TOTALS

           CLOSE EMPLOYEE-FILE
           CLOSE EXPENSE-REIMB-FILE
           CLOSE LOAD-REPORT-FILE

           DISPLAY 'EXPENSE-LOAD LOADED: ' WS-LOADED-COUNT
           DISPLAY 'EXPENSE-LOAD REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'EXPENSE-LOAD HELD: ' WS-HELD-COUNT
           DISPLAY 'EXPENSE-LOAD REJECTED: ' WS-REJECT-COUNT
           IF WS-HELD-COUNT > 0 OR WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROVE-FEED-TOTALS.
      *>   First pass: count and foot the claims and hold them up
      *>   against the one header and the one trailer.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EXPENSE-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM TALLY-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE EXPENSE-FEED-FILE

           IF WS-HEADER-COUNT NOT = 1 OR WS-TRAILER-COUNT NOT = 1
               MOVE 'N' TO WS-FEED-VALID
           END-IF
           IF WS-FEED-DETAIL-COUNT NOT = WS-TRL-COUNT OR
                   WS-FEED-DETAIL-AMOUNT NOT = WS-TRL-AMOUNT
               MOVE 'N' TO WS-FEED-VALID
           END-IF
           IF WS-FEED-BAD-TYPE-COUNT > 0
               MOVE 'N' TO WS-FEED-VALID
           END-IF
           IF WS-FEED-PERIOD-END = 0
               MOVE 'N' TO WS-FEED-VALID
           END-IF
           EXIT.

       TALLY-FEED-RECORD.
           EVALUATE EFD-RECORD-TYPE
               WHEN 'H'
                   ADD 1 TO WS-HEADER-COUNT
                   IF EFD-HDR-PERIOD-END IS NUMERIC
                       MOVE EFD-HDR-PERIOD-END TO WS-FEED-PERIOD-END
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-FEED-DETAIL-COUNT
                   IF EFD-AMOUNT IS NUMERIC
                       ADD EFD-AMOUNT TO WS-FEED-DETAIL-AMOUNT
                   END-IF
               WHEN 'T'
                   ADD 1 TO WS-TRAILER-COUNT
                   IF EFD-TRL-COUNT IS NUMERIC AND
                           EFD-TRL-AMOUNT IS NUMERIC
                       MOVE EFD-TRL-COUNT TO WS-TRL-COUNT
                       MOVE EFD-TRL-AMOUNT TO WS-TRL-AMOUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FEED-BAD-TYPE-COUNT
           END-EVALUATE
           EXIT.

       LOAD-MILEAGE-RATE.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-FILE-STATUS NOT = '00'
               DISPLAY 'NO TAX TABLE FILE FOUND, STATUS: '
                   WS-TAXTBL-FILE-STATUS
                   ' - COMPILED-IN MILEAGE RATE APPLIES'
           ELSE
               MOVE 'N' TO WS-TAXTBL-EOF
               PERFORM UNTIL WS-TAXTBL-EOF = 'Y'
                   READ TAX-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-TAXTBL-EOF
                       NOT AT END
                           IF TAX-PARM-TYPE = 'M' AND
                                   TAX-EFFECTIVE-DATE <=
                                   WS-FEED-PERIOD-END AND
                                   TAX-EFFECTIVE-DATE >=
                                   WS-MILEAGE-EFF-DATE
                               MOVE TAX-EFFECTIVE-DATE
                                   TO WS-MILEAGE-EFF-DATE
                               MOVE TAX-RATE TO WS-MILEAGE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE-FILE
           END-IF
           DISPLAY 'EXPENSE-LOAD IRS MILEAGE RATE: ' WS-MILEAGE-RATE
           EXIT.

       REPORT-FEED-REFUSED.
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'FEED REFUSED - NOTHING LOADED' TO WS-MSG-TEXT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'HEADER RECORDS (MUST BE 1)' TO WS-MSG-TEXT
           MOVE WS-HEADER-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'TRAILER RECORDS (MUST BE 1)' TO WS-MSG-TEXT
           MOVE WS-TRAILER-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'UNKNOWN RECORD TYPES' TO WS-MSG-TEXT
           MOVE WS-FEED-BAD-TYPE-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'CLAIMS / AMOUNT ON THE FEED' TO WS-MSG-TEXT
           MOVE WS-FEED-DETAIL-COUNT TO WS-MSG-COUNT
           MOVE WS-FEED-DETAIL-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'CLAIMS / AMOUNT PER THE TRAILER' TO WS-MSG-TEXT
           MOVE WS-TRL-COUNT TO WS-MSG-COUNT
           MOVE WS-TRL-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           DISPLAY 'EXPENSE-LOAD: FEED DOES NOT PROVE TO ITS '
               'HEADER AND TRAILER - NOTHING LOADED'
           EXIT.

       LOAD-CLAIM.
           MOVE 'Y' TO WS-CLAIM-VALID
           PERFORM EDIT-CLAIM
           IF WS-CLAIM-VALID = 'Y'
               PERFORM CHECK-CLAIM-PAYABLE
               MOVE EFD-EMP-ID TO EXPR-EMP-ID
               MOVE EFD-CLAIM-NUMBER TO EXPR-CLAIM-NUMBER
               PERFORM BUILD-CLAIM-RECORD
               WRITE EXPENSE-REIMB-RECORD
                   INVALID KEY
                       PERFORM REPLACE-CLAIM
                   NOT INVALID KEY
                       PERFORM TALLY-LOADED-CLAIM
               END-WRITE
           END-IF
           IF WS-CLAIM-VALID = 'N'
               PERFORM REJECT-CLAIM
           END-IF
           EXIT.

       EDIT-CLAIM.
           IF EFD-EMP-ID IS NOT NUMERIC OR
                   EFD-EXPENSE-DATE IS NOT NUMERIC OR
                   EFD-MILES IS NOT NUMERIC OR
                   EFD-AMOUNT IS NOT NUMERIC OR
                   EFD-APPROVAL-DATE IS NOT NUMERIC
               MOVE 'NON-NUMERIC FIELD ON CLAIM'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-CLAIM-VALID
           END-IF
           IF WS-CLAIM-VALID = 'Y'
               IF EFD-EXPENSE-TYPE NOT = 'M' AND
                       EFD-EXPENSE-TYPE NOT = 'T' AND
                       EFD-EXPENSE-TYPE NOT = 'O'
                   MOVE 'EXPENSE TYPE MUST BE M, T, OR O'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CLAIM-VALID
               END-IF
           END-IF
           IF WS-CLAIM-VALID = 'Y'
               IF EFD-AMOUNT = 0
                   MOVE 'ZERO CLAIM AMOUNT' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CLAIM-VALID
               END-IF
           END-IF
           IF WS-CLAIM-VALID = 'Y'
               IF EFD-CLAIM-NUMBER = SPACES
                   MOVE 'CLAIM NUMBER REQUIRED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CLAIM-VALID
               END-IF
           END-IF
           IF WS-CLAIM-VALID = 'Y'
               MOVE EFD-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-CLAIM-VALID
               END-READ
           END-IF
           EXIT.

       CHECK-CLAIM-PAYABLE.
      *>   A well-formed claim is still held from payment when nobody
      *>   approved it, or when a mileage claim asks for more than
      *>   the miles driven are worth at the IRS rate - the excess
      *>   would be wages, and this payment path never taxes.
           MOVE SPACES TO WS-HOLD-REASON
           IF EFD-APPROVER-ID = SPACES OR EFD-APPROVAL-DATE = 0
               MOVE 'NO APPROVAL ON THE CLAIM' TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES AND EFD-EXPENSE-TYPE = 'M'
               COMPUTE WS-MILEAGE-LIMIT ROUNDED =
                   EFD-MILES * WS-MILEAGE-RATE
               IF EFD-AMOUNT > WS-MILEAGE-LIMIT
                   MOVE 'MILEAGE OVER THE IRS RATE'
                       TO WS-HOLD-REASON
               END-IF
           END-IF
           EXIT.

       BUILD-CLAIM-RECORD.
           MOVE WS-FEED-PERIOD-END TO EXPR-PERIOD-END-DATE
           MOVE EFD-EXPENSE-TYPE TO EXPR-EXPENSE-TYPE
           MOVE EFD-EXPENSE-DATE TO EXPR-EXPENSE-DATE
           MOVE EFD-MILES TO EXPR-MILES
           MOVE EFD-AMOUNT TO EXPR-AMOUNT
           MOVE EFD-APPROVER-ID TO EXPR-APPROVER-ID
           MOVE EFD-APPROVAL-DATE TO EXPR-APPROVAL-DATE
           IF EFD-DEPT-CODE = SPACES
               MOVE DEPT-CODE TO EXPR-DEPT-CODE
           ELSE
               MOVE EFD-DEPT-CODE TO EXPR-DEPT-CODE
           END-IF
           MOVE EFD-DESCRIPTION TO EXPR-DESCRIPTION
           IF WS-HOLD-REASON = SPACES
               MOVE 'A' TO EXPR-STATUS
           ELSE
               MOVE 'H' TO EXPR-STATUS
           END-IF
           MOVE WS-HOLD-REASON TO EXPR-HOLD-REASON
           MOVE WS-RUN-DATE TO EXPR-LOAD-DATE
           MOVE 0 TO EXPR-PAID-PERIOD-END
           EXIT.

       REPLACE-CLAIM.
      *>   A re-sent claim - typically the corrected version of one
      *>   held last time - replaces the one on file only while it is
      *>   still unpaid.
           READ EXPENSE-REIMB-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF EXPR-STATUS = 'P'
               MOVE 'CLAIM ALREADY PAID - NOT REPLACED'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-CLAIM-VALID
           ELSE
               PERFORM BUILD-CLAIM-RECORD
               REWRITE EXPENSE-REIMB-RECORD
               ADD 1 TO WS-REPLACED-COUNT
               PERFORM TALLY-LOADED-CLAIM
           END-IF
           EXIT.

       TALLY-LOADED-CLAIM.
           IF EXPR-STATUS = 'H'
               ADD 1 TO WS-HELD-COUNT
               ADD EXPR-AMOUNT TO WS-HELD-AMOUNT
               MOVE 'HELD' TO WS-EXL-DISPOSITION
               MOVE WS-HOLD-REASON TO WS-EXL-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-LOADED-COUNT
               ADD EXPR-AMOUNT TO WS-LOADED-AMOUNT
           END-IF
           EXIT.

       REJECT-CLAIM.
           IF EFD-AMOUNT IS NUMERIC
               ADD EFD-AMOUNT TO WS-REJECT-AMOUNT
           END-IF
           MOVE 'REJECTED' TO WS-EXL-DISPOSITION
           MOVE WS-REJECT-REASON TO WS-EXL-REASON
           PERFORM WRITE-EXCEPTION-LINE
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

       WRITE-EXCEPTION-LINE.
           MOVE EFD-EMP-ID TO WS-EXL-EMP-ID
           MOVE EFD-CLAIM-NUMBER TO WS-EXL-CLAIM
           MOVE EFD-EXPENSE-TYPE TO WS-EXL-TYPE
           MOVE EFD-EXPENSE-DATE TO WS-EXL-EXPENSE-DATE
           IF EFD-MILES IS NUMERIC
               MOVE EFD-MILES TO WS-EXL-MILES
           ELSE
               MOVE 0 TO WS-EXL-MILES
           END-IF
           IF EFD-AMOUNT IS NUMERIC
               MOVE EFD-AMOUNT TO WS-EXL-AMOUNT
           ELSE
               MOVE 0 TO WS-EXL-AMOUNT
           END-IF
           MOVE EFD-APPROVER-ID TO WS-EXL-APPROVER
           WRITE LOAD-REPORT-LINE FROM WS-EXCEPTION-LINE
           EXIT.

       REPORT-LOAD-TOTALS.
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'CLAIMS / AMOUNT ON THE FEED' TO WS-MSG-TEXT
           MOVE WS-FEED-DETAIL-COUNT TO WS-MSG-COUNT
           MOVE WS-FEED-DETAIL-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'APPROVED CLAIMS LOADED FOR PAYMENT' TO WS-MSG-TEXT
           MOVE WS-LOADED-COUNT TO WS-MSG-COUNT
           MOVE WS-LOADED-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'CLAIMS HELD FROM PAYMENT' TO WS-MSG-TEXT
           MOVE WS-HELD-COUNT TO WS-MSG-COUNT
           MOVE WS-HELD-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'UNPAID CLAIMS REPLACED BY A RE-SEND' TO WS-MSG-TEXT
           MOVE WS-REPLACED-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'CLAIMS REJECTED' TO WS-MSG-TEXT
           MOVE WS-REJECT-COUNT TO WS-MSG-COUNT
           MOVE WS-REJECT-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           EXIT.
