       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcaHoursPost.

      *> Credits the pay period just run to the ACA hours-of-service
      *> file, month by month, so the look-back measurement has a
      *> full history to average instead of a time file that is
      *> reloaded every cycle. Runs in the payroll chain after the
      *> disbursement step and before the time sweep. For every
      *> regular or correction PAYHIST record of the period:
      *>   - hourly employees are credited the hours on the period's
      *>     time entries, each in the month of its work date (the
      *>     master HOURS-WORKED when the entries are gone), plus the
      *>     paid vacation and sick hours taken in the period;
      *>   - salaried employees are credited the equivalency of 40
      *>     hours a week for the pay frequency, which already covers
      *>     any paid leave in the period;
      *>   - contractors are not employees and are passed over;
      *>   - bonus, gross-up and reversal records carry no hours.
      *> A month already credited with this period (or a later one)
      *> is left alone, so rerunning the step is harmless.
      *> SYSIN cols 1-8 name the pay-period-end date; blank takes
      *> today, the same default the payroll run itself uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT TIME-ENTRY-FILE
            ASSIGN TO TIMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIME-KEY
               FILE STATUS IS WS-TIME-FILE-STATUS.

           SELECT ACA-HOURS-FILE
            ASSIGN TO ACAHOURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACAH-KEY
               FILE STATUS IS WS-ACAHRS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIME-ENTRY-FILE.
           COPY TIMEREC.

       FD  ACA-HOURS-FILE.
           COPY ACAHREC.

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-TIME-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TIME-FILE-OPEN           PIC X    VALUE 'N'.
       01  WS-TIME-EOF                 PIC X    VALUE 'N'.
       01  WS-ACAHRS-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-EMPLOYEE-FOUND           PIC X    VALUE 'N'.

       01  WS-ACA-PARM-CARD.
           05  WS-PARM-PERIOD-END      PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END.
           05  WS-PERIOD-END-MONTH     PIC 9(6).
           05  WS-PERIOD-END-DAY       PIC 9(2).

       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-MONTH           PIC 9(6).
           05  WS-WORK-DAY             PIC 9(2).

      *> Salaried equivalency: 40 hours a week, so a monthly period
      *> is 40 x 52 / 12 hours.
       01  WS-WEEKLY-EQUIV-HOURS       PIC 9(3)V99 VALUE 40.00.
       01  WS-BIWEEKLY-EQUIV-HOURS     PIC 9(3)V99 VALUE 80.00.
       01  WS-MONTHLY-EQUIV-HOURS      PIC 9(3)V99 VALUE 173.33.

      *> One employee-period's hours, bucketed by calendar month
      *> before any ACAHOURS record is touched, so a month is read
      *> and rewritten once per period however many time entries
      *> fall in it.
       01  WS-MONTH-BUCKET-TABLE.
           05  WS-MONTH-BUCKET OCCURS 6 TIMES.
               10  WS-MB-MONTH         PIC 9(6).
               10  WS-MB-WORKED        PIC 9(4)V99.
               10  WS-MB-LEAVE         PIC 9(4)V99.
               10  WS-MB-EQUIV         PIC 9(4)V99.
       01  WS-BUCKET-COUNT             PIC 9(2) VALUE 0.
       01  WS-BKT-SUB                  PIC 9(2) VALUE 0.
       01  WS-BKT-FOUND                PIC X    VALUE 'N'.
       01  WS-BUCKET-MONTH             PIC 9(6) VALUE 0.
       01  WS-ENTRY-COUNT              PIC 9(3) VALUE 0.
       01  WS-POST-COMPANY             PIC X(3) VALUE SPACES.

       01  WS-PERIOD-RECORDS           PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-POSTED         PIC 9(7) VALUE 0.
       01  WS-CONTRACTORS-PASSED       PIC 9(7) VALUE 0.
       01  WS-NO-MASTER-COUNT          PIC 9(7) VALUE 0.
       01  WS-MASTER-HOURS-COUNT       PIC 9(7) VALUE 0.
       01  WS-MONTHS-WRITTEN           PIC 9(7) VALUE 0.
       01  WS-MONTHS-UPDATED           PIC 9(7) VALUE 0.
       01  WS-MONTHS-ALREADY-POSTED    PIC 9(7) VALUE 0.
       01  WS-TOTAL-WORKED             PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-LEAVE              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EQUIV              PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PAYHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TIME-ENTRY-FILE
           IF WS-TIME-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TIME-FILE-OPEN
           ELSE
               DISPLAY 'NO TIME-ENTRY-FILE, STATUS: '
                   WS-TIME-FILE-STATUS
                   ' - MASTER HOURS-WORKED CREDITED FOR HOURLY STAFF'
           END-IF

      *>   First run against a brand-new ACAHOURS: create it empty,
      *>   then reopen for update.
           OPEN I-O ACA-HOURS-FILE
           IF WS-ACAHRS-FILE-STATUS = '35'
               OPEN OUTPUT ACA-HOURS-FILE
               CLOSE ACA-HOURS-FILE
               OPEN I-O ACA-HOURS-FILE
           END-IF
           IF WS-ACAHRS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACA-HOURS-FILE, STATUS: '
                   WS-ACAHRS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ACA-PARM-CARD
           ACCEPT WS-ACA-PARM-CARD FROM SYSIN
           IF WS-PARM-PERIOD-END IS NUMERIC AND
                   WS-PARM-PERIOD-END NOT = '00000000'
               MOVE WS-PARM-PERIOD-END TO WS-PERIOD-END
           ELSE
               ACCEPT WS-PERIOD-END FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'ACA-HOURS PAY PERIOD ENDING: ' WS-PERIOD-END

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PAYROLL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PHIST-PERIOD-END-DATE = WS-PERIOD-END AND
                               (PHIST-RUN-TYPE = 'R' OR
                                PHIST-RUN-TYPE = 'C' OR
                                PHIST-RUN-TYPE = SPACE)
                           ADD 1 TO WS-PERIOD-RECORDS
                           PERFORM POST-EMPLOYEE-PERIOD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-TIME-FILE-OPEN = 'Y'
               CLOSE TIME-ENTRY-FILE
           END-IF
           CLOSE ACA-HOURS-FILE

           DISPLAY 'ACA-HOURS PERIOD RECORDS READ: ' WS-PERIOD-RECORDS
           DISPLAY 'ACA-HOURS EMPLOYEES POSTED: ' WS-EMPLOYEES-POSTED
           DISPLAY 'ACA-HOURS CONTRACTORS PASSED OVER: '
               WS-CONTRACTORS-PASSED
           DISPLAY 'ACA-HOURS MONTHS WRITTEN: ' WS-MONTHS-WRITTEN
               ' UPDATED: ' WS-MONTHS-UPDATED
               ' ALREADY POSTED: ' WS-MONTHS-ALREADY-POSTED
           DISPLAY 'ACA-HOURS WORKED: ' WS-TOTAL-WORKED
               ' PAID LEAVE: ' WS-TOTAL-LEAVE
               ' SALARIED EQUIVALENCY: ' WS-TOTAL-EQUIV
           IF WS-MASTER-HOURS-COUNT > 0
               DISPLAY 'ACA-HOURS: ' WS-MASTER-HOURS-COUNT
                   ' HOURLY EMPLOYEES CREDITED FROM MASTER HOURS '
                   '(NO TIME ENTRIES FOR THE PERIOD)'
           END-IF
           IF WS-NO-MASTER-COUNT > 0
               DISPLAY 'ACA-HOURS: ' WS-NO-MASTER-COUNT
                   ' HISTORY RECORDS WITH NO EMPLOYEE MASTER - '
                   'NOT CREDITED'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       POST-EMPLOYEE-PERIOD.
           MOVE PHIST-EMP-ID TO EMP-ID
           MOVE 'Y' TO WS-EMPLOYEE-FOUND
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EMPLOYEE-FOUND
           END-READ
           IF WS-EMPLOYEE-FOUND = 'N'
               ADD 1 TO WS-NO-MASTER-COUNT
               DISPLAY 'ACA-HOURS: NO MASTER FOR EMP-ID ' PHIST-EMP-ID
           ELSE
               IF WORKER-TYPE = 'C'
                   ADD 1 TO WS-CONTRACTORS-PASSED
               ELSE
                   MOVE 0 TO WS-BUCKET-COUNT
                   MOVE COMPANY-CODE TO WS-POST-COMPANY
                   IF PAY-TYPE = 'S'
                       PERFORM CREDIT-SALARIED-EQUIVALENCY
                   ELSE
                       PERFORM CREDIT-TIME-ENTRIES
                       PERFORM CREDIT-PAID-LEAVE
                   END-IF
                   PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                           UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
                       PERFORM POST-MONTH-BUCKET
                   END-PERFORM
                   ADD 1 TO WS-EMPLOYEES-POSTED
               END-IF
           END-IF
           EXIT.

       CREDIT-SALARIED-EQUIVALENCY.
           MOVE WS-PERIOD-END-MONTH TO WS-BUCKET-MONTH
           PERFORM FIND-MONTH-BUCKET
           EVALUATE PAY-FREQUENCY
               WHEN 'B'
                   ADD WS-BIWEEKLY-EQUIV-HOURS
                       TO WS-MB-EQUIV(WS-BKT-SUB)
               WHEN 'M'
                   ADD WS-MONTHLY-EQUIV-HOURS
                       TO WS-MB-EQUIV(WS-BKT-SUB)
               WHEN OTHER
                   ADD WS-WEEKLY-EQUIV-HOURS
                       TO WS-MB-EQUIV(WS-BKT-SUB)
           END-EVALUATE
           EXIT.

       CREDIT-TIME-ENTRIES.
      *>   Every entry the timeclock reported for this employee and
      *>   period counts in the month it was worked, whether or not
      *>   the calculation consumed it - an unconsumed entry is still
      *>   time the employee is owed pay for.
           MOVE 0 TO WS-ENTRY-COUNT
           IF WS-TIME-FILE-OPEN = 'Y'
               MOVE 'N' TO WS-TIME-EOF
               MOVE EMP-ID TO TIME-EMP-ID
               MOVE 0 TO TIME-SEQ
               START TIME-ENTRY-FILE KEY IS >= TIME-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-TIME-EOF
               END-START
               PERFORM UNTIL WS-TIME-EOF = 'Y'
                   READ TIME-ENTRY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TIME-EOF
                       NOT AT END
                           IF TIME-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-TIME-EOF
                           ELSE
                               IF TIME-PERIOD-END-DATE = WS-PERIOD-END
                                   PERFORM CREDIT-TIME-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ENTRY-COUNT = 0
               ADD 1 TO WS-MASTER-HOURS-COUNT
               MOVE WS-PERIOD-END-MONTH TO WS-BUCKET-MONTH
               PERFORM FIND-MONTH-BUCKET
               ADD HOURS-WORKED TO WS-MB-WORKED(WS-BKT-SUB)
           END-IF
           EXIT.

       CREDIT-TIME-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           IF TIME-WORK-DATE IS NUMERIC AND TIME-WORK-DATE > 0
               MOVE TIME-WORK-DATE TO WS-WORK-DATE
               MOVE WS-WORK-MONTH TO WS-BUCKET-MONTH
           ELSE
               MOVE WS-PERIOD-END-MONTH TO WS-BUCKET-MONTH
           END-IF
           PERFORM FIND-MONTH-BUCKET
           ADD TIME-HOURS-WORKED TO WS-MB-WORKED(WS-BKT-SUB)
           EXIT.

       CREDIT-PAID-LEAVE.
      *>   Paid vacation and sick time are hours of service too; the
      *>   master carries what was taken in this period.
           MOVE WS-PERIOD-END-MONTH TO WS-BUCKET-MONTH
           PERFORM FIND-MONTH-BUCKET
           IF LEAVE-HOURS-TAKEN IS NUMERIC
               ADD LEAVE-HOURS-TAKEN TO WS-MB-LEAVE(WS-BKT-SUB)
           END-IF
           IF SICK-HOURS-TAKEN IS NUMERIC
               ADD SICK-HOURS-TAKEN TO WS-MB-LEAVE(WS-BKT-SUB)
           END-IF
           EXIT.

       FIND-MONTH-BUCKET.
      *>   Leaves WS-BKT-SUB on the bucket for WS-BUCKET-MONTH,
      *>   opening a new one the first time the month comes up. A
      *>   pay period spans two months at most, so six buckets is
      *>   ample; anything beyond lands in the last.
           MOVE 'N' TO WS-BKT-FOUND
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
                      OR WS-BKT-FOUND = 'Y'
               IF WS-MB-MONTH(WS-BKT-SUB) = WS-BUCKET-MONTH
                   MOVE 'Y' TO WS-BKT-FOUND
               END-IF
           END-PERFORM
           IF WS-BKT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-BKT-SUB
           ELSE
               IF WS-BUCKET-COUNT < 6
                   ADD 1 TO WS-BUCKET-COUNT
                   MOVE WS-BUCKET-COUNT TO WS-BKT-SUB
                   MOVE WS-BUCKET-MONTH TO WS-MB-MONTH(WS-BKT-SUB)
                   MOVE 0 TO WS-MB-WORKED(WS-BKT-SUB)
                   MOVE 0 TO WS-MB-LEAVE(WS-BKT-SUB)
                   MOVE 0 TO WS-MB-EQUIV(WS-BKT-SUB)
               ELSE
                   MOVE WS-BUCKET-COUNT TO WS-BKT-SUB
               END-IF
           END-IF
           EXIT.

       POST-MONTH-BUCKET.
           MOVE EMP-ID TO ACAH-EMP-ID
           MOVE WS-MB-MONTH(WS-BKT-SUB) TO ACAH-MONTH
           READ ACA-HOURS-FILE
               INVALID KEY
                   MOVE 0 TO ACAH-WORKED-HOURS
                   MOVE 0 TO ACAH-LEAVE-HOURS
                   MOVE 0 TO ACAH-EQUIV-HOURS
                   MOVE 0 TO ACAH-LAST-PERIOD-END
                   MOVE SPACES TO ACAH-COMPANY-CODE
           END-READ
           IF WS-ACAHRS-FILE-STATUS = '00' AND
                   ACAH-LAST-PERIOD-END >= WS-PERIOD-END
               ADD 1 TO WS-MONTHS-ALREADY-POSTED
           ELSE
               ADD WS-MB-WORKED(WS-BKT-SUB) TO ACAH-WORKED-HOURS
               ADD WS-MB-LEAVE(WS-BKT-SUB) TO ACAH-LEAVE-HOURS
               ADD WS-MB-EQUIV(WS-BKT-SUB) TO ACAH-EQUIV-HOURS
               MOVE WS-POST-COMPANY TO ACAH-COMPANY-CODE
               MOVE WS-PERIOD-END TO ACAH-LAST-PERIOD-END
               ADD WS-MB-WORKED(WS-BKT-SUB) TO WS-TOTAL-WORKED
               ADD WS-MB-LEAVE(WS-BKT-SUB) TO WS-TOTAL-LEAVE
               ADD WS-MB-EQUIV(WS-BKT-SUB) TO WS-TOTAL-EQUIV
               IF WS-ACAHRS-FILE-STATUS = '00'
                   REWRITE ACA-HOURS-RECORD
                   ADD 1 TO WS-MONTHS-UPDATED
               ELSE
                   WRITE ACA-HOURS-RECORD
                   ADD 1 TO WS-MONTHS-WRITTEN
               END-IF
           END-IF
           EXIT.
