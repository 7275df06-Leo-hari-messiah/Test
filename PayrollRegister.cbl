      *> Coded earnings lines written by EmployeePayroll in the same
      *> employee order as PAYROLL-FILE, so a buffered sequential
      *> read stays in step with the register - the same pattern
      *> PayStubGen uses. Only the overtime detail - the FLSA
      *> regular-rate line ('FLS') and the state daily-overtime
      *> breakdown ('DOT') - prints here; the wage-and-hour auditor
      *> wants the overtime derivation visible on the register, not
      *> just the stub.
       FD  EARNINGS-DETAIL-FILE.
       01  EARNINGS-DETAIL-RECORD.
           05  EDTL-EMP-ID             PIC 9(5).

       PRINT-FLSA-LINES.
      *>   Consume this employee's coded-earnings lines in step with
      *>   the register; the daily-overtime breakdown and the FLSA
      *>   regular-rate adjustment print under the detail line so
      *>   the auditor sees the overtime derivation, and the other
      *>   premium lines (already inside the gross) pass through to
      *>   the stub only.
           PERFORM UNTIL WS-EARN-PENDING = 'N' OR
                   EDTL-EMP-ID NOT = WS-CUR-EMP-ID-OUT
               IF EDTL-CODE = 'FLS' OR EDTL-CODE = 'DOT'
                   MOVE EDTL-DESCRIPTION TO WS-FLS-DESCRIPTION
                   MOVE EDTL-HOURS TO WS-FLS-HOURS
                   MOVE EDTL-AMOUNT TO WS-FLS-AMOUNT
