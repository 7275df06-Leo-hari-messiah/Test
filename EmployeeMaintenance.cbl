               RECORD KEY IS PCHG-KEY
               FILE STATUS IS WS-PCHG-FILE-STATUS.

           SELECT COMPANY-TRANSFER-FILE
            ASSIGN TO COXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-FILE-STATUS.

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT EMPLOYEE-LEAVE-FILE
            ASSIGN TO LEAVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-EMP-ID
               FILE STATUS IS WS-LEAVE-FILE-STATUS.

           SELECT ADVANCE-FILE
            ASSIGN TO ADVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-EMP-ID
               FILE STATUS IS WS-ADVANCE-FILE-STATUS.

           SELECT ARREARS-FILE
            ASSIGN TO ARRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-EMP-ID
               FILE STATUS IS WS-ARREARS-FILE-STATUS.

           SELECT GARNISHMENT-FILE
            ASSIGN TO GARNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GARN-KEY
               FILE STATUS IS WS-GARN-FILE-STATUS.

           SELECT REHIRE-REPORT-FILE
            ASSIGN TO REHIRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANSACTION-FILE.
      *> Workers' compensation classification; spaces for roles the
      *> comp policy does not rate.
           05  TRAN-WC-CLASS-CODE       PIC X(4).
      *> 'C' for a 1099 non-employee contractor, 'E' or space for an
      *> employee; backup withholding 'Y' only when the IRS has
      *> notified us the contractor's TIN is missing or wrong.
           05  TRAN-WORKER-TYPE         PIC X(1).
           05  TRAN-BACKUP-WH-FLAG      PIC X(1).
      *> 'E' exempt, 'N' non-exempt, 'T' tipped non-exempt; space
      *> lets PAY-TYPE decide.
           05  TRAN-FLSA-STATUS         PIC X(1).
      *> Pay scale placement; grade spaces keeps the employee off
      *> the scale. A blank step or step date is taken as zero.
           05  TRAN-BARGAINING-UNIT     PIC X(4).
           05  TRAN-PAY-GRADE           PIC X(3).
           05  TRAN-PAY-STEP            PIC 9(2).
           05  TRAN-STEP-DATE           PIC 9(8).
      *> On a 'T' transaction TRAN-EFFECTIVE-DATE is the separation
      *> date (zero = today); on an 'R' rehire it is the date the
      *> employee comes back (zero = today), and the rest of the
      *> card carries their terms of re-employment exactly as an
      *> add would.
      *> On an 'X' company transfer TRAN-COMPANY-CODE is the company
      *> the employee moves to and TRAN-EFFECTIVE-DATE the date the
      *> move takes effect (zero = today); TRAN-SUCCESSOR-FLAG 'Y'
      *> says the new company qualifies as a successor employer and
      *> takes over the wage bases. Nothing else on the card is
      *> used.
           05  TRAN-SUCCESSOR-FLAG      PIC X(1).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  PENDING-CHANGE-FILE.
           COPY PNDCHG.

       FD  COMPANY-TRANSFER-FILE.
           COPY XFERREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  EMPLOYEE-LEAVE-FILE.
           COPY LEAVREC.

       FD  ADVANCE-FILE.
           COPY ADVREC.

       FD  ARREARS-FILE.
           COPY ARREC.

       FD  GARNISHMENT-FILE.
           COPY GARNREC.

       FD  REHIRE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REHIRE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X  VALUE 'N'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-BANK-PENDING-COUNT       PIC 9(7) VALUE 0.
       01  WS-PCHG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PENDING-CHANGE-COUNT     PIC 9(7) VALUE 0.
       01  WS-XFER-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRANSFER-COUNT           PIC 9(7) VALUE 0.
       01  WS-YTD-AVAILABLE            PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-USER-ID              PIC X(8) VALUE SPACES.
       01  WS-USER-ENV-VAR-NAME        PIC X(20) VALUE 'USER'.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
       01  WS-LOG-EFFECTIVE-DATE       PIC 9(8) VALUE 0.
      *> The master record as it stood before the transaction, for
      *> the change log. EMPREC's names carry no common prefix, so
      *> each is renamed here; a field added to the copybook has to
      *> be added to this list too.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==WS-EMP-BEFORE==
               ==EMP-ID== BY ==OLD-EMP-ID==
               ==EMP-NAME== BY ==OLD-EMP-NAME==
               ==HOURS-WORKED== BY ==OLD-HOURS-WORKED==
               ==HOURLY-RATE== BY ==OLD-HOURLY-RATE==
               ==FILING-STATUS== BY ==OLD-FILING-STATUS==
               ==ALLOWANCES== BY ==OLD-ALLOWANCES==
               ==DEPT-CODE== BY ==OLD-DEPT-CODE==
               ==DED-HEALTH-INS== BY ==OLD-DED-HEALTH-INS==
               ==DED-401K== BY ==OLD-DED-401K==
               ==DED-UNION-DUES== BY ==OLD-DED-UNION-DUES==
               ==BANK-ROUTING-NUM== BY ==OLD-BANK-ROUTING-NUM==
               ==BANK-ACCOUNT-NUM== BY ==OLD-BANK-ACCOUNT-NUM==
               ==PAY-FREQUENCY== BY ==OLD-PAY-FREQUENCY==
               ==LEAVE-HOURS-TAKEN== BY ==OLD-LEAVE-HOURS-TAKEN==
               ==CURRENCY-CODE== BY ==OLD-CURRENCY-CODE==
               ==PAY-TYPE== BY ==OLD-PAY-TYPE==
               ==SALARY-AMOUNT== BY ==OLD-SALARY-AMOUNT==
               ==EMPLOYMENT-STATUS== BY ==OLD-EMPLOYMENT-STATUS==
               ==PAYMENT-METHOD== BY ==OLD-PAYMENT-METHOD==
               ==BANK-PRENOTE-STATUS== BY ==OLD-BANK-PRENOTE-STATUS==
               ==COMPANY-CODE== BY ==OLD-COMPANY-CODE==
               ==WORK-STATE== BY ==OLD-WORK-STATE==
               ==RESIDENT-STATE== BY ==OLD-RESIDENT-STATE==
               ==LOCALITY-CODE== BY ==OLD-LOCALITY-CODE==
               ==W4-FORM-VERSION== BY ==OLD-W4-FORM-VERSION==
               ==W4-TWO-JOBS== BY ==OLD-W4-TWO-JOBS==
               ==W4-DEPENDENT-CREDIT== BY ==OLD-W4-DEPENDENT-CREDIT==
               ==W4-OTHER-INCOME== BY ==OLD-W4-OTHER-INCOME==
               ==W4-DEDUCTIONS== BY ==OLD-W4-DEDUCTIONS==
               ==W4-EXTRA-WH== BY ==OLD-W4-EXTRA-WH==
               ==SICK-HOURS-TAKEN== BY ==OLD-SICK-HOURS-TAKEN==
               ==WC-CLASS-CODE== BY ==OLD-WC-CLASS-CODE==
               ==WORKER-TYPE== BY ==OLD-WORKER-TYPE==
               ==BACKUP-WH-FLAG== BY ==OLD-BACKUP-WH-FLAG==
               ==FLSA-STATUS== BY ==OLD-FLSA-STATUS==
               ==BARGAINING-UNIT== BY ==OLD-BARGAINING-UNIT==
               ==PAY-GRADE== BY ==OLD-PAY-GRADE==
               ==PAY-STEP== BY ==OLD-PAY-STEP==
               ==STEP-DATE== BY ==OLD-STEP-DATE==.
           COPY CHGLOGP.

       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-LEAVE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ADVANCE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ARREARS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-GARN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-DEMO-AVAILABLE           PIC X    VALUE 'N'.
       01  WS-LEAVE-AVAILABLE          PIC X    VALUE 'N'.
       01  WS-ADVANCE-AVAILABLE        PIC X    VALUE 'N'.
       01  WS-ARREARS-AVAILABLE        PIC X    VALUE 'N'.
       01  WS-GARN-AVAILABLE           PIC X    VALUE 'N'.
       01  WS-GARN-EOF                 PIC X    VALUE 'N'.
       01  WS-REHIRE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REVIEW-ITEM-COUNT        PIC 9(5) VALUE 0.
       01  WS-EMP-ITEM-COUNT           PIC 9(3) VALUE 0.

      *> Break-in-service rules applied at rehire. A break shorter
      *> than WS-LEAVE-BRIDGE-MONTHS leaves leave-plan service where
      *> it was and gives back the sick balance left on the books
      *> at separation (the paid-sick-leave states require it for a
      *> return within a year); a longer one starts service over at
      *> the rehire date. A break shorter than
      *> WS-BENEFIT-BRIDGE-MONTHS - the ACA's thirteen weeks, in
      *> whole months - keeps the earlier benefit-eligibility date,
      *> so waiting periods already served stay served; a longer
      *> one makes the rehire wait like any new hire.
       01  WS-LEAVE-BRIDGE-MONTHS      PIC 9(3) VALUE 12.
       01  WS-BENEFIT-BRIDGE-MONTHS    PIC 9(3) VALUE 3.
       01  WS-REHIRE-DATE              PIC 9(8) VALUE 0.
       01  WS-BREAK-MONTHS             PIC S9(4) VALUE 0.
       01  WS-LEAVE-BRIDGED            PIC X    VALUE 'N'.
       01  WS-BENEFIT-BRIDGED          PIC X    VALUE 'N'.
       01  WS-SICK-PRIOR-BALANCE       PIC 9(5)V99 VALUE 0.
       01  WS-REHIRE-OLD-SERVICE       PIC 9(8) VALUE 0.
       01  WS-REHIRE-OLD-BENEFIT       PIC 9(8) VALUE 0.
       01  WS-REHIRE-OLD-REHIRE        PIC 9(8) VALUE 0.
       01  WS-BREAK-FROM-DATE.
           05  WS-BRK-FROM-YYYY        PIC 9(4).
           05  WS-BRK-FROM-MM          PIC 9(2).
           05  WS-BRK-FROM-DD          PIC 9(2).
       01  WS-BREAK-TO-DATE.
           05  WS-BRK-TO-YYYY          PIC 9(4).
           05  WS-BRK-TO-MM            PIC 9(2).
           05  WS-BRK-TO-DD            PIC 9(2).

       01  WS-RH-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'REHIRE REVIEW - EMPLOYEE MAINTENANCE RUN'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RH-HDG-RUN-DATE      PIC 9(8).
           05  FILLER                  PIC X(14) VALUE
               '  ENTERED BY '.
           05  WS-RH-HDG-USER          PIC X(8).

       01  WS-RH-EMP-LINE.
           05  FILLER                  PIC X(7)  VALUE 'EMP-ID '.
           05  WS-RHE-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RHE-NAME             PIC X(20).
           05  FILLER                  PIC X(10) VALUE '  REHIRED '.
           05  WS-RHE-REHIRE-DATE      PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               '  SEPARATED '.
           05  WS-RHE-TERM-DATE        PIC X(8).
           05  FILLER                  PIC X(8)  VALUE '  BREAK '.
           05  WS-RHE-BREAK-MONTHS     PIC ZZZ9.
           05  FILLER                  PIC X(7)  VALUE ' MONTHS'.

       01  WS-RH-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RHD-LABEL            PIC X(40).
           05  WS-RHD-VALUE            PIC X(12).
           05  WS-RHD-AMOUNT           PIC Z,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RHD-NOTE             PIC X(40).

       01  WS-RH-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'EMPLOYEES REHIRED: '.
           05  WS-RHT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(25) VALUE
               '   OPEN ITEMS TO REVIEW: '.
           05  WS-RHT-ITEMS            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT MAINT-TRANSACTION-FILE
           IF WS-YTD-FILE-STATUS = '35'
               CONTINUE
           END-IF
           IF WS-YTD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-YTD-AVAILABLE
           END-IF

           OPEN I-O BANK-PENDING-FILE
           IF WS-BNKPND-FILE-STATUS = '35'
               OPEN I-O PENDING-CHANGE-FILE
           END-IF

           OPEN I-O COMPANY-TRANSFER-FILE
           IF WS-XFER-FILE-STATUS = '35'
               OPEN OUTPUT COMPANY-TRANSFER-FILE
               CLOSE COMPANY-TRANSFER-FILE
               OPEN I-O COMPANY-TRANSFER-FILE
           END-IF

      *>   Demographics and leave are updated in place by terminate
      *>   and rehire; the advance, arrears, and garnishment files
      *>   are only read, to show what a returning employee still
      *>   carries. None of them is created here - a shop without
      *>   one simply has nothing of that kind to keep or list.
           OPEN I-O DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DEMO-AVAILABLE
           END-IF
           OPEN I-O EMPLOYEE-LEAVE-FILE
           IF WS-LEAVE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LEAVE-AVAILABLE
           END-IF
           OPEN INPUT ADVANCE-FILE
           IF WS-ADVANCE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ADVANCE-AVAILABLE
           END-IF
           OPEN INPUT ARREARS-FILE
           IF WS-ARREARS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ARREARS-AVAILABLE
           END-IF
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GARN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-GARN-AVAILABLE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'CBL_GET_ENVIRONMENT' USING WS-USER-ENV-VAR-NAME
               WS-RUN-USER-ID

      *>   Every field a transaction touches goes to the change log;
      *>   with no change log to write to, nothing is applied.
           MOVE 'O' TO CLG-FUNCTION
           MOVE 'EMPMAINT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE-MAINTENANCE: CHANGE LOG NOT '
                   'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                   ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           OPEN OUTPUT REHIRE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-RH-HDG-RUN-DATE
           MOVE WS-RUN-USER-ID TO WS-RH-HDG-USER
           WRITE REHIRE-REPORT-LINE FROM WS-RH-HEADING-1
           MOVE SPACES TO REHIRE-REPORT-LINE
           WRITE REHIRE-REPORT-LINE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ MAINT-TRANSACTION-FILE INTO MAINT-TRANSACTION-RECORD
                   AT END
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE MAINT-REJECT-FILE
           IF WS-YTD-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-YTD-FILE
           END-IF
           CLOSE BANK-PENDING-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE COMPANY-TRANSFER-FILE
           IF WS-DEMO-AVAILABLE = 'Y'
               CLOSE DEMOGRAPHICS-FILE
           END-IF
           IF WS-LEAVE-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-LEAVE-FILE
           END-IF
           IF WS-ADVANCE-AVAILABLE = 'Y'
               CLOSE ADVANCE-FILE
           END-IF
           IF WS-ARREARS-AVAILABLE = 'Y'
               CLOSE ARREARS-FILE
           END-IF
           IF WS-GARN-AVAILABLE = 'Y'
               CLOSE GARNISHMENT-FILE
           END-IF

           MOVE WS-REHIRE-COUNT TO WS-RHT-COUNT
           MOVE WS-REVIEW-ITEM-COUNT TO WS-RHT-ITEMS
           WRITE REHIRE-REPORT-LINE FROM WS-RH-TOTAL-LINE
           CLOSE REHIRE-REPORT-FILE

           DISPLAY 'EMPLOYEE-MAINTENANCE ADDS: ' WS-ADD-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE DELETES: ' WS-DELETE-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE TERMINATIONS: '
               WS-TERMINATE-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE REHIRES: ' WS-REHIRE-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE BANK CHANGES PENDING: '
               WS-BANK-PENDING-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE EFFECTIVE-DATED PENDING: '
               WS-PENDING-CHANGE-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE COMPANY TRANSFERS PENDING: '
               WS-TRANSFER-COUNT
           DISPLAY 'EMPLOYEE-MAINTENANCE REJECTS: ' WS-REJECT-COUNT

           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           DISPLAY 'EMPLOYEE-MAINTENANCE FIELDS LOGGED: '
               CLG-LOGGED-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'EMPLOYEE-MAINTENANCE: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
           IF TRAN-PAY-STEP IS NOT NUMERIC
               MOVE ZEROS TO TRAN-PAY-STEP
           END-IF
           IF TRAN-STEP-DATE IS NOT NUMERIC
               MOVE ZEROS TO TRAN-STEP-DATE
           END-IF
           EVALUATE TRAN-CODE
               WHEN 'A'
                   PERFORM ADD-EMPLOYEE
                   PERFORM DELETE-EMPLOYEE
               WHEN 'T'
                   PERFORM TERMINATE-EMPLOYEE
               WHEN 'R'
                   PERFORM REHIRE-EMPLOYEE
               WHEN 'X'
                   PERFORM TRANSFER-EMPLOYEE
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE
               MOVE TRAN-W4-DEDUCTIONS TO W4-DEDUCTIONS
               MOVE TRAN-W4-EXTRA-WH TO W4-EXTRA-WH
               MOVE TRAN-WC-CLASS-CODE TO WC-CLASS-CODE
               MOVE TRAN-WORKER-TYPE TO WORKER-TYPE
               MOVE TRAN-BACKUP-WH-FLAG TO BACKUP-WH-FLAG
               MOVE TRAN-FLSA-STATUS TO FLSA-STATUS
               MOVE TRAN-BARGAINING-UNIT TO BARGAINING-UNIT
               MOVE TRAN-PAY-GRADE TO PAY-GRADE
               MOVE TRAN-PAY-STEP TO PAY-STEP
               MOVE TRAN-STEP-DATE TO STEP-DATE
      *>       A new employee has no sick time scheduled yet; and
      *>       nothing may leak into the new record from whatever
      *>       employee the FD record area last held.
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY 'ADDED EMPLOYEE: ' TRAN-EMP-ID
                       MOVE EMPLOYEE-RECORD TO WS-EMP-BEFORE
                       MOVE 'A' TO CLG-ACTION
                       PERFORM LOG-EMPLOYEE-CHANGES
               END-WRITE
           END-IF
           EXIT.
                       WS-VALID-RECORD, WS-REJECT-REASON
                   IF WS-VALID-RECORD = 'N'
                       MOVE WS-REJECT-REASON TO MREJ-REASON
                   ELSE
                       PERFORM CHECK-COMPANY-CHANGE
                   END-IF
                   IF WS-VALID-RECORD = 'N'
                       PERFORM REJECT-TRANSACTION
                   ELSE
                   MOVE EMPLOYEE-RECORD TO WS-EMP-BEFORE
      *>               A future-dated change parks on the pending
      *>               file; the payroll run whose pay period covers
      *>               the date applies it before calculating, so
                           PERFORM WRITE-PENDING-BANK-CHANGE
                       END-IF
                       PERFORM WRITE-PENDING-CHANGE-RECORD
      *>               Logged as keyed, under its effective date; the
      *>               record area is not rewritten on this path.
                       PERFORM MOVE-CHANGE-TO-RECORD
                       MOVE TRAN-EFFECTIVE-DATE TO WS-LOG-EFFECTIVE-DATE
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-EMPLOYEE-CHANGES
                   ELSE
      *>               Bank details never change on a single keyed
      *>               transaction: the new routing/account goes to
      *>               the pending-change file and only reaches the
                                   BANK-ACCOUNT-NUM
                           PERFORM WRITE-PENDING-BANK-CHANGE
                       END-IF
                       PERFORM MOVE-CHANGE-TO-RECORD
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY 'CHANGED EMPLOYEE: ' TRAN-EMP-ID
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-EMPLOYEE-CHANGES
                   END-IF
                   END-IF
           END-READ
           EXIT.

       MOVE-CHANGE-TO-RECORD.
      *>   Everything on a change card but the bank details, which
      *>   only ever reach the master through BankChangeApprove.
           MOVE TRAN-EMP-NAME TO EMP-NAME
           MOVE TRAN-HOURS-WORKED TO HOURS-WORKED
           MOVE TRAN-HOURLY-RATE TO HOURLY-RATE
           MOVE TRAN-FILING-STATUS TO FILING-STATUS
           MOVE TRAN-ALLOWANCES TO ALLOWANCES
           MOVE TRAN-DEPT-CODE TO DEPT-CODE
           MOVE TRAN-DED-HEALTH-INS TO DED-HEALTH-INS
           MOVE TRAN-DED-401K TO DED-401K
           MOVE TRAN-DED-UNION-DUES TO DED-UNION-DUES
           MOVE TRAN-PAY-FREQUENCY TO PAY-FREQUENCY
           MOVE TRAN-PAY-TYPE TO PAY-TYPE
           MOVE TRAN-SALARY-AMOUNT TO SALARY-AMOUNT
           MOVE TRAN-PAYMENT-METHOD TO PAYMENT-METHOD
           MOVE TRAN-COMPANY-CODE TO COMPANY-CODE
           MOVE TRAN-WORK-STATE TO WORK-STATE
           MOVE TRAN-RESIDENT-STATE TO RESIDENT-STATE
           MOVE TRAN-LOCALITY-CODE TO LOCALITY-CODE
           MOVE TRAN-W4-FORM-VERSION TO W4-FORM-VERSION
           MOVE TRAN-W4-TWO-JOBS TO W4-TWO-JOBS
           MOVE TRAN-W4-DEP-CREDIT TO W4-DEPENDENT-CREDIT
           MOVE TRAN-W4-OTHER-INCOME TO W4-OTHER-INCOME
           MOVE TRAN-W4-DEDUCTIONS TO W4-DEDUCTIONS
           MOVE TRAN-W4-EXTRA-WH TO W4-EXTRA-WH
           MOVE TRAN-WC-CLASS-CODE TO WC-CLASS-CODE
           MOVE TRAN-WORKER-TYPE TO WORKER-TYPE
           MOVE TRAN-BACKUP-WH-FLAG TO BACKUP-WH-FLAG
           MOVE TRAN-FLSA-STATUS TO FLSA-STATUS
           MOVE TRAN-BARGAINING-UNIT TO BARGAINING-UNIT
           MOVE TRAN-PAY-GRADE TO PAY-GRADE
           MOVE TRAN-PAY-STEP TO PAY-STEP
           MOVE TRAN-STEP-DATE TO STEP-DATE
           EXIT.

       WRITE-PENDING-CHANGE-RECORD.
      *>   A second change keyed for the same employee and effective
      *>   date supersedes the first - always the latest request.
           MOVE TRAN-W4-DEDUCTIONS TO PCHG-W4-DEDUCTIONS
           MOVE TRAN-W4-EXTRA-WH TO PCHG-W4-EXTRA-WH
           MOVE TRAN-WC-CLASS-CODE TO PCHG-WC-CLASS-CODE
           MOVE TRAN-WORKER-TYPE TO PCHG-WORKER-TYPE
           MOVE TRAN-BACKUP-WH-FLAG TO PCHG-BACKUP-WH-FLAG
           MOVE TRAN-FLSA-STATUS TO PCHG-FLSA-STATUS
           MOVE TRAN-BARGAINING-UNIT TO PCHG-BARGAINING-UNIT
           MOVE TRAN-PAY-GRADE TO PCHG-PAY-GRADE
           MOVE TRAN-PAY-STEP TO PCHG-PAY-STEP
           MOVE TRAN-STEP-DATE TO PCHG-STEP-DATE
           MOVE 'P' TO PCHG-STATUS
           MOVE ZEROS TO PCHG-APPLIED-DATE
           MOVE WS-RUN-DATE TO PCHG-REQUEST-DATE
           ADD 1 TO WS-BANK-PENDING-COUNT
           DISPLAY 'BANK CHANGE PENDING APPROVAL, EMP-ID: '
               TRAN-EMP-ID
      *>   Logged when keyed, not when approved - the approval only
      *>   carries the same values over.
           MOVE TRAN-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE TRAN-EMP-ID TO CLG-RECORD-KEY(1:5)
           MOVE 'C' TO CLG-ACTION
           MOVE 'PENDING BANK-ROUTING' TO CLG-FIELD-NAME
           MOVE BNKPND-OLD-ROUTING TO CLG-BEFORE-TEXT
           MOVE BNKPND-NEW-ROUTING TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'PENDING BANK-ACCOUNT' TO CLG-FIELD-NAME
           MOVE BNKPND-OLD-ACCOUNT TO CLG-BEFORE-TEXT
           MOVE BNKPND-NEW-ACCOUNT TO CLG-AFTER-TEXT
           PERFORM LOG-MASKED-FIELD
           EXIT.

       DELETE-EMPLOYEE.
           EXIT.

       DELETE-NEVER-PAID-EMPLOYEE.
      *>   Read first, so the change log has what was deleted.
           MOVE TRAN-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT FOUND' TO MREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-EMP-BEFORE
                   DELETE EMPLOYEE-FILE RECORD
                   ADD 1 TO WS-DELETE-COUNT
                   DISPLAY 'DELETED EMPLOYEE: ' TRAN-EMP-ID
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-EMPLOYEE-CHANGES
           END-READ
           EXIT.

       TERMINATE-EMPLOYEE.
                           TO MREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE EMPLOYEE-RECORD TO WS-EMP-BEFORE
                       MOVE 'F' TO EMPLOYMENT-STATUS
                       REWRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-TERMINATE-COUNT
                       DISPLAY 'TERMINATED (FINAL PAY PENDING): '
                           TRAN-EMP-ID
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-EMPLOYEE-CHANGES
                       PERFORM RECORD-SEPARATION-DATE
                   END-IF
           END-READ
           EXIT.

       RECORD-SEPARATION-DATE.
      *>   The separation date is what a later rehire measures the
      *>   break in service from.
           IF WS-DEMO-AVAILABLE = 'Y'
               MOVE TRAN-EMP-ID TO DEMO-EMP-ID
               READ DEMOGRAPHICS-FILE
                   INVALID KEY
                       DISPLAY 'NO DEMOGRAPHICS FOR EMP-ID '
                           TRAN-EMP-ID ' - SEPARATION DATE NOT KEPT'
                   NOT INVALID KEY
                       MOVE DEMO-TERM-DATE TO CLG-BEFORE-TEXT
                       IF TRAN-EFFECTIVE-DATE IS NUMERIC AND
                               TRAN-EFFECTIVE-DATE > 0
                           MOVE TRAN-EFFECTIVE-DATE TO DEMO-TERM-DATE
                       ELSE
                           MOVE WS-RUN-DATE TO DEMO-TERM-DATE
                       END-IF
                       REWRITE DEMOGRAPHICS-RECORD
                       MOVE 'DEMO TERM-DATE' TO CLG-FIELD-NAME
                       MOVE DEMO-TERM-DATE TO CLG-AFTER-TEXT
                       PERFORM LOG-DEMOGRAPHIC-DATE
               END-READ
           END-IF
           EXIT.

       REHIRE-EMPLOYEE.
      *>   Brings a terminated ('T') employee back on the EMP-ID they
      *>   already hold, so the W-2, YTD, and the 401(k) limit stay
      *>   one person. The card carries the new terms as an add
      *>   would; the break-in-service rules decide what service
      *>   comes back with them, and whatever the old employment
      *>   left attached (advances, arrears, garnishment orders) is
      *>   listed on REHIRPT for someone to decide on rather than
      *>   silently picked up again by the next payroll.
           MOVE TRAN-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT FOUND - USE ADD' TO MREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM EDIT-REHIRE
                   IF WS-VALID-RECORD = 'N'
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM APPLY-REHIRE
                   END-IF
           END-READ
           EXIT.

       EDIT-REHIRE.
           MOVE 'Y' TO WS-VALID-RECORD
           IF TRAN-EFFECTIVE-DATE IS NUMERIC AND
                   TRAN-EFFECTIVE-DATE > 0
               MOVE TRAN-EFFECTIVE-DATE TO WS-REHIRE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REHIRE-DATE
           END-IF
           EVALUATE TRUE
               WHEN EMPLOYMENT-STATUS = 'F'
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'FINAL PAY STILL PENDING - PAY IT FIRST'
                       TO MREJ-REASON
               WHEN EMPLOYMENT-STATUS NOT = 'T'
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'EMPLOYEE IS NOT TERMINATED' TO MREJ-REASON
               WHEN WS-REHIRE-DATE > WS-RUN-DATE
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'REHIRE DATE IS IN THE FUTURE' TO MREJ-REASON
               WHEN WS-DEMO-AVAILABLE = 'N'
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'NO DEMOGRAPHICS FILE FOR REHIRE DATES'
                       TO MREJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-VALID-RECORD = 'Y'
               MOVE TRAN-EMP-ID TO DEMO-EMP-ID
               READ DEMOGRAPHICS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-RECORD
                       MOVE 'NO DEMOGRAPHICS RECORD FOR EMPLOYEE'
                           TO MREJ-REASON
               END-READ
           END-IF
           IF WS-VALID-RECORD = 'Y'
      *>       Records written before the separation and rehire dates
      *>       existed carry no usable value in them.
               IF DEMO-TERM-DATE NOT NUMERIC
                   MOVE ZEROS TO DEMO-TERM-DATE
               END-IF
               IF DEMO-REHIRE-DATE NOT NUMERIC
                   MOVE ZEROS TO DEMO-REHIRE-DATE
               END-IF
               IF DEMO-SERVICE-DATE NOT NUMERIC
                   MOVE ZEROS TO DEMO-SERVICE-DATE
               END-IF
               IF DEMO-BENEFIT-DATE NOT NUMERIC
                   MOVE ZEROS TO DEMO-BENEFIT-DATE
               END-IF
               IF DEMO-TERM-DATE > 0 AND
                       WS-REHIRE-DATE NOT > DEMO-TERM-DATE
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'REHIRE DATE NOT AFTER SEPARATION DATE'
                       TO MREJ-REASON
               END-IF
           END-IF
           IF WS-VALID-RECORD = 'Y'
               CALL 'TRAILS' USING TRAN-EMP-ID, TRAN-EMP-NAME,
                   TRAN-HOURS-WORKED, TRAN-HOURLY-RATE,
                   TRAN-PAY-TYPE, TRAN-SALARY-AMOUNT,
                   WS-VALID-RECORD, WS-REJECT-REASON
               IF WS-VALID-RECORD = 'N'
                   MOVE WS-REJECT-REASON TO MREJ-REASON
               ELSE
                   PERFORM CHECK-COMPANY-CHANGE
               END-IF
           END-IF
           EXIT.

       APPLY-REHIRE.
           PERFORM MEASURE-BREAK-IN-SERVICE
           MOVE EMPLOYEE-RECORD TO WS-EMP-BEFORE

           MOVE TRAN-EMP-NAME TO EMP-NAME
           MOVE TRAN-HOURS-WORKED TO HOURS-WORKED
           MOVE TRAN-HOURLY-RATE TO HOURLY-RATE
           MOVE TRAN-FILING-STATUS TO FILING-STATUS
           MOVE TRAN-ALLOWANCES TO ALLOWANCES
           MOVE TRAN-DEPT-CODE TO DEPT-CODE
           MOVE TRAN-DED-HEALTH-INS TO DED-HEALTH-INS
           MOVE TRAN-DED-401K TO DED-401K
           MOVE TRAN-DED-UNION-DUES TO DED-UNION-DUES
           MOVE TRAN-PAY-FREQUENCY TO PAY-FREQUENCY
           MOVE ZEROS TO LEAVE-HOURS-TAKEN
           MOVE ZEROS TO SICK-HOURS-TAKEN
           MOVE TRAN-PAY-TYPE TO PAY-TYPE
           MOVE TRAN-SALARY-AMOUNT TO SALARY-AMOUNT
           MOVE TRAN-PAYMENT-METHOD TO PAYMENT-METHOD
           MOVE TRAN-COMPANY-CODE TO COMPANY-CODE
           MOVE TRAN-WORK-STATE TO WORK-STATE
           MOVE TRAN-RESIDENT-STATE TO RESIDENT-STATE
           MOVE TRAN-LOCALITY-CODE TO LOCALITY-CODE
           MOVE TRAN-W4-FORM-VERSION TO W4-FORM-VERSION
           MOVE TRAN-W4-TWO-JOBS TO W4-TWO-JOBS
           MOVE TRAN-W4-DEP-CREDIT TO W4-DEPENDENT-CREDIT
           MOVE TRAN-W4-OTHER-INCOME TO W4-OTHER-INCOME
           MOVE TRAN-W4-DEDUCTIONS TO W4-DEDUCTIONS
           MOVE TRAN-W4-EXTRA-WH TO W4-EXTRA-WH
           MOVE TRAN-WC-CLASS-CODE TO WC-CLASS-CODE
           MOVE TRAN-WORKER-TYPE TO WORKER-TYPE
           MOVE TRAN-BACKUP-WH-FLAG TO BACKUP-WH-FLAG
           MOVE TRAN-FLSA-STATUS TO FLSA-STATUS
           MOVE TRAN-BARGAINING-UNIT TO BARGAINING-UNIT
           MOVE TRAN-PAY-GRADE TO PAY-GRADE
           MOVE TRAN-PAY-STEP TO PAY-STEP
           MOVE TRAN-STEP-DATE TO STEP-DATE
      *>   New bank details take the same dual-approval road as any
      *>   change. Details kept from before have sat idle since the
      *>   separation and may be closed, so they owe a fresh prenote
      *>   before the first live credit either way.
           IF TRAN-BANK-ROUTING-NUM NOT = BANK-ROUTING-NUM
                   OR TRAN-BANK-ACCOUNT-NUM NOT = BANK-ACCOUNT-NUM
               PERFORM WRITE-PENDING-BANK-CHANGE
           END-IF
           IF BANK-ROUTING-NUM NOT = ZEROS
               MOVE 'P' TO BANK-PRENOTE-STATUS
           END-IF
           MOVE 'A' TO EMPLOYMENT-STATUS
           REWRITE EMPLOYEE-RECORD
           MOVE 'C' TO CLG-ACTION
           PERFORM LOG-EMPLOYEE-CHANGES

           MOVE DEMO-SERVICE-DATE TO WS-REHIRE-OLD-SERVICE
           MOVE DEMO-BENEFIT-DATE TO WS-REHIRE-OLD-BENEFIT
           MOVE DEMO-REHIRE-DATE TO WS-REHIRE-OLD-REHIRE
           IF WS-LEAVE-BRIDGED = 'Y'
               IF DEMO-SERVICE-DATE = 0
                   MOVE DEMO-HIRE-DATE TO DEMO-SERVICE-DATE
               END-IF
           ELSE
               MOVE WS-REHIRE-DATE TO DEMO-SERVICE-DATE
           END-IF
           IF WS-BENEFIT-BRIDGED = 'Y'
               IF DEMO-BENEFIT-DATE = 0
                   MOVE DEMO-HIRE-DATE TO DEMO-BENEFIT-DATE
               END-IF
           ELSE
               MOVE WS-REHIRE-DATE TO DEMO-BENEFIT-DATE
           END-IF
           MOVE WS-REHIRE-DATE TO DEMO-REHIRE-DATE
           REWRITE DEMOGRAPHICS-RECORD
           MOVE 'DEMO SERVICE-DATE' TO CLG-FIELD-NAME
           MOVE WS-REHIRE-OLD-SERVICE TO CLG-BEFORE-TEXT
           MOVE DEMO-SERVICE-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-DEMOGRAPHIC-DATE
           MOVE 'DEMO BENEFIT-DATE' TO CLG-FIELD-NAME
           MOVE WS-REHIRE-OLD-BENEFIT TO CLG-BEFORE-TEXT
           MOVE DEMO-BENEFIT-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-DEMOGRAPHIC-DATE
           MOVE 'DEMO REHIRE-DATE' TO CLG-FIELD-NAME
           MOVE WS-REHIRE-OLD-REHIRE TO CLG-BEFORE-TEXT
           MOVE DEMO-REHIRE-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-DEMOGRAPHIC-DATE

           PERFORM RESET-REHIRE-LEAVE
           ADD 1 TO WS-REHIRE-COUNT
           DISPLAY 'REHIRED EMPLOYEE: ' TRAN-EMP-ID
               ' EFFECTIVE ' WS-REHIRE-DATE
           PERFORM REPORT-REHIRE
           EXIT.

       MEASURE-BREAK-IN-SERVICE.
      *>   Whole months from separation to rehire, short one when
      *>   the rehire day of the month falls before the separation
      *>   day. A separation that predates the date being kept
      *>   cannot be measured, so nothing is restored for it and the
      *>   review report says why.
           MOVE 'N' TO WS-LEAVE-BRIDGED
           MOVE 'N' TO WS-BENEFIT-BRIDGED
           MOVE 0 TO WS-BREAK-MONTHS
           IF DEMO-TERM-DATE > 0
               MOVE DEMO-TERM-DATE TO WS-BREAK-FROM-DATE
               MOVE WS-REHIRE-DATE TO WS-BREAK-TO-DATE
               COMPUTE WS-BREAK-MONTHS =
                   (WS-BRK-TO-YYYY * 12 + WS-BRK-TO-MM)
                   - (WS-BRK-FROM-YYYY * 12 + WS-BRK-FROM-MM)
               IF WS-BRK-TO-DD < WS-BRK-FROM-DD AND
                       WS-BREAK-MONTHS > 0
                   SUBTRACT 1 FROM WS-BREAK-MONTHS
               END-IF
               IF WS-BREAK-MONTHS < WS-LEAVE-BRIDGE-MONTHS
                   MOVE 'Y' TO WS-LEAVE-BRIDGED
               END-IF
               IF WS-BREAK-MONTHS < WS-BENEFIT-BRIDGE-MONTHS
                   MOVE 'Y' TO WS-BENEFIT-BRIDGED
               END-IF
           END-IF
           EXIT.

       RESET-REHIRE-LEAVE.
      *>   Vacation was cashed out on the final check, so anything
      *>   still showing is stale and goes. Sick time is never paid
      *>   out; it comes back only inside the leave bridge.
           MOVE 0 TO WS-SICK-PRIOR-BALANCE
           IF WS-LEAVE-AVAILABLE = 'Y'
               MOVE TRAN-EMP-ID TO LEAVE-EMP-ID
               READ EMPLOYEE-LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LEAVE-SICK-BALANCE TO WS-SICK-PRIOR-BALANCE
                       MOVE 0 TO LEAVE-VAC-BALANCE
                       IF WS-LEAVE-BRIDGED = 'N'
                           MOVE 0 TO LEAVE-SICK-BALANCE
                       END-IF
                       REWRITE EMPLOYEE-LEAVE-RECORD
               END-READ
           END-IF
           EXIT.

       REPORT-REHIRE.
           MOVE TRAN-EMP-ID TO WS-RHE-EMP-ID
           MOVE TRAN-EMP-NAME TO WS-RHE-NAME
           MOVE WS-REHIRE-DATE TO WS-RHE-REHIRE-DATE
           IF DEMO-TERM-DATE > 0
               MOVE DEMO-TERM-DATE TO WS-RHE-TERM-DATE
           ELSE
               MOVE 'UNKNOWN' TO WS-RHE-TERM-DATE
           END-IF
           MOVE WS-BREAK-MONTHS TO WS-RHE-BREAK-MONTHS
           WRITE REHIRE-REPORT-LINE FROM WS-RH-EMP-LINE

           IF DEMO-TERM-DATE = 0
               MOVE SPACES TO WS-RH-DETAIL-LINE
               MOVE 'SEPARATION DATE NOT ON FILE' TO WS-RHD-LABEL
               MOVE 'BREAK NOT MEASURED - NOTHING RESTORED'
                   TO WS-RHD-NOTE
               WRITE REHIRE-REPORT-LINE FROM WS-RH-DETAIL-LINE
           END-IF

           MOVE SPACES TO WS-RH-DETAIL-LINE
           IF WS-LEAVE-BRIDGED = 'Y'
               MOVE 'LEAVE SERVICE KEPT FROM' TO WS-RHD-LABEL
           ELSE
               MOVE 'LEAVE SERVICE RESTARTS AT' TO WS-RHD-LABEL
           END-IF
           MOVE DEMO-SERVICE-DATE TO WS-RHD-VALUE
           WRITE REHIRE-REPORT-LINE FROM WS-RH-DETAIL-LINE

           IF WS-SICK-PRIOR-BALANCE > 0
               MOVE SPACES TO WS-RH-DETAIL-LINE
               IF WS-LEAVE-BRIDGED = 'Y'
                   MOVE 'SICK HOURS RESTORED' TO WS-RHD-LABEL
               ELSE
                   MOVE 'SICK HOURS FORFEITED' TO WS-RHD-LABEL
               END-IF
               MOVE WS-SICK-PRIOR-BALANCE TO WS-RHD-AMOUNT
               WRITE REHIRE-REPORT-LINE FROM WS-RH-DETAIL-LINE
           END-IF

           MOVE SPACES TO WS-RH-DETAIL-LINE
           IF WS-BENEFIT-BRIDGED = 'Y'
               MOVE 'BENEFIT WAITING PERIODS COUNT FROM'
                   TO WS-RHD-LABEL
           ELSE
               MOVE 'BENEFIT WAITING PERIODS RESTART AT'
                   TO WS-RHD-LABEL
           END-IF
           MOVE DEMO-BENEFIT-DATE TO WS-RHD-VALUE
           WRITE REHIRE-REPORT-LINE FROM WS-RH-DETAIL-LINE

           MOVE 0 TO WS-EMP-ITEM-COUNT
           PERFORM LIST-OPEN-ADVANCE
           PERFORM LIST-OPEN-ARREARS
           PERFORM LIST-OPEN-GARNISHMENTS
           IF WS-EMP-ITEM-COUNT = 0
               MOVE SPACES TO WS-RH-DETAIL-LINE
               MOVE 'NO OPEN ADVANCE, ARREARS, OR GARNISHMENT'
                   TO WS-RHD-LABEL
               WRITE REHIRE-REPORT-LINE FROM WS-RH-DETAIL-LINE
           ELSE
               ADD WS-EMP-ITEM-COUNT TO WS-REVIEW-ITEM-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO REHIRE-REPORT-LINE
           WRITE REHIRE-REPORT-LINE
           EXIT.

       LIST-OPEN-ADVANCE.
      *>   The payroll run keeps deducting an open advance from
      *>   whoever holds the EMP-ID, so a balance left over from the
      *>   old employment starts coming out of the first new check
      *>   unless someone decides otherwise.
           IF WS-ADVANCE-AVAILABLE = 'Y'
               MOVE TRAN-EMP-ID TO ADV-EMP-ID
               READ ADVANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADV-STATUS = 'O' AND ADV-BALANCE > 0
                           MOVE SPACES TO WS-RH-DETAIL-LINE
                           MOVE 'REVIEW: OPEN ADVANCE BALANCE'
                               TO WS-RHD-LABEL
                           MOVE ADV-DISBURSE-DATE TO WS-RHD-VALUE
                           MOVE ADV-BALANCE TO WS-RHD-AMOUNT
                           MOVE 'RECOVERY RESUMES ON THE NEXT RUN'
                               TO WS-RHD-NOTE
                           WRITE REHIRE-REPORT-LINE
                               FROM WS-RH-DETAIL-LINE
                           ADD 1 TO WS-EMP-ITEM-COUNT
                       END-IF
               END-READ
           END-IF
           EXIT.

       LIST-OPEN-ARREARS.
           IF WS-ARREARS-AVAILABLE = 'Y'
               MOVE TRAN-EMP-ID TO ARR-EMP-ID
               READ ARREARS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARR-BALANCE > 0
                           MOVE SPACES TO WS-RH-DETAIL-LINE
                           MOVE 'REVIEW: DEDUCTION ARREARS BALANCE'
                               TO WS-RHD-LABEL
                           MOVE ARR-LAST-ACTIVITY-DATE TO WS-RHD-VALUE
                           MOVE ARR-BALANCE TO WS-RHD-AMOUNT
                           MOVE 'RECOVERY RESUMES ON THE NEXT RUN'
                               TO WS-RHD-NOTE
                           WRITE REHIRE-REPORT-LINE
                               FROM WS-RH-DETAIL-LINE
                           ADD 1 TO WS-EMP-ITEM-COUNT
                       END-IF
               END-READ
           END-IF
           EXIT.

       LIST-OPEN-GARNISHMENTS.
      *>   Every order not yet closed - active ones withhold again
      *>   from the first new check; suspended ones are listed too,
      *>   since a suspension is often only there because the
      *>   employee left.
           IF WS-GARN-AVAILABLE = 'Y'
               MOVE 'N' TO WS-GARN-EOF
               MOVE TRAN-EMP-ID TO GARN-EMP-ID
               MOVE LOW-VALUES TO GARN-CASE-NUMBER
               START GARNISHMENT-FILE KEY IS >= GARN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GARN-EOF
               END-START
               PERFORM UNTIL WS-GARN-EOF = 'Y'
                   READ GARNISHMENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GARN-EOF
                       NOT AT END
                           IF GARN-EMP-ID NOT = TRAN-EMP-ID
                               MOVE 'Y' TO WS-GARN-EOF
                           ELSE
                               IF GARN-STATUS NOT = 'C'
                                   PERFORM LIST-ONE-GARNISHMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       LIST-ONE-GARNISHMENT.
           MOVE SPACES TO WS-RH-DETAIL-LINE
           IF GARN-STATUS = 'S'
               MOVE 'REVIEW: SUSPENDED GARNISHMENT ORDER'
                   TO WS-RHD-LABEL
           ELSE
               MOVE 'REVIEW: ACTIVE GARNISHMENT ORDER'
                   TO WS-RHD-LABEL
           END-IF
           MOVE GARN-CASE-NUMBER TO WS-RHD-VALUE
           MOVE GARN-LIEN-BALANCE TO WS-RHD-AMOUNT
           MOVE GARN-AGENCY-NAME TO WS-RHD-NOTE
           WRITE REHIRE-REPORT-LINE FROM WS-RH-DETAIL-LINE
           ADD 1 TO WS-EMP-ITEM-COUNT
           EXIT.

       CHECK-COMPANY-CHANGE.
      *>   Once an employee has been paid this year their YTD figures
      *>   belong to the company that paid them; a change or rehire
      *>   that simply rewrote COMPANY-CODE would hand those wages to
      *>   the new company's wage bases, 941 and W-2. That move has
      *>   to go through an 'X' transfer, which closes the old
      *>   company out. A record left at zero by the year-end close
      *>   has nothing to carry and may change freely.
           IF TRAN-COMPANY-CODE NOT = COMPANY-CODE AND
                   WS-YTD-AVAILABLE = 'Y'
               MOVE TRAN-EMP-ID TO YTD-EMP-ID
               READ EMPLOYEE-YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YTD-GROSS-PAY > 0
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'PAID THIS YEAR - USE AN X TRANSFER'
                               TO MREJ-REASON
                       END-IF
               END-READ
           END-IF
           EXIT.

       TRANSFER-EMPLOYEE.
      *>   Moves an employee to another company (FEIN) on an
      *>   effective date. Nothing changes here: the transfer waits
      *>   on COXFER for the first payroll run whose pay period
      *>   reaches the date, which closes the YTD figures out under
      *>   the old company before paying anything under the new one
      *>   - so a transfer keyed late or early lands on the right
      *>   check either way. A second transfer keyed for the same
      *>   employee and date supersedes the first.
           MOVE TRAN-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT FOUND' TO MREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TRAN-COMPANY-CODE = SPACES
                           MOVE 'NO COMPANY CODE TO TRANSFER TO'
                               TO MREJ-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN TRAN-COMPANY-CODE = COMPANY-CODE
                           MOVE 'EMPLOYEE ALREADY IN THAT COMPANY'
                               TO MREJ-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN TRAN-SUCCESSOR-FLAG NOT = 'Y' AND
                               TRAN-SUCCESSOR-FLAG NOT = 'N' AND
                               TRAN-SUCCESSOR-FLAG NOT = SPACE
                           MOVE 'SUCCESSOR FLAG MUST BE Y OR N'
                               TO MREJ-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN OTHER
                           PERFORM WRITE-COMPANY-TRANSFER
                   END-EVALUATE
           END-READ
           EXIT.

       WRITE-COMPANY-TRANSFER.
           MOVE TRAN-EMP-ID TO XFER-EMP-ID
           IF TRAN-EFFECTIVE-DATE IS NUMERIC AND
                   TRAN-EFFECTIVE-DATE > 0
               MOVE TRAN-EFFECTIVE-DATE TO XFER-EFFECTIVE-DATE
           ELSE
               MOVE WS-RUN-DATE TO XFER-EFFECTIVE-DATE
           END-IF
           MOVE COMPANY-CODE TO XFER-FROM-COMPANY-CODE
           MOVE TRAN-COMPANY-CODE TO XFER-TO-COMPANY-CODE
           IF TRAN-SUCCESSOR-FLAG = 'Y'
               MOVE 'Y' TO XFER-SUCCESSOR
           ELSE
               MOVE 'N' TO XFER-SUCCESSOR
           END-IF
           MOVE 'P' TO XFER-STATUS
           MOVE ZEROS TO XFER-APPLIED-DATE
           MOVE WS-RUN-DATE TO XFER-REQUEST-DATE
           MOVE WS-RUN-USER-ID TO XFER-REQUEST-USER
           WRITE COMPANY-TRANSFER-RECORD
               INVALID KEY
                   REWRITE COMPANY-TRANSFER-RECORD
           END-WRITE
           ADD 1 TO WS-TRANSFER-COUNT
           DISPLAY 'COMPANY TRANSFER ' COMPANY-CODE ' TO '
               TRAN-COMPANY-CODE ' PENDING FROM '
               XFER-EFFECTIVE-DATE ', EMP-ID: ' TRAN-EMP-ID
           MOVE TRAN-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE TRAN-EMP-ID TO CLG-RECORD-KEY(1:5)
           MOVE XFER-EFFECTIVE-DATE TO CLG-RECORD-KEY(7:8)
           MOVE 'C' TO CLG-ACTION
           MOVE 'PENDING COMPANY-CODE' TO CLG-FIELD-NAME
           MOVE COMPANY-CODE TO CLG-BEFORE-TEXT
           MOVE TRAN-COMPANY-CODE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           EXIT.

       REJECT-TRANSACTION.
           MOVE TRAN-CODE TO MREJ-TRAN-CODE
           MOVE TRAN-EMP-ID TO MREJ-EMP-ID
               ' REASON: ' MREJ-REASON
           MOVE SPACES TO MREJ-REASON
           EXIT.

       LOG-EMPLOYEE-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-EMP-BEFORE holds the
      *>   record as it stood and EMPLOYEE-RECORD as it now stands.
      *>   Pay, tax setup, bank and identity fields are sensitive.
      *>   A change parked for a later date carries that date in
      *>   the key.
           MOVE OLD-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-EMP-ID TO CLG-RECORD-KEY(1:5)
           IF WS-LOG-EFFECTIVE-DATE > 0
               MOVE WS-LOG-EFFECTIVE-DATE TO CLG-RECORD-KEY(7:8)
           END-IF
           MOVE 'EMP-NAME' TO CLG-FIELD-NAME
           MOVE OLD-EMP-NAME TO CLG-BEFORE-TEXT
           MOVE EMP-NAME TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'HOURS-WORKED' TO CLG-FIELD-NAME
           MOVE OLD-HOURS-WORKED TO CLG-BEFORE-NUMBER
           MOVE HOURS-WORKED TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'HOURLY-RATE' TO CLG-FIELD-NAME
           MOVE OLD-HOURLY-RATE TO CLG-BEFORE-NUMBER
           MOVE HOURLY-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'FILING-STATUS' TO CLG-FIELD-NAME
           MOVE OLD-FILING-STATUS TO CLG-BEFORE-TEXT
           MOVE FILING-STATUS TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'ALLOWANCES' TO CLG-FIELD-NAME
           MOVE OLD-ALLOWANCES TO CLG-BEFORE-TEXT
           MOVE ALLOWANCES TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'DEPT-CODE' TO CLG-FIELD-NAME
           MOVE OLD-DEPT-CODE TO CLG-BEFORE-TEXT
           MOVE DEPT-CODE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'DED-HEALTH-INS' TO CLG-FIELD-NAME
           MOVE OLD-DED-HEALTH-INS TO CLG-BEFORE-NUMBER
           MOVE DED-HEALTH-INS TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'DED-401K' TO CLG-FIELD-NAME
           MOVE OLD-DED-401K TO CLG-BEFORE-NUMBER
           MOVE DED-401K TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'DED-UNION-DUES' TO CLG-FIELD-NAME
           MOVE OLD-DED-UNION-DUES TO CLG-BEFORE-NUMBER
           MOVE DED-UNION-DUES TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'BANK-ROUTING-NUM' TO CLG-FIELD-NAME
           MOVE OLD-BANK-ROUTING-NUM TO CLG-BEFORE-TEXT
           MOVE BANK-ROUTING-NUM TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'BANK-ACCOUNT-NUM' TO CLG-FIELD-NAME
           MOVE OLD-BANK-ACCOUNT-NUM TO CLG-BEFORE-TEXT
           MOVE BANK-ACCOUNT-NUM TO CLG-AFTER-TEXT
           PERFORM LOG-MASKED-FIELD
           MOVE 'PAY-FREQUENCY' TO CLG-FIELD-NAME
           MOVE OLD-PAY-FREQUENCY TO CLG-BEFORE-TEXT
           MOVE PAY-FREQUENCY TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'LEAVE-HOURS-TAKEN' TO CLG-FIELD-NAME
           MOVE OLD-LEAVE-HOURS-TAKEN TO CLG-BEFORE-NUMBER
           MOVE LEAVE-HOURS-TAKEN TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'CURRENCY-CODE' TO CLG-FIELD-NAME
           MOVE OLD-CURRENCY-CODE TO CLG-BEFORE-TEXT
           MOVE CURRENCY-CODE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PAY-TYPE' TO CLG-FIELD-NAME
           MOVE OLD-PAY-TYPE TO CLG-BEFORE-TEXT
           MOVE PAY-TYPE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'SALARY-AMOUNT' TO CLG-FIELD-NAME
           MOVE OLD-SALARY-AMOUNT TO CLG-BEFORE-NUMBER
           MOVE SALARY-AMOUNT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'EMPLOYMENT-STATUS' TO CLG-FIELD-NAME
           MOVE OLD-EMPLOYMENT-STATUS TO CLG-BEFORE-TEXT
           MOVE EMPLOYMENT-STATUS TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PAYMENT-METHOD' TO CLG-FIELD-NAME
           MOVE OLD-PAYMENT-METHOD TO CLG-BEFORE-TEXT
           MOVE PAYMENT-METHOD TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'BANK-PRENOTE-STATUS' TO CLG-FIELD-NAME
           MOVE OLD-BANK-PRENOTE-STATUS TO CLG-BEFORE-TEXT
           MOVE BANK-PRENOTE-STATUS TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'COMPANY-CODE' TO CLG-FIELD-NAME
           MOVE OLD-COMPANY-CODE TO CLG-BEFORE-TEXT
           MOVE COMPANY-CODE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'WORK-STATE' TO CLG-FIELD-NAME
           MOVE OLD-WORK-STATE TO CLG-BEFORE-TEXT
           MOVE WORK-STATE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'RESIDENT-STATE' TO CLG-FIELD-NAME
           MOVE OLD-RESIDENT-STATE TO CLG-BEFORE-TEXT
           MOVE RESIDENT-STATE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'LOCALITY-CODE' TO CLG-FIELD-NAME
           MOVE OLD-LOCALITY-CODE TO CLG-BEFORE-TEXT
           MOVE LOCALITY-CODE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'W4-FORM-VERSION' TO CLG-FIELD-NAME
           MOVE OLD-W4-FORM-VERSION TO CLG-BEFORE-TEXT
           MOVE W4-FORM-VERSION TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'W4-TWO-JOBS' TO CLG-FIELD-NAME
           MOVE OLD-W4-TWO-JOBS TO CLG-BEFORE-TEXT
           MOVE W4-TWO-JOBS TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'W4-DEPENDENT-CREDIT' TO CLG-FIELD-NAME
      *>   Records from before the redesigned W-4 and the separate
      *>   sick balance carry no number in these fields.
           MOVE 0 TO CLG-BEFORE-NUMBER
           IF OLD-W4-DEPENDENT-CREDIT IS NUMERIC
               MOVE OLD-W4-DEPENDENT-CREDIT TO CLG-BEFORE-NUMBER
           END-IF
           MOVE 0 TO CLG-AFTER-NUMBER
           IF W4-DEPENDENT-CREDIT IS NUMERIC
               MOVE W4-DEPENDENT-CREDIT TO CLG-AFTER-NUMBER
           END-IF
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'W4-OTHER-INCOME' TO CLG-FIELD-NAME
           MOVE 0 TO CLG-BEFORE-NUMBER
           IF OLD-W4-OTHER-INCOME IS NUMERIC
               MOVE OLD-W4-OTHER-INCOME TO CLG-BEFORE-NUMBER
           END-IF
           MOVE 0 TO CLG-AFTER-NUMBER
           IF W4-OTHER-INCOME IS NUMERIC
               MOVE W4-OTHER-INCOME TO CLG-AFTER-NUMBER
           END-IF
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'W4-DEDUCTIONS' TO CLG-FIELD-NAME
           MOVE 0 TO CLG-BEFORE-NUMBER
           IF OLD-W4-DEDUCTIONS IS NUMERIC
               MOVE OLD-W4-DEDUCTIONS TO CLG-BEFORE-NUMBER
           END-IF
           MOVE 0 TO CLG-AFTER-NUMBER
           IF W4-DEDUCTIONS IS NUMERIC
               MOVE W4-DEDUCTIONS TO CLG-AFTER-NUMBER
           END-IF
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'W4-EXTRA-WH' TO CLG-FIELD-NAME
           MOVE 0 TO CLG-BEFORE-NUMBER
           IF OLD-W4-EXTRA-WH IS NUMERIC
               MOVE OLD-W4-EXTRA-WH TO CLG-BEFORE-NUMBER
           END-IF
           MOVE 0 TO CLG-AFTER-NUMBER
           IF W4-EXTRA-WH IS NUMERIC
               MOVE W4-EXTRA-WH TO CLG-AFTER-NUMBER
           END-IF
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'SICK-HOURS-TAKEN' TO CLG-FIELD-NAME
           MOVE 0 TO CLG-BEFORE-NUMBER
           IF OLD-SICK-HOURS-TAKEN IS NUMERIC
               MOVE OLD-SICK-HOURS-TAKEN TO CLG-BEFORE-NUMBER
           END-IF
           MOVE 0 TO CLG-AFTER-NUMBER
           IF SICK-HOURS-TAKEN IS NUMERIC
               MOVE SICK-HOURS-TAKEN TO CLG-AFTER-NUMBER
           END-IF
           PERFORM LOG-NUMBER-FIELD
           MOVE 'WC-CLASS-CODE' TO CLG-FIELD-NAME
           MOVE OLD-WC-CLASS-CODE TO CLG-BEFORE-TEXT
           MOVE WC-CLASS-CODE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'WORKER-TYPE' TO CLG-FIELD-NAME
           MOVE OLD-WORKER-TYPE TO CLG-BEFORE-TEXT
           MOVE WORKER-TYPE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'BACKUP-WH-FLAG' TO CLG-FIELD-NAME
           MOVE OLD-BACKUP-WH-FLAG TO CLG-BEFORE-TEXT
           MOVE BACKUP-WH-FLAG TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'FLSA-STATUS' TO CLG-FIELD-NAME
           MOVE OLD-FLSA-STATUS TO CLG-BEFORE-TEXT
           MOVE FLSA-STATUS TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'BARGAINING-UNIT' TO CLG-FIELD-NAME
           MOVE OLD-BARGAINING-UNIT TO CLG-BEFORE-TEXT
           MOVE BARGAINING-UNIT TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PAY-GRADE' TO CLG-FIELD-NAME
           MOVE OLD-PAY-GRADE TO CLG-BEFORE-TEXT
           MOVE PAY-GRADE TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'PAY-STEP' TO CLG-FIELD-NAME
           MOVE OLD-PAY-STEP TO CLG-BEFORE-TEXT
           MOVE PAY-STEP TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'STEP-DATE' TO CLG-FIELD-NAME
           MOVE OLD-STEP-DATE TO CLG-BEFORE-TEXT
           MOVE STEP-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 0 TO WS-LOG-EFFECTIVE-DATE
           EXIT.

       LOG-DEMOGRAPHIC-DATE.
      *>   The separation and service dates terminate and rehire
      *>   keep on DEMOFILE; the caller sets the field name and the
      *>   two values.
           MOVE TRAN-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE TRAN-EMP-ID TO CLG-RECORD-KEY(1:5)
           MOVE 'C' TO CLG-ACTION
           PERFORM LOG-TEXT-FIELD
           EXIT.

       LOG-TEXT-FIELD.
           MOVE 'X' TO CLG-VALUE-KIND
           PERFORM CALL-CHANGE-LOG
           EXIT.

       LOG-MASKED-FIELD.
           MOVE 'M' TO CLG-VALUE-KIND
           PERFORM CALL-CHANGE-LOG
           EXIT.

       LOG-NUMBER-FIELD.
           MOVE 'N' TO CLG-VALUE-KIND
           PERFORM CALL-CHANGE-LOG
           EXIT.

       CALL-CHANGE-LOG.
      *>   Sensitivity and places apply to the one field; the next
      *>   field starts from not sensitive, two places.
           MOVE 'W' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOG-ERROR-COUNT
           END-IF
           MOVE 'N' TO CLG-SENSITIVE
           MOVE 2 TO CLG-DECIMALS
           EXIT.
