      *>   - reduces the period's still-open deposit obligation by
      *>     the employee withholding being reversed;
      *>   - writes reversing GL interface entries (credits where
      *>     the original debited, debits where it credited) under
      *>     the company that made the payment - for a payment made
      *>     before a company transfer, the company it transferred
      *>     from;
      *>   - for an ACH payment, generates a one-entry NACHA file
      *>     with a '27' debit reversal against the employee's
      *>     account; for a check, voids the outstanding register
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT COMPANY-TRANSFER-FILE
            ASSIGN TO COXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
            ASSIGN TO CHKREGF
               ORGANIZATION IS INDEXED
            ASSIGN TO GLFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-MAP-FILE
            ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT ACH-REVERSAL-FILE
            ASSIGN TO ACHREV
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  COMPANY-TRANSFER-FILE.
           COPY XFERREC.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREC.

           05  GL-ACCOUNT-NAME         PIC X(20).
           05  GL-DEBIT-CREDIT         PIC X(1).
           05  GL-AMOUNT               PIC 9(9)V99.
           05  GL-COMPANY-CODE         PIC X(3).

      *> The same chart-of-accounts mapping the payroll run posts
      *> through, so the reversal lands on the accounts the
      *> original payment hit.
       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  ACH-REVERSAL-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  WS-OBLIG-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CHKREG-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-XFER-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-XFER-EOF                 PIC X    VALUE 'N'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-TIME                 PIC 9(8) VALUE 0.
       01  WS-LEG-FAILED               PIC X    VALUE 'N'.
       01  WS-GLMAP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-GLMAP-EOF                PIC X    VALUE 'N'.

      *> GL mapping table and lookup key - company + department +
      *> posting category, exact department first, then the
      *> company-wide row.
       01  WS-GL-MAP-TABLE.
           05  WS-GL-MAP-ENTRY OCCURS 300 TIMES.
               10  WS-GLM-KEY-TBL      PIC X(11).
               10  WS-GLM-ACCOUNT-TBL  PIC X(10).
               10  WS-GLM-NAME-TBL     PIC X(20).
       01  WS-GL-MAP-COUNT             PIC 9(3) VALUE 0.
       01  WS-GLM-SUB                  PIC 9(3) VALUE 0.
       01  WS-GLM-HIT                  PIC 9(3) VALUE 0.
       01  WS-GLM-SEARCH-KEY.
           05  WS-GLM-SK-COMPANY       PIC X(3).
           05  WS-GLM-SK-DEPT          PIC X(4).
           05  WS-GLM-SK-CATEGORY      PIC X(4).
       01  WS-GL-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-GL-UNMAPPED-COUNT        PIC 9(3) VALUE 0.
       01  WS-ORIG-COMPANY             PIC X(3) VALUE SPACES.
      *> Pre-transfer 'Y' when the YTD record shows the payment
      *> predates the employee's move to the current company; the
      *> found switch says whether COXFER named the company that
      *> made it.
       01  WS-PRE-TRANSFER             PIC X    VALUE 'N'.
       01  WS-XFER-COMPANY-FOUND       PIC X    VALUE 'N'.

      *> Parameter card: cols 1-5 EMP-ID, cols 6-13 the period-end
      *> date of the payment being reversed (YYYYMMDD), col 14 how
       01  WS-ORIG-PERIOD-START        PIC 9(8)  VALUE 0.
       01  WS-ORIG-LOCAL               PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-DEDUCTIONS          PIC S9(6)V99 VALUE 0.
       01  WS-ORIG-INCTAX-WAGES        PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-FICA-WAGES          PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-FUTA-WAGES          PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-RUN-TYPE            PIC X     VALUE SPACE.
       01  WS-ORIG-SDI-STATE           PIC X(2)  VALUE SPACES.
       01  WS-ORIG-SDI                 PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-PFL                 PIC 9(5)V99 VALUE 0.
      *> The per-type deduction split and the SDI/PFL subject wages,
      *> when the original record carries them. WS-ORIG-HAS-DETAIL
      *> 'N' means a record from before they were kept.
       01  WS-ORIG-HAS-DETAIL          PIC X     VALUE 'N'.
       01  WS-ORIG-DED-HEALTH          PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-DED-401K            PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-DED-UNION           PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-DED-OTHER           PIC S9(6)V99 VALUE 0.
       01  WS-ORIG-SDI-WAGES           PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-PFL-WAGES           PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-IMPUTED             PIC 9(5)V99 VALUE 0.
       01  WS-ORIG-REIMB               PIC 9(5)V99 VALUE 0.
      *> Without the split, the backout cascades through the YTD
      *> buckets other-first - the per-type buckets must keep
      *> re-adding to the lump after the reversal.
       01  WS-DED-BACKOUT-REMAINING    PIC 9(7)V99 VALUE 0.
           MOVE PHIST-NET-PAY TO WS-ORIG-NET
           MOVE PHIST-DEPT-CODE TO WS-ORIG-DEPT
           MOVE PHIST-PERIOD-START-DATE TO WS-ORIG-PERIOD-START
           MOVE PHIST-RUN-TYPE TO WS-ORIG-RUN-TYPE
      *>   Records written before the local-tax field existed read
      *>   back short; they carried no local withholding.
           IF PHIST-LOCAL-TAX IS NUMERIC
           ELSE
               MOVE 0 TO WS-ORIG-LOCAL
           END-IF
      *>   Likewise the taxable-wage figures: a record from before
      *>   they existed was taxed on its whole gross.
           IF PHIST-INCTAX-WAGES IS NUMERIC
               MOVE PHIST-INCTAX-WAGES TO WS-ORIG-INCTAX-WAGES
               MOVE PHIST-FICA-WAGES TO WS-ORIG-FICA-WAGES
               MOVE PHIST-FUTA-WAGES TO WS-ORIG-FUTA-WAGES
           ELSE
               MOVE WS-ORIG-GROSS TO WS-ORIG-INCTAX-WAGES
               MOVE WS-ORIG-GROSS TO WS-ORIG-FICA-WAGES
               MOVE WS-ORIG-GROSS TO WS-ORIG-FUTA-WAGES
           END-IF
      *>   And the state disability and family-leave figures: none
      *>   were withheld as their own tax before the fields existed.
           IF PHIST-SDI-TAX IS NUMERIC
               MOVE PHIST-SDI-STATE TO WS-ORIG-SDI-STATE
               MOVE PHIST-SDI-TAX TO WS-ORIG-SDI
               MOVE PHIST-PFL-TAX TO WS-ORIG-PFL
           ELSE
               MOVE SPACES TO WS-ORIG-SDI-STATE
               MOVE 0 TO WS-ORIG-SDI
               MOVE 0 TO WS-ORIG-PFL
           END-IF
      *>   A record carrying the deduction split and subject wages
      *>   is backed out exactly; an older one has its deduction
      *>   lump derived from the net, and the payment's FICA wages
      *>   stand in for the subject wages of each program that
      *>   withheld on it.
           IF PHIST-IMPUTED-INCOME IS NUMERIC
               MOVE PHIST-IMPUTED-INCOME TO WS-ORIG-IMPUTED
           ELSE
               MOVE 0 TO WS-ORIG-IMPUTED
           END-IF
      *>   The expense reimbursement inside the net is not wages: it
      *>   comes back out of the expense account, not the payables.
           IF PHIST-REIMBURSEMENT IS NUMERIC
               MOVE PHIST-REIMBURSEMENT TO WS-ORIG-REIMB
           ELSE
               MOVE 0 TO WS-ORIG-REIMB
           END-IF
           IF PHIST-DEDUCTIONS IS NUMERIC
               MOVE 'Y' TO WS-ORIG-HAS-DETAIL
               MOVE PHIST-DEDUCTIONS TO WS-ORIG-DEDUCTIONS
               MOVE PHIST-DED-HEALTH TO WS-ORIG-DED-HEALTH
               MOVE PHIST-DED-401K TO WS-ORIG-DED-401K
               MOVE PHIST-DED-UNION TO WS-ORIG-DED-UNION
               MOVE PHIST-SDI-WAGES TO WS-ORIG-SDI-WAGES
               MOVE PHIST-PFL-WAGES TO WS-ORIG-PFL-WAGES
           ELSE
               MOVE 'N' TO WS-ORIG-HAS-DETAIL
               COMPUTE WS-ORIG-DEDUCTIONS =
                   WS-ORIG-GROSS - WS-ORIG-FEDERAL - WS-ORIG-STATE
                   - WS-ORIG-LOCAL - WS-ORIG-SDI - WS-ORIG-PFL
                   - WS-ORIG-NET + WS-ORIG-REIMB
               IF WS-ORIG-DEDUCTIONS < 0
                   MOVE 0 TO WS-ORIG-DEDUCTIONS
               END-IF
               MOVE 0 TO WS-ORIG-SDI-WAGES
               MOVE 0 TO WS-ORIG-PFL-WAGES
               IF WS-ORIG-SDI > 0
                   MOVE WS-ORIG-FICA-WAGES TO WS-ORIG-SDI-WAGES
               END-IF
               IF WS-ORIG-PFL > 0
                   MOVE WS-ORIG-FICA-WAGES TO WS-ORIG-PFL-WAGES
               END-IF
           END-IF
           EXIT.

           MOVE 'V' TO PHIST-RUN-TYPE
           MOVE WS-REV-PERIOD-END TO PHIST-PERIOD-START-DATE
           MOVE WS-ORIG-LOCAL TO PHIST-LOCAL-TAX
           MOVE WS-ORIG-INCTAX-WAGES TO PHIST-INCTAX-WAGES
           MOVE WS-ORIG-FICA-WAGES TO PHIST-FICA-WAGES
           MOVE WS-ORIG-FUTA-WAGES TO PHIST-FUTA-WAGES
           MOVE WS-ORIG-SDI-STATE TO PHIST-SDI-STATE
           MOVE WS-ORIG-SDI TO PHIST-SDI-TAX
           MOVE WS-ORIG-PFL TO PHIST-PFL-TAX
      *>   The employer matches stay on the books (see
      *>   REDUCE-DEPOSIT-OBLIGATION), so the offsetting record
      *>   carries none; an original without the split passes its
      *>   absence on.
           IF WS-ORIG-HAS-DETAIL = 'Y'
               MOVE WS-ORIG-DEDUCTIONS TO PHIST-DEDUCTIONS
               MOVE WS-ORIG-DED-HEALTH TO PHIST-DED-HEALTH
               MOVE WS-ORIG-DED-401K TO PHIST-DED-401K
               MOVE WS-ORIG-DED-UNION TO PHIST-DED-UNION
               MOVE WS-ORIG-SDI-WAGES TO PHIST-SDI-WAGES
               MOVE WS-ORIG-PFL-WAGES TO PHIST-PFL-WAGES
               MOVE 0 TO PHIST-FICA-MATCH
               MOVE 0 TO PHIST-MEDICARE-MATCH
               MOVE 0 TO PHIST-SDI-ER-TAX
               MOVE 0 TO PHIST-PFL-ER-TAX
           ELSE
               MOVE SPACES TO PHIST-DETAIL
           END-IF
      *>   The imputed income leaves with the gross it sat in; the
      *>   401(k) match, like the other employer matches, stays.
           MOVE 0 TO PHIST-401K-MATCH
           MOVE WS-ORIG-IMPUTED TO PHIST-IMPUTED-INCOME
           MOVE WS-ORIG-REIMB TO PHIST-REIMBURSEMENT
      *>   The leave file is not touched by a reversal, so the hours
      *>   taken and accrued stay where the original posted them.
           MOVE 0 TO PHIST-VAC-HOURS-TAKEN
           MOVE 0 TO PHIST-SICK-HOURS-TAKEN
           MOVE 0 TO PHIST-VAC-HOURS-ACCRUED
           MOVE 0 TO PHIST-SICK-HOURS-ACCRUED
           WRITE PAYROLL-HISTORY-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-LEG-FAILED
                       WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM BACK-OUT-LIVE-YTD
               END-READ
               CLOSE EMPLOYEE-YTD-FILE
           END-IF
           EXIT.

       BACK-OUT-LIVE-YTD.
      *>   A payment made before the employee moved to another
      *>   company sits in that company's closed-out YTD image, not
      *>   the live record; taking it off the live record would
      *>   understate the new employer's W-2, so it is left to be
      *>   backed out by hand.
           IF YTD-COMPANY-START-DATE IS NUMERIC AND
                   WS-REV-PERIOD-END < YTD-COMPANY-START-DATE
               MOVE 'Y' TO WS-PRE-TRANSFER
               MOVE 'Y' TO WS-LEG-FAILED
               MOVE 'YTD: PAID UNDER A CLOSED-OUT COMPANY' TO
                   WS-RPT-CAPTION
               MOVE WS-ORIG-GROSS TO WS-RPT-AMOUNT
               MOVE 'BACK OUT OF COMPANY YTD BY HAND' TO WS-RPT-NOTE
               WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM SUBTRACT-YTD-AMOUNTS
               REWRITE EMPLOYEE-YTD-RECORD
               MOVE 'YTD/QTD BUCKETS REDUCED BY GROSS' TO
                   WS-RPT-CAPTION
               MOVE WS-ORIG-GROSS TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-RPT-NOTE
               WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           EXIT.

       SUBTRACT-YTD-AMOUNTS.
      *>   The buckets are unsigned, so each subtraction is floored
      *>   at zero instead of wrapping; a floor firing means someone
           ELSE
               SUBTRACT WS-ORIG-LOCAL FROM QTD-LOCAL-TAX
           END-IF
           PERFORM BACK-OUT-WAGE-BUCKETS
           PERFORM BACK-OUT-SDI-BUCKETS
           PERFORM BACK-OUT-DEDUCTION-BUCKETS
           EXIT.

       BACK-OUT-SDI-BUCKETS.
      *>   The disability and family-leave withholding comes off its
      *>   own buckets, and so do the subject wages the annual wage
      *>   base is tested on (see FIND-ORIGINAL-PAYMENT for where
      *>   those come from).
           IF YTD-SDI-WAGES NOT NUMERIC
               MOVE 0 TO YTD-SDI-WAGES
               MOVE 0 TO YTD-SDI-TAX
               MOVE 0 TO YTD-PFL-WAGES
               MOVE 0 TO YTD-PFL-TAX
               MOVE 0 TO QTD-SDI-WAGES
               MOVE 0 TO QTD-SDI-TAX
               MOVE 0 TO QTD-PFL-WAGES
               MOVE 0 TO QTD-PFL-TAX
               MOVE 0 TO QTD-SDI-ER-TAX
               MOVE 0 TO QTD-PFL-ER-TAX
           END-IF
           IF WS-ORIG-SDI > 0
               IF WS-ORIG-SDI > YTD-SDI-TAX
                   MOVE 0 TO YTD-SDI-TAX
               ELSE
                   SUBTRACT WS-ORIG-SDI FROM YTD-SDI-TAX
               END-IF
               IF WS-ORIG-SDI > QTD-SDI-TAX
                   MOVE 0 TO QTD-SDI-TAX
               ELSE
                   SUBTRACT WS-ORIG-SDI FROM QTD-SDI-TAX
               END-IF
           END-IF
           IF WS-ORIG-SDI-WAGES > 0
               IF WS-ORIG-SDI-WAGES > YTD-SDI-WAGES
                   MOVE 0 TO YTD-SDI-WAGES
               ELSE
                   SUBTRACT WS-ORIG-SDI-WAGES FROM YTD-SDI-WAGES
               END-IF
               IF WS-ORIG-SDI-WAGES > QTD-SDI-WAGES
                   MOVE 0 TO QTD-SDI-WAGES
               ELSE
                   SUBTRACT WS-ORIG-SDI-WAGES FROM QTD-SDI-WAGES
               END-IF
           END-IF
           IF WS-ORIG-PFL > 0
               IF WS-ORIG-PFL > YTD-PFL-TAX
                   MOVE 0 TO YTD-PFL-TAX
               ELSE
                   SUBTRACT WS-ORIG-PFL FROM YTD-PFL-TAX
               END-IF
               IF WS-ORIG-PFL > QTD-PFL-TAX
                   MOVE 0 TO QTD-PFL-TAX
               ELSE
                   SUBTRACT WS-ORIG-PFL FROM QTD-PFL-TAX
               END-IF
           END-IF
           IF WS-ORIG-PFL-WAGES > 0
               IF WS-ORIG-PFL-WAGES > YTD-PFL-WAGES
                   MOVE 0 TO YTD-PFL-WAGES
               ELSE
                   SUBTRACT WS-ORIG-PFL-WAGES FROM YTD-PFL-WAGES
               END-IF
               IF WS-ORIG-PFL-WAGES > QTD-PFL-WAGES
                   MOVE 0 TO QTD-PFL-WAGES
               ELSE
                   SUBTRACT WS-ORIG-PFL-WAGES FROM QTD-PFL-WAGES
               END-IF
           END-IF
           EXIT.

       BACK-OUT-WAGE-BUCKETS.
      *>   The taxable-wage buckets come down by the reversed
      *>   payment's own wage figures, floored the same way. A YTD
      *>   record from before the buckets existed is seeded from its
      *>   gross figures first (already reduced above, so the
      *>   reversed payment is added back before it comes off).
           IF YTD-INCTAX-WAGES NOT NUMERIC
               COMPUTE YTD-INCTAX-WAGES = YTD-GROSS-PAY + WS-ORIG-GROSS
               MOVE YTD-INCTAX-WAGES TO YTD-FICA-WAGES
               MOVE YTD-INCTAX-WAGES TO YTD-FUTA-WAGES
               COMPUTE QTD-INCTAX-WAGES = QTD-GROSS-PAY + WS-ORIG-GROSS
               MOVE QTD-INCTAX-WAGES TO QTD-FICA-WAGES
               MOVE QTD-INCTAX-WAGES TO QTD-FUTA-WAGES
           END-IF
           IF WS-ORIG-INCTAX-WAGES > YTD-INCTAX-WAGES
               MOVE 0 TO YTD-INCTAX-WAGES
           ELSE
               SUBTRACT WS-ORIG-INCTAX-WAGES FROM YTD-INCTAX-WAGES
           END-IF
           IF WS-ORIG-FICA-WAGES > YTD-FICA-WAGES
               MOVE 0 TO YTD-FICA-WAGES
           ELSE
               SUBTRACT WS-ORIG-FICA-WAGES FROM YTD-FICA-WAGES
           END-IF
           IF WS-ORIG-FUTA-WAGES > YTD-FUTA-WAGES
               MOVE 0 TO YTD-FUTA-WAGES
           ELSE
               SUBTRACT WS-ORIG-FUTA-WAGES FROM YTD-FUTA-WAGES
           END-IF
           IF WS-ORIG-INCTAX-WAGES > QTD-INCTAX-WAGES
               MOVE 0 TO QTD-INCTAX-WAGES
           ELSE
               SUBTRACT WS-ORIG-INCTAX-WAGES FROM QTD-INCTAX-WAGES
           END-IF
           IF WS-ORIG-FICA-WAGES > QTD-FICA-WAGES
               MOVE 0 TO QTD-FICA-WAGES
           ELSE
               SUBTRACT WS-ORIG-FICA-WAGES FROM QTD-FICA-WAGES
           END-IF
           IF WS-ORIG-FUTA-WAGES > QTD-FUTA-WAGES
               MOVE 0 TO QTD-FUTA-WAGES
           ELSE
               SUBTRACT WS-ORIG-FUTA-WAGES FROM QTD-FUTA-WAGES
           END-IF
      *>   A reversed bonus or gross-up payment also comes out of the
      *>   supplemental-wage bucket the mandatory rate is tested on.
           IF YTD-SUPP-WAGES NOT NUMERIC
               MOVE 0 TO YTD-SUPP-WAGES
           END-IF
           IF WS-ORIG-RUN-TYPE = 'B' OR WS-ORIG-RUN-TYPE = 'G'
               IF WS-ORIG-INCTAX-WAGES > YTD-SUPP-WAGES
                   MOVE 0 TO YTD-SUPP-WAGES
               ELSE
                   SUBTRACT WS-ORIG-INCTAX-WAGES FROM YTD-SUPP-WAGES
               END-IF
           END-IF
           EXIT.

       BACK-OUT-DEDUCTION-BUCKETS.
      *>   An original carrying the per-type split comes off each
      *>   bucket exactly as UPDATE-YTD put it on.
           IF WS-ORIG-HAS-DETAIL = 'Y'
               PERFORM BACK-OUT-DEDUCTION-SPLIT
           ELSE
               PERFORM BACK-OUT-DEDUCTION-CASCADE
           END-IF
           EXIT.

       BACK-OUT-DEDUCTION-SPLIT.
           IF WS-ORIG-DED-HEALTH > YTD-DED-HEALTH
               MOVE 0 TO YTD-DED-HEALTH
           ELSE
               SUBTRACT WS-ORIG-DED-HEALTH FROM YTD-DED-HEALTH
           END-IF
           IF WS-ORIG-DED-401K > YTD-DED-401K
               MOVE 0 TO YTD-DED-401K
           ELSE
               SUBTRACT WS-ORIG-DED-401K FROM YTD-DED-401K
           END-IF
           IF WS-ORIG-DED-UNION > YTD-DED-UNION
               MOVE 0 TO YTD-DED-UNION
           ELSE
               SUBTRACT WS-ORIG-DED-UNION FROM YTD-DED-UNION
           END-IF
           COMPUTE WS-ORIG-DED-OTHER =
               WS-ORIG-DEDUCTIONS - WS-ORIG-DED-HEALTH
               - WS-ORIG-DED-401K - WS-ORIG-DED-UNION
           IF WS-ORIG-DED-OTHER > 0
               IF WS-ORIG-DED-OTHER > YTD-DED-OTHER
                   MOVE 0 TO YTD-DED-OTHER
               ELSE
                   SUBTRACT WS-ORIG-DED-OTHER FROM YTD-DED-OTHER
               END-IF
           END-IF
           EXIT.

       BACK-OUT-DEDUCTION-CASCADE.
      *>   An older history record carries only the deduction lump,
      *>   not the per-type split, so the backout cascades other-first
      *>   (advances, garnishments, arrears recoveries, and imputed
      *>   offsets all live in the other bucket), then health,
      *>   401(k), union - whatever keeps the per-type buckets
      *>   The mirror image of what the payroll run posted for this
      *>   payment: wages expense credited, the payable and cash
      *>   accounts debited, all against the department the history
      *>   record carries and the natural accounts GLMAP maps for the
      *>   company that paid it. Debits equal credits by
      *>   construction.
      *>   A record carrying the deduction split reverses health,
      *>   401(k) and union dues to their own payables, as the run
      *>   posted them, with the rest through the other-deductions
      *>   payable; an older record holds only the lump, so all of
      *>   it reverses through the other-deductions payable.
      *>   An expense reimbursement paid in the net is credited back
      *>   to the reimbursement expense account against the same
      *>   department.
           PERFORM GET-PAYING-COMPANY
           IF WS-PRE-TRANSFER = 'Y' AND WS-XFER-COMPANY-FOUND = 'N'
               MOVE 'Y' TO WS-LEG-FAILED
               MOVE 'GL: PAYING COMPANY NOT ON COXFER' TO
                   WS-RPT-CAPTION
               MOVE WS-ORIG-GROSS TO WS-RPT-AMOUNT
               MOVE 'POST THE REVERSAL BY HAND' TO WS-RPT-NOTE
               WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM LOAD-GL-MAP
               PERFORM WRITE-REVERSING-GL-LINES
           END-IF
           EXIT.

       WRITE-REVERSING-GL-LINES.
           OPEN OUTPUT GL-INTERFACE-FILE
           MOVE WS-ORIG-COMPANY TO GL-COMPANY-CODE
           MOVE WS-ORIG-DEPT TO GL-DEPT-CODE

           MOVE 'WAGE' TO WS-GL-CATEGORY
           MOVE 'WAGES EXP ' TO GL-ACCOUNT-CODE
           MOVE 'WAGES EXPENSE' TO GL-ACCOUNT-NAME
           MOVE 'C' TO GL-DEBIT-CREDIT
           MOVE WS-ORIG-GROSS TO GL-AMOUNT
           PERFORM POST-GL-LINE

           MOVE 'FITP' TO WS-GL-CATEGORY
           MOVE 'TAX PAYBL ' TO GL-ACCOUNT-CODE
           MOVE 'FEDERAL WH PAYABLE' TO GL-ACCOUNT-NAME
           MOVE 'D' TO GL-DEBIT-CREDIT
           MOVE WS-ORIG-FEDERAL TO GL-AMOUNT
           PERFORM POST-GL-LINE

           MOVE 'SITP' TO WS-GL-CATEGORY
           MOVE 'TAX PAYBL ' TO GL-ACCOUNT-CODE
           MOVE 'STATE WH PAYABLE' TO GL-ACCOUNT-NAME
           MOVE 'D' TO GL-DEBIT-CREDIT
           MOVE WS-ORIG-STATE TO GL-AMOUNT
           PERFORM POST-GL-LINE

           IF WS-ORIG-LOCAL > 0
               MOVE 'LITP' TO WS-GL-CATEGORY
               MOVE 'TAX PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'LOCAL TAX PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-ORIG-LOCAL TO GL-AMOUNT
               PERFORM POST-GL-LINE
           END-IF

           IF WS-ORIG-SDI + WS-ORIG-PFL > 0
               MOVE 'SDIP' TO WS-GL-CATEGORY
               MOVE 'SDI PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'SDI/PFL PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT = WS-ORIG-SDI + WS-ORIG-PFL
               PERFORM POST-GL-LINE
           END-IF

           IF WS-ORIG-HAS-DETAIL = 'Y'
               PERFORM WRITE-DEDUCTION-SPLIT-GL
           ELSE
               MOVE 'DEDP' TO WS-GL-CATEGORY
               MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'DEDUCTIONS PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-ORIG-DEDUCTIONS TO GL-AMOUNT
               PERFORM POST-GL-LINE
           END-IF

           IF WS-ORIG-REIMB > 0
               MOVE 'REIM' TO WS-GL-CATEGORY
               MOVE 'REIMB EXP ' TO GL-ACCOUNT-CODE
               MOVE 'EXPENSE REIMBURSEMENT' TO GL-ACCOUNT-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-ORIG-REIMB TO GL-AMOUNT
               PERFORM POST-GL-LINE
           END-IF

           MOVE 'CASH' TO WS-GL-CATEGORY
           MOVE 'CASH      ' TO GL-ACCOUNT-CODE
           MOVE 'CASH' TO GL-ACCOUNT-NAME
           MOVE 'D' TO GL-DEBIT-CREDIT
           MOVE WS-ORIG-NET TO GL-AMOUNT
           PERFORM POST-GL-LINE

           CLOSE GL-INTERFACE-FILE
           MOVE 'REVERSING GL ENTRIES WRITTEN' TO WS-RPT-CAPTION
           MOVE WS-ORIG-GROSS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-NOTE
           IF WS-GL-UNMAPPED-COUNT > 0
               MOVE 'SOME LINES ON GENERIC ACCOUNTS' TO WS-RPT-NOTE
           END-IF
           WRITE REVERSAL-REPORT-LINE FROM WS-REPORT-LINE
           EXIT.

       WRITE-DEDUCTION-SPLIT-GL.
           IF WS-ORIG-DED-HEALTH > 0
               MOVE 'HLTP' TO WS-GL-CATEGORY
               MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'HEALTH INS PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-ORIG-DED-HEALTH TO GL-AMOUNT
               PERFORM POST-GL-LINE
           END-IF
           IF WS-ORIG-DED-401K > 0
               MOVE 'K401' TO WS-GL-CATEGORY
               MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
               MOVE '401K PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-ORIG-DED-401K TO GL-AMOUNT
               PERFORM POST-GL-LINE
           END-IF
           IF WS-ORIG-DED-UNION > 0
               MOVE 'UNNP' TO WS-GL-CATEGORY
               MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'UNION DUES PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-ORIG-DED-UNION TO GL-AMOUNT
               PERFORM POST-GL-LINE
           END-IF
      *>   WS-ORIG-DED-OTHER was figured when the YTD buckets came
      *>   down, but the YTD leg may have been skipped.
           COMPUTE WS-ORIG-DED-OTHER =
               WS-ORIG-DEDUCTIONS - WS-ORIG-DED-HEALTH
               - WS-ORIG-DED-401K - WS-ORIG-DED-UNION
           IF WS-ORIG-DED-OTHER > 0
               MOVE 'DEDP' TO WS-GL-CATEGORY
               MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'DEDUCTIONS PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-ORIG-DED-OTHER TO GL-AMOUNT
               PERFORM POST-GL-LINE
           END-IF
           EXIT.

       GET-PAYING-COMPANY.
      *>   The mapping follows the company that made the payment:
      *>   the from-company of the first applied transfer effective
      *>   after the payment's period, or else the employee's
      *>   current company. With no master record the blank
      *>   (legacy) company's rows apply.
           MOVE SPACES TO WS-ORIG-COMPANY
           MOVE 'N' TO WS-XFER-COMPANY-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS = '00'
               MOVE WS-REV-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPANY-CODE TO WS-ORIG-COMPANY
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF
           OPEN INPUT COMPANY-TRANSFER-FILE
           IF WS-XFER-FILE-STATUS = '00'
               MOVE 'N' TO WS-XFER-EOF
               MOVE WS-REV-EMP-ID TO XFER-EMP-ID
               MOVE WS-REV-PERIOD-END TO XFER-EFFECTIVE-DATE
               START COMPANY-TRANSFER-FILE KEY IS > XFER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-XFER-EOF
               END-START
               PERFORM UNTIL WS-XFER-EOF = 'Y'
                   READ COMPANY-TRANSFER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-XFER-EOF
                       NOT AT END
                           IF XFER-EMP-ID NOT = WS-REV-EMP-ID
                               MOVE 'Y' TO WS-XFER-EOF
                           ELSE
                               IF XFER-STATUS = 'A'
                                   MOVE XFER-FROM-COMPANY-CODE
                                       TO WS-ORIG-COMPANY
                                   MOVE 'Y' TO WS-XFER-COMPANY-FOUND
                                   MOVE 'Y' TO WS-XFER-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TRANSFER-FILE
           END-IF
           EXIT.

       POST-GL-LINE.
           MOVE GL-COMPANY-CODE TO WS-GLM-SK-COMPANY
           MOVE GL-DEPT-CODE TO WS-GLM-SK-DEPT
           MOVE WS-GL-CATEGORY TO WS-GLM-SK-CATEGORY
           PERFORM FIND-GL-MAPPING
           IF WS-GLM-HIT = 0 AND GL-DEPT-CODE NOT = SPACES
               MOVE SPACES TO WS-GLM-SK-DEPT
               PERFORM FIND-GL-MAPPING
           END-IF
           IF WS-GLM-HIT > 0
               MOVE WS-GLM-ACCOUNT-TBL(WS-GLM-HIT) TO GL-ACCOUNT-CODE
               IF WS-GLM-NAME-TBL(WS-GLM-HIT) NOT = SPACES
                   MOVE WS-GLM-NAME-TBL(WS-GLM-HIT) TO GL-ACCOUNT-NAME
               END-IF
           ELSE
               ADD 1 TO WS-GL-UNMAPPED-COUNT
               DISPLAY 'NO GL MAPPING FOR COMPANY ' GL-COMPANY-CODE
                   ' DEPT ' GL-DEPT-CODE ' CATEGORY ' WS-GL-CATEGORY
                   ' - POSTED TO ' GL-ACCOUNT-CODE
           END-IF
           WRITE GL-INTERFACE-RECORD
           EXIT.

       FIND-GL-MAPPING.
           MOVE 0 TO WS-GLM-HIT
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GL-MAP-COUNT
                   OR WS-GLM-HIT > 0
               IF WS-GLM-KEY-TBL(WS-GLM-SUB) = WS-GLM-SEARCH-KEY
                   MOVE WS-GLM-SUB TO WS-GLM-HIT
               END-IF
           END-PERFORM
           EXIT.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = '00'
               DISPLAY 'NO GL ACCOUNT MAPPING, STATUS: '
                   WS-GLMAP-FILE-STATUS
                   ' - REVERSAL POSTS TO GENERIC ACCOUNTS'
           ELSE
               PERFORM UNTIL WS-GLMAP-EOF = 'Y'
                   READ GL-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-GLMAP-EOF
                       NOT AT END
                           IF WS-GL-MAP-COUNT < 300
                               ADD 1 TO WS-GL-MAP-COUNT
                               MOVE GLM-COMPANY-CODE TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(1:3)
                               MOVE GLM-DEPT-CODE TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(4:4)
                               MOVE GLM-CATEGORY TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(8:4)
                               MOVE GLM-ACCOUNT TO
                                   WS-GLM-ACCOUNT-TBL(WS-GL-MAP-COUNT)
                               MOVE GLM-ACCOUNT-NAME TO
                                   WS-GLM-NAME-TBL(WS-GL-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF
           EXIT.

       VOID-REGISTER-CHECK.
      *>   The check being clawed back must still be outstanding; a
      *>   check the bank already paid can only come back through
