               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCTAX-FILE-STATUS.

           SELECT SDI-TAX-FILE
            ASSIGN TO SDITAX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDITAX-FILE-STATUS.

           SELECT OT-RULE-FILE
            ASSIGN TO OTRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTRULE-FILE-STATUS.

           SELECT GL-MAP-FILE
            ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT DEPOSIT-OBLIGATION-FILE
            ASSIGN TO DEPOBLIG
               ORGANIZATION IS INDEXED
               RECORD KEY IS ERNENT-KEY
               FILE STATUS IS WS-EARNENT-FILE-STATUS.

           SELECT EXPENSE-REIMB-FILE
            ASSIGN TO EXPREIMB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXPR-KEY
               FILE STATUS IS WS-EXPREIMB-FILE-STATUS.

           SELECT EARNINGS-DETAIL-FILE
            ASSIGN TO EARNDTL
               ORGANIZATION IS LINE SEQUENTIAL.
               RECORD KEY IS PCHG-KEY
               FILE STATUS IS WS-PCHG-FILE-STATUS.

           SELECT COMPANY-TRANSFER-FILE
            ASSIGN TO COXFER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFER-KEY
               FILE STATUS IS WS-XFER-FILE-STATUS.

           SELECT COMPANY-YTD-FILE
            ASSIGN TO CYTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYTD-KEY
               FILE STATUS IS WS-CYTD-FILE-STATUS.

           SELECT PENDING-CHANGE-REPORT-FILE
            ASSIGN TO PNDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROSSUP-FILE-STATUS.

           SELECT MANUAL-CHECK-FILE
            ASSIGN TO MANCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANCHK-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
            ASSIGN TO CHKREGF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKREG-CHECK-NUMBER
               FILE STATUS IS WS-CHKREG-FILE-STATUS.

           SELECT MANUAL-CHECK-REPORT-FILE
            ASSIGN TO MCHKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WHAT-IF-FILE
            ASSIGN TO WHATIF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHATIF-FILE-STATUS.

           SELECT WHAT-IF-REPORT-FILE
            ASSIGN TO WHATRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-MASTER-FILE
            ASSIGN TO DEPTMAST
               ORGANIZATION IS LINE SEQUENTIAL
           05  RESTART-GARN-TOTAL      PIC 9(9)V99.
           05  RESTART-WC-COUNT        PIC 9(7).
           05  RESTART-WC-TOTAL        PIC 9(9)V99.
           05  RESTART-REIMB-COUNT     PIC 9(7).
           05  RESTART-REIMB-TOTAL     PIC 9(9)V99.

       FD  EMPLOYEE-LEAVE-FILE.
           COPY LEAVREC.
           05  GL-ACCOUNT-NAME         PIC X(20).
           05  GL-DEBIT-CREDIT         PIC X(1).
           05  GL-AMOUNT               PIC 9(9)V99.
      *>   The legal entity whose books the line belongs to - the
      *>   paying company for the payroll lines, each side of the
      *>   pair for the intercompany lines.
           05  GL-COMPANY-CODE         PIC X(3).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
      *> applies instead when the employee lives there. The SUTA
      *> fields carry the employer's experience-rated unemployment
      *> rate and that state's annual wage-base cap; zeros mean the
      *> state levies no SUTA on this employer. STAX-SUPP-RATE is the
      *> state's own flat rate on supplemental wages; zero (or a
      *> record from before the field existed) withholds bonuses at
      *> the regular state rate.
       FD  STATE-TAX-FILE.
       01  STATE-TAX-RECORD.
           05  STAX-STATE              PIC X(2).
           05  STAX-RECIP-STATE        PIC X(2).
           05  STAX-SUTA-RATE          PIC V9(4).
           05  STAX-SUTA-WAGE-BASE     PIC 9(7)V99.
           05  STAX-SUPP-RATE          PIC V9(4).

      *> Locality (city/county occupational tax) rate table - one
      *> record per taxing municipality, published by LocalTaxMaint
           05  LTAX-DESCRIPTION        PIC X(20).
           05  LTAX-RATE               PIC V9(4).

      *> State disability and paid family/medical leave rate table,
      *> published by SdiTaxMaint. A missing dataset withholds no
      *> SDI/PFL, which is every shop with no employees working in
      *> a state that levies them.
       FD  SDI-TAX-FILE.
           COPY SDIREC.

      *> State daily-overtime rule table, published by OtRuleMaint.
      *> A missing dataset pays every state on the per-period
      *> ceiling alone, as the run always has.
       FD  OT-RULE-FILE.
           COPY OTRLREC.

      *> GL chart-of-accounts mapping, published by GlMapMaint. Each
      *> journal line is posted to the natural account mapped for
      *> its company, department, and posting category; a line with
      *> no mapping keeps the generic account code it always carried
      *> and the run ends with condition code 4 so accounting knows
      *> to re-key it.
       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  DEPOSIT-OBLIGATION-FILE.
           COPY OBLGREC.

       FD  EARNINGS-ENTRY-FILE.
           COPY ERNENT.

       FD  EXPENSE-REIMB-FILE.
           COPY EXPREC.

      *> One line per coded earnings amount actually paid, consumed
      *> by the pay stub step so each premium line shows on the
      *> employee's statement.
       FD  PENDING-CHANGE-FILE.
           COPY PNDCHG.

       FD  COMPANY-TRANSFER-FILE.
           COPY XFERREC.

       FD  COMPANY-YTD-FILE.
           COPY CYTDREC.

      *> One line per effective-dated change: applied to the master
      *> this run, or still waiting for its date.
       FD  PENDING-CHANGE-REPORT-FILE
           05  GUP-EMP-ID              PIC 9(5).
           05  GUP-TARGET-NET          PIC 9(5)V99.

      *> Manual and emergency checks for run type 'M': one record per
      *> check already handed over the counter (or about to be),
      *> posted through the same withholding and posting logic as a
      *> regular run. Column 29 says how the withholding was
      *> arrived at - 'C' has this run calculate the taxes and the
      *> elected deductions against the keyed gross, 'K' takes the
      *> taxes and deductions exactly as keyed from the check stub.
      *> The keyed amounts are ignored on a 'C' record.
       FD  MANUAL-CHECK-FILE.
       01  MANUAL-CHECK-RECORD.
           05  MCK-EMP-ID              PIC 9(5).
           05  MCK-CHECK-NUMBER        PIC 9(8).
           05  MCK-CHECK-DATE          PIC 9(8).
           05  MCK-GROSS-PAY           PIC 9(5)V99.
           05  MCK-TAX-MODE            PIC X(1).
           05  MCK-FEDERAL-TAX         PIC 9(5)V99.
           05  MCK-STATE-TAX           PIC 9(5)V99.
           05  MCK-LOCAL-TAX           PIC 9(5)V99.
           05  MCK-SDI-TAX             PIC 9(5)V99.
           05  MCK-PFL-TAX             PIC 9(5)V99.
           05  MCK-DED-HEALTH          PIC 9(5)V99.
           05  MCK-DED-401K            PIC 9(5)V99.
           05  MCK-DED-UNION           PIC 9(5)V99.
           05  MCK-REASON              PIC X(20).

      *> The check register CheckPrint keeps - a manual check is a
      *> real check drawn on the payroll account, so it goes on the
      *> register as outstanding for positive pay and
      *> reconciliation exactly like a printed one.
       FD  CHECK-REGISTER-FILE.
           COPY CHKREC.

      *> Daily manual-check register for audit: every check posted
      *> by a run-type-M run and every transaction it refused.
       FD  MANUAL-CHECK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MANUAL-CHECK-REPORT-LINE    PIC X(132).

      *> Paycheck what-if scenarios for run type 'W': one record per
      *> scenario, laid out as WS-WHAT-IF-CARD below. Several
      *> scenarios may name the same employee.
       FD  WHAT-IF-FILE.
       01  WHAT-IF-RECORD              PIC X(96).

      *> Side-by-side current-versus-proposed pay stub, one page per
      *> what-if scenario.
       FD  WHAT-IF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WHAT-IF-REPORT-LINE         PIC X(132).

      *> Department master - which legal entity (COMPMAST company)
      *> owns each department, so a labor-distribution split that
      *> charges another company's department can be detected. A
       01  WS-DEMO-FILE-STATUS      PIC X(2)   VALUE '00'.
       01  WS-SERVICE-YEARS         PIC 9(2)   VALUE 0.
       01  WS-SERVICE-DATE-DIFF     PIC S9(8)  VALUE 0.
       01  WS-SERVICE-START-DATE    PIC 9(8)   VALUE 0.
       01  WS-VAC-ACCRUAL-RATE      PIC 9(2)V99 VALUE 0.
       01  WS-SICK-ACCRUAL-RATE     PIC 9(2)V99 VALUE 0.

      *> One entry per paying company and department. The TAX, DED,
      *> and ELIAB columns are the totals the balancing proof runs
      *> on; the columns after them break each total out by the
      *> liability it is owed to, so every payable can be mapped to
      *> its own natural account. The breakouts always add back to
      *> their totals - each is spread with its own remainder.
       01  WS-GL-DEPT-TABLE.
           05  WS-GL-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GL-DEPT-IDX.
               10  WS-GL-COMPANY-TBL       PIC X(3).
               10  WS-GL-DEPT-CODE-TBL     PIC X(4).
               10  WS-GL-WAGES-TOTAL-TBL   PIC 9(9)V99.
               10  WS-GL-TAX-TOTAL-TBL     PIC 9(9)V99.
               10  WS-GL-DED-TOTAL-TBL     PIC 9(9)V99.
               10  WS-GL-ELIAB-TOTAL-TBL   PIC 9(9)V99.
               10  WS-GL-WC-TOTAL-TBL      PIC 9(9)V99.
               10  WS-GL-SDI-TOTAL-TBL     PIC 9(9)V99.
               10  WS-GL-SDI-ER-TOTAL-TBL  PIC 9(9)V99.
               10  WS-GL-FIT-TOTAL-TBL     PIC 9(9)V99.
               10  WS-GL-SIT-TOTAL-TBL     PIC 9(9)V99.
               10  WS-GL-LIT-TOTAL-TBL     PIC 9(9)V99.
               10  WS-GL-HLTH-TOTAL-TBL    PIC 9(9)V99.
               10  WS-GL-K401-TOTAL-TBL    PIC 9(9)V99.
               10  WS-GL-UNION-TOTAL-TBL   PIC 9(9)V99.
               10  WS-GL-DEDOTH-TOTAL-TBL  PIC 9(9)V99.
               10  WS-GL-ERFICA-TOTAL-TBL  PIC 9(9)V99.
               10  WS-GL-FUTA-TOTAL-TBL    PIC 9(9)V99.
               10  WS-GL-SUTA-TOTAL-TBL    PIC 9(9)V99.
               10  WS-GL-MATCH-TOTAL-TBL   PIC 9(9)V99.
               10  WS-GL-REIMB-TOTAL-TBL   PIC 9(9)V99.
       01  WS-GL-DEPT-COUNT             PIC 9(3) VALUE 0.
       01  WS-GL-DEPT-FOUND             PIC X    VALUE 'N'.

      *> Chart-of-accounts mapping loaded from GLMAP. The search key
      *> is company + department + posting category; the lookup
      *> tries the exact department first and then the company-wide
      *> row (blank department).
       01  WS-GLMAP-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-GLMAP-EOF                 PIC X     VALUE 'N'.
       01  WS-GL-MAP-TABLE.
           05  WS-GL-MAP-ENTRY OCCURS 300 TIMES.
               10  WS-GLM-KEY-TBL       PIC X(11).
               10  WS-GLM-ACCOUNT-TBL   PIC X(10).
               10  WS-GLM-NAME-TBL      PIC X(20).
       01  WS-GL-MAP-COUNT              PIC 9(3)  VALUE 0.
       01  WS-GLM-SUB                   PIC 9(3)  VALUE 0.
       01  WS-GLM-HIT                   PIC 9(3)  VALUE 0.
       01  WS-GLM-SEARCH-KEY.
           05  WS-GLM-SK-COMPANY        PIC X(3).
           05  WS-GLM-SK-DEPT           PIC X(4).
           05  WS-GLM-SK-CATEGORY       PIC X(4).
       01  WS-GL-CATEGORY               PIC X(4)  VALUE SPACES.
       01  WS-GL-UNMAPPED-COUNT         PIC 9(5)  VALUE 0.
      *> Per-department debit/credit proof totals for the balancing
      *> check that closes WRITE-GL-INTERFACE.
       01  WS-GL-DEPT-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-RUN-FUTA-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-RUN-SUTA-TOTAL            PIC 9(9)V99 VALUE 0.

      *> Pre-tax treatment by deduction class - subscript 1 health,
      *> 2 401(k), 3 union dues. INITIALIZE-PRETAX-TABLE sets the
      *> ordinary plan design as the fallback (health premiums run
      *> through the Section 125 cafeteria plan and come off every
      *> wage base, traditional 401(k) deferrals come off income-
      *> tax wages only, union dues are after-tax); the TAXTABLE
      *> 'D' records override it class by class.
       01  WS-PRETAX-TABLE.
           05  WS-PRETAX-CLASS OCCURS 3 TIMES.
               10  WS-PRETAX-EFF-DATE      PIC 9(8).
               10  WS-PRETAX-INCOME-FLAG   PIC X(1).
               10  WS-PRETAX-FICA-FLAG     PIC X(1).
               10  WS-PRETAX-FUTA-FLAG     PIC X(1).
       01  WS-PRETAX-DED-TABLE.
           05  WS-PRETAX-DED-AMT OCCURS 3 TIMES PIC 9(5)V99.
       01  WS-PRETAX-SUB                PIC 9(1)  VALUE 0.
      *> The three taxable-wage figures for the check being built:
      *> income-tax wages drive federal/state/local withholding,
      *> FICA wages the Social Security and Medicare figures, and
      *> FUTA wages the unemployment taxes. Each is measured against
      *> its own YTD bucket for the annual wage-base tests.
       01  WS-INCTAX-WAGES              PIC 9(5)V99 VALUE 0.
       01  WS-FICA-WAGES                PIC 9(5)V99 VALUE 0.
       01  WS-FUTA-WAGES                PIC 9(5)V99 VALUE 0.
       01  WS-INCTAX-WAGES-WORK         PIC S9(7)V99 VALUE 0.
       01  WS-FICA-WAGES-WORK           PIC S9(7)V99 VALUE 0.
       01  WS-FUTA-WAGES-WORK           PIC S9(7)V99 VALUE 0.
       01  WS-YTD-PRIOR-FICA-WAGES      PIC 9(9)V99 VALUE 0.
       01  WS-YTD-PRIOR-FUTA-WAGES      PIC 9(9)V99 VALUE 0.
      *> The Social Security base test also counts what a
      *> predecessor company paid when the employee came over in a
      *> successor transfer; the Additional Medicare threshold is
      *> each employer's own and stays on WS-YTD-PRIOR-FICA-WAGES.
       01  WS-SS-BASE-PRIOR-WAGES       PIC 9(9)V99 VALUE 0.

      *> Supplemental wages - everything paid on a bonus ('B') or
      *> gross-up ('G') run - are withheld at the flat supplemental
      *> rate rather than through the annualized brackets. Once the
      *> year's supplemental wages pass the mandatory threshold the
      *> excess is withheld at the mandatory rate. The fallbacks are
      *> overridden by the TAXTABLE 'P' records.
       01  WS-SUPP-FLAT-RATE            PIC V9(4) VALUE .2200.
       01  WS-SUPP-MANDATORY-RATE       PIC V9(4) VALUE .3700.
       01  WS-SUPP-MANDATORY-THRESH     PIC 9(9)V99 VALUE 1000000.00.
       01  WS-SUPP-EFF-DATE             PIC 9(8)  VALUE 0.
       01  WS-YTD-PRIOR-SUPP-WAGES      PIC 9(9)V99 VALUE 0.
       01  WS-SUPP-OVER-THRESH          PIC 9(5)V99 VALUE 0.
       01  WS-SUPP-MANDATORY-HIT        PIC X     VALUE 'N'.
       01  WS-SUPP-MANDATORY-COUNT      PIC 9(7)  VALUE 0.

      *> Non-employee contractors (WORKER-TYPE 'C') have nothing
      *> withheld unless the IRS has put them on backup withholding,
      *> taken at this flat rate from the TAXTABLE 'K' record.
       01  WS-BACKUP-WH-RATE            PIC V9(4) VALUE .2400.
       01  WS-BACKUP-EFF-DATE           PIC 9(8)  VALUE 0.
       01  WS-CONTRACTOR-PAID-COUNT     PIC 9(7)  VALUE 0.

       01  WS-401K-MATCH-RATE           PIC V99   VALUE .50.
       01  WS-EMPLOYER-FICA-MATCH       PIC 9(5)V99.
       01  WS-EMPLOYER-MEDICARE-MATCH   PIC 9(5)V99.
      *> into the deductions-payable GL credit.
       01  WS-IMPUTED-THIS-EMP          PIC 9(5)V99 VALUE 0.
       01  WS-RUN-IMPUTED-TOTAL         PIC 9(9)V99 VALUE 0.
      *> Approved expense claims paid on this check: added to the net
      *> after every tax and deduction, so they never touch gross,
      *> taxable wages, or YTD. Each claim is charged to its own
      *> department's reimbursement expense, and its cash rides that
      *> department's cash credit.
       01  WS-EXPREIMB-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-EXPREIMB-OPEN             PIC X     VALUE 'N'.
       01  WS-EXPREIMB-EOF              PIC X     VALUE 'N'.
       01  WS-REIMB-THIS-EMP            PIC 9(5)V99 VALUE 0.
       01  WS-REIMB-COUNT               PIC 9(7)  VALUE 0.
       01  WS-RUN-REIMB-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-REIMB-NET-CHECK           PIC 9(7)V99 VALUE 0.
       01  WS-ERN-GL-TABLE.
           05  WS-ERN-GL-ENTRY OCCURS 50 TIMES.
               10  WS-EGL-COMPANY-TBL   PIC X(3).
               10  WS-EGL-DEPT-TBL      PIC X(4).
               10  WS-EGL-ACCT-TBL      PIC X(10).
               10  WS-EGL-AMOUNT-TBL    PIC 9(9)V99.
       01  WS-CASH-CHECK                PIC S9(9)V99 VALUE 0.
       01  WS-REM-ELIAB                 PIC 9(9)V99 VALUE 0.
       01  WS-ELIAB-SHARE               PIC 9(9)V99 VALUE 0.
      *> SDI/PFL shares of the spread: the employee withholding and
      *> the employer's own share both credit the SDI payable line;
      *> the employer share also debits its own expense line.
       01  WS-GLA-SDI                   PIC 9(9)V99 VALUE 0.
       01  WS-GLA-SDI-ER                PIC 9(9)V99 VALUE 0.
       01  WS-REM-SDI                   PIC 9(9)V99 VALUE 0.
       01  WS-REM-SDI-ER                PIC 9(9)V99 VALUE 0.
      *> The per-liability breakouts of the tax, deduction, and
      *> employer-liability shares, each spread with its own
      *> remainder so the split's totals are their exact sums.
       01  WS-GLA-COMPANY               PIC X(3)  VALUE SPACES.
       01  WS-GLA-FIT                   PIC 9(9)V99 VALUE 0.
       01  WS-GLA-SIT                   PIC 9(9)V99 VALUE 0.
       01  WS-GLA-LIT                   PIC 9(9)V99 VALUE 0.
       01  WS-REM-FIT                   PIC 9(9)V99 VALUE 0.
       01  WS-REM-SIT                   PIC 9(9)V99 VALUE 0.
       01  WS-REM-LIT                   PIC 9(9)V99 VALUE 0.
       01  WS-GLA-HLTH                  PIC 9(9)V99 VALUE 0.
       01  WS-GLA-K401                  PIC 9(9)V99 VALUE 0.
       01  WS-GLA-UNION                 PIC 9(9)V99 VALUE 0.
       01  WS-GLA-DEDOTH                PIC 9(9)V99 VALUE 0.
       01  WS-REM-HLTH                  PIC 9(9)V99 VALUE 0.
       01  WS-REM-K401                  PIC 9(9)V99 VALUE 0.
       01  WS-REM-UNION                 PIC 9(9)V99 VALUE 0.
       01  WS-REM-DEDOTH                PIC 9(9)V99 VALUE 0.
       01  WS-EMP-HLTH-DED              PIC 9(5)V99 VALUE 0.
       01  WS-EMP-K401-DED              PIC 9(5)V99 VALUE 0.
       01  WS-EMP-UNION-DED             PIC 9(5)V99 VALUE 0.
       01  WS-EMP-OTHER-DED             PIC S9(7)V99 VALUE 0.
       01  WS-GLA-SHORTFALL             PIC 9(9)V99 VALUE 0.
       01  WS-GLA-TAKE                  PIC 9(9)V99 VALUE 0.
       01  WS-ELIAB-FICA-SHARE          PIC 9(9)V99 VALUE 0.
       01  WS-ELIAB-FUTA-SHARE          PIC 9(9)V99 VALUE 0.
       01  WS-ELIAB-SUTA-SHARE          PIC 9(9)V99 VALUE 0.
       01  WS-ELIAB-MATCH-SHARE         PIC 9(9)V99 VALUE 0.
       01  WS-REM-ELIAB-FICA            PIC 9(9)V99 VALUE 0.
       01  WS-REM-ELIAB-FUTA            PIC 9(9)V99 VALUE 0.
       01  WS-REM-ELIAB-SUTA            PIC 9(9)V99 VALUE 0.
       01  WS-REM-ELIAB-MATCH           PIC 9(9)V99 VALUE 0.

      *> Arrears recovery work areas: the outstanding balance is
      *> attempted on top of this period's normal deductions, the cap
       01  WS-BENPLAN-COUNT             PIC 9(2)  VALUE 0.
       01  WS-BPL-SUB                   PIC 9(2)  VALUE 0.
       01  WS-ENROLLMENT-FOUND          PIC X     VALUE 'N'.
       01  WS-ENROLLMENT-IN-FORCE       PIC X     VALUE 'N'.
       01  WS-PLAN-PREMIUM              PIC 9(3)V99 VALUE 0.
       01  WS-DED-HEALTH-USED           PIC 9(3)V99 VALUE 0.
       01  WS-DED-401K-USED             PIC 9(3)V99 VALUE 0.
      *> Off-cycle/bonus/retroactive run control, read from a SYSIN
      *> parameter card: column 1 is the run type (R=regular,
      *> B=off-cycle bonus, C=correction, G=gross-up bonus paying
      *> the GROSSUP target-net list, M=manual and emergency checks
      *> from the MANCHK file, dated the pay-period-end date,
      *> W=paycheck what-if modelling the WHATIF scenarios), columns
      *> 2-9 are the
      *> pay-period-start date, columns 10-17 are the pay-period-end
      *> date this run is for. Carrying both start and end dates (not
      *> just end) is what lets a retroactive rerun for a specific
      *> TRIAL RUN - NOT DISBURSED, and a clean trial ends with
      *> condition code 4 so the chain's COND gates keep the
      *> disbursement steps from ever consuming the trial output.
      *> Column 19 '1'-'4' names the dept-code partition this run
      *> pays in the partitioned chain (PAYPART01); the run then
      *> records itself on the ledger as EMPPAYP1-EMPPAYP4 so the
      *> four partitions never overwrite each other's ledger record
      *> and the batch-window report can tell the two paths apart.
       01  WS-RUN-PARM-CARD.
           05  WS-RUN-PARM-TYPE         PIC X(1).
           05  WS-RUN-PARM-START-DATE   PIC 9(8).
           05  WS-RUN-PARM-END-DATE     PIC 9(8).
           05  WS-RUN-PARM-TRIAL        PIC X(1).
           05  WS-RUN-PARM-PARTITION    PIC X(1).
       01  WS-RUN-TYPE                  PIC X(1)  VALUE 'R'.
       01  WS-TRIAL-RUN                 PIC X(1)  VALUE 'N'.
       01  WS-PAY-PERIOD-START-DATE     PIC 9(8)  VALUE ZEROS.
       01  WS-LOCAL-TAX                 PIC 9(5)V99 VALUE 0.
       01  WS-RUN-LOCAL-TOTAL           PIC 9(9)V99 VALUE 0.

      *> State disability ('D') and family-leave ('F') work areas:
      *> the SDITAX table is loaded at startup and the employee's
      *> WORK-STATE picks the rate in force on the pay-period-end
      *> date for each class. The employee amounts come off net pay
      *> beside the other withholding and bank into their own
      *> YTD/QTD buckets; the employer shares bank into QTD only.
      *> Both post to the SDI payable GL line.
       01  WS-SDITAX-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-SDITAX-EOF                PIC X     VALUE 'N'.
       01  WS-SDI-RATE-TABLE.
           05  WS-SDI-RATE-ENTRY OCCURS 40 TIMES.
               10  WS-SDR-EFF-DATE      PIC 9(8).
               10  WS-SDR-STATE         PIC X(2).
               10  WS-SDR-CLASS         PIC X(1).
               10  WS-SDR-EE-RATE       PIC V9(6).
               10  WS-SDR-ER-RATE       PIC V9(6).
               10  WS-SDR-WAGE-BASE     PIC 9(7)V99.
               10  WS-SDR-WEEKLY-MAX    PIC 9(3)V99.
       01  WS-SDI-RATE-COUNT            PIC 9(2)  VALUE 0.
       01  WS-SDR-SUB                   PIC 9(2)  VALUE 0.
       01  WS-SDR-PICK                  PIC 9(2)  VALUE 0.
       01  WS-SDI-CLASS-WANTED          PIC X     VALUE SPACE.
       01  WS-SDI-PRIOR-WAGES           PIC 9(9)V99 VALUE 0.
       01  WS-SDI-TAXABLE               PIC 9(7)V99 VALUE 0.
       01  WS-SDI-EE-AMOUNT             PIC 9(5)V99 VALUE 0.
       01  WS-SDI-ER-AMOUNT             PIC 9(5)V99 VALUE 0.
       01  WS-SDI-PERIOD-MAX            PIC 9(5)V99 VALUE 0.
       01  WS-SDI-WEEKS                 PIC 9V9(4)  VALUE 0.
       01  WS-SDI-STATE-USED            PIC X(2)  VALUE SPACES.
       01  WS-SDI-TAX                   PIC 9(5)V99 VALUE 0.
       01  WS-PFL-TAX                   PIC 9(5)V99 VALUE 0.
       01  WS-SDI-ER-TAX                PIC 9(5)V99 VALUE 0.
       01  WS-PFL-ER-TAX                PIC 9(5)V99 VALUE 0.
       01  WS-SDI-PFL-TAX               PIC 9(5)V99 VALUE 0.
       01  WS-SDI-WAGES                 PIC 9(7)V99 VALUE 0.
       01  WS-PFL-WAGES                 PIC 9(7)V99 VALUE 0.
       01  WS-YTD-PRIOR-SDI-WAGES       PIC 9(9)V99 VALUE 0.
       01  WS-YTD-PRIOR-PFL-WAGES       PIC 9(9)V99 VALUE 0.
       01  WS-RUN-SDI-TOTAL             PIC 9(9)V99 VALUE 0.

      *> State daily-overtime work areas: the OTRULE table is loaded
      *> at startup and the employee's WORK-STATE picks the rule in
      *> force on the pay-period-end date. DailyOtCalc prices the
      *> period's dated time entries under it, and when the daily
      *> split pays more than the per-period ceiling it replaces
      *> the overtime hours and gross, adds the double-time hours,
      *> and itemizes each day's premium on the earnings detail.
       01  WS-OTRULE-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-OTRULE-EOF                PIC X     VALUE 'N'.
       01  WS-OT-RULE-TABLE.
           05  WS-OT-RULE-ENTRY OCCURS 40 TIMES.
               10  WS-OTR-EFF-DATE      PIC 9(8).
               10  WS-OTR-STATE         PIC X(2).
               10  WS-OTR-DAILY-OT      PIC 9(2)V99.
               10  WS-OTR-DAILY-DT      PIC 9(2)V99.
               10  WS-OTR-WEEKLY-OT     PIC 9(2)V99.
               10  WS-OTR-SEVENTH-DAY   PIC X(1).
               10  WS-OTR-SEVENTH-DT    PIC 9(2)V99.
               10  WS-OTR-DT-FACTOR     PIC 9V99.
       01  WS-OT-RULE-COUNT             PIC 9(2)  VALUE 0.
       01  WS-OTR-SUB                   PIC 9(2)  VALUE 0.
       01  WS-OTR-PICK                  PIC 9(2)  VALUE 0.
       01  WS-DAILY-OT-APPLIED          PIC X     VALUE 'N'.
       01  WS-DOUBLE-TIME-HOURS         PIC 9(3)V99 VALUE 0.
       01  WS-OTD-SUB                   PIC 9(2)  VALUE 0.
           COPY OTDCALC.

      *> Effective-dated pending-change work areas: changes keyed
      *> through maintenance with a future date wait on PENDCHG and
      *> are applied to the employee master here, before the
           05  FILLER                   PIC X(5)  VALUE ' BY  '.
           05  WS-PCD-REQUEST-USER      PIC X(8).

      *> Company transfers ride the same report: an employee moved
      *> from one company (FEIN) to another closes the old company's
      *> YTD figures out to COMPANY-YTD-FILE here, before anything
      *> is paid under the new one.
       01  WS-XFER-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-CYTD-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-XFER-EOF                  PIC X     VALUE 'N'.
       01  WS-XFER-APPLIED-COUNT        PIC 9(7)  VALUE 0.
       01  WS-XFER-WAITING-COUNT        PIC 9(7)  VALUE 0.
       01  WS-XFER-REFUSED-COUNT        PIC 9(7)  VALUE 0.
       01  WS-XFER-REOPENED             PIC X     VALUE 'N'.
       01  WS-XFER-TOTAL-401K           PIC 9(9)V99 VALUE 0.
       01  WS-XFER-CARRY-FICA           PIC 9(9)V99 VALUE 0.
       01  WS-XFER-CARRY-FUTA           PIC 9(9)V99 VALUE 0.
       01  WS-XFER-CLOSED-GROSS         PIC 9(9)V99 VALUE 0.
       01  WS-YTD-COMPANY-MISMATCH      PIC 9(7)  VALUE 0.
       01  WS-XFER-DETAIL-LINE.
           05  WS-XFD-DISPOSITION       PIC X(22).
           05  FILLER                   PIC X(8)  VALUE 'EMP-ID: '.
           05  WS-XFD-EMP-ID            PIC ZZZZ9.
           05  FILLER                   PIC X(12) VALUE '  EFFECTIVE '.
           05  WS-XFD-EFFECTIVE         PIC 9(8).
           05  FILLER                   PIC X(7)  VALUE '  FROM '.
           05  WS-XFD-FROM-COMPANY      PIC X(3).
           05  FILLER                   PIC X(4)  VALUE ' TO '.
           05  WS-XFD-TO-COMPANY        PIC X(3).
           05  FILLER                   PIC X(12) VALUE
               '  SUCCESSOR '.
           05  WS-XFD-SUCCESSOR         PIC X(1).
           05  FILLER                   PIC X(15) VALUE
               '  CLOSED GROSS '.
           05  WS-XFD-CLOSED-GROSS      PIC ZZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.

      *> Gross-up (net-to-gross) work areas for run type 'G': the
      *> target-net table is loaded at startup, only listed
      *> employees are paid, and SOLVE-GROSS-UP iterates the full
       01  WS-GUP-ITERATION             PIC 9(2)  VALUE 0.
       01  WS-GUP-CONVERGED             PIC X     VALUE 'N'.

      *> Manual-check work areas for run type 'M': the day's
      *> transactions are edited into this table at startup, only
      *> employees with an accepted transaction are paid, and each
      *> entry ends the run posted ('P') or refused ('R') with the
      *> reason, which is what the manual-check register prints.
      *> Arrears, advances, garnishments, suspense resubmits, and
      *> leave accrual all sit the manual check out - they ride the
      *> next regular run as always.
       01  WS-MANCHK-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-MANCHK-EOF                PIC X     VALUE 'N'.
       01  WS-CHKREG-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-MANCHK-TABLE.
           05  WS-MANCHK-ENTRY OCCURS 200 TIMES.
               10  WS-MCK-EMP-ID-TBL    PIC 9(5).
               10  WS-MCK-CHECK-NUM-TBL PIC 9(8).
               10  WS-MCK-CHECK-DATE-TBL PIC 9(8).
               10  WS-MCK-GROSS-TBL     PIC 9(5)V99.
               10  WS-MCK-MODE-TBL      PIC X(1).
               10  WS-MCK-FEDERAL-TBL   PIC 9(5)V99.
               10  WS-MCK-STATE-TBL     PIC 9(5)V99.
               10  WS-MCK-LOCAL-TBL     PIC 9(5)V99.
               10  WS-MCK-SDI-TBL       PIC 9(5)V99.
               10  WS-MCK-PFL-TBL       PIC 9(5)V99.
               10  WS-MCK-HEALTH-TBL    PIC 9(5)V99.
               10  WS-MCK-401K-TBL      PIC 9(5)V99.
               10  WS-MCK-UNION-TBL     PIC 9(5)V99.
               10  WS-MCK-REASON-TBL    PIC X(20).
               10  WS-MCK-STATUS-TBL    PIC X(1).
               10  WS-MCK-NOTE-TBL      PIC X(40).
               10  WS-MCK-NAME-TBL      PIC X(20).
               10  WS-MCK-DEDS-TBL      PIC 9(5)V99.
               10  WS-MCK-NET-TBL       PIC 9(5)V99.
       01  WS-MANCHK-COUNT              PIC 9(3)  VALUE 0.
       01  WS-MCK-SUB                   PIC 9(3)  VALUE 0.
       01  WS-MCK-SUB2                  PIC 9(3)  VALUE 0.
       01  WS-MCK-THIS                  PIC 9(3)  VALUE 0.
       01  WS-MCK-FOUND                 PIC X     VALUE 'N'.
       01  WS-MCK-KEYED-TOTAL           PIC 9(6)V99 VALUE 0.
       01  WS-MCK-POSTED-COUNT          PIC 9(3)  VALUE 0.
       01  WS-MCK-REFUSED-COUNT         PIC 9(3)  VALUE 0.
       01  WS-MCK-TOTAL-GROSS           PIC 9(7)V99 VALUE 0.
       01  WS-MCK-TOTAL-FEDERAL         PIC 9(7)V99 VALUE 0.
       01  WS-MCK-TOTAL-STATE           PIC 9(7)V99 VALUE 0.
       01  WS-MCK-TOTAL-LOCAL           PIC 9(7)V99 VALUE 0.
       01  WS-MCK-TOTAL-SDI             PIC 9(7)V99 VALUE 0.
       01  WS-MCK-TOTAL-DEDS            PIC 9(7)V99 VALUE 0.
       01  WS-MCK-TOTAL-NET             PIC 9(7)V99 VALUE 0.

       01  WS-MCK-HEADING-1.
           05  FILLER                  PIC X(24) VALUE
               'MANUAL CHECK REGISTER   '.
           05  FILLER                  PIC X(11) VALUE 'CHECK DATE '.
           05  WS-MCH-CHECK-DATE       PIC 9(8).
           05  FILLER                  PIC X(11) VALUE
               '  RUN DATE '.
           05  WS-MCH-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(13) VALUE
               '  ENTERED BY '.
           05  WS-MCH-USER-ID          PIC X(8).

       01  WS-MCK-HEADING-2.
           05  FILLER                  PIC X(38) VALUE
               'CHECK NO  EMP   NAME                 M'.
           05  FILLER                  PIC X(45) VALUE
               '     GROSS  FED TAX STATE TX LOCAL TX  SDI/PF'.
           05  FILLER                  PIC X(27) VALUE
               'L DEDUCTNS      NET  REASON'.

       01  WS-MCK-DETAIL-LINE.
           05  WS-MCD-CHECK-NUMBER     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MCD-EMP-ID           PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-MODE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-GROSS            PIC ZZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-FEDERAL          PIC ZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-STATE            PIC ZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-LOCAL            PIC ZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-SDI              PIC ZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-DEDS             PIC ZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-MCD-NET              PIC ZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MCD-REASON           PIC X(20).

       01  WS-MCK-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
               'TOTAL POSTED    '.
           05  WS-MCT-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  WS-MCT-GROSS            PIC ZZZZZZ9.99.
           05  WS-MCT-FEDERAL          PIC ZZZZZ9.99.
           05  WS-MCT-STATE            PIC ZZZZZ9.99.
           05  WS-MCT-LOCAL            PIC ZZZZZ9.99.
           05  WS-MCT-SDI              PIC ZZZZZ9.99.
           05  WS-MCT-DEDS             PIC ZZZZZ9.99.
           05  WS-MCT-NET              PIC ZZZZZ9.99.

       01  WS-MCK-REFUSED-LINE.
           05  WS-MCR-CHECK-NUMBER     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MCR-EMP-ID           PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MCR-REASON           PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MCR-NOTE             PIC X(40).

      *> Intercompany billing work areas: when a labor split charges
      *> a department owned by a different company than the one
      *> paying the employee, the split's labor cost accumulates per
       01  WS-GARN-DETAIL-TOTAL         PIC 9(9)V99 VALUE 0.

      *> Run-control ledger work areas: this program records itself
      *> under step name EMPPAY (EMPPAYPn for partition n), honors
      *> the skip-completed restart card, and refuses to open a NEW
      *> period while the prior period's disbursement steps sit
      *> started-but-incomplete on the ledger - tonight's window is
      *> too short to find that out at the bank.
       01  WS-RUNLEDG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-RSTCARD-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-RUNLEDG-EOF               PIC X     VALUE 'N'.
               10  WS-SRT-RECIP-STATE   PIC X(2).
               10  WS-SRT-SUTA-RATE     PIC V9(4).
               10  WS-SRT-SUTA-BASE     PIC 9(7)V99.
               10  WS-SRT-SUPP-RATE     PIC V9(4).
       01  WS-STATE-RATE-COUNT          PIC 9(2)  VALUE 0.
       01  WS-SRT-SUB                   PIC 9(2)  VALUE 0.
       01  WS-SRT-SUB2                  PIC 9(2)  VALUE 0.
       01  WS-SELECTED-STATE            PIC X(2)  VALUE SPACES.
       01  WS-SELECTED-STATE-RATE       PIC V9(4) VALUE 0.
       01  WS-SELECTED-SUPP-RATE        PIC V9(4) VALUE 0.
       01  WS-SRT-FOUND                 PIC X     VALUE 'N'.

      *> Paycheck what-if (run type 'W'). Each scenario runs the
      *> employee through the live calculation twice - once on the
      *> master as it stands, once with the scenario's overrides laid
      *> over it - and prints the two stubs side by side. A what-if
      *> run is always a trial run, so no master is touched. Every
      *> override left blank keeps the master's value:
      *>   cols  1- 5 EMP-ID
      *>   col      6 filing status
      *>   cols  7- 8 allowances
      *>   col      9 W-4 form version (N = current form, O = legacy)
      *>   col     10 W-4 two-jobs box (Y/N)
      *>   cols 11-17 W-4 dependent credit, annual (9(5)V99)
      *>   cols 18-26 W-4 other income, annual (9(7)V99)
      *>   cols 27-35 W-4 deductions, annual (9(7)V99)
      *>   cols 36-40 W-4 extra withholding per period (9(3)V99)
      *>   cols 41-44 health plan code (NONE drops health coverage)
      *>   cols 45-47 401(k) deferral percent of gross (9(2)V9)
      *>   cols 48-52 401(k) flat deferral per period (9(3)V99)
      *>   cols 53-57 union dues per period (9(3)V99)
      *>   cols 58-61 hourly rate (9(2)V99)
      *>   cols 62-68 salary per period (9(5)V99)
      *>   col     69 pay frequency (W/B/M)
      *>   cols 70-71 work state
      *>   cols 72-76 hours for the period, both stubs (9(3)V99)
      *>   cols 77-96 scenario description
      *> With no hours keyed, the current stub uses the master's
      *> HOURS-WORKED (a standard period when that is zero) and a
      *> proposed frequency change carries the same annual hours -
      *> and, for salaried staff with no new salary keyed, the same
      *> annual salary - over the new number of periods.
       01  WS-WHATIF-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-WHATIF-EOF                PIC X     VALUE 'N'.
       01  WS-WHAT-IF-CARD.
           05  WS-WIF-EMP-ID            PIC 9(5).
           05  WS-WIF-FILING-STATUS     PIC X(1).
           05  WS-WIF-ALLOWANCES        PIC 9(2).
           05  WS-WIF-W4-FORM-VERSION   PIC X(1).
           05  WS-WIF-W4-TWO-JOBS       PIC X(1).
           05  WS-WIF-W4-DEP-CREDIT     PIC 9(5)V99.
           05  WS-WIF-W4-OTHER-INCOME   PIC 9(7)V99.
           05  WS-WIF-W4-DEDUCTIONS     PIC 9(7)V99.
           05  WS-WIF-W4-EXTRA-WH       PIC 9(3)V99.
           05  WS-WIF-HEALTH-PLAN       PIC X(4).
           05  WS-WIF-401K-PCT          PIC 9(2)V9.
           05  WS-WIF-401K-AMOUNT       PIC 9(3)V99.
           05  WS-WIF-UNION-DUES        PIC 9(3)V99.
           05  WS-WIF-HOURLY-RATE       PIC 9(2)V99.
           05  WS-WIF-SALARY-AMOUNT     PIC 9(5)V99.
           05  WS-WIF-PAY-FREQUENCY     PIC X(1).
           05  WS-WIF-WORK-STATE        PIC X(2).
           05  WS-WIF-HOURS             PIC 9(3)V99.
           05  WS-WIF-LABEL             PIC X(20).
       01  WS-WHATIF-TABLE.
           05  WS-WIF-ENTRY OCCURS 50 TIMES.
               10  WS-WIF-CARD-TBL      PIC X(96).
               10  WS-WIF-DONE-TBL      PIC X(1).
       01  WS-WHATIF-COUNT              PIC 9(2)  VALUE 0.
       01  WS-WIF-SUB                   PIC 9(2)  VALUE 0.
       01  WS-WIF-COL                   PIC 9(1)  VALUE 0.
       01  WS-WIF-LINE-SUB              PIC 9(2)  VALUE 0.
       01  WS-WIF-PROPOSED-PASS         PIC X     VALUE 'N'.
       01  WS-WIF-MODELLED-COUNT        PIC 9(3)  VALUE 0.
       01  WS-WIF-MISSING-COUNT         PIC 9(3)  VALUE 0.
       01  WS-WIF-SAVED-EMPLOYEE        PIC X(174).
       01  WS-WIF-BASE-HOURS            PIC 9(3)V99 VALUE 0.
       01  WS-WIF-OLD-PERIODS           PIC 9(2)  VALUE 52.
       01  WS-WIF-NEW-PERIODS           PIC 9(2)  VALUE 52.
       01  WS-WIF-FREQ-IN               PIC X(1).
       01  WS-WIF-PERIODS-OUT           PIC 9(2)  VALUE 52.
       01  WS-WIF-PLAN-FOUND            PIC X     VALUE 'N'.
       01  WS-WIF-PLAN-NOTE             PIC X(40) VALUE SPACES.
       01  WS-WIF-OTHER-DEDS            PIC S9(5)V99 VALUE 0.

      *> One column of results per stub: 1 = current, 2 = proposed.
      *> The amount names below print in the same order.
       01  WS-WIF-RESULTS.
           05  WS-WIF-COLUMN OCCURS 2 TIMES.
               10  WS-WIF-VALID-TBL     PIC X(1).
               10  WS-WIF-REASON-TBL    PIC X(40).
               10  WS-WIF-FREQ-TBL      PIC X(8).
               10  WS-WIF-STATE-TBL     PIC X(8).
               10  WS-WIF-FILING-TBL    PIC X(8).
               10  WS-WIF-W4-TBL        PIC X(8).
               10  WS-WIF-AMOUNT-TBL    PIC S9(7)V99 OCCURS 15 TIMES.
       01  WS-WIF-AMOUNT-NAMES.
           05  FILLER                   PIC X(24) VALUE
               'HOURS'.
           05  FILLER                   PIC X(24) VALUE
               'HOURLY RATE'.
           05  FILLER                   PIC X(24) VALUE
               'SALARY PER PERIOD'.
           05  FILLER                   PIC X(24) VALUE
               'GROSS PAY'.
           05  FILLER                   PIC X(24) VALUE
               'HEALTH PREMIUM'.
           05  FILLER                   PIC X(24) VALUE
               '401(K) DEFERRAL'.
           05  FILLER                   PIC X(24) VALUE
               'UNION DUES'.
           05  FILLER                   PIC X(24) VALUE
               'INCOME-TAX WAGES'.
           05  FILLER                   PIC X(24) VALUE
               'FEDERAL WITHHOLDING'.
           05  FILLER                   PIC X(24) VALUE
               'STATE WITHHOLDING'.
           05  FILLER                   PIC X(24) VALUE
               'LOCAL WITHHOLDING'.
           05  FILLER                   PIC X(24) VALUE
               'SDI/PFL'.
           05  FILLER                   PIC X(24) VALUE
               'OTHER DEDUCTIONS'.
           05  FILLER                   PIC X(24) VALUE
               'NET PAY'.
           05  FILLER                   PIC X(24) VALUE
               'NET PAY PER YEAR'.
       01  FILLER REDEFINES WS-WIF-AMOUNT-NAMES.
           05  WS-WIF-AMOUNT-NAME       PIC X(24) OCCURS 15 TIMES.

       01  WS-WIF-HEADING-1.
           05  FILLER                  PIC X(26) VALUE
               'PAYCHECK WHAT-IF   EMP-ID '.
           05  WS-WIH-EMP-ID           PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WIH-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(11) VALUE
               '  SCENARIO '.
           05  WS-WIH-LABEL            PIC X(20).
           05  FILLER                  PIC X(13) VALUE
               '  PERIOD END '.
           05  WS-WIH-PERIOD-END       PIC 9(8).

       01  WS-WIF-HEADING-2.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               '        CURRENT        PROPOSED      DIFFERENCE'.

       01  WS-WIF-AMOUNT-LINE.
           05  WS-WIA-NAME             PIC X(24).
           05  WS-WIA-CURRENT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WIA-PROPOSED         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WIA-DIFFERENCE       PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-WIF-TEXT-LINE.
           05  WS-WIT-NAME             PIC X(24).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  WS-WIT-CURRENT          PIC X(8).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  WS-WIT-PROPOSED         PIC X(8).

       01  WS-WIF-NOTE-LINE.
           05  WS-WIN-NAME             PIC X(24).
           05  WS-WIN-NOTE             PIC X(60).

       PROCEDURE DIVISION.
      *>   EMPLOYEE-FILE is I-O, not INPUT, because a final-pay
      *>   employee ('F') is flipped to terminated ('T') in place the
      *>   its five companion output files below - OPEN OUTPUT on a
      *>   LINE SEQUENTIAL file truncates it, which would silently
      *>   wipe every record already written by the aborted run that
      *>   CHECK-FOR-RESTART is about to resume past. A what-if
      *>   belongs to no production run and never resumes one.
           IF WS-RUN-TYPE NOT = 'W'
               PERFORM CHECK-FOR-RESTART
           END-IF

           IF WS-RESTART-FOUND = 'Y'
               OPEN EXTEND EARNINGS-DETAIL-FILE
           IF WS-RUN-TYPE = 'G'
               PERFORM LOAD-GROSS-UP-TARGETS
           END-IF
           IF WS-RUN-TYPE = 'M'
               PERFORM LOAD-MANUAL-CHECKS
               OPEN I-O CHECK-REGISTER-FILE
               IF WS-CHKREG-FILE-STATUS = '35'
                   OPEN OUTPUT CHECK-REGISTER-FILE
                   CLOSE CHECK-REGISTER-FILE
                   OPEN I-O CHECK-REGISTER-FILE
               END-IF
           END-IF
           IF WS-RUN-TYPE = 'W'
               PERFORM LOAD-WHAT-IF-SCENARIOS
               OPEN OUTPUT WHAT-IF-REPORT-FILE
           END-IF
           PERFORM LOAD-PAY-CYCLE-CALENDAR

      *>   The YTD file is open ahead of the pending-change pass:
      *>   a company transfer closes the YTD figures out there.
           OPEN I-O EMPLOYEE-YTD-FILE
           IF WS-YTD-FILE-STATUS = '35'
               OPEN OUTPUT EMPLOYEE-YTD-FILE
               CLOSE EMPLOYEE-YTD-FILE
               OPEN I-O EMPLOYEE-YTD-FILE
           END-IF

           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PCHG-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           OPEN I-O COMPANY-TRANSFER-FILE
           IF WS-XFER-FILE-STATUS = '35'
               OPEN OUTPUT COMPANY-TRANSFER-FILE
               CLOSE COMPANY-TRANSFER-FILE
               OPEN I-O COMPANY-TRANSFER-FILE
           END-IF
           OPEN I-O COMPANY-YTD-FILE
           IF WS-CYTD-FILE-STATUS = '35'
               OPEN OUTPUT COMPANY-YTD-FILE
               CLOSE COMPANY-YTD-FILE
               OPEN I-O COMPANY-YTD-FILE
           END-IF
           PERFORM APPLY-PENDING-CHANGES

           OPEN I-O EMPLOYEE-LEAVE-FILE
           IF WS-LEAVE-FILE-STATUS = '35'
                   WS-EARNENT-FILE-STATUS
                   ' - BASE PAY ONLY'
           END-IF
      *>   Expense claims are paid on the regular cycle only; an
      *>   off-cycle, correction, or manual check never carries them.
           IF WS-RUN-TYPE = 'R'
               OPEN I-O EXPENSE-REIMB-FILE
               IF WS-EXPREIMB-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-EXPREIMB-OPEN
               ELSE
                   DISPLAY 'NO EXPENSE REIMBURSEMENT FILE, STATUS: '
                       WS-EXPREIMB-FILE-STATUS
                       ' - NO REIMBURSEMENTS PAID'
               END-IF
           END-IF

           OPEN INPUT LABOR-DIST-FILE
           IF WS-LDIST-FILE-STATUS NOT = '00'
           END-IF

           PERFORM INITIALIZE-FED-TAX-TABLE
           PERFORM INITIALIZE-PRETAX-TABLE
           PERFORM INITIALIZE-EXCHANGE-RATE-TABLE
           PERFORM LOAD-TAX-TABLES
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-LOCAL-TAX-TABLE
           PERFORM LOAD-SDI-TAX-TABLE
           PERFORM LOAD-OT-RULE-TABLE
           PERFORM LOAD-GL-MAP

           READ EMPLOYEE-CONTROL-FILE INTO EMPLOYEE-HEADER-RECORD
               AT END
           DISPLAY 'EMPLOYEE-FILE HEADER TOTAL-GROSS: '
               EMP-HDR-TOTAL-GROSS

      *>   A manual-check run pays only the day's manual checks; a
      *>   ready resubmit waits for the next regular run, and a
      *>   what-if models only the employees its scenarios name.
           IF WS-RUN-TYPE NOT = 'M' AND WS-RUN-TYPE NOT = 'W'
               PERFORM PROCESS-SUSPENSE-RESUBMITS
           END-IF

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EMPLOYEE-FILE INTO EMPLOYEE-RECORD
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CHECK-DUPLICATE-EMP-ID
                       IF WS-DUPLICATE-RECORD = 'N'
                           IF WS-RUN-TYPE = 'W'
                               PERFORM MODEL-EMPLOYEE-WHAT-IFS
                           ELSE
                           IF EMPLOYMENT-STATUS = 'L' OR
                                   EMPLOYMENT-STATUS = 'T'
                               PERFORM SKIP-INACTIVE-EMPLOYEE
                                   PERFORM SKIP-NOT-DUE-EMPLOYEE
                               END-IF
                           END-IF
                           END-IF
                       END-IF
                       MOVE EMP-ID TO WS-PREVIOUS-EMP-ID
                       ADD 1 TO WS-SINCE-LAST-CHECKPOINT
               END-READ
           END-PERFORM

      *>   A what-if produced nothing but its stubs - no register,
      *>   journal, obligation, or control totals to balance.
           IF WS-RUN-TYPE = 'W'
               PERFORM FINISH-WHAT-IF-REPORT
               CLOSE WHAT-IF-REPORT-FILE
           ELSE
               PERFORM REPORT-UNMATCHED-TIME
               PERFORM WRITE-PAYROLL-TRAILER
               PERFORM BALANCE-CONTROL-TOTALS
               PERFORM WRITE-DEPOSIT-OBLIGATION
               PERFORM WRITE-GL-INTERFACE
               PERFORM WRITE-RUN-SUMMARY
           END-IF
           IF WS-RUN-TYPE = 'M'
               PERFORM WRITE-MANUAL-CHECK-REGISTER
               CLOSE CHECK-REGISTER-FILE
           END-IF
           PERFORM CLEAR-CHECKPOINT

           CLOSE EMPLOYEE-FILE
           CLOSE DEDUCTION-EXCEPTION-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE COMPANY-TRANSFER-FILE
           CLOSE COMPANY-YTD-FILE
           CLOSE TIME-ENTRY-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE DEPOSIT-OBLIGATION-FILE
           IF WS-EARNENT-FILE-STATUS = '00'
               CLOSE EARNINGS-ENTRY-FILE
           END-IF
           IF WS-EXPREIMB-OPEN = 'Y'
               CLOSE EXPENSE-REIMB-FILE
           END-IF
           PERFORM END-RUN-LEDGER-STEP

      *>   A trial run must never flow into the disbursement steps:
      *>   COND on this step's condition code, so ending a clean
      *>   trial with 4 stops the chain right here - nobody can
      *>   transmit what was never supposed to be disbursable.
      *>   A what-if runs in a job of its own with no chain behind
      *>   it, so a clean one ends 0.
           IF WS-TRIAL-RUN = 'Y' AND RETURN-CODE = 0 AND
                   WS-RUN-TYPE NOT = 'W'
               DISPLAY 'TRIAL RUN COMPLETE - CONDITION CODE 4 '
                   'STOPS THE DISBURSEMENT CHAIN'
               MOVE 4 TO RETURN-CODE
      *>   any of its step records still sitting started ('S') means
      *>   money is half way out the door - a new period must not
      *>   open on top of it. A period already on the ledger is a
      *>   rerun/restart of itself and passes freely. A manual check
      *>   opens no period, so an unfinished chain never holds up an
      *>   emergency check; nor does a what-if, which pays nobody.
           MOVE 'N' TO WS-PRIOR-INCOMPLETE
           MOVE 'N' TO WS-THIS-PERIOD-ON-LEDGER
           MOVE 0 TO WS-PRIOR-PERIOD-END
               END-READ
           END-PERFORM
           IF WS-THIS-PERIOD-ON-LEDGER = 'N' AND
                   WS-PRIOR-PERIOD-END > 0 AND
                   WS-RUN-TYPE NOT = 'M' AND WS-RUN-TYPE NOT = 'W'
               PERFORM CHECK-PRIOR-STEPS
           END-IF
           EXIT.

       START-RUN-LEDGER-STEP.
      *>   A trial run leaves the ledger alone - it is not a real
      *>   step of any chain. Neither is a manual-check run: it is
      *>   dated the check date, not a period end, and must not
      *>   pose as (or be skipped as) that day's regular EMPPAY.
           MOVE 'N' TO WS-STEP-ALREADY-DONE
           IF WS-TRIAL-RUN = 'Y' OR WS-RUN-TYPE = 'M'
               CONTINUE
           ELSE
               MOVE WS-PAY-PERIOD-END-DATE TO RLG-PERIOD-END
           EXIT.

       END-RUN-LEDGER-STEP.
           IF WS-TRIAL-RUN = 'N' AND WS-RUN-TYPE NOT = 'M'
               MOVE WS-PAY-PERIOD-END-DATE TO RLG-PERIOD-END
               MOVE WS-THIS-STEP-NAME TO RLG-STEP-NAME
               READ RUN-LEDGER-FILE
           EXIT.

       WRITE-GL-INTERFACE.
      *>   Posts the full journal per company and department - wages
      *>   and premium-earnings debits, employer payroll-tax and
      *>   match expense debits, and a payable credit for each tax,
      *>   vendor, and agency the money is owed to, then cash - each
      *>   line to the natural account GLMAP names for it. Debits
      *>   are proved equal to credits department by department. Any
      *>   mismatch is a defect in the spread above, and the run
      *>   ends with a nonzero condition code instead of handing
      *>   accounting a journal to plug.
           PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
               MOVE WS-GL-COMPANY-TBL(WS-GL-DEPT-IDX)
                   TO GL-COMPANY-CODE
               MOVE WS-GL-DEPT-CODE-TBL(WS-GL-DEPT-IDX) TO GL-DEPT-CODE

               MOVE 'WAGE' TO WS-GL-CATEGORY
               MOVE 'WAGES EXP ' TO GL-ACCOUNT-CODE
               MOVE 'WAGES EXPENSE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-GL-WAGES-TOTAL-TBL(WS-GL-DEPT-IDX) TO GL-AMOUNT
               PERFORM POST-GL-LINE

               MOVE 'ERTX' TO WS-GL-CATEGORY
               MOVE 'PR TAX EXP' TO GL-ACCOUNT-CODE
               MOVE 'PAYROLL TAX EXPENSE' TO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT =
                   WS-GL-ELIAB-TOTAL-TBL(WS-GL-DEPT-IDX)
                   - WS-GL-MATCH-TOTAL-TBL(WS-GL-DEPT-IDX)
               PERFORM POST-GL-LINE

               IF WS-GL-MATCH-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'MTCH' TO WS-GL-CATEGORY
                   MOVE 'PR TAX EXP' TO GL-ACCOUNT-CODE
                   MOVE 'EMPLOYER 401K MATCH' TO GL-ACCOUNT-NAME
                   MOVE 'D' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-MATCH-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               MOVE 'FITP' TO WS-GL-CATEGORY
               MOVE 'TAX PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'FEDERAL WH PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-GL-FIT-TOTAL-TBL(WS-GL-DEPT-IDX) TO GL-AMOUNT
               PERFORM POST-GL-LINE

               MOVE 'SITP' TO WS-GL-CATEGORY
               MOVE 'TAX PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'STATE WH PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-GL-SIT-TOTAL-TBL(WS-GL-DEPT-IDX) TO GL-AMOUNT
               PERFORM POST-GL-LINE

               IF WS-GL-LIT-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'LITP' TO WS-GL-CATEGORY
                   MOVE 'TAX PAYBL ' TO GL-ACCOUNT-CODE
                   MOVE 'LOCAL TAX PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-LIT-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               IF WS-GL-HLTH-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'HLTP' TO WS-GL-CATEGORY
                   MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
                   MOVE 'HEALTH INS PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-HLTH-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               IF WS-GL-K401-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'K401' TO WS-GL-CATEGORY
                   MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
                   MOVE '401K PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-K401-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               IF WS-GL-UNION-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'UNNP' TO WS-GL-CATEGORY
                   MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
                   MOVE 'UNION DUES PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-UNION-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               MOVE 'DEDP' TO WS-GL-CATEGORY
               MOVE 'DED PAYBL ' TO GL-ACCOUNT-CODE
               MOVE 'DEDUCTIONS PAYABLE' TO GL-ACCOUNT-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-GL-DEDOTH-TOTAL-TBL(WS-GL-DEPT-IDX) TO GL-AMOUNT
               PERFORM POST-GL-LINE

               MOVE 'FICP' TO WS-GL-CATEGORY
               MOVE 'PR TX PAYB' TO GL-ACCOUNT-CODE
               MOVE 'ER FICA/MEDICARE PAY' TO GL-ACCOUNT-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-GL-ERFICA-TOTAL-TBL(WS-GL-DEPT-IDX) TO GL-AMOUNT
               PERFORM POST-GL-LINE

               IF WS-GL-FUTA-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'FUTP' TO WS-GL-CATEGORY
                   MOVE 'PR TX PAYB' TO GL-ACCOUNT-CODE
                   MOVE 'FUTA PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-FUTA-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               IF WS-GL-SUTA-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'SUTP' TO WS-GL-CATEGORY
                   MOVE 'PR TX PAYB' TO GL-ACCOUNT-CODE
                   MOVE 'SUTA PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-SUTA-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

      *>       The match is owed to the 401(k) recordkeeper with the
      *>       deferrals; unmapped, it stays in the employer payable
      *>       it always posted to.
               IF WS-GL-MATCH-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'K401' TO WS-GL-CATEGORY
                   MOVE 'PR TX PAYB' TO GL-ACCOUNT-CODE
                   MOVE '401K MATCH PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-MATCH-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

      *>       Expense claims reimbursed through the check are an
      *>       operating expense of the department they were charged
      *>       to, not wages; their cash is already in the credit
      *>       below.
               IF WS-GL-REIMB-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'REIM' TO WS-GL-CATEGORY
                   MOVE 'REIMB EXP ' TO GL-ACCOUNT-CODE
                   MOVE 'EXPENSE REIMBURSEMENT' TO GL-ACCOUNT-NAME
                   MOVE 'D' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-REIMB-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               MOVE 'CASH' TO WS-GL-CATEGORY
               MOVE 'CASH      ' TO GL-ACCOUNT-CODE
               MOVE 'CASH' TO GL-ACCOUNT-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-GL-CASH-TOTAL-TBL(WS-GL-DEPT-IDX) TO GL-AMOUNT
               PERFORM POST-GL-LINE

               IF WS-GL-WC-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   MOVE 'WCEX' TO WS-GL-CATEGORY
                   MOVE 'WC EXP    ' TO GL-ACCOUNT-CODE
                   MOVE 'WORKERS COMP EXPENSE' TO GL-ACCOUNT-NAME
                   MOVE 'D' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-WC-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE

                   MOVE 'WCPY' TO WS-GL-CATEGORY
                   MOVE 'WC PAYBL  ' TO GL-ACCOUNT-CODE
                   MOVE 'WORKERS COMP PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-WC-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

      *>       The state disability and family-leave programs remit
      *>       to their own agencies, so they carry their own payable
      *>       line rather than riding the income-tax payable credit.
               IF WS-GL-SDI-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                   IF WS-GL-SDI-ER-TOTAL-TBL(WS-GL-DEPT-IDX) > 0
                       MOVE 'SDIX' TO WS-GL-CATEGORY
                       MOVE 'SDI ER EXP' TO GL-ACCOUNT-CODE
                       MOVE 'SDI/PFL EMPLOYER EXPENSE'
                           TO GL-ACCOUNT-NAME
                       MOVE 'D' TO GL-DEBIT-CREDIT
                       MOVE WS-GL-SDI-ER-TOTAL-TBL(WS-GL-DEPT-IDX)
                           TO GL-AMOUNT
                       PERFORM POST-GL-LINE
                   END-IF

                   MOVE 'SDIP' TO WS-GL-CATEGORY
                   MOVE 'SDI PAYBL ' TO GL-ACCOUNT-CODE
                   MOVE 'SDI/PFL PAYABLE' TO GL-ACCOUNT-NAME
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-SDI-TOTAL-TBL(WS-GL-DEPT-IDX)
                       TO GL-AMOUNT
                   PERFORM POST-GL-LINE
               END-IF

               PERFORM BALANCE-GL-DEPARTMENT
           END-PERFORM

      *>   One debit per company/department/earnings-account for the
      *>   coded premium pay excluded from the base-wages debit. The
      *>   earnings code table already names the natural account.
           PERFORM VARYING WS-EGL-SUB FROM 1 BY 1
                   UNTIL WS-EGL-SUB > WS-ERN-GL-COUNT
               MOVE WS-EGL-COMPANY-TBL(WS-EGL-SUB) TO GL-COMPANY-CODE
               MOVE WS-EGL-DEPT-TBL(WS-EGL-SUB) TO GL-DEPT-CODE
               MOVE WS-EGL-ACCT-TBL(WS-EGL-SUB) TO GL-ACCOUNT-CODE
               MOVE 'PREMIUM EARNINGS' TO GL-ACCOUNT-NAME
      *>   whose labor crossed company lines this run: the paying
      *>   company holds a receivable from the company whose
      *>   departments consumed the labor, settled monthly from the
      *>   ICDETAIL records written alongside. Each side books to
      *>   its own company's intercompany account.
           PERFORM VARYING WS-ICO-SUB FROM 1 BY 1
                   UNTIL WS-ICO-SUB > WS-ICO-PAIR-COUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE WS-ICO-FROM-TBL(WS-ICO-SUB) TO GL-COMPANY-CODE
               MOVE 'ICDF' TO WS-GL-CATEGORY
               MOVE 'ICO DUE FR' TO GL-ACCOUNT-CODE
               MOVE SPACES TO GL-ACCOUNT-NAME
               STRING 'DUE FROM ' DELIMITED BY SIZE
                   INTO GL-ACCOUNT-NAME
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-ICO-AMOUNT-TBL(WS-ICO-SUB) TO GL-AMOUNT
               PERFORM POST-GL-LINE
               ADD WS-ICO-AMOUNT-TBL(WS-ICO-SUB)
                   TO WS-GL-TOTAL-DEBITS

               MOVE WS-ICO-TO-TBL(WS-ICO-SUB) TO GL-COMPANY-CODE
               MOVE 'ICDT' TO WS-GL-CATEGORY
               MOVE 'ICO DUE TO' TO GL-ACCOUNT-CODE
               MOVE SPACES TO GL-ACCOUNT-NAME
               STRING 'DUE TO ' DELIMITED BY SIZE
                   INTO GL-ACCOUNT-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-ICO-AMOUNT-TBL(WS-ICO-SUB) TO GL-AMOUNT
               PERFORM POST-GL-LINE
               ADD WS-ICO-AMOUNT-TBL(WS-ICO-SUB)
                   TO WS-GL-TOTAL-CREDITS

               DISPLAY 'GL INTERFACE OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
           END-IF
      *>   An unmapped line still balances - it just lands on the
      *>   generic account, which accounting has to re-key - so it
      *>   warns rather than failing the run.
           IF WS-GL-UNMAPPED-COUNT > 0
               DISPLAY 'GL INTERFACE: ' WS-GL-UNMAPPED-COUNT
                   ' LINE(S) POSTED TO UNMAPPED GENERIC ACCOUNTS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       POST-GL-LINE.
      *>   GL-COMPANY-CODE, GL-DEPT-CODE, and WS-GL-CATEGORY say
      *>   whose line this is; the generic code and description
      *>   already moved in stand unless GLMAP maps the category.
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
           ADD 1 TO WS-GL-RECORD-COUNT
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
                   ' - JOURNAL POSTS TO GENERIC ACCOUNTS'
           ELSE
               MOVE 'N' TO WS-GLMAP-EOF
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
               DISPLAY 'GL ACCOUNT MAPPINGS LOADED: ' WS-GL-MAP-COUNT
           END-IF
           EXIT.

       BALANCE-GL-DEPARTMENT.
      *>   Debits: base wages, this department's premium-earnings
      *>   lines, the employer payroll-tax expense, and expense
      *>   reimbursements. Credits: tax payable, deductions payable,
      *>   payroll-tax payable, cash.
           COMPUTE WS-GL-DEPT-DEBITS =
               WS-GL-WAGES-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-ELIAB-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-WC-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-SDI-ER-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-REIMB-TOTAL-TBL(WS-GL-DEPT-IDX)
           PERFORM VARYING WS-EGL-SUB FROM 1 BY 1
                   UNTIL WS-EGL-SUB > WS-ERN-GL-COUNT
               IF WS-EGL-DEPT-TBL(WS-EGL-SUB) =
                       WS-GL-DEPT-CODE-TBL(WS-GL-DEPT-IDX) AND
                       WS-EGL-COMPANY-TBL(WS-EGL-SUB) =
                       WS-GL-COMPANY-TBL(WS-GL-DEPT-IDX)
                   ADD WS-EGL-AMOUNT-TBL(WS-EGL-SUB)
                       TO WS-GL-DEPT-DEBITS
               END-IF
               + WS-GL-DED-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-ELIAB-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-WC-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-SDI-TOTAL-TBL(WS-GL-DEPT-IDX)
               + WS-GL-CASH-TOTAL-TBL(WS-GL-DEPT-IDX)

           ADD WS-GL-DEPT-DEBITS TO WS-GL-TOTAL-DEBITS
           MOVE 'PENDING CHANGES WAITING' TO WS-SMC-NAME
           MOVE WS-PENDING-WAITING-COUNT TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           MOVE 'COMPANY TRANSFERS APPLIED' TO WS-SMC-NAME
           MOVE WS-XFER-APPLIED-COUNT TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           MOVE 'COMPANY TRANSFERS WAITING' TO WS-SMC-NAME
           MOVE WS-XFER-WAITING-COUNT TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           MOVE 'COMPANY TRANSFERS REFUSED' TO WS-SMC-NAME
           MOVE WS-XFER-REFUSED-COUNT TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           MOVE 'YTD COMPANY MISMATCHES' TO WS-SMC-NAME
           MOVE WS-YTD-COMPANY-MISMATCH TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           MOVE 'DUPLICATE EMP-IDS' TO WS-SMC-NAME
           MOVE WS-DUPLICATE-COUNT TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           MOVE 'UNMATCHED TIME ENTRIES' TO WS-SMC-NAME
           MOVE WS-UNMATCHED-TIME-COUNT TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           MOVE 'PAID AS 1099 CONTRACTORS' TO WS-SMC-NAME
           MOVE WS-CONTRACTOR-PAID-COUNT TO WS-SMC-COUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           IF WS-RUN-TYPE = 'B' OR WS-RUN-TYPE = 'G'
               MOVE 'SUPPLEMENTAL MANDATORY RATE' TO WS-SMC-NAME
               MOVE WS-SUPP-MANDATORY-COUNT TO WS-SMC-COUNT
               WRITE RUN-SUMMARY-LINE FROM WS-SUM-COUNT-LINE
           END-IF
           MOVE SPACES TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE

           MOVE WS-RECORD-COUNT TO WS-SMF-COUNT
           MOVE WS-RUN-LOCAL-TOTAL TO WS-SMF-AMOUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-FILE-LINE
           MOVE 'PAYROLL-FILE SDI/PFL' TO WS-SMF-NAME
           MOVE WS-RECORD-COUNT TO WS-SMF-COUNT
           MOVE WS-RUN-SDI-TOTAL TO WS-SMF-AMOUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-FILE-LINE
           MOVE 'GARNISHMENTS WITHHELD' TO WS-SMF-NAME
           MOVE WS-GARN-DETAIL-COUNT TO WS-SMF-COUNT
           MOVE WS-GARN-DETAIL-TOTAL TO WS-SMF-AMOUNT
           MOVE WS-ADVANCE-RECOVERED-COUNT TO WS-SMF-COUNT
           MOVE WS-ADVANCE-RECOVERED-TOTAL TO WS-SMF-AMOUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-FILE-LINE
           MOVE 'EXPENSE REIMBURSEMENTS PAID' TO WS-SMF-NAME
           MOVE WS-REIMB-COUNT TO WS-SMF-COUNT
           MOVE WS-RUN-REIMB-TOTAL TO WS-SMF-AMOUNT
           WRITE RUN-SUMMARY-LINE FROM WS-SUM-FILE-LINE
           MOVE 'IMPUTED INCOME (NON-CASH)' TO WS-SMF-NAME
           MOVE WS-RECORD-COUNT TO WS-SMF-COUNT
           MOVE WS-RUN-IMPUTED-TOTAL TO WS-SMF-AMOUNT
           ACCEPT WS-RUN-PARM-CARD FROM SYSIN

           IF WS-RUN-PARM-TYPE = 'B' OR WS-RUN-PARM-TYPE = 'C' OR
                   WS-RUN-PARM-TYPE = 'G' OR WS-RUN-PARM-TYPE = 'M' OR
                   WS-RUN-PARM-TYPE = 'W'
               MOVE WS-RUN-PARM-TYPE TO WS-RUN-TYPE
           ELSE
               MOVE 'R' TO WS-RUN-TYPE
               MOVE WS-RUN-PARM-END-DATE TO WS-PAY-PERIOD-END-DATE
           END-IF

      *>   A what-if only ever models pay; it is a trial whether
      *>   the card says so or not.
           IF WS-RUN-PARM-TRIAL = 'T' OR WS-RUN-TYPE = 'W'
               MOVE 'Y' TO WS-TRIAL-RUN
               DISPLAY '*** TRIAL RUN - NO MASTER WILL BE UPDATED, '
                   'OUTPUTS ARE NOT DISBURSABLE ***'
           END-IF

           IF WS-RUN-PARM-PARTITION = '1' OR
                   WS-RUN-PARM-PARTITION = '2' OR
                   WS-RUN-PARM-PARTITION = '3' OR
                   WS-RUN-PARM-PARTITION = '4'
               MOVE 'EMPPAYP' TO WS-THIS-STEP-NAME
               MOVE WS-RUN-PARM-PARTITION TO WS-THIS-STEP-NAME(8:1)
           END-IF

           DISPLAY 'RUN-TYPE: ' WS-RUN-TYPE
               ' PAY-PERIOD-START-DATE: ' WS-PAY-PERIOD-START-DATE
               ' PAY-PERIOD-END-DATE: ' WS-PAY-PERIOD-END-DATE
               PERFORM FIND-GROSSUP-TARGET
               MOVE WS-GUP-FOUND TO WS-FREQUENCY-DUE
           ELSE
      *>   Likewise a manual-check run pays exactly the employees
      *>   with an accepted manual check and nobody else.
           IF WS-RUN-TYPE = 'M'
               PERFORM FIND-MANUAL-CHECK
               MOVE WS-MCK-FOUND TO WS-FREQUENCY-DUE
           ELSE
               PERFORM CHECK-CALENDAR-FREQUENCY
           END-IF
           END-IF
           EXIT.

       CHECK-CALENDAR-FREQUENCY.
                       WS-TIME-TOTAL-HOURS > 0
                   PERFORM PRICE-BLENDED-TIME
               END-IF
               IF WS-TIME-HOURS-FOUND = 'Y'
                   PERFORM APPLY-STATE-DAILY-OVERTIME
               END-IF
           END-IF
           ADD 1 TO WS-NOT-DUE-COUNT
           ADD WS-GROSS-PAY TO WS-NOT-DUE-GROSS
                   MOVE RESTART-GARN-TOTAL TO WS-GARN-DETAIL-TOTAL
                   MOVE RESTART-WC-COUNT TO WS-WC-DETAIL-COUNT
                   MOVE RESTART-WC-TOTAL TO WS-WC-PREMIUM-TOTAL
                   IF RESTART-REIMB-COUNT IS NUMERIC
                       MOVE RESTART-REIMB-COUNT TO WS-REIMB-COUNT
                       MOVE RESTART-REIMB-TOTAL TO WS-RUN-REIMB-TOTAL
                   END-IF
                   MOVE WS-RESTART-LAST-EMP-ID TO EMP-ID
                   START EMPLOYEE-FILE KEY > EMP-ID
                       INVALID KEY
           MOVE WS-GARN-DETAIL-TOTAL TO RESTART-GARN-TOTAL
           MOVE WS-WC-DETAIL-COUNT TO RESTART-WC-COUNT
           MOVE WS-WC-PREMIUM-TOTAL TO RESTART-WC-TOTAL
           MOVE WS-REIMB-COUNT TO RESTART-REIMB-COUNT
           MOVE WS-RUN-REIMB-TOTAL TO RESTART-REIMB-TOTAL
           WRITE RESTART-CONTROL-RECORD
           CLOSE RESTART-CONTROL-FILE
           MOVE 0 TO WS-SINCE-LAST-CHECKPOINT
                       MOVE TAX-RATE TO WS-FUTA-RATE
                       MOVE TAX-AMOUNT TO WS-FUTA-WAGE-BASE
                   END-IF
               WHEN 'K'
                   IF TAX-EFFECTIVE-DATE >= WS-BACKUP-EFF-DATE
                       MOVE TAX-EFFECTIVE-DATE TO WS-BACKUP-EFF-DATE
                       MOVE TAX-RATE TO WS-BACKUP-WH-RATE
                   END-IF
               WHEN 'P'
                   IF TAX-EFFECTIVE-DATE >= WS-SUPP-EFF-DATE
                       MOVE TAX-EFFECTIVE-DATE TO WS-SUPP-EFF-DATE
                       IF TAX-BRACKET-NUMBER = 1
                           MOVE TAX-RATE TO WS-SUPP-FLAT-RATE
                       END-IF
                       IF TAX-BRACKET-NUMBER = 2
                           MOVE TAX-RATE TO WS-SUPP-MANDATORY-RATE
                           MOVE TAX-AMOUNT TO WS-SUPP-MANDATORY-THRESH
                       END-IF
                   END-IF
               WHEN 'D'
                   IF TAX-BRACKET-NUMBER >= 1 AND
                           TAX-BRACKET-NUMBER <= 3
                       IF TAX-EFFECTIVE-DATE >=
                               WS-PRETAX-EFF-DATE(TAX-BRACKET-NUMBER)
                           MOVE TAX-EFFECTIVE-DATE TO
                               WS-PRETAX-EFF-DATE(TAX-BRACKET-NUMBER)
                           MOVE TAX-PRETAX-INCOME TO
                               WS-PRETAX-INCOME-FLAG
                                   (TAX-BRACKET-NUMBER)
                           MOVE TAX-PRETAX-FICA TO
                               WS-PRETAX-FICA-FLAG(TAX-BRACKET-NUMBER)
                           MOVE TAX-PRETAX-FUTA TO
                               WS-PRETAX-FUTA-FLAG(TAX-BRACKET-NUMBER)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                           IF ENRL-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-ENRL-EOF
                           ELSE
                               PERFORM CHECK-ENROLLMENT-IN-FORCE
                               IF WS-ENROLLMENT-IN-FORCE = 'Y'
                                   PERFORM APPLY-ENROLLED-PLAN
                               END-IF
                           END-IF
           END-IF
           EXIT.

       CHECK-ENROLLMENT-IN-FORCE.
      *>   Active and pending enrollments both deduct once the
      *>   period reaches their effective date; a pending automatic
      *>   enrollment is not held up by the eligibility run having
      *>   yet to flip it to active.
           MOVE 'N' TO WS-ENROLLMENT-IN-FORCE
           IF ENRL-STATUS = 'A' OR ENRL-STATUS = 'P'
               IF ENRL-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-ENROLLMENT-IN-FORCE
               ELSE
               IF ENRL-EFFECTIVE-DATE <= WS-PAY-PERIOD-END-DATE
                   MOVE 'Y' TO WS-ENROLLMENT-IN-FORCE
               END-IF
               END-IF
           END-IF
      *>   Coverage closed by a qualifying event runs to the end of
      *>   the month, so a final check in a period that reaches
      *>   into the coverage still pays its premium.
           IF ENRL-STATUS = 'T' AND ENRL-END-DATE IS NUMERIC
               IF ENRL-END-DATE >= WS-PAY-PERIOD-START-DATE
                   MOVE 'Y' TO WS-ENROLLMENT-IN-FORCE
               END-IF
           END-IF
           EXIT.

       APPLY-ENROLLED-PLAN.
           PERFORM VARYING WS-BPL-SUB FROM 1 BY 1
                   UNTIL WS-BPL-SUB > WS-BENPLAN-COUNT
                           MOVE WS-BPL-WEEKLY-TBL(WS-BPL-SUB)
                               TO WS-PLAN-PREMIUM
                   END-EVALUATE
      *>           A percent-of-pay 401(k) election (the automatic
      *>           enrollment default, or one keyed) follows the
      *>           period's gross instead of the flat amount, up to
      *>           the most the deduction fields can carry.
                   IF WS-BPL-CLASS-TBL(WS-BPL-SUB) = 'K' AND
                           ENRL-DEFERRAL-PCT IS NUMERIC AND
                           ENRL-DEFERRAL-PCT > 0
                       COMPUTE WS-PLAN-PREMIUM ROUNDED =
                           WS-GROSS-PAY * ENRL-DEFERRAL-PCT / 100
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-PLAN-PREMIUM
                       END-COMPUTE
                   END-IF
                   EVALUATE WS-BPL-CLASS-TBL(WS-BPL-SUB)
                       WHEN 'K'
                           ADD WS-PLAN-PREMIUM TO WS-DED-401K-USED
                                       WS-SRT-SUTA-BASE
                                           (WS-STATE-RATE-COUNT)
                               END-IF
                               IF STAX-SUPP-RATE IS NUMERIC
                                   MOVE STAX-SUPP-RATE TO
                                       WS-SRT-SUPP-RATE
                                           (WS-STATE-RATE-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-SRT-SUPP-RATE
                                           (WS-STATE-RATE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       LOAD-SDI-TAX-TABLE.
           OPEN INPUT SDI-TAX-FILE
           IF WS-SDITAX-FILE-STATUS NOT = '00'
               DISPLAY 'NO SDI/PFL TABLE FOUND, STATUS: '
                   WS-SDITAX-FILE-STATUS ' - NO SDI/PFL WITHHELD'
           ELSE
               MOVE 'N' TO WS-SDITAX-EOF
               PERFORM UNTIL WS-SDITAX-EOF = 'Y'
                   READ SDI-TAX-FILE
                       AT END
                           MOVE 'Y' TO WS-SDITAX-EOF
                       NOT AT END
                           IF WS-SDI-RATE-COUNT < 40
                               ADD 1 TO WS-SDI-RATE-COUNT
                               PERFORM NOTE-SDI-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SDI-TAX-FILE
               DISPLAY 'SDI/PFL TABLE LOADED, ENTRIES: '
                   WS-SDI-RATE-COUNT
           END-IF
           EXIT.

       NOTE-SDI-RATE.
           MOVE SDI-EFFECTIVE-DATE
               TO WS-SDR-EFF-DATE(WS-SDI-RATE-COUNT)
           MOVE SDI-STATE TO WS-SDR-STATE(WS-SDI-RATE-COUNT)
           MOVE SDI-CLASS TO WS-SDR-CLASS(WS-SDI-RATE-COUNT)
           MOVE SDI-EE-RATE TO WS-SDR-EE-RATE(WS-SDI-RATE-COUNT)
           MOVE SDI-ER-RATE TO WS-SDR-ER-RATE(WS-SDI-RATE-COUNT)
           MOVE SDI-WAGE-BASE TO WS-SDR-WAGE-BASE(WS-SDI-RATE-COUNT)
           MOVE SDI-EE-WEEKLY-MAX
               TO WS-SDR-WEEKLY-MAX(WS-SDI-RATE-COUNT)
           EXIT.

       LOAD-OT-RULE-TABLE.
           OPEN INPUT OT-RULE-FILE
           IF WS-OTRULE-FILE-STATUS NOT = '00'
               DISPLAY 'NO STATE OVERTIME RULE TABLE FOUND, STATUS: '
                   WS-OTRULE-FILE-STATUS ' - NO DAILY OVERTIME'
           ELSE
               MOVE 'N' TO WS-OTRULE-EOF
               PERFORM UNTIL WS-OTRULE-EOF = 'Y'
                   READ OT-RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-OTRULE-EOF
                       NOT AT END
                           IF WS-OT-RULE-COUNT < 40
                               ADD 1 TO WS-OT-RULE-COUNT
                               PERFORM NOTE-OT-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OT-RULE-FILE
               DISPLAY 'STATE OVERTIME RULE TABLE LOADED, ENTRIES: '
                   WS-OT-RULE-COUNT
           END-IF
           EXIT.

       NOTE-OT-RULE.
           MOVE OTRL-EFFECTIVE-DATE
               TO WS-OTR-EFF-DATE(WS-OT-RULE-COUNT)
           MOVE OTRL-STATE TO WS-OTR-STATE(WS-OT-RULE-COUNT)
           MOVE OTRL-DAILY-OT-HOURS
               TO WS-OTR-DAILY-OT(WS-OT-RULE-COUNT)
           MOVE OTRL-DAILY-DT-HOURS
               TO WS-OTR-DAILY-DT(WS-OT-RULE-COUNT)
           MOVE OTRL-WEEKLY-OT-HOURS
               TO WS-OTR-WEEKLY-OT(WS-OT-RULE-COUNT)
           MOVE OTRL-SEVENTH-DAY
               TO WS-OTR-SEVENTH-DAY(WS-OT-RULE-COUNT)
           MOVE OTRL-SEVENTH-DT-HOURS
               TO WS-OTR-SEVENTH-DT(WS-OT-RULE-COUNT)
           MOVE OTRL-DT-FACTOR TO WS-OTR-DT-FACTOR(WS-OT-RULE-COUNT)
           EXIT.

       COMPUTE-STATE-DISABILITY.
      *>   The disability and family-leave programs follow the work
      *>   state, not the withholding state reciprocity may pick:
      *>   they are owed where the work is done. Each class is
      *>   figured on the FICA wages (Section 125 off, 401(k) in)
      *>   up to its annual wage base, measured against that
      *>   class's YTD subject wages captured before this run
      *>   accumulated.
           MOVE 0 TO WS-SDI-TAX
           MOVE 0 TO WS-PFL-TAX
           MOVE 0 TO WS-SDI-ER-TAX
           MOVE 0 TO WS-PFL-ER-TAX
           MOVE 0 TO WS-SDI-WAGES
           MOVE 0 TO WS-PFL-WAGES
           MOVE SPACES TO WS-SDI-STATE-USED
           IF WORK-STATE NOT = SPACES AND WS-SDI-RATE-COUNT > 0
               MOVE 'D' TO WS-SDI-CLASS-WANTED
               MOVE WS-YTD-PRIOR-SDI-WAGES TO WS-SDI-PRIOR-WAGES
               PERFORM FIND-SDI-RATE
               IF WS-SDR-PICK > 0
                   PERFORM PRICE-SDI-PROGRAM
                   MOVE WS-SDI-EE-AMOUNT TO WS-SDI-TAX
                   MOVE WS-SDI-ER-AMOUNT TO WS-SDI-ER-TAX
                   MOVE WS-FICA-WAGES TO WS-SDI-WAGES
                   MOVE WORK-STATE TO WS-SDI-STATE-USED
               END-IF
               MOVE 'F' TO WS-SDI-CLASS-WANTED
               MOVE WS-YTD-PRIOR-PFL-WAGES TO WS-SDI-PRIOR-WAGES
               PERFORM FIND-SDI-RATE
               IF WS-SDR-PICK > 0
                   PERFORM PRICE-SDI-PROGRAM
                   MOVE WS-SDI-EE-AMOUNT TO WS-PFL-TAX
                   MOVE WS-SDI-ER-AMOUNT TO WS-PFL-ER-TAX
                   MOVE WS-FICA-WAGES TO WS-PFL-WAGES
                   MOVE WORK-STATE TO WS-SDI-STATE-USED
               END-IF
           END-IF
           COMPUTE WS-SDI-PFL-TAX = WS-SDI-TAX + WS-PFL-TAX
           EXIT.

       FIND-SDI-RATE.
      *>   The entry for the work state and wanted class with the
      *>   latest effective date on or before the pay-period-end.
           MOVE 0 TO WS-SDR-PICK
           PERFORM VARYING WS-SDR-SUB FROM 1 BY 1
                   UNTIL WS-SDR-SUB > WS-SDI-RATE-COUNT
               IF WS-SDR-STATE(WS-SDR-SUB) = WORK-STATE AND
                       WS-SDR-CLASS(WS-SDR-SUB) = WS-SDI-CLASS-WANTED
                       AND WS-SDR-EFF-DATE(WS-SDR-SUB) <=
                           WS-PAY-PERIOD-END-DATE
                   IF WS-SDR-PICK = 0
                       MOVE WS-SDR-SUB TO WS-SDR-PICK
                   ELSE
                       IF WS-SDR-EFF-DATE(WS-SDR-SUB) >
                               WS-SDR-EFF-DATE(WS-SDR-PICK)
                           MOVE WS-SDR-SUB TO WS-SDR-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       PRICE-SDI-PROGRAM.
      *>   A zero wage base means the program has no annual cap. The
      *>   weekly maximum (NY DBL) is spread over the weeks in the
      *>   pay period and caps only the employee amount.
           IF WS-SDR-WAGE-BASE(WS-SDR-PICK) = 0
               MOVE WS-FICA-WAGES TO WS-SDI-TAXABLE
           ELSE
               EVALUATE TRUE
                   WHEN WS-SDI-PRIOR-WAGES >=
                           WS-SDR-WAGE-BASE(WS-SDR-PICK)
                       MOVE 0 TO WS-SDI-TAXABLE
                   WHEN WS-SDI-PRIOR-WAGES + WS-FICA-WAGES >
                           WS-SDR-WAGE-BASE(WS-SDR-PICK)
                       COMPUTE WS-SDI-TAXABLE =
                           WS-SDR-WAGE-BASE(WS-SDR-PICK)
                           - WS-SDI-PRIOR-WAGES
                   WHEN OTHER
                       MOVE WS-FICA-WAGES TO WS-SDI-TAXABLE
               END-EVALUATE
           END-IF
           COMPUTE WS-SDI-EE-AMOUNT ROUNDED =
               WS-SDI-TAXABLE * WS-SDR-EE-RATE(WS-SDR-PICK)
           COMPUTE WS-SDI-ER-AMOUNT ROUNDED =
               WS-SDI-TAXABLE * WS-SDR-ER-RATE(WS-SDR-PICK)
           IF WS-SDR-WEEKLY-MAX(WS-SDR-PICK) > 0
               EVALUATE PAY-FREQUENCY
                   WHEN 'B'
                       MOVE 2 TO WS-SDI-WEEKS
                   WHEN 'M'
                       MOVE 4.3333 TO WS-SDI-WEEKS
                   WHEN OTHER
                       MOVE 1 TO WS-SDI-WEEKS
               END-EVALUATE
               COMPUTE WS-SDI-PERIOD-MAX ROUNDED =
                   WS-SDR-WEEKLY-MAX(WS-SDR-PICK) * WS-SDI-WEEKS
               IF WS-SDI-EE-AMOUNT > WS-SDI-PERIOD-MAX
                   MOVE WS-SDI-PERIOD-MAX TO WS-SDI-EE-AMOUNT
               END-IF
           END-IF
           EXIT.

       COMPUTE-LOCAL-TAX.
      *>   Occupational taxes are flat rates on the same taxable pay
      *>   the state rate applies to. A locality code with no table
      *>   case the resident state's own rate applies (zero for a
      *>   no-income-tax state). Blank state codes keep the legacy
      *>   single flat rate.
           MOVE 0 TO WS-SELECTED-SUPP-RATE
           IF WORK-STATE = SPACES OR WS-STATE-RATE-COUNT = 0
               MOVE SPACES TO WS-SELECTED-STATE
               MOVE WS-STATE-TAX-RATE TO WS-SELECTED-STATE-RATE
                       MOVE 'Y' TO WS-SRT-FOUND
                       MOVE WS-SRT-RATE(WS-SRT-SUB)
                           TO WS-SELECTED-STATE-RATE
                       MOVE WS-SRT-SUPP-RATE(WS-SRT-SUB)
                           TO WS-SELECTED-SUPP-RATE
                       IF RESIDENT-STATE NOT = SPACES AND
                               WS-SRT-RECIP-STATE(WS-SRT-SUB) =
                                   RESIDENT-STATE
      *>   A resident state absent from the table withholds nothing,
      *>   which is exactly right for the no-income-tax states.
           MOVE 0 TO WS-SELECTED-STATE-RATE
           MOVE 0 TO WS-SELECTED-SUPP-RATE
           PERFORM VARYING WS-SRT-SUB2 FROM 1 BY 1
                   UNTIL WS-SRT-SUB2 > WS-STATE-RATE-COUNT
               IF WS-SRT-STATE(WS-SRT-SUB2) = RESIDENT-STATE
                   MOVE WS-SRT-RATE(WS-SRT-SUB2)
                       TO WS-SELECTED-STATE-RATE
                   MOVE WS-SRT-SUPP-RATE(WS-SRT-SUB2)
                       TO WS-SELECTED-SUPP-RATE
               END-IF
           END-PERFORM
           EXIT.
           MOVE     .240 TO WS-FED-BRACKET-RATE(4)
           EXIT.

       INITIALIZE-PRETAX-TABLE.
           MOVE 0   TO WS-PRETAX-EFF-DATE(1)
           MOVE 'Y' TO WS-PRETAX-INCOME-FLAG(1)
           MOVE 'Y' TO WS-PRETAX-FICA-FLAG(1)
           MOVE 'Y' TO WS-PRETAX-FUTA-FLAG(1)
           MOVE 0   TO WS-PRETAX-EFF-DATE(2)
           MOVE 'Y' TO WS-PRETAX-INCOME-FLAG(2)
           MOVE 'N' TO WS-PRETAX-FICA-FLAG(2)
           MOVE 'N' TO WS-PRETAX-FUTA-FLAG(2)
           MOVE 0   TO WS-PRETAX-EFF-DATE(3)
           MOVE 'N' TO WS-PRETAX-INCOME-FLAG(3)
           MOVE 'N' TO WS-PRETAX-FICA-FLAG(3)
           MOVE 'N' TO WS-PRETAX-FUTA-FLAG(3)
           EXIT.

       INITIALIZE-EXCHANGE-RATE-TABLE.
           MOVE 'EUR'    TO WS-EXCH-CURRENCY-CODE(1)
           MOVE 1.0800   TO WS-EXCH-RATE-TO-USD(1)
      *>   Suspense resubmits skip the match - their hours were
      *>   corrected by operations after the original period's time
      *>   entry was already consumed.
      *>   A manual check for someone owed final pay is an advance
      *>   against it, not the final check itself - the PTO cash-out
      *>   and the flip to terminated stay with the regular run.
      *>   A what-if models an ordinary period's check.
           IF EMPLOYMENT-STATUS = 'F' AND WS-RUN-TYPE NOT = 'M'
                   AND WS-RUN-TYPE NOT = 'W'
               MOVE 'Y' TO WS-FINAL-PAY
           ELSE
               MOVE 'N' TO WS-FINAL-PAY

      *>   A gross-up bonus run needs no hours at all - the gross is
      *>   solved from the target net - so it never consumes (or
      *>   demands) a time entry; nor does a manual check, whose
      *>   gross is keyed. A what-if sets its own hours.
           IF WS-PROCESSING-SUSPENSE = 'N' AND PAY-TYPE NOT = 'S'
                   AND WS-RUN-TYPE NOT = 'G' AND WS-RUN-TYPE NOT = 'M'
                   AND WS-RUN-TYPE NOT = 'W'
               PERFORM MATCH-TIME-ENTRY
           ELSE
               MOVE 'N' TO WS-TIME-ENTRY-MISSING
               MOVE WS-TIME-REJECT-REASON TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-RECORD = 'Y' AND WS-RUN-TYPE = 'M'
               PERFORM EDIT-MANUAL-CHECK
           END-IF

           IF WS-VALID-RECORD = 'Y'
      *>       Salaried staff are paid their per-period salary with no
      *>       regular/overtime split; everything downstream of gross
                   MOVE SALARY-AMOUNT TO WS-GROSS-PAY
                   MOVE ZERO TO WS-REGULAR-HOURS
                   MOVE ZERO TO WS-OVERTIME-HOURS
                   MOVE ZERO TO WS-DOUBLE-TIME-HOURS
                   MOVE 'N' TO WS-DAILY-OT-APPLIED
                   MOVE ZERO TO WS-OT-PREMIUM-THIS-EMP
               ELSE
                   PERFORM SET-OVERTIME-THRESHOLD
                           WS-TIME-ENTRY-MATCHES > 0
                       PERFORM PRICE-BLENDED-TIME
                   END-IF
                   MOVE ZERO TO WS-DOUBLE-TIME-HOURS
                   MOVE 'N' TO WS-DAILY-OT-APPLIED
                   IF WS-TIME-ENTRY-MATCHES > 0
                       PERFORM APPLY-STATE-DAILY-OVERTIME
                   END-IF
      *>           The half-time premium on the overtime hours - the
      *>           piece the workers' comp wage base excludes. Under
      *>           a state daily rule it is every day's premium,
      *>           double time included.
                   IF WS-DAILY-OT-APPLIED = 'Y'
                       MOVE OTD-PREMIUM TO WS-OT-PREMIUM-THIS-EMP
                   ELSE
                       COMPUTE WS-OT-PREMIUM-THIS-EMP ROUNDED =
                           WS-OVERTIME-HOURS * WS-BASE-RATE-USED
                           * (WS-OVERTIME-FACTOR - 1)
                   END-IF
               END-IF

               MOVE WS-GROSS-PAY TO WS-BASE-PAY-THIS-EMP

      *>       The YTD figures already on file - before this run
      *>       accumulates - feed the 401(k) limit and every annual
      *>       wage-base and threshold test below.
               PERFORM GET-PRIOR-YTD-GROSS

      *>       A gross-up run replaces the whole middle of the
      *>       calculation: the gross is solved from the promised
      *>       net, and deductions, arrears, and garnishments sit
      *>       the bonus out - they ride the next regular run.
      *>       A manual check replaces it the same way: the gross
      *>       is keyed, and the withholding is either calculated on
      *>       it or taken as keyed.
               IF WS-RUN-TYPE = 'G'
                   PERFORM SOLVE-GROSS-UP
               ELSE
               IF WS-RUN-TYPE = 'M'
                   PERFORM SETTLE-MANUAL-CHECK
               ELSE
                   PERFORM ADD-CODED-EARNINGS
                   PERFORM WRITE-DAILY-OT-DETAIL
                   PERFORM ADJUST-FLSA-OVERTIME

                   IF WS-FINAL-PAY = 'Y'

                   PERFORM CONVERT-CONTRACTOR-CURRENCY

      *>           The deductions are settled before withholding so
      *>           the classes flagged pre-tax come off the wage
      *>           bases the taxes are figured on.
                   PERFORM DERIVE-BENEFIT-DEDUCTIONS
                   IF WS-WIF-PROPOSED-PASS = 'Y'
                       PERFORM APPLY-WHAT-IF-ELECTIONS
                   END-IF
                   PERFORM ENFORCE-401K-LIMIT
                   MOVE WS-DED-HEALTH-USED TO WS-PRETAX-DED-AMT(1)
                   MOVE WS-DED-401K-USED TO WS-PRETAX-DED-AMT(2)
                   MOVE WS-DED-UNION-USED TO WS-PRETAX-DED-AMT(3)
                   PERFORM SET-TAXABLE-WAGES

                   PERFORM COMPUTE-WITHHOLDING

                   COMPUTE WS-TOTAL-DEDUCTIONS =
                       WS-DED-HEALTH-USED + WS-DED-401K-USED
                       + WS-DED-UNION-USED
                   PERFORM ADD-ADVANCE-REPAYMENT
                   PERFORM ADD-ARREARS-RECOVERY
                   PERFORM CHECK-DEDUCTION-CAP
      *>           A capped check already nets to zero, so the
      *>           withholding stands; the wage figures are restated
      *>           from what was really taken so the W-2 boxes
      *>           follow the money.
                   IF WS-DEDUCTION-CAP-FLAG = 'Y'
                       MOVE WS-ACTUAL-HEALTH-DEDUCTION
                           TO WS-PRETAX-DED-AMT(1)
                       MOVE WS-ACTUAL-401K-DEDUCTION
                           TO WS-PRETAX-DED-AMT(2)
                       MOVE WS-ACTUAL-UNION-DEDUCTION
                           TO WS-PRETAX-DED-AMT(3)
                       PERFORM SET-TAXABLE-WAGES
                   END-IF
                   PERFORM SETTLE-ARREARS
                   PERFORM SETTLE-ADVANCE
                   PERFORM WITHHOLD-GARNISHMENTS
                   PERFORM APPLY-IMPUTED-OFFSET
               END-IF
               END-IF
               IF WS-SUPP-MANDATORY-HIT = 'Y'
                   ADD 1 TO WS-SUPP-MANDATORY-COUNT
               END-IF
               IF WORKER-TYPE = 'C'
                   ADD 1 TO WS-CONTRACTOR-PAID-COUNT
               END-IF

               CALL 'PayrollCalc' USING 'N', HOURS-WORKED,
                   HOURLY-RATE, WS-MAX-REGULAR-HOURS,
               IF WS-LOCAL-TAX > 0
                   SUBTRACT WS-LOCAL-TAX FROM WS-NET-PAY
               END-IF
               IF WS-SDI-PFL-TAX > 0
                   SUBTRACT WS-SDI-PFL-TAX FROM WS-NET-PAY
               END-IF
               PERFORM PAY-EXPENSE-REIMBURSEMENTS

               MOVE EMP-ID TO EMP-ID-OUT
               MOVE EMP-NAME TO EMP-NAME-OUT
      *>       Unverified bank details (prenote owed, sent, or
      *>       rejected) pay by check regardless of election until the
      *>       prenote cycle completes clean.
      *>       A manual check is, by definition, a check.
               EVALUATE TRUE
                   WHEN WS-RUN-TYPE = 'M'
                       MOVE 'K' TO PAYMENT-METHOD-OUT
                   WHEN PAYMENT-METHOD = 'K'
                       MOVE 'K' TO PAYMENT-METHOD-OUT
                   WHEN BANK-PRENOTE-STATUS = 'P' OR
               MOVE WS-ACTUAL-UNION-DEDUCTION TO DED-UNION-OUT
               MOVE LOCALITY-CODE TO LOCALITY-CODE-OUT
               MOVE WS-LOCAL-TAX TO LOCAL-TAX-OUT
               MOVE WS-INCTAX-WAGES TO INCTAX-WAGES-OUT
               MOVE WS-FICA-WAGES TO FICA-WAGES-OUT
               MOVE WS-FUTA-WAGES TO FUTA-WAGES-OUT
               MOVE WS-SDI-STATE-USED TO SDI-STATE-OUT
               MOVE WS-SDI-TAX TO SDI-TAX-OUT
               MOVE WS-PFL-TAX TO PFL-TAX-OUT
               MOVE WS-REIMB-THIS-EMP TO REIMBURSEMENT-OUT

               WRITE PAYROLL-RECORD
               IF WS-RUN-TYPE = 'M'
                   PERFORM POST-MANUAL-CHECK
               END-IF
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
               ADD WS-NET-PAY TO WS-NET-PAY-TOTAL
               ADD WS-FEDERAL-TAX TO WS-RUN-FEDERAL-TOTAL
               ADD WS-STATE-TAX TO WS-RUN-STATE-TOTAL
               ADD WS-LOCAL-TAX TO WS-RUN-LOCAL-TOTAL
               ADD WS-SDI-PFL-TAX TO WS-RUN-SDI-TOTAL
      *>       Correction runs adjust wages already accumulated into
      *>       YTD by a prior regular/bonus run, so re-adding them here
      *>       would double-count; regular and off-cycle bonus runs
      *>       A final paycheck cashed the PTO balance out inside
      *>       ADD-PTO-PAYOUT; accruing more here would re-create a
      *>       balance for someone who no longer works here. A
      *>       gross-up bonus or a manual check is an extra payment
      *>       inside a period the regular run already accrues for.
               IF WS-FINAL-PAY = 'N' AND WS-RUN-TYPE NOT = 'G'
                       AND WS-RUN-TYPE NOT = 'M'
                   PERFORM UPDATE-LEAVE
               END-IF
               PERFORM ACCUMULATE-GL-TOTALS
               PERFORM COMPUTE-EMPLOYER-LIABILITY
      *>       History is banked once the employer matches are
      *>       known, so the record carries every figure the YTD and
      *>       QTD buckets were just posted from.
               PERFORM WRITE-PAYROLL-HISTORY
               PERFORM ACCRUE-WC-PREMIUM

               IF WS-PROCESSING-SUSPENSE = 'Y' AND WS-TRIAL-RUN = 'N'
               MOVE WS-REJECT-REASON TO REJ-REASON
               WRITE REJECT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
      *>       A refused manual check goes back to the payroll desk
      *>       on the register, not into suspense - a resubmit would
      *>       pay it again on the next regular run.
               IF WS-RUN-TYPE = 'M'
                   MOVE 'R' TO WS-MCK-STATUS-TBL(WS-MCK-THIS)
                   MOVE WS-REJECT-REASON TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
               ELSE
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
           END-IF.

           PERFORM WRITE-AUDIT-LOG
           MOVE RUN-TYPE TO PHIST-RUN-TYPE
           MOVE PAY-PERIOD-START-DATE TO PHIST-PERIOD-START-DATE
           MOVE LOCAL-TAX-OUT TO PHIST-LOCAL-TAX
           MOVE INCTAX-WAGES-OUT TO PHIST-INCTAX-WAGES
           MOVE FICA-WAGES-OUT TO PHIST-FICA-WAGES
           MOVE FUTA-WAGES-OUT TO PHIST-FUTA-WAGES
           MOVE SDI-STATE-OUT TO PHIST-SDI-STATE
           MOVE SDI-TAX-OUT TO PHIST-SDI-TAX
           MOVE PFL-TAX-OUT TO PHIST-PFL-TAX
           MOVE WS-TOTAL-DEDUCTIONS TO PHIST-DEDUCTIONS
           MOVE WS-ACTUAL-HEALTH-DEDUCTION TO PHIST-DED-HEALTH
           MOVE WS-ACTUAL-401K-DEDUCTION TO PHIST-DED-401K
           MOVE WS-ACTUAL-UNION-DEDUCTION TO PHIST-DED-UNION
           MOVE WS-SDI-WAGES TO PHIST-SDI-WAGES
           MOVE WS-PFL-WAGES TO PHIST-PFL-WAGES
           MOVE WS-EMPLOYER-FICA-MATCH TO PHIST-FICA-MATCH
           MOVE WS-EMPLOYER-MEDICARE-MATCH TO PHIST-MEDICARE-MATCH
           MOVE WS-SDI-ER-TAX TO PHIST-SDI-ER-TAX
           MOVE WS-PFL-ER-TAX TO PHIST-PFL-ER-TAX
           MOVE WS-EMPLOYER-401K-MATCH TO PHIST-401K-MATCH
      *>   Imputed income only ever rides the regular calculation's
      *>   coded earnings; a gross-up or manual check carries none.
           IF WS-RUN-TYPE = 'G' OR WS-RUN-TYPE = 'M'
               MOVE 0 TO PHIST-IMPUTED-INCOME
           ELSE
               MOVE WS-IMPUTED-THIS-EMP TO PHIST-IMPUTED-INCOME
           END-IF
           MOVE WS-REIMB-THIS-EMP TO PHIST-REIMBURSEMENT
      *>   The leave hours UPDATE-LEAVE just posted. A gross-up or
      *>   manual check is paid inside a period the regular run
      *>   already covers, and a final check accrues nothing.
           MOVE 0 TO PHIST-VAC-HOURS-TAKEN
           MOVE 0 TO PHIST-SICK-HOURS-TAKEN
           MOVE 0 TO PHIST-VAC-HOURS-ACCRUED
           MOVE 0 TO PHIST-SICK-HOURS-ACCRUED
           IF WS-RUN-TYPE NOT = 'G' AND WS-RUN-TYPE NOT = 'M'
               MOVE LEAVE-HOURS-TAKEN TO PHIST-VAC-HOURS-TAKEN
               MOVE SICK-HOURS-TAKEN TO PHIST-SICK-HOURS-TAKEN
               IF WS-FINAL-PAY = 'N'
                   MOVE WS-VAC-ACCRUAL-RATE TO PHIST-VAC-HOURS-ACCRUED
                   MOVE WS-SICK-ACCRUAL-RATE
                       TO PHIST-SICK-HOURS-ACCRUED
               END-IF
           END-IF

           IF WS-TRIAL-RUN = 'N'
               WRITE PAYROLL-HISTORY-RECORD

       BROWSE-TIME-ENTRIES.
           MOVE 0 TO WS-TIME-TOTAL-HOURS
           MOVE 0 TO OTD-ENTRY-COUNT
           MOVE 0 TO WS-TIME-STRAIGHT-EARNINGS
           MOVE 0 TO WS-TIME-ENTRY-MATCHES
           MOVE 0 TO WS-TIME-JOB-COUNT
               MOVE DEPT-CODE TO WS-TJB-DEPT-THIS
           END-IF
           PERFORM NOTE-JOB-HOURS
      *>   The work date and hours are kept for the state daily
      *>   overtime rules, which are evaluated day by day.
           IF OTD-ENTRY-COUNT < 100
               ADD 1 TO OTD-ENTRY-COUNT
               MOVE TIME-WORK-DATE TO OTD-ENTRY-DATE(OTD-ENTRY-COUNT)
               MOVE TIME-HOURS-WORKED
                   TO OTD-ENTRY-HOURS(OTD-ENTRY-COUNT)
           END-IF
           MOVE 'Y' TO TIME-MATCHED
           IF WS-TRIAL-RUN = 'N'
               REWRITE TIME-ENTRY-RECORD
      *>   A trial run never persisted its TIME-MATCHED flags, so
      *>   sweeping the file now would report every consumed entry
      *>   as unmatched; the sweep belongs to the real run.
      *>   A manual-check run never consumes time entries either, so
      *>   the sweep has nothing to say about it.
           IF WS-TRIAL-RUN = 'Y'
               DISPLAY 'TRIAL RUN - UNMATCHED-TIME SWEEP SKIPPED'
           ELSE
           IF WS-RUN-TYPE = 'M'
               DISPLAY 'MANUAL-CHECK RUN - UNMATCHED-TIME SWEEP SKIPPED'
           ELSE
               PERFORM SWEEP-UNMATCHED-TIME
           END-IF
           END-IF
           EXIT.

       SWEEP-UNMATCHED-TIME.
           COMPUTE WS-NET-PAY-CHECK =
               WS-GROSS-PAY - WS-IMPUTED-THIS-EMP
               - WS-FEDERAL-TAX - WS-STATE-TAX
               - WS-LOCAL-TAX - WS-SDI-PFL-TAX - WS-TOTAL-DEDUCTIONS

           IF WS-NET-PAY-CHECK < 0
               MOVE WS-TOTAL-DEDUCTIONS TO WS-ORIGINAL-DEDUCTIONS
               MOVE 'Y' TO WS-DEDUCTION-CAP-FLAG
               IF WS-GROSS-PAY - WS-IMPUTED-THIS-EMP
                       - WS-FEDERAL-TAX - WS-STATE-TAX
                       - WS-LOCAL-TAX - WS-SDI-PFL-TAX < 0
                   MOVE 0 TO WS-TOTAL-DEDUCTIONS
               ELSE
                   COMPUTE WS-TOTAL-DEDUCTIONS =
                       WS-GROSS-PAY - WS-IMPUTED-THIS-EMP
                       - WS-FEDERAL-TAX - WS-STATE-TAX
                       - WS-LOCAL-TAX - WS-SDI-PFL-TAX
               END-IF
      *>       The capped total is allocated back to the individual
      *>       deductions in priority order - health coverage first,
           END-IF
           EXIT.

       WRITE-DAILY-OT-DETAIL.
      *>   Each day's overtime, double time and seventh-day premium,
      *>   and each workweek's overtime past the weekly hours, is
      *>   itemized so the register shows the wage-and-hour auditor
      *>   how the daily rule built the gross. The lines are inside
      *>   the base wages already, so like the FLSA line they post
      *>   with the wages expense, not a premium GL account.
           IF WS-DAILY-OT-APPLIED = 'Y'
               PERFORM VARYING WS-OTD-SUB FROM 1 BY 1
                       UNTIL WS-OTD-SUB > OTD-LINE-COUNT
                   MOVE EMP-ID TO EDTL-EMP-ID
                   MOVE 'DOT' TO EDTL-CODE
                   MOVE OTD-LINE-DESC(WS-OTD-SUB) TO EDTL-DESCRIPTION
                   MOVE OTD-LINE-HOURS(WS-OTD-SUB) TO EDTL-HOURS
                   MOVE OTD-LINE-AMOUNT(WS-OTD-SUB) TO EDTL-AMOUNT
                   WRITE EARNINGS-DETAIL-RECORD
                   ADD 1 TO WS-EARNDTL-COUNT
                   ADD OTD-LINE-AMOUNT(WS-OTD-SUB) TO WS-EARNDTL-TOTAL
               END-PERFORM
           END-IF
           EXIT.

       ADJUST-FLSA-OVERTIME.
      *>   The wage-and-hour rule: the overtime premium is owed on
      *>   the regular rate - all straight-time earnings including
      *>   shortfall for the period is paid as its own line, with
      *>   the derivation itemized on the stub detail.
           MOVE 0 TO WS-FLSA-ADJUSTMENT
      *>   Double time under a state daily rule is owed on the same
      *>   regular rate, at its own multiple.
           IF PAY-TYPE NOT = 'S' AND
                   (WS-OVERTIME-HOURS > 0 OR
                       WS-DOUBLE-TIME-HOURS > 0) AND
                   WS-MULT-EARNINGS-THIS-EMP > 0 AND
                   HOURS-WORKED > 0
               COMPUTE WS-REGULAR-RATE ROUNDED =
                   (WS-STRAIGHT-USED + WS-MULT-EARNINGS-THIS-EMP)
                   / HOURS-WORKED
               COMPUTE WS-FLSA-ADJUSTMENT ROUNDED =
                   (WS-REGULAR-RATE - WS-BASE-RATE-USED)
                   * ((WS-OVERTIME-HOURS * (WS-OVERTIME-FACTOR - 1))
                   + (WS-DOUBLE-TIME-HOURS * (OTD-DT-FACTOR - 1)))
               IF WS-FLSA-ADJUSTMENT > 0
                   ADD WS-FLSA-ADJUSTMENT TO WS-GROSS-PAY
                   ADD WS-FLSA-ADJUSTMENT TO WS-OT-PREMIUM-THIS-EMP
                   DISPLAY 'FLSA REGULAR RATE, EMP-ID: ' EMP-ID
                       ' RATE ' WS-REGULAR-RATE
                       ' OT HOURS ' WS-OVERTIME-HOURS
                       ' DT HOURS ' WS-DOUBLE-TIME-HOURS
                       ' ADJUSTMENT ' WS-FLSA-ADJUSTMENT
               END-IF
           END-IF
           MOVE EMP-ID TO EDTL-EMP-ID
           MOVE 'FLS' TO EDTL-CODE
           MOVE 'FLSA OT REGULAR RATE' TO EDTL-DESCRIPTION
           COMPUTE EDTL-HOURS =
               WS-OVERTIME-HOURS + WS-DOUBLE-TIME-HOURS
           MOVE WS-FLSA-ADJUSTMENT TO EDTL-AMOUNT
           WRITE EARNINGS-DETAIL-RECORD
           ADD 1 TO WS-EARNDTL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM APPLY-COMPANY-TRANSFERS
           CLOSE PENDING-CHANGE-REPORT-FILE
           DISPLAY 'PENDING CHANGES APPLIED: '
               WS-PENDING-APPLIED-COUNT
               ' STILL WAITING: ' WS-PENDING-WAITING-COUNT
           DISPLAY 'COMPANY TRANSFERS APPLIED: '
               WS-XFER-APPLIED-COUNT
               ' STILL WAITING: ' WS-XFER-WAITING-COUNT
               ' REFUSED: ' WS-XFER-REFUSED-COUNT
           PERFORM RESET-EMPLOYEE-POSITION
           EXIT.

           MOVE PCHG-PAY-TYPE TO PAY-TYPE
           MOVE PCHG-SALARY-AMOUNT TO SALARY-AMOUNT
           MOVE PCHG-PAYMENT-METHOD TO PAYMENT-METHOD
           IF PCHG-COMPANY-CODE NOT = COMPANY-CODE
               PERFORM CHECK-PENDING-COMPANY
           END-IF
           MOVE PCHG-WORK-STATE TO WORK-STATE
           MOVE PCHG-RESIDENT-STATE TO RESIDENT-STATE
           MOVE PCHG-LOCALITY-CODE TO LOCALITY-CODE
           MOVE PCHG-W4-DEDUCTIONS TO W4-DEDUCTIONS
           MOVE PCHG-W4-EXTRA-WH TO W4-EXTRA-WH
           MOVE PCHG-WC-CLASS-CODE TO WC-CLASS-CODE
           MOVE PCHG-WORKER-TYPE TO WORKER-TYPE
           MOVE PCHG-BACKUP-WH-FLAG TO BACKUP-WH-FLAG
           MOVE PCHG-FLSA-STATUS TO FLSA-STATUS
           IF PCHG-PAY-STEP IS NUMERIC
               MOVE PCHG-BARGAINING-UNIT TO BARGAINING-UNIT
               MOVE PCHG-PAY-GRADE TO PAY-GRADE
               MOVE PCHG-PAY-STEP TO PAY-STEP
               MOVE PCHG-STEP-DATE TO STEP-DATE
           END-IF
           EXIT.

       CHECK-PENDING-COMPANY.
      *>   A pending change keyed before a company transfer still
      *>   carries the old company; applied as it stands it would
      *>   undo the transfer without closing anything out. Once the
      *>   employee has been paid this year only a transfer moves
      *>   them, and the master keeps the company it has.
           MOVE PCHG-EMP-ID TO YTD-EMP-ID
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE PCHG-COMPANY-CODE TO COMPANY-CODE
               NOT INVALID KEY
                   IF YTD-GROSS-PAY > 0
                       DISPLAY 'PENDING CHANGE COMPANY '
                           PCHG-COMPANY-CODE ' NOT APPLIED, EMP-ID: '
                           PCHG-EMP-ID ' - PAID UNDER '
                           COMPANY-CODE ' THIS YEAR, USE A TRANSFER'
                   ELSE
                       MOVE PCHG-COMPANY-CODE TO COMPANY-CODE
                   END-IF
           END-READ
           EXIT.

       APPLY-COMPANY-TRANSFERS.
      *>   Every transfer whose effective date falls on or before
      *>   this run's pay-period-end is applied before the
      *>   calculation pass, in employee and date order, so two
      *>   transfers caught up in one run land in sequence. A trial
      *>   run reports what would apply but touches nothing.
           MOVE 'N' TO WS-XFER-EOF
           MOVE LOW-VALUES TO XFER-KEY
           START COMPANY-TRANSFER-FILE KEY IS >= XFER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XFER-EOF
           END-START
           PERFORM UNTIL WS-XFER-EOF = 'Y'
               READ COMPANY-TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XFER-EOF
                   NOT AT END
                       MOVE 0 TO WS-XFER-CLOSED-GROSS
                       IF XFER-STATUS = 'P'
                           IF XFER-EFFECTIVE-DATE <=
                                   WS-PAY-PERIOD-END-DATE
                               PERFORM APPLY-ONE-COMPANY-TRANSFER
                           ELSE
                               ADD 1 TO WS-XFER-WAITING-COUNT
                               MOVE 'TRANSFER PENDING      '
                                   TO WS-XFD-DISPOSITION
                               PERFORM WRITE-TRANSFER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       APPLY-ONE-COMPANY-TRANSFER.
           MOVE XFER-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'TRANSFER NO MASTER    ' TO WS-XFD-DISPOSITION
                   PERFORM REFUSE-COMPANY-TRANSFER
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN COMPANY-CODE = XFER-TO-COMPANY-CODE
                           MOVE 'TRANSFER ALREADY THERE'
                               TO WS-XFD-DISPOSITION
                           PERFORM REFUSE-COMPANY-TRANSFER
                       WHEN WS-TRIAL-RUN = 'Y'
                           MOVE 'TRIAL - NOT TRANSFERRED'
                               TO WS-XFD-DISPOSITION
                           PERFORM WRITE-TRANSFER-LINE
                       WHEN OTHER
                           PERFORM CLOSE-OUT-COMPANY-YTD
                   END-EVALUATE
           END-READ
           EXIT.

       CLOSE-OUT-COMPANY-YTD.
      *>   The live YTD record is copied to COMPANY-YTD-FILE under
      *>   the company that paid it, then started over for the new
      *>   company - or, for a company already closed out earlier
      *>   this year, that company's record is reopened as the live
      *>   one so its wages go on accumulating where they left off.
      *>   The live record always holds the year's total 401(k)
      *>   deferrals as its own plus the prior-company bucket, so
      *>   the split is re-taken from that total. A successor
      *>   carries everything the old company counted toward its
      *>   Social Security and FUTA/SUTA bases - its own wages and
      *>   whatever it had carried in itself. An employee with no
      *>   YTD record has been paid nothing this year and simply
      *>   moves.
           MOVE 'N' TO WS-XFER-REOPENED
           MOVE XFER-EMP-ID TO YTD-EMP-ID
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-YTD-FILE-STATUS = '00'
               PERFORM SEED-YTD-WAGE-BUCKETS
               IF YTD-COMPANY-CODE = SPACES
                   MOVE COMPANY-CODE TO YTD-COMPANY-CODE
               END-IF
               MOVE YTD-GROSS-PAY TO WS-XFER-CLOSED-GROSS
               COMPUTE WS-XFER-TOTAL-401K =
                   YTD-DED-401K + YTD-PRIOR-CO-401K
               COMPUTE WS-XFER-CARRY-FICA =
                   YTD-FICA-WAGES + YTD-PRED-FICA-WAGES
               COMPUTE WS-XFER-CARRY-FUTA =
                   YTD-FUTA-WAGES + YTD-PRED-FUTA-WAGES
               MOVE XFER-EMP-ID TO CYTD-EMP-ID
               MOVE YTD-COMPANY-CODE TO CYTD-COMPANY-CODE
               MOVE XFER-EFFECTIVE-DATE TO CYTD-CLOSED-DATE
               MOVE XFER-TO-COMPANY-CODE TO CYTD-TO-COMPANY-CODE
               MOVE XFER-SUCCESSOR TO CYTD-SUCCESSOR
               MOVE WS-RUN-DATE TO CYTD-CLOSED-RUN-DATE
               MOVE EMPLOYEE-YTD-RECORD TO CYTD-YTD-IMAGE
               WRITE COMPANY-YTD-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR CLOSING OUT COMPANY '
                           CYTD-COMPANY-CODE ', EMP-ID: '
                           XFER-EMP-ID ' STATUS: '
                           WS-CYTD-FILE-STATUS
               END-WRITE
               IF WS-CYTD-FILE-STATUS NOT = '00'
                   MOVE 'TRANSFER CLOSE FAILED ' TO WS-XFD-DISPOSITION
                   PERFORM REFUSE-COMPANY-TRANSFER
               ELSE
                   PERFORM START-NEW-COMPANY-YTD
                   REWRITE EMPLOYEE-YTD-RECORD
                   PERFORM FINISH-COMPANY-TRANSFER
               END-IF
           ELSE
               PERFORM FINISH-COMPANY-TRANSFER
           END-IF
           EXIT.

       START-NEW-COMPANY-YTD.
           MOVE XFER-EMP-ID TO CYTD-EMP-ID
           MOVE XFER-TO-COMPANY-CODE TO CYTD-COMPANY-CODE
           READ COMPANY-YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-XFER-REOPENED
           END-READ
           IF WS-XFER-REOPENED = 'Y'
               MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
               DELETE COMPANY-YTD-FILE RECORD
               COMPUTE YTD-PRIOR-CO-401K =
                   WS-XFER-TOTAL-401K - YTD-DED-401K
      *>       Wages a company paid itself already sit in its own
      *>       buckets; successor treatment has nothing to add back.
               IF XFER-SUCCESSOR = 'Y'
                   DISPLAY 'SUCCESSOR IGNORED, EMP-ID: ' XFER-EMP-ID
                       ' - ' XFER-TO-COMPANY-CODE
                       ' REOPENED FROM EARLIER THIS YEAR'
               END-IF
           ELSE
               INITIALIZE EMPLOYEE-YTD-RECORD
               MOVE XFER-EMP-ID TO YTD-EMP-ID
               MOVE XFER-TO-COMPANY-CODE TO YTD-COMPANY-CODE
               MOVE WS-XFER-TOTAL-401K TO YTD-PRIOR-CO-401K
               IF XFER-SUCCESSOR = 'Y'
                   MOVE WS-XFER-CARRY-FICA TO YTD-PRED-FICA-WAGES
                   MOVE WS-XFER-CARRY-FUTA TO YTD-PRED-FUTA-WAGES
               END-IF
           END-IF
           MOVE XFER-EFFECTIVE-DATE TO YTD-COMPANY-START-DATE
           EXIT.

       FINISH-COMPANY-TRANSFER.
           MOVE XFER-TO-COMPANY-CODE TO COMPANY-CODE
           REWRITE EMPLOYEE-RECORD
           MOVE 'A' TO XFER-STATUS
           MOVE WS-RUN-DATE TO XFER-APPLIED-DATE
           REWRITE COMPANY-TRANSFER-RECORD
           ADD 1 TO WS-XFER-APPLIED-COUNT
           IF WS-XFER-REOPENED = 'Y'
               MOVE 'TRANSFERRED - REOPENED' TO WS-XFD-DISPOSITION
           ELSE
               MOVE 'TRANSFERRED THIS RUN  ' TO WS-XFD-DISPOSITION
           END-IF
           PERFORM WRITE-TRANSFER-LINE
           EXIT.

       REFUSE-COMPANY-TRANSFER.
      *>   Nothing moved; the record is marked so it stops coming
      *>   round, and the report says why.
           IF WS-TRIAL-RUN = 'N'
               MOVE 'R' TO XFER-STATUS
               MOVE WS-RUN-DATE TO XFER-APPLIED-DATE
               REWRITE COMPANY-TRANSFER-RECORD
           END-IF
           ADD 1 TO WS-XFER-REFUSED-COUNT
           PERFORM WRITE-TRANSFER-LINE
           EXIT.

       WRITE-TRANSFER-LINE.
           MOVE XFER-EMP-ID TO WS-XFD-EMP-ID
           MOVE XFER-EFFECTIVE-DATE TO WS-XFD-EFFECTIVE
           MOVE XFER-FROM-COMPANY-CODE TO WS-XFD-FROM-COMPANY
           MOVE XFER-TO-COMPANY-CODE TO WS-XFD-TO-COMPANY
           MOVE XFER-SUCCESSOR TO WS-XFD-SUCCESSOR
           MOVE WS-XFER-CLOSED-GROSS TO WS-XFD-CLOSED-GROSS
           WRITE PENDING-CHANGE-REPORT-LINE FROM WS-XFER-DETAIL-LINE
           EXIT.

       REPORT-WAITING-CHANGE.

       SOLVE-GROSS-UP.
      *>   Net-to-gross by iteration: starting from the target net
      *>   itself, the full withholding calculation (the flat
      *>   supplemental rates, including the mandatory rate past the
      *>   annual threshold, the state rate, the Additional Medicare
      *>   surtax) is run against the candidate gross and the shortfall
      *>   is added back until the computed net lands within a penny of
      *>   the promise. The convergence is monotone for any sub-100%
      *>   marginal rate, so twenty-five passes is generous.
           PERFORM FIND-GROSSUP-TARGET
           MOVE WS-GUP-TARGET-NET TO WS-GROSS-PAY
           MOVE 'N' TO WS-GUP-CONVERGED
           MOVE 0 TO WS-GUP-ITERATION
      *>   No deductions ride the bonus check, so every wage base is
      *>   the candidate gross itself.
           MOVE 0 TO WS-PRETAX-DED-AMT(1)
           MOVE 0 TO WS-PRETAX-DED-AMT(2)
           MOVE 0 TO WS-PRETAX-DED-AMT(3)
           PERFORM UNTIL WS-GUP-CONVERGED = 'Y' OR
                   WS-GUP-ITERATION >= 25
               ADD 1 TO WS-GUP-ITERATION
               PERFORM SET-TAXABLE-WAGES
               PERFORM COMPUTE-WITHHOLDING
               COMPUTE WS-GUP-TRIAL-NET =
                   WS-GROSS-PAY - WS-FEDERAL-TAX - WS-STATE-TAX
                   - WS-LOCAL-TAX - WS-SDI-PFL-TAX
               COMPUTE WS-GUP-DIFFERENCE =
                   WS-GUP-TARGET-NET - WS-GUP-TRIAL-NET
               IF WS-GUP-DIFFERENCE >= -0.01 AND
               ' ITERATIONS ' WS-GUP-ITERATION
           EXIT.

       LOAD-MANUAL-CHECKS.
           OPEN INPUT MANUAL-CHECK-FILE
           IF WS-MANCHK-FILE-STATUS NOT = '00'
               DISPLAY 'MANUAL-CHECK RUN WITH NO MANCHK FILE, STATUS: '
                   WS-MANCHK-FILE-STATUS ' - NOBODY WILL BE PAID'
           ELSE
               MOVE 'N' TO WS-MANCHK-EOF
               PERFORM UNTIL WS-MANCHK-EOF = 'Y'
                   READ MANUAL-CHECK-FILE
                       AT END
                           MOVE 'Y' TO WS-MANCHK-EOF
                       NOT AT END
                           IF WS-MANCHK-COUNT < 200
                               ADD 1 TO WS-MANCHK-COUNT
                               PERFORM EDIT-MANUAL-CHECK-ENTRY
                           ELSE
                               DISPLAY 'WARNING: MORE THAN 200 MANUAL '
                                   'CHECKS - CHECK ' MCK-CHECK-NUMBER
                                   ' NOT POSTED'
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANUAL-CHECK-FILE
               DISPLAY 'MANUAL CHECKS LOADED: ' WS-MANCHK-COUNT
           END-IF
           EXIT.

       EDIT-MANUAL-CHECK-ENTRY.
      *>   Only the check date the run card names can be posted -
      *>   history, the deposit obligation, and the ledger are all
      *>   dated from it. A calculated ('C') transaction carries no
      *>   keyed amounts forward; the run works them out.
           MOVE WS-MANCHK-COUNT TO WS-MCK-THIS
           MOVE MCK-EMP-ID TO WS-MCK-EMP-ID-TBL(WS-MCK-THIS)
           MOVE MCK-CHECK-NUMBER TO WS-MCK-CHECK-NUM-TBL(WS-MCK-THIS)
           MOVE MCK-CHECK-DATE TO WS-MCK-CHECK-DATE-TBL(WS-MCK-THIS)
           MOVE MCK-GROSS-PAY TO WS-MCK-GROSS-TBL(WS-MCK-THIS)
           MOVE MCK-TAX-MODE TO WS-MCK-MODE-TBL(WS-MCK-THIS)
           MOVE MCK-REASON TO WS-MCK-REASON-TBL(WS-MCK-THIS)
           MOVE SPACE TO WS-MCK-STATUS-TBL(WS-MCK-THIS)
           MOVE SPACES TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
           MOVE SPACES TO WS-MCK-NAME-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-FEDERAL-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-STATE-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-LOCAL-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-SDI-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-PFL-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-HEALTH-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-401K-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-UNION-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-DEDS-TBL(WS-MCK-THIS)
           MOVE 0 TO WS-MCK-NET-TBL(WS-MCK-THIS)

           EVALUATE TRUE
               WHEN MCK-EMP-ID NOT NUMERIC OR MCK-EMP-ID = 0
                   MOVE 'EMP-ID MISSING OR NOT NUMERIC'
                       TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
               WHEN MCK-CHECK-NUMBER NOT NUMERIC OR
                       MCK-CHECK-NUMBER = 0
                   MOVE 'CHECK NUMBER MISSING OR NOT NUMERIC'
                       TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
               WHEN MCK-CHECK-DATE NOT = WS-PAY-PERIOD-END-DATE
                   MOVE 'CHECK DATE IS NOT THE RUN CARD DATE'
                       TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
               WHEN MCK-GROSS-PAY NOT NUMERIC OR MCK-GROSS-PAY = 0
                   MOVE 'NO GROSS PAY KEYED'
                       TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
               WHEN MCK-TAX-MODE NOT = 'C' AND MCK-TAX-MODE NOT = 'K'
                   MOVE 'TAX MODE IS NOT C OR K'
                       TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MCK-NOTE-TBL(WS-MCK-THIS) = SPACES AND
                   MCK-TAX-MODE = 'K'
               PERFORM EDIT-KEYED-MANUAL-AMOUNTS
           END-IF

      *>   One manual check per employee per check date - the pay
      *>   history key allows no more - and a check number can only
      *>   be drawn once. A refused earlier entry does not count.
           IF WS-MCK-NOTE-TBL(WS-MCK-THIS) = SPACES
               PERFORM VARYING WS-MCK-SUB FROM 1 BY 1
                       UNTIL WS-MCK-SUB >= WS-MCK-THIS
                   IF WS-MCK-STATUS-TBL(WS-MCK-SUB) NOT = 'R'
                       IF WS-MCK-EMP-ID-TBL(WS-MCK-SUB) = MCK-EMP-ID
                           MOVE 'SECOND MANUAL CHECK FOR THE EMPLOYEE'
                               TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
                       END-IF
                       IF WS-MCK-CHECK-NUM-TBL(WS-MCK-SUB) =
                               MCK-CHECK-NUMBER
                           MOVE 'CHECK NUMBER REPEATED IN THIS BATCH'
                               TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-MCK-NOTE-TBL(WS-MCK-THIS) NOT = SPACES
               MOVE 'R' TO WS-MCK-STATUS-TBL(WS-MCK-THIS)
               DISPLAY 'MANUAL CHECK REFUSED: CHECK ' MCK-CHECK-NUMBER
                   ' EMP-ID ' MCK-EMP-ID ' - '
                   WS-MCK-NOTE-TBL(WS-MCK-THIS)
           END-IF
           EXIT.

       EDIT-KEYED-MANUAL-AMOUNTS.
           IF MCK-FEDERAL-TAX NOT NUMERIC OR
                   MCK-STATE-TAX NOT NUMERIC OR
                   MCK-LOCAL-TAX NOT NUMERIC OR
                   MCK-SDI-TAX NOT NUMERIC OR
                   MCK-PFL-TAX NOT NUMERIC OR
                   MCK-DED-HEALTH NOT NUMERIC OR
                   MCK-DED-401K NOT NUMERIC OR
                   MCK-DED-UNION NOT NUMERIC
               MOVE 'KEYED TAX OR DEDUCTION NOT NUMERIC'
                   TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
           ELSE
               COMPUTE WS-MCK-KEYED-TOTAL =
                   MCK-FEDERAL-TAX + MCK-STATE-TAX + MCK-LOCAL-TAX
                   + MCK-SDI-TAX + MCK-PFL-TAX + MCK-DED-HEALTH
                   + MCK-DED-401K + MCK-DED-UNION
               IF WS-MCK-KEYED-TOTAL > MCK-GROSS-PAY
                   MOVE 'KEYED TAXES AND DEDUCTIONS EXCEED GROSS'
                       TO WS-MCK-NOTE-TBL(WS-MCK-THIS)
               ELSE
                   MOVE MCK-FEDERAL-TAX
                       TO WS-MCK-FEDERAL-TBL(WS-MCK-THIS)
                   MOVE MCK-STATE-TAX TO WS-MCK-STATE-TBL(WS-MCK-THIS)
                   MOVE MCK-LOCAL-TAX TO WS-MCK-LOCAL-TBL(WS-MCK-THIS)
                   MOVE MCK-SDI-TAX TO WS-MCK-SDI-TBL(WS-MCK-THIS)
                   MOVE MCK-PFL-TAX TO WS-MCK-PFL-TBL(WS-MCK-THIS)
                   MOVE MCK-DED-HEALTH
                       TO WS-MCK-HEALTH-TBL(WS-MCK-THIS)
                   MOVE MCK-DED-401K TO WS-MCK-401K-TBL(WS-MCK-THIS)
                   MOVE MCK-DED-UNION TO WS-MCK-UNION-TBL(WS-MCK-THIS)
               END-IF
           END-IF
           EXIT.

       FIND-MANUAL-CHECK.
           MOVE 'N' TO WS-MCK-FOUND
           PERFORM VARYING WS-MCK-SUB FROM 1 BY 1
                   UNTIL WS-MCK-SUB > WS-MANCHK-COUNT
               IF WS-MCK-EMP-ID-TBL(WS-MCK-SUB) = EMP-ID AND
                       WS-MCK-STATUS-TBL(WS-MCK-SUB) = SPACE
                   MOVE 'Y' TO WS-MCK-FOUND
                   MOVE WS-MCK-SUB TO WS-MCK-THIS
               END-IF
           END-PERFORM
           EXIT.

       EDIT-MANUAL-CHECK.
      *>   A pay history record already on this employee and date -
      *>   the regular run's, or this batch posted once already -
      *>   would be overwritten by the posting, and a check number
      *>   already on the register is a check that exists twice.
      *>   Either one refuses the manual check before anything moves.
           MOVE EMP-ID TO PHIST-EMP-ID
           MOVE WS-PAY-PERIOD-END-DATE TO PHIST-PERIOD-END-DATE
           READ PAYROLL-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'PAY HISTORY ALREADY HOLDS THIS DATE'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-VALID-RECORD = 'Y'
               MOVE WS-MCK-CHECK-NUM-TBL(WS-MCK-THIS)
                   TO CHKREG-CHECK-NUMBER
               READ CHECK-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-VALID-RECORD
                       MOVE 'CHECK NUMBER ALREADY ON THE REGISTER'
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           EXIT.

       SETTLE-MANUAL-CHECK.
      *>   The keyed gross is the check's gross. A calculated check
      *>   takes the elected deductions and the regular-run
      *>   withholding on it, capped at the check exactly as a
      *>   regular check is. A keyed check still runs the
      *>   withholding so every wage base, the state, and the
      *>   employer's SDI share are set, then the taxes are replaced
      *>   by what is actually on the stub.
           MOVE WS-MCK-GROSS-TBL(WS-MCK-THIS) TO WS-GROSS-PAY
           MOVE 0 TO WS-OT-PREMIUM-THIS-EMP
           MOVE 0 TO WS-DED-ADVANCE-USED
           MOVE 0 TO WS-ACTUAL-ADVANCE-DEDUCTION
           MOVE 0 TO WS-GARNISH-THIS-EMP
           IF WS-MCK-MODE-TBL(WS-MCK-THIS) = 'K'
               MOVE WS-MCK-HEALTH-TBL(WS-MCK-THIS)
                   TO WS-DED-HEALTH-USED
               MOVE WS-MCK-401K-TBL(WS-MCK-THIS) TO WS-DED-401K-USED
               MOVE WS-MCK-UNION-TBL(WS-MCK-THIS) TO WS-DED-UNION-USED
           ELSE
               PERFORM DERIVE-BENEFIT-DEDUCTIONS
               PERFORM ENFORCE-401K-LIMIT
           END-IF
           MOVE WS-DED-HEALTH-USED TO WS-PRETAX-DED-AMT(1)
           MOVE WS-DED-401K-USED TO WS-PRETAX-DED-AMT(2)
           MOVE WS-DED-UNION-USED TO WS-PRETAX-DED-AMT(3)
           PERFORM SET-TAXABLE-WAGES

           PERFORM COMPUTE-WITHHOLDING
           IF WS-MCK-MODE-TBL(WS-MCK-THIS) = 'K'
               MOVE WS-MCK-FEDERAL-TBL(WS-MCK-THIS) TO WS-FEDERAL-TAX
               MOVE WS-MCK-STATE-TBL(WS-MCK-THIS) TO WS-STATE-TAX
               MOVE WS-MCK-LOCAL-TBL(WS-MCK-THIS) TO WS-LOCAL-TAX
               MOVE WS-MCK-SDI-TBL(WS-MCK-THIS) TO WS-SDI-TAX
               MOVE WS-MCK-PFL-TBL(WS-MCK-THIS) TO WS-PFL-TAX
               COMPUTE WS-SDI-PFL-TAX = WS-SDI-TAX + WS-PFL-TAX
           END-IF

           COMPUTE WS-TOTAL-DEDUCTIONS =
               WS-DED-HEALTH-USED + WS-DED-401K-USED
               + WS-DED-UNION-USED
           PERFORM CHECK-DEDUCTION-CAP
           IF WS-DEDUCTION-CAP-FLAG = 'Y'
               MOVE WS-ACTUAL-HEALTH-DEDUCTION TO WS-PRETAX-DED-AMT(1)
               MOVE WS-ACTUAL-401K-DEDUCTION TO WS-PRETAX-DED-AMT(2)
               MOVE WS-ACTUAL-UNION-DEDUCTION TO WS-PRETAX-DED-AMT(3)
               PERFORM SET-TAXABLE-WAGES
           END-IF
           EXIT.

       POST-MANUAL-CHECK.
      *>   The check goes on the register as outstanding under its
      *>   own number and date, so positive pay and the bank
      *>   reconciliation treat it exactly like a printed check.
           MOVE WS-MCK-CHECK-NUM-TBL(WS-MCK-THIS) TO CHKREG-CHECK-NUMBER
           MOVE EMP-ID TO CHKREG-EMP-ID
           MOVE EMP-NAME TO CHKREG-PAYEE-NAME
           MOVE WS-NET-PAY TO CHKREG-AMOUNT
           MOVE WS-MCK-CHECK-DATE-TBL(WS-MCK-THIS) TO CHKREG-ISSUE-DATE
           MOVE 'O' TO CHKREG-STATUS
           MOVE ZEROS TO CHKREG-PAID-DATE
           MOVE SPACES TO CHKREG-ESCHEAT-STATE
           MOVE ZEROS TO CHKREG-ESCHEAT-DATE
           IF WS-TRIAL-RUN = 'N'
               WRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR: DUPLICATE CHECK NUMBER '
                           CHKREG-CHECK-NUMBER
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-WRITE
           END-IF

           MOVE 'P' TO WS-MCK-STATUS-TBL(WS-MCK-THIS)
           MOVE EMP-NAME TO WS-MCK-NAME-TBL(WS-MCK-THIS)
           MOVE WS-FEDERAL-TAX TO WS-MCK-FEDERAL-TBL(WS-MCK-THIS)
           MOVE WS-STATE-TAX TO WS-MCK-STATE-TBL(WS-MCK-THIS)
           MOVE WS-LOCAL-TAX TO WS-MCK-LOCAL-TBL(WS-MCK-THIS)
           MOVE WS-SDI-TAX TO WS-MCK-SDI-TBL(WS-MCK-THIS)
           MOVE WS-PFL-TAX TO WS-MCK-PFL-TBL(WS-MCK-THIS)
           MOVE WS-TOTAL-DEDUCTIONS TO WS-MCK-DEDS-TBL(WS-MCK-THIS)
           MOVE WS-NET-PAY TO WS-MCK-NET-TBL(WS-MCK-THIS)
           EXIT.

       WRITE-MANUAL-CHECK-REGISTER.
      *>   The day's audit page: every manual check posted, with the
      *>   withholding that went with it, then every transaction
      *>   that was refused and why. Anything refused ends the run
      *>   with condition code 4 - a check may already be in the
      *>   employee's hands with nothing behind it on the books.
           OPEN OUTPUT MANUAL-CHECK-REPORT-FILE
           MOVE WS-PAY-PERIOD-END-DATE TO WS-MCH-CHECK-DATE
           MOVE WS-RUN-DATE TO WS-MCH-RUN-DATE
           MOVE WS-RUN-USER-ID TO WS-MCH-USER-ID
           WRITE MANUAL-CHECK-REPORT-LINE FROM WS-MCK-HEADING-1
           IF WS-TRIAL-RUN = 'Y'
               MOVE '*** TRIAL RUN - NOTHING POSTED ***'
                   TO MANUAL-CHECK-REPORT-LINE
               WRITE MANUAL-CHECK-REPORT-LINE
           END-IF
           MOVE SPACES TO MANUAL-CHECK-REPORT-LINE
           WRITE MANUAL-CHECK-REPORT-LINE
           WRITE MANUAL-CHECK-REPORT-LINE FROM WS-MCK-HEADING-2

           MOVE 0 TO WS-MCK-POSTED-COUNT
           MOVE 0 TO WS-MCK-REFUSED-COUNT
           PERFORM VARYING WS-MCK-SUB FROM 1 BY 1
                   UNTIL WS-MCK-SUB > WS-MANCHK-COUNT
               IF WS-MCK-STATUS-TBL(WS-MCK-SUB) = SPACE
                   PERFORM RESOLVE-UNREACHED-MANUAL-CHECK
               END-IF
               IF WS-MCK-STATUS-TBL(WS-MCK-SUB) = 'P'
                   PERFORM PRINT-POSTED-MANUAL-CHECK
               ELSE
                   ADD 1 TO WS-MCK-REFUSED-COUNT
               END-IF
           END-PERFORM

           MOVE WS-MCK-POSTED-COUNT TO WS-MCT-COUNT
           MOVE WS-MCK-TOTAL-GROSS TO WS-MCT-GROSS
           MOVE WS-MCK-TOTAL-FEDERAL TO WS-MCT-FEDERAL
           MOVE WS-MCK-TOTAL-STATE TO WS-MCT-STATE
           MOVE WS-MCK-TOTAL-LOCAL TO WS-MCT-LOCAL
           MOVE WS-MCK-TOTAL-SDI TO WS-MCT-SDI
           MOVE WS-MCK-TOTAL-DEDS TO WS-MCT-DEDS
           MOVE WS-MCK-TOTAL-NET TO WS-MCT-NET
           MOVE SPACES TO MANUAL-CHECK-REPORT-LINE
           WRITE MANUAL-CHECK-REPORT-LINE
           WRITE MANUAL-CHECK-REPORT-LINE FROM WS-MCK-TOTAL-LINE

           MOVE SPACES TO MANUAL-CHECK-REPORT-LINE
           WRITE MANUAL-CHECK-REPORT-LINE
           MOVE 'TRANSACTIONS NOT POSTED' TO MANUAL-CHECK-REPORT-LINE
           WRITE MANUAL-CHECK-REPORT-LINE
           IF WS-MCK-REFUSED-COUNT = 0
               MOVE '  NONE' TO MANUAL-CHECK-REPORT-LINE
               WRITE MANUAL-CHECK-REPORT-LINE
           ELSE
               PERFORM VARYING WS-MCK-SUB FROM 1 BY 1
                       UNTIL WS-MCK-SUB > WS-MANCHK-COUNT
                   IF WS-MCK-STATUS-TBL(WS-MCK-SUB) = 'R'
                       MOVE WS-MCK-CHECK-NUM-TBL(WS-MCK-SUB)
                           TO WS-MCR-CHECK-NUMBER
                       MOVE WS-MCK-EMP-ID-TBL(WS-MCK-SUB)
                           TO WS-MCR-EMP-ID
                       MOVE WS-MCK-REASON-TBL(WS-MCK-SUB)
                           TO WS-MCR-REASON
                       MOVE WS-MCK-NOTE-TBL(WS-MCK-SUB) TO WS-MCR-NOTE
                       WRITE MANUAL-CHECK-REPORT-LINE
                           FROM WS-MCK-REFUSED-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MANUAL-CHECK-REPORT-FILE

           DISPLAY 'MANUAL CHECKS POSTED: ' WS-MCK-POSTED-COUNT
               ' NET ' WS-MCK-TOTAL-NET
               ' NOT POSTED: ' WS-MCK-REFUSED-COUNT
           IF WS-MCK-REFUSED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       RESOLVE-UNREACHED-MANUAL-CHECK.
      *>   An entry never reached in the employee pass was either
      *>   posted by the earlier attempt a checkpoint restart
      *>   resumed past - its manual history record says so, with
      *>   the figures - or names nobody active on the master.
           MOVE WS-MCK-EMP-ID-TBL(WS-MCK-SUB) TO PHIST-EMP-ID
           MOVE WS-PAY-PERIOD-END-DATE TO PHIST-PERIOD-END-DATE
           READ PAYROLL-HISTORY-FILE
               INVALID KEY
                   MOVE 'R' TO WS-MCK-STATUS-TBL(WS-MCK-SUB)
                   MOVE 'NO ACTIVE EMPLOYEE ON THE MASTER'
                       TO WS-MCK-NOTE-TBL(WS-MCK-SUB)
               NOT INVALID KEY
                   IF PHIST-RUN-TYPE = 'M'
                       MOVE 'P' TO WS-MCK-STATUS-TBL(WS-MCK-SUB)
                       MOVE PHIST-EMP-NAME
                           TO WS-MCK-NAME-TBL(WS-MCK-SUB)
                       MOVE PHIST-GROSS-PAY
                           TO WS-MCK-GROSS-TBL(WS-MCK-SUB)
                       MOVE PHIST-FEDERAL-TAX
                           TO WS-MCK-FEDERAL-TBL(WS-MCK-SUB)
                       MOVE PHIST-STATE-TAX
                           TO WS-MCK-STATE-TBL(WS-MCK-SUB)
                       MOVE PHIST-LOCAL-TAX
                           TO WS-MCK-LOCAL-TBL(WS-MCK-SUB)
                       MOVE PHIST-SDI-TAX TO WS-MCK-SDI-TBL(WS-MCK-SUB)
                       MOVE PHIST-PFL-TAX TO WS-MCK-PFL-TBL(WS-MCK-SUB)
                       MOVE PHIST-NET-PAY TO WS-MCK-NET-TBL(WS-MCK-SUB)
                       COMPUTE WS-MCK-DEDS-TBL(WS-MCK-SUB) =
                           PHIST-GROSS-PAY - PHIST-FEDERAL-TAX
                           - PHIST-STATE-TAX - PHIST-LOCAL-TAX
                           - PHIST-SDI-TAX - PHIST-PFL-TAX
                           - PHIST-NET-PAY
                   ELSE
                       MOVE 'R' TO WS-MCK-STATUS-TBL(WS-MCK-SUB)
                       MOVE 'PAY HISTORY ALREADY HOLDS THIS DATE'
                           TO WS-MCK-NOTE-TBL(WS-MCK-SUB)
                   END-IF
           END-READ
           EXIT.

       PRINT-POSTED-MANUAL-CHECK.
           MOVE WS-MCK-CHECK-NUM-TBL(WS-MCK-SUB) TO WS-MCD-CHECK-NUMBER
           MOVE WS-MCK-EMP-ID-TBL(WS-MCK-SUB) TO WS-MCD-EMP-ID
           MOVE WS-MCK-NAME-TBL(WS-MCK-SUB) TO WS-MCD-EMP-NAME
           MOVE WS-MCK-MODE-TBL(WS-MCK-SUB) TO WS-MCD-MODE
           MOVE WS-MCK-GROSS-TBL(WS-MCK-SUB) TO WS-MCD-GROSS
           MOVE WS-MCK-FEDERAL-TBL(WS-MCK-SUB) TO WS-MCD-FEDERAL
           MOVE WS-MCK-STATE-TBL(WS-MCK-SUB) TO WS-MCD-STATE
           MOVE WS-MCK-LOCAL-TBL(WS-MCK-SUB) TO WS-MCD-LOCAL
           COMPUTE WS-MCD-SDI =
               WS-MCK-SDI-TBL(WS-MCK-SUB) + WS-MCK-PFL-TBL(WS-MCK-SUB)
           MOVE WS-MCK-DEDS-TBL(WS-MCK-SUB) TO WS-MCD-DEDS
           MOVE WS-MCK-NET-TBL(WS-MCK-SUB) TO WS-MCD-NET
           MOVE WS-MCK-REASON-TBL(WS-MCK-SUB) TO WS-MCD-REASON
           WRITE MANUAL-CHECK-REPORT-LINE FROM WS-MCK-DETAIL-LINE

           ADD 1 TO WS-MCK-POSTED-COUNT
           ADD WS-MCK-GROSS-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-GROSS
           ADD WS-MCK-FEDERAL-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-FEDERAL
           ADD WS-MCK-STATE-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-STATE
           ADD WS-MCK-LOCAL-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-LOCAL
           ADD WS-MCK-SDI-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-SDI
           ADD WS-MCK-PFL-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-SDI
           ADD WS-MCK-DEDS-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-DEDS
           ADD WS-MCK-NET-TBL(WS-MCK-SUB) TO WS-MCK-TOTAL-NET
           EXIT.

       LOAD-WHAT-IF-SCENARIOS.
           OPEN INPUT WHAT-IF-FILE
           IF WS-WHATIF-FILE-STATUS NOT = '00'
               DISPLAY 'WHAT-IF RUN WITH NO WHATIF FILE, STATUS: '
                   WS-WHATIF-FILE-STATUS ' - NOTHING TO MODEL'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'N' TO WS-WHATIF-EOF
               PERFORM UNTIL WS-WHATIF-EOF = 'Y'
                   READ WHAT-IF-FILE
                       AT END
                           MOVE 'Y' TO WS-WHATIF-EOF
                       NOT AT END
                           IF WS-WHATIF-COUNT < 50
                               ADD 1 TO WS-WHATIF-COUNT
                               MOVE WHAT-IF-RECORD
                                   TO WS-WIF-CARD-TBL(WS-WHATIF-COUNT)
                               MOVE 'N'
                                   TO WS-WIF-DONE-TBL(WS-WHATIF-COUNT)
                           ELSE
                               DISPLAY 'WARNING: MORE THAN 50 WHAT-IF '
                                   'SCENARIOS - EMP-ID '
                                   WHAT-IF-RECORD(1:5) ' NOT MODELLED'
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WHAT-IF-FILE
               DISPLAY 'WHAT-IF SCENARIOS LOADED: ' WS-WHATIF-COUNT
           END-IF
           EXIT.

       MODEL-EMPLOYEE-WHAT-IFS.
      *>   Every scenario naming this employee, in the order keyed.
      *>   Status does not matter here - the question may well be
      *>   what someone on leave would take home on return.
           PERFORM VARYING WS-WIF-SUB FROM 1 BY 1
                   UNTIL WS-WIF-SUB > WS-WHATIF-COUNT
               MOVE WS-WIF-CARD-TBL(WS-WIF-SUB) TO WS-WHAT-IF-CARD
               IF WS-WIF-EMP-ID IS NUMERIC
                   IF WS-WIF-EMP-ID = EMP-ID
                       MOVE 'Y' TO WS-WIF-DONE-TBL(WS-WIF-SUB)
                       PERFORM MODEL-WHAT-IF-SCENARIO
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       MODEL-WHAT-IF-SCENARIO.
      *>   Both stubs come out of PROCESS-EMPLOYEE itself, so the
      *>   tax tables, state and local rules, plan premiums, and YTD
      *>   wage bases and limits are exactly the ones a live run
      *>   would apply. The master image is put back between and
      *>   after the passes.
           MOVE EMPLOYEE-RECORD TO WS-WIF-SAVED-EMPLOYEE
           MOVE SPACES TO WS-WIF-PLAN-NOTE
           MOVE 'N' TO WS-WIF-PROPOSED-PASS
           PERFORM SET-WHAT-IF-HOURS
           MOVE 1 TO WS-WIF-COL
           PERFORM PROCESS-EMPLOYEE
           PERFORM CAPTURE-WHAT-IF-COLUMN

           MOVE WS-WIF-SAVED-EMPLOYEE TO EMPLOYEE-RECORD
           PERFORM APPLY-WHAT-IF-OVERRIDES
           MOVE 'Y' TO WS-WIF-PROPOSED-PASS
           MOVE 2 TO WS-WIF-COL
           PERFORM PROCESS-EMPLOYEE
           PERFORM CAPTURE-WHAT-IF-COLUMN
           MOVE 'N' TO WS-WIF-PROPOSED-PASS

           MOVE WS-WIF-SAVED-EMPLOYEE TO EMPLOYEE-RECORD
           PERFORM PRINT-WHAT-IF-STUB
           ADD 1 TO WS-WIF-MODELLED-COUNT
           EXIT.

       SET-WHAT-IF-HOURS.
      *>   Keyed hours price both stubs; otherwise the master's
      *>   hours stand, and a master with none is paid a standard
      *>   2080-hour year's share for its frequency.
           IF WS-WIF-HOURS IS NUMERIC
               MOVE WS-WIF-HOURS TO HOURS-WORKED
           ELSE
               IF HOURS-WORKED NOT NUMERIC OR HOURS-WORKED = 0
                   MOVE PAY-FREQUENCY TO WS-WIF-FREQ-IN
                   PERFORM GET-WHAT-IF-PERIODS
                   COMPUTE HOURS-WORKED ROUNDED =
                       2080 / WS-WIF-PERIODS-OUT
               END-IF
           END-IF
           MOVE HOURS-WORKED TO WS-WIF-BASE-HOURS
           EXIT.

       GET-WHAT-IF-PERIODS.
           EVALUATE WS-WIF-FREQ-IN
               WHEN 'B'
                   MOVE 26 TO WS-WIF-PERIODS-OUT
               WHEN 'M'
                   MOVE 12 TO WS-WIF-PERIODS-OUT
               WHEN OTHER
                   MOVE 52 TO WS-WIF-PERIODS-OUT
           END-EVALUATE
           EXIT.

       APPLY-WHAT-IF-OVERRIDES.
      *>   Lays the scenario over the restored master image. A new
      *>   frequency with no new hours or salary keeps the annual
      *>   figure and re-spreads it over the new number of periods.
           MOVE WS-WIF-BASE-HOURS TO HOURS-WORKED
           MOVE PAY-FREQUENCY TO WS-WIF-FREQ-IN
           PERFORM GET-WHAT-IF-PERIODS
           MOVE WS-WIF-PERIODS-OUT TO WS-WIF-OLD-PERIODS
           IF WS-WIF-PAY-FREQUENCY = 'W' OR
                   WS-WIF-PAY-FREQUENCY = 'B' OR
                   WS-WIF-PAY-FREQUENCY = 'M'
               MOVE WS-WIF-PAY-FREQUENCY TO PAY-FREQUENCY
           END-IF
           MOVE PAY-FREQUENCY TO WS-WIF-FREQ-IN
           PERFORM GET-WHAT-IF-PERIODS
           MOVE WS-WIF-PERIODS-OUT TO WS-WIF-NEW-PERIODS
           IF WS-WIF-NEW-PERIODS NOT = WS-WIF-OLD-PERIODS
               IF WS-WIF-HOURS NOT NUMERIC
                   COMPUTE HOURS-WORKED ROUNDED =
                       WS-WIF-BASE-HOURS * WS-WIF-OLD-PERIODS
                       / WS-WIF-NEW-PERIODS
                       ON SIZE ERROR
                           MOVE 999.99 TO HOURS-WORKED
                   END-COMPUTE
               END-IF
               IF WS-WIF-SALARY-AMOUNT NOT NUMERIC AND
                       SALARY-AMOUNT IS NUMERIC
                   COMPUTE SALARY-AMOUNT ROUNDED =
                       SALARY-AMOUNT * WS-WIF-OLD-PERIODS
                       / WS-WIF-NEW-PERIODS
                       ON SIZE ERROR
                           MOVE 99999.99 TO SALARY-AMOUNT
                   END-COMPUTE
               END-IF
           END-IF

           IF WS-WIF-HOURLY-RATE IS NUMERIC
               MOVE WS-WIF-HOURLY-RATE TO HOURLY-RATE
           END-IF
           IF WS-WIF-SALARY-AMOUNT IS NUMERIC
               MOVE WS-WIF-SALARY-AMOUNT TO SALARY-AMOUNT
           END-IF
           IF WS-WIF-WORK-STATE NOT = SPACES
               MOVE WS-WIF-WORK-STATE TO WORK-STATE
           END-IF

           IF WS-WIF-FILING-STATUS NOT = SPACE
               MOVE WS-WIF-FILING-STATUS TO FILING-STATUS
           END-IF
           IF WS-WIF-ALLOWANCES IS NUMERIC
               MOVE WS-WIF-ALLOWANCES TO ALLOWANCES
           END-IF
           EVALUATE WS-WIF-W4-FORM-VERSION
               WHEN 'N'
                   MOVE 'N' TO W4-FORM-VERSION
               WHEN 'O'
                   MOVE SPACE TO W4-FORM-VERSION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-WIF-W4-TWO-JOBS = 'Y' OR WS-WIF-W4-TWO-JOBS = 'N'
               MOVE WS-WIF-W4-TWO-JOBS TO W4-TWO-JOBS
           END-IF
           IF WS-WIF-W4-DEP-CREDIT IS NUMERIC
               MOVE WS-WIF-W4-DEP-CREDIT TO W4-DEPENDENT-CREDIT
           END-IF
           IF WS-WIF-W4-OTHER-INCOME IS NUMERIC
               MOVE WS-WIF-W4-OTHER-INCOME TO W4-OTHER-INCOME
           END-IF
           IF WS-WIF-W4-DEDUCTIONS IS NUMERIC
               MOVE WS-WIF-W4-DEDUCTIONS TO W4-DEDUCTIONS
           END-IF
           IF WS-WIF-W4-EXTRA-WH IS NUMERIC
               MOVE WS-WIF-W4-EXTRA-WH TO W4-EXTRA-WH
           END-IF
           EXIT.

       APPLY-WHAT-IF-ELECTIONS.
      *>   The proposed deduction elections replace what the master
      *>   and the enrollments produced, before the 401(k) limit and
      *>   the pre-tax wage bases are settled. A health plan is
      *>   priced from the plan master for the proposed frequency,
      *>   exactly as an enrollment in it would be.
           IF WS-WIF-HEALTH-PLAN = 'NONE'
               MOVE 0 TO WS-DED-HEALTH-USED
           ELSE
           IF WS-WIF-HEALTH-PLAN NOT = SPACES
               MOVE 'N' TO WS-WIF-PLAN-FOUND
               PERFORM VARYING WS-BPL-SUB FROM 1 BY 1
                       UNTIL WS-BPL-SUB > WS-BENPLAN-COUNT
                   IF WS-BPL-CODE-TBL(WS-BPL-SUB) =
                           WS-WIF-HEALTH-PLAN AND
                           WS-BPL-CLASS-TBL(WS-BPL-SUB) NOT = 'K' AND
                           WS-BPL-CLASS-TBL(WS-BPL-SUB) NOT = 'U' AND
                           WS-WIF-PLAN-FOUND = 'N'
                       MOVE 'Y' TO WS-WIF-PLAN-FOUND
                       EVALUATE PAY-FREQUENCY
                           WHEN 'B'
                               MOVE WS-BPL-BIWEEKLY-TBL(WS-BPL-SUB)
                                   TO WS-DED-HEALTH-USED
                           WHEN 'M'
                               MOVE WS-BPL-MONTHLY-TBL(WS-BPL-SUB)
                                   TO WS-DED-HEALTH-USED
                           WHEN OTHER
                               MOVE WS-BPL-WEEKLY-TBL(WS-BPL-SUB)
                                   TO WS-DED-HEALTH-USED
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF WS-WIF-PLAN-FOUND = 'N'
                   MOVE 'HEALTH PLAN NOT ON PLAN MASTER - CURRENT KEPT'
                       TO WS-WIF-PLAN-NOTE
               END-IF
           END-IF
           END-IF

           IF WS-WIF-401K-PCT IS NUMERIC
               COMPUTE WS-DED-401K-USED ROUNDED =
                   WS-GROSS-PAY * WS-WIF-401K-PCT / 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-DED-401K-USED
               END-COMPUTE
           ELSE
           IF WS-WIF-401K-AMOUNT IS NUMERIC
               MOVE WS-WIF-401K-AMOUNT TO WS-DED-401K-USED
           END-IF
           END-IF
           IF WS-WIF-UNION-DUES IS NUMERIC
               MOVE WS-WIF-UNION-DUES TO WS-DED-UNION-USED
           END-IF
           EXIT.

       CAPTURE-WHAT-IF-COLUMN.
           MOVE WS-VALID-RECORD TO WS-WIF-VALID-TBL(WS-WIF-COL)
           MOVE WS-REJECT-REASON TO WS-WIF-REASON-TBL(WS-WIF-COL)
           EVALUATE PAY-FREQUENCY
               WHEN 'B'
                   MOVE 'BIWEEKLY' TO WS-WIF-FREQ-TBL(WS-WIF-COL)
               WHEN 'M'
                   MOVE 'MONTHLY' TO WS-WIF-FREQ-TBL(WS-WIF-COL)
               WHEN OTHER
                   MOVE 'WEEKLY' TO WS-WIF-FREQ-TBL(WS-WIF-COL)
           END-EVALUATE
           MOVE WORK-STATE TO WS-WIF-STATE-TBL(WS-WIF-COL)
           MOVE FILING-STATUS TO WS-WIF-FILING-TBL(WS-WIF-COL)
           IF W4-FORM-VERSION = 'N'
               MOVE 'CURRENT' TO WS-WIF-W4-TBL(WS-WIF-COL)
           ELSE
               MOVE 'LEGACY' TO WS-WIF-W4-TBL(WS-WIF-COL)
           END-IF

           PERFORM VARYING WS-WIF-LINE-SUB FROM 1 BY 1
                   UNTIL WS-WIF-LINE-SUB > 15
               MOVE 0 TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, WS-WIF-LINE-SUB)
           END-PERFORM
           MOVE HOURS-WORKED TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 1)
           MOVE HOURLY-RATE TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 2)
           MOVE SALARY-AMOUNT TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 3)
           IF WS-VALID-RECORD = 'Y'
               MOVE WS-GROSS-PAY TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 4)
               MOVE WS-ACTUAL-HEALTH-DEDUCTION
                   TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 5)
               MOVE WS-ACTUAL-401K-DEDUCTION
                   TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 6)
               MOVE WS-ACTUAL-UNION-DEDUCTION
                   TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 7)
               MOVE WS-INCTAX-WAGES TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 8)
               MOVE WS-FEDERAL-TAX TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 9)
               MOVE WS-STATE-TAX TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 10)
               MOVE WS-LOCAL-TAX TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 11)
               MOVE WS-SDI-PFL-TAX
                   TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 12)
               COMPUTE WS-WIF-OTHER-DEDS =
                   WS-TOTAL-DEDUCTIONS - WS-ACTUAL-HEALTH-DEDUCTION
                   - WS-ACTUAL-401K-DEDUCTION
                   - WS-ACTUAL-UNION-DEDUCTION
               MOVE WS-WIF-OTHER-DEDS
                   TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 13)
               MOVE WS-NET-PAY TO WS-WIF-AMOUNT-TBL(WS-WIF-COL, 14)
               MOVE PAY-FREQUENCY TO WS-WIF-FREQ-IN
               PERFORM GET-WHAT-IF-PERIODS
               COMPUTE WS-WIF-AMOUNT-TBL(WS-WIF-COL, 15) =
                   WS-NET-PAY * WS-WIF-PERIODS-OUT
           END-IF
           EXIT.

       PRINT-WHAT-IF-STUB.
           MOVE EMP-ID TO WS-WIH-EMP-ID
           MOVE EMP-NAME TO WS-WIH-EMP-NAME
           MOVE WS-WIF-LABEL TO WS-WIH-LABEL
           MOVE WS-PAY-PERIOD-END-DATE TO WS-WIH-PERIOD-END
           MOVE SPACES TO WHAT-IF-REPORT-LINE
           WRITE WHAT-IF-REPORT-LINE
           WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-HEADING-1
           MOVE SPACES TO WHAT-IF-REPORT-LINE
           WRITE WHAT-IF-REPORT-LINE
           WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-HEADING-2

           MOVE 'PAY FREQUENCY' TO WS-WIT-NAME
           MOVE WS-WIF-FREQ-TBL(1) TO WS-WIT-CURRENT
           MOVE WS-WIF-FREQ-TBL(2) TO WS-WIT-PROPOSED
           WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-TEXT-LINE
           MOVE 'WORK STATE' TO WS-WIT-NAME
           MOVE WS-WIF-STATE-TBL(1) TO WS-WIT-CURRENT
           MOVE WS-WIF-STATE-TBL(2) TO WS-WIT-PROPOSED
           WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-TEXT-LINE
           MOVE 'FILING STATUS' TO WS-WIT-NAME
           MOVE WS-WIF-FILING-TBL(1) TO WS-WIT-CURRENT
           MOVE WS-WIF-FILING-TBL(2) TO WS-WIT-PROPOSED
           WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-TEXT-LINE
           MOVE 'W-4 FORM' TO WS-WIT-NAME
           MOVE WS-WIF-W4-TBL(1) TO WS-WIT-CURRENT
           MOVE WS-WIF-W4-TBL(2) TO WS-WIT-PROPOSED
           WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-TEXT-LINE

           PERFORM VARYING WS-WIF-LINE-SUB FROM 1 BY 1
                   UNTIL WS-WIF-LINE-SUB > 15
               MOVE WS-WIF-AMOUNT-NAME(WS-WIF-LINE-SUB) TO WS-WIA-NAME
               MOVE WS-WIF-AMOUNT-TBL(1, WS-WIF-LINE-SUB)
                   TO WS-WIA-CURRENT
               MOVE WS-WIF-AMOUNT-TBL(2, WS-WIF-LINE-SUB)
                   TO WS-WIA-PROPOSED
               COMPUTE WS-WIA-DIFFERENCE =
                   WS-WIF-AMOUNT-TBL(2, WS-WIF-LINE-SUB)
                   - WS-WIF-AMOUNT-TBL(1, WS-WIF-LINE-SUB)
               WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-AMOUNT-LINE
           END-PERFORM

      *>   A stub the live run would have refused is shown with its
      *>   reason rather than as a zero check.
           IF WS-WIF-VALID-TBL(1) NOT = 'Y'
               MOVE 'CURRENT NOT PAYABLE' TO WS-WIN-NAME
               MOVE WS-WIF-REASON-TBL(1) TO WS-WIN-NOTE
               WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-NOTE-LINE
           END-IF
           IF WS-WIF-VALID-TBL(2) NOT = 'Y'
               MOVE 'PROPOSED NOT PAYABLE' TO WS-WIN-NAME
               MOVE WS-WIF-REASON-TBL(2) TO WS-WIN-NOTE
               WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-NOTE-LINE
           END-IF
           IF WS-WIF-PLAN-NOTE NOT = SPACES
               MOVE 'NOTE' TO WS-WIN-NAME
               MOVE WS-WIF-PLAN-NOTE TO WS-WIN-NOTE
               WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-NOTE-LINE
           END-IF
           EXIT.

       FINISH-WHAT-IF-REPORT.
      *>   A scenario naming nobody on the master is listed, and the
      *>   run ends 4 so the typo is noticed.
           MOVE SPACES TO WHAT-IF-REPORT-LINE
           WRITE WHAT-IF-REPORT-LINE
           IF WS-WHATIF-COUNT = 0
               MOVE 'NO WHAT-IF SCENARIOS ON THE WHATIF FILE'
                   TO WHAT-IF-REPORT-LINE
               WRITE WHAT-IF-REPORT-LINE
           END-IF
           PERFORM VARYING WS-WIF-SUB FROM 1 BY 1
                   UNTIL WS-WIF-SUB > WS-WHATIF-COUNT
               IF WS-WIF-DONE-TBL(WS-WIF-SUB) = 'N'
                   MOVE WS-WIF-CARD-TBL(WS-WIF-SUB) TO WS-WHAT-IF-CARD
                   ADD 1 TO WS-WIF-MISSING-COUNT
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-WIN-NAME
                   MOVE SPACES TO WS-WIN-NOTE
                   STRING 'EMP-ID ' WS-WIF-CARD-TBL(WS-WIF-SUB)(1:5)
                       '  SCENARIO ' WS-WIF-LABEL
                       DELIMITED BY SIZE INTO WS-WIN-NOTE
                   END-STRING
                   WRITE WHAT-IF-REPORT-LINE FROM WS-WIF-NOTE-LINE
               END-IF
           END-PERFORM
           DISPLAY 'WHAT-IF SCENARIOS MODELLED: ' WS-WIF-MODELLED-COUNT
               ' NOT FOUND: ' WS-WIF-MISSING-COUNT
           IF WS-WIF-MISSING-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       APPLY-IMPUTED-OFFSET.
      *>   The imputed amount was taxed inside the gross but is not
      *>   money owed to the employee, so it comes back out of net
               COMPUTE WS-DISPOSABLE-EARNINGS =
                   WS-GROSS-PAY - WS-IMPUTED-THIS-EMP
                   - WS-FEDERAL-TAX - WS-STATE-TAX
                   - WS-LOCAL-TAX - WS-SDI-PFL-TAX
               IF WS-DISPOSABLE-EARNINGS < 0
                   MOVE 0 TO WS-DISPOSABLE-EARNINGS
               END-IF
                   MOVE EMP-ID TO YTD-EMP-ID
           END-READ

           PERFORM SEED-YTD-WAGE-BUCKETS
           PERFORM STAMP-YTD-COMPANY

           ADD WS-GROSS-PAY TO YTD-GROSS-PAY
           ADD WS-FEDERAL-TAX TO YTD-FEDERAL-TAX
           ADD WS-STATE-TAX TO YTD-STATE-TAX
           ADD WS-STATE-TAX TO QTD-STATE-TAX
           ADD WS-TOTAL-DEDUCTIONS TO QTD-DEDUCTIONS
           ADD WS-LOCAL-TAX TO QTD-LOCAL-TAX
           ADD WS-INCTAX-WAGES TO YTD-INCTAX-WAGES
           ADD WS-FICA-WAGES TO YTD-FICA-WAGES
           ADD WS-FUTA-WAGES TO YTD-FUTA-WAGES
           ADD WS-INCTAX-WAGES TO QTD-INCTAX-WAGES
           ADD WS-FICA-WAGES TO QTD-FICA-WAGES
           ADD WS-FUTA-WAGES TO QTD-FUTA-WAGES
           ADD WS-SDI-WAGES TO YTD-SDI-WAGES
           ADD WS-SDI-TAX TO YTD-SDI-TAX
           ADD WS-PFL-WAGES TO YTD-PFL-WAGES
           ADD WS-PFL-TAX TO YTD-PFL-TAX
           ADD WS-SDI-WAGES TO QTD-SDI-WAGES
           ADD WS-SDI-TAX TO QTD-SDI-TAX
           ADD WS-PFL-WAGES TO QTD-PFL-WAGES
           ADD WS-PFL-TAX TO QTD-PFL-TAX
           IF WS-RUN-TYPE = 'B' OR WS-RUN-TYPE = 'G'
               ADD WS-INCTAX-WAGES TO YTD-SUPP-WAGES
           END-IF

           IF WS-TRIAL-RUN = 'N'
               IF WS-YTD-FILE-STATUS = '23'

           EXIT.

       SEED-YTD-WAGE-BUCKETS.
      *>   A YTD record carried over from before the taxable-wage
      *>   buckets existed reads non-numeric there. Every dollar on
      *>   it so far was taxed as gross, so the gross buckets are the
      *>   true starting figures for all three wage bases.
           IF YTD-INCTAX-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-INCTAX-WAGES
               MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
               MOVE YTD-GROSS-PAY TO YTD-FUTA-WAGES
               MOVE QTD-GROSS-PAY TO QTD-INCTAX-WAGES
               MOVE QTD-GROSS-PAY TO QTD-FICA-WAGES
               MOVE QTD-GROSS-PAY TO QTD-FUTA-WAGES
           END-IF
      *>   The supplemental bucket came later still; nothing before it
      *>   was withheld as supplemental, so it starts from zero.
           IF YTD-SUPP-WAGES NOT NUMERIC
               MOVE 0 TO YTD-SUPP-WAGES
           END-IF
      *>   Likewise the SDI/PFL buckets: nothing was withheld as its
      *>   own tax before they existed.
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
      *>   Nothing was carried between companies before the company
      *>   buckets existed; the company itself is stamped on update.
           IF YTD-COMPANY-START-DATE NOT NUMERIC
               MOVE SPACES TO YTD-COMPANY-CODE
               MOVE 0 TO YTD-COMPANY-START-DATE
               MOVE 0 TO YTD-PRED-FICA-WAGES
               MOVE 0 TO YTD-PRED-FUTA-WAGES
               MOVE 0 TO YTD-PRIOR-CO-401K
           END-IF
           EXIT.

       STAMP-YTD-COMPANY.
      *>   A new or carried-over record takes the master's company.
      *>   One already stamped with another company means the master
      *>   moved without a transfer; a record with nothing on it yet
      *>   this year is simply restamped, but wages already there
      *>   stay under the company that paid them and the mismatch is
      *>   reported for a transfer to be keyed.
           IF YTD-COMPANY-CODE = SPACES
               MOVE COMPANY-CODE TO YTD-COMPANY-CODE
           END-IF
           IF YTD-COMPANY-CODE NOT = COMPANY-CODE
               IF YTD-GROSS-PAY = 0
                   MOVE COMPANY-CODE TO YTD-COMPANY-CODE
               ELSE
                   ADD 1 TO WS-YTD-COMPANY-MISMATCH
                   DISPLAY 'YTD COMPANY ' YTD-COMPANY-CODE
                       ' NOT MASTER COMPANY ' COMPANY-CODE
                       ', EMP-ID: ' EMP-ID ' - KEY A TRANSFER'
               END-IF
           END-IF
           EXIT.

       ADD-PTO-PAYOUT.
      *>   Termination cash-out: the remaining vacation balance is
      *>   valued at the hourly rate and added to the final gross
      *>   Whole years of service from the hire date to this run's
      *>   pay-period-end: the YYYYMMDD difference divided by 10000
      *>   truncates exactly at each anniversary. No demographics
      *>   record reads as zero years - the first tier. A rehire
      *>   counts from the service date the break-in-service rules
      *>   left on the record, not the original hire date.
           MOVE 0 TO WS-SERVICE-YEARS
           IF WS-DEMO-FILE-STATUS = '00'
               MOVE EMP-ID TO DEMO-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEMO-SERVICE-DATE IS NUMERIC AND
                               DEMO-SERVICE-DATE > 0
                           MOVE DEMO-SERVICE-DATE
                               TO WS-SERVICE-START-DATE
                       ELSE
                           MOVE DEMO-HIRE-DATE
                               TO WS-SERVICE-START-DATE
                       END-IF
                       IF WS-SERVICE-START-DATE > 0 AND
                               WS-SERVICE-START-DATE <
                                   WS-PAY-PERIOD-END-DATE
                           COMPUTE WS-SERVICE-DATE-DIFF =
                               WS-PAY-PERIOD-END-DATE
                               - WS-SERVICE-START-DATE
                           COMPUTE WS-SERVICE-YEARS =
                               WS-SERVICE-DATE-DIFF / 10000
                       END-IF
           END-IF
           EXIT.

       PAY-EXPENSE-REIMBURSEMENTS.
      *>   Every approved claim due by this period's end is added to
      *>   the net - after tax, after deductions, and after the
      *>   net-pay cap, so a reimbursement can never be withheld
      *>   against. A held claim waits for its corrected re-send;
      *>   a claim for a period the employee was not paid in is
      *>   picked up by the next check. A trial run shows the
      *>   claims on the check but leaves them unpaid on file.
           MOVE 0 TO WS-REIMB-THIS-EMP
           IF WS-RUN-TYPE = 'R' AND WS-EXPREIMB-OPEN = 'Y'
               MOVE 'N' TO WS-EXPREIMB-EOF
               MOVE EMP-ID TO EXPR-EMP-ID
               MOVE LOW-VALUES TO EXPR-CLAIM-NUMBER
               START EXPENSE-REIMB-FILE KEY IS >= EXPR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EXPREIMB-EOF
               END-START
               PERFORM UNTIL WS-EXPREIMB-EOF = 'Y'
                   READ EXPENSE-REIMB-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EXPREIMB-EOF
                       NOT AT END
                           IF EXPR-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-EXPREIMB-EOF
                           ELSE
                               IF EXPR-STATUS = 'A' AND
                                       EXPR-PERIOD-END-DATE <=
                                       WS-PAY-PERIOD-END-DATE
                                   PERFORM PAY-EXPENSE-CLAIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ADD WS-REIMB-THIS-EMP TO WS-NET-PAY
           END-IF
           EXIT.

       PAY-EXPENSE-CLAIM.
           COMPUTE WS-REIMB-NET-CHECK =
               WS-NET-PAY + WS-REIMB-THIS-EMP + EXPR-AMOUNT
           IF WS-REIMB-NET-CHECK > 99999.99
               DISPLAY 'EXPENSE CLAIM ' EXPR-CLAIM-NUMBER
                   ' FOR EMP-ID ' EMP-ID
                   ' WOULD OVERFLOW THE CHECK - LEFT FOR NEXT RUN'
           ELSE
               ADD EXPR-AMOUNT TO WS-REIMB-THIS-EMP
               ADD 1 TO WS-REIMB-COUNT
               ADD EXPR-AMOUNT TO WS-RUN-REIMB-TOTAL
               MOVE COMPANY-CODE TO WS-GLA-COMPANY
               MOVE EXPR-DEPT-CODE TO WS-GLA-DEPT
               PERFORM FIND-GL-DEPT-ENTRY
               ADD EXPR-AMOUNT TO WS-GL-REIMB-TOTAL-TBL(WS-GL-DEPT-IDX)
               ADD EXPR-AMOUNT TO WS-GL-CASH-TOTAL-TBL(WS-GL-DEPT-IDX)
               IF WS-TRIAL-RUN = 'N'
                   MOVE 'P' TO EXPR-STATUS
                   MOVE WS-PAY-PERIOD-END-DATE TO EXPR-PAID-PERIOD-END
                   REWRITE EXPENSE-REIMB-RECORD
               END-IF
           END-IF
           EXIT.

       ACCUMULATE-GL-TOTALS.
      *>   The employee's cost is spread across their labor
      *>   distribution splits, each split taking rounded shares with
      *>   for each split is derived as gross minus taxes minus
      *>   deductions rather than rounded independently, so every
      *>   department's journal balances to the penny by
      *>   construction. Taxes and deductions are spread liability
      *>   by liability and their split totals summed from the
      *>   pieces, so the payable lines always foot to the totals.
           PERFORM GET-LABOR-DISTRIBUTION
           MOVE COMPANY-CODE TO WS-GLA-COMPANY
           COMPUTE WS-BASE-WAGES =
               WS-GROSS-PAY - WS-CODED-EARNINGS-THIS-EMP
           MOVE WS-BASE-WAGES TO WS-REM-GROSS
           COMPUTE WS-TAX-THIS-EMP =
               WS-FEDERAL-TAX + WS-STATE-TAX + WS-LOCAL-TAX
           MOVE WS-FEDERAL-TAX TO WS-REM-FIT
           MOVE WS-STATE-TAX TO WS-REM-SIT
           MOVE WS-LOCAL-TAX TO WS-REM-LIT
           PERFORM SPLIT-EMPLOYEE-DEDUCTIONS
           MOVE WS-EMP-HLTH-DED TO WS-REM-HLTH
           MOVE WS-EMP-K401-DED TO WS-REM-K401
           MOVE WS-EMP-UNION-DED TO WS-REM-UNION
           MOVE WS-EMP-OTHER-DED TO WS-REM-DEDOTH
           MOVE WS-SDI-PFL-TAX TO WS-REM-SDI
           COMPUTE WS-REM-SDI-ER = WS-SDI-ER-TAX + WS-PFL-ER-TAX
           PERFORM VARYING WS-EERN-SUB FROM 1 BY 1
                   UNTIL WS-EERN-SUB > WS-EMP-ERN-COUNT
               MOVE WS-EERN-AMOUNT-TBL(WS-EERN-SUB)
               MOVE WS-SPL-DEPT(WS-SPL-SUB) TO WS-GLA-DEPT
               IF WS-SPL-SUB = WS-SPLIT-COUNT
                   MOVE WS-REM-GROSS TO WS-GLA-WAGES
                   MOVE WS-REM-FIT TO WS-GLA-FIT
                   MOVE WS-REM-SIT TO WS-GLA-SIT
                   MOVE WS-REM-LIT TO WS-GLA-LIT
                   MOVE WS-REM-HLTH TO WS-GLA-HLTH
                   MOVE WS-REM-K401 TO WS-GLA-K401
                   MOVE WS-REM-UNION TO WS-GLA-UNION
                   MOVE WS-REM-DEDOTH TO WS-GLA-DEDOTH
                   MOVE WS-REM-SDI TO WS-GLA-SDI
                   MOVE WS-REM-SDI-ER TO WS-GLA-SDI-ER
               ELSE
                   COMPUTE WS-GLA-WAGES ROUNDED =
                       WS-BASE-WAGES * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-GLA-FIT ROUNDED =
                       WS-FEDERAL-TAX * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-GLA-SIT ROUNDED =
                       WS-STATE-TAX * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-GLA-LIT ROUNDED =
                       WS-LOCAL-TAX * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-GLA-HLTH ROUNDED =
                       WS-EMP-HLTH-DED * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-GLA-K401 ROUNDED =
                       WS-EMP-K401-DED * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-GLA-UNION ROUNDED =
                       WS-EMP-UNION-DED * WS-SPL-PCT(WS-SPL-SUB)
                       / 100
                   COMPUTE WS-GLA-DEDOTH ROUNDED =
                       WS-EMP-OTHER-DED * WS-SPL-PCT(WS-SPL-SUB)
                       / 100
                   COMPUTE WS-GLA-SDI ROUNDED =
                       WS-SDI-PFL-TAX * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-GLA-SDI-ER ROUNDED =
                       (WS-SDI-ER-TAX + WS-PFL-ER-TAX)
                       * WS-SPL-PCT(WS-SPL-SUB) / 100
                   SUBTRACT WS-GLA-WAGES FROM WS-REM-GROSS
                   SUBTRACT WS-GLA-FIT FROM WS-REM-FIT
                   SUBTRACT WS-GLA-SIT FROM WS-REM-SIT
                   SUBTRACT WS-GLA-LIT FROM WS-REM-LIT
                   SUBTRACT WS-GLA-HLTH FROM WS-REM-HLTH
                   SUBTRACT WS-GLA-K401 FROM WS-REM-K401
                   SUBTRACT WS-GLA-UNION FROM WS-REM-UNION
                   SUBTRACT WS-GLA-DEDOTH FROM WS-REM-DEDOTH
                   SUBTRACT WS-GLA-SDI FROM WS-REM-SDI
                   SUBTRACT WS-GLA-SDI-ER FROM WS-REM-SDI-ER
               END-IF
               COMPUTE WS-GLA-TAX =
                   WS-GLA-FIT + WS-GLA-SIT + WS-GLA-LIT
               COMPUTE WS-GLA-DED =
                   WS-GLA-HLTH + WS-GLA-K401 + WS-GLA-UNION
                   + WS-GLA-DEDOTH
               PERFORM SPREAD-EARNINGS-SHARES
      *>       Cash is the balancing figure: split gross (wages plus
      *>       premium lines) less the split's taxes and deductions.
      *>       the pennies come out of the deduction credit instead.
               COMPUTE WS-CASH-CHECK =
                   WS-GLA-WAGES + WS-EERN-SPLIT-SUM
                   - WS-GLA-TAX - WS-GLA-SDI - WS-GLA-DED
               IF WS-CASH-CHECK < 0
                   COMPUTE WS-GLA-SHORTFALL = 0 - WS-CASH-CHECK
                   PERFORM TAKE-DEDUCTION-SHORTFALL
                   MOVE 0 TO WS-GLA-CASH
               ELSE
                   MOVE WS-CASH-CHECK TO WS-GLA-CASH
           END-PERFORM
           EXIT.

       SPLIT-EMPLOYEE-DEDUCTIONS.
      *>   The three vendor deductions are the amounts actually
      *>   withheld; everything else in the deduction total
      *>   (garnishments, advance recoveries, arrears, imputed-income
      *>   offsets) is "other". Should the named amounts ever exceed
      *>   the total, the whole total posts as other rather than
      *>   crediting a vendor more than was taken.
           MOVE WS-ACTUAL-HEALTH-DEDUCTION TO WS-EMP-HLTH-DED
           MOVE WS-ACTUAL-401K-DEDUCTION TO WS-EMP-K401-DED
           MOVE WS-ACTUAL-UNION-DEDUCTION TO WS-EMP-UNION-DED
           COMPUTE WS-EMP-OTHER-DED =
               WS-TOTAL-DEDUCTIONS - WS-EMP-HLTH-DED
               - WS-EMP-K401-DED - WS-EMP-UNION-DED
           IF WS-EMP-OTHER-DED < 0
               MOVE 0 TO WS-EMP-HLTH-DED
               MOVE 0 TO WS-EMP-K401-DED
               MOVE 0 TO WS-EMP-UNION-DED
               MOVE WS-TOTAL-DEDUCTIONS TO WS-EMP-OTHER-DED
           END-IF
           EXIT.

       TAKE-DEDUCTION-SHORTFALL.
      *>   Rounding pennies on a zero-net split come off the other-
      *>   deductions credit first, then union, 401(k), and health,
      *>   so no breakout is ever driven below zero.
           MOVE WS-GLA-SHORTFALL TO WS-GLA-TAKE
           IF WS-GLA-TAKE > WS-GLA-DEDOTH
               MOVE WS-GLA-DEDOTH TO WS-GLA-TAKE
           END-IF
           SUBTRACT WS-GLA-TAKE FROM WS-GLA-DEDOTH
           SUBTRACT WS-GLA-TAKE FROM WS-GLA-SHORTFALL
           MOVE WS-GLA-SHORTFALL TO WS-GLA-TAKE
           IF WS-GLA-TAKE > WS-GLA-UNION
               MOVE WS-GLA-UNION TO WS-GLA-TAKE
           END-IF
           SUBTRACT WS-GLA-TAKE FROM WS-GLA-UNION
           SUBTRACT WS-GLA-TAKE FROM WS-GLA-SHORTFALL
           MOVE WS-GLA-SHORTFALL TO WS-GLA-TAKE
           IF WS-GLA-TAKE > WS-GLA-K401
               MOVE WS-GLA-K401 TO WS-GLA-TAKE
           END-IF
           SUBTRACT WS-GLA-TAKE FROM WS-GLA-K401
           SUBTRACT WS-GLA-TAKE FROM WS-GLA-SHORTFALL
           MOVE WS-GLA-SHORTFALL TO WS-GLA-TAKE
           IF WS-GLA-TAKE > WS-GLA-HLTH
               MOVE WS-GLA-HLTH TO WS-GLA-TAKE
           END-IF
           SUBTRACT WS-GLA-TAKE FROM WS-GLA-HLTH
           COMPUTE WS-GLA-DED =
               WS-GLA-HLTH + WS-GLA-K401 + WS-GLA-UNION
               + WS-GLA-DEDOTH
           EXIT.

       NOTE-INTERCOMPANY-SPLIT.
      *>   A split charging a department another company owns is a
      *>   cross-company labor cost: the wages (base share plus
           PERFORM VARYING WS-EGL-SUB FROM 1 BY 1
                   UNTIL WS-EGL-SUB > WS-ERN-GL-COUNT
               IF WS-EGL-DEPT-TBL(WS-EGL-SUB) = WS-GLA-DEPT AND
                       WS-EGL-COMPANY-TBL(WS-EGL-SUB) =
                           WS-GLA-COMPANY AND
                       WS-EGL-ACCT-TBL(WS-EGL-SUB) =
                           WS-EERN-ACCT-TBL(WS-EERN-SUB)
                   MOVE 'Y' TO WS-EGL-FOUND
           END-PERFORM
           IF WS-EGL-FOUND = 'N' AND WS-ERN-GL-COUNT < 50
               ADD 1 TO WS-ERN-GL-COUNT
               MOVE WS-GLA-COMPANY
                   TO WS-EGL-COMPANY-TBL(WS-ERN-GL-COUNT)
               MOVE WS-GLA-DEPT TO WS-EGL-DEPT-TBL(WS-ERN-GL-COUNT)
               MOVE WS-EERN-ACCT-TBL(WS-EERN-SUB)
                   TO WS-EGL-ACCT-TBL(WS-ERN-GL-COUNT)
               ' GROSS ' WS-GROSS-PAY
           EXIT.

       APPLY-STATE-DAILY-OVERTIME.
      *>   California, Alaska and the other daily-overtime states
      *>   owe overtime by the workday, not just by the period.
      *>   DailyOtCalc splits the period's dated entries under the
      *>   work state's rule and the greater of the daily and the
      *>   per-period premium is paid - the daily split replaces
      *>   the ceiling's, it is never added to it. The straight
      *>   time and the rate the premium builds on are the ones
      *>   the blended pricing would use.
           PERFORM FIND-OT-RULE
           IF WS-OTR-PICK > 0 AND WS-TIME-TOTAL-HOURS > 0
               MOVE WS-PAY-PERIOD-END-DATE TO OTD-PERIOD-END-DATE
               MOVE WS-OTR-DAILY-OT(WS-OTR-PICK) TO OTD-DAILY-OT-HOURS
               MOVE WS-OTR-DAILY-DT(WS-OTR-PICK) TO OTD-DAILY-DT-HOURS
               MOVE WS-OTR-WEEKLY-OT(WS-OTR-PICK)
                   TO OTD-WEEKLY-OT-HOURS
               MOVE WS-OTR-SEVENTH-DAY(WS-OTR-PICK) TO OTD-SEVENTH-DAY
               MOVE WS-OTR-SEVENTH-DT(WS-OTR-PICK)
                   TO OTD-SEVENTH-DT-HOURS
               MOVE WS-OTR-DT-FACTOR(WS-OTR-PICK) TO OTD-DT-FACTOR
               MOVE WS-OVERTIME-FACTOR TO OTD-OT-FACTOR
               IF WS-TIME-OVERRIDE-SEEN = 'Y'
                   COMPUTE OTD-BASE-RATE ROUNDED =
                       WS-TIME-STRAIGHT-EARNINGS / WS-TIME-TOTAL-HOURS
                   MOVE WS-TIME-STRAIGHT-EARNINGS
                       TO OTD-STRAIGHT-EARNINGS
               ELSE
                   MOVE HOURLY-RATE TO OTD-BASE-RATE
                   COMPUTE OTD-STRAIGHT-EARNINGS ROUNDED =
                       WS-TIME-TOTAL-HOURS * HOURLY-RATE
               END-IF
               MOVE WS-TIME-TOTAL-HOURS TO OTD-HOURS-WORKED
               MOVE WS-OVERTIME-HOURS TO OTD-PERIOD-OT-HOURS
               CALL 'DailyOtCalc' USING OT-DAY-CALC-AREA
               IF OTD-DAILY-WINS = 'Y'
                   MOVE 'Y' TO WS-DAILY-OT-APPLIED
                   MOVE OTD-REGULAR-HOURS TO WS-REGULAR-HOURS
                   MOVE OTD-OT-HOURS TO WS-OVERTIME-HOURS
                   MOVE OTD-DT-HOURS TO WS-DOUBLE-TIME-HOURS
                   MOVE OTD-GROSS-PAY TO WS-GROSS-PAY
                   MOVE OTD-BASE-RATE TO WS-BASE-RATE-USED
                   MOVE OTD-STRAIGHT-EARNINGS TO WS-STRAIGHT-USED
                   DISPLAY 'STATE DAILY OVERTIME, EMP-ID: ' EMP-ID
                       ' STATE ' WORK-STATE
                       ' OT HOURS ' WS-OVERTIME-HOURS
                       ' DT HOURS ' WS-DOUBLE-TIME-HOURS
                       ' GROSS ' WS-GROSS-PAY
               END-IF
           END-IF
           EXIT.

       FIND-OT-RULE.
      *>   The rule for the work state with the latest effective
      *>   date on or before the pay-period-end.
           MOVE 0 TO WS-OTR-PICK
           PERFORM VARYING WS-OTR-SUB FROM 1 BY 1
                   UNTIL WS-OTR-SUB > WS-OT-RULE-COUNT
               IF WS-OTR-STATE(WS-OTR-SUB) = WORK-STATE AND
                       WS-OTR-EFF-DATE(WS-OTR-SUB) <=
                           WS-PAY-PERIOD-END-DATE
                   IF WS-OTR-PICK = 0
                       MOVE WS-OTR-SUB TO WS-OTR-PICK
                   ELSE
                       IF WS-OTR-EFF-DATE(WS-OTR-SUB) >
                               WS-OTR-EFF-DATE(WS-OTR-PICK)
                           MOVE WS-OTR-SUB TO WS-OTR-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       TAKE-LABOR-DISTRIBUTION.
           MOVE 0 TO WS-PCT-TOTAL
           MOVE 0 TO WS-SPLIT-COUNT
           EXIT.

       ACCUMULATE-GL-DEPT.
           PERFORM FIND-GL-DEPT-ENTRY
           ADD WS-GLA-WAGES TO WS-GL-WAGES-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-TAX TO WS-GL-TAX-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-CASH TO WS-GL-CASH-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-DED TO WS-GL-DED-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-SDI WS-GLA-SDI-ER
               TO WS-GL-SDI-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-SDI-ER TO WS-GL-SDI-ER-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-FIT TO WS-GL-FIT-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-SIT TO WS-GL-SIT-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-LIT TO WS-GL-LIT-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-HLTH TO WS-GL-HLTH-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-K401 TO WS-GL-K401-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-UNION TO WS-GL-UNION-TOTAL-TBL(WS-GL-DEPT-IDX)
           ADD WS-GLA-DEDOTH
               TO WS-GL-DEDOTH-TOTAL-TBL(WS-GL-DEPT-IDX)
           EXIT.

       FIND-GL-DEPT-ENTRY.
      *>   Positions WS-GL-DEPT-IDX on the paying company's entry for
      *>   WS-GLA-DEPT, opening a zeroed entry the first time the
      *>   pair is seen.
           MOVE 'N' TO WS-GL-DEPT-FOUND
           PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
                   OR WS-GL-DEPT-FOUND = 'Y'
               IF WS-GL-DEPT-CODE-TBL(WS-GL-DEPT-IDX) = WS-GLA-DEPT
                       AND WS-GL-COMPANY-TBL(WS-GL-DEPT-IDX) =
                           WS-GLA-COMPANY
                   MOVE 'Y' TO WS-GL-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-GL-DEPT-FOUND = 'Y'
               SET WS-GL-DEPT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-GL-DEPT-COUNT
               SET WS-GL-DEPT-IDX TO WS-GL-DEPT-COUNT
               MOVE WS-GLA-COMPANY TO WS-GL-COMPANY-TBL(WS-GL-DEPT-IDX)
               MOVE WS-GLA-DEPT TO WS-GL-DEPT-CODE-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-WAGES-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-TAX-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-CASH-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-DED-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-ELIAB-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-WC-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-SDI-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-SDI-ER-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-FIT-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-SIT-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-LIT-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-HLTH-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-K401-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-UNION-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-DEDOTH-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-ERFICA-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-FUTA-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-SUTA-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-MATCH-TOTAL-TBL(WS-GL-DEPT-IDX)
               MOVE 0 TO WS-GL-REIMB-TOTAL-TBL(WS-GL-DEPT-IDX)
           END-IF
           EXIT.

      *>   it rides the same labor-distribution splits as wages, and
      *>   because it posts as a matching expense debit and payable
      *>   credit per department it can never unbalance the journal.
      *>   Each piece - the FICA/Medicare matches, FUTA, SUTA, and
      *>   the 401(k) match - is spread on its own so it can post to
      *>   the account of the agency or vendor it is owed to.
           MOVE COMPANY-CODE TO WS-GLA-COMPANY
           COMPUTE WS-REM-ELIAB-FICA =
               WS-EMPLOYER-FICA-MATCH + WS-EMPLOYER-MEDICARE-MATCH
           MOVE WS-EMPLOYER-FUTA TO WS-REM-ELIAB-FUTA
           MOVE WS-EMPLOYER-SUTA TO WS-REM-ELIAB-SUTA
           MOVE WS-EMPLOYER-401K-MATCH TO WS-REM-ELIAB-MATCH
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPLIT-COUNT
               MOVE WS-SPL-DEPT(WS-SPL-SUB) TO WS-GLA-DEPT
               IF WS-SPL-SUB = WS-SPLIT-COUNT
                   MOVE WS-REM-ELIAB-FICA TO WS-ELIAB-FICA-SHARE
                   MOVE WS-REM-ELIAB-FUTA TO WS-ELIAB-FUTA-SHARE
                   MOVE WS-REM-ELIAB-SUTA TO WS-ELIAB-SUTA-SHARE
                   MOVE WS-REM-ELIAB-MATCH TO WS-ELIAB-MATCH-SHARE
               ELSE
                   COMPUTE WS-ELIAB-FICA-SHARE ROUNDED =
                       (WS-EMPLOYER-FICA-MATCH
                       + WS-EMPLOYER-MEDICARE-MATCH)
                       * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-ELIAB-FUTA-SHARE ROUNDED =
                       WS-EMPLOYER-FUTA * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-ELIAB-SUTA-SHARE ROUNDED =
                       WS-EMPLOYER-SUTA * WS-SPL-PCT(WS-SPL-SUB) / 100
                   COMPUTE WS-ELIAB-MATCH-SHARE ROUNDED =
                       WS-EMPLOYER-401K-MATCH
                       * WS-SPL-PCT(WS-SPL-SUB) / 100
                   SUBTRACT WS-ELIAB-FICA-SHARE FROM WS-REM-ELIAB-FICA
                   SUBTRACT WS-ELIAB-FUTA-SHARE FROM WS-REM-ELIAB-FUTA
                   SUBTRACT WS-ELIAB-SUTA-SHARE FROM WS-REM-ELIAB-SUTA
                   SUBTRACT WS-ELIAB-MATCH-SHARE
                       FROM WS-REM-ELIAB-MATCH
               END-IF
               COMPUTE WS-ELIAB-SHARE =
                   WS-ELIAB-FICA-SHARE + WS-ELIAB-FUTA-SHARE
                   + WS-ELIAB-SUTA-SHARE + WS-ELIAB-MATCH-SHARE
               PERFORM FIND-GL-DEPT-ENTRY
               ADD WS-ELIAB-SHARE
                   TO WS-GL-ELIAB-TOTAL-TBL(WS-GL-DEPT-IDX)
               ADD WS-ELIAB-FICA-SHARE
                   TO WS-GL-ERFICA-TOTAL-TBL(WS-GL-DEPT-IDX)
               ADD WS-ELIAB-FUTA-SHARE
                   TO WS-GL-FUTA-TOTAL-TBL(WS-GL-DEPT-IDX)
               ADD WS-ELIAB-SUTA-SHARE
                   TO WS-GL-SUTA-TOTAL-TBL(WS-GL-DEPT-IDX)
               ADD WS-ELIAB-MATCH-SHARE
                   TO WS-GL-MATCH-TOTAL-TBL(WS-GL-DEPT-IDX)
           END-PERFORM
           EXIT.

       COMPUTE-EMPLOYER-LIABILITY.
      *>   Social Security stops at the annual wage base: only the
      *>   part of this check's FICA wages below the base (measured
      *>   against the YTD FICA wages captured before this run
      *>   accumulated) is matched. Medicare has no base; the 1.45%
      *>   match continues on every FICA-wage dollar.
           EVALUATE TRUE
               WHEN WS-SS-BASE-PRIOR-WAGES >= WS-FICA-WAGE-BASE
                   MOVE 0 TO WS-FICA-TAXABLE
               WHEN WS-SS-BASE-PRIOR-WAGES + WS-FICA-WAGES >
                       WS-FICA-WAGE-BASE
                   COMPUTE WS-FICA-TAXABLE =
                       WS-FICA-WAGE-BASE - WS-SS-BASE-PRIOR-WAGES
               WHEN OTHER
                   MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
           END-EVALUATE
           COMPUTE WS-EMPLOYER-FICA-MATCH ROUNDED =
               WS-FICA-TAXABLE * WS-FICA-MATCH-RATE
           COMPUTE WS-EMPLOYER-MEDICARE-MATCH ROUNDED =
               WS-FICA-WAGES * WS-MEDICARE-MATCH-RATE
           COMPUTE WS-EMPLOYER-401K-MATCH ROUNDED =
               WS-ACTUAL-401K-DEDUCTION * WS-401K-MATCH-RATE
           PERFORM COMPUTE-UNEMPLOYMENT-TAXES

       COMPUTE-UNEMPLOYMENT-TAXES.
      *>   Both unemployment taxes stop at an annual wage base,
      *>   measured against the YTD FUTA wages captured before this
      *>   run accumulated - the same pattern as the Social Security
      *>   cap. SUTA uses the work state's experience rate from the
      *>   state table; a state with a zero rate (or an employee
      *>   with no state coded) accrues none.
           EVALUATE TRUE
               WHEN WS-YTD-PRIOR-FUTA-WAGES >= WS-FUTA-WAGE-BASE
                   MOVE 0 TO WS-FUTA-TAXABLE
               WHEN WS-YTD-PRIOR-FUTA-WAGES + WS-FUTA-WAGES >
                       WS-FUTA-WAGE-BASE
                   COMPUTE WS-FUTA-TAXABLE =
                       WS-FUTA-WAGE-BASE - WS-YTD-PRIOR-FUTA-WAGES
               WHEN OTHER
                   MOVE WS-FUTA-WAGES TO WS-FUTA-TAXABLE
           END-EVALUATE
           COMPUTE WS-EMPLOYER-FUTA ROUNDED =
               WS-FUTA-TAXABLE * WS-FUTA-RATE
           END-IF
           IF WS-SUTA-RATE-USED > 0 AND WS-SUTA-BASE-USED > 0
               EVALUATE TRUE
                   WHEN WS-YTD-PRIOR-FUTA-WAGES >= WS-SUTA-BASE-USED
                       MOVE 0 TO WS-SUTA-TAXABLE
                   WHEN WS-YTD-PRIOR-FUTA-WAGES + WS-FUTA-WAGES >
                           WS-SUTA-BASE-USED
                       COMPUTE WS-SUTA-TAXABLE =
                           WS-SUTA-BASE-USED - WS-YTD-PRIOR-FUTA-WAGES
                   WHEN OTHER
                       MOVE WS-FUTA-WAGES TO WS-SUTA-TAXABLE
               END-EVALUATE
               COMPUTE WS-EMPLOYER-SUTA ROUNDED =
                   WS-SUTA-TAXABLE * WS-SUTA-RATE-USED
      *>   shares per department, remainder to the final split, a
      *>   matching debit and credit per department so the journal
      *>   can never unbalance.
           MOVE COMPANY-CODE TO WS-GLA-COMPANY
           MOVE WS-WC-PREMIUM TO WS-REM-WC
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPLIT-COUNT
                       WS-WC-PREMIUM * WS-SPL-PCT(WS-SPL-SUB) / 100
                   SUBTRACT WS-WC-SHARE FROM WS-REM-WC
               END-IF
               PERFORM FIND-GL-DEPT-ENTRY
               ADD WS-WC-SHARE TO WS-GL-WC-TOTAL-TBL(WS-GL-DEPT-IDX)
           END-PERFORM
           EXIT.

                   MOVE EMP-ID TO YTD-EMP-ID
           END-READ

           PERFORM SEED-YTD-WAGE-BUCKETS
           PERFORM STAMP-YTD-COMPANY
           ADD WS-EMPLOYER-FICA-MATCH TO QTD-FICA-MATCH
           ADD WS-EMPLOYER-MEDICARE-MATCH TO QTD-MEDICARE-MATCH
           ADD WS-SDI-ER-TAX TO QTD-SDI-ER-TAX
           ADD WS-PFL-ER-TAX TO QTD-PFL-ER-TAX

           IF WS-TRIAL-RUN = 'N'
               IF WS-YTD-FILE-STATUS = '23'
           EXIT.

       COMPUTE-WITHHOLDING.
           MOVE 'N' TO WS-SUPP-MANDATORY-HIT
           IF WORKER-TYPE = 'C'
               PERFORM COMPUTE-BACKUP-WITHHOLDING
           ELSE
               PERFORM COMPUTE-EMPLOYEE-WITHHOLDING
           END-IF
           EXIT.

       COMPUTE-BACKUP-WITHHOLDING.
      *>   A contractor's pay is not wages: no income tax brackets, no
      *>   state or local tax, no Medicare surtax. The only federal
      *>   amount is backup withholding on the whole payment when the
      *>   IRS has called for it; it is reported in 1099-NEC box 4.
           MOVE 0 TO WS-TAXABLE-PAY
           MOVE 0 TO WS-STATE-TAX
           MOVE 0 TO WS-LOCAL-TAX
           MOVE 0 TO WS-SDI-TAX
           MOVE 0 TO WS-PFL-TAX
           MOVE 0 TO WS-SDI-ER-TAX
           MOVE 0 TO WS-PFL-ER-TAX
           MOVE 0 TO WS-SDI-PFL-TAX
           MOVE 0 TO WS-SDI-WAGES
           MOVE 0 TO WS-PFL-WAGES
           MOVE SPACES TO WS-SDI-STATE-USED
           MOVE 0 TO WS-ADDL-MEDICARE-TAX
           MOVE SPACES TO WS-SELECTED-STATE
           IF BACKUP-WH-FLAG = 'Y'
               COMPUTE WS-FEDERAL-TAX ROUNDED =
                   WS-GROSS-PAY * WS-BACKUP-WH-RATE
           ELSE
               MOVE 0 TO WS-FEDERAL-TAX
           END-IF
           EXIT.

       COMPUTE-EMPLOYEE-WITHHOLDING.
      *>   A bonus or gross-up run pays supplemental wages, withheld
      *>   at the flat supplemental rates; every other run type goes
      *>   through the annualized bracket arithmetic.
           IF WS-RUN-TYPE = 'B' OR WS-RUN-TYPE = 'G'
               PERFORM COMPUTE-SUPPLEMENTAL-FEDERAL
           ELSE
               PERFORM COMPUTE-REGULAR-FEDERAL
           END-IF

      *>   A state with its own supplemental rate withholds bonuses
      *>   at that rate; the rest apply their regular rate.
           PERFORM SELECT-STATE-RATE
           IF (WS-RUN-TYPE = 'B' OR WS-RUN-TYPE = 'G') AND
                   WS-SELECTED-SUPP-RATE > 0
               COMPUTE WS-STATE-TAX ROUNDED =
                   WS-TAXABLE-PAY * WS-SELECTED-SUPP-RATE
           ELSE
               COMPUTE WS-STATE-TAX ROUNDED =
                   WS-TAXABLE-PAY * WS-SELECTED-STATE-RATE
           END-IF

           PERFORM COMPUTE-LOCAL-TAX
           PERFORM COMPUTE-STATE-DISABILITY

      *>   Additional Medicare is an employee-only surtax on Medicare
      *>   (FICA) wages above the annual threshold; the portion of
      *>   this check that crosses the line is surtaxed and withheld
      *>   with the federal amount. The prior YTD figures were
      *>   captured by GET-PRIOR-YTD-GROSS before this is reached.
           MOVE 0 TO WS-ADDL-MEDICARE-TAX
           IF WS-YTD-PRIOR-FICA-WAGES + WS-FICA-WAGES >
                   WS-ADDL-MEDICARE-THRESH
               IF WS-YTD-PRIOR-FICA-WAGES >= WS-ADDL-MEDICARE-THRESH
                   COMPUTE WS-ADDL-MEDICARE-TAX ROUNDED =
                       WS-FICA-WAGES * WS-ADDL-MEDICARE-RATE
               ELSE
                   COMPUTE WS-ADDL-MEDICARE-TAX ROUNDED =
                       (WS-YTD-PRIOR-FICA-WAGES + WS-FICA-WAGES
                           - WS-ADDL-MEDICARE-THRESH)
                       * WS-ADDL-MEDICARE-RATE
               END-IF
               ADD WS-ADDL-MEDICARE-TAX TO WS-FEDERAL-TAX
           END-IF

           EXIT.

       COMPUTE-REGULAR-FEDERAL.
           EVALUATE PAY-FREQUENCY
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
      *>   form's annual other-income and deduction amounts into the
      *>   period's taxable pay; everyone who never re-filed keeps
      *>   the old allowance arithmetic untouched.
      *>   Withholding starts from the income-tax wages - the gross
      *>   less the deduction classes flagged pre-tax for income tax.
           IF W4-FORM-VERSION = 'N'
               COMPUTE WS-TAXABLE-PAY ROUNDED =
                   WS-INCTAX-WAGES
                   + (W4-OTHER-INCOME / WS-PERIODS-PER-YEAR)
                   - (W4-DEDUCTIONS / WS-PERIODS-PER-YEAR)
           ELSE
               IF FILING-STATUS = 'M'
                   COMPUTE WS-TAXABLE-PAY =
                       WS-INCTAX-WAGES
                       - ALLOWANCES * WS-ALLOWANCE-EXEMPT * 2
               ELSE
                   COMPUTE WS-TAXABLE-PAY =
                       WS-INCTAX-WAGES
                       - ALLOWANCES * WS-ALLOWANCE-EXEMPT
               END-IF
           END-IF
           IF WS-TAXABLE-PAY < 0
               END-IF
               ADD W4-EXTRA-WH TO WS-FEDERAL-TAX
           END-IF
           EXIT.

       COMPUTE-SUPPLEMENTAL-FEDERAL.
      *>   Supplemental wages carry no W-4 arithmetic at all: the
      *>   whole income-tax wage figure is taxable pay at the flat
      *>   rate. Whatever part of it takes the year's supplemental
      *>   wages past the mandatory threshold is withheld at the
      *>   mandatory rate instead - the prior YTD figure was captured
      *>   by GET-PRIOR-YTD-GROSS before this is reached.
           MOVE WS-INCTAX-WAGES TO WS-TAXABLE-PAY
           MOVE 0 TO WS-SUPP-OVER-THRESH
           IF WS-YTD-PRIOR-SUPP-WAGES + WS-INCTAX-WAGES >
                   WS-SUPP-MANDATORY-THRESH
               MOVE 'Y' TO WS-SUPP-MANDATORY-HIT
               IF WS-YTD-PRIOR-SUPP-WAGES >= WS-SUPP-MANDATORY-THRESH
                   MOVE WS-INCTAX-WAGES TO WS-SUPP-OVER-THRESH
               ELSE
                   COMPUTE WS-SUPP-OVER-THRESH =
                       WS-YTD-PRIOR-SUPP-WAGES + WS-INCTAX-WAGES
                       - WS-SUPP-MANDATORY-THRESH
               END-IF
           END-IF
           COMPUTE WS-FEDERAL-TAX ROUNDED =
               (WS-INCTAX-WAGES - WS-SUPP-OVER-THRESH)
                   * WS-SUPP-FLAT-RATE
               + WS-SUPP-OVER-THRESH * WS-SUPP-MANDATORY-RATE
           EXIT.

       GET-PRIOR-YTD-GROSS.
               INVALID KEY
                   MOVE 0 TO WS-YTD-PRIOR-GROSS
                   MOVE 0 TO WS-YTD-PRIOR-401K
                   MOVE 0 TO WS-YTD-PRIOR-FICA-WAGES
                   MOVE 0 TO WS-SS-BASE-PRIOR-WAGES
                   MOVE 0 TO WS-YTD-PRIOR-FUTA-WAGES
                   MOVE 0 TO WS-YTD-PRIOR-SUPP-WAGES
                   MOVE 0 TO WS-YTD-PRIOR-SDI-WAGES
                   MOVE 0 TO WS-YTD-PRIOR-PFL-WAGES
               NOT INVALID KEY
                   MOVE YTD-GROSS-PAY TO WS-YTD-PRIOR-GROSS
                   PERFORM SEED-YTD-WAGE-BUCKETS
      *>           Deferrals taken under an earlier company this year
      *>           count against the same annual limit, and a
      *>           successor's bases start from what it took over.
                   COMPUTE WS-YTD-PRIOR-401K =
                       YTD-DED-401K + YTD-PRIOR-CO-401K
                   MOVE YTD-FICA-WAGES TO WS-YTD-PRIOR-FICA-WAGES
                   COMPUTE WS-SS-BASE-PRIOR-WAGES =
                       YTD-FICA-WAGES + YTD-PRED-FICA-WAGES
                   COMPUTE WS-YTD-PRIOR-FUTA-WAGES =
                       YTD-FUTA-WAGES + YTD-PRED-FUTA-WAGES
                   MOVE YTD-SUPP-WAGES TO WS-YTD-PRIOR-SUPP-WAGES
                   MOVE YTD-SDI-WAGES TO WS-YTD-PRIOR-SDI-WAGES
                   MOVE YTD-PFL-WAGES TO WS-YTD-PRIOR-PFL-WAGES
           END-READ
           EXIT.

       SET-TAXABLE-WAGES.
      *>   Each wage base is the gross less the deduction classes
      *>   flagged pre-tax for it (amounts staged in
      *>   WS-PRETAX-DED-AMT by the caller). Imputed earnings stay in
      *>   every base - they are taxable income that simply never
      *>   reaches the check. No base goes below zero.
           MOVE WS-GROSS-PAY TO WS-INCTAX-WAGES-WORK
           MOVE WS-GROSS-PAY TO WS-FICA-WAGES-WORK
           MOVE WS-GROSS-PAY TO WS-FUTA-WAGES-WORK
           PERFORM VARYING WS-PRETAX-SUB FROM 1 BY 1
                   UNTIL WS-PRETAX-SUB > 3
               IF WS-PRETAX-INCOME-FLAG(WS-PRETAX-SUB) = 'Y'
                   SUBTRACT WS-PRETAX-DED-AMT(WS-PRETAX-SUB)
                       FROM WS-INCTAX-WAGES-WORK
               END-IF
               IF WS-PRETAX-FICA-FLAG(WS-PRETAX-SUB) = 'Y'
                   SUBTRACT WS-PRETAX-DED-AMT(WS-PRETAX-SUB)
                       FROM WS-FICA-WAGES-WORK
               END-IF
               IF WS-PRETAX-FUTA-FLAG(WS-PRETAX-SUB) = 'Y'
                   SUBTRACT WS-PRETAX-DED-AMT(WS-PRETAX-SUB)
                       FROM WS-FUTA-WAGES-WORK
               END-IF
           END-PERFORM
           IF WS-INCTAX-WAGES-WORK < 0
               MOVE 0 TO WS-INCTAX-WAGES-WORK
           END-IF
           IF WS-FICA-WAGES-WORK < 0
               MOVE 0 TO WS-FICA-WAGES-WORK
           END-IF
           IF WS-FUTA-WAGES-WORK < 0
               MOVE 0 TO WS-FUTA-WAGES-WORK
           END-IF
           MOVE WS-INCTAX-WAGES-WORK TO WS-INCTAX-WAGES
           MOVE WS-FICA-WAGES-WORK TO WS-FICA-WAGES
           MOVE WS-FUTA-WAGES-WORK TO WS-FUTA-WAGES
      *>   A contractor's payments are not wages on any base - the
      *>   employer FICA, FUTA and SUTA figures fall to zero with them
      *>   and nothing reaches the W-2 buckets.
           IF WORKER-TYPE = 'C'
               MOVE 0 TO WS-INCTAX-WAGES
               MOVE 0 TO WS-FICA-WAGES
               MOVE 0 TO WS-FUTA-WAGES
           END-IF
           EXIT.
