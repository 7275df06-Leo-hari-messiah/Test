       IDENTIFICATION DIVISION.
       PROGRAM-ID. Form1099Process.

      *> Year-end 1099-NEC processing for non-employee contractors
      *> (WORKER-TYPE 'C' on the employee master) - the contractor
      *> counterpart of W2Process. Contractors are paid through the
      *> regular run, so their payments are already on PAYHIST in
      *> USD; this program re-sums the tax year's history per
      *> contractor (reversals subtract), then for each payer on the
      *> company master produces:
      *>   - a printed 1099-NEC recipient statement per contractor at
      *>     or above the reporting threshold (box 1 nonemployee
      *>     compensation, box 4 backup withholding),
      *>   - the IRS electronic filing extract: a payer 'A' record
      *>     under the company's COMP-FEIN, one payee 'B' record per
      *>     statement, an end-of-payer 'C' record, and a closing
      *>     end-of-transmission 'F' record,
      *>   - a control report listing every contractor, including
      *>     the ones below the threshold, which are listed but not
      *>     filed. Backup withholding is always filed, whatever the
      *>     amount paid.
      *> SYSIN cols 1-4 name the tax year; blank or zero picks the
      *> same year W2Process would (the prior year before July).
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

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT TAX-TABLE-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-FILE-STATUS.

           SELECT NEC-STATEMENT-FILE
            ASSIGN TO NECSTMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEC-EXTRACT-FILE
            ASSIGN TO NECEXTFL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEC-REPORT-FILE
            ASSIGN TO NECRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  TAX-TABLE-FILE.
           COPY TAXREC.

       FD  NEC-STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NEC-STATEMENT-LINE          PIC X(132).

       FD  NEC-EXTRACT-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  NEC-EXTRACT-LINE            PIC X(150).

       FD  NEC-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NEC-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-TAXTBL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAXTBL-EOF               PIC X    VALUE 'N'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-NEC-PARM-CARD.
           05  WS-PARM-TAX-YEAR        PIC X(4).
           05  FILLER                  PIC X(76).

      *> The tax year's first and last days; history records whose
      *> period-end falls between them are the year's payments.
       01  WS-TAX-YEAR-START           PIC 9(8) VALUE 0.
       01  WS-PAYMENT-DATE             PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END             PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR-END-PARTS REDEFINES WS-TAX-YEAR-END.
           05  WS-TYE-YEAR             PIC 9(4).
           05  WS-TYE-MMDD             PIC 9(4).

      *> IRS reporting threshold; the fallback VALUE is overridden by
      *> the TAXTABLE 'K' record effective for the tax year.
       01  WS-NEC-THRESHOLD            PIC 9(7)V99 VALUE 600.00.
       01  WS-THRESH-EFF-DATE          PIC 9(8) VALUE 0.

      *> Legacy single-company identity when no company master is
      *> supplied, the same fallback NachaFileGen uses.
       01  WS-COMPANY-NAME             PIC X(16) VALUE 'ACME CORP'.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 10 TIMES.
               10  WS-CO-CODE-TBL      PIC X(3).
               10  WS-CO-NAME-TBL      PIC X(16).
               10  WS-CO-FEIN-TBL      PIC 9(9).
               10  WS-CO-FILED-COUNT   PIC 9(7).
               10  WS-CO-FILED-BOX1    PIC 9(11)V99.
               10  WS-CO-FILED-BOX4    PIC 9(11)V99.
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-COMP-SUB                 PIC 9(2) VALUE 0.

      *> One entry per contractor paid in the tax year. PAYHIST is
      *> read in EMP-ID order, so an entry is opened the first time
      *> a contractor's EMP-ID comes up and summed until it changes.
       01  WS-CONTRACTOR-TABLE.
           05  WS-CONTRACTOR-ENTRY OCCURS 500 TIMES.
               10  WS-CN-EMP-ID        PIC 9(5).
               10  WS-CN-NAME          PIC X(20).
               10  WS-CN-COMPANY       PIC X(3).
               10  WS-CN-BOX1          PIC S9(9)V99.
               10  WS-CN-BOX4          PIC S9(9)V99.
               10  WS-CN-DONE          PIC X(1).
       01  WS-CONTRACTOR-COUNT         PIC 9(3) VALUE 0.
       01  WS-CN-SUB                   PIC 9(3) VALUE 0.
       01  WS-CUR-SUB                  PIC 9(3) VALUE 0.
       01  WS-CUR-EMP-ID               PIC 9(5) VALUE 0.
       01  WS-CUR-IS-CONTRACTOR        PIC X    VALUE 'N'.
       01  WS-TABLE-FULL-COUNT         PIC 9(7) VALUE 0.

       01  WS-PAYER-FILERS             PIC 9(7) VALUE 0.
       01  WS-FILE-THIS-PAYEE          PIC X    VALUE 'N'.
       01  WS-PAYEE-STATUS             PIC X(30) VALUE SPACES.
       01  WS-PAYER-COUNT              PIC 9(4) VALUE 0.
       01  WS-TOTAL-FILED-COUNT        PIC 9(8) VALUE 0.
       01  WS-TOTAL-FILED-BOX1         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-FILED-BOX4         PIC 9(11)V99 VALUE 0.
       01  WS-BELOW-COUNT              PIC 9(7) VALUE 0.
       01  WS-BELOW-BOX1               PIC 9(11)V99 VALUE 0.
       01  WS-NO-PAYER-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-TIN-COUNT             PIC 9(7) VALUE 0.

      *> IRS electronic filing extract records, 150 bytes each.
       01  WS-NECX-PAYER.
           05  NECX-A-REC-TYPE         PIC X(1)  VALUE 'A'.
           05  NECX-A-TAX-YEAR         PIC 9(4).
           05  NECX-A-PAYER-FEIN       PIC 9(9).
           05  NECX-A-PAYER-NAME       PIC X(16).
           05  NECX-A-COMPANY-CODE     PIC X(3).
           05  NECX-A-RETURN-TYPE      PIC X(2)  VALUE 'NE'.
           05  FILLER                  PIC X(115) VALUE SPACES.

       01  WS-NECX-PAYEE.
           05  NECX-B-REC-TYPE         PIC X(1)  VALUE 'B'.
           05  NECX-B-TAX-YEAR         PIC 9(4).
           05  NECX-B-PAYER-FEIN       PIC 9(9).
           05  NECX-B-PAYEE-TIN        PIC 9(9).
           05  NECX-B-PAYEE-NAME       PIC X(35).
           05  NECX-B-PAYEE-STREET     PIC X(30).
           05  NECX-B-PAYEE-CITY       PIC X(20).
           05  NECX-B-PAYEE-STATE      PIC X(2).
           05  NECX-B-PAYEE-ZIP        PIC X(10).
           05  NECX-B-BOX1-NEC         PIC 9(9)V99.
           05  NECX-B-BOX4-BACKUP      PIC 9(9)V99.
           05  NECX-B-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-NECX-END-PAYER.
           05  NECX-C-REC-TYPE         PIC X(1)  VALUE 'C'.
           05  NECX-C-PAYER-FEIN       PIC 9(9).
           05  NECX-C-PAYEE-COUNT      PIC 9(8).
           05  NECX-C-TOTAL-BOX1       PIC 9(11)V99.
           05  NECX-C-TOTAL-BOX4       PIC 9(11)V99.
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  WS-NECX-END-TRANSMISSION.
           05  NECX-F-REC-TYPE         PIC X(1)  VALUE 'F'.
           05  NECX-F-PAYER-COUNT      PIC 9(4).
           05  NECX-F-PAYEE-COUNT      PIC 9(8).
           05  NECX-F-TOTAL-BOX1       PIC 9(11)V99.
           05  NECX-F-TOTAL-BOX4       PIC 9(11)V99.
           05  FILLER                  PIC X(111) VALUE SPACES.

      *> Recipient statement lines.
       01  WS-STMT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'FORM 1099-NEC NONEMPLOYEE COMPENSATION'.
           05  FILLER                  PIC X(10) VALUE 'TAX YEAR '.
           05  WS-STH-TAX-YEAR         PIC 9(4).

       01  WS-STMT-PAYER-LINE.
           05  FILLER                  PIC X(12) VALUE 'PAYER:     '.
           05  WS-STP-PAYER-NAME       PIC X(16).
           05  FILLER                  PIC X(9)  VALUE '  FEIN: '.
           05  WS-STP-PAYER-FEIN       PIC 9(9).

       01  WS-STMT-TIN-LINE.
           05  FILLER                  PIC X(12) VALUE 'RECIPIENT: '.
           05  FILLER                  PIC X(7)  VALUE '***-**-'.
           05  WS-STT-TIN-LAST4        PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-STT-LEGAL-NAME       PIC X(35).

       01  WS-STMT-ADDR-LINE-1.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-STA-STREET           PIC X(30).

       01  WS-STMT-ADDR-LINE-2.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-STA-CITY             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STA-STATE            PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-STA-ZIP              PIC X(10).

       01  WS-STMT-BOX1-LINE.
           05  FILLER                  PIC X(36) VALUE
               '  BOX 1 NONEMPLOYEE COMPENSATION:'.
           05  WS-SB1-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-BOX4-LINE.
           05  FILLER                  PIC X(36) VALUE
               '  BOX 4 FEDERAL INCOME TAX WITHHELD:'.
           05  WS-SB4-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-ACCOUNT-LINE.
           05  FILLER                  PIC X(36) VALUE
               '  ACCOUNT NUMBER (EMP-ID):'.
           05  WS-SAC-EMP-ID           PIC 9(5).

      *> Control report lines.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               '1099-NEC CONTRACTOR CONTROL REPORT'.
           05  FILLER                  PIC X(10) VALUE 'TAX YEAR '.
           05  WS-RPH-TAX-YEAR         PIC 9(4).

       01  WS-RPT-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'EMP-ID NAME                 CO       BOX 1 NEC'.
           05  FILLER                  PIC X(40) VALUE
               '      BOX 4 BACKUP  STATUS'.

       01  WS-RPT-DETAIL.
           05  WS-RPD-EMP-ID           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-NAME             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPD-COMPANY          PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-BOX1             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-BOX4             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPD-STATUS           PIC X(30).

       01  WS-RPT-PAYER-LINE.
           05  FILLER                  PIC X(8)  VALUE 'PAYER  '.
           05  WS-RPP-CODE             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPP-NAME             PIC X(16).
           05  FILLER                  PIC X(7)  VALUE ' FEIN '.
           05  WS-RPP-FEIN             PIC 9(9).
           05  FILLER                  PIC X(9)  VALUE ' FILED '.
           05  WS-RPP-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPP-BOX1             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPP-BOX4             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-CAPTION          PIC X(40).
           05  WS-RPT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PAYHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT DEMOGRAPHICS-FILE
           OPEN OUTPUT NEC-STATEMENT-FILE
           OPEN OUTPUT NEC-EXTRACT-FILE
           OPEN OUTPUT NEC-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-NEC-PARM-CARD
           ACCEPT WS-NEC-PARM-CARD FROM SYSIN

           PERFORM SET-TAX-YEAR
           PERFORM LOAD-NEC-THRESHOLD
           PERFORM LOAD-COMPANY-MASTER

           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PAYROLL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM ACCUMULATE-HISTORY-RECORD
               END-READ
           END-PERFORM

           MOVE WS-TYE-YEAR TO WS-RPH-TAX-YEAR
           WRITE NEC-REPORT-LINE FROM WS-RPT-HEADING
           MOVE SPACES TO NEC-REPORT-LINE
           WRITE NEC-REPORT-LINE
           WRITE NEC-REPORT-LINE FROM WS-RPT-COLUMNS

           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               PERFORM PRODUCE-PAYER-RETURN
           END-PERFORM
           PERFORM REPORT-UNASSIGNED-PAYEES
           PERFORM WRITE-END-OF-TRANSMISSION
           PERFORM PRINT-CONTROL-TOTALS

           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE DEMOGRAPHICS-FILE
           CLOSE NEC-STATEMENT-FILE
           CLOSE NEC-EXTRACT-FILE
           CLOSE NEC-REPORT-FILE

           DISPLAY 'FORM-1099 TAX YEAR: ' WS-TYE-YEAR
           DISPLAY 'FORM-1099 CONTRACTORS PAID: ' WS-CONTRACTOR-COUNT
           DISPLAY 'FORM-1099 STATEMENTS FILED: ' WS-TOTAL-FILED-COUNT
           DISPLAY 'FORM-1099 BELOW THRESHOLD (NOT FILED): '
               WS-BELOW-COUNT
           IF WS-NO-PAYER-COUNT > 0 OR WS-TABLE-FULL-COUNT > 0
               DISPLAY 'FORM-1099: ' WS-NO-PAYER-COUNT
                   ' CONTRACTORS WITH NO PAYER ON COMPANY MASTER, '
                   WS-TABLE-FULL-COUNT ' NOT TABLED - NOT FILED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-TIN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       SET-TAX-YEAR.
      *>   Same default as W2Process: a run in January through June
      *>   is reporting the year just ended.
           IF WS-PARM-TAX-YEAR IS NUMERIC AND
                   WS-PARM-TAX-YEAR NOT = '0000'
               MOVE WS-PARM-TAX-YEAR TO WS-TYE-YEAR
           ELSE
               MOVE WS-RUN-DATE TO WS-TAX-YEAR-END
               IF WS-TYE-MMDD < 0701
                   SUBTRACT 1 FROM WS-TYE-YEAR
               END-IF
           END-IF
           MOVE 0101 TO WS-TYE-MMDD
           MOVE WS-TAX-YEAR-END TO WS-TAX-YEAR-START
           MOVE 1231 TO WS-TYE-MMDD
           EXIT.

       LOAD-NEC-THRESHOLD.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXTBL-FILE-STATUS NOT = '00'
               DISPLAY 'NO TAX TABLE FILE FOUND, STATUS: '
                   WS-TAXTBL-FILE-STATUS
                   ' - COMPILED-IN 1099-NEC THRESHOLD APPLIES'
           ELSE
               MOVE 'N' TO WS-TAXTBL-EOF
               PERFORM UNTIL WS-TAXTBL-EOF = 'Y'
                   READ TAX-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-TAXTBL-EOF
                       NOT AT END
                           IF TAX-PARM-TYPE = 'K' AND
                                   TAX-EFFECTIVE-DATE <=
                                       WS-TAX-YEAR-END AND
                                   TAX-EFFECTIVE-DATE >=
                                       WS-THRESH-EFF-DATE
                               MOVE TAX-EFFECTIVE-DATE
                                   TO WS-THRESH-EFF-DATE
                               MOVE TAX-AMOUNT TO WS-NEC-THRESHOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE-FILE
           END-IF
           DISPLAY 'FORM-1099 REPORTING THRESHOLD: ' WS-NEC-THRESHOLD
           EXIT.

       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS = '00'
               MOVE 'N' TO WS-COMPMAST-EOF
               PERFORM UNTIL WS-COMPMAST-EOF = 'Y'
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-COMPMAST-EOF
                       NOT AT END
                           IF WS-COMPANY-COUNT < 10
                               ADD 1 TO WS-COMPANY-COUNT
                               MOVE COMP-CODE TO
                                   WS-CO-CODE-TBL(WS-COMPANY-COUNT)
                               MOVE COMP-NAME TO
                                   WS-CO-NAME-TBL(WS-COMPANY-COUNT)
                               MOVE COMP-FEIN TO
                                   WS-CO-FEIN-TBL(WS-COMPANY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF

      *>   No company master on file: everyone files under the single
      *>   legacy company, with the FEIN left for the filer to supply.
           IF WS-COMPANY-COUNT = 0
               MOVE 1 TO WS-COMPANY-COUNT
               MOVE SPACES TO WS-CO-CODE-TBL(1)
               MOVE WS-COMPANY-NAME TO WS-CO-NAME-TBL(1)
               MOVE ZEROS TO WS-CO-FEIN-TBL(1)
               DISPLAY 'WARNING: NO COMPANY MASTER - PAYER FEIN '
                   'IS ZERO ON THE EXTRACT'
           END-IF
           EXIT.

       ACCUMULATE-HISTORY-RECORD.
           IF PHIST-EMP-ID NOT = WS-CUR-EMP-ID
               PERFORM START-NEW-PAYEE
           END-IF
      *>   Only the tax year's payments count. A reversal ('V') is
      *>   keyed on the day it was posted but carries the reversed
      *>   payment's period end in PHIST-PERIOD-START-DATE; it counts
      *>   against that payment's year and subtracts the original
      *>   payment, including any backup withholding taken on it.
           IF PHIST-RUN-TYPE = 'V'
               MOVE PHIST-PERIOD-START-DATE TO WS-PAYMENT-DATE
           ELSE
               MOVE PHIST-PERIOD-END-DATE TO WS-PAYMENT-DATE
           END-IF
           IF WS-CUR-IS-CONTRACTOR = 'Y' AND
                   WS-PAYMENT-DATE >= WS-TAX-YEAR-START AND
                   WS-PAYMENT-DATE <= WS-TAX-YEAR-END
               IF PHIST-RUN-TYPE = 'V'
                   SUBTRACT PHIST-GROSS-PAY FROM WS-CN-BOX1(WS-CUR-SUB)
                   SUBTRACT PHIST-FEDERAL-TAX
                       FROM WS-CN-BOX4(WS-CUR-SUB)
               ELSE
                   ADD PHIST-GROSS-PAY TO WS-CN-BOX1(WS-CUR-SUB)
                   ADD PHIST-FEDERAL-TAX TO WS-CN-BOX4(WS-CUR-SUB)
               END-IF
           END-IF
           EXIT.

       START-NEW-PAYEE.
      *>   First history record for this EMP-ID: the master says
      *>   whether the person is a contractor and which payer they
      *>   belong to. A blank company code belongs to the first
      *>   company on the master, as everywhere else.
           MOVE PHIST-EMP-ID TO WS-CUR-EMP-ID
           MOVE 'N' TO WS-CUR-IS-CONTRACTOR
           MOVE PHIST-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACE TO WORKER-TYPE
           END-READ
           IF WORKER-TYPE = 'C'
               IF WS-CONTRACTOR-COUNT < 500
                   ADD 1 TO WS-CONTRACTOR-COUNT
                   MOVE WS-CONTRACTOR-COUNT TO WS-CUR-SUB
                   MOVE 'Y' TO WS-CUR-IS-CONTRACTOR
                   MOVE EMP-ID TO WS-CN-EMP-ID(WS-CUR-SUB)
                   MOVE EMP-NAME TO WS-CN-NAME(WS-CUR-SUB)
                   IF COMPANY-CODE = SPACES
                       MOVE WS-CO-CODE-TBL(1)
                           TO WS-CN-COMPANY(WS-CUR-SUB)
                   ELSE
                       MOVE COMPANY-CODE TO WS-CN-COMPANY(WS-CUR-SUB)
                   END-IF
                   MOVE 0 TO WS-CN-BOX1(WS-CUR-SUB)
                   MOVE 0 TO WS-CN-BOX4(WS-CUR-SUB)
                   MOVE 'N' TO WS-CN-DONE(WS-CUR-SUB)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY 'WARNING: MORE THAN 500 CONTRACTORS - '
                       'EMP-ID ' EMP-ID ' NOT PROCESSED'
               END-IF
           END-IF
           EXIT.

       PRODUCE-PAYER-RETURN.
      *>   One return per payer FEIN: the 'A' record only goes out
      *>   when at least one of the payer's contractors is filed.
           MOVE 0 TO WS-PAYER-FILERS
           MOVE 0 TO WS-CO-FILED-COUNT(WS-COMP-SUB)
           MOVE 0 TO WS-CO-FILED-BOX1(WS-COMP-SUB)
           MOVE 0 TO WS-CO-FILED-BOX4(WS-COMP-SUB)
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > WS-CONTRACTOR-COUNT
               IF WS-CN-COMPANY(WS-CN-SUB) =
                       WS-CO-CODE-TBL(WS-COMP-SUB)
                   PERFORM DECIDE-FILING
                   IF WS-FILE-THIS-PAYEE = 'Y'
                       ADD 1 TO WS-PAYER-FILERS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PAYER-FILERS > 0
               ADD 1 TO WS-PAYER-COUNT
               MOVE WS-TYE-YEAR TO NECX-A-TAX-YEAR
               MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO NECX-A-PAYER-FEIN
               MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO NECX-A-PAYER-NAME
               MOVE WS-CO-CODE-TBL(WS-COMP-SUB)
                   TO NECX-A-COMPANY-CODE
               WRITE NEC-EXTRACT-LINE FROM WS-NECX-PAYER
           END-IF

           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > WS-CONTRACTOR-COUNT
               IF WS-CN-COMPANY(WS-CN-SUB) =
                       WS-CO-CODE-TBL(WS-COMP-SUB)
                   PERFORM PROCESS-ONE-PAYEE
               END-IF
           END-PERFORM

           IF WS-PAYER-FILERS > 0
               MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO NECX-C-PAYER-FEIN
               MOVE WS-CO-FILED-COUNT(WS-COMP-SUB)
                   TO NECX-C-PAYEE-COUNT
               MOVE WS-CO-FILED-BOX1(WS-COMP-SUB)
                   TO NECX-C-TOTAL-BOX1
               MOVE WS-CO-FILED-BOX4(WS-COMP-SUB)
                   TO NECX-C-TOTAL-BOX4
               WRITE NEC-EXTRACT-LINE FROM WS-NECX-END-PAYER
           END-IF

           MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO WS-RPP-CODE
           MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO WS-RPP-NAME
           MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO WS-RPP-FEIN
           MOVE WS-CO-FILED-COUNT(WS-COMP-SUB) TO WS-RPP-COUNT
           MOVE WS-CO-FILED-BOX1(WS-COMP-SUB) TO WS-RPP-BOX1
           MOVE WS-CO-FILED-BOX4(WS-COMP-SUB) TO WS-RPP-BOX4
           WRITE NEC-REPORT-LINE FROM WS-RPT-PAYER-LINE
           MOVE SPACES TO NEC-REPORT-LINE
           WRITE NEC-REPORT-LINE
           EXIT.

       DECIDE-FILING.
      *>   Filed when the year's compensation reaches the reporting
      *>   threshold, or whenever anything was backup-withheld - the
      *>   withholding has to be reported regardless of the amount.
           IF WS-CN-BOX1(WS-CN-SUB) >= WS-NEC-THRESHOLD OR
                   WS-CN-BOX4(WS-CN-SUB) > 0
               MOVE 'Y' TO WS-FILE-THIS-PAYEE
           ELSE
               MOVE 'N' TO WS-FILE-THIS-PAYEE
           END-IF
           EXIT.

       PROCESS-ONE-PAYEE.
           MOVE 'Y' TO WS-CN-DONE(WS-CN-SUB)
           PERFORM DECIDE-FILING
           IF WS-FILE-THIS-PAYEE = 'Y'
               PERFORM READ-PAYEE-DEMOGRAPHICS
               PERFORM PRINT-NEC-STATEMENT
               PERFORM WRITE-PAYEE-EXTRACT
               ADD 1 TO WS-CO-FILED-COUNT(WS-COMP-SUB)
               ADD WS-CN-BOX1(WS-CN-SUB)
                   TO WS-CO-FILED-BOX1(WS-COMP-SUB)
               ADD WS-CN-BOX4(WS-CN-SUB)
                   TO WS-CO-FILED-BOX4(WS-COMP-SUB)
               ADD 1 TO WS-TOTAL-FILED-COUNT
               ADD WS-CN-BOX1(WS-CN-SUB) TO WS-TOTAL-FILED-BOX1
               ADD WS-CN-BOX4(WS-CN-SUB) TO WS-TOTAL-FILED-BOX4
               IF DEMO-SSN = ZEROS
                   ADD 1 TO WS-NO-TIN-COUNT
                   MOVE 'FILED - NO TIN ON DEMOGRAPHICS'
                       TO WS-PAYEE-STATUS
               ELSE
                   MOVE 'FILED' TO WS-PAYEE-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-BELOW-COUNT
               IF WS-CN-BOX1(WS-CN-SUB) > 0
                   ADD WS-CN-BOX1(WS-CN-SUB) TO WS-BELOW-BOX1
               END-IF
               MOVE 'BELOW THRESHOLD - NOT FILED' TO WS-PAYEE-STATUS
           END-IF
           PERFORM WRITE-PAYEE-REPORT-LINE
           EXIT.

       READ-PAYEE-DEMOGRAPHICS.
           MOVE WS-CN-EMP-ID(WS-CN-SUB) TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
                   MOVE ZEROS TO DEMO-SSN
                   MOVE WS-CN-NAME(WS-CN-SUB) TO DEMO-LEGAL-NAME
                   MOVE SPACES TO DEMO-ADDR-STREET
                   MOVE SPACES TO DEMO-ADDR-CITY
                   MOVE SPACES TO DEMO-ADDR-STATE
                   MOVE SPACES TO DEMO-ADDR-ZIP
           END-READ
           EXIT.

       PRINT-NEC-STATEMENT.
      *>   The recipient copy shows only the last four digits of the
      *>   TIN; the full number goes to the IRS on the extract.
           MOVE SPACES TO NEC-STATEMENT-LINE
           WRITE NEC-STATEMENT-LINE
           MOVE WS-TYE-YEAR TO WS-STH-TAX-YEAR
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-HEADING
           MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO WS-STP-PAYER-NAME
           MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO WS-STP-PAYER-FEIN
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-PAYER-LINE
           MOVE DEMO-SSN(6:4) TO WS-STT-TIN-LAST4
           MOVE DEMO-LEGAL-NAME TO WS-STT-LEGAL-NAME
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-TIN-LINE
           MOVE DEMO-ADDR-STREET TO WS-STA-STREET
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-ADDR-LINE-1
           MOVE DEMO-ADDR-CITY TO WS-STA-CITY
           MOVE DEMO-ADDR-STATE TO WS-STA-STATE
           MOVE DEMO-ADDR-ZIP TO WS-STA-ZIP
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-ADDR-LINE-2
           MOVE WS-CN-BOX1(WS-CN-SUB) TO WS-SB1-AMOUNT
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-BOX1-LINE
           MOVE WS-CN-BOX4(WS-CN-SUB) TO WS-SB4-AMOUNT
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-BOX4-LINE
           MOVE WS-CN-EMP-ID(WS-CN-SUB) TO WS-SAC-EMP-ID
           WRITE NEC-STATEMENT-LINE FROM WS-STMT-ACCOUNT-LINE
           EXIT.

       WRITE-PAYEE-EXTRACT.
           MOVE WS-TYE-YEAR TO NECX-B-TAX-YEAR
           MOVE WS-CO-FEIN-TBL(WS-COMP-SUB) TO NECX-B-PAYER-FEIN
           MOVE DEMO-SSN TO NECX-B-PAYEE-TIN
           MOVE DEMO-LEGAL-NAME TO NECX-B-PAYEE-NAME
           MOVE DEMO-ADDR-STREET TO NECX-B-PAYEE-STREET
           MOVE DEMO-ADDR-CITY TO NECX-B-PAYEE-CITY
           MOVE DEMO-ADDR-STATE TO NECX-B-PAYEE-STATE
           MOVE DEMO-ADDR-ZIP TO NECX-B-PAYEE-ZIP
           MOVE WS-CN-BOX1(WS-CN-SUB) TO NECX-B-BOX1-NEC
           MOVE WS-CN-BOX4(WS-CN-SUB) TO NECX-B-BOX4-BACKUP
           MOVE WS-CN-EMP-ID(WS-CN-SUB) TO NECX-B-EMP-ID
           WRITE NEC-EXTRACT-LINE FROM WS-NECX-PAYEE
           EXIT.

       WRITE-PAYEE-REPORT-LINE.
           MOVE WS-CN-EMP-ID(WS-CN-SUB) TO WS-RPD-EMP-ID
           MOVE WS-CN-NAME(WS-CN-SUB) TO WS-RPD-NAME
           MOVE WS-CN-COMPANY(WS-CN-SUB) TO WS-RPD-COMPANY
           MOVE WS-CN-BOX1(WS-CN-SUB) TO WS-RPD-BOX1
           MOVE WS-CN-BOX4(WS-CN-SUB) TO WS-RPD-BOX4
           MOVE WS-PAYEE-STATUS TO WS-RPD-STATUS
           WRITE NEC-REPORT-LINE FROM WS-RPT-DETAIL
           EXIT.

       REPORT-UNASSIGNED-PAYEES.
      *>   A contractor whose company code matches no payer on the
      *>   master cannot be filed under any FEIN - listed for
      *>   correction, never silently dropped.
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > WS-CONTRACTOR-COUNT
               IF WS-CN-DONE(WS-CN-SUB) = 'N'
                   ADD 1 TO WS-NO-PAYER-COUNT
                   MOVE 'NO PAYER ON COMPANY MASTER' TO WS-PAYEE-STATUS
                   PERFORM WRITE-PAYEE-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-END-OF-TRANSMISSION.
           MOVE WS-PAYER-COUNT TO NECX-F-PAYER-COUNT
           MOVE WS-TOTAL-FILED-COUNT TO NECX-F-PAYEE-COUNT
           MOVE WS-TOTAL-FILED-BOX1 TO NECX-F-TOTAL-BOX1
           MOVE WS-TOTAL-FILED-BOX4 TO NECX-F-TOTAL-BOX4
           WRITE NEC-EXTRACT-LINE FROM WS-NECX-END-TRANSMISSION
           EXIT.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO NEC-REPORT-LINE
           WRITE NEC-REPORT-LINE
           MOVE 'STATEMENTS FILED / BOX 1 TOTAL' TO WS-RPT-CAPTION
           MOVE WS-TOTAL-FILED-COUNT TO WS-RPT-COUNT
           MOVE WS-TOTAL-FILED-BOX1 TO WS-RPT-AMOUNT
           WRITE NEC-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'BACKUP WITHHOLDING REPORTED (BOX 4)'
               TO WS-RPT-CAPTION
           MOVE WS-TOTAL-FILED-COUNT TO WS-RPT-COUNT
           MOVE WS-TOTAL-FILED-BOX4 TO WS-RPT-AMOUNT
           WRITE NEC-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'BELOW THRESHOLD - LISTED, NOT FILED' TO WS-RPT-CAPTION
           MOVE WS-BELOW-COUNT TO WS-RPT-COUNT
           MOVE WS-BELOW-BOX1 TO WS-RPT-AMOUNT
           WRITE NEC-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'NO PAYER ON COMPANY MASTER' TO WS-RPT-CAPTION
           MOVE WS-NO-PAYER-COUNT TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-AMOUNT
           WRITE NEC-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FILED WITH NO TIN ON DEMOGRAPHICS' TO WS-RPT-CAPTION
           MOVE WS-NO-TIN-COUNT TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-AMOUNT
           WRITE NEC-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           EXIT.
