       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParallelCompare.

      *> Parallel-run comparison: proves a trial payroll (a tax-table
      *> update, a release, a rate change run against a copy of the
      *> masters) against the production run of the same period,
      *> field by field, instead of by eyeballing totals. The two
      *> PAYROLL-FILE generations are matched by EMP-ID-OUT the way
      *> VarianceGate matches a run to its prior generation; the
      *> YTD files, GL interface files and employer-liability files
      *> of the two runs are compared too when their DDs are there.
      *>
      *> Every field that differs beyond its tolerance prints with
      *> both values and the difference, every employee in only one
      *> of the two runs prints, and a summary gives, field by field,
      *> how many differed and by how many dollars net and in total.
      *> The condition code is the verdict a parallel-test job can
      *> test in its COND parameters:
      *>   0  every compared field within tolerance, nobody missing
      *>   4  passed, but one file of an optional pair was missing
      *>   8  differences beyond tolerance or one-sided employees
      *> 16  not a valid comparison (a payroll file would not open,
      *>     or a table overflowed)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASE-PAYROLL-FILE
            ASSIGN TO BASEPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASEPAY-FILE-STATUS.

           SELECT TRIAL-PAYROLL-FILE
            ASSIGN TO TRIALPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIALPAY-FILE-STATUS.

           SELECT BASE-YTD-FILE
            ASSIGN TO BASEYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BASE-YTD-KEY
               FILE STATUS IS WS-BASEYTD-FILE-STATUS.

           SELECT TRIAL-YTD-FILE
            ASSIGN TO TRIALYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRIAL-YTD-KEY
               FILE STATUS IS WS-TRIALYTD-FILE-STATUS.

           SELECT BASE-GL-FILE
            ASSIGN TO BASEGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASEGL-FILE-STATUS.

           SELECT TRIAL-GL-FILE
            ASSIGN TO TRIALGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIALGL-FILE-STATUS.

           SELECT BASE-LIABILITY-FILE
            ASSIGN TO BASELIAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELIAB-FILE-STATUS.

           SELECT TRIAL-LIABILITY-FILE
            ASSIGN TO TRIALLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIALLIB-FILE-STATUS.

           SELECT TOLERANCE-CARD-FILE
            ASSIGN TO CMPTOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPTOL-FILE-STATUS.

           SELECT COMPARE-REPORT-FILE
            ASSIGN TO CMPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BASE-PAYROLL-FILE.
       01  BASE-PAYROLL-LINE           PIC X(179).

       FD  TRIAL-PAYROLL-FILE.
       01  TRIAL-PAYROLL-LINE          PIC X(179).

       FD  BASE-YTD-FILE.
       01  BASE-YTD-FILE-RECORD.
           05  BASE-YTD-KEY            PIC 9(5).
           05  FILLER                  PIC X(407).

       FD  TRIAL-YTD-FILE.
       01  TRIAL-YTD-FILE-RECORD.
           05  TRIAL-YTD-KEY           PIC 9(5).
           05  FILLER                  PIC X(407).

       FD  BASE-GL-FILE.
       01  BASE-GL-LINE                PIC X(49).

       FD  TRIAL-GL-FILE.
       01  TRIAL-GL-LINE               PIC X(49).

       FD  BASE-LIABILITY-FILE.
       01  BASE-LIABILITY-LINE         PIC X(49).

       FD  TRIAL-LIABILITY-FILE.
       01  TRIAL-LIABILITY-LINE        PIC X(49).

      *> One card per field whose tolerance is not the default:
      *> cols 1-24 the field name as the report prints it (e.g.
      *> 'PAY FEDERAL-TAX-OUT'), cols 26-34 the tolerance in dollars
      *> and cents (9(7)V99 digits, e.g. 000000005 = 0.05), col 36
      *> 'I' to leave the field out of the comparison altogether.
       FD  TOLERANCE-CARD-FILE.
       01  TOLERANCE-CARD-RECORD.
           05  TOLC-FIELD-NAME         PIC X(24).
           05  FILLER                  PIC X(1).
           05  TOLC-TOLERANCE          PIC X(9).
           05  TOLC-TOLERANCE-N REDEFINES TOLC-TOLERANCE
                                       PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  TOLC-IGNORE             PIC X(1).
           05  FILLER                  PIC X(44).

       FD  COMPARE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  COMPARE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BASEPAY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-TRIALPAY-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-BASEYTD-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-TRIALYTD-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-BASEGL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRIALGL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BASELIAB-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-TRIALLIB-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CMPTOL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-WORST-RC                 PIC 9(2) VALUE 0.
       01  WS-PAIR-NAME                PIC X(8) VALUE SPACES.
       01  WS-PAIR-STATUS-1            PIC X(2) VALUE '00'.
       01  WS-PAIR-STATUS-2            PIC X(2) VALUE '00'.
       01  WS-PAIR-USABLE              PIC X    VALUE 'N'.

      *> SYSIN: cols 1-9 the default tolerance for every money
      *> field with no card of its own (9(7)V99 digits; blank = must
      *> match to the cent); col 11 'T' when the trial ran against a
      *> scrambled test-region copy of the masters, so names and bank
      *> numbers are expected to differ and are not compared.
       01  WS-CMP-PARM-CARD.
           05  WS-CMP-PARM-TOLERANCE   PIC X(9).
           05  WS-CMP-PARM-TOLERANCE-N REDEFINES WS-CMP-PARM-TOLERANCE
                                       PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  WS-CMP-PARM-TEST-REGION PIC X(1).
           05  FILLER                  PIC X(69).
       01  WS-DEFAULT-TOLERANCE        PIC 9(7)V99 VALUE 0.

      *> The two runs' records, field by field.
           COPY PAYREC REPLACING ==PAYROLL-RECORD==
               BY ==BASE-PAYROLL-RECORD==.
           COPY PAYREC REPLACING ==PAYROLL-RECORD==
               BY ==TRIAL-PAYROLL-RECORD==.
           COPY PAYTRLR REPLACING ==PAYROLL-TRAILER-RECORD==
               BY ==BASE-PAYROLL-TRAILER==.
           COPY PAYTRLR REPLACING ==PAYROLL-TRAILER-RECORD==
               BY ==TRIAL-PAYROLL-TRAILER==.
           COPY YTDREC REPLACING ==EMPLOYEE-YTD-RECORD==
               BY ==BASE-YTD-RECORD==.
           COPY YTDREC REPLACING ==EMPLOYEE-YTD-RECORD==
               BY ==TRIAL-YTD-RECORD==.
       01  WS-CURRENT-RECORD           PIC X(179).
       01  WS-NEXT-RECORD              PIC X(179).

      *> GL interface and employer-liability lines as
      *> EmployeePayroll writes them.
       01  WS-GL-RECORD.
           05  WS-GL-DEPT-CODE         PIC X(4).
           05  WS-GL-ACCOUNT-CODE      PIC X(10).
           05  WS-GL-ACCOUNT-NAME      PIC X(20).
           05  WS-GL-DEBIT-CREDIT      PIC X(1).
           05  WS-GL-AMOUNT            PIC 9(9)V99.
           05  WS-GL-COMPANY-CODE      PIC X(3).
       01  WS-BASE-LIABILITY.
           05  BLIAB-EMP-ID            PIC 9(5).
           05  BLIAB-FICA-MATCH        PIC 9(5)V99.
           05  BLIAB-MEDICARE-MATCH    PIC 9(5)V99.
           05  BLIAB-401K-MATCH        PIC 9(5)V99.
           05  BLIAB-TOTAL-LIABILITY   PIC 9(5)V99.
           05  BLIAB-FUTA              PIC 9(5)V99.
           05  BLIAB-SUTA              PIC 9(5)V99.
           05  BLIAB-SUTA-STATE        PIC X(2).
       01  WS-TRIAL-LIABILITY.
           05  TLIAB-EMP-ID            PIC 9(5).
           05  TLIAB-FICA-MATCH        PIC 9(5)V99.
           05  TLIAB-MEDICARE-MATCH    PIC 9(5)V99.
           05  TLIAB-401K-MATCH        PIC 9(5)V99.
           05  TLIAB-TOTAL-LIABILITY   PIC 9(5)V99.
           05  TLIAB-FUTA              PIC 9(5)V99.
           05  TLIAB-SUTA              PIC 9(5)V99.
           05  TLIAB-SUTA-STATE        PIC X(2).

      *> The production run loaded once and matched in place; the
      *> MATCHED flag finds the employees the trial run left out.
      *> A second record for the same EMP-ID matches the next
      *> unmatched one, so an off-cycle pair still lines up.
       01  WS-BASE-PAY-TABLE.
           05  WS-BASE-PAY-ENTRY OCCURS 2000 TIMES.
               10  WS-BPY-IMAGE        PIC X(179).
               10  WS-BPY-MATCHED      PIC X(1).
       01  WS-BASE-PAY-COUNT           PIC 9(4) VALUE 0.
       01  WS-BASE-LIAB-TABLE.
           05  WS-BASE-LIAB-ENTRY OCCURS 2000 TIMES.
               10  WS-BLB-IMAGE        PIC X(49).
               10  WS-BLB-MATCHED      PIC X(1).
       01  WS-BASE-LIAB-COUNT          PIC 9(4) VALUE 0.
       01  WS-TBL-SUB                  PIC 9(4) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(4) VALUE 0.
       01  WS-TABLE-DROPPED            PIC 9(7) VALUE 0.

      *> GL lines summed by company, department, account and side
      *> for each run, then compared line for line.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 1000 TIMES.
               10  WS-GLT-KEY.
                   15  WS-GLT-COMPANY  PIC X(3).
                   15  WS-GLT-DEPT     PIC X(4).
                   15  WS-GLT-ACCOUNT  PIC X(10).
                   15  WS-GLT-SIDE     PIC X(1).
               10  WS-GLT-BASE-AMOUNT  PIC 9(11)V99.
               10  WS-GLT-TRIAL-AMOUNT PIC 9(11)V99.
               10  WS-GLT-BASE-LINES   PIC 9(5).
               10  WS-GLT-TRIAL-LINES  PIC 9(5).
       01  WS-GL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-GL-SEARCH-KEY            PIC X(18) VALUE SPACES.
       01  WS-GL-FROM-TRIAL            PIC X    VALUE 'N'.

      *> Per-field summary, and the tolerance each field is held to.
       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 150 TIMES.
               10  WS-FLD-NAME         PIC X(24).
               10  WS-FLD-TOLERANCE    PIC 9(7)V99.
               10  WS-FLD-IGNORE       PIC X(1).
               10  WS-FLD-IS-TEXT      PIC X(1).
               10  WS-FLD-DIFF-COUNT   PIC 9(7).
               10  WS-FLD-NET-DIFF     PIC S9(11)V99.
               10  WS-FLD-ABS-DIFF     PIC 9(11)V99.
       01  WS-FIELD-COUNT              PIC 9(3) VALUE 0.
       01  WS-FLD-SUB                  PIC 9(3) VALUE 0.
       01  WS-FLD-IDX                  PIC 9(3) VALUE 0.

      *> One comparison: the caller names the file, key and field
      *> and fills either the amounts or the texts.
       01  WS-CMP-FILE                 PIC X(4)  VALUE SPACES.
       01  WS-CMP-KEY                  PIC X(20) VALUE SPACES.
       01  WS-CMP-FIELD-NAME           PIC X(24) VALUE SPACES.
       01  WS-CMP-BASE-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-CMP-TRIAL-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  WS-CMP-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01  WS-CMP-ABS-DIFFERENCE       PIC 9(11)V99 VALUE 0.
       01  WS-CMP-BASE-TEXT            PIC X(20) VALUE SPACES.
       01  WS-CMP-TRIAL-TEXT           PIC X(20) VALUE SPACES.

       01  WS-DIFFERENCE-COUNT         PIC 9(7) VALUE 0.
       01  WS-ONE-SIDED-COUNT          PIC 9(7) VALUE 0.
       01  WS-PAY-BASE-READ            PIC 9(7) VALUE 0.
       01  WS-PAY-TRIAL-READ           PIC 9(7) VALUE 0.
       01  WS-PAY-MATCHED              PIC 9(7) VALUE 0.
       01  WS-PAY-BASE-ONLY            PIC 9(7) VALUE 0.
       01  WS-PAY-TRIAL-ONLY           PIC 9(7) VALUE 0.
       01  WS-YTD-BASE-READ            PIC 9(7) VALUE 0.
       01  WS-YTD-TRIAL-READ           PIC 9(7) VALUE 0.
       01  WS-YTD-MATCHED              PIC 9(7) VALUE 0.
       01  WS-YTD-BASE-ONLY            PIC 9(7) VALUE 0.
       01  WS-YTD-TRIAL-ONLY           PIC 9(7) VALUE 0.
       01  WS-GL-BASE-READ             PIC 9(7) VALUE 0.
       01  WS-GL-TRIAL-READ            PIC 9(7) VALUE 0.
       01  WS-LIAB-BASE-READ           PIC 9(7) VALUE 0.
       01  WS-LIAB-TRIAL-READ          PIC 9(7) VALUE 0.
       01  WS-LIAB-MATCHED             PIC 9(7) VALUE 0.
       01  WS-LIAB-BASE-ONLY           PIC 9(7) VALUE 0.
       01  WS-LIAB-TRIAL-ONLY          PIC 9(7) VALUE 0.
       01  WS-YTD-BASE-MATCH-KEY       PIC X(5) VALUE SPACES.
       01  WS-YTD-TRIAL-MATCH-KEY      PIC X(5) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(36) VALUE
               'PARALLEL-RUN COMPARISON - RUN DATE '.
           05  WS-RPH-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(22) VALUE
               '  DEFAULT TOLERANCE  '.
           05  WS-RPH-TOLERANCE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPH-TEST-REGION      PIC X(40) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'FILE KEY                  '.
           05  FILLER                  PIC X(25) VALUE 'FIELD'.
           05  FILLER                  PIC X(21) VALUE 'PRODUCTION'.
           05  FILLER                  PIC X(21) VALUE 'TRIAL'.
           05  FILLER                  PIC X(20) VALUE 'DIFFERENCE'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-FILE             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-KEY              PIC X(20).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-DTL-FIELD            PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-BASE             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-TRIAL            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-DIFFERENCE       PIC X(20).
       01  WS-EDIT-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-HEADING.
           05  FILLER                  PIC X(25) VALUE 'FIELD'.
           05  FILLER                  PIC X(15) VALUE
               '      TOLERANCE'.
           05  FILLER                  PIC X(11) VALUE '    DIFFERS'.
           05  FILLER                  PIC X(20) VALUE
               '      NET DIFFERENCE'.
           05  FILLER                  PIC X(20) VALUE
               '    TOTAL DIFFERENCE'.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-FIELD            PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SUM-TOLERANCE        PIC X(15).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SUM-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-SUM-NET              PIC X(20).
           05  WS-SUM-ABS              PIC X(20).
       01  WS-EDIT-TOLERANCE           PIC Z,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           05  WS-CNT-NAME             PIC X(40).
           05  WS-CNT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CNT-AMOUNT           PIC X(20).

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-CMP-PARM-CARD
           ACCEPT WS-CMP-PARM-CARD FROM SYSIN
           IF WS-CMP-PARM-TOLERANCE IS NUMERIC
               MOVE WS-CMP-PARM-TOLERANCE-N TO WS-DEFAULT-TOLERANCE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT COMPARE-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-RPH-RUN-DATE
           MOVE WS-DEFAULT-TOLERANCE TO WS-RPH-TOLERANCE
           IF WS-CMP-PARM-TEST-REGION = 'T'
               MOVE 'TEST REGION: NAMES/BANK NOT COMPARED'
                   TO WS-RPH-TEST-REGION
           END-IF
           WRITE COMPARE-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE FROM WS-COLUMN-HEADING

           PERFORM LOAD-TOLERANCE-CARDS
           IF WS-CMP-PARM-TEST-REGION = 'T'
               PERFORM IGNORE-SCRAMBLED-FIELDS
           END-IF

           PERFORM COMPARE-PAYROLL-FILES
           IF WS-WORST-RC < 16
               PERFORM COMPARE-YTD-FILES
               PERFORM COMPARE-GL-FILES
               PERFORM COMPARE-LIABILITY-FILES
           END-IF

           PERFORM PRINT-FIELD-SUMMARY
           PERFORM PRINT-RUN-COUNTS

           IF WS-WORST-RC < 8 AND
                   (WS-DIFFERENCE-COUNT > 0 OR WS-ONE-SIDED-COUNT > 0)
               MOVE 8 TO WS-WORST-RC
           END-IF
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-WORST-RC >= 16
                   MOVE 'RESULT: NOT A VALID COMPARISON - SEE MESSAGES'
                       TO COMPARE-REPORT-LINE
               WHEN WS-WORST-RC >= 8
                   MOVE 'RESULT: FAILED - TRIAL DOES NOT MATCH'
                       TO COMPARE-REPORT-LINE
               WHEN OTHER
                   MOVE 'RESULT: PASSED - TRIAL MATCHES PRODUCTION'
                       TO COMPARE-REPORT-LINE
           END-EVALUATE
           WRITE COMPARE-REPORT-LINE
           CLOSE COMPARE-REPORT-FILE

           DISPLAY 'PARALLEL-COMPARE DIFFERENCES: ' WS-DIFFERENCE-COUNT
               ' ONE-SIDED: ' WS-ONE-SIDED-COUNT
               ' CONDITION: ' WS-WORST-RC
           MOVE WS-WORST-RC TO RETURN-CODE
           STOP RUN.

       LOAD-TOLERANCE-CARDS.
      *>   No CMPTOL dataset just means every field is held to the
      *>   default tolerance.
           OPEN INPUT TOLERANCE-CARD-FILE
           IF WS-CMPTOL-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ TOLERANCE-CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM APPLY-TOLERANCE-CARD
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-CARD-FILE
           END-IF
           EXIT.

       APPLY-TOLERANCE-CARD.
           IF TOLC-FIELD-NAME NOT = SPACES AND
                   TOLC-FIELD-NAME(1:1) NOT = '*'
               MOVE TOLC-FIELD-NAME TO WS-CMP-FIELD-NAME
               PERFORM FIND-FIELD-ENTRY
               IF WS-FLD-SUB > 0
                   IF TOLC-TOLERANCE IS NUMERIC
                       MOVE TOLC-TOLERANCE-N
                           TO WS-FLD-TOLERANCE(WS-FLD-SUB)
                   END-IF
                   IF TOLC-IGNORE = 'I'
                       MOVE 'Y' TO WS-FLD-IGNORE(WS-FLD-SUB)
                   END-IF
               END-IF
           END-IF
           EXIT.

       IGNORE-SCRAMBLED-FIELDS.
      *>   A trial against the scrambled test-region masters carries
      *>   made-up names and bank numbers by design.
           MOVE 'PAY EMP-NAME-OUT' TO WS-CMP-FIELD-NAME
           PERFORM IGNORE-ONE-FIELD
           MOVE 'PAY BANK-ROUTING-OUT' TO WS-CMP-FIELD-NAME
           PERFORM IGNORE-ONE-FIELD
           MOVE 'PAY BANK-ACCOUNT-OUT' TO WS-CMP-FIELD-NAME
           PERFORM IGNORE-ONE-FIELD
           EXIT.

       IGNORE-ONE-FIELD.
           PERFORM FIND-FIELD-ENTRY
           IF WS-FLD-SUB > 0
               MOVE 'Y' TO WS-FLD-IGNORE(WS-FLD-SUB)
               MOVE 'Y' TO WS-FLD-IS-TEXT(WS-FLD-SUB)
           END-IF
           EXIT.

       FIND-FIELD-ENTRY.
      *>   Finds the field's summary entry, adding it at the default
      *>   tolerance the first time the field is seen.
           MOVE 0 TO WS-FLD-SUB
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT OR WS-FLD-SUB > 0
               IF WS-FLD-NAME(WS-FLD-IDX) = WS-CMP-FIELD-NAME
                   MOVE WS-FLD-IDX TO WS-FLD-SUB
               END-IF
           END-PERFORM
           IF WS-FLD-SUB = 0
               IF WS-FIELD-COUNT < 150
                   ADD 1 TO WS-FIELD-COUNT
                   MOVE WS-FIELD-COUNT TO WS-FLD-SUB
                   MOVE WS-CMP-FIELD-NAME TO WS-FLD-NAME(WS-FLD-SUB)
                   MOVE WS-DEFAULT-TOLERANCE
                       TO WS-FLD-TOLERANCE(WS-FLD-SUB)
                   MOVE 'N' TO WS-FLD-IGNORE(WS-FLD-SUB)
                   MOVE 'N' TO WS-FLD-IS-TEXT(WS-FLD-SUB)
                   MOVE 0 TO WS-FLD-DIFF-COUNT(WS-FLD-SUB)
                   MOVE 0 TO WS-FLD-NET-DIFF(WS-FLD-SUB)
                   MOVE 0 TO WS-FLD-ABS-DIFF(WS-FLD-SUB)
               ELSE
                   DISPLAY 'PARALLEL-COMPARE: FIELD TABLE FULL AT '
                       WS-CMP-FIELD-NAME
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-IF
           EXIT.

      *>   Money fields: a difference beyond the field's tolerance
      *>   prints and counts; within tolerance it is noise.
       COMPARE-AMOUNT.
           PERFORM FIND-FIELD-ENTRY
           IF WS-FLD-SUB > 0
               IF WS-FLD-IGNORE(WS-FLD-SUB) NOT = 'Y'
                   COMPUTE WS-CMP-DIFFERENCE =
                       WS-CMP-TRIAL-AMOUNT - WS-CMP-BASE-AMOUNT
                   IF WS-CMP-DIFFERENCE < 0
                       COMPUTE WS-CMP-ABS-DIFFERENCE =
                           0 - WS-CMP-DIFFERENCE
                   ELSE
                       MOVE WS-CMP-DIFFERENCE TO WS-CMP-ABS-DIFFERENCE
                   END-IF
                   IF WS-CMP-ABS-DIFFERENCE >
                           WS-FLD-TOLERANCE(WS-FLD-SUB)
                       ADD 1 TO WS-FLD-DIFF-COUNT(WS-FLD-SUB)
                       ADD WS-CMP-DIFFERENCE
                           TO WS-FLD-NET-DIFF(WS-FLD-SUB)
                       ADD WS-CMP-ABS-DIFFERENCE
                           TO WS-FLD-ABS-DIFF(WS-FLD-SUB)
                       ADD 1 TO WS-DIFFERENCE-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE WS-CMP-FILE TO WS-DTL-FILE
                       MOVE WS-CMP-KEY TO WS-DTL-KEY
                       MOVE WS-CMP-FIELD-NAME TO WS-DTL-FIELD
                       MOVE WS-CMP-BASE-AMOUNT TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-DTL-BASE
                       MOVE WS-CMP-TRIAL-AMOUNT TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-DTL-TRIAL
                       MOVE WS-CMP-DIFFERENCE TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-DTL-DIFFERENCE
                       WRITE COMPARE-REPORT-LINE FROM WS-DETAIL-LINE
                   END-IF
               END-IF
           END-IF
           EXIT.

      *>   Codes, dates and names: any difference at all counts.
       COMPARE-TEXT.
           PERFORM FIND-FIELD-ENTRY
           IF WS-FLD-SUB > 0
               MOVE 'Y' TO WS-FLD-IS-TEXT(WS-FLD-SUB)
               IF WS-FLD-IGNORE(WS-FLD-SUB) NOT = 'Y' AND
                       WS-CMP-BASE-TEXT NOT = WS-CMP-TRIAL-TEXT
                   ADD 1 TO WS-FLD-DIFF-COUNT(WS-FLD-SUB)
                   ADD 1 TO WS-DIFFERENCE-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-CMP-FILE TO WS-DTL-FILE
                   MOVE WS-CMP-KEY TO WS-DTL-KEY
                   MOVE WS-CMP-FIELD-NAME TO WS-DTL-FIELD
                   MOVE WS-CMP-BASE-TEXT TO WS-DTL-BASE
                   MOVE WS-CMP-TRIAL-TEXT TO WS-DTL-TRIAL
                   MOVE 'CHANGED' TO WS-DTL-DIFFERENCE
                   WRITE COMPARE-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF
           EXIT.

       REPORT-ONE-SIDED.
      *>   WS-DTL-BASE/TRIAL already say which run has the record.
           ADD 1 TO WS-ONE-SIDED-COUNT
           MOVE WS-CMP-FILE TO WS-DTL-FILE
           MOVE WS-CMP-KEY TO WS-DTL-KEY
           MOVE '(WHOLE RECORD)' TO WS-DTL-FIELD
           MOVE SPACES TO WS-DTL-DIFFERENCE
           WRITE COMPARE-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       CHECK-OPTIONAL-PAIR.
      *>   Both files of a pair, or neither: one without the other is
      *>   a JCL slip worth a warning, not a comparison.
           MOVE 'N' TO WS-PAIR-USABLE
           EVALUATE TRUE
               WHEN WS-PAIR-STATUS-1 = '00' AND WS-PAIR-STATUS-2 = '00'
                   MOVE 'Y' TO WS-PAIR-USABLE
               WHEN WS-PAIR-STATUS-1 = '00' OR WS-PAIR-STATUS-2 = '00'
                   DISPLAY 'PARALLEL-COMPARE: ONLY ONE ' WS-PAIR-NAME
                       ' FILE SUPPLIED - NOT COMPARED'
                   IF WS-WORST-RC < 4
                       MOVE 4 TO WS-WORST-RC
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARALLEL-COMPARE: NO ' WS-PAIR-NAME
                       ' FILES SUPPLIED - NOT COMPARED'
           END-EVALUATE
           EXIT.

      *>   PAYROLL-FILE pair. Same one-record lookahead as
      *>   VarianceGate so the trailer is never read as an employee.
       COMPARE-PAYROLL-FILES.
           OPEN INPUT BASE-PAYROLL-FILE
           OPEN INPUT TRIAL-PAYROLL-FILE
           IF WS-BASEPAY-FILE-STATUS NOT = '00' OR
                   WS-TRIALPAY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL FILES, STATUS: '
                   WS-BASEPAY-FILE-STATUS ' / '
                   WS-TRIALPAY-FILE-STATUS
               MOVE 16 TO WS-WORST-RC
           ELSE
               PERFORM LOAD-BASE-PAYROLL
               PERFORM MATCH-TRIAL-PAYROLL
               PERFORM REPORT-BASE-PAYROLL-ONLY
               MOVE 'PAY' TO WS-CMP-FILE
               MOVE 'TRAILER' TO WS-CMP-KEY
               MOVE 'PAY TRAILER GROSS' TO WS-CMP-FIELD-NAME
               MOVE PAY-TRL-TOTAL-GROSS IN BASE-PAYROLL-TRAILER
                   TO WS-CMP-BASE-AMOUNT
               MOVE PAY-TRL-TOTAL-GROSS IN TRIAL-PAYROLL-TRAILER
                   TO WS-CMP-TRIAL-AMOUNT
               PERFORM COMPARE-AMOUNT
               CLOSE BASE-PAYROLL-FILE
               CLOSE TRIAL-PAYROLL-FILE
           END-IF
           EXIT.

       LOAD-BASE-PAYROLL.
           MOVE 0 TO PAY-TRL-RECORD-COUNT IN BASE-PAYROLL-TRAILER
           MOVE 0 TO PAY-TRL-TOTAL-GROSS IN BASE-PAYROLL-TRAILER
           MOVE 'N' TO WS-END-OF-FILE
           READ BASE-PAYROLL-FILE INTO WS-CURRENT-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ BASE-PAYROLL-FILE INTO WS-NEXT-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                       MOVE WS-CURRENT-RECORD TO BASE-PAYROLL-TRAILER
               END-READ
               IF WS-END-OF-FILE = 'N'
                   ADD 1 TO WS-PAY-BASE-READ
                   IF WS-BASE-PAY-COUNT < 2000
                       ADD 1 TO WS-BASE-PAY-COUNT
                       MOVE WS-CURRENT-RECORD
                           TO WS-BPY-IMAGE(WS-BASE-PAY-COUNT)
                       MOVE 'N' TO WS-BPY-MATCHED(WS-BASE-PAY-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-DROPPED
                   END-IF
                   MOVE WS-NEXT-RECORD TO WS-CURRENT-RECORD
               END-IF
           END-PERFORM
      *>   A production record the table could not hold would read
      *>   as "trial only" - the comparison would be a lie.
           IF WS-TABLE-DROPPED > 0
               DISPLAY 'PARALLEL-COMPARE: PAYROLL TABLE FULL, '
                   WS-TABLE-DROPPED ' RECORDS NOT LOADED - '
                   'RAISE THE TABLE LIMIT'
               MOVE 16 TO WS-WORST-RC
           END-IF
           EXIT.

       MATCH-TRIAL-PAYROLL.
           MOVE 0 TO PAY-TRL-RECORD-COUNT IN TRIAL-PAYROLL-TRAILER
           MOVE 0 TO PAY-TRL-TOTAL-GROSS IN TRIAL-PAYROLL-TRAILER
           MOVE 'N' TO WS-END-OF-FILE
           READ TRIAL-PAYROLL-FILE INTO WS-CURRENT-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ TRIAL-PAYROLL-FILE INTO WS-NEXT-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                       MOVE WS-CURRENT-RECORD TO TRIAL-PAYROLL-TRAILER
               END-READ
               IF WS-END-OF-FILE = 'N'
                   ADD 1 TO WS-PAY-TRIAL-READ
                   MOVE WS-CURRENT-RECORD TO TRIAL-PAYROLL-RECORD
                   PERFORM MATCH-ONE-TRIAL-PAY
                   MOVE WS-NEXT-RECORD TO WS-CURRENT-RECORD
               END-IF
           END-PERFORM
           EXIT.

       MATCH-ONE-TRIAL-PAY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-BASE-PAY-COUNT
                       OR WS-FOUND-SUB > 0
               IF WS-BPY-MATCHED(WS-TBL-SUB) = 'N' AND
                       WS-BPY-IMAGE(WS-TBL-SUB)(1:5) =
                       EMP-ID-OUT IN TRIAL-PAYROLL-RECORD
                   MOVE WS-TBL-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE 'PAY' TO WS-CMP-FILE
           MOVE EMP-ID-OUT IN TRIAL-PAYROLL-RECORD TO WS-CMP-KEY
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-PAY-TRIAL-ONLY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'NOT PAID' TO WS-DTL-BASE
               MOVE GROSS-PAY IN TRIAL-PAYROLL-RECORD
                   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-DTL-TRIAL
               PERFORM REPORT-ONE-SIDED
           ELSE
               MOVE 'Y' TO WS-BPY-MATCHED(WS-FOUND-SUB)
               ADD 1 TO WS-PAY-MATCHED
               MOVE WS-BPY-IMAGE(WS-FOUND-SUB) TO BASE-PAYROLL-RECORD
               PERFORM COMPARE-PAYROLL-FIELDS
           END-IF
           EXIT.

       REPORT-BASE-PAYROLL-ONLY.
           MOVE 'PAY' TO WS-CMP-FILE
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-BASE-PAY-COUNT
               IF WS-BPY-MATCHED(WS-TBL-SUB) = 'N'
                   ADD 1 TO WS-PAY-BASE-ONLY
                   MOVE WS-BPY-IMAGE(WS-TBL-SUB) TO BASE-PAYROLL-RECORD
                   MOVE EMP-ID-OUT IN BASE-PAYROLL-RECORD TO WS-CMP-KEY
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE GROSS-PAY IN BASE-PAYROLL-RECORD
                       TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WS-DTL-BASE
                   MOVE 'NOT PAID' TO WS-DTL-TRIAL
                   PERFORM REPORT-ONE-SIDED
               END-IF
           END-PERFORM
           EXIT.

       COMPARE-PAYROLL-FIELDS.
           MOVE 'PAY EMP-NAME-OUT' TO WS-CMP-FIELD-NAME
           MOVE EMP-NAME-OUT IN BASE-PAYROLL-RECORD TO WS-CMP-BASE-TEXT
           MOVE EMP-NAME-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY DEPT-CODE-OUT' TO WS-CMP-FIELD-NAME
           MOVE DEPT-CODE-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE DEPT-CODE-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY BANK-ROUTING-OUT' TO WS-CMP-FIELD-NAME
           MOVE BANK-ROUTING-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE BANK-ROUTING-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY BANK-ACCOUNT-OUT' TO WS-CMP-FIELD-NAME
           MOVE BANK-ACCOUNT-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE BANK-ACCOUNT-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY RUN-TYPE' TO WS-CMP-FIELD-NAME
           MOVE RUN-TYPE IN BASE-PAYROLL-RECORD TO WS-CMP-BASE-TEXT
           MOVE RUN-TYPE IN TRIAL-PAYROLL-RECORD TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY PAY-PERIOD-START' TO WS-CMP-FIELD-NAME
           MOVE PAY-PERIOD-START-DATE IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE PAY-PERIOD-START-DATE IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY PAY-PERIOD-END' TO WS-CMP-FIELD-NAME
           MOVE PAY-PERIOD-END-DATE IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE PAY-PERIOD-END-DATE IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY CURRENCY-CODE-OUT' TO WS-CMP-FIELD-NAME
           MOVE CURRENCY-CODE-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE CURRENCY-CODE-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY PAYMENT-METHOD-OUT' TO WS-CMP-FIELD-NAME
           MOVE PAYMENT-METHOD-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE PAYMENT-METHOD-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY COMPANY-CODE-OUT' TO WS-CMP-FIELD-NAME
           MOVE COMPANY-CODE-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE COMPANY-CODE-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY STATE-CODE-OUT' TO WS-CMP-FIELD-NAME
           MOVE STATE-CODE-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE STATE-CODE-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY LOCALITY-CODE-OUT' TO WS-CMP-FIELD-NAME
           MOVE LOCALITY-CODE-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE LOCALITY-CODE-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           MOVE 'PAY SDI-STATE-OUT' TO WS-CMP-FIELD-NAME
           MOVE SDI-STATE-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE SDI-STATE-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT

           MOVE 'PAY GROSS-PAY' TO WS-CMP-FIELD-NAME
           MOVE GROSS-PAY IN BASE-PAYROLL-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE GROSS-PAY IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY FEDERAL-TAX-OUT' TO WS-CMP-FIELD-NAME
           MOVE FEDERAL-TAX-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE FEDERAL-TAX-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY STATE-TAX-OUT' TO WS-CMP-FIELD-NAME
           MOVE STATE-TAX-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE STATE-TAX-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY LOCAL-TAX-OUT' TO WS-CMP-FIELD-NAME
           MOVE LOCAL-TAX-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE LOCAL-TAX-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY SDI-TAX-OUT' TO WS-CMP-FIELD-NAME
           MOVE SDI-TAX-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE SDI-TAX-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY PFL-TAX-OUT' TO WS-CMP-FIELD-NAME
           MOVE PFL-TAX-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE PFL-TAX-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY DED-HEALTH-OUT' TO WS-CMP-FIELD-NAME
           MOVE DED-HEALTH-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE DED-HEALTH-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY DED-401K-OUT' TO WS-CMP-FIELD-NAME
           MOVE DED-401K-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE DED-401K-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY DED-UNION-OUT' TO WS-CMP-FIELD-NAME
           MOVE DED-UNION-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE DED-UNION-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY INCTAX-WAGES-OUT' TO WS-CMP-FIELD-NAME
           MOVE INCTAX-WAGES-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE INCTAX-WAGES-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY FICA-WAGES-OUT' TO WS-CMP-FIELD-NAME
           MOVE FICA-WAGES-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE FICA-WAGES-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY FUTA-WAGES-OUT' TO WS-CMP-FIELD-NAME
           MOVE FUTA-WAGES-OUT IN BASE-PAYROLL-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE FUTA-WAGES-OUT IN TRIAL-PAYROLL-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
      *>   Generations written before reimbursements existed carry
      *>   no figure here.
           MOVE 'PAY REIMBURSEMENT-OUT' TO WS-CMP-FIELD-NAME
           MOVE 0 TO WS-CMP-BASE-AMOUNT
           MOVE 0 TO WS-CMP-TRIAL-AMOUNT
           IF REIMBURSEMENT-OUT IN BASE-PAYROLL-RECORD IS NUMERIC
               MOVE REIMBURSEMENT-OUT IN BASE-PAYROLL-RECORD
                   TO WS-CMP-BASE-AMOUNT
           END-IF
           IF REIMBURSEMENT-OUT IN TRIAL-PAYROLL-RECORD IS NUMERIC
               MOVE REIMBURSEMENT-OUT IN TRIAL-PAYROLL-RECORD
                   TO WS-CMP-TRIAL-AMOUNT
           END-IF
           PERFORM COMPARE-AMOUNT
           MOVE 'PAY NET-PAY' TO WS-CMP-FIELD-NAME
           MOVE NET-PAY IN BASE-PAYROLL-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE NET-PAY IN TRIAL-PAYROLL-RECORD TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           EXIT.

      *>   YTD pair: both keyed on EMP-ID and read in key order, so
      *>   they are matched as a balance-line merge.
       COMPARE-YTD-FILES.
           OPEN INPUT BASE-YTD-FILE
           OPEN INPUT TRIAL-YTD-FILE
           MOVE 'YTD' TO WS-PAIR-NAME
           MOVE WS-BASEYTD-FILE-STATUS TO WS-PAIR-STATUS-1
           MOVE WS-TRIALYTD-FILE-STATUS TO WS-PAIR-STATUS-2
           PERFORM CHECK-OPTIONAL-PAIR
           IF WS-PAIR-USABLE = 'Y'
               MOVE 'YTD' TO WS-CMP-FILE
               PERFORM READ-BASE-YTD
               PERFORM READ-TRIAL-YTD
               PERFORM UNTIL WS-YTD-BASE-MATCH-KEY = HIGH-VALUES AND
                       WS-YTD-TRIAL-MATCH-KEY = HIGH-VALUES
                   EVALUATE TRUE
                       WHEN WS-YTD-BASE-MATCH-KEY =
                               WS-YTD-TRIAL-MATCH-KEY
                           ADD 1 TO WS-YTD-MATCHED
                           MOVE WS-YTD-BASE-MATCH-KEY TO WS-CMP-KEY
                           PERFORM COMPARE-YTD-FIELDS
                           PERFORM READ-BASE-YTD
                           PERFORM READ-TRIAL-YTD
                       WHEN WS-YTD-BASE-MATCH-KEY <
                               WS-YTD-TRIAL-MATCH-KEY
                           ADD 1 TO WS-YTD-BASE-ONLY
                           MOVE WS-YTD-BASE-MATCH-KEY TO WS-CMP-KEY
                           MOVE SPACES TO WS-DETAIL-LINE
                           MOVE YTD-GROSS-PAY IN BASE-YTD-RECORD
                               TO WS-EDIT-AMOUNT
                           MOVE WS-EDIT-AMOUNT TO WS-DTL-BASE
                           MOVE 'NO YTD RECORD' TO WS-DTL-TRIAL
                           PERFORM REPORT-ONE-SIDED
                           PERFORM READ-BASE-YTD
                       WHEN OTHER
                           ADD 1 TO WS-YTD-TRIAL-ONLY
                           MOVE WS-YTD-TRIAL-MATCH-KEY TO WS-CMP-KEY
                           MOVE SPACES TO WS-DETAIL-LINE
                           MOVE 'NO YTD RECORD' TO WS-DTL-BASE
                           MOVE YTD-GROSS-PAY IN TRIAL-YTD-RECORD
                               TO WS-EDIT-AMOUNT
                           MOVE WS-EDIT-AMOUNT TO WS-DTL-TRIAL
                           PERFORM REPORT-ONE-SIDED
                           PERFORM READ-TRIAL-YTD
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF WS-BASEYTD-FILE-STATUS = '00'
               CLOSE BASE-YTD-FILE
           END-IF
           IF WS-TRIALYTD-FILE-STATUS = '00'
               CLOSE TRIAL-YTD-FILE
           END-IF
           EXIT.

       READ-BASE-YTD.
           READ BASE-YTD-FILE INTO BASE-YTD-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-YTD-BASE-MATCH-KEY
               NOT AT END
                   ADD 1 TO WS-YTD-BASE-READ
                   MOVE YTD-EMP-ID IN BASE-YTD-RECORD
                       TO WS-YTD-BASE-MATCH-KEY
           END-READ
           EXIT.

       READ-TRIAL-YTD.
           READ TRIAL-YTD-FILE INTO TRIAL-YTD-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-YTD-TRIAL-MATCH-KEY
               NOT AT END
                   ADD 1 TO WS-YTD-TRIAL-READ
                   MOVE YTD-EMP-ID IN TRIAL-YTD-RECORD
                       TO WS-YTD-TRIAL-MATCH-KEY
           END-READ
           EXIT.

       COMPARE-YTD-FIELDS.
      *>   Buckets appended behind the original layout read
      *>   non-numeric on a record not yet updated since; they
      *>   compare as zero, the value the payroll run starts them at.
           PERFORM ZERO-UNSET-YTD-BUCKETS
           MOVE 'YTD YTD-GROSS-PAY' TO WS-CMP-FIELD-NAME
           MOVE YTD-GROSS-PAY IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-GROSS-PAY IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-FEDERAL-TAX' TO WS-CMP-FIELD-NAME
           MOVE YTD-FEDERAL-TAX IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-FEDERAL-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-STATE-TAX' TO WS-CMP-FIELD-NAME
           MOVE YTD-STATE-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-STATE-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-DEDUCTIONS' TO WS-CMP-FIELD-NAME
           MOVE YTD-DEDUCTIONS IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-DEDUCTIONS IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-GROSS-PAY' TO WS-CMP-FIELD-NAME
           MOVE QTD-GROSS-PAY IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE QTD-GROSS-PAY IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-FEDERAL-TAX' TO WS-CMP-FIELD-NAME
           MOVE QTD-FEDERAL-TAX IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-FEDERAL-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-STATE-TAX' TO WS-CMP-FIELD-NAME
           MOVE QTD-STATE-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE QTD-STATE-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-DEDUCTIONS' TO WS-CMP-FIELD-NAME
           MOVE QTD-DEDUCTIONS IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-DEDUCTIONS IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-FICA-MATCH' TO WS-CMP-FIELD-NAME
           MOVE QTD-FICA-MATCH IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-FICA-MATCH IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-MEDICARE-MATCH' TO WS-CMP-FIELD-NAME
           MOVE QTD-MEDICARE-MATCH IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-MEDICARE-MATCH IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-LOCAL-TAX' TO WS-CMP-FIELD-NAME
           MOVE YTD-LOCAL-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-LOCAL-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-LOCAL-TAX' TO WS-CMP-FIELD-NAME
           MOVE QTD-LOCAL-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE QTD-LOCAL-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-DED-HEALTH' TO WS-CMP-FIELD-NAME
           MOVE YTD-DED-HEALTH IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-DED-HEALTH IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-DED-401K' TO WS-CMP-FIELD-NAME
           MOVE YTD-DED-401K IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-DED-401K IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-DED-UNION' TO WS-CMP-FIELD-NAME
           MOVE YTD-DED-UNION IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-DED-UNION IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-DED-OTHER' TO WS-CMP-FIELD-NAME
           MOVE YTD-DED-OTHER IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-DED-OTHER IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-INCTAX-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-INCTAX-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-INCTAX-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-FICA-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-FICA-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-FICA-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-FUTA-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-FUTA-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-FUTA-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-INCTAX-WAGES' TO WS-CMP-FIELD-NAME
           MOVE QTD-INCTAX-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-INCTAX-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-FICA-WAGES' TO WS-CMP-FIELD-NAME
           MOVE QTD-FICA-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-FICA-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-FUTA-WAGES' TO WS-CMP-FIELD-NAME
           MOVE QTD-FUTA-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-FUTA-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-SUPP-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-SUPP-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-SUPP-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-SDI-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-SDI-WAGES IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-SDI-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-SDI-TAX' TO WS-CMP-FIELD-NAME
           MOVE YTD-SDI-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-SDI-TAX IN TRIAL-YTD-RECORD TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-PFL-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-PFL-WAGES IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-PFL-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-PFL-TAX' TO WS-CMP-FIELD-NAME
           MOVE YTD-PFL-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE YTD-PFL-TAX IN TRIAL-YTD-RECORD TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-SDI-WAGES' TO WS-CMP-FIELD-NAME
           MOVE QTD-SDI-WAGES IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE QTD-SDI-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-SDI-TAX' TO WS-CMP-FIELD-NAME
           MOVE QTD-SDI-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE QTD-SDI-TAX IN TRIAL-YTD-RECORD TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-PFL-WAGES' TO WS-CMP-FIELD-NAME
           MOVE QTD-PFL-WAGES IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE QTD-PFL-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-PFL-TAX' TO WS-CMP-FIELD-NAME
           MOVE QTD-PFL-TAX IN BASE-YTD-RECORD TO WS-CMP-BASE-AMOUNT
           MOVE QTD-PFL-TAX IN TRIAL-YTD-RECORD TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-SDI-ER-TAX' TO WS-CMP-FIELD-NAME
           MOVE QTD-SDI-ER-TAX IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-SDI-ER-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD QTD-PFL-ER-TAX' TO WS-CMP-FIELD-NAME
           MOVE QTD-PFL-ER-TAX IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE QTD-PFL-ER-TAX IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-PRED-FICA-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-PRED-FICA-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-PRED-FICA-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-PRED-FUTA-WAGES' TO WS-CMP-FIELD-NAME
           MOVE YTD-PRED-FUTA-WAGES IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-PRED-FUTA-WAGES IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-PRIOR-CO-401K' TO WS-CMP-FIELD-NAME
           MOVE YTD-PRIOR-CO-401K IN BASE-YTD-RECORD
               TO WS-CMP-BASE-AMOUNT
           MOVE YTD-PRIOR-CO-401K IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'YTD YTD-COMPANY-CODE' TO WS-CMP-FIELD-NAME
           MOVE YTD-COMPANY-CODE IN BASE-YTD-RECORD
               TO WS-CMP-BASE-TEXT
           MOVE YTD-COMPANY-CODE IN TRIAL-YTD-RECORD
               TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           EXIT.

       ZERO-UNSET-YTD-BUCKETS.
           IF YTD-INCTAX-WAGES IN BASE-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-INCTAX-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO YTD-FICA-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO YTD-FUTA-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO QTD-INCTAX-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO QTD-FICA-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO QTD-FUTA-WAGES IN BASE-YTD-RECORD
           END-IF
           IF YTD-INCTAX-WAGES IN TRIAL-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-INCTAX-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO YTD-FICA-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO YTD-FUTA-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-INCTAX-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-FICA-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-FUTA-WAGES IN TRIAL-YTD-RECORD
           END-IF
           IF YTD-SUPP-WAGES IN BASE-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-SUPP-WAGES IN BASE-YTD-RECORD
           END-IF
           IF YTD-SUPP-WAGES IN TRIAL-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-SUPP-WAGES IN TRIAL-YTD-RECORD
           END-IF
           IF YTD-SDI-WAGES IN BASE-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-SDI-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO YTD-SDI-TAX IN BASE-YTD-RECORD
               MOVE 0 TO YTD-PFL-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO YTD-PFL-TAX IN BASE-YTD-RECORD
               MOVE 0 TO QTD-SDI-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO QTD-SDI-TAX IN BASE-YTD-RECORD
               MOVE 0 TO QTD-PFL-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO QTD-PFL-TAX IN BASE-YTD-RECORD
               MOVE 0 TO QTD-SDI-ER-TAX IN BASE-YTD-RECORD
               MOVE 0 TO QTD-PFL-ER-TAX IN BASE-YTD-RECORD
           END-IF
           IF YTD-SDI-WAGES IN TRIAL-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-SDI-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO YTD-SDI-TAX IN TRIAL-YTD-RECORD
               MOVE 0 TO YTD-PFL-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO YTD-PFL-TAX IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-SDI-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-SDI-TAX IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-PFL-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-PFL-TAX IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-SDI-ER-TAX IN TRIAL-YTD-RECORD
               MOVE 0 TO QTD-PFL-ER-TAX IN TRIAL-YTD-RECORD
           END-IF
           IF YTD-PRED-FICA-WAGES IN BASE-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-PRED-FICA-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO YTD-PRED-FUTA-WAGES IN BASE-YTD-RECORD
               MOVE 0 TO YTD-PRIOR-CO-401K IN BASE-YTD-RECORD
           END-IF
           IF YTD-PRED-FICA-WAGES IN TRIAL-YTD-RECORD IS NOT NUMERIC
               MOVE 0 TO YTD-PRED-FICA-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO YTD-PRED-FUTA-WAGES IN TRIAL-YTD-RECORD
               MOVE 0 TO YTD-PRIOR-CO-401K IN TRIAL-YTD-RECORD
           END-IF
           EXIT.

      *>   GL pair: the journal is compared as posted totals per
      *>   company/department/account/side, since line order and
      *>   line splits are not the point - what accounting books is.
       COMPARE-GL-FILES.
           OPEN INPUT BASE-GL-FILE
           OPEN INPUT TRIAL-GL-FILE
           MOVE 'GL' TO WS-PAIR-NAME
           MOVE WS-BASEGL-FILE-STATUS TO WS-PAIR-STATUS-1
           MOVE WS-TRIALGL-FILE-STATUS TO WS-PAIR-STATUS-2
           PERFORM CHECK-OPTIONAL-PAIR
           IF WS-PAIR-USABLE = 'Y'
               MOVE 'N' TO WS-GL-FROM-TRIAL
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ BASE-GL-FILE INTO WS-GL-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-GL-BASE-READ
                           PERFORM ADD-GL-LINE
                   END-READ
               END-PERFORM
               MOVE 'Y' TO WS-GL-FROM-TRIAL
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ TRIAL-GL-FILE INTO WS-GL-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-GL-TRIAL-READ
                           PERFORM ADD-GL-LINE
                   END-READ
               END-PERFORM
               MOVE 'GL' TO WS-CMP-FILE
               MOVE 'GL GL-AMOUNT' TO WS-CMP-FIELD-NAME
               PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-GL-COUNT
                   MOVE WS-GLT-KEY(WS-TBL-SUB) TO WS-CMP-KEY
                   MOVE WS-GLT-BASE-AMOUNT(WS-TBL-SUB)
                       TO WS-CMP-BASE-AMOUNT
                   MOVE WS-GLT-TRIAL-AMOUNT(WS-TBL-SUB)
                       TO WS-CMP-TRIAL-AMOUNT
                   PERFORM COMPARE-AMOUNT
               END-PERFORM
           END-IF
           IF WS-BASEGL-FILE-STATUS = '00'
               CLOSE BASE-GL-FILE
           END-IF
           IF WS-TRIALGL-FILE-STATUS = '00'
               CLOSE TRIAL-GL-FILE
           END-IF
           EXIT.

       ADD-GL-LINE.
           MOVE WS-GL-COMPANY-CODE TO WS-GL-SEARCH-KEY(1:3)
           MOVE WS-GL-DEPT-CODE TO WS-GL-SEARCH-KEY(4:4)
           MOVE WS-GL-ACCOUNT-CODE TO WS-GL-SEARCH-KEY(8:10)
           MOVE WS-GL-DEBIT-CREDIT TO WS-GL-SEARCH-KEY(18:1)
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-GL-COUNT OR WS-FOUND-SUB > 0
               IF WS-GLT-KEY(WS-TBL-SUB) = WS-GL-SEARCH-KEY
                   MOVE WS-TBL-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-GL-COUNT < 1000
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-FOUND-SUB
                   MOVE WS-GL-SEARCH-KEY TO WS-GLT-KEY(WS-FOUND-SUB)
                   MOVE 0 TO WS-GLT-BASE-AMOUNT(WS-FOUND-SUB)
                   MOVE 0 TO WS-GLT-TRIAL-AMOUNT(WS-FOUND-SUB)
                   MOVE 0 TO WS-GLT-BASE-LINES(WS-FOUND-SUB)
                   MOVE 0 TO WS-GLT-TRIAL-LINES(WS-FOUND-SUB)
               ELSE
                   DISPLAY 'PARALLEL-COMPARE: GL TABLE FULL - '
                       'RAISE THE TABLE LIMIT'
                   MOVE 16 TO WS-WORST-RC
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               IF WS-GL-FROM-TRIAL = 'Y'
                   ADD WS-GL-AMOUNT TO WS-GLT-TRIAL-AMOUNT(WS-FOUND-SUB)
                   ADD 1 TO WS-GLT-TRIAL-LINES(WS-FOUND-SUB)
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GLT-BASE-AMOUNT(WS-FOUND-SUB)
                   ADD 1 TO WS-GLT-BASE-LINES(WS-FOUND-SUB)
               END-IF
           END-IF
           EXIT.

      *>   Employer-liability pair: one line per check, matched by
      *>   EMP-ID the same way as the payroll records.
       COMPARE-LIABILITY-FILES.
           OPEN INPUT BASE-LIABILITY-FILE
           OPEN INPUT TRIAL-LIABILITY-FILE
           MOVE 'LIAB' TO WS-PAIR-NAME
           MOVE WS-BASELIAB-FILE-STATUS TO WS-PAIR-STATUS-1
           MOVE WS-TRIALLIB-FILE-STATUS TO WS-PAIR-STATUS-2
           PERFORM CHECK-OPTIONAL-PAIR
           IF WS-PAIR-USABLE = 'Y'
               MOVE 0 TO WS-TABLE-DROPPED
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ BASE-LIABILITY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LIAB-BASE-READ
                           PERFORM STORE-BASE-LIABILITY
                   END-READ
               END-PERFORM
               IF WS-TABLE-DROPPED > 0
                   DISPLAY 'PARALLEL-COMPARE: LIABILITY TABLE FULL, '
                       WS-TABLE-DROPPED ' RECORDS NOT LOADED - '
                       'RAISE THE TABLE LIMIT'
                   MOVE 16 TO WS-WORST-RC
               END-IF
               MOVE 'LIAB' TO WS-CMP-FILE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ TRIAL-LIABILITY-FILE INTO WS-TRIAL-LIABILITY
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LIAB-TRIAL-READ
                           PERFORM MATCH-ONE-TRIAL-LIABILITY
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-BASE-LIAB-COUNT
                   IF WS-BLB-MATCHED(WS-TBL-SUB) = 'N'
                       ADD 1 TO WS-LIAB-BASE-ONLY
                       MOVE WS-BLB-IMAGE(WS-TBL-SUB)
                           TO WS-BASE-LIABILITY
                       MOVE BLIAB-EMP-ID TO WS-CMP-KEY
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE BLIAB-TOTAL-LIABILITY TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-DTL-BASE
                       MOVE 'NO LIABILITY' TO WS-DTL-TRIAL
                       PERFORM REPORT-ONE-SIDED
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BASELIAB-FILE-STATUS = '00'
               CLOSE BASE-LIABILITY-FILE
           END-IF
           IF WS-TRIALLIB-FILE-STATUS = '00'
               CLOSE TRIAL-LIABILITY-FILE
           END-IF
           EXIT.

       STORE-BASE-LIABILITY.
           IF WS-BASE-LIAB-COUNT < 2000
               ADD 1 TO WS-BASE-LIAB-COUNT
               MOVE BASE-LIABILITY-LINE
                   TO WS-BLB-IMAGE(WS-BASE-LIAB-COUNT)
               MOVE 'N' TO WS-BLB-MATCHED(WS-BASE-LIAB-COUNT)
           ELSE
               ADD 1 TO WS-TABLE-DROPPED
           END-IF
           EXIT.

       MATCH-ONE-TRIAL-LIABILITY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-BASE-LIAB-COUNT
                       OR WS-FOUND-SUB > 0
               IF WS-BLB-MATCHED(WS-TBL-SUB) = 'N' AND
                       WS-BLB-IMAGE(WS-TBL-SUB)(1:5) = TLIAB-EMP-ID
                   MOVE WS-TBL-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE TLIAB-EMP-ID TO WS-CMP-KEY
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-LIAB-TRIAL-ONLY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'NO LIABILITY' TO WS-DTL-BASE
               MOVE TLIAB-TOTAL-LIABILITY TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-DTL-TRIAL
               PERFORM REPORT-ONE-SIDED
           ELSE
               MOVE 'Y' TO WS-BLB-MATCHED(WS-FOUND-SUB)
               ADD 1 TO WS-LIAB-MATCHED
               MOVE WS-BLB-IMAGE(WS-FOUND-SUB) TO WS-BASE-LIABILITY
               PERFORM COMPARE-LIABILITY-FIELDS
           END-IF
           EXIT.

       COMPARE-LIABILITY-FIELDS.
           MOVE 'LIAB ELIAB-FICA-MATCH' TO WS-CMP-FIELD-NAME
           MOVE BLIAB-FICA-MATCH TO WS-CMP-BASE-AMOUNT
           MOVE TLIAB-FICA-MATCH TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'LIAB ELIAB-MEDICARE-MATCH' TO WS-CMP-FIELD-NAME
           MOVE BLIAB-MEDICARE-MATCH TO WS-CMP-BASE-AMOUNT
           MOVE TLIAB-MEDICARE-MATCH TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'LIAB ELIAB-401K-MATCH' TO WS-CMP-FIELD-NAME
           MOVE BLIAB-401K-MATCH TO WS-CMP-BASE-AMOUNT
           MOVE TLIAB-401K-MATCH TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'LIAB ELIAB-FUTA' TO WS-CMP-FIELD-NAME
           MOVE BLIAB-FUTA TO WS-CMP-BASE-AMOUNT
           MOVE TLIAB-FUTA TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'LIAB ELIAB-SUTA' TO WS-CMP-FIELD-NAME
           MOVE BLIAB-SUTA TO WS-CMP-BASE-AMOUNT
           MOVE TLIAB-SUTA TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'LIAB ELIAB-TOTAL-LIABILITY' TO WS-CMP-FIELD-NAME
           MOVE BLIAB-TOTAL-LIABILITY TO WS-CMP-BASE-AMOUNT
           MOVE TLIAB-TOTAL-LIABILITY TO WS-CMP-TRIAL-AMOUNT
           PERFORM COMPARE-AMOUNT
           MOVE 'LIAB ELIAB-SUTA-STATE' TO WS-CMP-FIELD-NAME
           MOVE BLIAB-SUTA-STATE TO WS-CMP-BASE-TEXT
           MOVE TLIAB-SUTA-STATE TO WS-CMP-TRIAL-TEXT
           PERFORM COMPARE-TEXT
           EXIT.

       PRINT-FIELD-SUMMARY.
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE 'SUMMARY BY FIELD' TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE FROM WS-SUMMARY-HEADING
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-SUM-FIELD
               MOVE WS-FLD-DIFF-COUNT(WS-FLD-IDX) TO WS-SUM-COUNT
               EVALUATE TRUE
                   WHEN WS-FLD-IGNORE(WS-FLD-IDX) = 'Y'
                       MOVE '   NOT COMPARED' TO WS-SUM-TOLERANCE
                   WHEN WS-FLD-IS-TEXT(WS-FLD-IDX) = 'Y'
                       MOVE '          EXACT' TO WS-SUM-TOLERANCE
                   WHEN OTHER
                       MOVE WS-FLD-TOLERANCE(WS-FLD-IDX)
                           TO WS-EDIT-TOLERANCE
                       MOVE WS-EDIT-TOLERANCE TO WS-SUM-TOLERANCE(4:12)
                       MOVE WS-FLD-NET-DIFF(WS-FLD-IDX)
                           TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-SUM-NET
                       MOVE WS-FLD-ABS-DIFF(WS-FLD-IDX)
                           TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO WS-SUM-ABS
               END-EVALUATE
               WRITE COMPARE-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           EXIT.

       PRINT-RUN-COUNTS.
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'PAYROLL RECORDS - PRODUCTION' TO WS-CNT-NAME
           MOVE WS-PAY-BASE-READ TO WS-CNT-COUNT
           MOVE PAY-TRL-TOTAL-GROSS IN BASE-PAYROLL-TRAILER
               TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CNT-AMOUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PAYROLL RECORDS - TRIAL' TO WS-CNT-NAME
           MOVE WS-PAY-TRIAL-READ TO WS-CNT-COUNT
           MOVE PAY-TRL-TOTAL-GROSS IN TRIAL-PAYROLL-TRAILER
               TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CNT-AMOUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO WS-CNT-AMOUNT
           MOVE 'PAYROLL RECORDS MATCHED' TO WS-CNT-NAME
           MOVE WS-PAY-MATCHED TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PAID IN PRODUCTION ONLY' TO WS-CNT-NAME
           MOVE WS-PAY-BASE-ONLY TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PAID IN TRIAL ONLY' TO WS-CNT-NAME
           MOVE WS-PAY-TRIAL-ONLY TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'YTD RECORDS - PRODUCTION' TO WS-CNT-NAME
           MOVE WS-YTD-BASE-READ TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'YTD RECORDS - TRIAL' TO WS-CNT-NAME
           MOVE WS-YTD-TRIAL-READ TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'YTD RECORDS MATCHED' TO WS-CNT-NAME
           MOVE WS-YTD-MATCHED TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'YTD IN PRODUCTION ONLY' TO WS-CNT-NAME
           MOVE WS-YTD-BASE-ONLY TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'YTD IN TRIAL ONLY' TO WS-CNT-NAME
           MOVE WS-YTD-TRIAL-ONLY TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'GL LINES - PRODUCTION' TO WS-CNT-NAME
           MOVE WS-GL-BASE-READ TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'GL LINES - TRIAL' TO WS-CNT-NAME
           MOVE WS-GL-TRIAL-READ TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIABILITY RECORDS - PRODUCTION' TO WS-CNT-NAME
           MOVE WS-LIAB-BASE-READ TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIABILITY RECORDS - TRIAL' TO WS-CNT-NAME
           MOVE WS-LIAB-TRIAL-READ TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIABILITY RECORDS MATCHED' TO WS-CNT-NAME
           MOVE WS-LIAB-MATCHED TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIABILITY IN PRODUCTION ONLY' TO WS-CNT-NAME
           MOVE WS-LIAB-BASE-ONLY TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIABILITY IN TRIAL ONLY' TO WS-CNT-NAME
           MOVE WS-LIAB-TRIAL-ONLY TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'FIELD DIFFERENCES BEYOND TOLERANCE' TO WS-CNT-NAME
           MOVE WS-DIFFERENCE-COUNT TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RECORDS IN ONE RUN ONLY' TO WS-CNT-NAME
           MOVE WS-ONE-SIDED-COUNT TO WS-CNT-COUNT
           WRITE COMPARE-REPORT-LINE FROM WS-COUNT-LINE
           EXIT.
