       IDENTIFICATION DIVISION.
       PROGRAM-ID. YtdHistoryRecon.

      *> Proves the YTD master against payroll history. Every
      *> PAYHIST record dated in the as-of year is re-summed per
      *> employee (reversals subtract) into the same buckets
      *> UPDATE-YTD and UPDATE-QTD-EMPLOYER post, the quarter
      *> buckets from the records dated in the as-of quarter, and
      *> each bucket is compared against EMPLOYEE-YTD-RECORD. Every
      *> out-of-balance employee and bucket is listed, and the
      *> report closes with before and after totals by company.
      *> History records from before the deduction split, subject
      *> wages, and employer matches were kept cannot prove those
      *> buckets; an employee with one in the window is listed as
      *> not provable and those buckets are left as they stand.
      *> PAYHIST does not record the company a check was paid under,
      *> so an employee whose YTD record was started over for a new
      *> company during the year cannot be proved at all - history
      *> holds the closed-out company's checks too. Such an employee
      *> is listed as not provable and none of the buckets change.
      *> Correction runs ('C') replace a history record without
      *> touching the buckets, so an employee corrected this year
      *> shows out of balance by the correction.
      *> SYSIN card:
      *>   cols 1-8   as-of date (YYYYMMDD); blank means today. Run
      *>              ahead of QuarterClose with the quarter-end
      *>              date, ahead of YearEndClose with 12/31.
      *>   col  10    'C' compare only (default), 'R' rebuild the
      *>              provable buckets from history.
      *>   cols 12-18 CONFIRM - required for a rebuild; an 'R' card
      *>              without it runs as a compare only.
      *> Scheduled weekly (YTDRECN1), ahead of the quarter close
      *> (QTR94101) and ahead of the year-end close (W2PROC01).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT EMPLOYEE-YTD-FILE
            ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT RECON-REPORT-FILE
            ASSIGN TO YTDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  EMPLOYEE-YTD-FILE.
           COPY YTDREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-YTD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMPMAST-EOF             PIC X    VALUE 'N'.
       01  WS-HIST-EOF                 PIC X    VALUE 'N'.
       01  WS-YTD-EOF                  PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-RECON-PARM-CARD.
           05  WS-PARM-AS-OF-DATE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-PARM-MODE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  WS-PARM-CONFIRM         PIC X(7).
           05  FILLER                  PIC X(62).

      *> 'C' compare or 'R' rebuild, after the CONFIRM check.
       01  WS-RUN-MODE                 PIC X    VALUE 'C'.

      *> The as-of date and the year and quarter windows it opens.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YEAR           PIC 9(4).
           05  WS-AS-OF-MONTH          PIC 9(2).
           05  WS-AS-OF-DAY            PIC 9(2).
       01  WS-YEAR-START               PIC 9(8) VALUE 0.
       01  WS-QTR-START                PIC 9(8) VALUE 0.
       01  WS-QTR-START-PARTS REDEFINES WS-QTR-START.
           05  WS-QS-YEAR              PIC 9(4).
           05  WS-QS-MONTH             PIC 9(2).
           05  WS-QS-DAY               PIC 9(2).
       01  WS-QTR                      PIC 9(1) VALUE 0.
       01  WS-IN-YEAR                  PIC X    VALUE 'N'.
       01  WS-IN-QTR                   PIC X    VALUE 'N'.

      *> The 33 buckets of EMPLOYEE-YTD-RECORD in record order, with
      *> the window each one covers ('Y' year, 'Q' quarter) and 'D'
      *> where only a history record carrying the detail fields can
      *> prove it.
       01  WS-BUCKET-NAME-VALUES.
           05  FILLER                  PIC X(20) VALUE
               'YTD-GROSS-PAY     Y '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-FEDERAL-TAX   Y '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-STATE-TAX     Y '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-DEDUCTIONS    YD'.
           05  FILLER                  PIC X(20) VALUE
               'QTD-GROSS-PAY     Q '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-FEDERAL-TAX   Q '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-STATE-TAX     Q '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-DEDUCTIONS    QD'.
           05  FILLER                  PIC X(20) VALUE
               'QTD-FICA-MATCH    QD'.
           05  FILLER                  PIC X(20) VALUE
               'QTD-MEDICARE-MATCHQD'.
           05  FILLER                  PIC X(20) VALUE
               'YTD-LOCAL-TAX     Y '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-LOCAL-TAX     Q '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-DED-HEALTH    YD'.
           05  FILLER                  PIC X(20) VALUE
               'YTD-DED-401K      YD'.
           05  FILLER                  PIC X(20) VALUE
               'YTD-DED-UNION     YD'.
           05  FILLER                  PIC X(20) VALUE
               'YTD-DED-OTHER     YD'.
           05  FILLER                  PIC X(20) VALUE
               'YTD-INCTAX-WAGES  Y '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-FICA-WAGES    Y '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-FUTA-WAGES    Y '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-INCTAX-WAGES  Q '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-FICA-WAGES    Q '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-FUTA-WAGES    Q '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-SUPP-WAGES    Y '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-SDI-WAGES     YD'.
           05  FILLER                  PIC X(20) VALUE
               'YTD-SDI-TAX       Y '.
           05  FILLER                  PIC X(20) VALUE
               'YTD-PFL-WAGES     YD'.
           05  FILLER                  PIC X(20) VALUE
               'YTD-PFL-TAX       Y '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-SDI-WAGES     QD'.
           05  FILLER                  PIC X(20) VALUE
               'QTD-SDI-TAX       Q '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-PFL-WAGES     QD'.
           05  FILLER                  PIC X(20) VALUE
               'QTD-PFL-TAX       Q '.
           05  FILLER                  PIC X(20) VALUE
               'QTD-SDI-ER-TAX    QD'.
           05  FILLER                  PIC X(20) VALUE
               'QTD-PFL-ER-TAX    QD'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-ENTRY OCCURS 33 TIMES.
               10  WS-BKT-NAME         PIC X(18).
               10  WS-BKT-WINDOW       PIC X(1).
               10  WS-BKT-DETAIL       PIC X(1).
       01  WS-BUCKET-COUNT             PIC 9(2) VALUE 33.
       01  WS-BKT-SUB                  PIC 9(2) VALUE 0.

      *> The YTD record as read, the buckets viewed as a table. The
      *> master is read ahead one record, so the one waiting its
      *> turn is held here while earlier history-only employees are
      *> dealt with.
       01  WS-YTD-HOLD.
           05  WS-HOLD-EMP-ID          PIC 9(5).
           05  WS-HOLD-BUCKET          PIC 9(9)V99 OCCURS 33 TIMES.
           05  WS-HOLD-COMPANY-PART.
               10  WS-HOLD-COMPANY-CODE    PIC X(3).
               10  WS-HOLD-COMPANY-START   PIC 9(8).
               10  FILLER                  PIC X(33).

      *> The record a rebuild writes back.
       01  WS-YTD-BUILD.
           05  WS-BUILD-EMP-ID         PIC 9(5).
           05  WS-BUILD-BUCKET         PIC 9(9)V99 OCCURS 33 TIMES.
           05  WS-BUILD-COMPANY-PART   PIC X(44).

      *> One history record's contribution to each bucket, in the
      *> same order as the YTD record.
       01  WS-REC-AMOUNTS.
           05  WS-REC-YTD-GROSS        PIC S9(9)V99.
           05  WS-REC-YTD-FEDERAL      PIC S9(9)V99.
           05  WS-REC-YTD-STATE        PIC S9(9)V99.
           05  WS-REC-YTD-DEDUCTIONS   PIC S9(9)V99.
           05  WS-REC-QTD-GROSS        PIC S9(9)V99.
           05  WS-REC-QTD-FEDERAL      PIC S9(9)V99.
           05  WS-REC-QTD-STATE        PIC S9(9)V99.
           05  WS-REC-QTD-DEDUCTIONS   PIC S9(9)V99.
           05  WS-REC-QTD-FICA-MATCH   PIC S9(9)V99.
           05  WS-REC-QTD-MEDICARE     PIC S9(9)V99.
           05  WS-REC-YTD-LOCAL        PIC S9(9)V99.
           05  WS-REC-QTD-LOCAL        PIC S9(9)V99.
           05  WS-REC-YTD-DED-HEALTH   PIC S9(9)V99.
           05  WS-REC-YTD-DED-401K     PIC S9(9)V99.
           05  WS-REC-YTD-DED-UNION    PIC S9(9)V99.
           05  WS-REC-YTD-DED-OTHER    PIC S9(9)V99.
           05  WS-REC-YTD-INCTAX-WAGES PIC S9(9)V99.
           05  WS-REC-YTD-FICA-WAGES   PIC S9(9)V99.
           05  WS-REC-YTD-FUTA-WAGES   PIC S9(9)V99.
           05  WS-REC-QTD-INCTAX-WAGES PIC S9(9)V99.
           05  WS-REC-QTD-FICA-WAGES   PIC S9(9)V99.
           05  WS-REC-QTD-FUTA-WAGES   PIC S9(9)V99.
           05  WS-REC-YTD-SUPP-WAGES   PIC S9(9)V99.
           05  WS-REC-YTD-SDI-WAGES    PIC S9(9)V99.
           05  WS-REC-YTD-SDI-TAX      PIC S9(9)V99.
           05  WS-REC-YTD-PFL-WAGES    PIC S9(9)V99.
           05  WS-REC-YTD-PFL-TAX      PIC S9(9)V99.
           05  WS-REC-QTD-SDI-WAGES    PIC S9(9)V99.
           05  WS-REC-QTD-SDI-TAX      PIC S9(9)V99.
           05  WS-REC-QTD-PFL-WAGES    PIC S9(9)V99.
           05  WS-REC-QTD-PFL-TAX      PIC S9(9)V99.
           05  WS-REC-QTD-SDI-ER-TAX   PIC S9(9)V99.
           05  WS-REC-QTD-PFL-ER-TAX   PIC S9(9)V99.
       01  WS-REC-AMOUNT-TABLE REDEFINES WS-REC-AMOUNTS.
           05  WS-REC-BUCKET           PIC S9(9)V99 OCCURS 33 TIMES.
       01  WS-REC-HAS-DETAIL           PIC X    VALUE 'N'.

      *> Period-end dates of the employee's bonus and gross-up
      *> payments, so a reversal of one can be recognised.
       01  WS-SUPP-PAID-TABLE.
           05  WS-SUPP-DATE-TBL        PIC 9(8) OCCURS 100 TIMES.
       01  WS-SUPP-COUNT               PIC 9(3) VALUE 0.
       01  WS-SUPP-SUB                 PIC 9(3) VALUE 0.

      *> The employee being proved: history re-summed, the master's
      *> figures, and what a rebuild leaves in each bucket.
       01  WS-CUR-EMP-ID               PIC 9(5) VALUE 0.
       01  WS-CUR-EMP-NAME             PIC X(20) VALUE SPACES.
       01  WS-CUR-CO-SUB               PIC 9(2) VALUE 0.
       01  WS-CUR-HAS-YTD              PIC X    VALUE 'N'.
       01  WS-CUR-YTD-SHORT            PIC X    VALUE 'N'.
       01  WS-CUR-QTD-SHORT            PIC X    VALUE 'N'.
       01  WS-CUR-TRANSFERRED          PIC X    VALUE 'N'.
       01  WS-CUR-OUT-OF-BALANCE       PIC X    VALUE 'N'.
       01  WS-CUR-ANY-AMOUNT           PIC X    VALUE 'N'.
       01  WS-HIST-SUM-TABLE.
           05  WS-HIST-BUCKET          PIC S9(9)V99 OCCURS 33 TIMES.
       01  WS-FILE-SUM-TABLE.
           05  WS-FILE-BUCKET          PIC 9(9)V99 OCCURS 33 TIMES.
       01  WS-REBUILT-TABLE.
           05  WS-REBUILT-BUCKET       PIC 9(9)V99 OCCURS 33 TIMES.
       01  WS-BUCKET-PROVABLE-TABLE.
           05  WS-BUCKET-PROVABLE      PIC X OCCURS 33 TIMES.
       01  WS-DED-OTHER-PIECE          PIC S9(7)V99 VALUE 0.
       01  WS-BUCKET-DIFFERENCE        PIC S9(9)V99 VALUE 0.

      *> Company table from COMPMAST, with the master's figures
      *> before and after (the rebuilt figures, or what a rebuild
      *> would leave when only comparing) per bucket.
       01  WS-COMPANY-NAME             PIC X(16) VALUE 'ACME CORP'.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 10 TIMES.
               10  WS-CO-CODE-TBL      PIC X(3).
               10  WS-CO-NAME-TBL      PIC X(16).
               10  WS-CO-EMP-COUNT     PIC 9(7).
               10  WS-CO-BEFORE-TBL    PIC 9(11)V99 OCCURS 33 TIMES.
               10  WS-CO-AFTER-TBL     PIC 9(11)V99 OCCURS 33 TIMES.
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-COMP-SUB                 PIC 9(2) VALUE 0.

       01  WS-EMPLOYEES-PROVED         PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-OUT            PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-SHORT          PIC 9(7) VALUE 0.
       01  WS-EMPLOYEES-TRANSFERRED    PIC 9(7) VALUE 0.
       01  WS-DIFFERENCE-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-COMPANY-COUNT         PIC 9(7) VALUE 0.
       01  WS-YTD-REWRITTEN            PIC 9(7) VALUE 0.
       01  WS-YTD-ADDED                PIC 9(7) VALUE 0.
       01  WS-YTD-WRITE-FAILED         PIC 9(7) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'YTD TO HISTORY RECONCILIATION'.
           05  FILLER                  PIC X(7)  VALUE 'AS OF '.
           05  WS-H1-AS-OF             PIC 9(8).
           05  FILLER                  PIC X(9)  VALUE '  QUARTER'.
           05  FILLER                  PIC X(7)  VALUE ' FROM '.
           05  WS-H1-QTR-START         PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-H1-MODE              PIC X(30).

       01  WS-HEADING-2.
           05  FILLER                  PIC X(7)  VALUE 'EMP-ID'.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(20) VALUE 'BUCKET'.
           05  FILLER                  PIC X(17) VALUE
               '     YTD FILE'.
           05  FILLER                  PIC X(17) VALUE
               '      HISTORY'.
           05  FILLER                  PIC X(17) VALUE
               '   DIFFERENCE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-EMP-NAME          PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-BUCKET            PIC X(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-FILE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-HISTORY           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-DIFFERENCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE              PIC X(26).

       01  WS-COMPANY-HEADING.
           05  FILLER                  PIC X(9)  VALUE 'COMPANY '.
           05  WS-CH-CODE              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CH-NAME              PIC X(16).
           05  FILLER                  PIC X(13) VALUE '  EMPLOYEES '.
           05  WS-CH-EMP-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-CH-BEFORE-CAPTION    PIC X(17).
           05  WS-CH-AFTER-CAPTION     PIC X(17).

       01  WS-COMPANY-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-CL-BUCKET            PIC X(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-BEFORE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-AFTER             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-CHANGE-FLAG       PIC X(9).

       01  WS-TOTAL-LINE.
           05  WS-TL-CAPTION           PIC X(50).
           05  WS-TL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RECON-PARM-CARD
           ACCEPT WS-RECON-PARM-CARD FROM SYSIN

           PERFORM SET-RECON-WINDOWS
           PERFORM SET-RUN-MODE

           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYROLL-HISTORY-FILE, STATUS: '
                   WS-PAYHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-MODE = 'R'
               OPEN I-O EMPLOYEE-YTD-FILE
           ELSE
               OPEN INPUT EMPLOYEE-YTD-FILE
           END-IF
           IF WS-YTD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-YTD-FILE, STATUS: '
                   WS-YTD-FILE-STATUS
               CLOSE PAYROLL-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT RECON-REPORT-FILE

           PERFORM LOAD-COMPANY-MASTER

           MOVE WS-AS-OF-DATE TO WS-H1-AS-OF
           MOVE WS-QTR-START TO WS-H1-QTR-START
           IF WS-RUN-MODE = 'R'
               MOVE 'REBUILD FROM HISTORY' TO WS-H1-MODE
           ELSE
               MOVE 'COMPARE ONLY' TO WS-H1-MODE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE FROM WS-HEADING-2

      *>   Both files are in EMP-ID order; each pass takes the lower
      *>   of the two waiting keys, so an employee on only one side
      *>   is proved against zeros on the other.
           PERFORM READ-NEXT-HISTORY
           PERFORM READ-NEXT-YTD
           PERFORM UNTIL WS-HIST-EOF = 'Y' AND WS-YTD-EOF = 'Y'
               PERFORM PROVE-NEXT-EMPLOYEE
           END-PERFORM

           PERFORM PRINT-COMPANY-TOTALS
           PERFORM PRINT-RUN-TOTALS

           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-YTD-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE RECON-REPORT-FILE

           DISPLAY 'YTD-RECON AS OF: ' WS-AS-OF-DATE
               ' MODE: ' WS-RUN-MODE
           DISPLAY 'YTD-RECON EMPLOYEES PROVED: ' WS-EMPLOYEES-PROVED
               ' OUT OF BALANCE: ' WS-EMPLOYEES-OUT
               ' NOT PROVABLE: ' WS-EMPLOYEES-SHORT
           DISPLAY 'YTD-RECON COMPANY TRANSFERS NOT PROVABLE: '
               WS-EMPLOYEES-TRANSFERRED
           IF WS-RUN-MODE = 'R'
               DISPLAY 'YTD-RECON RECORDS REWRITTEN: '
                   WS-YTD-REWRITTEN ' ADDED: ' WS-YTD-ADDED
           END-IF
           IF WS-YTD-WRITE-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EMPLOYEES-SHORT > 0 OR WS-NO-COMPANY-COUNT > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-RUN-MODE = 'C' AND WS-EMPLOYEES-OUT > 0
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       SET-RECON-WINDOWS.
      *>   The year window runs from January 1 of the as-of year, the
      *>   quarter window from the first day of the as-of quarter,
      *>   both through the as-of date itself.
           IF WS-PARM-AS-OF-DATE IS NUMERIC AND
                   WS-PARM-AS-OF-DATE NOT = '00000000'
               MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
               DISPLAY 'YTD-RECON: AS-OF DATE ' WS-AS-OF-DATE
                   ' IS NOT A DATE - NOTHING PROVED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-START = WS-AS-OF-YEAR * 10000 + 0101
           COMPUTE WS-QTR = (WS-AS-OF-MONTH + 2) / 3
           MOVE WS-AS-OF-YEAR TO WS-QS-YEAR
           COMPUTE WS-QS-MONTH = (WS-QTR - 1) * 3 + 1
           MOVE 1 TO WS-QS-DAY
           EXIT.

       SET-RUN-MODE.
      *>   A rebuild rewrites the YTD master, so it takes the
      *>   operator's CONFIRM; without it the run is a compare only.
           EVALUATE WS-PARM-MODE
               WHEN 'R'
                   IF WS-PARM-CONFIRM = 'CONFIRM'
                       MOVE 'R' TO WS-RUN-MODE
                   ELSE
                       DISPLAY 'YTD-RECON: REBUILD REQUESTED WITHOUT '
                           'CONFIRM - COMPARE ONLY, NOTHING REWRITTEN'
                       MOVE 'C' TO WS-RUN-MODE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN 'C'
               WHEN SPACE
                   MOVE 'C' TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY 'YTD-RECON: MODE MUST BE C OR R - '
                       'NOTHING PROVED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF

      *>   No company master on file: everyone totals under the
      *>   single legacy company.
           IF WS-COMPANY-COUNT = 0
               MOVE 1 TO WS-COMPANY-COUNT
               MOVE SPACES TO WS-CO-CODE-TBL(1)
               MOVE WS-COMPANY-NAME TO WS-CO-NAME-TBL(1)
           END-IF

           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               MOVE 0 TO WS-CO-EMP-COUNT(WS-COMP-SUB)
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
                   MOVE 0 TO WS-CO-BEFORE-TBL(WS-COMP-SUB, WS-BKT-SUB)
                   MOVE 0 TO WS-CO-AFTER-TBL(WS-COMP-SUB, WS-BKT-SUB)
               END-PERFORM
           END-PERFORM
           EXIT.

       READ-NEXT-HISTORY.
           IF WS-HIST-EOF = 'N'
               READ PAYROLL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
               END-READ
           END-IF
           EXIT.

       READ-NEXT-YTD.
           IF WS-YTD-EOF = 'N'
               READ EMPLOYEE-YTD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-YTD-EOF
                   NOT AT END
                       PERFORM NORMALIZE-YTD-RECORD
                       MOVE EMPLOYEE-YTD-RECORD TO WS-YTD-HOLD
               END-READ
           END-IF
           EXIT.

       NORMALIZE-YTD-RECORD.
      *>   The same starting figures SEED-YTD-WAGE-BUCKETS gives a
      *>   record carried over from before the later buckets
      *>   existed: the wage bases were all gross, nothing was
      *>   supplemental, nothing was withheld as SDI/PFL.
           IF YTD-INCTAX-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-INCTAX-WAGES
               MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
               MOVE YTD-GROSS-PAY TO YTD-FUTA-WAGES
               MOVE QTD-GROSS-PAY TO QTD-INCTAX-WAGES
               MOVE QTD-GROSS-PAY TO QTD-FICA-WAGES
               MOVE QTD-GROSS-PAY TO QTD-FUTA-WAGES
           END-IF
           IF YTD-SUPP-WAGES NOT NUMERIC
               MOVE 0 TO YTD-SUPP-WAGES
           END-IF
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
           IF YTD-LOCAL-TAX NOT NUMERIC
               MOVE 0 TO YTD-LOCAL-TAX
               MOVE 0 TO QTD-LOCAL-TAX
           END-IF
           IF YTD-DED-HEALTH NOT NUMERIC
               MOVE 0 TO YTD-DED-HEALTH
               MOVE 0 TO YTD-DED-401K
               MOVE 0 TO YTD-DED-UNION
               MOVE 0 TO YTD-DED-OTHER
           END-IF
           IF YTD-COMPANY-START-DATE NOT NUMERIC
               MOVE SPACES TO YTD-COMPANY-CODE
               MOVE 0 TO YTD-COMPANY-START-DATE
               MOVE 0 TO YTD-PRED-FICA-WAGES
               MOVE 0 TO YTD-PRED-FUTA-WAGES
               MOVE 0 TO YTD-PRIOR-CO-401K
           END-IF
           EXIT.

       PROVE-NEXT-EMPLOYEE.
           EVALUATE TRUE
               WHEN WS-HIST-EOF = 'Y'
                   MOVE WS-HOLD-EMP-ID TO WS-CUR-EMP-ID
               WHEN WS-YTD-EOF = 'Y'
                   MOVE PHIST-EMP-ID TO WS-CUR-EMP-ID
               WHEN PHIST-EMP-ID < WS-HOLD-EMP-ID
                   MOVE PHIST-EMP-ID TO WS-CUR-EMP-ID
               WHEN OTHER
                   MOVE WS-HOLD-EMP-ID TO WS-CUR-EMP-ID
           END-EVALUATE

           MOVE SPACES TO WS-CUR-EMP-NAME
           MOVE 'N' TO WS-CUR-YTD-SHORT
           MOVE 'N' TO WS-CUR-QTD-SHORT
           MOVE 'N' TO WS-CUR-TRANSFERRED
           MOVE 'N' TO WS-CUR-OUT-OF-BALANCE
           MOVE 'N' TO WS-CUR-ANY-AMOUNT
           MOVE 0 TO WS-SUPP-COUNT
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
               MOVE 0 TO WS-HIST-BUCKET(WS-BKT-SUB)
               MOVE 0 TO WS-FILE-BUCKET(WS-BKT-SUB)
           END-PERFORM

           PERFORM UNTIL WS-HIST-EOF = 'Y' OR
                   PHIST-EMP-ID NOT = WS-CUR-EMP-ID
               PERFORM ADD-HISTORY-RECORD
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           IF WS-YTD-EOF = 'N' AND WS-HOLD-EMP-ID = WS-CUR-EMP-ID
               MOVE 'Y' TO WS-CUR-HAS-YTD
               IF WS-HOLD-COMPANY-START >= WS-YEAR-START
                   MOVE 'Y' TO WS-CUR-TRANSFERRED
               END-IF
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
                   MOVE WS-HOLD-BUCKET(WS-BKT-SUB)
                       TO WS-FILE-BUCKET(WS-BKT-SUB)
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-CUR-HAS-YTD
           END-IF

           PERFORM SET-REBUILT-BUCKETS
           IF WS-CUR-ANY-AMOUNT = 'Y'
               PERFORM FIND-EMPLOYEE-COMPANY
               PERFORM COMPARE-EMPLOYEE-BUCKETS
               PERFORM ADD-COMPANY-TOTALS
               IF WS-RUN-MODE = 'R' AND WS-CUR-OUT-OF-BALANCE = 'Y'
                   PERFORM REBUILD-YTD-RECORD
               END-IF
           END-IF

           IF WS-CUR-HAS-YTD = 'Y'
               PERFORM READ-NEXT-YTD
           END-IF
           EXIT.

       ADD-HISTORY-RECORD.
      *>   A payment lands in the buckets on the date its run posted
      *>   it - a reversal's own date, since the reversal takes its
      *>   amounts out of the buckets standing on the day it runs.
           MOVE PHIST-EMP-NAME TO WS-CUR-EMP-NAME
      *>   The employee's bonus and gross-up payments, by period end,
      *>   whatever their date - a reversal in the window may reverse
      *>   one paid before it. History is in key order, so the
      *>   original is always read before its reversal.
           IF (PHIST-RUN-TYPE = 'B' OR PHIST-RUN-TYPE = 'G') AND
                   WS-SUPP-COUNT < 100
               ADD 1 TO WS-SUPP-COUNT
               MOVE PHIST-PERIOD-END-DATE
                   TO WS-SUPP-DATE-TBL(WS-SUPP-COUNT)
           END-IF
           MOVE 'N' TO WS-IN-YEAR
           MOVE 'N' TO WS-IN-QTR
           IF PHIST-PERIOD-END-DATE >= WS-YEAR-START AND
                   PHIST-PERIOD-END-DATE <= WS-AS-OF-DATE
               MOVE 'Y' TO WS-IN-YEAR
               IF PHIST-PERIOD-END-DATE >= WS-QTR-START
                   MOVE 'Y' TO WS-IN-QTR
               END-IF
           END-IF
           IF WS-IN-YEAR = 'Y'
               PERFORM LOAD-RECORD-AMOUNTS
               IF WS-REC-HAS-DETAIL = 'N'
                   MOVE 'Y' TO WS-CUR-YTD-SHORT
                   IF WS-IN-QTR = 'Y'
                       MOVE 'Y' TO WS-CUR-QTD-SHORT
                   END-IF
               END-IF
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
                   IF WS-BKT-WINDOW(WS-BKT-SUB) = 'Y' OR
                           WS-IN-QTR = 'Y'
                       IF PHIST-RUN-TYPE = 'V'
                           SUBTRACT WS-REC-BUCKET(WS-BKT-SUB)
                               FROM WS-HIST-BUCKET(WS-BKT-SUB)
                       ELSE
                           ADD WS-REC-BUCKET(WS-BKT-SUB)
                               TO WS-HIST-BUCKET(WS-BKT-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       LOAD-RECORD-AMOUNTS.
      *>   Each figure goes where UPDATE-YTD and UPDATE-QTD-EMPLOYER
      *>   post it. History from before a field existed follows the
      *>   same fallbacks PaymentReversal uses: the wage bases were
      *>   the gross, local and SDI/PFL withholding were nothing.
           INITIALIZE WS-REC-AMOUNTS
           MOVE PHIST-GROSS-PAY TO WS-REC-YTD-GROSS
           MOVE PHIST-FEDERAL-TAX TO WS-REC-YTD-FEDERAL
           MOVE PHIST-STATE-TAX TO WS-REC-YTD-STATE
           IF PHIST-LOCAL-TAX IS NUMERIC
               MOVE PHIST-LOCAL-TAX TO WS-REC-YTD-LOCAL
           END-IF
           IF PHIST-INCTAX-WAGES IS NUMERIC
               MOVE PHIST-INCTAX-WAGES TO WS-REC-YTD-INCTAX-WAGES
               MOVE PHIST-FICA-WAGES TO WS-REC-YTD-FICA-WAGES
               MOVE PHIST-FUTA-WAGES TO WS-REC-YTD-FUTA-WAGES
           ELSE
               MOVE PHIST-GROSS-PAY TO WS-REC-YTD-INCTAX-WAGES
               MOVE PHIST-GROSS-PAY TO WS-REC-YTD-FICA-WAGES
               MOVE PHIST-GROSS-PAY TO WS-REC-YTD-FUTA-WAGES
           END-IF
           IF PHIST-SDI-TAX IS NUMERIC
               MOVE PHIST-SDI-TAX TO WS-REC-YTD-SDI-TAX
               MOVE PHIST-PFL-TAX TO WS-REC-YTD-PFL-TAX
           END-IF
      *>   A reversal takes supplemental wages back out only when
      *>   the payment it reverses was a bonus or gross-up run.
           IF PHIST-RUN-TYPE = 'B' OR PHIST-RUN-TYPE = 'G'
               MOVE WS-REC-YTD-INCTAX-WAGES TO WS-REC-YTD-SUPP-WAGES
           END-IF
           IF PHIST-RUN-TYPE = 'V'
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
                   IF WS-SUPP-DATE-TBL(WS-SUPP-SUB) =
                           PHIST-PERIOD-START-DATE
                       MOVE WS-REC-YTD-INCTAX-WAGES
                           TO WS-REC-YTD-SUPP-WAGES
                   END-IF
               END-PERFORM
           END-IF
           IF PHIST-DEDUCTIONS IS NUMERIC
               MOVE 'Y' TO WS-REC-HAS-DETAIL
               MOVE PHIST-DEDUCTIONS TO WS-REC-YTD-DEDUCTIONS
               MOVE PHIST-DED-HEALTH TO WS-REC-YTD-DED-HEALTH
               MOVE PHIST-DED-401K TO WS-REC-YTD-DED-401K
               MOVE PHIST-DED-UNION TO WS-REC-YTD-DED-UNION
               COMPUTE WS-DED-OTHER-PIECE =
                   PHIST-DEDUCTIONS - PHIST-DED-HEALTH
                   - PHIST-DED-401K - PHIST-DED-UNION
               IF WS-DED-OTHER-PIECE > 0
                   MOVE WS-DED-OTHER-PIECE TO WS-REC-YTD-DED-OTHER
               END-IF
               MOVE PHIST-SDI-WAGES TO WS-REC-YTD-SDI-WAGES
               MOVE PHIST-PFL-WAGES TO WS-REC-YTD-PFL-WAGES
               MOVE PHIST-FICA-MATCH TO WS-REC-QTD-FICA-MATCH
               MOVE PHIST-MEDICARE-MATCH TO WS-REC-QTD-MEDICARE
               MOVE PHIST-SDI-ER-TAX TO WS-REC-QTD-SDI-ER-TAX
               MOVE PHIST-PFL-ER-TAX TO WS-REC-QTD-PFL-ER-TAX
           ELSE
               MOVE 'N' TO WS-REC-HAS-DETAIL
           END-IF
           MOVE WS-REC-YTD-GROSS TO WS-REC-QTD-GROSS
           MOVE WS-REC-YTD-FEDERAL TO WS-REC-QTD-FEDERAL
           MOVE WS-REC-YTD-STATE TO WS-REC-QTD-STATE
           MOVE WS-REC-YTD-DEDUCTIONS TO WS-REC-QTD-DEDUCTIONS
           MOVE WS-REC-YTD-LOCAL TO WS-REC-QTD-LOCAL
           MOVE WS-REC-YTD-INCTAX-WAGES TO WS-REC-QTD-INCTAX-WAGES
           MOVE WS-REC-YTD-FICA-WAGES TO WS-REC-QTD-FICA-WAGES
           MOVE WS-REC-YTD-FUTA-WAGES TO WS-REC-QTD-FUTA-WAGES
           MOVE WS-REC-YTD-SDI-WAGES TO WS-REC-QTD-SDI-WAGES
           MOVE WS-REC-YTD-SDI-TAX TO WS-REC-QTD-SDI-TAX
           MOVE WS-REC-YTD-PFL-WAGES TO WS-REC-QTD-PFL-WAGES
           MOVE WS-REC-YTD-PFL-TAX TO WS-REC-QTD-PFL-TAX
           EXIT.

       SET-REBUILT-BUCKETS.
      *>   A re-sum driven below zero by a reversal is floored, as the
      *>   reversal floors the bucket. A detail bucket the window
      *>   cannot prove keeps the master's figure.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
               IF WS-HIST-BUCKET(WS-BKT-SUB) < 0
                   MOVE 0 TO WS-HIST-BUCKET(WS-BKT-SUB)
               END-IF
               MOVE 'Y' TO WS-BUCKET-PROVABLE(WS-BKT-SUB)
               IF WS-BKT-DETAIL(WS-BKT-SUB) = 'D'
                   IF (WS-BKT-WINDOW(WS-BKT-SUB) = 'Y' AND
                           WS-CUR-YTD-SHORT = 'Y') OR
                       (WS-BKT-WINDOW(WS-BKT-SUB) = 'Q' AND
                           WS-CUR-QTD-SHORT = 'Y')
                       MOVE 'N' TO WS-BUCKET-PROVABLE(WS-BKT-SUB)
                   END-IF
               END-IF
               IF WS-CUR-TRANSFERRED = 'Y'
                   MOVE 'N' TO WS-BUCKET-PROVABLE(WS-BKT-SUB)
               END-IF
               IF WS-BUCKET-PROVABLE(WS-BKT-SUB) = 'Y'
                   MOVE WS-HIST-BUCKET(WS-BKT-SUB)
                       TO WS-REBUILT-BUCKET(WS-BKT-SUB)
               ELSE
                   MOVE WS-FILE-BUCKET(WS-BKT-SUB)
                       TO WS-REBUILT-BUCKET(WS-BKT-SUB)
               END-IF
               IF WS-HIST-BUCKET(WS-BKT-SUB) NOT = 0 OR
                       WS-FILE-BUCKET(WS-BKT-SUB) NOT = 0
                   MOVE 'Y' TO WS-CUR-ANY-AMOUNT
               END-IF
           END-PERFORM
           EXIT.

       FIND-EMPLOYEE-COMPANY.
      *>   A blank company code belongs to the first company on the
      *>   master, as everywhere else; an EMP-ID no longer on the
      *>   master, or a code the master doesn't carry, is totalled
      *>   there too with a warning.
           MOVE 0 TO WS-CUR-CO-SUB
           MOVE WS-CUR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO COMPANY-CODE
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-CUR-EMP-NAME
           END-READ
           IF COMPANY-CODE = SPACES
               MOVE 1 TO WS-CUR-CO-SUB
           ELSE
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
                   IF WS-CO-CODE-TBL(WS-COMP-SUB) = COMPANY-CODE
                       MOVE WS-COMP-SUB TO WS-CUR-CO-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUR-CO-SUB = 0
               DISPLAY 'WARNING: EMP-ID ' WS-CUR-EMP-ID
                   ' COMPANY CODE NOT ON COMPANY MASTER - '
                   'TOTALLED UNDER THE FIRST COMPANY'
               ADD 1 TO WS-NO-COMPANY-COUNT
               MOVE 1 TO WS-CUR-CO-SUB
           END-IF
           EXIT.

       COMPARE-EMPLOYEE-BUCKETS.
           ADD 1 TO WS-EMPLOYEES-PROVED
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
               IF WS-BUCKET-PROVABLE(WS-BKT-SUB) = 'Y' AND
                       WS-REBUILT-BUCKET(WS-BKT-SUB) NOT =
                           WS-FILE-BUCKET(WS-BKT-SUB)
                   MOVE 'Y' TO WS-CUR-OUT-OF-BALANCE
                   COMPUTE WS-BUCKET-DIFFERENCE =
                       WS-FILE-BUCKET(WS-BKT-SUB)
                       - WS-REBUILT-BUCKET(WS-BKT-SUB)
                   MOVE SPACES TO WS-DL-NOTE
                   IF WS-CUR-HAS-YTD = 'N'
                       MOVE 'NO YTD RECORD' TO WS-DL-NOTE
                   END-IF
                   MOVE WS-FILE-BUCKET(WS-BKT-SUB) TO WS-DL-FILE
                   MOVE WS-REBUILT-BUCKET(WS-BKT-SUB) TO WS-DL-HISTORY
                   MOVE WS-BUCKET-DIFFERENCE TO WS-DL-DIFFERENCE
                   PERFORM WRITE-DETAIL-LINE
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
           END-PERFORM
           IF WS-CUR-OUT-OF-BALANCE = 'Y'
               ADD 1 TO WS-EMPLOYEES-OUT
           END-IF
           IF WS-CUR-YTD-SHORT = 'Y'
               ADD 1 TO WS-EMPLOYEES-SHORT
               MOVE 'DEDUCTION/SDI/MATCH DETAIL' TO WS-DL-BUCKET
               MOVE 0 TO WS-DL-FILE
               MOVE 0 TO WS-DL-HISTORY
               MOVE 0 TO WS-DL-DIFFERENCE
               MOVE 'NOT PROVABLE - OLD HISTORY' TO WS-DL-NOTE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           IF WS-CUR-TRANSFERRED = 'Y'
               ADD 1 TO WS-EMPLOYEES-TRANSFERRED
               MOVE 'ALL BUCKETS' TO WS-DL-BUCKET
               MOVE 0 TO WS-DL-FILE
               MOVE 0 TO WS-DL-HISTORY
               MOVE 0 TO WS-DL-DIFFERENCE
               MOVE 'NOT PROVABLE - TRANSFER' TO WS-DL-NOTE
               PERFORM WRITE-DETAIL-LINE
           END-IF
           EXIT.

       WRITE-DETAIL-LINE.
           MOVE WS-CUR-EMP-ID TO WS-DL-EMP-ID
           MOVE WS-CUR-EMP-NAME TO WS-DL-EMP-NAME
           IF WS-BKT-SUB NOT > WS-BUCKET-COUNT
               MOVE WS-BKT-NAME(WS-BKT-SUB) TO WS-DL-BUCKET
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       ADD-COMPANY-TOTALS.
           ADD 1 TO WS-CO-EMP-COUNT(WS-CUR-CO-SUB)
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
               ADD WS-FILE-BUCKET(WS-BKT-SUB)
                   TO WS-CO-BEFORE-TBL(WS-CUR-CO-SUB, WS-BKT-SUB)
               ADD WS-REBUILT-BUCKET(WS-BKT-SUB)
                   TO WS-CO-AFTER-TBL(WS-CUR-CO-SUB, WS-BKT-SUB)
           END-PERFORM
           EXIT.

       REBUILD-YTD-RECORD.
      *>   An employee already on the master is rewritten from the
      *>   held copy of the record, so only the buckets history can
      *>   prove change; one paid this year with no YTD record gets
      *>   a new one.
           IF WS-CUR-HAS-YTD = 'Y'
               MOVE WS-YTD-HOLD TO WS-YTD-BUILD
           ELSE
               INITIALIZE WS-YTD-BUILD
               MOVE WS-CUR-EMP-ID TO WS-BUILD-EMP-ID
           END-IF
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
               MOVE WS-REBUILT-BUCKET(WS-BKT-SUB)
                   TO WS-BUILD-BUCKET(WS-BKT-SUB)
           END-PERFORM
           MOVE WS-YTD-BUILD TO EMPLOYEE-YTD-RECORD
           IF WS-CUR-HAS-YTD = 'Y'
               REWRITE EMPLOYEE-YTD-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING YTD RECORD, EMP-ID: '
                           WS-CUR-EMP-ID ' STATUS: '
                           WS-YTD-FILE-STATUS
                       ADD 1 TO WS-YTD-WRITE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-YTD-REWRITTEN
               END-REWRITE
           ELSE
               WRITE EMPLOYEE-YTD-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING YTD RECORD, EMP-ID: '
                           WS-CUR-EMP-ID ' STATUS: '
                           WS-YTD-FILE-STATUS
                       ADD 1 TO WS-YTD-WRITE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-YTD-ADDED
               END-WRITE
           END-IF
           EXIT.

       PRINT-COMPANY-TOTALS.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMPANY-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE WS-CO-CODE-TBL(WS-COMP-SUB) TO WS-CH-CODE
               MOVE WS-CO-NAME-TBL(WS-COMP-SUB) TO WS-CH-NAME
               MOVE WS-CO-EMP-COUNT(WS-COMP-SUB) TO WS-CH-EMP-COUNT
               IF WS-RUN-MODE = 'R'
                   MOVE '   BEFORE REBUILD' TO WS-CH-BEFORE-CAPTION
                   MOVE '    AFTER REBUILD' TO WS-CH-AFTER-CAPTION
               ELSE
                   MOVE '         YTD FILE' TO WS-CH-BEFORE-CAPTION
                   MOVE '     FROM HISTORY' TO WS-CH-AFTER-CAPTION
               END-IF
               WRITE RECON-REPORT-LINE FROM WS-COMPANY-HEADING
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > WS-BUCKET-COUNT
                   MOVE WS-BKT-NAME(WS-BKT-SUB) TO WS-CL-BUCKET
                   MOVE WS-CO-BEFORE-TBL(WS-COMP-SUB, WS-BKT-SUB)
                       TO WS-CL-BEFORE
                   MOVE WS-CO-AFTER-TBL(WS-COMP-SUB, WS-BKT-SUB)
                       TO WS-CL-AFTER
                   IF WS-CO-BEFORE-TBL(WS-COMP-SUB, WS-BKT-SUB) =
                           WS-CO-AFTER-TBL(WS-COMP-SUB, WS-BKT-SUB)
                       MOVE SPACES TO WS-CL-CHANGE-FLAG
                   ELSE
                       MOVE '*CHANGED' TO WS-CL-CHANGE-FLAG
                   END-IF
                   WRITE RECON-REPORT-LINE FROM WS-COMPANY-LINE
               END-PERFORM
           END-PERFORM
           EXIT.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'EMPLOYEES PROVED' TO WS-TL-CAPTION
           MOVE WS-EMPLOYEES-PROVED TO WS-TL-COUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EMPLOYEES OUT OF BALANCE' TO WS-TL-CAPTION
           MOVE WS-EMPLOYEES-OUT TO WS-TL-COUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BUCKETS OUT OF BALANCE' TO WS-TL-CAPTION
           MOVE WS-DIFFERENCE-COUNT TO WS-TL-COUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EMPLOYEES WITH DETAIL BUCKETS NOT PROVABLE'
               TO WS-TL-CAPTION
           MOVE WS-EMPLOYEES-SHORT TO WS-TL-COUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EMPLOYEES CHANGING COMPANY THIS YEAR, NOT PROVABLE'
               TO WS-TL-CAPTION
           MOVE WS-EMPLOYEES-TRANSFERRED TO WS-TL-COUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-RUN-MODE = 'R'
               MOVE 'YTD RECORDS REWRITTEN' TO WS-TL-CAPTION
               MOVE WS-YTD-REWRITTEN TO WS-TL-COUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'YTD RECORDS ADDED' TO WS-TL-CAPTION
               MOVE WS-YTD-ADDED TO WS-TL-COUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'YTD RECORDS NOT WRITTEN (SEE JOB LOG)'
                   TO WS-TL-CAPTION
               MOVE WS-YTD-WRITE-FAILED TO WS-TL-COUNT
               WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           EXIT.
