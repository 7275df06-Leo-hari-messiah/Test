      *> and refuses to run at all without the operator's CONFIRM
      *> card - the same deliberate-action guard QuarterClose uses,
      *> because a premature reset can only be rebuilt by hand.
      *> The records of companies employees transferred out of
      *> during the year (COMPANY-YTD-FILE) had W-2s of their own,
      *> so they are archived beside the live records, counted in
      *> the tie to the W-2 run, and cleared once the close is
      *> committed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            ASSIGN TO YTDARCH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPANY-YTD-FILE
            ASSIGN TO CYTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYTD-KEY
               FILE STATUS IS WS-CYTD-FILE-STATUS.

           SELECT COMPANY-YTD-ARCHIVE-FILE
            ASSIGN TO CYTDARCH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT W2-CONTROL-FILE
            ASSIGN TO W2CTLFL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY YTDREC.

       FD  YTD-ARCHIVE-FILE.
       01  YTD-ARCHIVE-RECORD          PIC X(412).

       FD  COMPANY-YTD-FILE.
           COPY CYTDREC.

       FD  COMPANY-YTD-ARCHIVE-FILE.
       01  CYTD-ARCHIVE-RECORD         PIC X(440).

       FD  W2-CONTROL-FILE.
       01  W2-CONTROL-RECORD.
           05  W2CTL-TOTAL-WAGES       PIC 9(11)V99.
           05  W2CTL-TOTAL-FEDERAL     PIC 9(11)V99.
           05  W2CTL-TOTAL-STATE       PIC 9(11)V99.
           05  W2CTL-PASSED-COUNT      PIC 9(7).
           05  W2CTL-PASSED-WAGES      PIC 9(11)V99.
           05  W2CTL-PASSED-FEDERAL    PIC 9(11)V99.
           05  W2CTL-PASSED-STATE      PIC 9(11)V99.

      *> One record per tax year already closed; the presence of the
      *> card year here is what makes a second close of the same
       01  WS-LTR-PICK                 PIC 9(2) VALUE 0.
       01  WS-SERVICE-YEARS            PIC 9(2) VALUE 0.
       01  WS-SERVICE-DATE-DIFF        PIC S9(8) VALUE 0.
       01  WS-SERVICE-START-DATE       PIC 9(8)  VALUE 0.
       01  WS-YEAR-END-DATE            PIC 9(8) VALUE 0.
       01  WS-CARRYOVER-CAPPED-COUNT   PIC 9(7) VALUE 0.
       01  WS-LEAVE-CHANGED            PIC X    VALUE 'N'.
       01  WS-ARCHIVE-FEDERAL          PIC 9(11)V99 VALUE 0.
       01  WS-ARCHIVE-STATE            PIC 9(11)V99 VALUE 0.
       01  WS-RESET-COUNT              PIC 9(7) VALUE 0.
       01  WS-CYTD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CYTD-AVAILABLE           PIC X    VALUE 'N'.
       01  WS-CYTD-ARCHIVE-COUNT       PIC 9(7) VALUE 0.
       01  WS-TIE-FAILED               PIC X    VALUE 'N'.

      *> The control figures are banked here before the dataset is
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *>   No company file just means nobody has changed companies
      *>   since it was last cleared.
           OPEN I-O COMPANY-YTD-FILE
           IF WS-CYTD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CYTD-AVAILABLE
           END-IF

           PERFORM ARCHIVE-YTD-RECORDS
           PERFORM ARCHIVE-COMPANY-YTD-RECORDS
           PERFORM VERIFY-W2-TIE
           IF WS-TIE-FAILED = 'Y'
               CLOSE EMPLOYEE-YTD-FILE
               IF WS-CYTD-AVAILABLE = 'Y'
                   CLOSE COMPANY-YTD-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESET-YTD-RECORDS
           CLOSE EMPLOYEE-YTD-FILE
           PERFORM CLEAR-COMPANY-YTD-RECORDS

           PERFORM APPLY-LEAVE-CARRYOVER

           DISPLAY 'YEAR-END CLOSE ' WS-CARD-YEAR
               ' ARCHIVED: ' WS-ARCHIVE-COUNT
               ' RESET: ' WS-RESET-COUNT
           DISPLAY 'YEAR-END CLOSE CLOSED-OUT COMPANY RECORDS '
               'ARCHIVED AND CLEARED: ' WS-CYTD-ARCHIVE-COUNT
           STOP RUN.

       CHECK-YEAR-NOT-CLOSED.
                   MOVE W2CTL-TOTAL-WAGES TO WS-W2-WAGES-IN
                   MOVE W2CTL-TOTAL-FEDERAL TO WS-W2-FEDERAL-IN
                   MOVE W2CTL-TOTAL-STATE TO WS-W2-STATE-IN
      *>           The YTD records of 1099 contractors were passed
      *>           over by the W-2 run but are still on the master
      *>           this close archives; a control record from before
      *>           they were counted reads short here.
                   IF W2CTL-PASSED-COUNT IS NUMERIC
                       ADD W2CTL-PASSED-COUNT TO WS-W2-COUNT-IN
                       ADD W2CTL-PASSED-WAGES TO WS-W2-WAGES-IN
                       ADD W2CTL-PASSED-FEDERAL TO WS-W2-FEDERAL-IN
                       ADD W2CTL-PASSED-STATE TO WS-W2-STATE-IN
                   END-IF
           END-READ
           CLOSE W2-CONTROL-FILE
           IF WS-END-OF-FILE = 'Y'
                   NOT AT END
                       WRITE YTD-ARCHIVE-RECORD
                           FROM EMPLOYEE-YTD-RECORD
                       PERFORM ADD-ARCHIVE-TOTALS
               END-READ
           END-PERFORM
           CLOSE YTD-ARCHIVE-FILE
           EXIT.

       ARCHIVE-COMPANY-YTD-RECORDS.
      *>   The archive is written even when empty, so the census and
      *>   anything else reading the closed year always finds one.
      *>   Each closed-out company was its own W-2 and counts in the
      *>   tie exactly as a live record does; the image is worked in
      *>   the YTD record area, which the reset re-reads anyway.
           OPEN OUTPUT COMPANY-YTD-ARCHIVE-FILE
           IF WS-CYTD-AVAILABLE = 'Y'
               MOVE 'N' TO WS-END-OF-FILE
               MOVE LOW-VALUES TO CYTD-KEY
               START COMPANY-YTD-FILE KEY IS >= CYTD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ COMPANY-YTD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           WRITE CYTD-ARCHIVE-RECORD
                               FROM COMPANY-YTD-RECORD
                           ADD 1 TO WS-CYTD-ARCHIVE-COUNT
                           MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
                           PERFORM ADD-ARCHIVE-TOTALS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-YTD-ARCHIVE-FILE
           EXIT.

       ADD-ARCHIVE-TOTALS.
           ADD 1 TO WS-ARCHIVE-COUNT
      *>   The W-2 run totals box 1 wages; a record from before the
      *>   wage-base buckets existed was taxed on its whole gross.
           IF YTD-INCTAX-WAGES IS NUMERIC
               ADD YTD-INCTAX-WAGES TO WS-ARCHIVE-WAGES
           ELSE
               ADD YTD-GROSS-PAY TO WS-ARCHIVE-WAGES
           END-IF
           ADD YTD-FEDERAL-TAX TO WS-ARCHIVE-FEDERAL
           ADD YTD-STATE-TAX TO WS-ARCHIVE-STATE
           EXIT.

       CLEAR-COMPANY-YTD-RECORDS.
      *>   Every closed-out company is on the archive; the new year
      *>   starts with none.
           IF WS-CYTD-AVAILABLE = 'Y'
               CLOSE COMPANY-YTD-FILE
               OPEN OUTPUT COMPANY-YTD-FILE
               CLOSE COMPANY-YTD-FILE
           END-IF
           EXIT.

       VERIFY-W2-TIE.
      *>   The archive just built must tie, count and totals, to what
      *>   the W-2 run reported - otherwise payroll has moved since
                       MOVE 0 TO YTD-DED-401K
                       MOVE 0 TO YTD-DED-UNION
                       MOVE 0 TO YTD-DED-OTHER
                       MOVE 0 TO YTD-INCTAX-WAGES
                       MOVE 0 TO YTD-FICA-WAGES
                       MOVE 0 TO YTD-FUTA-WAGES
                       MOVE 0 TO QTD-INCTAX-WAGES
                       MOVE 0 TO QTD-FICA-WAGES
                       MOVE 0 TO QTD-FUTA-WAGES
                       MOVE 0 TO YTD-SUPP-WAGES
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
      *>               The employee stays with the company the year
      *>               ended under, from the first of the year and
      *>               with no predecessor wages behind it.
                       MOVE 0 TO YTD-COMPANY-START-DATE
                       MOVE 0 TO YTD-PRED-FICA-WAGES
                       MOVE 0 TO YTD-PRED-FUTA-WAGES
                       MOVE 0 TO YTD-PRIOR-CO-401K
                       REWRITE EMPLOYEE-YTD-RECORD
                       ADD 1 TO WS-RESET-COUNT
               END-READ
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
                                   WS-YEAR-END-DATE
                           COMPUTE WS-SERVICE-DATE-DIFF =
                               WS-YEAR-END-DATE
                               - WS-SERVICE-START-DATE
                           COMPUTE WS-SERVICE-YEARS =
                               WS-SERVICE-DATE-DIFF / 10000
                       END-IF
