      *> zeroing the QTD buckets early would understate the next 941
      *> with no way to rebuild short of re-adding a quarter of
      *> register printouts. Year-to-date buckets are untouched.
      *> The records of companies an employee transferred out of
      *> this year (COMPANY-YTD-FILE) roll with the live ones - a
      *> closed-out company's quarter is over just the same.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT COMPANY-YTD-FILE
            ASSIGN TO CYTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYTD-KEY
               FILE STATUS IS WS-CYTD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-YTD-FILE.
           COPY YTDREC.

       FD  COMPANY-YTD-FILE.
           COPY CYTDREC.

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-YTD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CLOSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-CYTD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CYTD-CLOSED-COUNT        PIC 9(7) VALUE 0.
       01  WS-CONFIRM-CARD             PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM ROLL-QTD-BUCKETS
                       REWRITE EMPLOYEE-YTD-RECORD
                       ADD 1 TO WS-CLOSED-COUNT
               END-READ

           CLOSE EMPLOYEE-YTD-FILE

      *>   No company file just means nobody has changed companies
      *>   this year.
           OPEN I-O COMPANY-YTD-FILE
           IF WS-CYTD-FILE-STATUS = '00'
               PERFORM ROLL-CLOSED-COMPANIES
               CLOSE COMPANY-YTD-FILE
           END-IF

           DISPLAY 'QUARTER-CLOSE RECORDS ROLLED: ' WS-CLOSED-COUNT
           DISPLAY 'QUARTER-CLOSE CLOSED-OUT COMPANY RECORDS ROLLED: '
               WS-CYTD-CLOSED-COUNT
           STOP RUN.

       ROLL-CLOSED-COMPANIES.
      *>   Each image is rolled in the YTD record area, whose own
      *>   pass is finished, and written back whole.
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
                       MOVE CYTD-YTD-IMAGE TO EMPLOYEE-YTD-RECORD
                       PERFORM ROLL-QTD-BUCKETS
                       MOVE EMPLOYEE-YTD-RECORD TO CYTD-YTD-IMAGE
                       REWRITE COMPANY-YTD-RECORD
                       ADD 1 TO WS-CYTD-CLOSED-COUNT
               END-READ
           END-PERFORM
           EXIT.

       ROLL-QTD-BUCKETS.
           MOVE 0 TO QTD-GROSS-PAY
           MOVE 0 TO QTD-FEDERAL-TAX
           MOVE 0 TO QTD-STATE-TAX
           MOVE 0 TO QTD-DEDUCTIONS
           MOVE 0 TO QTD-FICA-MATCH
           MOVE 0 TO QTD-MEDICARE-MATCH
           MOVE 0 TO QTD-LOCAL-TAX
      *>   A record from before the wage-base buckets existed gets
      *>   its YTD figures seeded from the gross as the quarter
      *>   rolls, so the new fields never go back to disk
      *>   non-numeric.
           IF YTD-INCTAX-WAGES NOT NUMERIC
               MOVE YTD-GROSS-PAY TO YTD-INCTAX-WAGES
               MOVE YTD-GROSS-PAY TO YTD-FICA-WAGES
               MOVE YTD-GROSS-PAY TO YTD-FUTA-WAGES
           END-IF
           IF YTD-SUPP-WAGES NOT NUMERIC
               MOVE 0 TO YTD-SUPP-WAGES
           END-IF
           MOVE 0 TO QTD-INCTAX-WAGES
           MOVE 0 TO QTD-FICA-WAGES
           MOVE 0 TO QTD-FUTA-WAGES
           IF YTD-SDI-WAGES NOT NUMERIC
               MOVE 0 TO YTD-SDI-WAGES
               MOVE 0 TO YTD-SDI-TAX
               MOVE 0 TO YTD-PFL-WAGES
               MOVE 0 TO YTD-PFL-TAX
           END-IF
           MOVE 0 TO QTD-SDI-WAGES
           MOVE 0 TO QTD-SDI-TAX
           MOVE 0 TO QTD-PFL-WAGES
           MOVE 0 TO QTD-PFL-TAX
           MOVE 0 TO QTD-SDI-ER-TAX
           MOVE 0 TO QTD-PFL-ER-TAX
           IF YTD-COMPANY-START-DATE NOT NUMERIC
               MOVE SPACES TO YTD-COMPANY-CODE
               MOVE 0 TO YTD-COMPANY-START-DATE
               MOVE 0 TO YTD-PRED-FICA-WAGES
               MOVE 0 TO YTD-PRED-FUTA-WAGES
               MOVE 0 TO YTD-PRIOR-CO-401K
           END-IF
           EXIT.
