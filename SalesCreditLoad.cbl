       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesCreditLoad.

      *> Loads the order system's monthly sales-credit feed into the
      *> keyed COMMSALE file CommissionCalc settles from. The feed
      *> is one 'H' header naming the commission month, a 'D' line
      *> per credited order line, and a 'T' trailer carrying the
      *> detail count and the sum of the detail amounts. The first
      *> pass proves the feed is whole - a missing header, a second
      *> header, or a trailer that does not tie means RC 8 and
      *> nothing is loaded, since half a month of credits would be
      *> paid out as if it were all of it. The second pass edits and
      *> writes each line; a line already on file is replaced while
      *> its month is still unsettled (a corrected re-send of the
      *> feed), but never once the month has been paid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FEED-FILE
            ASSIGN TO SALESIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESIN-FILE-STATUS.

           SELECT COMMISSION-REP-FILE
            ASSIGN TO COMMREP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREP-EMP-ID
               FILE STATUS IS WS-COMMREP-FILE-STATUS.

           SELECT SALES-CREDIT-FILE
            ASSIGN TO COMMSALE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSAL-KEY
               FILE STATUS IS WS-COMMSALE-FILE-STATUS.

           SELECT LOAD-REPORT-FILE
            ASSIGN TO SALERPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FEED-FILE.
       01  SALES-FEED-RECORD.
           05  SFD-RECORD-TYPE         PIC X(1).
           05  SFD-BODY                PIC X(79).
           05  SFD-HEADER REDEFINES SFD-BODY.
               10  SFD-HDR-MONTH       PIC 9(6).
               10  FILLER              PIC X(73).
           05  SFD-DETAIL REDEFINES SFD-BODY.
               10  SFD-EMP-ID          PIC 9(5).
               10  SFD-ORDER-NUMBER    PIC X(10).
               10  SFD-LINE-NUMBER     PIC 9(3).
               10  SFD-CREDIT-TYPE     PIC X(1).
               10  SFD-SALE-DATE       PIC 9(8).
               10  SFD-PRODUCT-CLASS   PIC X(4).
               10  SFD-CUSTOMER-NAME   PIC X(20).
               10  SFD-AMOUNT          PIC 9(7)V99.
               10  FILLER              PIC X(19).
           05  SFD-TRAILER REDEFINES SFD-BODY.
               10  SFD-TRL-COUNT       PIC 9(7).
               10  SFD-TRL-AMOUNT      PIC 9(9)V99.
               10  FILLER              PIC X(61).

       FD  COMMISSION-REP-FILE.
           COPY CREPREC.

       FD  SALES-CREDIT-FILE.
           COPY CSALREC.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESIN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-COMMREP-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-COMMSALE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-FEED-MONTH               PIC 9(6) VALUE 0.
       01  WS-FEED-MONTH-X REDEFINES WS-FEED-MONTH.
           05  WS-FEED-YEAR            PIC 9(4).
           05  WS-FEED-MM              PIC 9(2).
       01  WS-MONTH-FIRST-DAY          PIC 9(8) VALUE 0.
       01  WS-MONTH-LAST-DAY           PIC 9(8) VALUE 0.
       01  WS-HEADER-COUNT             PIC 9(3) VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(3) VALUE 0.
       01  WS-TRL-COUNT                PIC 9(7) VALUE 0.
       01  WS-TRL-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-FEED-DETAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-FEED-DETAIL-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-FEED-BAD-TYPE-COUNT      PIC 9(7) VALUE 0.
       01  WS-FEED-VALID               PIC X    VALUE 'Y'.
       01  WS-LINE-VALID               PIC X    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01  WS-LOADED-COUNT             PIC 9(7) VALUE 0.
       01  WS-REPLACED-COUNT           PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-SALES-AMOUNT             PIC 9(9)V99 VALUE 0.
       01  WS-RETURNS-AMOUNT           PIC 9(9)V99 VALUE 0.
       01  WS-REJECT-AMOUNT            PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               'SALES CREDIT FEED LOAD        '.
           05  FILLER                  PIC X(7)  VALUE 'MONTH: '.
           05  WS-RPH-MONTH            PIC 9(6).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
           05  WS-RPH-RUN-DATE         PIC 9(8).

       01  WS-REJECT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'REJECTED CREDIT LINES                   '.

       01  WS-REJECT-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'EMP-ID ORDER      LINE T SALE DATE  AMOU'.
           05  FILLER                  PIC X(40) VALUE
               'NT   REASON                             '.

       01  WS-REJECT-LINE.
           05  WS-RJL-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RJL-ORDER            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RJL-LINE             PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RJL-TYPE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RJL-SALE-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RJL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RJL-REASON           PIC X(40).

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(60).
           05  WS-MSG-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-MSG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT SALES-FEED-FILE
           IF WS-SALESIN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SALES-FEED-FILE, STATUS: '
                   WS-SALESIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOAD-REPORT-FILE

           PERFORM PROVE-FEED-TOTALS

           MOVE WS-FEED-MONTH TO WS-RPH-MONTH
           MOVE WS-RUN-DATE TO WS-RPH-RUN-DATE
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-HEADING
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE

           IF WS-FEED-VALID = 'N'
               PERFORM REPORT-FEED-REFUSED
               CLOSE LOAD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT COMMISSION-REP-FILE
           IF WS-COMMREP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COMMISSION-REP-FILE, STATUS: '
                   WS-COMMREP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SALES-CREDIT-FILE
           IF WS-COMMSALE-FILE-STATUS = '35'
               OPEN OUTPUT SALES-CREDIT-FILE
               CLOSE SALES-CREDIT-FILE
               OPEN I-O SALES-CREDIT-FILE
           END-IF

           WRITE LOAD-REPORT-LINE FROM WS-REJECT-HEADING
           WRITE LOAD-REPORT-LINE FROM WS-REJECT-COLUMNS

           OPEN INPUT SALES-FEED-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SALES-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SFD-RECORD-TYPE = 'D'
                           PERFORM LOAD-CREDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-FEED-FILE

           PERFORM REPORT-LOAD-TOTALS

           CLOSE COMMISSION-REP-FILE
           CLOSE SALES-CREDIT-FILE
           CLOSE LOAD-REPORT-FILE

           DISPLAY 'SALES-CREDIT-LOAD LOADED: ' WS-LOADED-COUNT
           DISPLAY 'SALES-CREDIT-LOAD REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'SALES-CREDIT-LOAD REJECTED: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROVE-FEED-TOTALS.
      *>   First pass: count and foot the detail lines and hold them
      *>   up against the one header and the one trailer.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SALES-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM TALLY-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE SALES-FEED-FILE

           IF WS-HEADER-COUNT NOT = 1 OR WS-TRAILER-COUNT NOT = 1
               MOVE 'N' TO WS-FEED-VALID
           END-IF
           IF WS-FEED-DETAIL-COUNT NOT = WS-TRL-COUNT OR
                   WS-FEED-DETAIL-AMOUNT NOT = WS-TRL-AMOUNT
               MOVE 'N' TO WS-FEED-VALID
           END-IF
           IF WS-FEED-BAD-TYPE-COUNT > 0
               MOVE 'N' TO WS-FEED-VALID
           END-IF
           IF WS-FEED-MONTH = 0 OR WS-FEED-MM < 1 OR WS-FEED-MM > 12
               MOVE 'N' TO WS-FEED-VALID
           ELSE
               COMPUTE WS-MONTH-FIRST-DAY =
                   WS-FEED-MONTH * 100 + 1
               COMPUTE WS-MONTH-LAST-DAY =
                   WS-FEED-MONTH * 100 + 31
           END-IF
           EXIT.

       TALLY-FEED-RECORD.
           EVALUATE SFD-RECORD-TYPE
               WHEN 'H'
                   ADD 1 TO WS-HEADER-COUNT
                   IF SFD-HDR-MONTH IS NUMERIC
                       MOVE SFD-HDR-MONTH TO WS-FEED-MONTH
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-FEED-DETAIL-COUNT
                   IF SFD-AMOUNT IS NUMERIC
                       ADD SFD-AMOUNT TO WS-FEED-DETAIL-AMOUNT
                   END-IF
               WHEN 'T'
                   ADD 1 TO WS-TRAILER-COUNT
                   IF SFD-TRL-COUNT IS NUMERIC AND
                           SFD-TRL-AMOUNT IS NUMERIC
                       MOVE SFD-TRL-COUNT TO WS-TRL-COUNT
                       MOVE SFD-TRL-AMOUNT TO WS-TRL-AMOUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FEED-BAD-TYPE-COUNT
           END-EVALUATE
           EXIT.

       REPORT-FEED-REFUSED.
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'FEED REFUSED - NOTHING LOADED' TO WS-MSG-TEXT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'HEADER RECORDS (MUST BE 1)' TO WS-MSG-TEXT
           MOVE WS-HEADER-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'TRAILER RECORDS (MUST BE 1)' TO WS-MSG-TEXT
           MOVE WS-TRAILER-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'UNKNOWN RECORD TYPES' TO WS-MSG-TEXT
           MOVE WS-FEED-BAD-TYPE-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'DETAIL LINES / AMOUNT ON THE FEED' TO WS-MSG-TEXT
           MOVE WS-FEED-DETAIL-COUNT TO WS-MSG-COUNT
           MOVE WS-FEED-DETAIL-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'DETAIL LINES / AMOUNT PER THE TRAILER' TO WS-MSG-TEXT
           MOVE WS-TRL-COUNT TO WS-MSG-COUNT
           MOVE WS-TRL-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           DISPLAY 'SALES-CREDIT-LOAD: FEED DOES NOT PROVE TO ITS '
               'HEADER AND TRAILER - NOTHING LOADED'
           EXIT.

       LOAD-CREDIT-LINE.
           MOVE 'Y' TO WS-LINE-VALID
           PERFORM EDIT-CREDIT-LINE
           IF WS-LINE-VALID = 'Y'
               MOVE SFD-EMP-ID TO CSAL-EMP-ID
               MOVE WS-FEED-MONTH TO CSAL-MONTH
               MOVE SFD-ORDER-NUMBER TO CSAL-ORDER-NUMBER
               MOVE SFD-LINE-NUMBER TO CSAL-LINE-NUMBER
               PERFORM BUILD-CREDIT-RECORD
               WRITE SALES-CREDIT-RECORD
                   INVALID KEY
                       PERFORM REPLACE-CREDIT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       PERFORM TALLY-LOADED-AMOUNT
               END-WRITE
           END-IF
           IF WS-LINE-VALID = 'N'
               PERFORM REJECT-CREDIT-LINE
           END-IF
           EXIT.

       EDIT-CREDIT-LINE.
           IF SFD-EMP-ID IS NOT NUMERIC OR
                   SFD-LINE-NUMBER IS NOT NUMERIC OR
                   SFD-SALE-DATE IS NOT NUMERIC OR
                   SFD-AMOUNT IS NOT NUMERIC
               MOVE 'NON-NUMERIC FIELD ON CREDIT LINE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-LINE-VALID
           END-IF
           IF WS-LINE-VALID = 'Y'
               IF SFD-CREDIT-TYPE NOT = 'S' AND
                       SFD-CREDIT-TYPE NOT = 'R'
                   MOVE 'CREDIT TYPE MUST BE S OR R'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y'
               IF SFD-AMOUNT = 0
                   MOVE 'ZERO CREDIT AMOUNT' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y'
               IF SFD-PRODUCT-CLASS = SPACES OR
                       SFD-ORDER-NUMBER = SPACES
                   MOVE 'ORDER NUMBER AND PRODUCT CLASS REQUIRED'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y'
               IF SFD-SALE-DATE < WS-MONTH-FIRST-DAY OR
                       SFD-SALE-DATE > WS-MONTH-LAST-DAY
                   MOVE 'SALE DATE OUTSIDE THE FEED MONTH'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y'
               MOVE SFD-EMP-ID TO CREP-EMP-ID
               READ COMMISSION-REP-FILE
                   INVALID KEY
                       MOVE 'NOT A COMMISSION REP' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-LINE-VALID
               END-READ
           END-IF
           IF WS-LINE-VALID = 'Y'
               IF CREP-LAST-SETTLED-MONTH >= WS-FEED-MONTH
                   MOVE 'MONTH ALREADY SETTLED FOR THIS REP'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           EXIT.

       BUILD-CREDIT-RECORD.
           MOVE SFD-CREDIT-TYPE TO CSAL-CREDIT-TYPE
           MOVE SFD-SALE-DATE TO CSAL-SALE-DATE
           MOVE SFD-PRODUCT-CLASS TO CSAL-PRODUCT-CLASS
           MOVE SFD-CUSTOMER-NAME TO CSAL-CUSTOMER-NAME
           MOVE SFD-AMOUNT TO CSAL-AMOUNT
           MOVE WS-RUN-DATE TO CSAL-LOAD-DATE
           MOVE 0 TO CSAL-RATE
           MOVE 0 TO CSAL-COMMISSION
           MOVE 0 TO CSAL-SETTLED-PERIOD
           EXIT.

       REPLACE-CREDIT-LINE.
      *>   A re-sent line replaces the one on file only while it is
      *>   still unpaid.
           READ SALES-CREDIT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF CSAL-SETTLED-PERIOD NOT = 0
               MOVE 'LINE ALREADY SETTLED - NOT REPLACED'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-LINE-VALID
           ELSE
               PERFORM BUILD-CREDIT-RECORD
               REWRITE SALES-CREDIT-RECORD
               ADD 1 TO WS-REPLACED-COUNT
               PERFORM TALLY-LOADED-AMOUNT
           END-IF
           EXIT.

       TALLY-LOADED-AMOUNT.
           IF SFD-CREDIT-TYPE = 'S'
               ADD SFD-AMOUNT TO WS-SALES-AMOUNT
           ELSE
               ADD SFD-AMOUNT TO WS-RETURNS-AMOUNT
           END-IF
           EXIT.

       REJECT-CREDIT-LINE.
           MOVE SFD-EMP-ID TO WS-RJL-EMP-ID
           MOVE SFD-ORDER-NUMBER TO WS-RJL-ORDER
           MOVE SFD-LINE-NUMBER TO WS-RJL-LINE
           MOVE SFD-CREDIT-TYPE TO WS-RJL-TYPE
           MOVE SFD-SALE-DATE TO WS-RJL-SALE-DATE
           IF SFD-AMOUNT IS NUMERIC
               MOVE SFD-AMOUNT TO WS-RJL-AMOUNT
               ADD SFD-AMOUNT TO WS-REJECT-AMOUNT
           ELSE
               MOVE 0 TO WS-RJL-AMOUNT
           END-IF
           MOVE WS-REJECT-REASON TO WS-RJL-REASON
           WRITE LOAD-REPORT-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT
           EXIT.

       REPORT-LOAD-TOTALS.
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'DETAIL LINES / AMOUNT ON THE FEED' TO WS-MSG-TEXT
           MOVE WS-FEED-DETAIL-COUNT TO WS-MSG-COUNT
           MOVE WS-FEED-DETAIL-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'NEW LINES LOADED' TO WS-MSG-TEXT
           MOVE WS-LOADED-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'UNSETTLED LINES REPLACED' TO WS-MSG-TEXT
           MOVE WS-REPLACED-COUNT TO WS-MSG-COUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'SALES LOADED' TO WS-MSG-TEXT
           MOVE WS-SALES-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'RETURNS AND CHARGEBACKS LOADED' TO WS-MSG-TEXT
           MOVE WS-RETURNS-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           MOVE 'LINES REJECTED' TO WS-MSG-TEXT
           MOVE WS-REJECT-COUNT TO WS-MSG-COUNT
           MOVE WS-REJECT-AMOUNT TO WS-MSG-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-MESSAGE-LINE
           EXIT.
