       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionCalc.

      *> Monthly commission settlement. The parameter card names the
      *> commission month and the period-end date of the pay run
      *> that will pay it. For every active rep on COMMREP whose
      *> month is not yet settled, the month's COMMSALE credits are
      *> netted (sales less returns and chargebacks) and measured
      *> against the rep's quota; the attainment picks the rate
      *> tier on the rep's plan for each line's product class (the
      *> blank-class tiers cover any class the plan does not name),
      *> and every line is stamped with the rate it earned and its
      *> commission so a rep's statement ties sale by sale to the
      *> pay.
      *>
      *> Draw settlement: when earned commission covers the monthly
      *> draw, the excess first pays down any draw balance carried
      *> from earlier months and the rest is paid on top of the
      *> draw. When it does not, the draw is still paid; under a
      *> recoverable draw the shortfall is added to the balance, and
      *> under any draw type a month whose returns outrun its sales
      *> adds the negative commission to the balance.
      *>
      *> The pay goes into the named run as two EARNENT entries -
      *> 'DRW' for the draw and 'COM' for commission over the draw -
      *> both of which must exist in EARNCODE as type 'F', flat
      *> zero. A rep whose employee record is gone or terminated and
      *> paid out, or who has a credit line no rate tier covers, is
      *> held: nothing is paid, stamped or settled, the month stays
      *> open for the next run, and the step ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

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

           SELECT COMMISSION-PLAN-FILE
            ASSIGN TO COMMPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-FILE-STATUS.

           SELECT EARNINGS-ENTRY-FILE
            ASSIGN TO EARNENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERNENT-KEY
               FILE STATUS IS WS-EARNENT-FILE-STATUS.

           SELECT STATEMENT-FILE
            ASSIGN TO COMMSTMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-FILE
            ASSIGN TO COMMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  COMMISSION-REP-FILE.
           COPY CREPREC.

       FD  SALES-CREDIT-FILE.
           COPY CSALREC.

       FD  COMMISSION-PLAN-FILE.
           COPY CPLNREC.

       FD  EARNINGS-ENTRY-FILE.
           COPY ERNENT.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(132).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMMREP-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-COMMSALE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMMPLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-EARNENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REP-EOF                  PIC X    VALUE 'N'.
       01  WS-SALE-EOF                 PIC X    VALUE 'N'.
       01  WS-PLAN-EOF                 PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

      *> Parameter card: cols 1-6 commission month (YYYYMM), col 7
      *> blank, cols 8-15 the period-end date of the run that will
      *> pay it.
       01  WS-COMM-PARM-CARD.
           05  WS-PRM-MONTH            PIC 9(6).
           05  FILLER                  PIC X(1).
           05  WS-PRM-TARGET-PERIOD    PIC 9(8).

       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 300 TIMES.
               10  WS-PLN-PLAN-CODE    PIC X(4).
               10  WS-PLN-PRODUCT-CLASS PIC X(4).
               10  WS-PLN-ATTAIN-FLOOR PIC 9(3)V99.
               10  WS-PLN-RATE         PIC 9V9(4).
       01  WS-PLAN-COUNT               PIC 9(3) VALUE 0.
       01  WS-PLAN-SUB                 PIC 9(3) VALUE 0.

       01  WS-LOOKUP-CLASS             PIC X(4) VALUE SPACES.
       01  WS-CLASS-FOUND              PIC X    VALUE 'N'.
       01  WS-BEST-FLOOR               PIC 9(3)V99 VALUE 0.
       01  WS-LINE-RATE                PIC 9V9(4) VALUE 0.
       01  WS-RATE-FOUND               PIC X    VALUE 'N'.

       01  WS-REP-HELD                 PIC X    VALUE 'N'.
       01  WS-HOLD-REASON              PIC X(40) VALUE SPACES.
       01  WS-REP-LINE-COUNT           PIC 9(5) VALUE 0.
       01  WS-REP-SALES                PIC 9(9)V99 VALUE 0.
       01  WS-REP-RETURNS              PIC 9(9)V99 VALUE 0.
       01  WS-REP-NET-SALES            PIC S9(9)V99 VALUE 0.
       01  WS-ATTAINMENT               PIC 9(3)V99 VALUE 0.
       01  WS-ATTAIN-WORK              PIC 9(9)V99 VALUE 0.
       01  WS-LINE-COMMISSION          PIC 9(7)V99 VALUE 0.
       01  WS-REP-EARNED               PIC S9(9)V99 VALUE 0.
       01  WS-REP-DRAW                 PIC 9(5)V99 VALUE 0.
       01  WS-BALANCE-FORWARD          PIC 9(7)V99 VALUE 0.
       01  WS-REP-RECOVERED            PIC 9(7)V99 VALUE 0.
       01  WS-REP-ADDED                PIC 9(9)V99 VALUE 0.
       01  WS-REP-EXCESS               PIC 9(9)V99 VALUE 0.
       01  WS-REP-PAY                  PIC 9(9)V99 VALUE 0.
       01  WS-REP-OVER-DRAW            PIC 9(9)V99 VALUE 0.
       01  WS-BALANCE-WORK             PIC 9(9)V99 VALUE 0.
       01  WS-ENTRY-CODE               PIC X(3) VALUE SPACES.
       01  WS-ENTRY-AMOUNT             PIC 9(5)V99 VALUE 0.

       01  WS-SETTLED-COUNT            PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.
       01  WS-TOTAL-EARNED             PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-DRAW               PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-RECOVERED          PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ADDED              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-PAY                PIC 9(9)V99 VALUE 0.

       01  WS-STMT-HEADING-1.
           05  FILLER                  PIC X(24) VALUE
               'COMMISSION STATEMENT    '.
           05  FILLER                  PIC X(7)  VALUE 'MONTH: '.
           05  WS-SH1-MONTH            PIC 9(6).
           05  FILLER                  PIC X(15) VALUE
               '  PAID PERIOD: '.
           05  WS-SH1-TARGET           PIC 9(8).

       01  WS-STMT-HEADING-2.
           05  FILLER                  PIC X(8)  VALUE 'EMP-ID: '.
           05  WS-SH2-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SH2-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(8)  VALUE '  PLAN: '.
           05  WS-SH2-PLAN             PIC X(4).
           05  FILLER                  PIC X(9)  VALUE '  QUOTA: '.
           05  WS-SH2-QUOTA            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
               '  ATTAINMENT: '.
           05  WS-SH2-ATTAIN           PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE '%'.

       01  WS-STMT-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'ORDER      LINE SALE DATE CLASS CUSTOMER'.
           05  FILLER                  PIC X(40) VALUE
               '             T        AMOUNT    RATE    '.
           05  FILLER                  PIC X(11) VALUE
               ' COMMISSION'.

       01  WS-STMT-DETAIL.
           05  WS-SD-ORDER             PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SD-LINE              PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SD-SALE-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SD-CLASS             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SD-CUSTOMER          PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SD-TYPE              PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SD-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SD-RATE              PIC 9.9999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SD-COMMISSION        PIC -Z,ZZZ,ZZ9.99.

       01  WS-STMT-SUMMARY.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-SS-LABEL             PIC X(36).
           05  WS-SS-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-CTL-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'COMMISSION SETTLEMENT CONTROL '.
           05  FILLER                  PIC X(7)  VALUE 'MONTH: '.
           05  WS-CH1-MONTH            PIC 9(6).
           05  FILLER                  PIC X(15) VALUE
               '  PAID PERIOD: '.
           05  WS-CH1-TARGET           PIC 9(8).
           05  FILLER                  PIC X(12) VALUE '  RUN DATE: '.
           05  WS-CH1-RUN-DATE         PIC 9(8).

       01  WS-CTL-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               'EMP-ID PLAN      NET SALES ATTAIN       '.
           05  FILLER                  PIC X(40) VALUE
               ' EARNED      DRAW    RECOVERED ADDED TO '.
           05  FILLER                  PIC X(29) VALUE
               'BAL          PAY  BALANCE FWD'.

       01  WS-CTL-DETAIL.
           05  WS-CD-EMP-ID            PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CD-PLAN              PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-NET-SALES         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-ATTAIN            PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-EARNED            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-DRAW              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-RECOVERED         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-ADDED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-PAY               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CD-BALANCE           PIC Z,ZZZ,ZZ9.99.

       01  WS-CTL-HELD-LINE.
           05  WS-CHL-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CHL-PLAN             PIC X(4).
           05  FILLER                  PIC X(9)  VALUE '  HELD - '.
           05  WS-CHL-REASON           PIC X(40).

       01  WS-CTL-TOTAL-LINE.
           05  WS-CTL-LABEL            PIC X(36).
           05  WS-CTL-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CTL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE ZEROS TO WS-COMM-PARM-CARD
           ACCEPT WS-COMM-PARM-CARD FROM SYSIN

           IF WS-PRM-MONTH IS NOT NUMERIC OR
                   WS-PRM-TARGET-PERIOD IS NOT NUMERIC
               MOVE 0 TO WS-PRM-MONTH
           END-IF
           IF WS-PRM-MONTH = 0 OR WS-PRM-TARGET-PERIOD = 0
               DISPLAY 'COMMISSION-CALC: CARD NEEDS COMMISSION MONTH '
                   'AND TARGET PERIOD - NOTHING SETTLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PLAN-TABLE

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O COMMISSION-REP-FILE
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
           OPEN I-O EARNINGS-ENTRY-FILE
           IF WS-EARNENT-FILE-STATUS = '35'
               OPEN OUTPUT EARNINGS-ENTRY-FILE
               CLOSE EARNINGS-ENTRY-FILE
               OPEN I-O EARNINGS-ENTRY-FILE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-PRM-MONTH TO WS-CH1-MONTH
           MOVE WS-PRM-TARGET-PERIOD TO WS-CH1-TARGET
           MOVE WS-RUN-DATE TO WS-CH1-RUN-DATE
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-HEADING-1
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-COLUMNS

           MOVE 0 TO CREP-EMP-ID
           START COMMISSION-REP-FILE KEY IS >= CREP-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REP-EOF
           END-START
           PERFORM UNTIL WS-REP-EOF = 'Y'
               READ COMMISSION-REP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REP-EOF
                   NOT AT END
                       IF CREP-STATUS = 'A' AND
                               CREP-LAST-SETTLED-MONTH < WS-PRM-MONTH
                           PERFORM SETTLE-ONE-REP
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE EMPLOYEE-FILE
           CLOSE COMMISSION-REP-FILE
           CLOSE SALES-CREDIT-FILE
           CLOSE EARNINGS-ENTRY-FILE
           CLOSE STATEMENT-FILE
           CLOSE CONTROL-REPORT-FILE

           DISPLAY 'COMMISSION-CALC REPS SETTLED: ' WS-SETTLED-COUNT
           DISPLAY 'COMMISSION-CALC REPS HELD: ' WS-HELD-COUNT
           IF WS-HELD-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LOAD-PLAN-TABLE.
           OPEN INPUT COMMISSION-PLAN-FILE
           IF WS-COMMPLAN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COMMISSION-PLAN-FILE, STATUS: '
                   WS-COMMPLAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PLAN-EOF = 'Y'
               READ COMMISSION-PLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-PLAN-EOF
                   NOT AT END
                       IF WS-PLAN-COUNT < 300
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE CPLN-PLAN-CODE
                               TO WS-PLN-PLAN-CODE(WS-PLAN-COUNT)
                           MOVE CPLN-PRODUCT-CLASS
                               TO WS-PLN-PRODUCT-CLASS(WS-PLAN-COUNT)
                           MOVE CPLN-ATTAIN-FLOOR
                               TO WS-PLN-ATTAIN-FLOOR(WS-PLAN-COUNT)
                           MOVE CPLN-RATE
                               TO WS-PLN-RATE(WS-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PLAN-FILE
           EXIT.

       SETTLE-ONE-REP.
           MOVE 'N' TO WS-REP-HELD
           MOVE SPACES TO WS-HOLD-REASON
           MOVE CREP-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REP-HELD
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-HOLD-REASON
           END-READ
           IF WS-REP-HELD = 'N' AND EMPLOYMENT-STATUS = 'T'
               MOVE 'Y' TO WS-REP-HELD
               MOVE 'TERMINATED AND PAID OUT' TO WS-HOLD-REASON
           END-IF

           IF WS-REP-HELD = 'N'
               PERFORM TOTAL-REP-CREDITS
               PERFORM COMPUTE-ATTAINMENT
               PERFORM PRICE-REP-CREDITS
           END-IF
           IF WS-REP-HELD = 'N'
               PERFORM SETTLE-DRAW
           END-IF

           IF WS-REP-HELD = 'Y'
               ADD 1 TO WS-HELD-COUNT
               MOVE CREP-EMP-ID TO WS-CHL-EMP-ID
               MOVE CREP-PLAN-CODE TO WS-CHL-PLAN
               MOVE WS-HOLD-REASON TO WS-CHL-REASON
               WRITE CONTROL-REPORT-LINE FROM WS-CTL-HELD-LINE
               DISPLAY 'COMMISSION HELD, EMP-ID: ' CREP-EMP-ID
                   ' REASON: ' WS-HOLD-REASON
           ELSE
               PERFORM WRITE-STATEMENT-HEADING
               PERFORM STAMP-REP-CREDITS
               PERFORM WRITE-PAY-ENTRIES
               PERFORM WRITE-STATEMENT-SUMMARY
               PERFORM WRITE-CONTROL-DETAIL
               MOVE WS-BALANCE-WORK TO CREP-DRAW-BALANCE
               MOVE WS-PRM-MONTH TO CREP-LAST-SETTLED-MONTH
               MOVE WS-RUN-DATE TO CREP-LAST-ACTIVITY-DATE
               REWRITE COMMISSION-REP-RECORD
               ADD 1 TO WS-SETTLED-COUNT
           END-IF
           EXIT.

       POSITION-REP-CREDITS.
           MOVE 'N' TO WS-SALE-EOF
           MOVE CREP-EMP-ID TO CSAL-EMP-ID
           MOVE WS-PRM-MONTH TO CSAL-MONTH
           MOVE LOW-VALUES TO CSAL-ORDER-NUMBER
           MOVE 0 TO CSAL-LINE-NUMBER
           START SALES-CREDIT-FILE KEY IS >= CSAL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SALE-EOF
           END-START
           EXIT.

       READ-NEXT-REP-CREDIT.
           READ SALES-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SALE-EOF
               NOT AT END
                   IF CSAL-EMP-ID NOT = CREP-EMP-ID OR
                           CSAL-MONTH NOT = WS-PRM-MONTH
                       MOVE 'Y' TO WS-SALE-EOF
                   END-IF
           END-READ
           EXIT.

       TOTAL-REP-CREDITS.
           MOVE 0 TO WS-REP-LINE-COUNT
           MOVE 0 TO WS-REP-SALES
           MOVE 0 TO WS-REP-RETURNS
           PERFORM POSITION-REP-CREDITS
           PERFORM READ-NEXT-REP-CREDIT
           PERFORM UNTIL WS-SALE-EOF = 'Y'
               ADD 1 TO WS-REP-LINE-COUNT
               IF CSAL-CREDIT-TYPE = 'R'
                   ADD CSAL-AMOUNT TO WS-REP-RETURNS
               ELSE
                   ADD CSAL-AMOUNT TO WS-REP-SALES
               END-IF
               PERFORM READ-NEXT-REP-CREDIT
           END-PERFORM
           COMPUTE WS-REP-NET-SALES = WS-REP-SALES - WS-REP-RETURNS
           EXIT.

       COMPUTE-ATTAINMENT.
      *>   Percent of quota, on net sales. No quota means every sale
      *>   pays at the plan's base (zero-floor) tier.
           MOVE 0 TO WS-ATTAINMENT
           IF CREP-MONTHLY-QUOTA > 0 AND WS-REP-NET-SALES > 0
               COMPUTE WS-ATTAIN-WORK ROUNDED =
                   WS-REP-NET-SALES * 100 / CREP-MONTHLY-QUOTA
               IF WS-ATTAIN-WORK > 999.99
                   MOVE 999.99 TO WS-ATTAINMENT
               ELSE
                   MOVE WS-ATTAIN-WORK TO WS-ATTAINMENT
               END-IF
           END-IF
           EXIT.

       PRICE-REP-CREDITS.
      *>   Prove every line has a rate before anything is written;
      *>   one unpriceable line holds the whole rep.
           MOVE 0 TO WS-REP-EARNED
           PERFORM POSITION-REP-CREDITS
           PERFORM READ-NEXT-REP-CREDIT
           PERFORM UNTIL WS-SALE-EOF = 'Y'
               PERFORM FIND-LINE-RATE
               IF WS-RATE-FOUND = 'N'
                   MOVE 'Y' TO WS-REP-HELD
                   MOVE 'NO RATE TIER FOR CLASS ' TO WS-HOLD-REASON
                   MOVE CSAL-PRODUCT-CLASS TO WS-HOLD-REASON(24:4)
                   MOVE 'Y' TO WS-SALE-EOF
               ELSE
                   COMPUTE WS-LINE-COMMISSION ROUNDED =
                       CSAL-AMOUNT * WS-LINE-RATE
                   IF CSAL-CREDIT-TYPE = 'R'
                       SUBTRACT WS-LINE-COMMISSION FROM WS-REP-EARNED
                   ELSE
                       ADD WS-LINE-COMMISSION TO WS-REP-EARNED
                   END-IF
                   PERFORM READ-NEXT-REP-CREDIT
               END-IF
           END-PERFORM
           EXIT.

       FIND-LINE-RATE.
      *>   The highest tier floor the attainment has reached, on the
      *>   line's own class if the plan names it, else on the plan's
      *>   blank-class tiers.
           MOVE CSAL-PRODUCT-CLASS TO WS-LOOKUP-CLASS
           PERFORM SEARCH-PLAN-TIERS
           IF WS-CLASS-FOUND = 'N'
               MOVE SPACES TO WS-LOOKUP-CLASS
               PERFORM SEARCH-PLAN-TIERS
           END-IF
           EXIT.

       SEARCH-PLAN-TIERS.
           MOVE 'N' TO WS-CLASS-FOUND
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-BEST-FLOOR
           MOVE 0 TO WS-LINE-RATE
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLN-PLAN-CODE(WS-PLAN-SUB) = CREP-PLAN-CODE AND
                       WS-PLN-PRODUCT-CLASS(WS-PLAN-SUB) =
                       WS-LOOKUP-CLASS
                   MOVE 'Y' TO WS-CLASS-FOUND
                   IF WS-PLN-ATTAIN-FLOOR(WS-PLAN-SUB) <=
                           WS-ATTAINMENT
                       IF WS-RATE-FOUND = 'N' OR
                               WS-PLN-ATTAIN-FLOOR(WS-PLAN-SUB) >
                               WS-BEST-FLOOR
                           MOVE 'Y' TO WS-RATE-FOUND
                           MOVE WS-PLN-ATTAIN-FLOOR(WS-PLAN-SUB)
                               TO WS-BEST-FLOOR
                           MOVE WS-PLN-RATE(WS-PLAN-SUB)
                               TO WS-LINE-RATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       SETTLE-DRAW.
           MOVE CREP-MONTHLY-DRAW TO WS-REP-DRAW
           MOVE CREP-DRAW-BALANCE TO WS-BALANCE-FORWARD
           MOVE 0 TO WS-REP-RECOVERED
           MOVE 0 TO WS-REP-ADDED
           IF WS-REP-EARNED >= WS-REP-DRAW
               COMPUTE WS-REP-EXCESS = WS-REP-EARNED - WS-REP-DRAW
               IF WS-REP-EXCESS > WS-BALANCE-FORWARD
                   MOVE WS-BALANCE-FORWARD TO WS-REP-RECOVERED
               ELSE
                   MOVE WS-REP-EXCESS TO WS-REP-RECOVERED
               END-IF
               COMPUTE WS-REP-PAY = WS-REP-EARNED - WS-REP-RECOVERED
           ELSE
               MOVE WS-REP-DRAW TO WS-REP-PAY
               IF CREP-DRAW-TYPE = 'R'
                   COMPUTE WS-REP-ADDED = WS-REP-DRAW - WS-REP-EARNED
               ELSE
                   IF WS-REP-EARNED < 0
                       COMPUTE WS-REP-ADDED = 0 - WS-REP-EARNED
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-BALANCE-WORK = WS-BALANCE-FORWARD
               - WS-REP-RECOVERED + WS-REP-ADDED
           COMPUTE WS-REP-OVER-DRAW = WS-REP-PAY - WS-REP-DRAW

      *>   Each entry carries at most 99,999.99, and the balance
      *>   field at most 9,999,999.99.
           IF WS-REP-OVER-DRAW > 99999.99
               MOVE 'Y' TO WS-REP-HELD
               MOVE 'COMMISSION OVER ENTRY LIMIT - PAY MANUALLY'
                   TO WS-HOLD-REASON
           END-IF
           IF WS-BALANCE-WORK > 9999999.99
               MOVE 'Y' TO WS-REP-HELD
               MOVE 'DRAW BALANCE OVER FIELD LIMIT'
                   TO WS-HOLD-REASON
           END-IF
           EXIT.

       STAMP-REP-CREDITS.
           PERFORM POSITION-REP-CREDITS
           PERFORM READ-NEXT-REP-CREDIT
           PERFORM UNTIL WS-SALE-EOF = 'Y'
               PERFORM FIND-LINE-RATE
               COMPUTE WS-LINE-COMMISSION ROUNDED =
                   CSAL-AMOUNT * WS-LINE-RATE
               MOVE WS-LINE-RATE TO CSAL-RATE
               MOVE WS-LINE-COMMISSION TO CSAL-COMMISSION
               MOVE WS-PRM-TARGET-PERIOD TO CSAL-SETTLED-PERIOD
               REWRITE SALES-CREDIT-RECORD
               PERFORM WRITE-STATEMENT-DETAIL
               PERFORM READ-NEXT-REP-CREDIT
           END-PERFORM
           EXIT.

       WRITE-PAY-ENTRIES.
           IF WS-REP-DRAW > 0
               MOVE 'DRW' TO WS-ENTRY-CODE
               MOVE WS-REP-DRAW TO WS-ENTRY-AMOUNT
               PERFORM WRITE-EARNINGS-ENTRY
           END-IF
           IF WS-REP-OVER-DRAW > 0
               MOVE 'COM' TO WS-ENTRY-CODE
               MOVE WS-REP-OVER-DRAW TO WS-ENTRY-AMOUNT
               PERFORM WRITE-EARNINGS-ENTRY
           END-IF
           EXIT.

       WRITE-EARNINGS-ENTRY.
      *>   Consumed entries stay on file after a run, so a collision
      *>   may be a stale entry from an earlier run: only an entry
      *>   still pending for this same pay period folds in (two
      *>   months settled into one run) - anything else is replaced.
           MOVE CREP-EMP-ID TO ERNENT-EMP-ID
           MOVE WS-ENTRY-CODE TO ERNENT-CODE
           MOVE 0 TO ERNENT-HOURS
           MOVE WS-PRM-TARGET-PERIOD TO ERNENT-PERIOD-END-DATE
           MOVE WS-ENTRY-AMOUNT TO ERNENT-OVERRIDE-AMOUNT
           WRITE EARNINGS-ENTRY-RECORD
               INVALID KEY
                   READ EARNINGS-ENTRY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF ERNENT-PERIOD-END-DATE = WS-PRM-TARGET-PERIOD
                       ADD WS-ENTRY-AMOUNT TO ERNENT-OVERRIDE-AMOUNT
                   ELSE
                       MOVE 0 TO ERNENT-HOURS
                       MOVE WS-PRM-TARGET-PERIOD
                           TO ERNENT-PERIOD-END-DATE
                       MOVE WS-ENTRY-AMOUNT TO ERNENT-OVERRIDE-AMOUNT
                   END-IF
                   REWRITE EARNINGS-ENTRY-RECORD
           END-WRITE
           EXIT.

       WRITE-STATEMENT-HEADING.
           MOVE WS-PRM-MONTH TO WS-SH1-MONTH
           MOVE WS-PRM-TARGET-PERIOD TO WS-SH1-TARGET
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING-1
           MOVE CREP-EMP-ID TO WS-SH2-EMP-ID
           MOVE EMP-NAME TO WS-SH2-EMP-NAME
           MOVE CREP-PLAN-CODE TO WS-SH2-PLAN
           MOVE CREP-MONTHLY-QUOTA TO WS-SH2-QUOTA
           MOVE WS-ATTAINMENT TO WS-SH2-ATTAIN
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING-2
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-STMT-COLUMNS
           EXIT.

       WRITE-STATEMENT-DETAIL.
           MOVE CSAL-ORDER-NUMBER TO WS-SD-ORDER
           MOVE CSAL-LINE-NUMBER TO WS-SD-LINE
           MOVE CSAL-SALE-DATE TO WS-SD-SALE-DATE
           MOVE CSAL-PRODUCT-CLASS TO WS-SD-CLASS
           MOVE CSAL-CUSTOMER-NAME TO WS-SD-CUSTOMER
           MOVE CSAL-CREDIT-TYPE TO WS-SD-TYPE
           MOVE CSAL-RATE TO WS-SD-RATE
           IF CSAL-CREDIT-TYPE = 'R'
               COMPUTE WS-SD-AMOUNT = 0 - CSAL-AMOUNT
               COMPUTE WS-SD-COMMISSION = 0 - CSAL-COMMISSION
           ELSE
               MOVE CSAL-AMOUNT TO WS-SD-AMOUNT
               MOVE CSAL-COMMISSION TO WS-SD-COMMISSION
           END-IF
           WRITE STATEMENT-LINE FROM WS-STMT-DETAIL
           EXIT.

       WRITE-STATEMENT-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'NET SALES' TO WS-SS-LABEL
           MOVE WS-REP-NET-SALES TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE 'COMMISSION EARNED' TO WS-SS-LABEL
           MOVE WS-REP-EARNED TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE 'MONTHLY DRAW' TO WS-SS-LABEL
           MOVE WS-REP-DRAW TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE 'DRAW BALANCE BROUGHT FORWARD' TO WS-SS-LABEL
           MOVE WS-BALANCE-FORWARD TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE 'RECOVERED AGAINST BALANCE' TO WS-SS-LABEL
           MOVE WS-REP-RECOVERED TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE 'ADDED TO BALANCE' TO WS-SS-LABEL
           MOVE WS-REP-ADDED TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE 'TOTAL PAYOUT THIS PERIOD' TO WS-SS-LABEL
           MOVE WS-REP-PAY TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE 'DRAW BALANCE CARRIED FORWARD' TO WS-SS-LABEL
           MOVE WS-BALANCE-WORK TO WS-SS-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STMT-SUMMARY
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE
           EXIT.

       WRITE-CONTROL-DETAIL.
           MOVE CREP-EMP-ID TO WS-CD-EMP-ID
           MOVE CREP-PLAN-CODE TO WS-CD-PLAN
           MOVE WS-REP-NET-SALES TO WS-CD-NET-SALES
           MOVE WS-ATTAINMENT TO WS-CD-ATTAIN
           MOVE WS-REP-EARNED TO WS-CD-EARNED
           MOVE WS-REP-DRAW TO WS-CD-DRAW
           MOVE WS-REP-RECOVERED TO WS-CD-RECOVERED
           MOVE WS-REP-ADDED TO WS-CD-ADDED
           MOVE WS-REP-PAY TO WS-CD-PAY
           MOVE WS-BALANCE-WORK TO WS-CD-BALANCE
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-DETAIL
           ADD WS-REP-EARNED TO WS-TOTAL-EARNED
           ADD WS-REP-DRAW TO WS-TOTAL-DRAW
           ADD WS-REP-RECOVERED TO WS-TOTAL-RECOVERED
           ADD WS-REP-ADDED TO WS-TOTAL-ADDED
           ADD WS-REP-PAY TO WS-TOTAL-PAY
           EXIT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO WS-CTL-TOTAL-LINE
           MOVE 'REPS SETTLED' TO WS-CTL-LABEL
           MOVE WS-SETTLED-COUNT TO WS-CTL-COUNT
           MOVE WS-TOTAL-PAY TO WS-CTL-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-TOTAL-LINE
           MOVE SPACES TO WS-CTL-TOTAL-LINE
           MOVE 'REPS HELD (MONTH LEFT OPEN)' TO WS-CTL-LABEL
           MOVE WS-HELD-COUNT TO WS-CTL-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-TOTAL-LINE
           MOVE SPACES TO WS-CTL-TOTAL-LINE
           MOVE 'COMMISSION EARNED' TO WS-CTL-LABEL
           MOVE WS-TOTAL-EARNED TO WS-CTL-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-TOTAL-LINE
           MOVE SPACES TO WS-CTL-TOTAL-LINE
           MOVE 'DRAWS PAID' TO WS-CTL-LABEL
           MOVE WS-TOTAL-DRAW TO WS-CTL-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-TOTAL-LINE
           MOVE SPACES TO WS-CTL-TOTAL-LINE
           MOVE 'RECOVERED AGAINST DRAW BALANCES' TO WS-CTL-LABEL
           MOVE WS-TOTAL-RECOVERED TO WS-CTL-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-TOTAL-LINE
           MOVE SPACES TO WS-CTL-TOTAL-LINE
           MOVE 'ADDED TO DRAW BALANCES' TO WS-CTL-LABEL
           MOVE WS-TOTAL-ADDED TO WS-CTL-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-TOTAL-LINE
           EXIT.
