           05  KRMT-EMP-NAME           PIC X(20).
           05  KRMT-EMPLOYEE-AMOUNT    PIC 9(9)V99.
           05  KRMT-EMPLOYER-MATCH     PIC 9(9)V99.
      *>   The pay period the remittance covers, so the year's
      *>   remittances can be tied back to the plan census.
           05  KRMT-PERIOD-END         PIC 9(8).

       FD  UNION-REMIT-FILE.
       01  UNION-REMIT-RECORD.
               MOVE WS-CUR-EMP-NAME-OUT TO KRMT-EMP-NAME
               MOVE WS-CUR-DED-401K TO KRMT-EMPLOYEE-AMOUNT
               MOVE WS-MATCH-THIS-EMP TO KRMT-EMPLOYER-MATCH
               MOVE WS-CUR-PERIOD-END TO KRMT-PERIOD-END
               WRITE K401-REMIT-RECORD
               ADD WS-CUR-DED-401K TO WS-401K-TOTAL
               ADD WS-MATCH-THIS-EMP TO WS-401K-MATCH-TOTAL
           MOVE 'VENDOR TOTAL' TO KRMT-EMP-NAME
           MOVE WS-401K-TOTAL TO KRMT-EMPLOYEE-AMOUNT
           MOVE WS-401K-MATCH-TOTAL TO KRMT-EMPLOYER-MATCH
           MOVE WS-LEDGER-PERIOD-END TO KRMT-PERIOD-END
           WRITE K401-REMIT-RECORD

           MOVE 'T' TO URMT-RECORD-TYPE
