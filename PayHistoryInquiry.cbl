           MOVE '  STATE TAX:          ' TO WS-STB-CAPTION
           MOVE PHIST-STATE-TAX TO WS-STB-AMOUNT
           WRITE INQUIRY-LINE FROM WS-STUB-MONEY-LINE
      *>   The net includes any expense reimbursement; a record from
      *>   before the field existed carries none.
           IF PHIST-REIMBURSEMENT IS NUMERIC
               IF PHIST-REIMBURSEMENT > 0
                   MOVE '  REIMBURSEMENTS:     ' TO WS-STB-CAPTION
                   MOVE PHIST-REIMBURSEMENT TO WS-STB-AMOUNT
                   WRITE INQUIRY-LINE FROM WS-STUB-MONEY-LINE
               END-IF
           END-IF
           MOVE '  NET PAY:            ' TO WS-STB-CAPTION
           MOVE PHIST-NET-PAY TO WS-STB-AMOUNT
           WRITE INQUIRY-LINE FROM WS-STUB-MONEY-LINE
