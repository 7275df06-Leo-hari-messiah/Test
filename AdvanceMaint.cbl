      *> repayment schedule or balance, 'D' removes a ledger record
      *> only once its balance is zero. Repayment itself is
      *> automatic - EmployeePayroll draws the balance down every
      *> regular run. Every ledger field a transaction touches goes
      *> to the change log through ChangeLogWrite; with no change
      *> log to write to, nothing is applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.

      *> The ledger record as it stood before the transaction, for
      *> the change log.
           COPY ADVREC REPLACING ==ADVANCE-RECORD== BY
               ==WS-ADV-BEFORE== LEADING ==ADV-== BY ==OLD-ADV-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT ADV-TRANSACTION-FILE
               STOP RUN
           END-IF

           MOVE 'O' TO CLG-FUNCTION
           MOVE 'ADVMAINT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'ADVANCE-MAINT: CHANGE LOG NOT AVAILABLE, '
                   'STATUS: ' CLG-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ADVANCE-FILE
           IF WS-ADVANCE-FILE-STATUS = '35'
               OPEN OUTPUT ADVANCE-FILE
           CLOSE ADVANCE-FILE
           CLOSE EARNINGS-ENTRY-FILE
           CLOSE ADV-REJECT-FILE
           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA

           DISPLAY 'ADVANCE-MAINT GRANTS: ' WS-ADD-COUNT
           DISPLAY 'ADVANCE-MAINT CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'ADVANCE-MAINT DELETES: ' WS-DELETE-COUNT
           DISPLAY 'ADVANCE-MAINT REJECTS: ' WS-REJECT-COUNT
           DISPLAY 'ADVANCE-MAINT FIELDS LOGGED: ' CLG-LOGGED-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'ADVANCE-MAINT: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY 'ADVANCE GRANTED, EMP-ID: ' ATXN-EMP-ID
                       ' AMOUNT: ' ATXN-AMOUNT
                   MOVE ADVANCE-RECORD TO WS-ADV-BEFORE
                   MOVE 'A' TO CLG-ACTION
                   PERFORM LOG-ADVANCE-CHANGES
           END-WRITE
           EXIT.

               MOVE 'OPEN ADVANCE ALREADY ON FILE' TO AREJ-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE ADVANCE-RECORD TO WS-ADV-BEFORE
               MOVE ATXN-AMOUNT TO ADV-ORIGINAL-AMOUNT
               MOVE ATXN-PER-PERIOD TO ADV-PER-PERIOD
               MOVE ATXN-AMOUNT TO ADV-BALANCE
               ADD 1 TO WS-ADD-COUNT
               DISPLAY 'ADVANCE GRANTED, EMP-ID: ' ATXN-EMP-ID
                   ' AMOUNT: ' ATXN-AMOUNT
               MOVE 'C' TO CLG-ACTION
               PERFORM LOG-ADVANCE-CHANGES
           END-IF
           EXIT.

                   MOVE 'NO ADVANCE ON FILE' TO AREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE ADVANCE-RECORD TO WS-ADV-BEFORE
                   IF ATXN-PER-PERIOD > 0
                       MOVE ATXN-PER-PERIOD TO ADV-PER-PERIOD
                   END-IF
                   REWRITE ADVANCE-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY 'ADVANCE CHANGED, EMP-ID: ' ATXN-EMP-ID
                   MOVE 'C' TO CLG-ACTION
                   PERFORM LOG-ADVANCE-CHANGES
           END-READ
           EXIT.

                       MOVE 'BALANCE STILL OWED' TO AREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE ADVANCE-RECORD TO WS-ADV-BEFORE
                       DELETE ADVANCE-FILE RECORD
                       ADD 1 TO WS-DELETE-COUNT
                       DISPLAY 'ADVANCE DELETED, EMP-ID: '
                           ATXN-EMP-ID
                       MOVE 'D' TO CLG-ACTION
                       PERFORM LOG-ADVANCE-CHANGES
                   END-IF
           END-READ
           EXIT.

       LOG-ADVANCE-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-ADV-BEFORE holds the
      *>   ledger record before the transaction and the record area
      *>   the record after it. Money lent is sensitive throughout.
           MOVE OLD-ADV-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-ADV-EMP-ID TO CLG-RECORD-KEY
           MOVE 'ORIGINAL-AMOUNT' TO CLG-FIELD-NAME
           MOVE OLD-ADV-ORIGINAL-AMOUNT TO CLG-BEFORE-NUMBER
           MOVE ADV-ORIGINAL-AMOUNT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'PER-PERIOD' TO CLG-FIELD-NAME
           MOVE OLD-ADV-PER-PERIOD TO CLG-BEFORE-NUMBER
           MOVE ADV-PER-PERIOD TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'BALANCE' TO CLG-FIELD-NAME
           MOVE OLD-ADV-BALANCE TO CLG-BEFORE-NUMBER
           MOVE ADV-BALANCE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'DISBURSE-DATE' TO CLG-FIELD-NAME
           MOVE OLD-ADV-DISBURSE-DATE TO CLG-BEFORE-TEXT
           MOVE ADV-DISBURSE-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'STATUS' TO CLG-FIELD-NAME
           MOVE OLD-ADV-STATUS TO CLG-BEFORE-TEXT
           MOVE ADV-STATUS TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           EXIT.

       LOG-TEXT-FIELD.
           MOVE 'X' TO CLG-VALUE-KIND
           PERFORM CALL-CHANGE-LOG
           EXIT.

       LOG-NUMBER-FIELD.
           MOVE 'N' TO CLG-VALUE-KIND
           PERFORM CALL-CHANGE-LOG
           EXIT.

       CALL-CHANGE-LOG.
      *>   Sensitivity and places apply to the one field; the next
      *>   field starts from not sensitive, two places.
           MOVE 'W' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOG-ERROR-COUNT
           END-IF
           MOVE 'N' TO CLG-SENSITIVE
           MOVE 2 TO CLG-DECIMALS
           EXIT.

       REJECT-TRANSACTION.
           MOVE ATXN-CODE TO AREJ-CODE
           MOVE ATXN-EMP-ID TO AREJ-EMP-ID
