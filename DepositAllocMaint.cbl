      *> Modeled on EmployeeMaintenance.cbl's A/C/D transaction
      *> pattern. Edits keep obviously unpayable splits off the file:
      *> a zero routing number, a method other than F/P, or a
      *> percentage over 100. Every field an add, change or delete
      *> touches goes to the change log through ChangeLogWrite (the
      *> account number masked); with no change log to write to, no
      *> transaction is applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-VALID-RECORD             PIC X    VALUE 'Y'.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.

      *> The allocation as it stood before the transaction, for the
      *> change log.
           COPY ALOCREC REPLACING ==DEPOSIT-ALLOCATION-RECORD== BY
               ==WS-ALOC-BEFORE== LEADING ==ALOC-== BY ==OLD-ALOC-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           MOVE 'O' TO CLG-FUNCTION
           MOVE 'ALOCMNT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'DEPOSIT-ALLOC-MAINT: CHANGE LOG NOT AVAILABLE, '
                   'STATUS: ' CLG-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           OPEN INPUT ALOC-TRANSACTION-FILE
           OPEN OUTPUT ALOC-REJECT-FILE

           CLOSE ALOC-TRANSACTION-FILE
           CLOSE DEPOSIT-ALLOCATION-FILE
           CLOSE ALOC-REJECT-FILE
           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA

           DISPLAY 'DEPOSIT-ALLOC-MAINT ADDS: ' WS-ADD-COUNT
           DISPLAY 'DEPOSIT-ALLOC-MAINT CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'DEPOSIT-ALLOC-MAINT DELETES: ' WS-DELETE-COUNT
           DISPLAY 'DEPOSIT-ALLOC-MAINT REJECTS: ' WS-REJECT-COUNT
           DISPLAY 'DEPOSIT-ALLOC-MAINT FIELDS LOGGED: '
               CLG-LOGGED-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'DEPOSIT-ALLOC-MAINT: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY 'ADDED ALLOCATION: ' ATRAN-EMP-ID
                           '/' ATRAN-SEQ
                       MOVE DEPOSIT-ALLOCATION-RECORD TO WS-ALOC-BEFORE
                       MOVE 'A' TO CLG-ACTION
                       PERFORM LOG-ALLOCATION-CHANGES
               END-WRITE
           END-IF
           EXIT.
                   IF WS-VALID-RECORD = 'N'
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE DEPOSIT-ALLOCATION-RECORD TO WS-ALOC-BEFORE
                       PERFORM MOVE-TRAN-TO-ALLOCATION
                       REWRITE DEPOSIT-ALLOCATION-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY 'CHANGED ALLOCATION: ' ATRAN-EMP-ID
                           '/' ATRAN-SEQ
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-ALLOCATION-CHANGES
                   END-IF
           END-READ
           EXIT.
       DELETE-ALLOCATION.
           MOVE ATRAN-EMP-ID TO ALOC-EMP-ID
           MOVE ATRAN-SEQ TO ALOC-SEQ
      *>   Read first, so the log has what was deleted.
           READ DEPOSIT-ALLOCATION-FILE
               INVALID KEY
                   MOVE 'ALLOCATION NOT FOUND' TO AREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE DEPOSIT-ALLOCATION-RECORD TO WS-ALOC-BEFORE
                   DELETE DEPOSIT-ALLOCATION-FILE RECORD
                   ADD 1 TO WS-DELETE-COUNT
                   DISPLAY 'DELETED ALLOCATION: ' ATRAN-EMP-ID
                       '/' ATRAN-SEQ
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-ALLOCATION-CHANGES
           END-READ
           EXIT.

       LOG-ALLOCATION-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-ALOC-BEFORE holds the
      *>   allocation before the transaction and the record area the
      *>   allocation after it. Where the money goes is sensitive
      *>   throughout.
           MOVE OLD-ALOC-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-ALOC-EMP-ID TO CLG-RECORD-KEY(1:5)
           MOVE OLD-ALOC-SEQ TO CLG-RECORD-KEY(7:2)
           MOVE 'BANK-ROUTING' TO CLG-FIELD-NAME
           MOVE OLD-ALOC-BANK-ROUTING TO CLG-BEFORE-TEXT
           MOVE ALOC-BANK-ROUTING TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'BANK-ACCOUNT' TO CLG-FIELD-NAME
           MOVE OLD-ALOC-BANK-ACCOUNT TO CLG-BEFORE-TEXT
           MOVE ALOC-BANK-ACCOUNT TO CLG-AFTER-TEXT
           PERFORM LOG-MASKED-FIELD
           MOVE 'METHOD' TO CLG-FIELD-NAME
           MOVE OLD-ALOC-METHOD TO CLG-BEFORE-TEXT
           MOVE ALOC-METHOD TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'AMOUNT' TO CLG-FIELD-NAME
           MOVE OLD-ALOC-AMOUNT TO CLG-BEFORE-NUMBER
           MOVE ALOC-AMOUNT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'PERCENT' TO CLG-FIELD-NAME
           MOVE OLD-ALOC-PERCENT TO CLG-BEFORE-NUMBER
           MOVE ALOC-PERCENT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'PRIMARY' TO CLG-FIELD-NAME
           MOVE OLD-ALOC-PRIMARY TO CLG-BEFORE-TEXT
           MOVE ALOC-PRIMARY TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           EXIT.

       LOG-TEXT-FIELD.
           MOVE 'X' TO CLG-VALUE-KIND
           PERFORM CALL-CHANGE-LOG
           EXIT.

       LOG-MASKED-FIELD.
           MOVE 'M' TO CLG-VALUE-KIND
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
