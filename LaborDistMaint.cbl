      *> Modeled on EmployeeMaintenance.cbl's A/C/D transaction
      *> pattern. The edit that matters: the percentages on a record
      *> must sum to exactly 100.00, or cost-center totals would
      *> silently gain or lose money every run. Every split an add,
      *> change or delete touches goes to the change log through
      *> ChangeLogWrite; with no change log to write to, no
      *> transaction is applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-VALID-RECORD             PIC X    VALUE 'Y'.
       01  WS-PCT-TOTAL                PIC 9(5)V99 VALUE 0.
       01  WS-SPL-SUB                  PIC 9(1) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.

      *> The distribution as it stood before the transaction, for
      *> the change log.
           COPY LDISTREC REPLACING ==LABOR-DIST-RECORD== BY
               ==WS-LDIST-BEFORE== LEADING ==LDIST-== BY ==OLD-LDIST-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           MOVE 'O' TO CLG-FUNCTION
           MOVE 'LDISTMNT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'LABOR-DIST-MAINT: CHANGE LOG NOT AVAILABLE, '
                   'STATUS: ' CLG-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           OPEN INPUT LDIST-TRANSACTION-FILE
           OPEN OUTPUT LDIST-REJECT-FILE

           CLOSE LDIST-TRANSACTION-FILE
           CLOSE LABOR-DIST-FILE
           CLOSE LDIST-REJECT-FILE
           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA

           DISPLAY 'LABOR-DIST-MAINT ADDS: ' WS-ADD-COUNT
           DISPLAY 'LABOR-DIST-MAINT CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'LABOR-DIST-MAINT DELETES: ' WS-DELETE-COUNT
           DISPLAY 'LABOR-DIST-MAINT REJECTS: ' WS-REJECT-COUNT
           DISPLAY 'LABOR-DIST-MAINT FIELDS LOGGED: ' CLG-LOGGED-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'LABOR-DIST-MAINT: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY 'ADDED DISTRIBUTION: ' LTRAN-EMP-ID
                       MOVE LABOR-DIST-RECORD TO WS-LDIST-BEFORE
                       MOVE 'A' TO CLG-ACTION
                       PERFORM LOG-DISTRIBUTION-CHANGES
               END-WRITE
           END-IF
           EXIT.
                   IF WS-VALID-RECORD = 'N'
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE LABOR-DIST-RECORD TO WS-LDIST-BEFORE
                       PERFORM MOVE-TRAN-TO-DISTRIBUTION
                       REWRITE LABOR-DIST-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY 'CHANGED DISTRIBUTION: ' LTRAN-EMP-ID
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-DISTRIBUTION-CHANGES
                   END-IF
           END-READ
           EXIT.

       DELETE-DISTRIBUTION.
           MOVE LTRAN-EMP-ID TO LDIST-EMP-ID
      *>   Read first, so the log has what was deleted.
           READ LABOR-DIST-FILE
               INVALID KEY
                   MOVE 'DISTRIBUTION NOT FOUND' TO LREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE LABOR-DIST-RECORD TO WS-LDIST-BEFORE
                   DELETE LABOR-DIST-FILE RECORD
                   ADD 1 TO WS-DELETE-COUNT
                   DISPLAY 'DELETED DISTRIBUTION: ' LTRAN-EMP-ID
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-DISTRIBUTION-CHANGES
           END-READ
           EXIT.

       LOG-DISTRIBUTION-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-LDIST-BEFORE holds the
      *>   splits before the transaction and the record area the
      *>   splits after it. Each slot is logged by its number.
           MOVE OLD-LDIST-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-LDIST-EMP-ID TO CLG-RECORD-KEY
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > 5
               MOVE SPACES TO CLG-FIELD-NAME
               STRING 'SPLIT ' WS-SPL-SUB ' DEPT-CODE'
                   DELIMITED BY SIZE INTO CLG-FIELD-NAME
               MOVE OLD-LDIST-DEPT-CODE(WS-SPL-SUB) TO CLG-BEFORE-TEXT
               MOVE LDIST-DEPT-CODE(WS-SPL-SUB) TO CLG-AFTER-TEXT
               PERFORM LOG-TEXT-FIELD
               MOVE SPACES TO CLG-FIELD-NAME
               STRING 'SPLIT ' WS-SPL-SUB ' PERCENT'
                   DELIMITED BY SIZE INTO CLG-FIELD-NAME
               MOVE OLD-LDIST-PERCENT(WS-SPL-SUB) TO CLG-BEFORE-NUMBER
               MOVE LDIST-PERCENT(WS-SPL-SUB) TO CLG-AFTER-NUMBER
               PERFORM LOG-NUMBER-FIELD
           END-PERFORM
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
