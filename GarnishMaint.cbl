      *> an order with money still owed is suspended with 'S'
      *> instead, so the paper trail survives), 'S' suspends and 'R'
      *> reactivates. Every order must point at a real employee
      *> master record before it goes on file. Every field a
      *> transaction touches goes to the change log through
      *> ChangeLogWrite; with no change log to write to, nothing is
      *> applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-VALID-RECORD             PIC X    VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.

      *> The order as it stood before the transaction, for the
      *> change log.
           COPY GARNREC REPLACING ==GARNISHMENT-RECORD== BY
               ==WS-GARN-BEFORE== LEADING ==GARN-== BY ==OLD-GARN-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT GARN-TRANSACTION-FILE
               STOP RUN
           END-IF

           MOVE 'O' TO CLG-FUNCTION
           MOVE 'GARNMNT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'GARNISH-MAINT: CHANGE LOG NOT AVAILABLE, '
                   'STATUS: ' CLG-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O GARNISHMENT-FILE
           IF WS-GARN-FILE-STATUS = '35'
               OPEN OUTPUT GARNISHMENT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE GARNISHMENT-FILE
           CLOSE GARN-REJECT-FILE
           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA

           DISPLAY 'GARNISH-MAINT ADDS: ' WS-ADD-COUNT
           DISPLAY 'GARNISH-MAINT CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'GARNISH-MAINT SUSPENDED: ' WS-SUSPEND-COUNT
           DISPLAY 'GARNISH-MAINT REACTIVATED: ' WS-REACTIVATE-COUNT
           DISPLAY 'GARNISH-MAINT REJECTS: ' WS-REJECT-COUNT
           DISPLAY 'GARNISH-MAINT FIELDS LOGGED: ' CLG-LOGGED-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'GARNISH-MAINT: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY 'ADDED ORDER: ' GTXN-EMP-ID ' CASE '
                       GTXN-CASE-NUMBER
                   MOVE GARNISHMENT-RECORD TO WS-GARN-BEFORE
                   MOVE 'A' TO CLG-ACTION
                   PERFORM LOG-ORDER-CHANGES
           END-WRITE
           EXIT.

                   IF WS-VALID-RECORD = 'N'
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE GARNISHMENT-RECORD TO WS-GARN-BEFORE
                       MOVE GTXN-ORDER-TYPE TO GARN-ORDER-TYPE
                       MOVE GTXN-AGENCY-NAME TO GARN-AGENCY-NAME
                       MOVE GTXN-PRIORITY TO GARN-PRIORITY
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY 'CHANGED ORDER: ' GTXN-EMP-ID ' CASE '
                           GTXN-CASE-NUMBER
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-ORDER-CHANGES
                   END-IF
           END-READ
           EXIT.
                           TO GREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE GARNISHMENT-RECORD TO WS-GARN-BEFORE
                       DELETE GARNISHMENT-FILE RECORD
                       ADD 1 TO WS-DELETE-COUNT
                       DISPLAY 'DELETED ORDER: ' GTXN-EMP-ID ' CASE '
                           GTXN-CASE-NUMBER
                       MOVE 'D' TO CLG-ACTION
                       PERFORM LOG-ORDER-CHANGES
                   END-IF
           END-READ
           EXIT.
                   MOVE 'ORDER NOT FOUND' TO GREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE GARNISHMENT-RECORD TO WS-GARN-BEFORE
                   MOVE 'S' TO GARN-STATUS
                   MOVE WS-RUN-DATE TO GARN-LAST-ACTIVITY-DATE
                   REWRITE GARNISHMENT-RECORD
                   ADD 1 TO WS-SUSPEND-COUNT
                   DISPLAY 'SUSPENDED ORDER: ' GTXN-EMP-ID ' CASE '
                       GTXN-CASE-NUMBER
                   MOVE 'C' TO CLG-ACTION
                   PERFORM LOG-ORDER-CHANGES
           END-READ
           EXIT.

                           TO GREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE GARNISHMENT-RECORD TO WS-GARN-BEFORE
                       MOVE 'A' TO GARN-STATUS
                       MOVE WS-RUN-DATE TO GARN-LAST-ACTIVITY-DATE
                       REWRITE GARNISHMENT-RECORD
                       ADD 1 TO WS-REACTIVATE-COUNT
                       DISPLAY 'REACTIVATED ORDER: ' GTXN-EMP-ID
                           ' CASE ' GTXN-CASE-NUMBER
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-ORDER-CHANGES
                   END-IF
           END-READ
           EXIT.

       LOG-ORDER-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-GARN-BEFORE holds the
      *>   order before the transaction and the record area the
      *>   order after it. The amounts an order takes are what
      *>   management signs off on.
           MOVE OLD-GARN-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-GARN-EMP-ID TO CLG-RECORD-KEY(1:5)
           MOVE OLD-GARN-CASE-NUMBER TO CLG-RECORD-KEY(7:10)
           MOVE 'ORDER-TYPE' TO CLG-FIELD-NAME
           MOVE OLD-GARN-ORDER-TYPE TO CLG-BEFORE-TEXT
           MOVE GARN-ORDER-TYPE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'AGENCY-NAME' TO CLG-FIELD-NAME
           MOVE OLD-GARN-AGENCY-NAME TO CLG-BEFORE-TEXT
           MOVE GARN-AGENCY-NAME TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PRIORITY' TO CLG-FIELD-NAME
           MOVE OLD-GARN-PRIORITY TO CLG-BEFORE-TEXT
           MOVE GARN-PRIORITY TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'METHOD' TO CLG-FIELD-NAME
           MOVE OLD-GARN-METHOD TO CLG-BEFORE-TEXT
           MOVE GARN-METHOD TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PER-PERIOD-AMOUNT' TO CLG-FIELD-NAME
           MOVE OLD-GARN-PER-PERIOD-AMOUNT TO CLG-BEFORE-NUMBER
           MOVE GARN-PER-PERIOD-AMOUNT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'PERCENT' TO CLG-FIELD-NAME
           MOVE OLD-GARN-PERCENT TO CLG-BEFORE-NUMBER
           MOVE GARN-PERCENT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'LIEN-BALANCE' TO CLG-FIELD-NAME
           MOVE OLD-GARN-LIEN-BALANCE TO CLG-BEFORE-NUMBER
           MOVE GARN-LIEN-BALANCE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'DISPOSABLE-LIMIT-PCT' TO CLG-FIELD-NAME
           MOVE OLD-GARN-DISPOSABLE-LIMIT-PCT TO CLG-BEFORE-NUMBER
           MOVE GARN-DISPOSABLE-LIMIT-PCT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'STATUS' TO CLG-FIELD-NAME
           MOVE OLD-GARN-STATUS TO CLG-BEFORE-TEXT
           MOVE GARN-STATUS TO CLG-AFTER-TEXT
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
           MOVE GTXN-CODE TO GREJ-CODE
           MOVE GTXN-EMP-ID TO GREJ-EMP-ID
