       PROGRAM-ID. DemographicsMaint.

      *> Transaction maintenance for the employee demographics master
      *> (DEMOFILE) - SSN, legal name, mailing address, hire date,
      *> birth date, and the ownership and officer status the
      *> retirement plan census reports.
      *> Modeled on EmployeeMaintenance.cbl's A/C/D transaction
      *> pattern, since keeping a keyed master from a transaction file
      *> is exactly the same shape of problem. Every field an add,
      *> change or delete touches goes to the change log through
      *> ChangeLogWrite (SSN masked); with no change log to write to,
      *> no transaction is applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  DTRAN-ADDR-STATE        PIC X(2).
           05  DTRAN-ADDR-ZIP          PIC X(10).
           05  DTRAN-HIRE-DATE         PIC 9(8).
      *>   Left blank on a change, these three keep what is on file;
      *>   on an add, blank means none.
           05  DTRAN-BIRTH-DATE        PIC 9(8).
           05  DTRAN-OWNERSHIP-PCT     PIC 9(3)V99.
           05  DTRAN-OFFICER-FLAG      PIC X(1).

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-VALID-RECORD             PIC X    VALUE 'Y'.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.

      *> The record as it stood before the transaction, for the
      *> change log.
           COPY DEMOREC REPLACING ==DEMOGRAPHICS-RECORD== BY
               ==WS-DEMO-BEFORE== LEADING ==DEMO-== BY ==OLD-DEMO-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           MOVE 'O' TO CLG-FUNCTION
           MOVE 'DEMOMNT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'DEMOGRAPHICS-MAINT: CHANGE LOG NOT AVAILABLE, '
                   'STATUS: ' CLG-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           OPEN INPUT DEMO-TRANSACTION-FILE
           OPEN OUTPUT DEMO-REJECT-FILE

           CLOSE DEMO-TRANSACTION-FILE
           CLOSE DEMOGRAPHICS-FILE
           CLOSE DEMO-REJECT-FILE
           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA

           DISPLAY 'DEMOGRAPHICS-MAINT ADDS: ' WS-ADD-COUNT
           DISPLAY 'DEMOGRAPHICS-MAINT CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'DEMOGRAPHICS-MAINT DELETES: ' WS-DELETE-COUNT
           DISPLAY 'DEMOGRAPHICS-MAINT REJECTS: ' WS-REJECT-COUNT
           DISPLAY 'DEMOGRAPHICS-MAINT FIELDS LOGGED: '
               CLG-LOGGED-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'DEMOGRAPHICS-MAINT: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
               MOVE DTRAN-ADDR-STATE TO DEMO-ADDR-STATE
               MOVE DTRAN-ADDR-ZIP TO DEMO-ADDR-ZIP
               MOVE DTRAN-HIRE-DATE TO DEMO-HIRE-DATE
      *>       Separation, rehire, and the service anchors belong to
      *>       EmployeeMaintenance's terminate and rehire; a fresh
      *>       record starts with none of them, and a change here
      *>       leaves them as they stand.
               MOVE ZEROS TO DEMO-TERM-DATE
               MOVE ZEROS TO DEMO-REHIRE-DATE
               MOVE ZEROS TO DEMO-SERVICE-DATE
               MOVE ZEROS TO DEMO-BENEFIT-DATE
               MOVE ZEROS TO DEMO-BIRTH-DATE
               MOVE ZEROS TO DEMO-OWNERSHIP-PCT
               MOVE 'N' TO DEMO-OFFICER-FLAG
               PERFORM MOVE-PLAN-TEST-FIELDS
               WRITE DEMOGRAPHICS-RECORD
                   INVALID KEY
                       MOVE 'DEMOGRAPHICS ALREADY EXIST' TO DREJ-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY 'ADDED DEMOGRAPHICS: ' DTRAN-EMP-ID
                       MOVE DEMOGRAPHICS-RECORD TO WS-DEMO-BEFORE
                       MOVE 'A' TO CLG-ACTION
                       PERFORM LOG-DEMOGRAPHICS-CHANGES
               END-WRITE
           END-IF
           EXIT.
                   IF WS-VALID-RECORD = 'N'
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE DEMOGRAPHICS-RECORD TO WS-DEMO-BEFORE
                       MOVE DTRAN-SSN TO DEMO-SSN
                       MOVE DTRAN-LEGAL-NAME TO DEMO-LEGAL-NAME
                       MOVE DTRAN-ADDR-STREET TO DEMO-ADDR-STREET
                       MOVE DTRAN-ADDR-STATE TO DEMO-ADDR-STATE
                       MOVE DTRAN-ADDR-ZIP TO DEMO-ADDR-ZIP
                       MOVE DTRAN-HIRE-DATE TO DEMO-HIRE-DATE
                       PERFORM MOVE-PLAN-TEST-FIELDS
                       REWRITE DEMOGRAPHICS-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY 'CHANGED DEMOGRAPHICS: ' DTRAN-EMP-ID
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-DEMOGRAPHICS-CHANGES
                   END-IF
           END-READ
           EXIT.

       MOVE-PLAN-TEST-FIELDS.
           IF DTRAN-BIRTH-DATE IS NUMERIC
               MOVE DTRAN-BIRTH-DATE TO DEMO-BIRTH-DATE
           END-IF
           IF DTRAN-OWNERSHIP-PCT IS NUMERIC
               MOVE DTRAN-OWNERSHIP-PCT TO DEMO-OWNERSHIP-PCT
           END-IF
           IF DTRAN-OFFICER-FLAG = 'Y' OR DTRAN-OFFICER-FLAG = 'N'
               MOVE DTRAN-OFFICER-FLAG TO DEMO-OFFICER-FLAG
           END-IF
           EXIT.

       DELETE-DEMOGRAPHICS.
      *>   Read first, so the log has what was deleted.
           MOVE DTRAN-EMP-ID TO DEMO-EMP-ID
           READ DEMOGRAPHICS-FILE
               INVALID KEY
                   MOVE 'DEMOGRAPHICS NOT FOUND' TO DREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE DEMOGRAPHICS-RECORD TO WS-DEMO-BEFORE
                   DELETE DEMOGRAPHICS-FILE RECORD
                   ADD 1 TO WS-DELETE-COUNT
                   DISPLAY 'DELETED DEMOGRAPHICS: ' DTRAN-EMP-ID
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-DEMOGRAPHICS-CHANGES
           END-READ
           EXIT.

       LOG-DEMOGRAPHICS-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-DEMO-BEFORE holds the
      *>   record before the transaction and the record area the
      *>   record after it.
           MOVE OLD-DEMO-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-DEMO-EMP-ID TO CLG-RECORD-KEY
           MOVE 'SSN' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-SSN TO CLG-BEFORE-TEXT
           MOVE DEMO-SSN TO CLG-AFTER-TEXT
           PERFORM LOG-MASKED-FIELD
           MOVE 'LEGAL-NAME' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-LEGAL-NAME TO CLG-BEFORE-TEXT
           MOVE DEMO-LEGAL-NAME TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'ADDR-STREET' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-ADDR-STREET TO CLG-BEFORE-TEXT
           MOVE DEMO-ADDR-STREET TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'ADDR-CITY' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-ADDR-CITY TO CLG-BEFORE-TEXT
           MOVE DEMO-ADDR-CITY TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'ADDR-STATE' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-ADDR-STATE TO CLG-BEFORE-TEXT
           MOVE DEMO-ADDR-STATE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'ADDR-ZIP' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-ADDR-ZIP TO CLG-BEFORE-TEXT
           MOVE DEMO-ADDR-ZIP TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'HIRE-DATE' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-HIRE-DATE TO CLG-BEFORE-TEXT
           MOVE DEMO-HIRE-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'BIRTH-DATE' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-BIRTH-DATE TO CLG-BEFORE-TEXT
           MOVE DEMO-BIRTH-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'OWNERSHIP-PCT' TO CLG-FIELD-NAME
           MOVE 0 TO CLG-BEFORE-NUMBER
           IF OLD-DEMO-OWNERSHIP-PCT IS NUMERIC
               MOVE OLD-DEMO-OWNERSHIP-PCT TO CLG-BEFORE-NUMBER
           END-IF
           MOVE DEMO-OWNERSHIP-PCT TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'OFFICER-FLAG' TO CLG-FIELD-NAME
           MOVE OLD-DEMO-OFFICER-FLAG TO CLG-BEFORE-TEXT
           MOVE DEMO-OFFICER-FLAG TO CLG-AFTER-TEXT
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
