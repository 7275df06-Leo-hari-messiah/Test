      *> EmployeeMaintenance.cbl's A/C/D transaction pattern. The
      *> plan master itself is a small dataset accounting edits
      *> directly; this program only keys the EMP-ID/plan pairs.
      *> BenefitEligibility adds the automatic enrollments for the
      *> default plans; an employee opting out of one is keyed here
      *> as a change to status 'W'. Every field an add, change or
      *> delete touches goes to the change log through
      *> ChangeLogWrite; with no change log to write to, no
      *> transaction is applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  ETRAN-EMP-ID            PIC 9(5).
           05  ETRAN-PLAN-CODE         PIC X(4).
           05  ETRAN-STATUS            PIC X(1).
      *> Coverage start (zero = effective from the start) and, for a
      *> 401(k) plan, the deferral percent of gross (zero = the
      *> plan's flat amount). On a change, zero leaves the value on
      *> file alone.
           05  ETRAN-EFFECTIVE-DATE    PIC 9(8).
           05  ETRAN-DEFERRAL-PCT      PIC 9(2)V99.
      *> Health coverage tier EE/ES/EC/FM; on a change, spaces leave
      *> the tier on file alone.
           05  ETRAN-COVERAGE-TIER     PIC X(2).

       FD  BENEFIT-ENROLLMENT-FILE.
           COPY ENRLREC.
       01  WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-VALID-RECORD             PIC X    VALUE 'Y'.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.

      *> The enrollment as it stood before the transaction, for the
      *> change log.
           COPY ENRLREC REPLACING ==BENEFIT-ENROLLMENT-RECORD== BY
               ==WS-ENRL-BEFORE== LEADING ==ENRL-== BY ==OLD-ENRL-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           MOVE 'O' TO CLG-FUNCTION
           MOVE 'BENMNT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'ENROLL-MAINT: CHANGE LOG NOT AVAILABLE, '
                   'STATUS: ' CLG-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF

           OPEN INPUT ENRL-TRANSACTION-FILE
           OPEN OUTPUT ENRL-REJECT-FILE

           CLOSE ENRL-TRANSACTION-FILE
           CLOSE BENEFIT-ENROLLMENT-FILE
           CLOSE ENRL-REJECT-FILE
           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA

           DISPLAY 'ENROLL-MAINT ADDS: ' WS-ADD-COUNT
           DISPLAY 'ENROLL-MAINT CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'ENROLL-MAINT DELETES: ' WS-DELETE-COUNT
           DISPLAY 'ENROLL-MAINT REJECTS: ' WS-REJECT-COUNT
           DISPLAY 'ENROLL-MAINT FIELDS LOGGED: ' CLG-LOGGED-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'ENROLL-MAINT: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-TRANSACTION.
           END-EVALUATE
           EXIT.

       EDIT-ENROLLMENT.
           MOVE 'Y' TO WS-VALID-RECORD
           IF ETRAN-STATUS NOT = SPACE AND ETRAN-STATUS NOT = 'A' AND
                   ETRAN-STATUS NOT = 'P' AND ETRAN-STATUS NOT = 'T'
                   AND ETRAN-STATUS NOT = 'W'
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'STATUS NOT A, P, T, OR W' TO EREJ-REASON
           END-IF
           IF ETRAN-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO ETRAN-EFFECTIVE-DATE
           END-IF
           IF ETRAN-DEFERRAL-PCT NOT NUMERIC
               MOVE ZEROS TO ETRAN-DEFERRAL-PCT
           END-IF
           IF ETRAN-DEFERRAL-PCT > 75
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'DEFERRAL PERCENT OVER 75' TO EREJ-REASON
           END-IF
           IF ETRAN-COVERAGE-TIER NOT = SPACES AND
                   ETRAN-COVERAGE-TIER NOT = 'EE' AND
                   ETRAN-COVERAGE-TIER NOT = 'ES' AND
                   ETRAN-COVERAGE-TIER NOT = 'EC' AND
                   ETRAN-COVERAGE-TIER NOT = 'FM'
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'COVERAGE TIER NOT EE, ES, EC, OR FM'
                   TO EREJ-REASON
           END-IF
           EXIT.

       ADD-ENROLLMENT.
           PERFORM EDIT-ENROLLMENT
           IF WS-VALID-RECORD = 'N'
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM WRITE-NEW-ENROLLMENT
           END-IF
           EXIT.

       WRITE-NEW-ENROLLMENT.
           MOVE ETRAN-EMP-ID TO ENRL-EMP-ID
           MOVE ETRAN-PLAN-CODE TO ENRL-PLAN-CODE
           IF ETRAN-STATUS = SPACE
           ELSE
               MOVE ETRAN-STATUS TO ENRL-STATUS
           END-IF
           MOVE ETRAN-EFFECTIVE-DATE TO ENRL-EFFECTIVE-DATE
           MOVE ETRAN-DEFERRAL-PCT TO ENRL-DEFERRAL-PCT
           MOVE SPACE TO ENRL-SOURCE
           MOVE ETRAN-COVERAGE-TIER TO ENRL-COVERAGE-TIER
           MOVE ZEROS TO ENRL-END-DATE
           WRITE BENEFIT-ENROLLMENT-RECORD
               INVALID KEY
                   MOVE 'ALREADY ENROLLED IN PLAN' TO EREJ-REASON
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY 'ENROLLED: ' ETRAN-EMP-ID ' PLAN '
                       ETRAN-PLAN-CODE
                   MOVE BENEFIT-ENROLLMENT-RECORD TO WS-ENRL-BEFORE
                   MOVE 'A' TO CLG-ACTION
                   PERFORM LOG-ENROLLMENT-CHANGES
           END-WRITE
           EXIT.

                   MOVE 'ENROLLMENT NOT FOUND' TO EREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM EDIT-ENROLLMENT
                   IF WS-VALID-RECORD = 'N'
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM APPLY-ENROLLMENT-CHANGE
                   END-IF
           END-READ
           EXIT.

       APPLY-ENROLLMENT-CHANGE.
      *>   Enrollments written before the effective date and
      *>   deferral percent were carried have nothing usable there.
           IF ENRL-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO ENRL-EFFECTIVE-DATE
           END-IF
           IF ENRL-DEFERRAL-PCT NOT NUMERIC
               MOVE ZEROS TO ENRL-DEFERRAL-PCT
           END-IF
           IF ENRL-END-DATE NOT NUMERIC
               MOVE ZEROS TO ENRL-END-DATE
           END-IF
           MOVE BENEFIT-ENROLLMENT-RECORD TO WS-ENRL-BEFORE
           MOVE ETRAN-STATUS TO ENRL-STATUS
      *>   Coverage reinstated (a return from leave re-elected) has
      *>   no end date.
           IF ETRAN-STATUS NOT = 'T'
               MOVE ZEROS TO ENRL-END-DATE
           END-IF
           IF ETRAN-COVERAGE-TIER NOT = SPACES
               MOVE ETRAN-COVERAGE-TIER TO ENRL-COVERAGE-TIER
           END-IF
           IF ETRAN-EFFECTIVE-DATE > 0
               MOVE ETRAN-EFFECTIVE-DATE TO ENRL-EFFECTIVE-DATE
           END-IF
           IF ETRAN-DEFERRAL-PCT > 0
               MOVE ETRAN-DEFERRAL-PCT TO ENRL-DEFERRAL-PCT
           END-IF
           REWRITE BENEFIT-ENROLLMENT-RECORD
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY 'CHANGED ENROLLMENT: ' ETRAN-EMP-ID
               ' PLAN ' ETRAN-PLAN-CODE
           MOVE 'C' TO CLG-ACTION
           PERFORM LOG-ENROLLMENT-CHANGES
           EXIT.

       DELETE-ENROLLMENT.
           MOVE ETRAN-EMP-ID TO ENRL-EMP-ID
           MOVE ETRAN-PLAN-CODE TO ENRL-PLAN-CODE
      *>   Read first, so the log has what was deleted.
           READ BENEFIT-ENROLLMENT-FILE
               INVALID KEY
                   MOVE 'ENROLLMENT NOT FOUND' TO EREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE BENEFIT-ENROLLMENT-RECORD TO WS-ENRL-BEFORE
                   DELETE BENEFIT-ENROLLMENT-FILE RECORD
                   ADD 1 TO WS-DELETE-COUNT
                   DISPLAY 'DELETED ENROLLMENT: ' ETRAN-EMP-ID
                       ' PLAN ' ETRAN-PLAN-CODE
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-ENROLLMENT-CHANGES
           END-READ
           EXIT.

       LOG-ENROLLMENT-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-ENRL-BEFORE holds the
      *>   enrollment before the transaction and the record area the
      *>   enrollment after it.
           MOVE OLD-ENRL-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-ENRL-EMP-ID TO CLG-RECORD-KEY(1:5)
           MOVE OLD-ENRL-PLAN-CODE TO CLG-RECORD-KEY(7:4)
           MOVE 'STATUS' TO CLG-FIELD-NAME
           MOVE OLD-ENRL-STATUS TO CLG-BEFORE-TEXT
           MOVE ENRL-STATUS TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'EFFECTIVE-DATE' TO CLG-FIELD-NAME
           MOVE OLD-ENRL-EFFECTIVE-DATE TO CLG-BEFORE-TEXT
           MOVE ENRL-EFFECTIVE-DATE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'DEFERRAL-PCT' TO CLG-FIELD-NAME
           MOVE OLD-ENRL-DEFERRAL-PCT TO CLG-BEFORE-NUMBER
           MOVE ENRL-DEFERRAL-PCT TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'COVERAGE-TIER' TO CLG-FIELD-NAME
           MOVE OLD-ENRL-COVERAGE-TIER TO CLG-BEFORE-TEXT
           MOVE ENRL-COVERAGE-TIER TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'END-DATE' TO CLG-FIELD-NAME
           MOVE OLD-ENRL-END-DATE TO CLG-BEFORE-TEXT
           MOVE ENRL-END-DATE TO CLG-AFTER-TEXT
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
