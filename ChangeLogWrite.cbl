       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeLogWrite.

      *> Before/after change log, shared the way DailyOtCalc is so
      *> every master-file maintenance program - employee master,
      *> demographics, enrollments, garnishments, deposit
      *> allocations, labor splits, advances, commission reps and
      *> the tax, wage, rule, GL and plan tables - leaves the same
      *> trail on the one keyed CHGLOG dataset. The caller hands over
      *> one field at a time with its value before and after the
      *> transaction; only a real difference is written, stamped
      *> with the logon user, the date and time, and the caller's
      *> program name and record key. SSN and bank account values
      *> are masked here, in one place, so no maintenance program
      *> can put a full number on the log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE
            ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY CHGREC.

       WORKING-STORAGE SECTION.
       01  WS-CHGLOG-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-LOG-OPEN                 PIC X    VALUE 'N'.
       01  WS-RUN-USER-ID              PIC X(8) VALUE SPACES.
       01  WS-USER-ENV-VAR-NAME        PIC X(20) VALUE 'USER'.
       01  WS-SEQUENCE                 PIC 9(5) VALUE 0.
       01  WS-LOGGED-COUNT             PIC 9(7) VALUE 0.
       01  WS-LOG-THIS-FIELD           PIC X    VALUE 'N'.
       01  WS-EMPTY-TALLY              PIC 9(2) VALUE 0.

       01  WS-BEFORE-VALUE             PIC X(40) VALUE SPACES.
       01  WS-AFTER-VALUE              PIC X(40) VALUE SPACES.

      *> Number editing: one picture per number of places the
      *> maintained files carry (whole amounts, money, rates and
      *> percents, tax-table factors).
       01  WS-EDIT-NUMBER              PIC S9(9)V9(5) VALUE 0.
       01  WS-EDIT-0                   PIC -(9)9.
       01  WS-EDIT-2                   PIC -(9)9.99.
       01  WS-EDIT-4                   PIC -(9)9.9(4).
       01  WS-EDIT-5                   PIC -(9)9.9(5).
       01  WS-EDITED-TEXT              PIC X(40) VALUE SPACES.
       01  WS-EDITED-WORK              PIC X(40) VALUE SPACES.
       01  WS-LEAD-SPACES              PIC 9(2) VALUE 0.

       01  WS-MASK-VALUE               PIC X(40) VALUE SPACES.
       01  WS-MASK-LENGTH              PIC 9(2) VALUE 0.
       01  WS-MASK-SUB                 PIC 9(2) VALUE 0.

       LINKAGE SECTION.
           COPY CHGLOGP.

       PROCEDURE DIVISION USING CHANGE-LOG-AREA.
           EVALUATE CLG-FUNCTION
               WHEN 'O'
                   PERFORM OPEN-CHANGE-LOG
               WHEN 'W'
                   PERFORM LOG-FIELD-CHANGE
               WHEN 'C'
                   PERFORM CLOSE-CHANGE-LOG
           END-EVALUATE
           MOVE WS-LOGGED-COUNT TO CLG-LOGGED-COUNT

           GOBACK.

       OPEN-CHANGE-LOG.
           CALL 'CBL_GET_ENVIRONMENT' USING WS-USER-ENV-VAR-NAME
               WS-RUN-USER-ID
           OPEN I-O CHANGE-LOG-FILE
           IF WS-CHGLOG-FILE-STATUS = '35'
               OPEN OUTPUT CHANGE-LOG-FILE
               CLOSE CHANGE-LOG-FILE
               OPEN I-O CHANGE-LOG-FILE
           END-IF
           IF WS-CHGLOG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LOG-OPEN
           END-IF
           MOVE 0 TO WS-SEQUENCE
           MOVE 0 TO WS-LOGGED-COUNT
      *>   The caller's first field starts where every later one
      *>   does: not sensitive, two places.
           MOVE 'N' TO CLG-SENSITIVE
           MOVE 2 TO CLG-DECIMALS
           MOVE WS-CHGLOG-FILE-STATUS TO CLG-FILE-STATUS
           EXIT.

       CLOSE-CHANGE-LOG.
           IF WS-LOG-OPEN = 'Y'
               CLOSE CHANGE-LOG-FILE
               MOVE 'N' TO WS-LOG-OPEN
           END-IF
           MOVE '00' TO CLG-FILE-STATUS
           EXIT.

       LOG-FIELD-CHANGE.
           MOVE '00' TO CLG-FILE-STATUS
           IF WS-LOG-OPEN NOT = 'Y'
               MOVE '48' TO CLG-FILE-STATUS
           ELSE
               PERFORM FORMAT-FIELD-VALUES
               PERFORM DECIDE-FIELD-LOGGED
               IF WS-LOG-THIS-FIELD = 'Y'
                   PERFORM WRITE-CHANGE-RECORD
               END-IF
           END-IF
           EXIT.

       FORMAT-FIELD-VALUES.
           IF CLG-VALUE-KIND = 'N'
               MOVE CLG-BEFORE-NUMBER TO WS-EDIT-NUMBER
               PERFORM EDIT-NUMBER-VALUE
               MOVE WS-EDITED-TEXT TO WS-BEFORE-VALUE
               MOVE CLG-AFTER-NUMBER TO WS-EDIT-NUMBER
               PERFORM EDIT-NUMBER-VALUE
               MOVE WS-EDITED-TEXT TO WS-AFTER-VALUE
           ELSE
               MOVE CLG-BEFORE-TEXT TO WS-BEFORE-VALUE
               MOVE CLG-AFTER-TEXT TO WS-AFTER-VALUE
           END-IF
      *>   An add has no before value and a delete no after value,
      *>   whatever the caller's image happened to hold.
           IF CLG-ACTION = 'A'
               MOVE SPACES TO WS-BEFORE-VALUE
           END-IF
           IF CLG-ACTION = 'D'
               MOVE SPACES TO WS-AFTER-VALUE
           END-IF
           EXIT.

       DECIDE-FIELD-LOGGED.
      *>   The unmasked values are compared, so a change to the
      *>   middle digits of an account still logs even though the
      *>   two masked values may read alike. On an add or a delete a
      *>   value of nothing but zeros, points and spaces (a zero
      *>   amount, an unset date) is no value at all.
           MOVE 'N' TO WS-LOG-THIS-FIELD
           EVALUATE CLG-ACTION
               WHEN 'A'
                   MOVE 0 TO WS-EMPTY-TALLY
                   INSPECT WS-AFTER-VALUE TALLYING WS-EMPTY-TALLY
                       FOR ALL SPACE ALL '0' ALL '.'
                   IF WS-EMPTY-TALLY < 40
                       MOVE 'Y' TO WS-LOG-THIS-FIELD
                   END-IF
               WHEN 'D'
                   MOVE 0 TO WS-EMPTY-TALLY
                   INSPECT WS-BEFORE-VALUE TALLYING WS-EMPTY-TALLY
                       FOR ALL SPACE ALL '0' ALL '.'
                   IF WS-EMPTY-TALLY < 40
                       MOVE 'Y' TO WS-LOG-THIS-FIELD
                   END-IF
               WHEN OTHER
                   IF CLG-VALUE-KIND = 'N'
                       IF CLG-BEFORE-NUMBER NOT = CLG-AFTER-NUMBER
                           MOVE 'Y' TO WS-LOG-THIS-FIELD
                       END-IF
                   ELSE
                       IF CLG-BEFORE-TEXT NOT = CLG-AFTER-TEXT
                           MOVE 'Y' TO WS-LOG-THIS-FIELD
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.

       EDIT-NUMBER-VALUE.
           EVALUATE CLG-DECIMALS
               WHEN 0
                   MOVE WS-EDIT-NUMBER TO WS-EDIT-0
                   MOVE WS-EDIT-0 TO WS-EDITED-TEXT
               WHEN 4
                   MOVE WS-EDIT-NUMBER TO WS-EDIT-4
                   MOVE WS-EDIT-4 TO WS-EDITED-TEXT
               WHEN 5
                   MOVE WS-EDIT-NUMBER TO WS-EDIT-5
                   MOVE WS-EDIT-5 TO WS-EDITED-TEXT
               WHEN OTHER
                   MOVE WS-EDIT-NUMBER TO WS-EDIT-2
                   MOVE WS-EDIT-2 TO WS-EDITED-TEXT
           END-EVALUATE
      *>   Left-justified, the way the text values read.
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-EDITED-TEXT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           IF WS-LEAD-SPACES > 0 AND WS-LEAD-SPACES < 40
               MOVE WS-EDITED-TEXT(WS-LEAD-SPACES + 1:) TO
                   WS-EDITED-WORK
               MOVE WS-EDITED-WORK TO WS-EDITED-TEXT
           END-IF
           EXIT.

       WRITE-CHANGE-RECORD.
           ACCEPT CHG-DATE FROM DATE YYYYMMDD
           ACCEPT CHG-TIME FROM TIME
           MOVE CLG-PROGRAM TO CHG-PROGRAM
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO CHG-SEQUENCE
           MOVE WS-RUN-USER-ID TO CHG-OPERATOR-ID
           MOVE CLG-EMP-ID TO CHG-EMP-ID
           MOVE CLG-RECORD-KEY TO CHG-RECORD-KEY
           MOVE CLG-ACTION TO CHG-ACTION
           MOVE CLG-FIELD-NAME TO CHG-FIELD-NAME
           MOVE CLG-SENSITIVE TO CHG-SENSITIVE
           IF CLG-SENSITIVE NOT = 'Y'
               MOVE 'N' TO CHG-SENSITIVE
           END-IF
           IF CLG-VALUE-KIND = 'M'
               MOVE 'Y' TO CHG-SENSITIVE
               MOVE WS-BEFORE-VALUE TO WS-MASK-VALUE
               PERFORM MASK-VALUE
               MOVE WS-MASK-VALUE TO WS-BEFORE-VALUE
               MOVE WS-AFTER-VALUE TO WS-MASK-VALUE
               PERFORM MASK-VALUE
               MOVE WS-MASK-VALUE TO WS-AFTER-VALUE
           END-IF
           MOVE WS-BEFORE-VALUE TO CHG-BEFORE-VALUE
           MOVE WS-AFTER-VALUE TO CHG-AFTER-VALUE
           WRITE CHANGE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE-LOG: WRITE FAILED FOR '
                       CHG-PROGRAM ' ' CHG-RECORD-KEY ' '
                       CHG-FIELD-NAME ', STATUS: '
                       WS-CHGLOG-FILE-STATUS
                   MOVE WS-CHGLOG-FILE-STATUS TO CLG-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOGGED-COUNT
           END-WRITE
           EXIT.

       MASK-VALUE.
      *>   Everything but the last four characters becomes '*'; a
      *>   value of four characters or fewer is masked whole.
           MOVE 0 TO WS-MASK-LENGTH
           PERFORM VARYING WS-MASK-SUB FROM 40 BY -1
                   UNTIL WS-MASK-SUB = 0 OR WS-MASK-LENGTH > 0
               IF WS-MASK-VALUE(WS-MASK-SUB:1) NOT = SPACE
                   MOVE WS-MASK-SUB TO WS-MASK-LENGTH
               END-IF
           END-PERFORM
           IF WS-MASK-LENGTH > 4
               SUBTRACT 4 FROM WS-MASK-LENGTH
           END-IF
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > WS-MASK-LENGTH
               MOVE '*' TO WS-MASK-VALUE(WS-MASK-SUB:1)
           END-PERFORM
           EXIT.
