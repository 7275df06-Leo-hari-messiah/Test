       IDENTIFICATION DIVISION.
       PROGRAM-ID. OtRuleMaint.

      *> Publishes a proposed state overtime rule file to the live
      *> OTRULE dataset EmployeePayroll and ControlRebuild load at
      *> startup - but only after the edits pass, the same bar
      *> SdiTaxMaint holds the disability rates to. A blank state, a
      *> missing effective date, no weekly hours, a double-time
      *> threshold at or under the overtime threshold, an unknown
      *> seventh-day flag, double time with no multiple, or the same
      *> state and effective date twice all leave the live table
      *> untouched and end with condition code 8. A state whose law
      *> changes gets a new record under its own effective date; the
      *> old record stays so a rerun of an earlier period still
      *> prices correctly. A clean proposal is compared rule by rule
      *> (state and effective date) with the table it replaces, and
      *> every threshold added, changed or dropped goes to the change
      *> log through ChangeLogWrite; with no change log to write to,
      *> the live table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-OTRULE-FILE
            ASSIGN TO OTRLPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-OTRULE-FILE
            ASSIGN TO OTRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-OTRL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-OTRULE-FILE.
           COPY OTRLREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-OTRULE-FILE.
       01  LIVE-OTRULE-RECORD          PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.

      *> The payroll run and the control rebuild hold the whole
      *> table in storage; their limit is this one.
       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY OCCURS 40 TIMES PIC X(10).
       01  WS-SEEN-COUNT               PIC 9(2) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(2) VALUE 0.
       01  WS-THIS-KEY                 PIC X(10) VALUE SPACES.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-OTRL-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 40 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(50).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY OTRLREC REPLACING ==OT-RULE-RECORD== BY
               ==WS-OLD-OTRL== LEADING ==OTRL-== BY ==OLD-OTRL-==.
           COPY OTRLREC REPLACING ==OT-RULE-RECORD== BY
               ==WS-NEW-OTRL== LEADING ==OTRL-== BY ==NEW-OTRL-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-OTRULE-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-OTRULE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-OTRULE-FILE

           IF WS-ERROR-COUNT > 0
               DISPLAY 'OT-RULE-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'OTRLMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'OT-RULE-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 40
                       DISPLAY 'OT-RULE-MAINT: LIVE TABLE OVER 40 '
                           'RULES, CANNOT BE COMPARED - NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'OT-RULE-MAINT: ' WS-RECORD-COUNT
                           ' STATE OVERTIME RULES PUBLISHED TO LIVE '
                           'TABLE'
                       DISPLAY 'OT-RULE-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'OT-RULE-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       EDIT-PROPOSED-RECORD.
           IF OTRL-STATE = SPACES
               DISPLAY 'EDIT ERROR: BLANK STATE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF OTRL-EFFECTIVE-DATE NOT NUMERIC OR
                   OTRL-EFFECTIVE-DATE = 0
               DISPLAY 'EDIT ERROR: NO EFFECTIVE DATE FOR STATE '
                   OTRL-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF OTRL-DAILY-OT-HOURS NOT NUMERIC OR
                   OTRL-DAILY-DT-HOURS NOT NUMERIC OR
                   OTRL-WEEKLY-OT-HOURS NOT NUMERIC OR
                   OTRL-SEVENTH-DT-HOURS NOT NUMERIC OR
                   OTRL-DT-FACTOR NOT NUMERIC
               DISPLAY 'EDIT ERROR: NON-NUMERIC FIELD FOR STATE '
                   OTRL-STATE ', RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM EDIT-THRESHOLDS
           END-IF
           IF OTRL-SEVENTH-DAY NOT = 'Y' AND
                   OTRL-SEVENTH-DAY NOT = 'N' AND
                   OTRL-SEVENTH-DAY NOT = SPACE
               DISPLAY 'EDIT ERROR: SEVENTH-DAY FLAG '
                   OTRL-SEVENTH-DAY ' NOT Y OR N FOR STATE '
                   OTRL-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM CHECK-DUPLICATE-KEY
           EXIT.

       EDIT-THRESHOLDS.
      *>   Every rule record carries the weekly hours the straight
      *>   time is measured against; a state with no daily rule at
      *>   all has no business in the table.
           IF OTRL-WEEKLY-OT-HOURS = 0
               DISPLAY 'EDIT ERROR: NO WEEKLY HOURS FOR STATE '
                   OTRL-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF OTRL-DAILY-OT-HOURS = 0 AND OTRL-DAILY-DT-HOURS = 0
                   AND OTRL-SEVENTH-DAY NOT = 'Y'
               DISPLAY 'EDIT ERROR: NO DAILY RULE FOR STATE '
                   OTRL-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF OTRL-DAILY-OT-HOURS > 24 OR OTRL-DAILY-DT-HOURS > 24
                   OR OTRL-SEVENTH-DT-HOURS > 24
               DISPLAY 'EDIT ERROR: DAILY HOURS OVER 24 FOR STATE '
                   OTRL-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF OTRL-DAILY-DT-HOURS > 0 AND OTRL-DAILY-OT-HOURS > 0
                   AND OTRL-DAILY-DT-HOURS NOT > OTRL-DAILY-OT-HOURS
               DISPLAY 'EDIT ERROR: DOUBLE-TIME HOURS NOT OVER '
                   'OVERTIME HOURS FOR STATE ' OTRL-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
      *>   Double time is paid at a multiple of at least time and
      *>   a half, and no state asks for more than triple.
           IF (OTRL-DAILY-DT-HOURS > 0 OR OTRL-SEVENTH-DAY = 'Y')
                   AND (OTRL-DT-FACTOR < 1.50 OR
                       OTRL-DT-FACTOR > 3.00)
               DISPLAY 'EDIT ERROR: DOUBLE-TIME MULTIPLE '
                   'OUT OF RANGE FOR STATE ' OTRL-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       CHECK-DUPLICATE-KEY.
           MOVE OTRL-STATE TO WS-THIS-KEY(1:2)
           MOVE OTRL-EFFECTIVE-DATE TO WS-THIS-KEY(3:8)
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-KEY(WS-SEEN-SUB) = WS-THIS-KEY
                   DISPLAY 'EDIT ERROR: DUPLICATE RULE FOR STATE '
                       OTRL-STATE ' EFFECTIVE ' OTRL-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 40
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-THIS-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
           ELSE
               DISPLAY 'EDIT ERROR: MORE THAN 40 OVERTIME RULES - '
                   'RAISE THE PAYROLL TABLE LIMIT FIRST'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-OTRULE-FILE
           OPEN OUTPUT LIVE-OTRULE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-OTRULE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE OT-RULE-RECORD TO LIVE-OTRULE-RECORD
                       WRITE LIVE-OTRULE-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-OTRULE-FILE
           CLOSE LIVE-OTRULE-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-OTRULE-FILE
           IF WS-LIVE-OTRL-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-OTRULE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 40
                               MOVE LIVE-OTRULE-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-OTRULE-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same state and effective date on the old table is
      *>   this row's before value; no such row is an add.
           MOVE OT-RULE-RECORD TO WS-NEW-OTRL
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-OTRL
               IF OLD-OTRL-STATE = NEW-OTRL-STATE AND
                       OLD-OTRL-EFFECTIVE-DATE = NEW-OTRL-EFFECTIVE-DATE
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-OTRL
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-OTRL TO WS-OLD-OTRL
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-OTRL-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-OTRL
                   MOVE WS-OLD-OTRL TO WS-NEW-OTRL
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-OTRL-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-OTRL-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-OTRL holds the
      *>   row on the old table and WS-NEW-OTRL the row published.
      *>   The thresholds and the multiple decide what every
      *>   employee in the state is paid, so they are sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-OTRL-STATE TO CLG-RECORD-KEY(1:2)
           MOVE OLD-OTRL-EFFECTIVE-DATE TO CLG-RECORD-KEY(4:8)
           MOVE 'DESCRIPTION' TO CLG-FIELD-NAME
           MOVE OLD-OTRL-DESCRIPTION TO CLG-BEFORE-TEXT
           MOVE NEW-OTRL-DESCRIPTION TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'DAILY-OT-HOURS' TO CLG-FIELD-NAME
           MOVE OLD-OTRL-DAILY-OT-HOURS TO CLG-BEFORE-NUMBER
           MOVE NEW-OTRL-DAILY-OT-HOURS TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'DAILY-DT-HOURS' TO CLG-FIELD-NAME
           MOVE OLD-OTRL-DAILY-DT-HOURS TO CLG-BEFORE-NUMBER
           MOVE NEW-OTRL-DAILY-DT-HOURS TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'WEEKLY-OT-HOURS' TO CLG-FIELD-NAME
           MOVE OLD-OTRL-WEEKLY-OT-HOURS TO CLG-BEFORE-NUMBER
           MOVE NEW-OTRL-WEEKLY-OT-HOURS TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'SEVENTH-DAY' TO CLG-FIELD-NAME
           MOVE OLD-OTRL-SEVENTH-DAY TO CLG-BEFORE-TEXT
           MOVE NEW-OTRL-SEVENTH-DAY TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'SEVENTH-DT-HOURS' TO CLG-FIELD-NAME
           MOVE OLD-OTRL-SEVENTH-DT-HOURS TO CLG-BEFORE-NUMBER
           MOVE NEW-OTRL-SEVENTH-DT-HOURS TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'DT-FACTOR' TO CLG-FIELD-NAME
           MOVE OLD-OTRL-DT-FACTOR TO CLG-BEFORE-NUMBER
           MOVE NEW-OTRL-DT-FACTOR TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
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
