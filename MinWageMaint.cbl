       IDENTIFICATION DIVISION.
       PROGRAM-ID. MinWageMaint.

      *> Publishes a proposed minimum-wage table to the live MINWAGE
      *> dataset MinWageCheck reads ahead of every payroll run - but
      *> only after the edits pass, the same bar LocalTaxMaint holds
      *> the locality rates to. A missing effective date, a locality
      *> with no state, a tipped or youth rate above the regular
      *> rate, an implausible rate, or two records for the same
      *> jurisdiction and date all leave the live table untouched
      *> and end with condition code 8. A clean proposal is compared
      *> jurisdiction by jurisdiction and date with the table it
      *> replaces, and every rate or threshold added, changed or
      *> dropped goes to the change log through ChangeLogWrite; with
      *> no change log to write to, the live table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-MINWAGE-FILE
            ASSIGN TO MINWPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-MINWAGE-FILE
            ASSIGN TO MINWAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-MINW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-MINWAGE-FILE.
           COPY MINWREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-MINWAGE-FILE.
       01  LIVE-MINWAGE-RECORD         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.

      *> MinWageCheck holds the whole table in storage; its limit
      *> is this one.
       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY OCCURS 200 TIMES.
               10  WS-SEEN-EFF-DATE    PIC 9(8).
               10  WS-SEEN-STATE       PIC X(2).
               10  WS-SEEN-LOCALITY    PIC X(4).
       01  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(3) VALUE 0.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-MINW-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 200 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(60).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY MINWREC REPLACING ==MIN-WAGE-RECORD== BY
               ==WS-OLD-MINW== LEADING ==MINW-== BY ==OLD-MINW-==.
           COPY MINWREC REPLACING ==MIN-WAGE-RECORD== BY
               ==WS-NEW-MINW== LEADING ==MINW-== BY ==NEW-MINW-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-MINWAGE-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-MINWAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-MINWAGE-FILE

           IF WS-ERROR-COUNT > 0
               DISPLAY 'MIN-WAGE-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'MINWMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'MIN-WAGE-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 200
                       DISPLAY 'MIN-WAGE-MAINT: LIVE TABLE OVER 200 '
                           'RECORDS, CANNOT BE COMPARED - NOT '
                           'REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'MIN-WAGE-MAINT: ' WS-RECORD-COUNT
                           ' MINIMUM-WAGE RECORDS PUBLISHED TO LIVE '
                           'TABLE'
                       DISPLAY 'MIN-WAGE-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'MIN-WAGE-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       EDIT-PROPOSED-RECORD.
           IF MINW-EFFECTIVE-DATE IS NOT NUMERIC OR
                   MINW-REGULAR-RATE IS NOT NUMERIC OR
                   MINW-TIPPED-RATE IS NOT NUMERIC OR
                   MINW-YOUTH-RATE IS NOT NUMERIC OR
                   MINW-YOUTH-AGE IS NOT NUMERIC OR
                   MINW-YOUTH-DAYS IS NOT NUMERIC OR
                   MINW-EXEMPT-SALARY IS NOT NUMERIC
               DISPLAY 'EDIT ERROR: NON-NUMERIC FIELD, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM EDIT-RATES
           END-IF
           IF MINW-STATE = SPACES AND MINW-LOCALITY NOT = SPACES
               DISPLAY 'EDIT ERROR: LOCALITY ' MINW-LOCALITY
                   ' WITH NO STATE, RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM CHECK-DUPLICATE-KEY
           EXIT.

       EDIT-RATES.
           IF MINW-EFFECTIVE-DATE = 0
               DISPLAY 'EDIT ERROR: NO EFFECTIVE DATE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
      *>   Every record sets a wage floor, a salary threshold, or
      *>   both; one that sets neither should not exist. No floor in
      *>   the country is near $50 an hour - that is a keying slip.
           IF MINW-REGULAR-RATE = 0 AND MINW-EXEMPT-SALARY = 0
               DISPLAY 'EDIT ERROR: NO RATE AND NO EXEMPT SALARY, '
                   'RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF MINW-REGULAR-RATE > 50.00
               DISPLAY 'EDIT ERROR: RATE ' MINW-REGULAR-RATE
                   ' OUT OF RANGE, RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF MINW-TIPPED-RATE > MINW-REGULAR-RATE
               DISPLAY 'EDIT ERROR: TIPPED RATE ABOVE REGULAR RATE, '
                   'RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF MINW-YOUTH-RATE > MINW-REGULAR-RATE
               DISPLAY 'EDIT ERROR: YOUTH RATE ABOVE REGULAR RATE, '
                   'RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF MINW-YOUTH-RATE > 0 AND MINW-YOUTH-AGE = 0
               DISPLAY 'EDIT ERROR: YOUTH RATE WITH NO AGE LIMIT, '
                   'RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       CHECK-DUPLICATE-KEY.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-EFF-DATE(WS-SEEN-SUB) = MINW-EFFECTIVE-DATE
                       AND WS-SEEN-STATE(WS-SEEN-SUB) = MINW-STATE
                       AND WS-SEEN-LOCALITY(WS-SEEN-SUB) =
                       MINW-LOCALITY
                   DISPLAY 'EDIT ERROR: DUPLICATE JURISDICTION '
                       MINW-STATE ' ' MINW-LOCALITY
                       ' EFFECTIVE ' MINW-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 200
               ADD 1 TO WS-SEEN-COUNT
               MOVE MINW-EFFECTIVE-DATE
                   TO WS-SEEN-EFF-DATE(WS-SEEN-COUNT)
               MOVE MINW-STATE TO WS-SEEN-STATE(WS-SEEN-COUNT)
               MOVE MINW-LOCALITY TO WS-SEEN-LOCALITY(WS-SEEN-COUNT)
           ELSE
               DISPLAY 'EDIT ERROR: MORE THAN 200 RECORDS - '
                   'RAISE THE COMPLIANCE CHECK TABLE LIMIT FIRST'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-MINWAGE-FILE
           OPEN OUTPUT LIVE-MINWAGE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-MINWAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE MIN-WAGE-RECORD TO LIVE-MINWAGE-RECORD
                       WRITE LIVE-MINWAGE-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-MINWAGE-FILE
           CLOSE LIVE-MINWAGE-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-MINWAGE-FILE
           IF WS-LIVE-MINW-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-MINWAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 200
                               MOVE LIVE-MINWAGE-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-MINWAGE-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same jurisdiction and effective date on the old
      *>   table is this row's before value; no such row is an add.
           MOVE MIN-WAGE-RECORD TO WS-NEW-MINW
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-MINW
               IF OLD-MINW-STATE = NEW-MINW-STATE AND
                       OLD-MINW-LOCALITY = NEW-MINW-LOCALITY AND
                       OLD-MINW-EFFECTIVE-DATE =
                       NEW-MINW-EFFECTIVE-DATE
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-MINW
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-MINW TO WS-OLD-MINW
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-MINW-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-MINW
                   MOVE WS-OLD-MINW TO WS-NEW-MINW
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-MINW-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-MINW-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-MINW holds the
      *>   row on the old table and WS-NEW-MINW the row published.
      *>   The rates and thresholds set what every employee in the
      *>   jurisdiction must be paid, so they are sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-MINW-STATE TO CLG-RECORD-KEY(1:2)
           MOVE OLD-MINW-LOCALITY TO CLG-RECORD-KEY(4:4)
           MOVE OLD-MINW-EFFECTIVE-DATE TO CLG-RECORD-KEY(9:8)
           MOVE 'DESCRIPTION' TO CLG-FIELD-NAME
           MOVE OLD-MINW-DESCRIPTION TO CLG-BEFORE-TEXT
           MOVE NEW-MINW-DESCRIPTION TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'REGULAR-RATE' TO CLG-FIELD-NAME
           MOVE OLD-MINW-REGULAR-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-MINW-REGULAR-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'TIPPED-RATE' TO CLG-FIELD-NAME
           MOVE OLD-MINW-TIPPED-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-MINW-TIPPED-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'YOUTH-RATE' TO CLG-FIELD-NAME
           MOVE OLD-MINW-YOUTH-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-MINW-YOUTH-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'YOUTH-AGE' TO CLG-FIELD-NAME
           MOVE OLD-MINW-YOUTH-AGE TO CLG-BEFORE-NUMBER
           MOVE NEW-MINW-YOUTH-AGE TO CLG-AFTER-NUMBER
           MOVE 0 TO CLG-DECIMALS
           PERFORM LOG-NUMBER-FIELD
           MOVE 'YOUTH-DAYS' TO CLG-FIELD-NAME
           MOVE OLD-MINW-YOUTH-DAYS TO CLG-BEFORE-NUMBER
           MOVE NEW-MINW-YOUTH-DAYS TO CLG-AFTER-NUMBER
           MOVE 0 TO CLG-DECIMALS
           PERFORM LOG-NUMBER-FIELD
           MOVE 'EXEMPT-SALARY' TO CLG-FIELD-NAME
           MOVE OLD-MINW-EXEMPT-SALARY TO CLG-BEFORE-NUMBER
           MOVE NEW-MINW-EXEMPT-SALARY TO CLG-AFTER-NUMBER
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
