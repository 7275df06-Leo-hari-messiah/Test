       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayScaleMaint.

      *> Publishes a proposed grade/step pay scale to the live
      *> PAYSCALE dataset StepProgression and ScaleReprice price
      *> employees from - but only after the edits pass, the same
      *> bar LocalTaxMaint holds the locality rates to. A missing
      *> effective date, a blank grade, a zero step, a step with
      *> neither an hourly rate nor an annual salary, or two records
      *> for the same unit, grade and step on the same date all
      *> leave the live table untouched and end with condition code
      *> 8. A new scale is published by adding its rows under their
      *> own effective date; the rows of the scale it replaces stay
      *> in the table so earlier dates still price correctly. A
      *> clean proposal is compared row by row (unit, grade, step and
      *> effective date) with the table it replaces, and every rate
      *> added, changed or dropped goes to the change log through
      *> ChangeLogWrite; with no change log to write to, the live
      *> table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-SCALE-FILE
            ASSIGN TO PSCLPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-SCALE-FILE
            ASSIGN TO PAYSCALE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-PSCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-SCALE-FILE.
           COPY PSCLREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-SCALE-FILE.
       01  LIVE-SCALE-RECORD           PIC X(53).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.

      *> StepProgression and ScaleReprice hold the whole table in
      *> storage; their limit is this one.
       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY OCCURS 500 TIMES.
               10  WS-SEEN-EFF-DATE    PIC 9(8).
               10  WS-SEEN-UNIT        PIC X(4).
               10  WS-SEEN-GRADE       PIC X(3).
               10  WS-SEEN-STEP        PIC 9(2).
       01  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(3) VALUE 0.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-PSCL-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 500 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(53).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY PSCLREC REPLACING ==PAY-SCALE-RECORD== BY
               ==WS-OLD-PSCL== LEADING ==PSCL-== BY ==OLD-PSCL-==.
           COPY PSCLREC REPLACING ==PAY-SCALE-RECORD== BY
               ==WS-NEW-PSCL== LEADING ==PSCL-== BY ==NEW-PSCL-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-SCALE-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-SCALE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-SCALE-FILE

           IF WS-ERROR-COUNT > 0
               DISPLAY 'PAY-SCALE-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'PSCLMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'PAY-SCALE-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 500
                       DISPLAY 'PAY-SCALE-MAINT: LIVE TABLE OVER 500 '
                           'ROWS, CANNOT BE COMPARED - NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'PAY-SCALE-MAINT: ' WS-RECORD-COUNT
                           ' PAY SCALE RECORDS PUBLISHED TO LIVE TABLE'
                       DISPLAY 'PAY-SCALE-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'PAY-SCALE-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       EDIT-PROPOSED-RECORD.
           IF PSCL-EFFECTIVE-DATE IS NOT NUMERIC OR
                   PSCL-PAY-STEP IS NOT NUMERIC OR
                   PSCL-HOURLY-RATE IS NOT NUMERIC OR
                   PSCL-ANNUAL-SALARY IS NOT NUMERIC OR
                   PSCL-MONTHS-IN-STEP IS NOT NUMERIC
               DISPLAY 'EDIT ERROR: NON-NUMERIC FIELD, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM EDIT-SCALE-VALUES
           END-IF
           IF PSCL-PAY-GRADE = SPACES
               DISPLAY 'EDIT ERROR: BLANK GRADE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM CHECK-DUPLICATE-KEY
           EXIT.

       EDIT-SCALE-VALUES.
           IF PSCL-EFFECTIVE-DATE = 0
               DISPLAY 'EDIT ERROR: NO EFFECTIVE DATE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF PSCL-PAY-STEP = 0
               DISPLAY 'EDIT ERROR: STEP ZERO, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
      *>   A grade may be priced hourly, annually, or both, but a
      *>   step with no pay on it would reprice someone to nothing.
           IF PSCL-HOURLY-RATE = 0 AND PSCL-ANNUAL-SALARY = 0
               DISPLAY 'EDIT ERROR: NO RATE AND NO SALARY FOR GRADE '
                   PSCL-PAY-GRADE ' STEP ' PSCL-PAY-STEP
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       CHECK-DUPLICATE-KEY.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-EFF-DATE(WS-SEEN-SUB) = PSCL-EFFECTIVE-DATE
                       AND WS-SEEN-UNIT(WS-SEEN-SUB) =
                       PSCL-BARGAINING-UNIT
                       AND WS-SEEN-GRADE(WS-SEEN-SUB) = PSCL-PAY-GRADE
                       AND WS-SEEN-STEP(WS-SEEN-SUB) = PSCL-PAY-STEP
                   DISPLAY 'EDIT ERROR: DUPLICATE UNIT '
                       PSCL-BARGAINING-UNIT ' GRADE ' PSCL-PAY-GRADE
                       ' STEP ' PSCL-PAY-STEP
                       ' EFFECTIVE ' PSCL-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE PSCL-EFFECTIVE-DATE
                   TO WS-SEEN-EFF-DATE(WS-SEEN-COUNT)
               MOVE PSCL-BARGAINING-UNIT TO WS-SEEN-UNIT(WS-SEEN-COUNT)
               MOVE PSCL-PAY-GRADE TO WS-SEEN-GRADE(WS-SEEN-COUNT)
               MOVE PSCL-PAY-STEP TO WS-SEEN-STEP(WS-SEEN-COUNT)
           ELSE
               DISPLAY 'EDIT ERROR: MORE THAN 500 RECORDS - '
                   'RAISE THE STEP/REPRICE TABLE LIMIT FIRST'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-SCALE-FILE
           OPEN OUTPUT LIVE-SCALE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-SCALE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE PAY-SCALE-RECORD TO LIVE-SCALE-RECORD
                       WRITE LIVE-SCALE-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-SCALE-FILE
           CLOSE LIVE-SCALE-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-SCALE-FILE
           IF WS-LIVE-PSCL-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-SCALE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 500
                               MOVE LIVE-SCALE-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-SCALE-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same unit, grade, step and effective date on the
      *>   old table is this row's before value; no such row is an
      *>   add.
           MOVE PAY-SCALE-RECORD TO WS-NEW-PSCL
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-PSCL
               IF OLD-PSCL-EFFECTIVE-DATE = NEW-PSCL-EFFECTIVE-DATE
                       AND OLD-PSCL-BARGAINING-UNIT =
                       NEW-PSCL-BARGAINING-UNIT
                       AND OLD-PSCL-PAY-GRADE = NEW-PSCL-PAY-GRADE
                       AND OLD-PSCL-PAY-STEP = NEW-PSCL-PAY-STEP
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-PSCL
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-PSCL TO WS-OLD-PSCL
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-PSCL-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-PSCL
                   MOVE WS-OLD-PSCL TO WS-NEW-PSCL
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-PSCL-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-PSCL-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-PSCL holds the
      *>   row on the old table and WS-NEW-PSCL the row published.
      *>   The rate and salary are what everyone on the step is
      *>   paid, so they are sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-PSCL-BARGAINING-UNIT TO CLG-RECORD-KEY(1:4)
           MOVE OLD-PSCL-PAY-GRADE TO CLG-RECORD-KEY(6:3)
           MOVE OLD-PSCL-PAY-STEP TO CLG-RECORD-KEY(10:2)
           MOVE OLD-PSCL-EFFECTIVE-DATE TO CLG-RECORD-KEY(13:8)
           MOVE 'DESCRIPTION' TO CLG-FIELD-NAME
           MOVE OLD-PSCL-DESCRIPTION TO CLG-BEFORE-TEXT
           MOVE NEW-PSCL-DESCRIPTION TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'HOURLY-RATE' TO CLG-FIELD-NAME
           MOVE OLD-PSCL-HOURLY-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-PSCL-HOURLY-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'ANNUAL-SALARY' TO CLG-FIELD-NAME
           MOVE OLD-PSCL-ANNUAL-SALARY TO CLG-BEFORE-NUMBER
           MOVE NEW-PSCL-ANNUAL-SALARY TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'MONTHS-IN-STEP' TO CLG-FIELD-NAME
           MOVE OLD-PSCL-MONTHS-IN-STEP TO CLG-BEFORE-NUMBER
           MOVE NEW-PSCL-MONTHS-IN-STEP TO CLG-AFTER-NUMBER
           MOVE 0 TO CLG-DECIMALS
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
