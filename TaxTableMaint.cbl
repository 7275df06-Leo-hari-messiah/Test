      *> strictly ascending limits, because COMPUTE-WITHHOLDING walks
      *> the brackets in order and an out-of-order table silently
      *> mis-withholds for everyone. A dirty proposal leaves the live
      *> table untouched and ends with condition code 8. A clean one
      *> is compared row by row (effective date, parameter type and
      *> bracket) with the table it replaces, and every value added,
      *> changed or dropped goes to the change log through
      *> ChangeLogWrite; with no change log to write to, the live
      *> table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIVE-TAX-FILE
            ASSIGN TO TAXTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-TAX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Written as a straight image of the validated proposal record,
      *> so the live file is byte-for-byte what passed the edits.
       FD  LIVE-TAX-FILE.
       01  LIVE-TAX-TABLE-RECORD       PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-BRKT-SUB                 PIC 9(1) VALUE 0.
       01  WS-SET-FOUND                PIC X    VALUE 'N'.

      *> The live table as it stood before this publish, for the
      *> change log. Its size is not the payroll run's limit but
      *> comfortably past any year's parameter count.
       01  WS-LIVE-TAX-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 300 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(35).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY TAXREC REPLACING ==TAX-TABLE-RECORD== BY
               ==WS-OLD-TAX== LEADING ==TAX-== BY ==OLD-TAX-==.
           COPY TAXREC REPLACING ==TAX-TABLE-RECORD== BY
               ==WS-NEW-TAX== LEADING ==TAX-== BY ==NEW-TAX-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-TAX-FILE

                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'TAXMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'TAX-TABLE-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 300
                       DISPLAY 'TAX-TABLE-MAINT: LIVE TABLE OVER 300 '
                           'ROWS, CANNOT BE COMPARED - NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'TAX-TABLE-MAINT: ' WS-RECORD-COUNT
                           ' RECORDS PUBLISHED TO LIVE TABLE'
                       DISPLAY 'TAX-TABLE-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'TAX-TABLE-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

                   ELSE
                       PERFORM SLOT-FED-BRACKET
                   END-IF
               WHEN 'D'
                   PERFORM EDIT-PRETAX-TREATMENT
               WHEN 'P'
                   IF TAX-BRACKET-NUMBER < 1 OR TAX-BRACKET-NUMBER > 2
                       DISPLAY 'EDIT ERROR: SUPPLEMENTAL BRACKET '
                           TAX-BRACKET-NUMBER ' OUT OF RANGE, '
                           'EFFECTIVE ' TAX-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   IF TAX-BRACKET-NUMBER = 2 AND TAX-AMOUNT = 0
                       DISPLAY 'EDIT ERROR: SUPPLEMENTAL MANDATORY '
                           'THRESHOLD IS ZERO, EFFECTIVE '
                           TAX-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN 'H'
                   IF TAX-BRACKET-NUMBER < 1 OR TAX-BRACKET-NUMBER > 2
                       DISPLAY 'EDIT ERROR: ACA BRACKET '
                           TAX-BRACKET-NUMBER ' OUT OF RANGE, '
                           'EFFECTIVE ' TAX-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   IF TAX-AMOUNT = 0
                       DISPLAY 'EDIT ERROR: ACA MONTHLY HOURS ARE '
                           'ZERO, EFFECTIVE ' TAX-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN 'M'
                   IF TAX-RATE = 0
                       DISPLAY 'EDIT ERROR: MILEAGE RATE IS ZERO, '
                           'EFFECTIVE ' TAX-EFFECTIVE-DATE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN 'S'
               WHEN 'A'
               WHEN 'C'
               WHEN 'U'
               WHEN 'K'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDIT ERROR: UNKNOWN PARM TYPE '
           END-EVALUATE
           EXIT.

       EDIT-PRETAX-TREATMENT.
      *>   A deduction-class record must name one of the three
      *>   classes the payroll run knows, and every flag must say
      *>   plainly whether the class is pre-tax for that wage base -
      *>   a stray character would silently tax (or untax) a
      *>   deduction for every employee who carries it.
           IF TAX-BRACKET-NUMBER < 1 OR TAX-BRACKET-NUMBER > 3
               DISPLAY 'EDIT ERROR: DEDUCTION CLASS '
                   TAX-BRACKET-NUMBER ' OUT OF RANGE, '
                   'EFFECTIVE ' TAX-EFFECTIVE-DATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF (TAX-PRETAX-INCOME NOT = 'Y' AND
                   TAX-PRETAX-INCOME NOT = 'N' AND
                   TAX-PRETAX-INCOME NOT = SPACE) OR
              (TAX-PRETAX-FICA NOT = 'Y' AND
                   TAX-PRETAX-FICA NOT = 'N' AND
                   TAX-PRETAX-FICA NOT = SPACE) OR
              (TAX-PRETAX-FUTA NOT = 'Y' AND
                   TAX-PRETAX-FUTA NOT = 'N' AND
                   TAX-PRETAX-FUTA NOT = SPACE)
               DISPLAY 'EDIT ERROR: PRE-TAX FLAG NOT Y/N, CLASS '
                   TAX-BRACKET-NUMBER ' EFFECTIVE ' TAX-EFFECTIVE-DATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       SLOT-FED-BRACKET.
           MOVE 'N' TO WS-SET-FOUND
           PERFORM VARYING WS-FSET-SUB FROM 1 BY 1
                   NOT AT END
                       MOVE TAX-TABLE-RECORD TO LIVE-TAX-TABLE-RECORD
                       WRITE LIVE-TAX-TABLE-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-TAX-FILE
           CLOSE LIVE-TAX-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-TAX-FILE
           IF WS-LIVE-TAX-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-TAX-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 300
                               MOVE LIVE-TAX-TABLE-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-TAX-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same effective date, type and bracket on the old
      *>   table is this row's before value; no such row is an add.
           MOVE TAX-TABLE-RECORD TO WS-NEW-TAX
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-TAX
               IF OLD-TAX-EFFECTIVE-DATE = NEW-TAX-EFFECTIVE-DATE AND
                       OLD-TAX-PARM-TYPE = NEW-TAX-PARM-TYPE AND
                       OLD-TAX-BRACKET-NUMBER = NEW-TAX-BRACKET-NUMBER
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-TAX
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-TAX TO WS-OLD-TAX
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-TAX-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-TAX
                   MOVE WS-OLD-TAX TO WS-NEW-TAX
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-TAX-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-TAX-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-TAX holds the row
      *>   on the old table and WS-NEW-TAX the row published. Every
      *>   withholding parameter is sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-TAX-EFFECTIVE-DATE TO CLG-RECORD-KEY(1:8)
           MOVE OLD-TAX-PARM-TYPE TO CLG-RECORD-KEY(10:1)
           MOVE OLD-TAX-BRACKET-NUMBER TO CLG-RECORD-KEY(12:1)
           MOVE 'BRACKET-LIMIT' TO CLG-FIELD-NAME
           MOVE OLD-TAX-BRACKET-LIMIT TO CLG-BEFORE-NUMBER
           MOVE NEW-TAX-BRACKET-LIMIT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'RATE' TO CLG-FIELD-NAME
           MOVE OLD-TAX-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-TAX-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           MOVE 4 TO CLG-DECIMALS
           PERFORM LOG-NUMBER-FIELD
           MOVE 'AMOUNT' TO CLG-FIELD-NAME
           MOVE OLD-TAX-AMOUNT TO CLG-BEFORE-NUMBER
           MOVE NEW-TAX-AMOUNT TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'PRETAX-INCOME' TO CLG-FIELD-NAME
           MOVE OLD-TAX-PRETAX-INCOME TO CLG-BEFORE-TEXT
           MOVE NEW-TAX-PRETAX-INCOME TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'PRETAX-FICA' TO CLG-FIELD-NAME
           MOVE OLD-TAX-PRETAX-FICA TO CLG-BEFORE-TEXT
           MOVE NEW-TAX-PRETAX-FICA TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-TEXT-FIELD
           MOVE 'PRETAX-FUTA' TO CLG-FIELD-NAME
           MOVE OLD-TAX-PRETAX-FUTA TO CLG-BEFORE-TEXT
           MOVE NEW-TAX-PRETAX-FUTA TO CLG-AFTER-TEXT
           MOVE 'Y' TO CLG-SENSITIVE
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
