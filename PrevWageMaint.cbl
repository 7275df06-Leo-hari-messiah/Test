       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevWageMaint.

      *> Publishes a proposed prevailing-wage contract table to the
      *> live PREVWAGE dataset CertifiedPayroll reads - but only
      *> after the edits pass, the same bar LocalTaxMaint holds the
      *> locality rates to. A missing effective date, job code,
      *> contract number or craft, a zero base rate, an unknown
      *> fringe method, or two records for the same job code on the
      *> same date all leave the live table untouched and end with
      *> condition code 8. A job code moving to a new determination
      *> gets a new record under its own effective date; the old
      *> record stays so earlier weeks still certify correctly. A
      *> clean proposal is compared row by row (job code and
      *> effective date) with the table it replaces, and every value
      *> added, changed or dropped goes to the change log through
      *> ChangeLogWrite; with no change log to write to, the live
      *> table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-PREVWAGE-FILE
            ASSIGN TO PWAGPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-PREVWAGE-FILE
            ASSIGN TO PREVWAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-PWAG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-PREVWAGE-FILE.
           COPY PWAGREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-PREVWAGE-FILE.
       01  LIVE-PREVWAGE-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.

      *> CertifiedPayroll holds the whole table in storage; its
      *> limit is this one.
       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY OCCURS 300 TIMES.
               10  WS-SEEN-EFF-DATE    PIC 9(8).
               10  WS-SEEN-JOB-CODE    PIC X(4).
       01  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(3) VALUE 0.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-PWAG-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 300 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(120).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY PWAGREC REPLACING ==PREVAILING-WAGE-RECORD== BY
               ==WS-OLD-PWAG== LEADING ==PWAG-== BY ==OLD-PWAG-==.
           COPY PWAGREC REPLACING ==PREVAILING-WAGE-RECORD== BY
               ==WS-NEW-PWAG== LEADING ==PWAG-== BY ==NEW-PWAG-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-PREVWAGE-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-PREVWAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-PREVWAGE-FILE

           IF WS-ERROR-COUNT > 0
               DISPLAY 'PREV-WAGE-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'PWAGMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'PREV-WAGE-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 300
                       DISPLAY 'PREV-WAGE-MAINT: LIVE TABLE OVER 300 '
                           'ROWS, CANNOT BE COMPARED - NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'PREV-WAGE-MAINT: ' WS-RECORD-COUNT
                           ' PREVAILING-WAGE RECORDS PUBLISHED TO '
                           'LIVE TABLE'
                       DISPLAY 'PREV-WAGE-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'PREV-WAGE-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       EDIT-PROPOSED-RECORD.
           IF PWAG-EFFECTIVE-DATE IS NOT NUMERIC OR
                   PWAG-BASE-RATE IS NOT NUMERIC OR
                   PWAG-FRINGE-RATE IS NOT NUMERIC
               DISPLAY 'EDIT ERROR: NON-NUMERIC FIELD, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM EDIT-RATES
           END-IF
           IF PWAG-JOB-CODE = SPACES
               DISPLAY 'EDIT ERROR: BLANK JOB CODE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF PWAG-CONTRACT-NO = SPACES
               DISPLAY 'EDIT ERROR: NO CONTRACT NUMBER, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF PWAG-CRAFT = SPACES
               DISPLAY 'EDIT ERROR: NO CRAFT CLASSIFICATION, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF PWAG-FRINGE-METHOD NOT = 'P' AND
                   PWAG-FRINGE-METHOD NOT = 'C' AND
                   PWAG-FRINGE-METHOD NOT = SPACE
               DISPLAY 'EDIT ERROR: FRINGE METHOD ' PWAG-FRINGE-METHOD
                   ' NOT P OR C, RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM CHECK-DUPLICATE-KEY
           EXIT.

       EDIT-RATES.
           IF PWAG-EFFECTIVE-DATE = 0
               DISPLAY 'EDIT ERROR: NO EFFECTIVE DATE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
      *>   A determination always carries a base rate; the fringe
      *>   may legitimately be zero for some crafts.
           IF PWAG-BASE-RATE = 0
               DISPLAY 'EDIT ERROR: NO BASE RATE FOR JOB CODE '
                   PWAG-JOB-CODE ', RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       CHECK-DUPLICATE-KEY.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-EFF-DATE(WS-SEEN-SUB) = PWAG-EFFECTIVE-DATE
                       AND WS-SEEN-JOB-CODE(WS-SEEN-SUB) =
                       PWAG-JOB-CODE
                   DISPLAY 'EDIT ERROR: DUPLICATE JOB CODE '
                       PWAG-JOB-CODE ' EFFECTIVE ' PWAG-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 300
               ADD 1 TO WS-SEEN-COUNT
               MOVE PWAG-EFFECTIVE-DATE
                   TO WS-SEEN-EFF-DATE(WS-SEEN-COUNT)
               MOVE PWAG-JOB-CODE TO WS-SEEN-JOB-CODE(WS-SEEN-COUNT)
           ELSE
               DISPLAY 'EDIT ERROR: MORE THAN 300 RECORDS - '
                   'RAISE THE CERTIFIED PAYROLL TABLE LIMIT FIRST'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-PREVWAGE-FILE
           OPEN OUTPUT LIVE-PREVWAGE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-PREVWAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE PREVAILING-WAGE-RECORD
                           TO LIVE-PREVWAGE-RECORD
                       WRITE LIVE-PREVWAGE-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-PREVWAGE-FILE
           CLOSE LIVE-PREVWAGE-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-PREVWAGE-FILE
           IF WS-LIVE-PWAG-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-PREVWAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 300
                               MOVE LIVE-PREVWAGE-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-PREVWAGE-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same job code and effective date on the old table
      *>   is this row's before value; no such row is an add.
           MOVE PREVAILING-WAGE-RECORD TO WS-NEW-PWAG
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-PWAG
               IF OLD-PWAG-EFFECTIVE-DATE = NEW-PWAG-EFFECTIVE-DATE
                       AND OLD-PWAG-JOB-CODE = NEW-PWAG-JOB-CODE
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-PWAG
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-PWAG TO WS-OLD-PWAG
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-PWAG-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-PWAG
                   MOVE WS-OLD-PWAG TO WS-NEW-PWAG
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-PWAG-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-PWAG-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-PWAG holds the
      *>   row on the old table and WS-NEW-PWAG the row published.
      *>   The base and fringe rates are what the crew must be
      *>   paid, so they are sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-PWAG-JOB-CODE TO CLG-RECORD-KEY(1:4)
           MOVE OLD-PWAG-EFFECTIVE-DATE TO CLG-RECORD-KEY(6:8)
           MOVE 'CONTRACT-NO' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-CONTRACT-NO TO CLG-BEFORE-TEXT
           MOVE NEW-PWAG-CONTRACT-NO TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'COMPANY-CODE' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-COMPANY-CODE TO CLG-BEFORE-TEXT
           MOVE NEW-PWAG-COMPANY-CODE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PROJECT-NAME' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-PROJECT-NAME TO CLG-BEFORE-TEXT
           MOVE NEW-PWAG-PROJECT-NAME TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PROJECT-LOCATION' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-PROJECT-LOCATION TO CLG-BEFORE-TEXT
           MOVE NEW-PWAG-PROJECT-LOCATION TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'WAGE-DETERMINATION' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-WAGE-DETERMINATION TO CLG-BEFORE-TEXT
           MOVE NEW-PWAG-WAGE-DETERMINATION TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'CRAFT' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-CRAFT TO CLG-BEFORE-TEXT
           MOVE NEW-PWAG-CRAFT TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'BASE-RATE' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-BASE-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-PWAG-BASE-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'FRINGE-RATE' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-FRINGE-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-PWAG-FRINGE-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'FRINGE-METHOD' TO CLG-FIELD-NAME
           MOVE OLD-PWAG-FRINGE-METHOD TO CLG-BEFORE-TEXT
           MOVE NEW-PWAG-FRINGE-METHOD TO CLG-AFTER-TEXT
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
