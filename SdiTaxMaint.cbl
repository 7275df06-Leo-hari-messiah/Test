       IDENTIFICATION DIVISION.
       PROGRAM-ID. SdiTaxMaint.

      *> Publishes a proposed state disability / paid family leave
      *> rate file to the live SDITAX dataset EmployeePayroll loads
      *> at startup - but only after the edits pass, the same bar
      *> LocalTaxMaint holds the locality rates to. A blank state,
      *> an unknown program class, a missing effective date, rates
      *> outside the plausible range, or the same state, class, and
      *> effective date twice all leave the live table untouched and
      *> end with condition code 8. A clean proposal is compared
      *> entry by entry (state, class and effective date) with the
      *> table it replaces, and every rate or limit added, changed
      *> or dropped goes to the change log through ChangeLogWrite;
      *> with no change log to write to, the live table is not
      *> replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-SDI-FILE
            ASSIGN TO SDIPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-SDI-FILE
            ASSIGN TO SDITAX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-SDI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-SDI-FILE.
           COPY SDIREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-SDI-FILE.
       01  LIVE-SDI-RECORD             PIC X(37).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.

       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY OCCURS 40 TIMES PIC X(11).
       01  WS-SEEN-COUNT               PIC 9(2) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(2) VALUE 0.
       01  WS-THIS-KEY                 PIC X(11) VALUE SPACES.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-SDI-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-OLD-SDI-TABLE.
           05  WS-OLD-SDI-ENTRY OCCURS 40 TIMES.
               10  WS-OLD-SDI-IMAGE    PIC X(37).
               10  WS-OLD-SDI-MATCHED  PIC X(1).
       01  WS-OLD-SDI-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-SDI-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-SDI-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY SDIREC REPLACING ==SDI-TAX-RECORD== BY
               ==WS-OLD-SDI== LEADING ==SDI-== BY ==OLD-SDI-==.
           COPY SDIREC REPLACING ==SDI-TAX-RECORD== BY
               ==WS-NEW-SDI== LEADING ==SDI-== BY ==NEW-SDI-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-SDI-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-SDI-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-SDI-FILE

           IF WS-ERROR-COUNT > 0
               DISPLAY 'SDI-TAX-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'SDIMAINT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'SDI-TAX-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-SDI-COUNT > 40
                       DISPLAY 'SDI-TAX-MAINT: LIVE TABLE OVER 40 '
                           'ENTRIES, CANNOT BE COMPARED - NOT '
                           'REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ENTRIES
                       DISPLAY 'SDI-TAX-MAINT: ' WS-RECORD-COUNT
                           ' SDI/PFL ENTRIES PUBLISHED TO LIVE TABLE'
                       DISPLAY 'SDI-TAX-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'SDI-TAX-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       EDIT-PROPOSED-RECORD.
           IF SDI-STATE = SPACES
               DISPLAY 'EDIT ERROR: BLANK STATE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF SDI-CLASS NOT = 'D' AND SDI-CLASS NOT = 'F'
               DISPLAY 'EDIT ERROR: PROGRAM CLASS ' SDI-CLASS
                   ' NOT D OR F FOR STATE ' SDI-STATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF SDI-EFFECTIVE-DATE NOT NUMERIC OR
                   SDI-EFFECTIVE-DATE = 0
               DISPLAY 'EDIT ERROR: NO EFFECTIVE DATE FOR STATE '
                   SDI-STATE ' CLASS ' SDI-CLASS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
      *>   Employee and employer shares each run a fraction of a
      *>   percent to about one and a half percent; anything past 5%
      *>   is a keying slip, and a record with neither share is one
      *>   that should not exist.
           IF SDI-EE-RATE > 0.050000 OR SDI-ER-RATE > 0.050000
               DISPLAY 'EDIT ERROR: RATE OUT OF RANGE FOR STATE '
                   SDI-STATE ' CLASS ' SDI-CLASS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF SDI-EE-RATE = 0 AND SDI-ER-RATE = 0
               DISPLAY 'EDIT ERROR: NO EMPLOYEE OR EMPLOYER RATE FOR '
                   'STATE ' SDI-STATE ' CLASS ' SDI-CLASS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM CHECK-DUPLICATE-KEY
           EXIT.

       CHECK-DUPLICATE-KEY.
           MOVE SDI-STATE TO WS-THIS-KEY(1:2)
           MOVE SDI-CLASS TO WS-THIS-KEY(3:1)
           MOVE SDI-EFFECTIVE-DATE TO WS-THIS-KEY(4:8)
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-KEY(WS-SEEN-SUB) = WS-THIS-KEY
                   DISPLAY 'EDIT ERROR: DUPLICATE ENTRY FOR STATE '
                       SDI-STATE ' CLASS ' SDI-CLASS
                       ' EFFECTIVE ' SDI-EFFECTIVE-DATE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 40
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-THIS-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
           ELSE
               DISPLAY 'EDIT ERROR: MORE THAN 40 SDI/PFL ENTRIES - '
                   'RAISE THE PAYROLL TABLE LIMIT FIRST'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-SDI-FILE
           OPEN OUTPUT LIVE-SDI-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-SDI-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE SDI-TAX-RECORD TO LIVE-SDI-RECORD
                       WRITE LIVE-SDI-RECORD
                       PERFORM LOG-PUBLISHED-ENTRY
               END-READ
           END-PERFORM
           CLOSE PROPOSED-SDI-FILE
           CLOSE LIVE-SDI-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every entry is then an add.
           MOVE 0 TO WS-OLD-SDI-COUNT
           OPEN INPUT LIVE-SDI-FILE
           IF WS-LIVE-SDI-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-SDI-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-SDI-COUNT
                           IF WS-OLD-SDI-COUNT NOT > 40
                               MOVE LIVE-SDI-RECORD TO
                                   WS-OLD-SDI-IMAGE(WS-OLD-SDI-COUNT)
                               MOVE 'N' TO
                                   WS-OLD-SDI-MATCHED(WS-OLD-SDI-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-SDI-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ENTRY.
      *>   The same state, class and effective date on the old table
      *>   is this entry's before value; no such entry is an add.
           MOVE SDI-TAX-RECORD TO WS-NEW-SDI
           MOVE 0 TO WS-OLD-SDI-FOUND
           PERFORM VARYING WS-OLD-SDI-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SDI-SUB > WS-OLD-SDI-COUNT
                       OR WS-OLD-SDI-FOUND > 0
               MOVE WS-OLD-SDI-IMAGE(WS-OLD-SDI-SUB) TO WS-OLD-SDI
               IF OLD-SDI-STATE = NEW-SDI-STATE AND
                       OLD-SDI-CLASS = NEW-SDI-CLASS AND
                       OLD-SDI-EFFECTIVE-DATE = NEW-SDI-EFFECTIVE-DATE
                       AND WS-OLD-SDI-MATCHED(WS-OLD-SDI-SUB) = 'N'
                   MOVE WS-OLD-SDI-SUB TO WS-OLD-SDI-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-SDI-FOUND > 0
               MOVE 'Y' TO WS-OLD-SDI-MATCHED(WS-OLD-SDI-FOUND)
               MOVE WS-OLD-SDI-IMAGE(WS-OLD-SDI-FOUND) TO WS-OLD-SDI
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-SDI TO WS-OLD-SDI
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-SDI-ENTRY-CHANGES
           EXIT.

       LOG-DROPPED-ENTRIES.
           PERFORM VARYING WS-OLD-SDI-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SDI-SUB > WS-OLD-SDI-COUNT
               IF WS-OLD-SDI-MATCHED(WS-OLD-SDI-SUB) = 'N'
                   MOVE WS-OLD-SDI-IMAGE(WS-OLD-SDI-SUB) TO WS-OLD-SDI
                   MOVE WS-OLD-SDI TO WS-NEW-SDI
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-SDI-ENTRY-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-SDI-ENTRY-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-SDI holds the
      *>   entry on the old table and WS-NEW-SDI the one published.
      *>   The rates and limits drive every covered employee's
      *>   withholding, so all are sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-SDI-STATE TO CLG-RECORD-KEY(1:2)
           MOVE OLD-SDI-CLASS TO CLG-RECORD-KEY(4:1)
           MOVE OLD-SDI-EFFECTIVE-DATE TO CLG-RECORD-KEY(6:8)
           MOVE 'EE-RATE' TO CLG-FIELD-NAME
           MOVE OLD-SDI-EE-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-SDI-EE-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           MOVE 6 TO CLG-DECIMALS
           PERFORM LOG-NUMBER-FIELD
           MOVE 'ER-RATE' TO CLG-FIELD-NAME
           MOVE OLD-SDI-ER-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-SDI-ER-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           MOVE 6 TO CLG-DECIMALS
           PERFORM LOG-NUMBER-FIELD
           MOVE 'WAGE-BASE' TO CLG-FIELD-NAME
           MOVE OLD-SDI-WAGE-BASE TO CLG-BEFORE-NUMBER
           MOVE NEW-SDI-WAGE-BASE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'EE-WEEKLY-MAX' TO CLG-FIELD-NAME
           MOVE OLD-SDI-EE-WEEKLY-MAX TO CLG-BEFORE-NUMBER
           MOVE NEW-SDI-EE-WEEKLY-MAX TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
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
