       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobProjMaint.

      *> Publishes a proposed job/project table to the live JOBPROJ
      *> dataset JobCostReport rolls job costs up by - but only
      *> after the edits pass, the same bar LocalTaxMaint holds the
      *> locality rates to. A blank job code, project code or
      *> customer code, or two records for the same job code, all
      *> leave the live table untouched and end with condition
      *> code 8. A clean proposal is compared job code by job code
      *> with the table it replaces, and every project or customer
      *> value added, changed or dropped goes to the change log
      *> through ChangeLogWrite; with no change log to write to, the
      *> live table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-JOBPROJ-FILE
            ASSIGN TO JOBPPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-JOBPROJ-FILE
            ASSIGN TO JOBPROJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-JOBP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-JOBPROJ-FILE.
           COPY JOBPREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-JOBPROJ-FILE.
       01  LIVE-JOBPROJ-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.

      *> JobCostReport holds the whole table in storage; its limit
      *> is this one.
       01  WS-SEEN-JOB-TABLE.
           05  WS-SEEN-JOB-CODE OCCURS 500 TIMES PIC X(4).
       01  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(3) VALUE 0.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-JOBP-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 500 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(80).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY JOBPREC REPLACING ==JOB-PROJECT-RECORD== BY
               ==WS-OLD-JOBP== LEADING ==JOBP-== BY ==OLD-JOBP-==.
           COPY JOBPREC REPLACING ==JOB-PROJECT-RECORD== BY
               ==WS-NEW-JOBP== LEADING ==JOBP-== BY ==NEW-JOBP-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-JOBPROJ-FILE

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-JOBPROJ-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-JOBPROJ-FILE

           IF WS-ERROR-COUNT > 0
               DISPLAY 'JOB-PROJ-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'JOBPMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'JOB-PROJ-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 500
                       DISPLAY 'JOB-PROJ-MAINT: LIVE TABLE OVER 500 '
                           'ROWS, CANNOT BE COMPARED - NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'JOB-PROJ-MAINT: ' WS-RECORD-COUNT
                           ' JOB CODES PUBLISHED TO LIVE TABLE'
                       DISPLAY 'JOB-PROJ-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'JOB-PROJ-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       EDIT-PROPOSED-RECORD.
           IF JOBP-JOB-CODE = SPACES
               DISPLAY 'EDIT ERROR: BLANK JOB CODE, RECORD '
                   WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF JOBP-PROJECT-CODE = SPACES
               DISPLAY 'EDIT ERROR: NO PROJECT FOR JOB CODE '
                   JOBP-JOB-CODE ', RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF JOBP-CUSTOMER-CODE = SPACES
               DISPLAY 'EDIT ERROR: NO CUSTOMER FOR JOB CODE '
                   JOBP-JOB-CODE ', RECORD ' WS-RECORD-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM CHECK-DUPLICATE-JOB
           EXIT.

       CHECK-DUPLICATE-JOB.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-JOB-CODE(WS-SEEN-SUB) = JOBP-JOB-CODE
                   DISPLAY 'EDIT ERROR: DUPLICATE JOB CODE '
                       JOBP-JOB-CODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE JOBP-JOB-CODE TO WS-SEEN-JOB-CODE(WS-SEEN-COUNT)
           ELSE
               DISPLAY 'EDIT ERROR: MORE THAN 500 JOB CODES - '
                   'RAISE THE JOB-COST TABLE LIMIT FIRST'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-JOBPROJ-FILE
           OPEN OUTPUT LIVE-JOBPROJ-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-JOBPROJ-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE JOB-PROJECT-RECORD TO LIVE-JOBPROJ-RECORD
                       WRITE LIVE-JOBPROJ-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-JOBPROJ-FILE
           CLOSE LIVE-JOBPROJ-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-JOBPROJ-FILE
           IF WS-LIVE-JOBP-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-JOBPROJ-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 500
                               MOVE LIVE-JOBPROJ-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-JOBPROJ-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same job code on the old table is this row's
      *>   before value; no such row is an add.
           MOVE JOB-PROJECT-RECORD TO WS-NEW-JOBP
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-JOBP
               IF OLD-JOBP-JOB-CODE = NEW-JOBP-JOB-CODE
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-JOBP
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-JOBP TO WS-OLD-JOBP
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-JOBP-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-JOBP
                   MOVE WS-OLD-JOBP TO WS-NEW-JOBP
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-JOBP-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-JOBP-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-JOBP holds the
      *>   row on the old table and WS-NEW-JOBP the row published.
           MOVE 0 TO CLG-EMP-ID
           MOVE OLD-JOBP-JOB-CODE TO CLG-RECORD-KEY
           MOVE 'PROJECT-CODE' TO CLG-FIELD-NAME
           MOVE OLD-JOBP-PROJECT-CODE TO CLG-BEFORE-TEXT
           MOVE NEW-JOBP-PROJECT-CODE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'PROJECT-NAME' TO CLG-FIELD-NAME
           MOVE OLD-JOBP-PROJECT-NAME TO CLG-BEFORE-TEXT
           MOVE NEW-JOBP-PROJECT-NAME TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'CUSTOMER-CODE' TO CLG-FIELD-NAME
           MOVE OLD-JOBP-CUSTOMER-CODE TO CLG-BEFORE-TEXT
           MOVE NEW-JOBP-CUSTOMER-CODE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'CUSTOMER-NAME' TO CLG-FIELD-NAME
           MOVE OLD-JOBP-CUSTOMER-NAME TO CLG-BEFORE-TEXT
           MOVE NEW-JOBP-CUSTOMER-NAME TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           EXIT.

       LOG-TEXT-FIELD.
           MOVE 'X' TO CLG-VALUE-KIND
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
