       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlMapMaint.

      *> Publishes a proposed GL chart-of-accounts mapping to the
      *> live GLMAP dataset EmployeePayroll and PaymentReversal post
      *> through - but only after the edits pass, the same bar
      *> LocalTaxMaint and SdiTaxMaint hold their tables to. Every
      *> proposal record is listed on the edit report with its
      *> verdict, so accounting can sign off on exactly what will be
      *> booked. An unknown posting category, a company not on
      *> COMPMAST, a blank natural account, or the same company,
      *> department, and category twice all leave the live table
      *> untouched and end with condition code 8. A clean proposal is
      *> compared row by row (company, department and category) with
      *> the table it replaces, and every account added, changed or
      *> dropped goes to the change log through ChangeLogWrite; with
      *> no change log to write to, the live table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-MAP-FILE
            ASSIGN TO GLMPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-MAP-FILE
            ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-GLM-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE
            ASSIGN TO COMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPMAST-FILE-STATUS.

           SELECT MAP-EDIT-REPORT-FILE
            ASSIGN TO GLMAPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-MAP-FILE.
           COPY GLMAPREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-MAP-FILE.
       01  LIVE-MAP-RECORD             PIC X(41).

       FD  COMPANY-MASTER-FILE.
           COPY COMPREC.

       FD  MAP-EDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAP-EDIT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COMPMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.
       01  WS-RECORD-ERRORS            PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01  WS-COMPANY-TABLE.
           05  WS-CO-CODE-TBL OCCURS 10 TIMES PIC X(3).
       01  WS-COMPANY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CO-SUB                   PIC 9(2) VALUE 0.
       01  WS-CO-KNOWN                 PIC X    VALUE 'N'.

       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY OCCURS 300 TIMES PIC X(11).
       01  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(3) VALUE 0.
       01  WS-THIS-KEY                 PIC X(11) VALUE SPACES.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-GLM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 300 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(41).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY GLMAPREC REPLACING ==GL-MAP-RECORD== BY
               ==WS-OLD-GLM== LEADING ==GLM-== BY ==OLD-GLM-==.
           COPY GLMAPREC REPLACING ==GL-MAP-RECORD== BY
               ==WS-NEW-GLM== LEADING ==GLM-== BY ==NEW-GLM-==.
           COPY CHGLOGP.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'GL ACCOUNT MAPPING EDIT REPORT   RUN '.
           05  WS-HDG-RUN-DATE         PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER                  PIC X(47) VALUE
               'CO  DEPT CAT  ACCOUNT    ACCOUNT NAME'.
           05  FILLER                  PIC X(7)  VALUE 'VERDICT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-COMPANY          PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-DEPT             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-CATEGORY         PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-VERDICT          PIC X(50).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'ENTRIES PROPOSED:   '.
           05  WS-TOT-RECORDS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '   EDIT ERRORS:   '.
           05  WS-TOT-ERRORS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-TOT-VERDICT          PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-COMPANY-CODES

           OPEN OUTPUT MAP-EDIT-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE MAP-EDIT-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO MAP-EDIT-REPORT-LINE
           WRITE MAP-EDIT-REPORT-LINE
           WRITE MAP-EDIT-REPORT-LINE FROM WS-HEADING-2

           OPEN INPUT PROPOSED-MAP-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-MAP-FILE

           MOVE SPACES TO MAP-EDIT-REPORT-LINE
           WRITE MAP-EDIT-REPORT-LINE
           MOVE WS-RECORD-COUNT TO WS-TOT-RECORDS
           MOVE WS-ERROR-COUNT TO WS-TOT-ERRORS
           IF WS-ERROR-COUNT > 0
               MOVE 'LIVE TABLE NOT REPLACED' TO WS-TOT-VERDICT
               WRITE MAP-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
               DISPLAY 'GL-MAP-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'GLMAPMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'GL-MAP-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 'LIVE TABLE NOT REPLACED' TO
                           WS-TOT-VERDICT
                       WRITE MAP-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 300
                       DISPLAY 'GL-MAP-MAINT: LIVE TABLE OVER 300 '
                           'ROWS, CANNOT BE COMPARED - NOT REPLACED'
                       MOVE 'LIVE TABLE NOT REPLACED' TO
                           WS-TOT-VERDICT
                       WRITE MAP-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 'PUBLISHED TO LIVE TABLE' TO
                           WS-TOT-VERDICT
                       WRITE MAP-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'GL-MAP-MAINT: ' WS-RECORD-COUNT
                           ' ACCOUNT MAPPINGS PUBLISHED TO LIVE TABLE'
                       DISPLAY 'GL-MAP-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'GL-MAP-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE MAP-EDIT-REPORT-FILE
           STOP RUN.

       LOAD-COMPANY-CODES.
      *>   With no company master there is nothing to hold the
      *>   company codes against; the pre-flight step will still
      *>   refuse a run whose companies have no mapping.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPMAST-FILE-STATUS NOT = '00'
               DISPLAY 'NO COMPANY MASTER, STATUS: '
                   WS-COMPMAST-FILE-STATUS
                   ' - COMPANY CODES NOT EDITED'
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ COMPANY-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-COMPANY-COUNT < 10
                               ADD 1 TO WS-COMPANY-COUNT
                               MOVE COMP-CODE TO
                                   WS-CO-CODE-TBL(WS-COMPANY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF
           EXIT.

       EDIT-PROPOSED-RECORD.
      *>   Each record is listed once with its first failing edit;
      *>   every failure still counts toward the condition code.
           MOVE 0 TO WS-RECORD-ERRORS
           MOVE GLM-COMPANY-CODE TO WS-DTL-COMPANY
           MOVE GLM-DEPT-CODE TO WS-DTL-DEPT
           MOVE GLM-CATEGORY TO WS-DTL-CATEGORY
           MOVE GLM-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE GLM-ACCOUNT-NAME TO WS-DTL-NAME
           MOVE 'OK' TO WS-DTL-VERDICT

           IF NOT GLM-CATEGORY-VALID
               MOVE 'ERROR: UNKNOWN POSTING CATEGORY' TO WS-DTL-VERDICT
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
           IF GLM-ACCOUNT = SPACES
               IF WS-RECORD-ERRORS = 0
                   MOVE 'ERROR: NO NATURAL ACCOUNT' TO WS-DTL-VERDICT
               END-IF
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
      *>   A blank company is the legacy employee with no company
      *>   code on the master; any other code must be a real FEIN.
           IF GLM-COMPANY-CODE NOT = SPACES AND WS-COMPANY-COUNT > 0
               PERFORM CHECK-COMPANY-CODE
               IF WS-CO-KNOWN = 'N'
                   IF WS-RECORD-ERRORS = 0
                       MOVE 'ERROR: COMPANY NOT ON COMPMAST'
                           TO WS-DTL-VERDICT
                   END-IF
                   ADD 1 TO WS-RECORD-ERRORS
               END-IF
           END-IF
      *>   Intercompany entries carry no department; a department
      *>   row for them could never be reached.
           IF (GLM-CATEGORY = 'ICDF' OR GLM-CATEGORY = 'ICDT') AND
                   GLM-DEPT-CODE NOT = SPACES
               IF WS-RECORD-ERRORS = 0
                   MOVE 'ERROR: INTERCOMPANY ROWS ARE COMPANY-WIDE'
                       TO WS-DTL-VERDICT
               END-IF
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
           PERFORM CHECK-DUPLICATE-KEY

           ADD WS-RECORD-ERRORS TO WS-ERROR-COUNT
           WRITE MAP-EDIT-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       CHECK-COMPANY-CODE.
           MOVE 'N' TO WS-CO-KNOWN
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-COMPANY-COUNT
               IF WS-CO-CODE-TBL(WS-CO-SUB) = GLM-COMPANY-CODE
                   MOVE 'Y' TO WS-CO-KNOWN
               END-IF
           END-PERFORM
           EXIT.

       CHECK-DUPLICATE-KEY.
           MOVE GLM-COMPANY-CODE TO WS-THIS-KEY(1:3)
           MOVE GLM-DEPT-CODE TO WS-THIS-KEY(4:4)
           MOVE GLM-CATEGORY TO WS-THIS-KEY(8:4)
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-KEY(WS-SEEN-SUB) = WS-THIS-KEY
                   IF WS-RECORD-ERRORS = 0
                       MOVE 'ERROR: DUPLICATE COMPANY/DEPT/CATEGORY'
                           TO WS-DTL-VERDICT
                   END-IF
                   ADD 1 TO WS-RECORD-ERRORS
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 300
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-THIS-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
           ELSE
               IF WS-RECORD-ERRORS = 0
                   MOVE 'ERROR: OVER 300 MAPPINGS - RAISE TABLE LIMIT'
                       TO WS-DTL-VERDICT
               END-IF
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-MAP-FILE
           OPEN OUTPUT LIVE-MAP-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE GL-MAP-RECORD TO LIVE-MAP-RECORD
                       WRITE LIVE-MAP-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-MAP-FILE
           CLOSE LIVE-MAP-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-MAP-FILE
           IF WS-LIVE-GLM-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 300
                               MOVE LIVE-MAP-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-MAP-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same company, department and category on the old
      *>   table is this row's before value; no such row is an add.
           MOVE GL-MAP-RECORD TO WS-NEW-GLM
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-GLM
               IF OLD-GLM-COMPANY-CODE = NEW-GLM-COMPANY-CODE AND
                       OLD-GLM-DEPT-CODE = NEW-GLM-DEPT-CODE AND
                       OLD-GLM-CATEGORY = NEW-GLM-CATEGORY
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-GLM
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-GLM TO WS-OLD-GLM
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-GLM-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-GLM
                   MOVE WS-OLD-GLM TO WS-NEW-GLM
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-GLM-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-GLM-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-GLM holds the
      *>   row on the old table and WS-NEW-GLM the row published.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-GLM-COMPANY-CODE TO CLG-RECORD-KEY(1:3)
           MOVE OLD-GLM-DEPT-CODE TO CLG-RECORD-KEY(5:4)
           MOVE OLD-GLM-CATEGORY TO CLG-RECORD-KEY(10:4)
           MOVE 'ACCOUNT' TO CLG-FIELD-NAME
           MOVE OLD-GLM-ACCOUNT TO CLG-BEFORE-TEXT
           MOVE NEW-GLM-ACCOUNT TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'ACCOUNT-NAME' TO CLG-FIELD-NAME
           MOVE OLD-GLM-ACCOUNT-NAME TO CLG-BEFORE-TEXT
           MOVE NEW-GLM-ACCOUNT-NAME TO CLG-AFTER-TEXT
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
