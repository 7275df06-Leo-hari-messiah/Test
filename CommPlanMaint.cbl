       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommPlanMaint.

      *> Publishes a proposed commission plan table to the live
      *> COMMPLAN dataset CommissionCalc prices sales credits from -
      *> but only after the edits pass, the same bar GlMapMaint and
      *> the tax table maintenance hold their tables to. Every
      *> proposal record is listed on the edit report with its
      *> verdict, so sales management can sign off on exactly the
      *> rates that will be paid. A blank plan code, a non-numeric
      *> floor or rate, a rate of 100% or more, the same plan, class,
      *> and floor twice, or a plan and class with no zero-floor tier
      *> (credits below the first tier would have no rate) all leave
      *> the live table untouched and end with condition code 8. A
      *> clean proposal is compared tier by tier (plan, class and
      *> floor) with the table it replaces, and every rate added,
      *> changed or dropped goes to the change log through
      *> ChangeLogWrite; with no change log to write to, the live
      *> table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSED-PLAN-FILE
            ASSIGN TO CPLNPROP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIVE-PLAN-FILE
            ASSIGN TO COMMPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-CPLN-FILE-STATUS.

           SELECT PLAN-EDIT-REPORT-FILE
            ASSIGN TO CPLNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSED-PLAN-FILE.
           COPY CPLNREC.

      *> Written as a straight image of the validated proposal
      *> record, so the live file is byte-for-byte what passed.
       FD  LIVE-PLAN-FILE.
       01  LIVE-PLAN-RECORD            PIC X(38).

       FD  PLAN-EDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PLAN-EDIT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(5) VALUE 0.
       01  WS-RECORD-ERRORS            PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RATE-PCT                 PIC 9(3)V99 VALUE 0.

       01  WS-SEEN-KEY-TABLE.
           05  WS-SEEN-KEY OCCURS 300 TIMES PIC X(13).
       01  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(3) VALUE 0.
       01  WS-THIS-KEY                 PIC X(13) VALUE SPACES.
       01  WS-FLOOR-KEY                PIC 9(3)V99 VALUE 0.
       01  WS-FLOOR-KEY-X REDEFINES WS-FLOOR-KEY PIC X(5).

      *> Each plan and class seen, and whether it has its zero-floor
      *> tier yet.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 300 TIMES.
               10  WS-GROUP-KEY        PIC X(8).
               10  WS-GROUP-HAS-BASE   PIC X(1).
       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GROUP-SUB                PIC 9(3) VALUE 0.
       01  WS-GROUP-FOUND-SUB          PIC 9(3) VALUE 0.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-CPLN-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-OLD-ROW-TABLE.
           05  WS-OLD-ROW OCCURS 300 TIMES.
               10  WS-OLD-ROW-IMAGE    PIC X(38).
               10  WS-OLD-ROW-MATCHED  PIC X(1).
       01  WS-OLD-ROW-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-SUB              PIC 9(3) VALUE 0.
       01  WS-OLD-ROW-FOUND            PIC 9(3) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY CPLNREC REPLACING ==COMMISSION-PLAN-RECORD== BY
               ==WS-OLD-CPLN== LEADING ==CPLN-== BY ==OLD-CPLN-==.
           COPY CPLNREC REPLACING ==COMMISSION-PLAN-RECORD== BY
               ==WS-NEW-CPLN== LEADING ==CPLN-== BY ==NEW-CPLN-==.
           COPY CHGLOGP.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'COMMISSION PLAN TABLE EDIT REPORT   RUN '.
           05  WS-HDG-RUN-DATE         PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER                  PIC X(47) VALUE
               'PLAN CLASS  FLOOR%   RATE%  DESCRIPTION'.
           05  FILLER                  PIC X(7)  VALUE 'VERDICT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PLAN             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-CLASS            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-FLOOR            PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-DESCRIPTION      PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-VERDICT          PIC X(50).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'TIERS PROPOSED:     '.
           05  WS-TOT-RECORDS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               '   EDIT ERRORS:   '.
           05  WS-TOT-ERRORS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-TOT-VERDICT          PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT PLAN-EDIT-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE PLAN-EDIT-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO PLAN-EDIT-REPORT-LINE
           WRITE PLAN-EDIT-REPORT-LINE
           WRITE PLAN-EDIT-REPORT-LINE FROM WS-HEADING-2

           OPEN INPUT PROPOSED-PLAN-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-PLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM EDIT-PROPOSED-RECORD
               END-READ
           END-PERFORM
           CLOSE PROPOSED-PLAN-FILE
           PERFORM CHECK-BASE-TIERS

           MOVE SPACES TO PLAN-EDIT-REPORT-LINE
           WRITE PLAN-EDIT-REPORT-LINE
           MOVE WS-RECORD-COUNT TO WS-TOT-RECORDS
           MOVE WS-ERROR-COUNT TO WS-TOT-ERRORS
           IF WS-ERROR-COUNT > 0
               MOVE 'LIVE TABLE NOT REPLACED' TO WS-TOT-VERDICT
               WRITE PLAN-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
               DISPLAY 'COMM-PLAN-MAINT: ' WS-ERROR-COUNT
                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'CPLNMNT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'COMM-PLAN-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 'LIVE TABLE NOT REPLACED' TO
                           WS-TOT-VERDICT
                       WRITE PLAN-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-ROW-COUNT > 300
                       DISPLAY 'COMM-PLAN-MAINT: LIVE TABLE OVER 300 '
                           'TIERS, CANNOT BE COMPARED - NOT REPLACED'
                       MOVE 'LIVE TABLE NOT REPLACED' TO
                           WS-TOT-VERDICT
                       WRITE PLAN-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 'PUBLISHED TO LIVE TABLE' TO
                           WS-TOT-VERDICT
                       WRITE PLAN-EDIT-REPORT-LINE FROM WS-TOTAL-LINE
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-ROWS
                       DISPLAY 'COMM-PLAN-MAINT: ' WS-RECORD-COUNT
                           ' PLAN TIERS PUBLISHED TO LIVE TABLE'
                       DISPLAY 'COMM-PLAN-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'COMM-PLAN-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PLAN-EDIT-REPORT-FILE
           STOP RUN.

       EDIT-PROPOSED-RECORD.
      *>   Each record is listed once with its first failing edit;
      *>   every failure still counts toward the condition code.
           MOVE 0 TO WS-RECORD-ERRORS
           MOVE CPLN-PLAN-CODE TO WS-DTL-PLAN
           MOVE CPLN-PRODUCT-CLASS TO WS-DTL-CLASS
           MOVE 0 TO WS-DTL-FLOOR
           MOVE 0 TO WS-DTL-RATE
           MOVE CPLN-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE 'OK' TO WS-DTL-VERDICT

           IF CPLN-PLAN-CODE = SPACES
               MOVE 'ERROR: NO PLAN CODE' TO WS-DTL-VERDICT
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
           IF CPLN-ATTAIN-FLOOR IS NUMERIC
               MOVE CPLN-ATTAIN-FLOOR TO WS-DTL-FLOOR
           ELSE
               IF WS-RECORD-ERRORS = 0
                   MOVE 'ERROR: ATTAINMENT FLOOR NOT NUMERIC'
                       TO WS-DTL-VERDICT
               END-IF
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
           IF CPLN-RATE IS NUMERIC
               COMPUTE WS-RATE-PCT = CPLN-RATE * 100
               MOVE WS-RATE-PCT TO WS-DTL-RATE
      *>       A whole-number rate keyed into the fraction field
      *>       would pay the full sale or more.
               IF CPLN-RATE NOT < 1
                   IF WS-RECORD-ERRORS = 0
                       MOVE 'ERROR: RATE OF 100% OR MORE'
                           TO WS-DTL-VERDICT
                   END-IF
                   ADD 1 TO WS-RECORD-ERRORS
               END-IF
           ELSE
               IF WS-RECORD-ERRORS = 0
                   MOVE 'ERROR: RATE NOT NUMERIC' TO WS-DTL-VERDICT
               END-IF
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
           IF WS-RECORD-ERRORS = 0
               PERFORM CHECK-DUPLICATE-KEY
               PERFORM NOTE-PLAN-CLASS
           END-IF

           ADD WS-RECORD-ERRORS TO WS-ERROR-COUNT
           WRITE PLAN-EDIT-REPORT-LINE FROM WS-DETAIL-LINE
           EXIT.

       CHECK-DUPLICATE-KEY.
           MOVE CPLN-PLAN-CODE TO WS-THIS-KEY(1:4)
           MOVE CPLN-PRODUCT-CLASS TO WS-THIS-KEY(5:4)
           MOVE CPLN-ATTAIN-FLOOR TO WS-FLOOR-KEY
           MOVE WS-FLOOR-KEY-X TO WS-THIS-KEY(9:5)
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-KEY(WS-SEEN-SUB) = WS-THIS-KEY
                   IF WS-RECORD-ERRORS = 0
                       MOVE 'ERROR: DUPLICATE PLAN/CLASS/FLOOR'
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
                   MOVE 'ERROR: OVER 300 TIERS - RAISE TABLE LIMIT'
                       TO WS-DTL-VERDICT
               END-IF
               ADD 1 TO WS-RECORD-ERRORS
           END-IF
           EXIT.

       NOTE-PLAN-CLASS.
           MOVE 0 TO WS-GROUP-FOUND-SUB
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GROUP-KEY(WS-GROUP-SUB) = WS-THIS-KEY(1:8)
                   MOVE WS-GROUP-SUB TO WS-GROUP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-GROUP-FOUND-SUB = 0 AND WS-GROUP-COUNT < 300
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND-SUB
               MOVE WS-THIS-KEY(1:8)
                   TO WS-GROUP-KEY(WS-GROUP-FOUND-SUB)
               MOVE 'N' TO WS-GROUP-HAS-BASE(WS-GROUP-FOUND-SUB)
           END-IF
           IF WS-GROUP-FOUND-SUB > 0 AND CPLN-ATTAIN-FLOOR = 0
               MOVE 'Y' TO WS-GROUP-HAS-BASE(WS-GROUP-FOUND-SUB)
           END-IF
           EXIT.

       CHECK-BASE-TIERS.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GROUP-HAS-BASE(WS-GROUP-SUB) = 'N'
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-GROUP-KEY(WS-GROUP-SUB)(1:4) TO WS-DTL-PLAN
                   MOVE WS-GROUP-KEY(WS-GROUP-SUB)(5:4)
                       TO WS-DTL-CLASS
                   MOVE 'ERROR: NO ZERO-FLOOR TIER FOR THIS PLAN/CLASS'
                       TO WS-DTL-VERDICT
                   WRITE PLAN-EDIT-REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           EXIT.

       PUBLISH-LIVE-TABLE.
           OPEN INPUT PROPOSED-PLAN-FILE
           OPEN OUTPUT LIVE-PLAN-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROPOSED-PLAN-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE COMMISSION-PLAN-RECORD TO LIVE-PLAN-RECORD
                       WRITE LIVE-PLAN-RECORD
                       PERFORM LOG-PUBLISHED-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-PLAN-FILE
           CLOSE LIVE-PLAN-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every row is then an add.
           MOVE 0 TO WS-OLD-ROW-COUNT
           OPEN INPUT LIVE-PLAN-FILE
           IF WS-LIVE-CPLN-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-ROW-COUNT
                           IF WS-OLD-ROW-COUNT NOT > 300
                               MOVE LIVE-PLAN-RECORD TO
                                   WS-OLD-ROW-IMAGE(WS-OLD-ROW-COUNT)
                               MOVE 'N' TO
                                 WS-OLD-ROW-MATCHED(WS-OLD-ROW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-PLAN-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-ROW.
      *>   The same plan, class and floor on the old table is this
      *>   tier's before value; no such tier is an add.
           MOVE COMMISSION-PLAN-RECORD TO WS-NEW-CPLN
           MOVE 0 TO WS-OLD-ROW-FOUND
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
                       OR WS-OLD-ROW-FOUND > 0
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-CPLN
               IF OLD-CPLN-PLAN-CODE = NEW-CPLN-PLAN-CODE AND
                       OLD-CPLN-PRODUCT-CLASS = NEW-CPLN-PRODUCT-CLASS
                       AND OLD-CPLN-ATTAIN-FLOOR =
                       NEW-CPLN-ATTAIN-FLOOR
                       AND WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-SUB TO WS-OLD-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-ROW-FOUND > 0
               MOVE 'Y' TO WS-OLD-ROW-MATCHED(WS-OLD-ROW-FOUND)
               MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-FOUND) TO WS-OLD-CPLN
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-CPLN TO WS-OLD-CPLN
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-CPLN-ROW-CHANGES
           EXIT.

       LOG-DROPPED-ROWS.
           PERFORM VARYING WS-OLD-ROW-SUB FROM 1 BY 1
                   UNTIL WS-OLD-ROW-SUB > WS-OLD-ROW-COUNT
               IF WS-OLD-ROW-MATCHED(WS-OLD-ROW-SUB) = 'N'
                   MOVE WS-OLD-ROW-IMAGE(WS-OLD-ROW-SUB) TO WS-OLD-CPLN
                   MOVE WS-OLD-CPLN TO WS-NEW-CPLN
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-CPLN-ROW-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-CPLN-ROW-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-OLD-CPLN holds the
      *>   tier on the old table and WS-NEW-CPLN the tier published.
      *>   The rate is what every rep on the plan is paid, so it is
      *>   sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-CPLN-PLAN-CODE TO CLG-RECORD-KEY(1:4)
           MOVE OLD-CPLN-PRODUCT-CLASS TO CLG-RECORD-KEY(6:4)
           MOVE OLD-CPLN-ATTAIN-FLOOR TO WS-FLOOR-KEY
           MOVE WS-FLOOR-KEY-X TO CLG-RECORD-KEY(11:5)
           MOVE 'DESCRIPTION' TO CLG-FIELD-NAME
           MOVE OLD-CPLN-DESCRIPTION TO CLG-BEFORE-TEXT
           MOVE NEW-CPLN-DESCRIPTION TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'RATE' TO CLG-FIELD-NAME
           MOVE OLD-CPLN-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-CPLN-RATE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           MOVE 4 TO CLG-DECIMALS
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
