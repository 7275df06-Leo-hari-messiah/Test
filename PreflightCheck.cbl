      *>   - variance holds still pending a supervisor decision;
      *>   - a suspense file full of ready resubmits nobody
      *>     reviewed (threshold on the parameter card);
      *>   - a stale restart checkpoint from an abandoned run;
      *>   - a company/department/posting category the run will
      *>     journal with no natural account on GLMAP.
      *> Any FAIL ends with condition code 8 and the chain stops at
      *> step one.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTCARD-FILE-STATUS.

           SELECT GL-MAP-FILE
            ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT LABOR-DIST-FILE
            ASSIGN TO LDISTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDIST-EMP-ID
               FILE STATUS IS WS-LDIST-FILE-STATUS.

           SELECT DEPT-MASTER-FILE
            ASSIGN TO DEPTMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-FILE-STATUS.

           SELECT PREFLIGHT-REPORT-FILE
            ASSIGN TO PREFLT
               ORGANIZATION IS LINE SEQUENTIAL.
           05  RSTCARD-MODE            PIC X(1).
           05  FILLER                  PIC X(79).

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  LABOR-DIST-FILE.
           COPY LDISTREC.

      *> Department ownership, for the intercompany pairs the run
      *> will journal; only the code and owner matter here.
       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05  DMST-DEPT-CODE          PIC X(4).
           05  DMST-COMPANY-CODE       PIC X(3).
           05  DMST-DESCRIPTION        PIC X(20).

       FD  PREFLIGHT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PREFLIGHT-REPORT-LINE       PIC X(132).
       01  WS-SUSPENSE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-RESTART-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RSTCARD-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-GLMAP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-LDIST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-DEPTMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-FAIL-COUNT               PIC 9(2) VALUE 0.
       01  WS-STALE-CHECKPOINT         PIC X    VALUE 'N'.
       01  WS-STALE-EMP-ID             PIC 9(5) VALUE 0.

      *> GL mapping coverage: the company/department pairs this
      *> run will journal (master department plus labor-distribution
      *> splits for every employee it can pay), the cross-company
      *> pairs the department master implies, and the mapping keys
      *> on file. Every pair needs every posting category, either
      *> on its own department row or the company-wide row.
       01  WS-GL-MAP-KEY-TABLE.
           05  WS-GLM-KEY-TBL OCCURS 300 TIMES PIC X(11).
       01  WS-GL-MAP-COUNT             PIC 9(3) VALUE 0.
       01  WS-GLM-SUB                  PIC 9(3) VALUE 0.
       01  WS-GLM-FOUND                PIC X    VALUE 'N'.
       01  WS-GLM-SEARCH-KEY.
           05  WS-GLM-SK-COMPANY       PIC X(3).
           05  WS-GLM-SK-DEPT          PIC X(4).
           05  WS-GLM-SK-CATEGORY      PIC X(4).
       01  WS-GL-PAIR-TABLE.
           05  WS-GL-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-GLP-COMPANY-TBL  PIC X(3).
               10  WS-GLP-DEPT-TBL     PIC X(4).
       01  WS-GL-PAIR-COUNT            PIC 9(3) VALUE 0.
       01  WS-GLP-SUB                  PIC 9(3) VALUE 0.
       01  WS-GLP-FOUND                PIC X    VALUE 'N'.
       01  WS-GLP-COMPANY              PIC X(3) VALUE SPACES.
       01  WS-GLP-DEPT                 PIC X(4) VALUE SPACES.
       01  WS-ICO-NEED-TABLE.
           05  WS-ICO-NEED-ENTRY OCCURS 20 TIMES.
               10  WS-ICN-FROM-TBL     PIC X(3).
               10  WS-ICN-TO-TBL       PIC X(3).
       01  WS-ICO-NEED-COUNT           PIC 9(2) VALUE 0.
       01  WS-ICN-SUB                  PIC 9(2) VALUE 0.
       01  WS-ICN-FOUND                PIC X    VALUE 'N'.
       01  WS-DEPT-OWNER-TABLE.
           05  WS-DEPT-OWNER-ENTRY OCCURS 100 TIMES.
               10  WS-DPO-DEPT-TBL     PIC X(4).
               10  WS-DPO-COMPANY-TBL  PIC X(3).
       01  WS-DEPT-OWNER-COUNT         PIC 9(3) VALUE 0.
       01  WS-DPO-SUB                  PIC 9(3) VALUE 0.
       01  WS-DEPT-OWNER-THIS          PIC X(3) VALUE SPACES.
       01  WS-SPL-SUB                  PIC 9(1) VALUE 0.
       01  WS-UNMAPPED-COUNT           PIC 9(5) VALUE 0.
      *> Every non-intercompany posting category the journal can
      *> carry for a department (see GLMAPREC for the meanings).
       01  WS-GL-CATEGORY-LIST.
           05  FILLER                  PIC X(36) VALUE
               'WAGEERTXMTCHSDIXWCEXFITPSITPLITPSDIP'.
           05  FILLER                  PIC X(36) VALUE
               'FICPFUTPSUTPHLTPK401UNNPDEDPWCPYCASH'.
           05  FILLER                  PIC X(4)  VALUE 'REIM'.
       01  WS-GL-CATEGORY-TABLE REDEFINES WS-GL-CATEGORY-LIST.
           05  WS-GL-CATEGORY-TBL OCCURS 19 TIMES PIC X(4).
       01  WS-CAT-SUB                  PIC 9(2) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               'PAYROLL PRE-FLIGHT CERTIFICATION    '.
           PERFORM CHECK-PENDING-HOLDS
           PERFORM CHECK-SUSPENSE-BACKLOG
           PERFORM CHECK-STALE-CHECKPOINT
           PERFORM CHECK-GL-MAPPING

           MOVE SPACES TO PREFLIGHT-REPORT-LINE
           WRITE PREFLIGHT-REPORT-LINE
           END-EVALUATE
           WRITE PREFLIGHT-REPORT-LINE FROM WS-CHECK-LINE
           EXIT.

       CHECK-GL-MAPPING.
      *>   A journal line with no mapping lands on a generic account
      *>   accounting has to re-key by hand - caught here, before a
      *>   dollar is paid, rather than at month-end close.
           MOVE 0 TO WS-UNMAPPED-COUNT
           PERFORM LOAD-GL-MAP-KEYS
           PERFORM LOAD-DEPT-OWNERS
           PERFORM COLLECT-GL-PAIRS

           PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
                   UNTIL WS-GLP-SUB > WS-GL-PAIR-COUNT
               MOVE WS-GLP-COMPANY-TBL(WS-GLP-SUB) TO WS-GLM-SK-COMPANY
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > 19
                   MOVE WS-GLP-DEPT-TBL(WS-GLP-SUB) TO WS-GLM-SK-DEPT
                   MOVE WS-GL-CATEGORY-TBL(WS-CAT-SUB)
                       TO WS-GLM-SK-CATEGORY
                   PERFORM FIND-GL-MAP-KEY
                   IF WS-GLM-FOUND = 'N'
                       MOVE SPACES TO WS-GLM-SK-DEPT
                       PERFORM FIND-GL-MAP-KEY
                   END-IF
                   IF WS-GLM-FOUND = 'N'
                       ADD 1 TO WS-UNMAPPED-COUNT
                       DISPLAY 'PRE-FLIGHT: NO GL MAPPING FOR COMPANY '
                           WS-GLP-COMPANY-TBL(WS-GLP-SUB) ' DEPT '
                           WS-GLP-DEPT-TBL(WS-GLP-SUB) ' CATEGORY '
                           WS-GL-CATEGORY-TBL(WS-CAT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-ICN-SUB FROM 1 BY 1
                   UNTIL WS-ICN-SUB > WS-ICO-NEED-COUNT
               MOVE WS-ICN-FROM-TBL(WS-ICN-SUB) TO WS-GLM-SK-COMPANY
               MOVE SPACES TO WS-GLM-SK-DEPT
               MOVE 'ICDF' TO WS-GLM-SK-CATEGORY
               PERFORM FIND-GL-MAP-KEY
               IF WS-GLM-FOUND = 'N'
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY 'PRE-FLIGHT: NO GL MAPPING FOR COMPANY '
                       WS-GLM-SK-COMPANY ' CATEGORY ICDF'
               END-IF
               MOVE WS-ICN-TO-TBL(WS-ICN-SUB) TO WS-GLM-SK-COMPANY
               MOVE 'ICDT' TO WS-GLM-SK-CATEGORY
               PERFORM FIND-GL-MAP-KEY
               IF WS-GLM-FOUND = 'N'
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY 'PRE-FLIGHT: NO GL MAPPING FOR COMPANY '
                       WS-GLM-SK-COMPANY ' CATEGORY ICDT'
               END-IF
           END-PERFORM

           MOVE 'EVERY GL POSTING HAS A MAPPED ACCOUNT'
               TO WS-CHK-NAME
           IF WS-UNMAPPED-COUNT = 0
               MOVE 'PASS' TO WS-CHK-VERDICT
               MOVE SPACES TO WS-CHK-DETAIL
               STRING WS-GL-PAIR-COUNT DELIMITED BY SIZE
                   ' COMPANY/DEPT PAIRS COVERED' DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
           ELSE
               MOVE 'FAIL' TO WS-CHK-VERDICT
               MOVE SPACES TO WS-CHK-DETAIL
               STRING WS-UNMAPPED-COUNT DELIMITED BY SIZE
                   ' UNMAPPED - RUN GLMMNT01 FIRST' DELIMITED BY SIZE
                   INTO WS-CHK-DETAIL
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           WRITE PREFLIGHT-REPORT-LINE FROM WS-CHECK-LINE
           EXIT.

       LOAD-GL-MAP-KEYS.
           MOVE 0 TO WS-GL-MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ GL-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-GL-MAP-COUNT < 300
                               ADD 1 TO WS-GL-MAP-COUNT
                               MOVE GLM-COMPANY-CODE TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(1:3)
                               MOVE GLM-DEPT-CODE TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(4:4)
                               MOVE GLM-CATEGORY TO
                                   WS-GLM-KEY-TBL(WS-GL-MAP-COUNT)(8:4)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF
           EXIT.

       LOAD-DEPT-OWNERS.
           MOVE 0 TO WS-DEPT-OWNER-COUNT
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPTMAST-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ DEPT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-DEPT-OWNER-COUNT < 100
                               ADD 1 TO WS-DEPT-OWNER-COUNT
                               MOVE DMST-DEPT-CODE TO
                                   WS-DPO-DEPT-TBL
                                       (WS-DEPT-OWNER-COUNT)
                               MOVE DMST-COMPANY-CODE TO
                                   WS-DPO-COMPANY-TBL
                                       (WS-DEPT-OWNER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF
           EXIT.

       COLLECT-GL-PAIRS.
      *>   Employees on unpaid leave or fully paid out are skipped
      *>   by the run and so journal nothing.
           MOVE 0 TO WS-GL-PAIR-COUNT
           MOVE 0 TO WS-ICO-NEED-COUNT
           OPEN INPUT LABOR-DIST-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF EMPLOYMENT-STATUS NOT = 'L' AND
                                   EMPLOYMENT-STATUS NOT = 'T'
                               PERFORM COLLECT-EMPLOYEE-PAIRS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-LDIST-FILE-STATUS = '00'
               CLOSE LABOR-DIST-FILE
           END-IF
           EXIT.

       COLLECT-EMPLOYEE-PAIRS.
           MOVE COMPANY-CODE TO WS-GLP-COMPANY
           MOVE DEPT-CODE TO WS-GLP-DEPT
           PERFORM NOTE-GL-PAIR
           IF WS-LDIST-FILE-STATUS = '00'
               MOVE EMP-ID TO LDIST-EMP-ID
               READ LABOR-DIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                               UNTIL WS-SPL-SUB > 5
                           IF LDIST-DEPT-CODE(WS-SPL-SUB)
                                   NOT = SPACES
                               MOVE LDIST-DEPT-CODE(WS-SPL-SUB)
                                   TO WS-GLP-DEPT
                               PERFORM NOTE-GL-PAIR
                           END-IF
                       END-PERFORM
               END-READ
           END-IF
           EXIT.

       NOTE-GL-PAIR.
           MOVE 'N' TO WS-GLP-FOUND
           PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
                   UNTIL WS-GLP-SUB > WS-GL-PAIR-COUNT
               IF WS-GLP-COMPANY-TBL(WS-GLP-SUB) = WS-GLP-COMPANY AND
                       WS-GLP-DEPT-TBL(WS-GLP-SUB) = WS-GLP-DEPT
                   MOVE 'Y' TO WS-GLP-FOUND
               END-IF
           END-PERFORM
           IF WS-GLP-FOUND = 'N' AND WS-GL-PAIR-COUNT < 200
               ADD 1 TO WS-GL-PAIR-COUNT
               MOVE WS-GLP-COMPANY
                   TO WS-GLP-COMPANY-TBL(WS-GL-PAIR-COUNT)
               MOVE WS-GLP-DEPT TO WS-GLP-DEPT-TBL(WS-GL-PAIR-COUNT)
           END-IF
      *>   A department another company owns means the run will
      *>   book a due-from/due-to pair between the two.
           MOVE SPACES TO WS-DEPT-OWNER-THIS
           PERFORM VARYING WS-DPO-SUB FROM 1 BY 1
                   UNTIL WS-DPO-SUB > WS-DEPT-OWNER-COUNT
               IF WS-DPO-DEPT-TBL(WS-DPO-SUB) = WS-GLP-DEPT
                   MOVE WS-DPO-COMPANY-TBL(WS-DPO-SUB)
                       TO WS-DEPT-OWNER-THIS
               END-IF
           END-PERFORM
           IF WS-DEPT-OWNER-THIS NOT = SPACES AND
                   WS-DEPT-OWNER-THIS NOT = WS-GLP-COMPANY
               PERFORM NOTE-INTERCO-NEED
           END-IF
           EXIT.

       NOTE-INTERCO-NEED.
           MOVE 'N' TO WS-ICN-FOUND
           PERFORM VARYING WS-ICN-SUB FROM 1 BY 1
                   UNTIL WS-ICN-SUB > WS-ICO-NEED-COUNT
               IF WS-ICN-FROM-TBL(WS-ICN-SUB) = WS-GLP-COMPANY AND
                       WS-ICN-TO-TBL(WS-ICN-SUB) = WS-DEPT-OWNER-THIS
                   MOVE 'Y' TO WS-ICN-FOUND
               END-IF
           END-PERFORM
           IF WS-ICN-FOUND = 'N' AND WS-ICO-NEED-COUNT < 20
               ADD 1 TO WS-ICO-NEED-COUNT
               MOVE WS-GLP-COMPANY TO WS-ICN-FROM-TBL(WS-ICO-NEED-COUNT)
               MOVE WS-DEPT-OWNER-THIS
                   TO WS-ICN-TO-TBL(WS-ICO-NEED-COUNT)
           END-IF
           EXIT.

       FIND-GL-MAP-KEY.
           MOVE 'N' TO WS-GLM-FOUND
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GL-MAP-COUNT
               IF WS-GLM-KEY-TBL(WS-GLM-SUB) = WS-GLM-SEARCH-KEY
                   MOVE 'Y' TO WS-GLM-FOUND
               END-IF
           END-PERFORM
           EXIT.
