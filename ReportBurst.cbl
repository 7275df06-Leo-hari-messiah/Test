       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportBurst.

      *> Department-level report bursting. Splits the run's payroll
      *> register, the leave liability report, the variance gate
      *> report and the labor distribution (the GL interface lines
      *> by department) into one secured output per recipient on
      *> the keyed BURSTRPT repository, holding only the departments
      *> the distribution table (DISTTBL) gives that recipient, and
      *> prints a distribution log of what went to whom and where.
      *>
      *> A department's company comes from the department master
      *> (DEPTMAST). A department no card names goes to its
      *> company's controller card, else the default controller,
      *> and is listed as such on the log. Employee lines of the
      *> printed reports (EMP-ID in columns 1-5) are routed by the
      *> employee's department on EMPFILE, and the lines printed
      *> under them (the register's overtime derivation) follow
      *> them. The register's department subtotal lines are routed
      *> by their own department. Everything else past the report
      *> heading - grand totals, state subtotals, counts - is
      *> company-wide and goes to the default controller only. Each
      *> recipient's section of a report opens with that report's
      *> heading lines; repeated page headings are dropped.
      *>
      *> Any of the four inputs may be absent (the leave liability
      *> report only exists at quarter end); the log says so.
      *> Condition codes: 8 when a repository write failed or a
      *> table overflowed (some lines went undistributed), 16 when
      *> the distribution table is missing or has no default
      *> controller card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE-FILE
            ASSIGN TO DISTTBL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTTBL-FILE-STATUS.

           SELECT DEPT-MASTER-FILE
            ASSIGN TO DEPTMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-FILE-STATUS.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT REGISTER-FILE
            ASSIGN TO REGFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFILE-FILE-STATUS.

           SELECT LEAVE-REPORT-FILE
            ASSIGN TO LEAVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVRPT-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE
            ASSIGN TO VARRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARRPT-FILE-STATUS.

           SELECT GL-INTERFACE-FILE
            ASSIGN TO GLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFILE-FILE-STATUS.

           SELECT BURST-REPORT-FILE
            ASSIGN TO BURSTRPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRST-KEY
               FILE STATUS IS WS-BURSTRPT-FILE-STATUS.

           SELECT DIST-LOG-FILE
            ASSIGN TO DISTLOG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-TABLE-FILE.
           COPY DISTREC.

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05  DMST-DEPT-CODE          PIC X(4).
           05  DMST-COMPANY-CODE       PIC X(3).
           05  DMST-DESCRIPTION        PIC X(20).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-LINE               PIC X(132).

       FD  LEAVE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LEAVE-REPORT-LINE           PIC X(132).

       FD  VARIANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VARIANCE-REPORT-LINE        PIC X(132).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-DEPT-CODE            PIC X(4).
           05  GL-ACCOUNT-CODE         PIC X(10).
           05  GL-ACCOUNT-NAME         PIC X(20).
           05  GL-DEBIT-CREDIT         PIC X(1).
           05  GL-AMOUNT               PIC 9(9)V99.
           05  GL-COMPANY-CODE         PIC X(3).

       FD  BURST-REPORT-FILE.
           COPY BRSTREC.

       FD  DIST-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DIST-LOG-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DISTTBL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-DEPTMAST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-REGFILE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-LEAVRPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-VARRPT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-GLFILE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-BURSTRPT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-EMPLOYEE-FILE-OPEN       PIC X    VALUE 'N'.
       01  WS-WRITE-ERRORS             PIC 9(7) VALUE 0.
       01  WS-OVERFLOW                 PIC X    VALUE 'N'.

      *> The four sources, in the order each recipient's sections
      *> appear.
       01  WS-SOURCE-NAMES.
           05  FILLER                  PIC X(30) VALUE
               'PAYROLL REGISTER'.
           05  FILLER                  PIC X(30) VALUE
               'LEAVE LIABILITY REPORT'.
           05  FILLER                  PIC X(30) VALUE
               'VARIANCE GATE REPORT'.
           05  FILLER                  PIC X(30) VALUE
               'LABOR DISTRIBUTION (GL)'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME          PIC X(30) OCCURS 4 TIMES.
       01  WS-SOURCE-STATS.
           05  WS-SOURCE-STAT OCCURS 4 TIMES.
               10  WS-SRS-PRESENT      PIC X.
               10  WS-SRS-READ         PIC 9(7).
               10  WS-SRS-ROUTED       PIC 9(7).
               10  WS-SRS-HEADINGS     PIC 9(7).
       01  WS-SRC                      PIC 9(1) VALUE 0.
       01  WS-SRC-LINE-NO              PIC 9(7) VALUE 0.

      *> The current source's heading block: the non-blank lines
      *> before its first routed line. Page headings printed again
      *> later match on their first 40 columns (the page number
      *> sits further right) and are dropped.
       01  WS-HEADING-BLOCK.
           05  WS-HDB-COUNT            PIC 9(1) VALUE 0.
           05  WS-HDB-LINE             PIC X(132) OCCURS 5 TIMES.
       01  WS-HDB-DONE                 PIC X    VALUE 'N'.
       01  WS-HDB-MATCH                PIC X    VALUE 'N'.
       01  WS-HDB-SUB                  PIC 9(1) VALUE 0.
       01  WS-LAST-OWNER               PIC 9(3) VALUE 0.
       01  WS-LAST-USE                 PIC 9(3) VALUE 0.

       01  WS-INPUT-LINE               PIC X(132).
       01  WS-OUTPUT-LINE              PIC X(132).
       01  WS-EMP-TEXT                 PIC X(5).
       01  WS-EMP-NUMBER REDEFINES WS-EMP-TEXT PIC 9(5).

      *> Recipients named on the distribution table. A recipient on
      *> several cards takes its name and destination from the
      *> first.
       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-COUNT            PIC 9(3) VALUE 0.
           05  WS-RCP OCCURS 100 TIMES.
               10  WS-RCP-ID           PIC X(8).
               10  WS-RCP-NAME         PIC X(24).
               10  WS-RCP-TYPE         PIC X(1).
               10  WS-RCP-DEST         PIC X(40).
               10  WS-RCP-LINES        PIC 9(7).
               10  WS-RCP-STARTED      PIC X OCCURS 4 TIMES.
       01  WS-DEFAULT-RCP              PIC 9(3) VALUE 0.
       01  WS-R                        PIC 9(3) VALUE 0.

       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT            PIC 9(3) VALUE 0.
           05  WS-MAP OCCURS 500 TIMES.
               10  WS-MAP-COMPANY      PIC X(3).
               10  WS-MAP-DEPT         PIC X(4).
               10  WS-MAP-RCP          PIC 9(3).
       01  WS-M                        PIC 9(3) VALUE 0.

       01  WS-OWNER-TABLE.
           05  WS-OWN-COUNT            PIC 9(3) VALUE 0.
           05  WS-OWN OCCURS 500 TIMES.
               10  WS-OWN-DEPT         PIC X(4).
               10  WS-OWN-COMPANY      PIC X(3).
       01  WS-O                        PIC 9(3) VALUE 0.
       01  WS-OWN-FOUND                PIC X    VALUE 'N'.

      *> Every company/department actually distributed, whom it went
      *> to and how many lines - the body of the distribution log.
      *> Company-wide lines are the row with a blank department.
       01  WS-USE-TABLE.
           05  WS-USE-COUNT            PIC 9(3) VALUE 0.
           05  WS-USE OCCURS 500 TIMES.
               10  WS-USE-COMPANY      PIC X(3).
               10  WS-USE-DEPT         PIC X(4).
               10  WS-USE-RCP          PIC 9(3).
               10  WS-USE-LINES        PIC 9(7).
               10  WS-USE-ROUTE        PIC X(1).
       01  WS-U                        PIC 9(3) VALUE 0.
       01  WS-UNMAPPED-COUNT           PIC 9(3) VALUE 0.

      *> Routing work areas. WS-RTE-ROUTE: 'D' the department's own
      *> card, 'C' its company's controller, 'X' the default
      *> controller, 'T' a company-wide line.
       01  WS-RTE-DEPT                 PIC X(4).
       01  WS-RTE-COMPANY              PIC X(3).
       01  WS-RTE-RCP                  PIC 9(3) VALUE 0.
       01  WS-RTE-USE                  PIC 9(3) VALUE 0.
       01  WS-RTE-ROUTE                PIC X(1).
       01  WS-NOT-ON-MASTER            PIC 9(7) VALUE 0.

       01  WS-GL-LINE.
           05  WS-GLL-DEPT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GLL-COMPANY          PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GLL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GLL-NAME             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GLL-SIDE             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GLL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-GL-HEADING.
           05  FILLER                  PIC X(6)  VALUE 'DEPT'.
           05  FILLER                  PIC X(5)  VALUE 'CO'.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(22) VALUE 'ACCOUNT NAME'.
           05  FILLER                  PIC X(3)  VALUE 'DC'.
           05  FILLER                  PIC X(14) VALUE
               '        AMOUNT'.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(4)  VALUE '*** '.
           05  WS-SCL-NAME             PIC X(30).
           05  FILLER                  PIC X(20) VALUE
               ' - YOUR DEPARTMENTS'.

       01  WS-BANNER-1.
           05  FILLER                  PIC X(50) VALUE
               'CONFIDENTIAL PAYROLL INFORMATION - FOR THE NAMED '.
           05  FILLER                  PIC X(30) VALUE
               'RECIPIENT ONLY'.
       01  WS-BANNER-2.
           05  FILLER                  PIC X(11) VALUE 'RECIPIENT: '.
           05  WS-BN2-ID               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BN2-NAME             PIC X(24).
           05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
           05  WS-BN2-RUN-DATE         PIC 9(8).
       01  WS-BANNER-3.
           05  FILLER                  PIC X(11) VALUE 'DELIVERY:  '.
           05  WS-BN3-TYPE             PIC X(14).
           05  WS-BN3-DEST             PIC X(40).
       01  WS-BANNER-DEPT.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-BND-COMPANY          PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-BND-DEPT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-BND-TEXT             PIC X(40).
       01  WS-BANNER-SEQ               PIC 9(7) VALUE 0.

       01  WS-LOG-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'REPORT DISTRIBUTION LOG'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  WS-LGH-RUN-DATE         PIC 9(8).
       01  WS-LOG-SOURCE-LINE.
           05  WS-LSL-NAME             PIC X(30).
           05  WS-LSL-STATUS           PIC X(12).
           05  FILLER                  PIC X(6)  VALUE 'READ '.
           05  WS-LSL-READ             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE '  DISTRIBUTED '.
           05  WS-LSL-ROUTED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  HEADINGS '.
           05  WS-LSL-HEADINGS         PIC Z,ZZZ,ZZ9.
       01  WS-LOG-RECIPIENT-LINE.
           05  FILLER                  PIC X(10) VALUE 'RECIPIENT '.
           05  WS-LRL-ID               PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-LRL-NAME             PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-LRL-TYPE             PIC X(14).
           05  WS-LRL-DEST             PIC X(40).
           05  FILLER                  PIC X(7)  VALUE ' LINES '.
           05  WS-LRL-LINES            PIC Z,ZZZ,ZZ9.
       01  WS-LOG-DEPT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'COMPANY '.
           05  WS-LDL-COMPANY          PIC X(3).
           05  FILLER                  PIC X(7)  VALUE '  DEPT '.
           05  WS-LDL-DEPT             PIC X(4).
           05  FILLER                  PIC X(8)  VALUE '  LINES '.
           05  WS-LDL-LINES            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LDL-TEXT             PIC X(40).
       01  WS-LOG-COUNT-LINE.
           05  WS-LCL-CAPTION          PIC X(40).
           05  WS-LCL-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DISTRIBUTION-TABLE
           PERFORM LOAD-DEPT-OWNERS

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EMPLOYEE-FILE-OPEN
           ELSE
               DISPLAY 'NO EMPLOYEE MASTER, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
                   ' - EMPLOYEE LINES GO TO THE DEFAULT CONTROLLER'
           END-IF

           OPEN OUTPUT BURST-REPORT-FILE
           IF WS-BURSTRPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BURST-REPORT-FILE, STATUS: '
                   WS-BURSTRPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DIST-LOG-FILE

           INITIALIZE WS-SOURCE-STATS
           PERFORM BURST-REGISTER
           PERFORM BURST-LEAVE-REPORT
           PERFORM BURST-VARIANCE-REPORT
           PERFORM BURST-GL-INTERFACE

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RCP-COUNT
               IF WS-RCP-LINES(WS-R) > 0 OR WS-R = WS-DEFAULT-RCP
                   PERFORM WRITE-RECIPIENT-BANNER
               END-IF
           END-PERFORM
           PERFORM WRITE-DISTRIBUTION-LOG

           IF WS-EMPLOYEE-FILE-OPEN = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE BURST-REPORT-FILE
           CLOSE DIST-LOG-FILE

           DISPLAY 'REPORT-BURST RECIPIENTS: ' WS-RCP-COUNT
               ' DEPARTMENTS: ' WS-USE-COUNT
               ' WITH NO RECIPIENT: ' WS-UNMAPPED-COUNT
           IF WS-WRITE-ERRORS > 0 OR WS-OVERFLOW = 'Y'
               DISPLAY 'REPORT-BURST: ' WS-WRITE-ERRORS
                   ' LINES NOT DISTRIBUTED - SEE DISTRIBUTION LOG'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DISTRIBUTION-TABLE.
           OPEN INPUT DIST-TABLE-FILE
           IF WS-DISTTBL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DIST-TABLE-FILE, STATUS: '
                   WS-DISTTBL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ DIST-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF DIST-COMPANY-CODE(1:1) NOT = '*' AND
                               DIST-RECIPIENT-ID NOT = SPACES
                           PERFORM TAKE-DISTRIBUTION-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-TABLE-FILE
           IF WS-DEFAULT-RCP = 0
               DISPLAY 'DISTRIBUTION TABLE HAS NO DEFAULT CONTROLLER'
                   ' CARD (COMPANY AND DEPT BLANK) - NOTHING BURST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'DISTRIBUTION CARDS LOADED: ' WS-MAP-COUNT
               ' RECIPIENTS: ' WS-RCP-COUNT
           EXIT.

       TAKE-DISTRIBUTION-CARD.
           MOVE 0 TO WS-R
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-RCP-COUNT OR WS-R > 0
               IF WS-RCP-ID(WS-M) = DIST-RECIPIENT-ID
                   MOVE WS-M TO WS-R
               END-IF
           END-PERFORM
           IF WS-R = 0
               IF WS-RCP-COUNT < 100
                   ADD 1 TO WS-RCP-COUNT
                   MOVE WS-RCP-COUNT TO WS-R
                   MOVE DIST-RECIPIENT-ID TO WS-RCP-ID(WS-R)
                   MOVE DIST-RECIPIENT-NAME TO WS-RCP-NAME(WS-R)
                   MOVE DIST-DELIVERY-TYPE TO WS-RCP-TYPE(WS-R)
                   MOVE DIST-DESTINATION TO WS-RCP-DEST(WS-R)
                   MOVE 0 TO WS-RCP-LINES(WS-R)
                   MOVE 'N' TO WS-RCP-STARTED(WS-R, 1)
                   MOVE 'N' TO WS-RCP-STARTED(WS-R, 2)
                   MOVE 'N' TO WS-RCP-STARTED(WS-R, 3)
                   MOVE 'N' TO WS-RCP-STARTED(WS-R, 4)
               ELSE
                   DISPLAY 'MORE THAN 100 RECIPIENTS - CARD FOR '
                       DIST-RECIPIENT-ID ' IGNORED'
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF
           IF WS-R > 0
               IF DIST-COMPANY-CODE = SPACES AND
                       DIST-DEPT-CODE = SPACES
                   MOVE WS-R TO WS-DEFAULT-RCP
               ELSE
                   IF WS-MAP-COUNT < 500
                       ADD 1 TO WS-MAP-COUNT
                       MOVE DIST-COMPANY-CODE
                           TO WS-MAP-COMPANY(WS-MAP-COUNT)
                       MOVE DIST-DEPT-CODE TO WS-MAP-DEPT(WS-MAP-COUNT)
                       MOVE WS-R TO WS-MAP-RCP(WS-MAP-COUNT)
                   ELSE
                       DISPLAY 'MORE THAN 500 DISTRIBUTION CARDS - '
                           DIST-COMPANY-CODE ' ' DIST-DEPT-CODE
                           ' IGNORED'
                       MOVE 'Y' TO WS-OVERFLOW
                   END-IF
               END-IF
           END-IF
           EXIT.

      *> Same department master EmployeePayroll reads for its
      *> intercompany detection. Without it every department is
      *> looked up under the company its line carries (blank on the
      *> printed reports, so only company-blank cards match).
       LOAD-DEPT-OWNERS.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPTMAST-FILE-STATUS NOT = '00'
               DISPLAY 'NO DEPARTMENT MASTER, STATUS: '
                   WS-DEPTMAST-FILE-STATUS
                   ' - DEPARTMENTS ROUTED WITHOUT A COMPANY'
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ DEPT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-OWN-COUNT < 500
                               ADD 1 TO WS-OWN-COUNT
                               MOVE DMST-DEPT-CODE
                                   TO WS-OWN-DEPT(WS-OWN-COUNT)
                               MOVE DMST-COMPANY-CODE
                                   TO WS-OWN-COMPANY(WS-OWN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
               DISPLAY 'DEPARTMENT OWNERS LOADED: ' WS-OWN-COUNT
           END-IF
           EXIT.

       BURST-REGISTER.
           MOVE 1 TO WS-SRC
           PERFORM START-SOURCE
           OPEN INPUT REGISTER-FILE
           IF WS-REGFILE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SRS-PRESENT(WS-SRC)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ REGISTER-FILE INTO WS-INPUT-LINE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ROUTE-LISTING-LINE
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           EXIT.

       BURST-LEAVE-REPORT.
           MOVE 2 TO WS-SRC
           PERFORM START-SOURCE
           OPEN INPUT LEAVE-REPORT-FILE
           IF WS-LEAVRPT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SRS-PRESENT(WS-SRC)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LEAVE-REPORT-FILE INTO WS-INPUT-LINE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ROUTE-LISTING-LINE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REPORT-FILE
           END-IF
           EXIT.

       BURST-VARIANCE-REPORT.
           MOVE 3 TO WS-SRC
           PERFORM START-SOURCE
           OPEN INPUT VARIANCE-REPORT-FILE
           IF WS-VARRPT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SRS-PRESENT(WS-SRC)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ VARIANCE-REPORT-FILE INTO WS-INPUT-LINE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ROUTE-LISTING-LINE
                   END-READ
               END-PERFORM
               CLOSE VARIANCE-REPORT-FILE
           END-IF
           EXIT.

      *> The GL interface is data, not a listing: every line carries
      *> its department and company, and each recipient's section
      *> is printed from it under a fixed column heading. Lines with
      *> no department (the intercompany due-from/due-to entries)
      *> are company-wide.
       BURST-GL-INTERFACE.
           MOVE 4 TO WS-SRC
           PERFORM START-SOURCE
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GLFILE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SRS-PRESENT(WS-SRC)
               MOVE 1 TO WS-HDB-COUNT
               MOVE WS-GL-HEADING TO WS-HDB-LINE(1)
               MOVE 'Y' TO WS-HDB-DONE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-SRC-LINE-NO
                           ADD 1 TO WS-SRS-READ(WS-SRC)
                           MOVE GL-DEPT-CODE TO WS-GLL-DEPT
                           MOVE GL-COMPANY-CODE TO WS-GLL-COMPANY
                           MOVE GL-ACCOUNT-CODE TO WS-GLL-ACCOUNT
                           MOVE GL-ACCOUNT-NAME TO WS-GLL-NAME
                           MOVE GL-DEBIT-CREDIT TO WS-GLL-SIDE
                           MOVE GL-AMOUNT TO WS-GLL-AMOUNT
                           MOVE WS-GL-LINE TO WS-OUTPUT-LINE
                           MOVE GL-DEPT-CODE TO WS-RTE-DEPT
                           MOVE GL-COMPANY-CODE TO WS-RTE-COMPANY
                           PERFORM ROUTE-DEPARTMENT
                           PERFORM EMIT-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
           END-IF
           EXIT.

       START-SOURCE.
           MOVE 'N' TO WS-SRS-PRESENT(WS-SRC)
           MOVE 0 TO WS-SRC-LINE-NO
           MOVE 0 TO WS-HDB-COUNT
           MOVE 'N' TO WS-HDB-DONE
           MOVE 0 TO WS-LAST-OWNER
           MOVE 0 TO WS-LAST-USE
           EXIT.

      *> One printed line of the register, leave or variance report:
      *> heading, employee line, department subtotal, a line
      *> belonging to the employee line above it, or company-wide.
       ROUTE-LISTING-LINE.
           ADD 1 TO WS-SRC-LINE-NO
           ADD 1 TO WS-SRS-READ(WS-SRC)
           MOVE WS-INPUT-LINE TO WS-OUTPUT-LINE
           IF WS-INPUT-LINE = SPACES
               MOVE 0 TO WS-LAST-OWNER
           ELSE
               MOVE 'N' TO WS-HDB-MATCH
               PERFORM VARYING WS-HDB-SUB FROM 1 BY 1
                       UNTIL WS-HDB-SUB > WS-HDB-COUNT
                   IF WS-HDB-LINE(WS-HDB-SUB)(1:40) =
                           WS-INPUT-LINE(1:40)
                       MOVE 'Y' TO WS-HDB-MATCH
                   END-IF
               END-PERFORM
               IF WS-HDB-MATCH = 'Y'
                   ADD 1 TO WS-SRS-HEADINGS(WS-SRC)
                   MOVE 0 TO WS-LAST-OWNER
               ELSE
                   PERFORM CLASSIFY-LISTING-LINE
               END-IF
           END-IF
           EXIT.

       CLASSIFY-LISTING-LINE.
           MOVE SPACES TO WS-RTE-DEPT
           MOVE SPACES TO WS-RTE-COMPANY
           MOVE 0 TO WS-EMP-NUMBER
           IF WS-INPUT-LINE(5:1) IS NUMERIC AND
                   WS-INPUT-LINE(6:1) = SPACE
               MOVE WS-INPUT-LINE(1:5) TO WS-EMP-TEXT
               INSPECT WS-EMP-TEXT REPLACING LEADING SPACES BY ZEROS
               IF WS-EMP-TEXT IS NOT NUMERIC
                   MOVE 0 TO WS-EMP-NUMBER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-EMP-NUMBER > 0
                   MOVE 'Y' TO WS-HDB-DONE
                   PERFORM FIND-EMPLOYEE-DEPARTMENT
                   PERFORM ROUTE-DEPARTMENT
                   MOVE WS-RTE-RCP TO WS-LAST-OWNER
                   MOVE WS-RTE-USE TO WS-LAST-USE
                   PERFORM EMIT-LINE
               WHEN WS-SRC = 1 AND WS-INPUT-LINE(1:6) = 'DEPT  '
                   MOVE 'Y' TO WS-HDB-DONE
                   MOVE WS-INPUT-LINE(7:4) TO WS-RTE-DEPT
                   PERFORM ROUTE-DEPARTMENT
                   MOVE 0 TO WS-LAST-OWNER
                   PERFORM EMIT-LINE
               WHEN WS-HDB-DONE = 'N'
                   IF WS-HDB-COUNT < 5
                       ADD 1 TO WS-HDB-COUNT
                       MOVE WS-INPUT-LINE TO WS-HDB-LINE(WS-HDB-COUNT)
                   END-IF
                   ADD 1 TO WS-SRS-HEADINGS(WS-SRC)
               WHEN WS-INPUT-LINE(1:5) = SPACES AND
                       WS-LAST-OWNER > 0
                   MOVE WS-LAST-OWNER TO WS-RTE-RCP
                   MOVE WS-LAST-USE TO WS-RTE-USE
                   PERFORM EMIT-LINE
               WHEN OTHER
                   PERFORM ROUTE-DEPARTMENT
                   MOVE 0 TO WS-LAST-OWNER
                   PERFORM EMIT-LINE
           END-EVALUATE
           EXIT.

       FIND-EMPLOYEE-DEPARTMENT.
           IF WS-EMPLOYEE-FILE-OPEN = 'Y'
               MOVE WS-EMP-NUMBER TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-MASTER
                   NOT INVALID KEY
                       MOVE DEPT-CODE TO WS-RTE-DEPT
                       MOVE COMPANY-CODE TO WS-RTE-COMPANY
               END-READ
           END-IF
           EXIT.

      *> Department to recipient: the department master gives the
      *> company, then the company+department card, the company's
      *> controller card, the default controller, in that order.
       ROUTE-DEPARTMENT.
           IF WS-RTE-DEPT NOT = SPACES
               MOVE 'N' TO WS-OWN-FOUND
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > WS-OWN-COUNT OR WS-OWN-FOUND = 'Y'
                   IF WS-OWN-DEPT(WS-O) = WS-RTE-DEPT
                       MOVE WS-OWN-COMPANY(WS-O) TO WS-RTE-COMPANY
                       MOVE 'Y' TO WS-OWN-FOUND
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-RTE-COMPANY
           END-IF
           MOVE 0 TO WS-RTE-RCP
           IF WS-RTE-DEPT = SPACES
               MOVE WS-DEFAULT-RCP TO WS-RTE-RCP
               MOVE 'T' TO WS-RTE-ROUTE
           ELSE
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MAP-COUNT OR WS-RTE-RCP > 0
                   IF WS-MAP-COMPANY(WS-M) = WS-RTE-COMPANY AND
                           WS-MAP-DEPT(WS-M) = WS-RTE-DEPT
                       MOVE WS-MAP-RCP(WS-M) TO WS-RTE-RCP
                       MOVE 'D' TO WS-RTE-ROUTE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MAP-COUNT OR WS-RTE-RCP > 0
                   IF WS-MAP-COMPANY(WS-M) = WS-RTE-COMPANY AND
                           WS-MAP-DEPT(WS-M) = SPACES
                       MOVE WS-MAP-RCP(WS-M) TO WS-RTE-RCP
                       MOVE 'C' TO WS-RTE-ROUTE
                   END-IF
               END-PERFORM
               IF WS-RTE-RCP = 0
                   MOVE WS-DEFAULT-RCP TO WS-RTE-RCP
                   MOVE 'X' TO WS-RTE-ROUTE
               END-IF
           END-IF

           MOVE 0 TO WS-RTE-USE
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-USE-COUNT OR WS-RTE-USE > 0
               IF WS-USE-COMPANY(WS-U) = WS-RTE-COMPANY AND
                       WS-USE-DEPT(WS-U) = WS-RTE-DEPT
                   MOVE WS-U TO WS-RTE-USE
               END-IF
           END-PERFORM
           IF WS-RTE-USE = 0
               IF WS-USE-COUNT < 500
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-USE-COUNT TO WS-RTE-USE
                   MOVE WS-RTE-COMPANY TO WS-USE-COMPANY(WS-RTE-USE)
                   MOVE WS-RTE-DEPT TO WS-USE-DEPT(WS-RTE-USE)
                   MOVE WS-RTE-RCP TO WS-USE-RCP(WS-RTE-USE)
                   MOVE 0 TO WS-USE-LINES(WS-RTE-USE)
                   MOVE WS-RTE-ROUTE TO WS-USE-ROUTE(WS-RTE-USE)
                   IF WS-RTE-ROUTE = 'C' OR WS-RTE-ROUTE = 'X'
                       ADD 1 TO WS-UNMAPPED-COUNT
                   END-IF
               ELSE
                   IF WS-OVERFLOW = 'N'
                       DISPLAY 'MORE THAN 500 DEPARTMENTS - LATER '
                           'ONES NOT ON THE DISTRIBUTION LOG'
                   END-IF
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF
           EXIT.

      *> Writes WS-OUTPUT-LINE into the routed recipient's section
      *> of the current source, opening the section with the
      *> source's heading the first time the recipient gets a line
      *> of it.
       EMIT-LINE.
           IF WS-RCP-STARTED(WS-RTE-RCP, WS-SRC) NOT = 'Y'
               PERFORM START-RECIPIENT-SECTION
           END-IF
           MOVE WS-RCP-ID(WS-RTE-RCP) TO BRST-RECIPIENT-ID
           MOVE WS-SRC TO BRST-SOURCE
           COMPUTE BRST-SEQUENCE = WS-SRC-LINE-NO + 9
           MOVE WS-OUTPUT-LINE TO BRST-LINE
           WRITE BURST-REPORT-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY 'BURSTRPT WRITE FAILED, STATUS: '
                       WS-BURSTRPT-FILE-STATUS ' KEY: ' BRST-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-RCP-LINES(WS-RTE-RCP)
                   ADD 1 TO WS-SRS-ROUTED(WS-SRC)
                   IF WS-RTE-USE > 0
                       ADD 1 TO WS-USE-LINES(WS-RTE-USE)
                   END-IF
           END-WRITE
           EXIT.

       START-RECIPIENT-SECTION.
           MOVE 'Y' TO WS-RCP-STARTED(WS-RTE-RCP, WS-SRC)
           MOVE WS-RCP-ID(WS-RTE-RCP) TO BRST-RECIPIENT-ID
           MOVE WS-SRC TO BRST-SOURCE
           MOVE 1 TO BRST-SEQUENCE
           MOVE WS-SOURCE-NAME(WS-SRC) TO WS-SCL-NAME
           MOVE WS-SECTION-LINE TO BRST-LINE
           PERFORM WRITE-SECTION-HEADING-LINE
           PERFORM VARYING WS-HDB-SUB FROM 1 BY 1
                   UNTIL WS-HDB-SUB > WS-HDB-COUNT
               COMPUTE BRST-SEQUENCE = WS-HDB-SUB + 1
               MOVE WS-HDB-LINE(WS-HDB-SUB) TO BRST-LINE
               PERFORM WRITE-SECTION-HEADING-LINE
           END-PERFORM
           COMPUTE BRST-SEQUENCE = WS-HDB-COUNT + 2
           MOVE SPACES TO BRST-LINE
           PERFORM WRITE-SECTION-HEADING-LINE
           EXIT.

       WRITE-SECTION-HEADING-LINE.
           WRITE BURST-REPORT-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY 'BURSTRPT WRITE FAILED, STATUS: '
                       WS-BURSTRPT-FILE-STATUS ' KEY: ' BRST-KEY
           END-WRITE
           EXIT.

      *> Source 0 of each recipient's output: who it is for, how it
      *> is to be delivered, and the departments it holds.
       WRITE-RECIPIENT-BANNER.
           MOVE WS-RCP-ID(WS-R) TO BRST-RECIPIENT-ID
           MOVE 0 TO BRST-SOURCE
           MOVE 0 TO WS-BANNER-SEQ
           MOVE WS-BANNER-1 TO BRST-LINE
           PERFORM WRITE-BANNER-LINE
           MOVE WS-RCP-ID(WS-R) TO WS-BN2-ID
           MOVE WS-RCP-NAME(WS-R) TO WS-BN2-NAME
           MOVE WS-RUN-DATE TO WS-BN2-RUN-DATE
           MOVE WS-BANNER-2 TO BRST-LINE
           PERFORM WRITE-BANNER-LINE
           PERFORM DESCRIBE-DELIVERY
           MOVE WS-RCP-DEST(WS-R) TO WS-BN3-DEST
           MOVE WS-BANNER-3 TO BRST-LINE
           PERFORM WRITE-BANNER-LINE
           MOVE 'DEPARTMENTS IN THIS OUTPUT:' TO BRST-LINE
           PERFORM WRITE-BANNER-LINE
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-USE-COUNT
               IF WS-USE-RCP(WS-U) = WS-R
                   MOVE WS-USE-COMPANY(WS-U) TO WS-BND-COMPANY
                   MOVE WS-USE-DEPT(WS-U) TO WS-BND-DEPT
                   PERFORM DESCRIBE-ROUTE
                   MOVE WS-LDL-TEXT TO WS-BND-TEXT
                   MOVE WS-BANNER-DEPT TO BRST-LINE
                   PERFORM WRITE-BANNER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BRST-LINE
           PERFORM WRITE-BANNER-LINE
           EXIT.

       WRITE-BANNER-LINE.
           ADD 1 TO WS-BANNER-SEQ
           MOVE WS-BANNER-SEQ TO BRST-SEQUENCE
           WRITE BURST-REPORT-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY 'BURSTRPT WRITE FAILED, STATUS: '
                       WS-BURSTRPT-FILE-STATUS ' KEY: ' BRST-KEY
           END-WRITE
           EXIT.

       DESCRIBE-DELIVERY.
           EVALUATE WS-RCP-TYPE(WS-R)
               WHEN 'E'
                   MOVE 'E-MAIL' TO WS-BN3-TYPE
               WHEN 'P'
                   MOVE 'PRINT AT' TO WS-BN3-TYPE
               WHEN 'F'
                   MOVE 'SECURED FOLDER' TO WS-BN3-TYPE
               WHEN OTHER
                   MOVE 'HOLD FOR PICKUP' TO WS-BN3-TYPE
           END-EVALUATE
           EXIT.

       DESCRIBE-ROUTE.
           EVALUATE WS-USE-ROUTE(WS-U)
               WHEN 'D'
                   MOVE SPACES TO WS-LDL-TEXT
               WHEN 'C'
                   MOVE 'NO RECIPIENT - COMPANY CONTROLLER'
                       TO WS-LDL-TEXT
               WHEN 'X'
                   MOVE 'NO RECIPIENT - DEFAULT CONTROLLER'
                       TO WS-LDL-TEXT
               WHEN OTHER
                   MOVE 'COMPANY-WIDE TOTALS AND UNASSIGNED LINES'
                       TO WS-LDL-TEXT
           END-EVALUATE
           EXIT.

       WRITE-DISTRIBUTION-LOG.
           MOVE WS-RUN-DATE TO WS-LGH-RUN-DATE
           WRITE DIST-LOG-LINE FROM WS-LOG-HEADING
           MOVE SPACES TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
               MOVE WS-SOURCE-NAME(WS-SRC) TO WS-LSL-NAME
               IF WS-SRS-PRESENT(WS-SRC) = 'Y'
                   MOVE 'BURST' TO WS-LSL-STATUS
               ELSE
                   MOVE 'NOT PRESENT' TO WS-LSL-STATUS
               END-IF
               MOVE WS-SRS-READ(WS-SRC) TO WS-LSL-READ
               MOVE WS-SRS-ROUTED(WS-SRC) TO WS-LSL-ROUTED
               MOVE WS-SRS-HEADINGS(WS-SRC) TO WS-LSL-HEADINGS
               WRITE DIST-LOG-LINE FROM WS-LOG-SOURCE-LINE
           END-PERFORM
           MOVE SPACES TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RCP-COUNT
               IF WS-RCP-LINES(WS-R) > 0 OR WS-R = WS-DEFAULT-RCP
                   MOVE WS-RCP-ID(WS-R) TO WS-LRL-ID
                   MOVE WS-RCP-NAME(WS-R) TO WS-LRL-NAME
                   PERFORM DESCRIBE-DELIVERY
                   MOVE WS-BN3-TYPE TO WS-LRL-TYPE
                   MOVE WS-RCP-DEST(WS-R) TO WS-LRL-DEST
                   MOVE WS-RCP-LINES(WS-R) TO WS-LRL-LINES
                   WRITE DIST-LOG-LINE FROM WS-LOG-RECIPIENT-LINE
                   PERFORM VARYING WS-U FROM 1 BY 1
                           UNTIL WS-U > WS-USE-COUNT
                       IF WS-USE-RCP(WS-U) = WS-R
                           MOVE WS-USE-COMPANY(WS-U) TO WS-LDL-COMPANY
                           MOVE WS-USE-DEPT(WS-U) TO WS-LDL-DEPT
                           MOVE WS-USE-LINES(WS-U) TO WS-LDL-LINES
                           PERFORM DESCRIBE-ROUTE
                           WRITE DIST-LOG-LINE FROM WS-LOG-DEPT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE

           MOVE 'RECIPIENTS WITH OUTPUT:' TO WS-LCL-CAPTION
           MOVE 0 TO WS-M
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RCP-COUNT
               IF WS-RCP-LINES(WS-R) > 0
                   ADD 1 TO WS-M
               END-IF
           END-PERFORM
           MOVE WS-M TO WS-LCL-COUNT
           WRITE DIST-LOG-LINE FROM WS-LOG-COUNT-LINE
           MOVE 'DEPARTMENTS WITH NO RECIPIENT:' TO WS-LCL-CAPTION
           MOVE WS-UNMAPPED-COUNT TO WS-LCL-COUNT
           WRITE DIST-LOG-LINE FROM WS-LOG-COUNT-LINE
           MOVE 'EMPLOYEE LINES NOT ON THE MASTER:' TO WS-LCL-CAPTION
           MOVE WS-NOT-ON-MASTER TO WS-LCL-COUNT
           WRITE DIST-LOG-LINE FROM WS-LOG-COUNT-LINE
           MOVE 'LINES NOT DISTRIBUTED (WRITE ERRORS):'
               TO WS-LCL-CAPTION
           MOVE WS-WRITE-ERRORS TO WS-LCL-COUNT
           WRITE DIST-LOG-LINE FROM WS-LOG-COUNT-LINE
           EXIT.
