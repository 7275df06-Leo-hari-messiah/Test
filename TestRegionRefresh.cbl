       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestRegionRefresh.

      *> Copies the production masters into the test region with
      *> every piece of personal identity data scrambled, so tax
      *> table changes and new releases can be tried on real volumes
      *> without handing real SSNs, names, addresses and bank
      *> accounts to everyone with test access.
      *>
      *> Copied: EMPFILE, DEMOFILE, ALOCFILE, PAYHIST, YTDFILE,
      *> GARNFILE and the check register, each to its own keyed test
      *> dataset in the same key order. Keys, money amounts, dates,
      *> statuses and codes are carried exactly as they stand, so the
      *> cross-file links IntegrityAudit proves still hold and a test
      *> payroll prices the same as production would.
      *>
      *> Scrambled, the same way in every file:
      *>   - names (EMPFILE, DEMOFILE, PAYHIST, check payee) become a
      *>     made-up name chosen by EMP-ID, so one employee carries
      *>     one name everywhere;
      *>   - SSNs become 9000 followed by the EMP-ID - an area never
      *>     issued, unique per employee;
      *>   - street and city become made-up ones by EMP-ID; the ZIP
      *>     keeps its first three digits (the region, so the state
      *>     still agrees) and takes the rest from the EMP-ID;
      *>   - bank routing and account digits go through a keyed
      *>     cipher driven by the value itself, so an account that
      *>     appears on the master and on an allocation still
      *>     matches itself in test. The key comes from the SYSIN
      *>     card, held by security and never kept in the source,
      *>     so the test values cannot be turned back;
      *>   - garnishment case numbers are renumbered per employee in
      *>     key order.
      *> Blank or zero identity fields stay blank or zero, so the
      *> edits that catch a missing SSN or bank account still fire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT DEMOGRAPHICS-FILE
            ASSIGN TO DEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEMO-EMP-ID
               FILE STATUS IS WS-DEMO-FILE-STATUS.

           SELECT DEPOSIT-ALLOCATION-FILE
            ASSIGN TO ALOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALOC-KEY
               FILE STATUS IS WS-ALOC-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE
            ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT EMPLOYEE-YTD-FILE
            ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT GARNISHMENT-FILE
            ASSIGN TO GARNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GARN-KEY
               FILE STATUS IS WS-GARN-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
            ASSIGN TO CHKREGF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHKREG-CHECK-NUMBER
               FILE STATUS IS WS-CHKREG-FILE-STATUS.

           SELECT TEST-EMPLOYEE-FILE
            ASSIGN TO TEMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-EMP-ID
               FILE STATUS IS WS-TEST-FILE-STATUS.

           SELECT TEST-DEMOGRAPHICS-FILE
            ASSIGN TO TDEMOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-DEMO-EMP-ID
               FILE STATUS IS WS-TEST-FILE-STATUS.

           SELECT TEST-ALLOCATION-FILE
            ASSIGN TO TALOCFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-ALOC-KEY
               FILE STATUS IS WS-TEST-FILE-STATUS.

           SELECT TEST-HISTORY-FILE
            ASSIGN TO TPAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-PHIST-KEY
               FILE STATUS IS WS-TEST-FILE-STATUS.

           SELECT TEST-YTD-FILE
            ASSIGN TO TYTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-YTD-EMP-ID
               FILE STATUS IS WS-TEST-FILE-STATUS.

           SELECT TEST-GARNISHMENT-FILE
            ASSIGN TO TGARNFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-GARN-KEY
               FILE STATUS IS WS-TEST-FILE-STATUS.

           SELECT TEST-CHECK-REGISTER-FILE
            ASSIGN TO TCHKREGF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-CHKREG-CHECK-NUMBER
               FILE STATUS IS WS-TEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEMOGRAPHICS-FILE.
           COPY DEMOREC.

       FD  DEPOSIT-ALLOCATION-FILE.
           COPY ALOCREC.

       FD  PAYROLL-HISTORY-FILE.
           COPY PHISTREC.

       FD  EMPLOYEE-YTD-FILE.
           COPY YTDREC.

       FD  GARNISHMENT-FILE.
           COPY GARNREC.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREC.

      *> The test copies are written as straight images of the
      *> scrambled production record, keyed where production is.
       FD  TEST-EMPLOYEE-FILE.
       01  TEST-EMPLOYEE-RECORD.
           05  TEST-EMP-ID             PIC 9(5).
           05  FILLER                  PIC X(169).

       FD  TEST-DEMOGRAPHICS-FILE.
       01  TEST-DEMOGRAPHICS-RECORD.
           05  TEST-DEMO-EMP-ID        PIC 9(5).
           05  FILLER                  PIC X(160).

       FD  TEST-ALLOCATION-FILE.
       01  TEST-ALLOCATION-RECORD.
           05  TEST-ALOC-KEY           PIC X(7).
           05  FILLER                  PIC X(40).

       FD  TEST-HISTORY-FILE.
       01  TEST-HISTORY-RECORD.
           05  TEST-PHIST-KEY          PIC X(13).
           05  FILLER                  PIC X(216).

       FD  TEST-YTD-FILE.
       01  TEST-YTD-RECORD.
           05  TEST-YTD-EMP-ID         PIC 9(5).
           05  FILLER                  PIC X(407).

       FD  TEST-GARNISHMENT-FILE.
       01  TEST-GARNISHMENT-RECORD.
           05  TEST-GARN-KEY           PIC X(15).
           05  FILLER                  PIC X(59).

       FD  TEST-CHECK-REGISTER-FILE.
       01  TEST-CHECK-REGISTER-RECORD.
           05  TEST-CHKREG-CHECK-NUMBER PIC 9(8).
           05  FILLER                  PIC X(76).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DEMO-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ALOC-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-YTD-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-GARN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CHKREG-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TEST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-COPY-COUNT               PIC 9(9) VALUE 0.
       01  WS-WRITE-ERROR-COUNT        PIC 9(7) VALUE 0.
       01  WS-FILE-NAME                PIC X(8) VALUE SPACES.

      *> SYSIN: cols 1-16 the scramble key, sixteen digits. The
      *> same key gives the same test values on every refresh; a
      *> new key gives new ones.
       01  WS-RFR-PARM-CARD.
           05  WS-RFR-PARM-KEY         PIC X(16).
           05  FILLER                  PIC X(64).
       01  WS-SCRAMBLE-KEY.
           05  WS-KEY-DIGIT OCCURS 16 TIMES PIC 9(1).

      *> Cipher work areas. Each digit is shifted by a key digit,
      *> its position and the digit written before it, so a change
      *> anywhere in a number changes everything after it.
       01  WS-SCR-TEXT                 PIC X(17) VALUE SPACES.
       01  WS-SCR-LENGTH               PIC 9(2) VALUE 0.
       01  WS-SCR-SUB                  PIC 9(2) VALUE 0.
       01  WS-SCR-KEY-SUB              PIC 9(2) VALUE 0.
       01  WS-SCR-DIGIT                PIC 9(1) VALUE 0.
       01  WS-SCR-PREV                 PIC 9(1) VALUE 0.
       01  WS-SCR-WORK                 PIC 9(3) VALUE 0.
       01  WS-SCR-QUOTIENT             PIC 9(3) VALUE 0.
       01  WS-SCR-ROUTING              PIC 9(9) VALUE 0.

      *> Made-up identity chosen by EMP-ID.
       01  WS-PSEUDO-EMP-ID            PIC 9(5) VALUE 0.
       01  WS-PSEUDO-QUOTIENT          PIC 9(5) VALUE 0.
       01  WS-PSEUDO-FIRST-SUB         PIC 9(2) VALUE 0.
       01  WS-PSEUDO-LAST-SUB          PIC 9(2) VALUE 0.
       01  WS-PSEUDO-STREET-SUB        PIC 9(2) VALUE 0.
       01  WS-PSEUDONYM                PIC X(20) VALUE SPACES.
       01  WS-PSEUDO-STREET            PIC X(30) VALUE SPACES.
       01  WS-PSEUDO-ZIP               PIC X(10) VALUE SPACES.

       01  WS-FIRST-NAME-VALUES.
           05  FILLER PIC X(9) VALUE 'ALEX'.
           05  FILLER PIC X(9) VALUE 'BAILEY'.
           05  FILLER PIC X(9) VALUE 'CAMERON'.
           05  FILLER PIC X(9) VALUE 'DANA'.
           05  FILLER PIC X(9) VALUE 'ELLIS'.
           05  FILLER PIC X(9) VALUE 'FRANCIS'.
           05  FILLER PIC X(9) VALUE 'GRAY'.
           05  FILLER PIC X(9) VALUE 'HAYDEN'.
           05  FILLER PIC X(9) VALUE 'INDIGO'.
           05  FILLER PIC X(9) VALUE 'JORDAN'.
           05  FILLER PIC X(9) VALUE 'KENDALL'.
           05  FILLER PIC X(9) VALUE 'LANE'.
           05  FILLER PIC X(9) VALUE 'MORGAN'.
           05  FILLER PIC X(9) VALUE 'NOEL'.
           05  FILLER PIC X(9) VALUE 'OAKLEY'.
           05  FILLER PIC X(9) VALUE 'PARKER'.
           05  FILLER PIC X(9) VALUE 'QUINN'.
           05  FILLER PIC X(9) VALUE 'REESE'.
           05  FILLER PIC X(9) VALUE 'SAGE'.
           05  FILLER PIC X(9) VALUE 'TAYLOR'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME OCCURS 20 TIMES PIC X(9).

       01  WS-LAST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'ABERNATHY'.
           05  FILLER PIC X(10) VALUE 'BRANDT'.
           05  FILLER PIC X(10) VALUE 'CALLOWAY'.
           05  FILLER PIC X(10) VALUE 'DUNMORE'.
           05  FILLER PIC X(10) VALUE 'EASTWICK'.
           05  FILLER PIC X(10) VALUE 'FAIRCHILD'.
           05  FILLER PIC X(10) VALUE 'GARRISON'.
           05  FILLER PIC X(10) VALUE 'HOLLOWAY'.
           05  FILLER PIC X(10) VALUE 'IVERSON'.
           05  FILLER PIC X(10) VALUE 'JESSUP'.
           05  FILLER PIC X(10) VALUE 'KINCAID'.
           05  FILLER PIC X(10) VALUE 'LOCKWOOD'.
           05  FILLER PIC X(10) VALUE 'MERRIMAN'.
           05  FILLER PIC X(10) VALUE 'NORCROSS'.
           05  FILLER PIC X(10) VALUE 'OSGOOD'.
           05  FILLER PIC X(10) VALUE 'PRESCOTT'.
           05  FILLER PIC X(10) VALUE 'QUENTIN'.
           05  FILLER PIC X(10) VALUE 'REDFIELD'.
           05  FILLER PIC X(10) VALUE 'STANHOPE'.
           05  FILLER PIC X(10) VALUE 'THORNBURY'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME OCCURS 20 TIMES PIC X(10).

       01  WS-STREET-NAME-VALUES.
           05  FILLER PIC X(12) VALUE 'MAPLE AVE'.
           05  FILLER PIC X(12) VALUE 'OAK ST'.
           05  FILLER PIC X(12) VALUE 'CEDAR LN'.
           05  FILLER PIC X(12) VALUE 'ELM ST'.
           05  FILLER PIC X(12) VALUE 'PINE RD'.
           05  FILLER PIC X(12) VALUE 'BIRCH DR'.
           05  FILLER PIC X(12) VALUE 'WILLOW WAY'.
           05  FILLER PIC X(12) VALUE 'ASPEN CT'.
           05  FILLER PIC X(12) VALUE 'SPRUCE BLVD'.
           05  FILLER PIC X(12) VALUE 'HICKORY PL'.
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
           05  WS-STREET-NAME OCCURS 10 TIMES PIC X(12).

      *> Per-employee renumbering of garnishment case numbers.
       01  WS-GARN-PREV-EMP-ID         PIC 9(5) VALUE 0.
       01  WS-GARN-CASE-SEQ            PIC 9(3) VALUE 0.
       01  WS-GARN-EMP-TEXT            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-RFR-PARM-CARD
           ACCEPT WS-RFR-PARM-CARD FROM SYSIN
           IF WS-RFR-PARM-KEY IS NOT NUMERIC OR
                   WS-RFR-PARM-KEY = ZEROS
               DISPLAY 'TEST-REGION-REFRESH: NO SIXTEEN-DIGIT SCRAMBLE '
                   'KEY ON SYSIN - NOTHING COPIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RFR-PARM-KEY TO WS-SCRAMBLE-KEY

           PERFORM COPY-EMPLOYEE-FILE
           PERFORM COPY-DEMOGRAPHICS-FILE
           PERFORM COPY-ALLOCATION-FILE
           PERFORM COPY-HISTORY-FILE
           PERFORM COPY-YTD-FILE
           PERFORM COPY-GARNISHMENT-FILE
           PERFORM COPY-CHECK-REGISTER-FILE

           IF WS-WRITE-ERROR-COUNT > 0
               DISPLAY 'TEST-REGION-REFRESH: ' WS-WRITE-ERROR-COUNT
                   ' RECORDS NOT WRITTEN - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       COPY-EMPLOYEE-FILE.
           MOVE 'EMPFILE' TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT TEST-EMPLOYEE-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               MOVE WS-EMPLOYEE-FILE-STATUS TO WS-TEST-FILE-STATUS
               PERFORM REPORT-FILE-NOT-COPIED
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM MASK-EMPLOYEE-RECORD
                           WRITE TEST-EMPLOYEE-RECORD
                               FROM EMPLOYEE-RECORD
                               INVALID KEY
                                   PERFORM REPORT-WRITE-ERROR
                               NOT INVALID KEY
                                   ADD 1 TO WS-COPY-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE TEST-EMPLOYEE-FILE
           PERFORM REPORT-FILE-COPIED
           EXIT.

       MASK-EMPLOYEE-RECORD.
           MOVE EMP-ID TO WS-PSEUDO-EMP-ID
           PERFORM BUILD-PSEUDONYM
           IF EMP-NAME NOT = SPACES
               MOVE WS-PSEUDONYM TO EMP-NAME
           END-IF
           MOVE BANK-ROUTING-NUM TO WS-SCR-ROUTING
           PERFORM SCRAMBLE-ROUTING
           MOVE WS-SCR-ROUTING TO BANK-ROUTING-NUM
           MOVE BANK-ACCOUNT-NUM TO WS-SCR-TEXT
           PERFORM SCRAMBLE-ACCOUNT
           MOVE WS-SCR-TEXT TO BANK-ACCOUNT-NUM
           EXIT.

       COPY-DEMOGRAPHICS-FILE.
           MOVE 'DEMOFILE' TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT TEST-DEMOGRAPHICS-FILE
           OPEN INPUT DEMOGRAPHICS-FILE
           IF WS-DEMO-FILE-STATUS NOT = '00'
               MOVE WS-DEMO-FILE-STATUS TO WS-TEST-FILE-STATUS
               PERFORM REPORT-FILE-NOT-COPIED
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ DEMOGRAPHICS-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM MASK-DEMOGRAPHICS-RECORD
                           WRITE TEST-DEMOGRAPHICS-RECORD
                               FROM DEMOGRAPHICS-RECORD
                               INVALID KEY
                                   PERFORM REPORT-WRITE-ERROR
                               NOT INVALID KEY
                                   ADD 1 TO WS-COPY-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE DEMOGRAPHICS-FILE
           END-IF
           CLOSE TEST-DEMOGRAPHICS-FILE
           PERFORM REPORT-FILE-COPIED
           EXIT.

       MASK-DEMOGRAPHICS-RECORD.
      *>   The state stays as it is: it decides which W-2 and state
      *>   wage reports the employee lands on.
           MOVE DEMO-EMP-ID TO WS-PSEUDO-EMP-ID
           PERFORM BUILD-PSEUDONYM
           IF DEMO-SSN IS NUMERIC AND DEMO-SSN NOT = ZEROS
               COMPUTE DEMO-SSN = 900000000 + DEMO-EMP-ID
           END-IF
           IF DEMO-LEGAL-NAME NOT = SPACES
               MOVE WS-PSEUDONYM TO DEMO-LEGAL-NAME
           END-IF
           IF DEMO-ADDR-STREET NOT = SPACES
               MOVE WS-PSEUDO-STREET TO DEMO-ADDR-STREET
           END-IF
           IF DEMO-ADDR-CITY NOT = SPACES
               MOVE 'ANYTOWN' TO DEMO-ADDR-CITY
           END-IF
           IF DEMO-ADDR-ZIP NOT = SPACES
               MOVE SPACES TO WS-PSEUDO-ZIP
               MOVE DEMO-ADDR-ZIP(1:3) TO WS-PSEUDO-ZIP(1:3)
               MOVE WS-PSEUDO-EMP-ID(4:2) TO WS-PSEUDO-ZIP(4:2)
               MOVE WS-PSEUDO-ZIP TO DEMO-ADDR-ZIP
           END-IF
           EXIT.

       COPY-ALLOCATION-FILE.
           MOVE 'ALOCFILE' TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT TEST-ALLOCATION-FILE
           OPEN INPUT DEPOSIT-ALLOCATION-FILE
           IF WS-ALOC-FILE-STATUS NOT = '00'
               MOVE WS-ALOC-FILE-STATUS TO WS-TEST-FILE-STATUS
               PERFORM REPORT-FILE-NOT-COPIED
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ DEPOSIT-ALLOCATION-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE ALOC-BANK-ROUTING TO WS-SCR-ROUTING
                           PERFORM SCRAMBLE-ROUTING
                           MOVE WS-SCR-ROUTING TO ALOC-BANK-ROUTING
                           MOVE ALOC-BANK-ACCOUNT TO WS-SCR-TEXT
                           PERFORM SCRAMBLE-ACCOUNT
                           MOVE WS-SCR-TEXT TO ALOC-BANK-ACCOUNT
                           WRITE TEST-ALLOCATION-RECORD
                               FROM DEPOSIT-ALLOCATION-RECORD
                               INVALID KEY
                                   PERFORM REPORT-WRITE-ERROR
                               NOT INVALID KEY
                                   ADD 1 TO WS-COPY-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-ALLOCATION-FILE
           END-IF
           CLOSE TEST-ALLOCATION-FILE
           PERFORM REPORT-FILE-COPIED
           EXIT.

       COPY-HISTORY-FILE.
           MOVE 'PAYHIST' TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT TEST-HISTORY-FILE
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = '00'
               MOVE WS-PAYHIST-FILE-STATUS TO WS-TEST-FILE-STATUS
               PERFORM REPORT-FILE-NOT-COPIED
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PAYROLL-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE PHIST-EMP-ID TO WS-PSEUDO-EMP-ID
                           PERFORM BUILD-PSEUDONYM
                           IF PHIST-EMP-NAME NOT = SPACES
                               MOVE WS-PSEUDONYM TO PHIST-EMP-NAME
                           END-IF
                           WRITE TEST-HISTORY-RECORD
                               FROM PAYROLL-HISTORY-RECORD
                               INVALID KEY
                                   PERFORM REPORT-WRITE-ERROR
                               NOT INVALID KEY
                                   ADD 1 TO WS-COPY-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           CLOSE TEST-HISTORY-FILE
           PERFORM REPORT-FILE-COPIED
           EXIT.

       COPY-YTD-FILE.
      *>   Nothing on the YTD record identifies anyone but the EMP-ID;
      *>   it is copied as it stands.
           MOVE 'YTDFILE' TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT TEST-YTD-FILE
           OPEN INPUT EMPLOYEE-YTD-FILE
           IF WS-YTD-FILE-STATUS NOT = '00'
               MOVE WS-YTD-FILE-STATUS TO WS-TEST-FILE-STATUS
               PERFORM REPORT-FILE-NOT-COPIED
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ EMPLOYEE-YTD-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           WRITE TEST-YTD-RECORD
                               FROM EMPLOYEE-YTD-RECORD
                               INVALID KEY
                                   PERFORM REPORT-WRITE-ERROR
                               NOT INVALID KEY
                                   ADD 1 TO WS-COPY-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-YTD-FILE
           END-IF
           CLOSE TEST-YTD-FILE
           PERFORM REPORT-FILE-COPIED
           EXIT.

       COPY-GARNISHMENT-FILE.
      *>   The agency name is the payee on the remittance, not
      *>   anything about the employee, and stays.
           MOVE 'GARNFILE' TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-GARN-PREV-EMP-ID
           MOVE 0 TO WS-GARN-CASE-SEQ
           OPEN OUTPUT TEST-GARNISHMENT-FILE
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GARN-FILE-STATUS NOT = '00'
               MOVE WS-GARN-FILE-STATUS TO WS-TEST-FILE-STATUS
               PERFORM REPORT-FILE-NOT-COPIED
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ GARNISHMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM RENUMBER-GARNISHMENT-CASE
                           WRITE TEST-GARNISHMENT-RECORD
                               FROM GARNISHMENT-RECORD
                               INVALID KEY
                                   PERFORM REPORT-WRITE-ERROR
                               NOT INVALID KEY
                                   ADD 1 TO WS-COPY-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF
           CLOSE TEST-GARNISHMENT-FILE
           PERFORM REPORT-FILE-COPIED
           EXIT.

       RENUMBER-GARNISHMENT-CASE.
      *>   'TC', the EMP-ID and the order's place among that
      *>   employee's orders: unique, and in the same key order as
      *>   the real case numbers, so the keyed copy loads in order.
           IF GARN-EMP-ID NOT = WS-GARN-PREV-EMP-ID
               MOVE GARN-EMP-ID TO WS-GARN-PREV-EMP-ID
               MOVE 0 TO WS-GARN-CASE-SEQ
           END-IF
           ADD 1 TO WS-GARN-CASE-SEQ
           MOVE GARN-EMP-ID TO WS-GARN-EMP-TEXT
           MOVE SPACES TO GARN-CASE-NUMBER
           STRING 'TC' WS-GARN-EMP-TEXT WS-GARN-CASE-SEQ
               DELIMITED BY SIZE INTO GARN-CASE-NUMBER
           EXIT.

       COPY-CHECK-REGISTER-FILE.
           MOVE 'CHKREGF' TO WS-FILE-NAME
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT TEST-CHECK-REGISTER-FILE
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHKREG-FILE-STATUS NOT = '00'
               MOVE WS-CHKREG-FILE-STATUS TO WS-TEST-FILE-STATUS
               PERFORM REPORT-FILE-NOT-COPIED
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
      *>                   A check with no EMP-ID was not cut to an
      *>                   employee and names no one to protect.
                           IF CHKREG-EMP-ID NOT = ZEROS AND
                                   CHKREG-PAYEE-NAME NOT = SPACES
                               MOVE CHKREG-EMP-ID TO WS-PSEUDO-EMP-ID
                               PERFORM BUILD-PSEUDONYM
                               MOVE WS-PSEUDONYM TO CHKREG-PAYEE-NAME
                           END-IF
                           WRITE TEST-CHECK-REGISTER-RECORD
                               FROM CHECK-REGISTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-WRITE-ERROR
                               NOT INVALID KEY
                                   ADD 1 TO WS-COPY-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF
           CLOSE TEST-CHECK-REGISTER-FILE
           PERFORM REPORT-FILE-COPIED
           EXIT.

       BUILD-PSEUDONYM.
      *>   First name from the EMP-ID's last place in twenty, last
      *>   name from the next, street from its last place in ten -
      *>   the same employee gets the same identity in every file
      *>   and on every refresh.
           DIVIDE WS-PSEUDO-EMP-ID BY 20 GIVING WS-PSEUDO-QUOTIENT
               REMAINDER WS-PSEUDO-FIRST-SUB
           ADD 1 TO WS-PSEUDO-FIRST-SUB
           DIVIDE WS-PSEUDO-QUOTIENT BY 20 GIVING WS-PSEUDO-QUOTIENT
               REMAINDER WS-PSEUDO-LAST-SUB
           ADD 1 TO WS-PSEUDO-LAST-SUB
           DIVIDE WS-PSEUDO-EMP-ID BY 10 GIVING WS-PSEUDO-QUOTIENT
               REMAINDER WS-PSEUDO-STREET-SUB
           ADD 1 TO WS-PSEUDO-STREET-SUB
           MOVE SPACES TO WS-PSEUDONYM
           STRING WS-FIRST-NAME(WS-PSEUDO-FIRST-SUB) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-LAST-NAME(WS-PSEUDO-LAST-SUB) DELIMITED BY SPACE
               INTO WS-PSEUDONYM
           MOVE SPACES TO WS-PSEUDO-STREET
           STRING WS-PSEUDO-EMP-ID ' ' DELIMITED BY SIZE
               WS-STREET-NAME(WS-PSEUDO-STREET-SUB) DELIMITED BY SIZE
               INTO WS-PSEUDO-STREET
           EXIT.

       SCRAMBLE-ROUTING.
      *>   No routing number on file stays none on file.
           IF WS-SCR-ROUTING IS NUMERIC AND WS-SCR-ROUTING NOT = 0
               MOVE SPACES TO WS-SCR-TEXT
               MOVE WS-SCR-ROUTING TO WS-SCR-TEXT(1:9)
               MOVE 9 TO WS-SCR-LENGTH
               PERFORM SCRAMBLE-DIGITS
               MOVE WS-SCR-TEXT(1:9) TO WS-SCR-ROUTING
           END-IF
           EXIT.

       SCRAMBLE-ACCOUNT.
      *>   Only the digits change; a blank account stays blank.
           IF WS-SCR-TEXT NOT = SPACES
               MOVE 17 TO WS-SCR-LENGTH
               PERFORM SCRAMBLE-DIGITS
           END-IF
           EXIT.

       SCRAMBLE-DIGITS.
           MOVE 0 TO WS-SCR-PREV
           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-LENGTH
               IF WS-SCR-TEXT(WS-SCR-SUB:1) IS NUMERIC
                   MOVE WS-SCR-TEXT(WS-SCR-SUB:1) TO WS-SCR-DIGIT
                   DIVIDE WS-SCR-SUB BY 16 GIVING WS-SCR-QUOTIENT
                       REMAINDER WS-SCR-KEY-SUB
                   ADD 1 TO WS-SCR-KEY-SUB
                   COMPUTE WS-SCR-WORK = WS-SCR-DIGIT
                       + WS-KEY-DIGIT(WS-SCR-KEY-SUB)
                       + WS-SCR-PREV * 7 + WS-SCR-SUB
                   DIVIDE WS-SCR-WORK BY 10 GIVING WS-SCR-QUOTIENT
                       REMAINDER WS-SCR-DIGIT
                   MOVE WS-SCR-DIGIT TO WS-SCR-PREV
                   MOVE WS-SCR-DIGIT TO WS-SCR-TEXT(WS-SCR-SUB:1)
               END-IF
           END-PERFORM
           EXIT.

       REPORT-FILE-NOT-COPIED.
      *>   A shop without one of these files gets an empty test copy
      *>   of it, and the run says so.
           DISPLAY 'TEST-REGION-REFRESH: ' WS-FILE-NAME
               ' NOT AVAILABLE, STATUS: ' WS-TEST-FILE-STATUS
               ' - TEST COPY LEFT EMPTY'
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       REPORT-WRITE-ERROR.
           DISPLAY 'TEST-REGION-REFRESH: ' WS-FILE-NAME
               ' RECORD NOT WRITTEN, STATUS: ' WS-TEST-FILE-STATUS
           ADD 1 TO WS-WRITE-ERROR-COUNT
           EXIT.

       REPORT-FILE-COPIED.
           DISPLAY 'TEST-REGION-REFRESH: ' WS-FILE-NAME ' '
               WS-COPY-COUNT ' RECORDS COPIED'
           EXIT.
