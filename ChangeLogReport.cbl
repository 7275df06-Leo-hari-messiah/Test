       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeLogReport.

      *> Reports from the keyed master-file change log every
      *> maintenance program writes through ChangeLogWrite. Mode 'H'
      *> is the change history an auditor asks for - who changed
      *> what, when, and what it was before - selected by any mix of
      *> employee, date range, program and field name. Mode 'S' is
      *> the monthly sensitive-field report: every change to a pay
      *> rate, tax setup, bank or identity field in the month,
      *> ending with the block management signs to say each one was
      *> authorized. SSN and bank account values are already masked
      *> on the log, so nothing here unmasks them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE
            ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGLOG-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE
            ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY CHGREC.

       FD  CHANGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHANGE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHGLOG-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-FOUND-COUNT              PIC 9(7) VALUE 0.
       01  WS-SELECTED                 PIC X    VALUE 'N'.

      *> SYSIN: col 1 mode ('H' history, the default; 'S' monthly
      *> sensitive-field sign-off), cols 3-7 EMP-ID, cols 9-16
      *> from-date and cols 18-25 to-date (YYYYMMDD), cols 27-34
      *> program load module name, cols 36-55 field name. Blank
      *> selections take everything. On the sensitive report blank
      *> dates mean the calendar month before the run date.
       01  WS-CLR-PARM-CARD.
           05  WS-CLR-PARM-MODE        PIC X(1).
           05  FILLER                  PIC X(1).
           05  WS-CLR-PARM-EMP-ID      PIC X(5).
           05  FILLER                  PIC X(1).
           05  WS-CLR-PARM-FROM-DATE   PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CLR-PARM-TO-DATE     PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CLR-PARM-PROGRAM     PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CLR-PARM-FIELD       PIC X(20).
           05  FILLER                  PIC X(25).
       01  WS-SEL-MODE                 PIC X(1) VALUE 'H'.
       01  WS-SEL-EMP-ID               PIC 9(5) VALUE 0.
       01  WS-SEL-ALL-EMPLOYEES        PIC X    VALUE 'Y'.
       01  WS-SEL-FROM-DATE            PIC 9(8) VALUE 0.
       01  WS-SEL-TO-DATE              PIC 9(8) VALUE 99999999.
       01  WS-SEL-PROGRAM              PIC X(8) VALUE SPACES.
       01  WS-SEL-FIELD                PIC X(20) VALUE SPACES.

       01  WS-MONTH-DATE.
           05  WS-MONTH-YYYY           PIC 9(4).
           05  WS-MONTH-MM             PIC 9(2).
           05  WS-MONTH-DD             PIC 9(2).

       01  WS-HEADING-1.
           05  WS-HDG-TITLE            PIC X(40).
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(7)  VALUE '  FROM '.
           05  WS-HDG-FROM-DATE        PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  WS-HDG-TO-DATE          PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER                  PIC X(12) VALUE 'SELECTION: '.
           05  FILLER                  PIC X(8)  VALUE 'EMP-ID '.
           05  WS-HDG-SEL-EMP-ID       PIC X(5).
           05  FILLER                  PIC X(11) VALUE '  PROGRAM '.
           05  WS-HDG-SEL-PROGRAM      PIC X(8).
           05  FILLER                  PIC X(9)  VALUE '  FIELD '.
           05  WS-HDG-SEL-FIELD        PIC X(20).

       01  WS-HEADING-3.
           05  FILLER                  PIC X(9)  VALUE 'DATE'.
           05  FILLER                  PIC X(7)  VALUE 'TIME'.
           05  FILLER                  PIC X(9)  VALUE 'PROGRAM'.
           05  FILLER                  PIC X(9)  VALUE 'OPERATOR'.
           05  FILLER                  PIC X(6)  VALUE 'EMP'.
           05  FILLER                  PIC X(21) VALUE 'RECORD KEY'.
           05  FILLER                  PIC X(4)  VALUE 'ACT'.
           05  FILLER                  PIC X(21) VALUE 'FIELD'.
           05  FILLER                  PIC X(4)  VALUE 'SEN'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-TIME             PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-RECORD-KEY       PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-FIELD-NAME       PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-SENSITIVE        PIC X(1).

       01  WS-VALUE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'BEFORE: '.
           05  WS-VAL-BEFORE           PIC X(40).
           05  FILLER                  PIC X(9)  VALUE '  AFTER: '.
           05  WS-VAL-AFTER            PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CNT-CAPTION          PIC X(30).
           05  WS-CNT-FOUND            PIC ZZZ,ZZ9.

      *> Printed at the end of the sensitive-field report, for the
      *> manager who reviews it.
       01  WS-SIGNOFF-TEXT.
           05  FILLER                  PIC X(50) VALUE
               'I HAVE REVIEWED EACH SENSITIVE-FIELD CHANGE LISTED'.
           05  FILLER                  PIC X(50) VALUE
               'ABOVE AND CONFIRM IT WAS AUTHORIZED, EXCEPT AS'.
           05  FILLER                  PIC X(50) VALUE
               'NOTED BELOW.'.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'EXCEPTIONS:'.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'NAME AND TITLE: _________________________________'.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'SIGNATURE: ______________________  DATE: ________'.
       01  WS-SIGNOFF-TABLE REDEFINES WS-SIGNOFF-TEXT.
           05  WS-SIGNOFF-LINE OCCURS 10 TIMES PIC X(50).
       01  WS-SIGNOFF-SUB              PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-REPORT-PARAMETERS

           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHGLOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHANGE-LOG-FILE, STATUS: '
                   WS-CHGLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHANGE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS

      *>   The log is keyed on date first, so the from-date is where
      *>   the read starts and the to-date where it stops.
           MOVE LOW-VALUES TO CHG-KEY
           MOVE WS-SEL-FROM-DATE TO CHG-DATE
           START CHANGE-LOG-FILE KEY IS >= CHG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CHANGE-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF CHG-DATE > WS-SEL-TO-DATE
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           PERFORM SELECT-CHANGE
                           IF WS-SELECTED = 'Y'
                               PERFORM PRINT-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           IF WS-SEL-MODE = 'S'
               MOVE 'SENSITIVE-FIELD CHANGES:' TO WS-CNT-CAPTION
           ELSE
               MOVE 'FIELD CHANGES LISTED:' TO WS-CNT-CAPTION
           END-IF
           MOVE WS-FOUND-COUNT TO WS-CNT-FOUND
           WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE
           IF WS-SEL-MODE = 'S'
               PERFORM WRITE-SIGNOFF-BLOCK
           END-IF

           CLOSE CHANGE-LOG-FILE
           CLOSE CHANGE-REPORT-FILE

           DISPLAY 'CHANGE-LOG-REPORT CHANGES LISTED: ' WS-FOUND-COUNT
           STOP RUN.

       GET-REPORT-PARAMETERS.
           MOVE SPACES TO WS-CLR-PARM-CARD
           ACCEPT WS-CLR-PARM-CARD FROM SYSIN
           IF WS-CLR-PARM-MODE = 'S'
               MOVE 'S' TO WS-SEL-MODE
           ELSE
               MOVE 'H' TO WS-SEL-MODE
           END-IF
           IF WS-CLR-PARM-EMP-ID IS NUMERIC
               MOVE WS-CLR-PARM-EMP-ID TO WS-SEL-EMP-ID
               MOVE 'N' TO WS-SEL-ALL-EMPLOYEES
           END-IF
           IF WS-CLR-PARM-FROM-DATE IS NUMERIC
               MOVE WS-CLR-PARM-FROM-DATE TO WS-SEL-FROM-DATE
           END-IF
           IF WS-CLR-PARM-TO-DATE IS NUMERIC AND
                   WS-CLR-PARM-TO-DATE NOT = '00000000'
               MOVE WS-CLR-PARM-TO-DATE TO WS-SEL-TO-DATE
           END-IF
      *>   The sign-off is for a month: with no dates given, the
      *>   one before the run date.
           IF WS-SEL-MODE = 'S' AND
                   WS-CLR-PARM-FROM-DATE NOT NUMERIC AND
                   WS-CLR-PARM-TO-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-MONTH-DATE
               IF WS-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-YYYY
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
               MOVE 1 TO WS-MONTH-DD
               MOVE WS-MONTH-DATE TO WS-SEL-FROM-DATE
               MOVE 31 TO WS-MONTH-DD
               MOVE WS-MONTH-DATE TO WS-SEL-TO-DATE
           END-IF
           MOVE WS-CLR-PARM-PROGRAM TO WS-SEL-PROGRAM
           MOVE WS-CLR-PARM-FIELD TO WS-SEL-FIELD
           DISPLAY 'CHANGE-LOG-REPORT MODE ' WS-SEL-MODE ' FROM '
               WS-SEL-FROM-DATE ' TO ' WS-SEL-TO-DATE
           EXIT.

       WRITE-REPORT-HEADINGS.
           IF WS-SEL-MODE = 'S'
               MOVE 'SENSITIVE-FIELD CHANGE REPORT'
                   TO WS-HDG-TITLE
           ELSE
               MOVE 'MASTER-FILE CHANGE HISTORY' TO WS-HDG-TITLE
           END-IF
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-SEL-FROM-DATE TO WS-HDG-FROM-DATE
           MOVE WS-SEL-TO-DATE TO WS-HDG-TO-DATE
           WRITE CHANGE-REPORT-LINE FROM WS-HEADING-1
           IF WS-SEL-ALL-EMPLOYEES = 'Y'
               MOVE 'ALL' TO WS-HDG-SEL-EMP-ID
           ELSE
               MOVE WS-CLR-PARM-EMP-ID TO WS-HDG-SEL-EMP-ID
           END-IF
           IF WS-SEL-PROGRAM = SPACES
               MOVE 'ALL' TO WS-HDG-SEL-PROGRAM
           ELSE
               MOVE WS-SEL-PROGRAM TO WS-HDG-SEL-PROGRAM
           END-IF
           IF WS-SEL-FIELD = SPACES
               MOVE 'ALL' TO WS-HDG-SEL-FIELD
           ELSE
               MOVE WS-SEL-FIELD TO WS-HDG-SEL-FIELD
           END-IF
           WRITE CHANGE-REPORT-LINE FROM WS-HEADING-2
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE FROM WS-HEADING-3
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           EXIT.

       SELECT-CHANGE.
           MOVE 'Y' TO WS-SELECTED
           IF CHG-DATE < WS-SEL-FROM-DATE
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SEL-ALL-EMPLOYEES = 'N' AND
                   CHG-EMP-ID NOT = WS-SEL-EMP-ID
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SEL-PROGRAM NOT = SPACES AND
                   CHG-PROGRAM NOT = WS-SEL-PROGRAM
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SEL-FIELD NOT = SPACES AND
                   CHG-FIELD-NAME NOT = WS-SEL-FIELD
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SEL-MODE = 'S' AND CHG-SENSITIVE NOT = 'Y'
               MOVE 'N' TO WS-SELECTED
           END-IF
           EXIT.

       PRINT-CHANGE.
           MOVE CHG-DATE TO WS-DTL-DATE
           MOVE CHG-TIME(1:6) TO WS-DTL-TIME
           MOVE CHG-PROGRAM TO WS-DTL-PROGRAM
           MOVE CHG-OPERATOR-ID TO WS-DTL-OPERATOR
           MOVE CHG-EMP-ID TO WS-DTL-EMP-ID
           MOVE CHG-RECORD-KEY TO WS-DTL-RECORD-KEY
           MOVE CHG-ACTION TO WS-DTL-ACTION
           MOVE CHG-FIELD-NAME TO WS-DTL-FIELD-NAME
           MOVE CHG-SENSITIVE TO WS-DTL-SENSITIVE
           WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE CHG-BEFORE-VALUE TO WS-VAL-BEFORE
           MOVE CHG-AFTER-VALUE TO WS-VAL-AFTER
           WRITE CHANGE-REPORT-LINE FROM WS-VALUE-LINE
           ADD 1 TO WS-FOUND-COUNT
           EXIT.

       WRITE-SIGNOFF-BLOCK.
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           PERFORM VARYING WS-SIGNOFF-SUB FROM 1 BY 1
                   UNTIL WS-SIGNOFF-SUB > 10
               MOVE WS-SIGNOFF-LINE(WS-SIGNOFF-SUB)
                   TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-PERFORM
           EXIT.
