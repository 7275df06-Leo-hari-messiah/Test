       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchWindowReport.

      *> Batch window trend and SLA forecast, read straight from the
      *> run ledger (RUNLEDG) every step of the payroll chain already
      *> keeps. For the last N pay periods it trends each step's
      *> elapsed time, control count and throughput in chain order,
      *> and flags a step whose elapsed time is growing faster than
      *> its volume - the sign of a step degrading rather than just
      *> doing more work. Each night's finish (the NACHAGEN step's
      *> end, since the ACH file is what the bank waits for) is set
      *> against the bank's ACH transmission deadline, the next
      *> night's duration is projected by least squares from the
      *> window, and the single-stream PAYROLL01 path (ledger step
      *> EMPPAY) is compared with the partitioned PAYPART01 path
      *> (EMPPAYP1-EMPPAYP4). Ends condition code 4 when the
      *> projected finish lands inside the SLA margin before the
      *> deadline, or when there is no completed night to project
      *> from, so the scheduler can page someone before the deadline
      *> is actually missed. Read-only against the ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE
            ASSIGN TO RUNLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLG-KEY
               FILE STATUS IS WS-RUNLEDG-FILE-STATUS.

           SELECT WINDOW-REPORT-FILE
            ASSIGN TO BWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
           COPY RUNLGR.

       FD  WINDOW-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WINDOW-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNLEDG-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-LAST-PERIOD-SEEN         PIC 9(8) VALUE 0.
       01  WS-FLAGGED-STEPS            PIC 9(3) VALUE 0.
       01  WS-SLA-WARNING              PIC X    VALUE 'N'.

      *> SYSIN: cols 1-2 number of pay periods to trend (default 12,
      *> at most 26), cols 4-7 the bank's ACH transmission deadline
      *> as a 24-hour HHMM clock time (default 0600), cols 9-11 the
      *> SLA margin in minutes the chain must finish ahead of the
      *> deadline by (default 060), cols 13-15 the growth threshold
      *> in percentage points elapsed growth may run ahead of volume
      *> growth before a step is flagged (default 010), cols 17-24
      *> the last period end to report (YYYYMMDD, default the latest
      *> on the ledger). Blank columns take the default.
       01  WS-BWR-PARM-CARD.
           05  WS-BWR-PARM-PERIODS     PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-BWR-PARM-DEADLINE    PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-BWR-PARM-MARGIN      PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-BWR-PARM-GROWTH      PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-BWR-PARM-LAST-PERIOD PIC X(8).
           05  FILLER                  PIC X(56).
       01  WS-SEL-PERIODS              PIC 9(2) VALUE 12.
       01  WS-SEL-DEADLINE.
           05  WS-SEL-DEADLINE-HH      PIC 9(2) VALUE 06.
           05  WS-SEL-DEADLINE-MM      PIC 9(2) VALUE 00.
       01  WS-SEL-DEADLINE-SECONDS     PIC 9(5) VALUE 0.
       01  WS-SEL-MARGIN-MINUTES       PIC 9(3) VALUE 60.
       01  WS-SEL-MARGIN-SECONDS       PIC 9(5) VALUE 0.
       01  WS-SEL-GROWTH-POINTS        PIC 9(3) VALUE 10.
       01  WS-SEL-LAST-PERIOD          PIC 9(8) VALUE 99999999.
      *> Steps averaging under a minute are too short for their
      *> growth percentages to mean anything and are never flagged.
       01  WS-MIN-GROWTH-SECONDS       PIC 9(5) VALUE 60.

      *> The window: the last N distinct period ends on the ledger,
      *> oldest first, and what each night of the window did.
       01  WS-WINDOW-TABLE.
           05  WS-PER-COUNT            PIC 9(2) VALUE 0.
           05  WS-PER-END              PIC 9(8) OCCURS 26 TIMES.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT OCCURS 26 TIMES.
               10  WS-NGT-START-DATE   PIC 9(8).
               10  WS-NGT-CHAIN-START  PIC S9(11) COMP-3.
               10  WS-NGT-ACH-END      PIC S9(11) COMP-3.
               10  WS-NGT-LAST-END     PIC S9(11) COMP-3.
               10  WS-NGT-INCOMPLETE   PIC 9(3)   COMP-3.
               10  WS-NGT-SGL-SEEN     PIC X.
               10  WS-NGT-SGL-ELAPSED  PIC S9(7)  COMP-3.
               10  WS-NGT-SGL-COUNT    PIC 9(7)   COMP-3.
               10  WS-NGT-PRT-SEEN     PIC 9(1).
               10  WS-NGT-PRT-START    PIC S9(11) COMP-3.
               10  WS-NGT-PRT-END      PIC S9(11) COMP-3.
               10  WS-NGT-PRT-ELAPSED  PIC S9(7)  COMP-3.
               10  WS-NGT-PRT-COUNT    PIC 9(7)   COMP-3.

      *> One row per ledger step name seen in the window, one cell
      *> per night. Start times are kept absolute (seconds from the
      *> day-number epoch) so steps running past midnight still
      *> order and subtract correctly.
       01  WS-STEP-TABLE.
           05  WS-STP-COUNT            PIC 9(2) VALUE 0.
           05  WS-STP OCCURS 30 TIMES.
               10  WS-STP-NAME         PIC X(8).
               10  WS-STP-AVG-OFFSET   PIC S9(7) COMP-3.
               10  WS-STP-CELL OCCURS 26 TIMES.
                   15  WS-CEL-SEEN     PIC X.
                   15  WS-CEL-START    PIC S9(11) COMP-3.
                   15  WS-CEL-ELAPSED  PIC S9(7)  COMP-3.
                   15  WS-CEL-COUNT    PIC 9(7)   COMP-3.
       01  WS-STEP-ORDER.
           05  WS-ORD-STEP             PIC 9(2) OCCURS 30 TIMES.
       01  WS-STEP-TABLE-FULL          PIC X    VALUE 'N'.

       01  WS-P                        PIC 9(2) VALUE 0.
       01  WS-S                        PIC 9(2) VALUE 0.
       01  WS-I                        PIC 9(2) VALUE 0.
       01  WS-J                        PIC 9(2) VALUE 0.
       01  WS-HOLD-STEP                PIC 9(2) VALUE 0.

      *> Current ledger record's times, converted.
       01  WS-REC-START                PIC S9(11) COMP-3 VALUE 0.
       01  WS-REC-END                  PIC S9(11) COMP-3 VALUE 0.
       01  WS-REC-ELAPSED              PIC S9(7)  COMP-3 VALUE 0.

      *> Date/time to absolute seconds. The day number is the usual
      *> March-based count (January and February taken as months 13
      *> and 14 of the year before), so it is exact across month and
      *> year ends.
       01  WS-CNV-DATE.
           05  WS-CNV-YYYY             PIC 9(4).
           05  WS-CNV-MM               PIC 9(2).
           05  WS-CNV-DD               PIC 9(2).
       01  WS-CNV-TIME.
           05  WS-CNV-HH               PIC 9(2).
           05  WS-CNV-MI               PIC 9(2).
           05  WS-CNV-SS               PIC 9(2).
           05  WS-CNV-HS               PIC 9(2).
       01  WS-CNV-YEAR                 PIC S9(5)  COMP-3 VALUE 0.
       01  WS-CNV-MONTH                PIC S9(3)  COMP-3 VALUE 0.
       01  WS-CNV-WORK                 PIC S9(7)  COMP-3 VALUE 0.
       01  WS-CNV-Q4                   PIC S9(7)  COMP-3 VALUE 0.
       01  WS-CNV-Q100                 PIC S9(7)  COMP-3 VALUE 0.
       01  WS-CNV-Q400                 PIC S9(7)  COMP-3 VALUE 0.
       01  WS-CNV-QM                   PIC S9(7)  COMP-3 VALUE 0.
       01  WS-CNV-DAYS                 PIC S9(9)  COMP-3 VALUE 0.
       01  WS-CNV-SECONDS              PIC S9(11) COMP-3 VALUE 0.

      *> Absolute seconds back to a clock time for printing.
       01  WS-FMT-SECONDS              PIC S9(11) COMP-3 VALUE 0.
       01  WS-FMT-DAYS                 PIC S9(9)  COMP-3 VALUE 0.
       01  WS-FMT-SOD                  PIC S9(5)  COMP-3 VALUE 0.
       01  WS-FMT-REST                 PIC S9(5)  COMP-3 VALUE 0.
       01  WS-FMT-CLOCK.
           05  WS-FMT-HH               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-FMT-MI               PIC 9(2).

      *> One step's observations across the window, for the growth
      *> test: older half against newer half.
       01  WS-OBS-TABLE.
           05  WS-OBS-COUNT            PIC 9(2) VALUE 0.
           05  WS-OBS OCCURS 26 TIMES.
               10  WS-OBS-ELAPSED      PIC S9(7) COMP-3.
               10  WS-OBS-RECORDS      PIC 9(7)  COMP-3.
       01  WS-OBS-HALF                 PIC 9(2) VALUE 0.
       01  WS-OBS-NEWER-FROM           PIC 9(2) VALUE 0.
       01  WS-OLD-ELAPSED              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-NEW-ELAPSED              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-OLD-RECORDS              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-NEW-RECORDS              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ELAPSED-GROWTH           PIC S9(5) COMP-3 VALUE 0.
       01  WS-VOLUME-GROWTH            PIC S9(5) COMP-3 VALUE 0.
       01  WS-OFFSET-TOTAL             PIC S9(11) COMP-3 VALUE 0.
       01  WS-OFFSET-NIGHTS            PIC 9(2) VALUE 0.

      *> Nightly finish against the deadline.
       01  WS-NIGHT-FINISH             PIC S9(11) COMP-3 VALUE 0.
       01  WS-NIGHT-DURATION           PIC S9(7)  COMP-3 VALUE 0.
       01  WS-DEADLINE-OFFSET          PIC S9(7)  COMP-3 VALUE 0.
       01  WS-NIGHT-MARGIN             PIC S9(7)  COMP-3 VALUE 0.
       01  WS-START-DAY                PIC S9(9)  COMP-3 VALUE 0.
       01  WS-FINISH-DAY               PIC S9(9)  COMP-3 VALUE 0.
       01  WS-LATEST-DEADLINE-OFFSET   PIC S9(7)  COMP-3 VALUE 0.
       01  WS-LATEST-START-SOD         PIC S9(5)  COMP-3 VALUE 0.

      *> Least-squares fit of duration (seconds) on window position.
       01  WS-FIT-NIGHTS               PIC 9(2) VALUE 0.
       01  WS-FIT-SUM-X                PIC S9(7)       COMP-3 VALUE 0.
       01  WS-FIT-SUM-XX               PIC S9(9)       COMP-3 VALUE 0.
       01  WS-FIT-SUM-Y                PIC S9(11)      COMP-3 VALUE 0.
       01  WS-FIT-SUM-XY               PIC S9(13)      COMP-3 VALUE 0.
       01  WS-FIT-DENOM                PIC S9(11)      COMP-3 VALUE 0.
       01  WS-FIT-SLOPE                PIC S9(9)V9(4)  COMP-3 VALUE 0.
       01  WS-FIT-BASE                 PIC S9(11)V9(4) COMP-3 VALUE 0.
       01  WS-FIT-LAST-X               PIC 9(2) VALUE 0.
       01  WS-PROJ-DURATION            PIC S9(9)  COMP-3 VALUE 0.
       01  WS-PROJ-MARGIN              PIC S9(9)  COMP-3 VALUE 0.

      *> Path comparison totals.
       01  WS-SGL-NIGHTS               PIC 9(2) VALUE 0.
       01  WS-SGL-WALL                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-SGL-RECORDS              PIC S9(9) COMP-3 VALUE 0.
       01  WS-PRT-NIGHTS               PIC 9(2) VALUE 0.
       01  WS-PRT-WALL                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-PRT-STEP-TOTAL           PIC S9(9) COMP-3 VALUE 0.
       01  WS-PRT-RECORDS              PIC S9(9) COMP-3 VALUE 0.
       01  WS-PRT-PARTIAL              PIC 9(2) VALUE 0.
       01  WS-PATH-PCT                 PIC S9(5) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'BATCH WINDOW TREND AND SLA FORECAST'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  PERIODS '.
           05  WS-HDG-PERIODS          PIC Z9.
           05  FILLER                  PIC X(6)  VALUE ' FROM '.
           05  WS-HDG-FROM-PERIOD      PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE ' TO '.
           05  WS-HDG-TO-PERIOD        PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER                  PIC X(14) VALUE 'ACH DEADLINE '.
           05  WS-HDG-DEADLINE         PIC X(5).
           05  FILLER                  PIC X(20) VALUE
               '   SLA MARGIN (MIN) '.
           05  WS-HDG-MARGIN           PIC ZZ9.
           05  FILLER                  PIC X(25) VALUE
               '   GROWTH THRESHOLD (PTS)'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HDG-GROWTH           PIC ZZ9.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(4)  VALUE '*** '.
           05  WS-SEC-TITLE            PIC X(60).

       01  WS-TREND-HEADING.
           05  FILLER                  PIC X(14) VALUE '    PERIOD END'.
           05  FILLER                  PIC X(8)  VALUE '  START'.
           05  FILLER                  PIC X(13) VALUE ' ELAPSED-MIN'.
           05  FILLER                  PIC X(12) VALUE '     RECORDS'.
           05  FILLER                  PIC X(10) VALUE '  RECS/MIN'.

       01  WS-STEP-LINE.
           05  FILLER                  PIC X(5)  VALUE 'STEP '.
           05  WS-STL-NAME             PIC X(8).
           05  FILLER                  PIC X(19) VALUE
               '   AVERAGE START + '.
           05  WS-STL-OFFSET           PIC ZZZ9.9.
           05  FILLER                  PIC X(27) VALUE
               ' MIN AFTER CHAIN START'.

       01  WS-TREND-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-TRL-PERIOD           PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-TRL-START            PIC X(5).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-TRL-ELAPSED          PIC ZZZZ9.9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-TRL-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-TRL-RATE             PIC ZZZ,ZZ9.

       01  WS-GROWTH-LINE.
           05  FILLER                  PIC X(14) VALUE
               '    OLDER AVG '.
           05  WS-GRL-OLD-MIN          PIC ZZZZ9.9.
           05  FILLER                  PIC X(15) VALUE
               ' MIN  NEWER AVG'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-GRL-NEW-MIN          PIC ZZZZ9.9.
           05  FILLER                  PIC X(21) VALUE
               ' MIN  ELAPSED GROWTH '.
           05  WS-GRL-ELAPSED-PCT      PIC -ZZZ9.
           05  FILLER                  PIC X(18) VALUE
               '%  VOLUME GROWTH '.
           05  WS-GRL-VOLUME-PCT       PIC -ZZZ9.
           05  FILLER                  PIC X(3)  VALUE '%  '.
           05  WS-GRL-FLAG             PIC X(28).

       01  WS-NIGHT-HEADING.
           05  FILLER                  PIC X(12) VALUE 'PERIOD END'.
           05  FILLER                  PIC X(15) VALUE 'CHAIN START'.
           05  FILLER                  PIC X(10) VALUE 'ACH DONE'.
           05  FILLER                  PIC X(10) VALUE 'DUR-MIN'.
           05  FILLER                  PIC X(11) VALUE 'MARGIN-MIN'.
           05  FILLER                  PIC X(7)  VALUE 'PATH'.
           05  FILLER                  PIC X(7)  VALUE 'INCMPL'.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-NIGHT-LINE.
           05  WS-NTL-PERIOD           PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-NTL-START-DATE       PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-NTL-START-TIME       PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-NTL-FINISH           PIC X(5).
           05  WS-NTL-NEXT-DAY         PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-NTL-DURATION         PIC ZZZ9.9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-NTL-MARGIN           PIC -ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-NTL-PATH             PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-NTL-INCOMPLETE       PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-NTL-FLAG             PIC X(30).

       01  WS-VALUE-LINE.
           05  WS-VAL-CAPTION          PIC X(48).
           05  WS-VAL-TEXT             PIC X(20).
       01  WS-EDIT-MINUTES             PIC -ZZZZ9.9.
       01  WS-EDIT-SLOPE               PIC -ZZZ9.99.
       01  WS-EDIT-COUNT               PIC ZZ9.
       01  WS-EDIT-PCT                 PIC ZZZ9.

       01  WS-PATH-HEADING.
           05  FILLER                  PIC X(34) VALUE 'PATH'.
           05  FILLER                  PIC X(8)  VALUE 'NIGHTS'.
           05  FILLER                  PIC X(14) VALUE 'AVG WALL-MIN'.
           05  FILLER                  PIC X(14) VALUE 'AVG STEP-MIN'.
           05  FILLER                  PIC X(13) VALUE 'AVG RECORDS'.
           05  FILLER                  PIC X(13) VALUE 'RECS/WALL-MIN'.

       01  WS-PATH-LINE.
           05  WS-PTL-NAME             PIC X(34).
           05  WS-PTL-NIGHTS           PIC Z9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-PTL-WALL             PIC ZZZZ9.9.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  WS-PTL-STEP             PIC ZZZZ9.9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-PTL-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-PTL-RATE             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-REPORT-PARAMETERS

           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RUNLEDG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-LEDGER-FILE, STATUS: '
                   WS-RUNLEDG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-NIGHT-TABLE
           INITIALIZE WS-STEP-TABLE
           PERFORM FIND-WINDOW-PERIODS
           IF WS-PER-COUNT > 0
               PERFORM LOAD-WINDOW-LEDGER
           END-IF
           CLOSE RUN-LEDGER-FILE

           OPEN OUTPUT WINDOW-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM ORDER-STEPS-BY-CHAIN
           PERFORM PRINT-STEP-TRENDS
           PERFORM PRINT-NIGHTLY-FINISH
           PERFORM PROJECT-NEXT-FINISH
           PERFORM PRINT-PATH-COMPARISON
           CLOSE WINDOW-REPORT-FILE

           DISPLAY 'BATCH-WINDOW-REPORT PERIODS: ' WS-PER-COUNT
               ' STEPS: ' WS-STP-COUNT
               ' FLAGGED: ' WS-FLAGGED-STEPS
           IF WS-SLA-WARNING = 'Y'
               DISPLAY 'BATCH-WINDOW-REPORT: PROJECTED FINISH '
                   'CROSSES THE SLA MARGIN'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-REPORT-PARAMETERS.
           MOVE SPACES TO WS-BWR-PARM-CARD
           ACCEPT WS-BWR-PARM-CARD FROM SYSIN
           IF WS-BWR-PARM-PERIODS IS NUMERIC
               MOVE WS-BWR-PARM-PERIODS TO WS-SEL-PERIODS
           END-IF
      *>   Two periods is the least the growth test can split.
           IF WS-SEL-PERIODS < 2
               MOVE 2 TO WS-SEL-PERIODS
           END-IF
           IF WS-SEL-PERIODS > 26
               MOVE 26 TO WS-SEL-PERIODS
           END-IF
           IF WS-BWR-PARM-DEADLINE IS NUMERIC
               IF WS-BWR-PARM-DEADLINE(1:2) < '24' AND
                       WS-BWR-PARM-DEADLINE(3:2) < '60'
                   MOVE WS-BWR-PARM-DEADLINE TO WS-SEL-DEADLINE
               ELSE
                   DISPLAY 'BATCH-WINDOW-REPORT: DEADLINE '
                       WS-BWR-PARM-DEADLINE ' NOT A CLOCK TIME - '
                       'USING ' WS-SEL-DEADLINE
               END-IF
           END-IF
           IF WS-BWR-PARM-MARGIN IS NUMERIC
               MOVE WS-BWR-PARM-MARGIN TO WS-SEL-MARGIN-MINUTES
           END-IF
           IF WS-BWR-PARM-GROWTH IS NUMERIC
               MOVE WS-BWR-PARM-GROWTH TO WS-SEL-GROWTH-POINTS
           END-IF
           IF WS-BWR-PARM-LAST-PERIOD IS NUMERIC AND
                   WS-BWR-PARM-LAST-PERIOD NOT = '00000000'
               MOVE WS-BWR-PARM-LAST-PERIOD TO WS-SEL-LAST-PERIOD
           END-IF
           COMPUTE WS-SEL-DEADLINE-SECONDS =
               WS-SEL-DEADLINE-HH * 3600 + WS-SEL-DEADLINE-MM * 60
           COMPUTE WS-SEL-MARGIN-SECONDS = WS-SEL-MARGIN-MINUTES * 60
           DISPLAY 'BATCH-WINDOW-REPORT PERIODS ' WS-SEL-PERIODS
               ' DEADLINE ' WS-SEL-DEADLINE
               ' MARGIN ' WS-SEL-MARGIN-MINUTES
               ' GROWTH ' WS-SEL-GROWTH-POINTS
           EXIT.

      *> First pass: the ledger is keyed on period end first, so one
      *> sequential read finds the distinct period ends in order and
      *> a rolling table keeps the last N of them.
       FIND-WINDOW-PERIODS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO RLG-KEY
           START RUN-LEDGER-FILE KEY IS >= RLG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RLG-PERIOD-END > WS-SEL-LAST-PERIOD
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           IF RLG-PERIOD-END NOT =
                                   WS-LAST-PERIOD-SEEN
                               MOVE RLG-PERIOD-END
                                   TO WS-LAST-PERIOD-SEEN
                               PERFORM ADD-WINDOW-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ADD-WINDOW-PERIOD.
           IF WS-PER-COUNT < WS-SEL-PERIODS
               ADD 1 TO WS-PER-COUNT
           ELSE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P >= WS-PER-COUNT
                   MOVE WS-PER-END(WS-P + 1) TO WS-PER-END(WS-P)
               END-PERFORM
           END-IF
           MOVE WS-LAST-PERIOD-SEEN TO WS-PER-END(WS-PER-COUNT)
           EXIT.

      *> Second pass: every ledger record of the window posted into
      *> the night and step tables.
       LOAD-WINDOW-LEDGER.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO RLG-KEY
           MOVE WS-PER-END(1) TO RLG-PERIOD-END
           START RUN-LEDGER-FILE KEY IS >= RLG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF RLG-PERIOD-END > WS-PER-END(WS-PER-COUNT)
                           MOVE 'Y' TO WS-END-OF-FILE
                       ELSE
                           PERFORM POST-LEDGER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       POST-LEDGER-RECORD.
           MOVE 0 TO WS-P
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PER-COUNT OR WS-P > 0
               IF WS-PER-END(WS-I) = RLG-PERIOD-END
                   MOVE WS-I TO WS-P
               END-IF
           END-PERFORM
           IF WS-P > 0 AND RLG-START-DATE IS NUMERIC AND
                   RLG-START-DATE > 0
               MOVE RLG-START-DATE TO WS-CNV-DATE
               MOVE RLG-START-TIME TO WS-CNV-TIME
               PERFORM COMPUTE-ABSOLUTE-SECONDS
               MOVE WS-CNV-SECONDS TO WS-REC-START
               IF WS-NGT-CHAIN-START(WS-P) = 0 OR
                       WS-REC-START < WS-NGT-CHAIN-START(WS-P)
                   MOVE WS-REC-START TO WS-NGT-CHAIN-START(WS-P)
                   MOVE RLG-START-DATE TO WS-NGT-START-DATE(WS-P)
               END-IF
               IF RLG-STATUS = 'C'
                   PERFORM POST-COMPLETED-STEP
               ELSE
                   ADD 1 TO WS-NGT-INCOMPLETE(WS-P)
               END-IF
           END-IF
           EXIT.

       POST-COMPLETED-STEP.
           MOVE RLG-END-DATE TO WS-CNV-DATE
           MOVE RLG-END-TIME TO WS-CNV-TIME
           PERFORM COMPUTE-ABSOLUTE-SECONDS
           MOVE WS-CNV-SECONDS TO WS-REC-END
           COMPUTE WS-REC-ELAPSED = WS-REC-END - WS-REC-START
           IF WS-REC-ELAPSED < 0
               MOVE 0 TO WS-REC-ELAPSED
           END-IF
           IF WS-REC-END > WS-NGT-LAST-END(WS-P)
               MOVE WS-REC-END TO WS-NGT-LAST-END(WS-P)
           END-IF
           IF RLG-STEP-NAME = 'NACHAGEN'
               MOVE WS-REC-END TO WS-NGT-ACH-END(WS-P)
           END-IF
           IF RLG-STEP-NAME = 'EMPPAY'
               MOVE 'Y' TO WS-NGT-SGL-SEEN(WS-P)
               MOVE WS-REC-ELAPSED TO WS-NGT-SGL-ELAPSED(WS-P)
               MOVE RLG-CONTROL-COUNT TO WS-NGT-SGL-COUNT(WS-P)
           END-IF
           IF RLG-STEP-NAME(1:7) = 'EMPPAYP'
               IF WS-NGT-PRT-SEEN(WS-P) = 0 OR
                       WS-REC-START < WS-NGT-PRT-START(WS-P)
                   MOVE WS-REC-START TO WS-NGT-PRT-START(WS-P)
               END-IF
               IF WS-REC-END > WS-NGT-PRT-END(WS-P)
                   MOVE WS-REC-END TO WS-NGT-PRT-END(WS-P)
               END-IF
               ADD 1 TO WS-NGT-PRT-SEEN(WS-P)
               ADD WS-REC-ELAPSED TO WS-NGT-PRT-ELAPSED(WS-P)
               ADD RLG-CONTROL-COUNT TO WS-NGT-PRT-COUNT(WS-P)
           END-IF

           MOVE 0 TO WS-S
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT OR WS-S > 0
               IF WS-STP-NAME(WS-I) = RLG-STEP-NAME
                   MOVE WS-I TO WS-S
               END-IF
           END-PERFORM
           IF WS-S = 0
               IF WS-STP-COUNT < 30
                   ADD 1 TO WS-STP-COUNT
                   MOVE WS-STP-COUNT TO WS-S
                   MOVE RLG-STEP-NAME TO WS-STP-NAME(WS-S)
               ELSE
                   IF WS-STEP-TABLE-FULL = 'N'
                       DISPLAY 'BATCH-WINDOW-REPORT: MORE THAN 30 '
                           'STEP NAMES - ' RLG-STEP-NAME
                           ' AND LATER NOT TRENDED'
                       MOVE 'Y' TO WS-STEP-TABLE-FULL
                   END-IF
               END-IF
           END-IF
           IF WS-S > 0
               MOVE 'Y' TO WS-CEL-SEEN(WS-S, WS-P)
               MOVE WS-REC-START TO WS-CEL-START(WS-S, WS-P)
               MOVE WS-REC-ELAPSED TO WS-CEL-ELAPSED(WS-S, WS-P)
               MOVE RLG-CONTROL-COUNT TO WS-CEL-COUNT(WS-S, WS-P)
           END-IF
           EXIT.

       COMPUTE-ABSOLUTE-SECONDS.
           MOVE WS-CNV-YYYY TO WS-CNV-YEAR
           MOVE WS-CNV-MM TO WS-CNV-MONTH
           IF WS-CNV-MONTH < 3
               SUBTRACT 1 FROM WS-CNV-YEAR
               ADD 12 TO WS-CNV-MONTH
           END-IF
           DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-Q4
           DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-Q100
           DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-Q400
           COMPUTE WS-CNV-WORK = 153 * (WS-CNV-MONTH - 3) + 2
           DIVIDE WS-CNV-WORK BY 5 GIVING WS-CNV-QM
           COMPUTE WS-CNV-DAYS = 365 * WS-CNV-YEAR + WS-CNV-Q4
               - WS-CNV-Q100 + WS-CNV-Q400 + WS-CNV-QM + WS-CNV-DD
           COMPUTE WS-CNV-SECONDS = WS-CNV-DAYS * 86400
               + WS-CNV-HH * 3600 + WS-CNV-MI * 60 + WS-CNV-SS
           EXIT.

       FORMAT-CLOCK-TIME.
           DIVIDE WS-FMT-SECONDS BY 86400 GIVING WS-FMT-DAYS
               REMAINDER WS-FMT-SOD
           DIVIDE WS-FMT-SOD BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REST
           DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MI
           EXIT.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PER-COUNT TO WS-HDG-PERIODS
           IF WS-PER-COUNT > 0
               MOVE WS-PER-END(1) TO WS-HDG-FROM-PERIOD
               MOVE WS-PER-END(WS-PER-COUNT) TO WS-HDG-TO-PERIOD
           ELSE
               MOVE 0 TO WS-HDG-FROM-PERIOD
               MOVE 0 TO WS-HDG-TO-PERIOD
           END-IF
           WRITE WINDOW-REPORT-LINE FROM WS-HEADING-1
           MOVE WS-SEL-DEADLINE-HH TO WS-FMT-HH
           MOVE WS-SEL-DEADLINE-MM TO WS-FMT-MI
           MOVE WS-FMT-CLOCK TO WS-HDG-DEADLINE
           MOVE WS-SEL-MARGIN-MINUTES TO WS-HDG-MARGIN
           MOVE WS-SEL-GROWTH-POINTS TO WS-HDG-GROWTH
           WRITE WINDOW-REPORT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           EXIT.

      *> Chain order is each step's average start offset from its
      *> night's chain start, so the trend reads top to bottom the
      *> way the night runs.
       ORDER-STEPS-BY-CHAIN.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STP-COUNT
               MOVE 0 TO WS-OFFSET-TOTAL
               MOVE 0 TO WS-OFFSET-NIGHTS
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PER-COUNT
                   IF WS-CEL-SEEN(WS-S, WS-P) = 'Y'
                       COMPUTE WS-OFFSET-TOTAL = WS-OFFSET-TOTAL
                           + WS-CEL-START(WS-S, WS-P)
                           - WS-NGT-CHAIN-START(WS-P)
                       ADD 1 TO WS-OFFSET-NIGHTS
                   END-IF
               END-PERFORM
               IF WS-OFFSET-NIGHTS > 0
                   DIVIDE WS-OFFSET-TOTAL BY WS-OFFSET-NIGHTS
                       GIVING WS-STP-AVG-OFFSET(WS-S)
               END-IF
               MOVE WS-S TO WS-ORD-STEP(WS-S)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-STP-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-STP-COUNT - WS-I
                   IF WS-STP-AVG-OFFSET(WS-ORD-STEP(WS-J)) >
                           WS-STP-AVG-OFFSET(WS-ORD-STEP(WS-J + 1))
                       MOVE WS-ORD-STEP(WS-J) TO WS-HOLD-STEP
                       MOVE WS-ORD-STEP(WS-J + 1)
                           TO WS-ORD-STEP(WS-J)
                       MOVE WS-HOLD-STEP TO WS-ORD-STEP(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       PRINT-STEP-TRENDS.
           MOVE 'STEP TREND - ELAPSED, VOLUME AND THROUGHPUT'
               TO WS-SEC-TITLE
           WRITE WINDOW-REPORT-LINE FROM WS-SECTION-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           IF WS-STP-COUNT = 0
               MOVE 'NO COMPLETED STEPS IN THE WINDOW'
                   TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
               MOVE WS-ORD-STEP(WS-I) TO WS-S
               PERFORM PRINT-ONE-STEP-TREND
           END-PERFORM
           EXIT.

       PRINT-ONE-STEP-TREND.
           MOVE WS-STP-NAME(WS-S) TO WS-STL-NAME
           COMPUTE WS-STL-OFFSET ROUNDED =
               WS-STP-AVG-OFFSET(WS-S) / 60
           WRITE WINDOW-REPORT-LINE FROM WS-STEP-LINE
           WRITE WINDOW-REPORT-LINE FROM WS-TREND-HEADING
           MOVE 0 TO WS-OBS-COUNT
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PER-COUNT
               IF WS-CEL-SEEN(WS-S, WS-P) = 'Y'
                   MOVE WS-PER-END(WS-P) TO WS-TRL-PERIOD
                   MOVE WS-CEL-START(WS-S, WS-P) TO WS-FMT-SECONDS
                   PERFORM FORMAT-CLOCK-TIME
                   MOVE WS-FMT-CLOCK TO WS-TRL-START
                   COMPUTE WS-TRL-ELAPSED ROUNDED =
                       WS-CEL-ELAPSED(WS-S, WS-P) / 60
                   MOVE WS-CEL-COUNT(WS-S, WS-P) TO WS-TRL-RECORDS
                   IF WS-CEL-ELAPSED(WS-S, WS-P) > 0
                       COMPUTE WS-TRL-RATE ROUNDED =
                           WS-CEL-COUNT(WS-S, WS-P) * 60
                           / WS-CEL-ELAPSED(WS-S, WS-P)
                   ELSE
                       MOVE WS-CEL-COUNT(WS-S, WS-P) TO WS-TRL-RATE
                   END-IF
                   WRITE WINDOW-REPORT-LINE FROM WS-TREND-LINE
                   ADD 1 TO WS-OBS-COUNT
                   MOVE WS-CEL-ELAPSED(WS-S, WS-P)
                       TO WS-OBS-ELAPSED(WS-OBS-COUNT)
                   MOVE WS-CEL-COUNT(WS-S, WS-P)
                       TO WS-OBS-RECORDS(WS-OBS-COUNT)
               END-IF
           END-PERFORM
           PERFORM TEST-STEP-GROWTH
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           EXIT.

      *> Older half of the step's nights against the newer half (the
      *> middle night of an odd count sits in neither). Growth is in
      *> whole percent; a step is flagged when its elapsed growth
      *> runs more than the threshold ahead of its volume growth.
       TEST-STEP-GROWTH.
           DIVIDE WS-OBS-COUNT BY 2 GIVING WS-OBS-HALF
           IF WS-OBS-HALF = 0
               MOVE '    ONE NIGHT ONLY - NO GROWTH TEST'
                   TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
           ELSE
               COMPUTE WS-OBS-NEWER-FROM =
                   WS-OBS-COUNT - WS-OBS-HALF + 1
               MOVE 0 TO WS-OLD-ELAPSED
               MOVE 0 TO WS-NEW-ELAPSED
               MOVE 0 TO WS-OLD-RECORDS
               MOVE 0 TO WS-NEW-RECORDS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-OBS-HALF
                   ADD WS-OBS-ELAPSED(WS-J) TO WS-OLD-ELAPSED
                   ADD WS-OBS-RECORDS(WS-J) TO WS-OLD-RECORDS
               END-PERFORM
               PERFORM VARYING WS-J FROM WS-OBS-NEWER-FROM BY 1
                       UNTIL WS-J > WS-OBS-COUNT
                   ADD WS-OBS-ELAPSED(WS-J) TO WS-NEW-ELAPSED
                   ADD WS-OBS-RECORDS(WS-J) TO WS-NEW-RECORDS
               END-PERFORM
               DIVIDE WS-OBS-HALF INTO WS-OLD-ELAPSED ROUNDED
               DIVIDE WS-OBS-HALF INTO WS-NEW-ELAPSED ROUNDED
               DIVIDE WS-OBS-HALF INTO WS-OLD-RECORDS ROUNDED
               DIVIDE WS-OBS-HALF INTO WS-NEW-RECORDS ROUNDED
               MOVE 0 TO WS-ELAPSED-GROWTH
               MOVE 0 TO WS-VOLUME-GROWTH
               IF WS-OLD-ELAPSED > 0
                   COMPUTE WS-ELAPSED-GROWTH ROUNDED =
                       (WS-NEW-ELAPSED - WS-OLD-ELAPSED) * 100
                       / WS-OLD-ELAPSED
                       ON SIZE ERROR
                           MOVE 9999 TO WS-ELAPSED-GROWTH
                   END-COMPUTE
               END-IF
               IF WS-OLD-RECORDS > 0
                   COMPUTE WS-VOLUME-GROWTH ROUNDED =
                       (WS-NEW-RECORDS - WS-OLD-RECORDS) * 100
                       / WS-OLD-RECORDS
                       ON SIZE ERROR
                           MOVE 9999 TO WS-VOLUME-GROWTH
                   END-COMPUTE
               END-IF
               COMPUTE WS-GRL-OLD-MIN ROUNDED = WS-OLD-ELAPSED / 60
               COMPUTE WS-GRL-NEW-MIN ROUNDED = WS-NEW-ELAPSED / 60
               MOVE WS-ELAPSED-GROWTH TO WS-GRL-ELAPSED-PCT
               MOVE WS-VOLUME-GROWTH TO WS-GRL-VOLUME-PCT
               MOVE SPACES TO WS-GRL-FLAG
               IF WS-NEW-ELAPSED >= WS-MIN-GROWTH-SECONDS AND
                       WS-ELAPSED-GROWTH >
                       WS-VOLUME-GROWTH + WS-SEL-GROWTH-POINTS
                   MOVE '** ELAPSED OUTGROWING VOLUME'
                       TO WS-GRL-FLAG
                   ADD 1 TO WS-FLAGGED-STEPS
               END-IF
               WRITE WINDOW-REPORT-LINE FROM WS-GROWTH-LINE
           END-IF
           EXIT.

      *> A night's finish is the end of its NACHAGEN step; a night
      *> whose ACH step never completed is listed with the last
      *> step end it did reach but is left out of the projection.
      *> The deadline is the first occurrence of the deadline clock
      *> time after the chain started.
       PRINT-NIGHTLY-FINISH.
           MOVE 'NIGHTLY FINISH AGAINST THE ACH DEADLINE'
               TO WS-SEC-TITLE
           WRITE WINDOW-REPORT-LINE FROM WS-SECTION-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE FROM WS-NIGHT-HEADING
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PER-COUNT
               IF WS-NGT-CHAIN-START(WS-P) > 0
                   PERFORM PRINT-ONE-NIGHT
               END-IF
           END-PERFORM
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           EXIT.

       PRINT-ONE-NIGHT.
           MOVE WS-PER-END(WS-P) TO WS-NTL-PERIOD
           MOVE WS-NGT-START-DATE(WS-P) TO WS-NTL-START-DATE
           MOVE WS-NGT-CHAIN-START(WS-P) TO WS-FMT-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-NTL-START-TIME
           MOVE WS-FMT-DAYS TO WS-START-DAY
           COMPUTE WS-DEADLINE-OFFSET =
               WS-SEL-DEADLINE-SECONDS - WS-FMT-SOD
           IF WS-DEADLINE-OFFSET <= 0
               ADD 86400 TO WS-DEADLINE-OFFSET
           END-IF
           MOVE SPACES TO WS-NTL-FLAG
           IF WS-NGT-ACH-END(WS-P) > 0
               MOVE WS-NGT-ACH-END(WS-P) TO WS-NIGHT-FINISH
           ELSE
               MOVE WS-NGT-LAST-END(WS-P) TO WS-NIGHT-FINISH
               MOVE 'NACHAGEN NOT COMPLETE' TO WS-NTL-FLAG
           END-IF
           IF WS-NIGHT-FINISH > 0
               COMPUTE WS-NIGHT-DURATION =
                   WS-NIGHT-FINISH - WS-NGT-CHAIN-START(WS-P)
               MOVE WS-NIGHT-FINISH TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-FMT-CLOCK TO WS-NTL-FINISH
               MOVE WS-FMT-DAYS TO WS-FINISH-DAY
               IF WS-FINISH-DAY > WS-START-DAY
                   MOVE '+1' TO WS-NTL-NEXT-DAY
               ELSE
                   MOVE SPACES TO WS-NTL-NEXT-DAY
               END-IF
           ELSE
               MOVE 0 TO WS-NIGHT-DURATION
               MOVE '--:--' TO WS-NTL-FINISH
               MOVE SPACES TO WS-NTL-NEXT-DAY
           END-IF
           COMPUTE WS-NIGHT-MARGIN =
               WS-DEADLINE-OFFSET - WS-NIGHT-DURATION
           COMPUTE WS-NTL-DURATION ROUNDED = WS-NIGHT-DURATION / 60
           COMPUTE WS-NTL-MARGIN = WS-NIGHT-MARGIN / 60
           IF WS-NGT-SGL-SEEN(WS-P) = 'Y'
               IF WS-NGT-PRT-SEEN(WS-P) > 0
                   MOVE 'BOTH' TO WS-NTL-PATH
               ELSE
                   MOVE 'SINGLE' TO WS-NTL-PATH
               END-IF
           ELSE
               IF WS-NGT-PRT-SEEN(WS-P) > 0
                   MOVE 'PARTN' TO WS-NTL-PATH
               ELSE
                   MOVE 'NONE' TO WS-NTL-PATH
               END-IF
           END-IF
           MOVE WS-NGT-INCOMPLETE(WS-P) TO WS-NTL-INCOMPLETE
           IF WS-NGT-ACH-END(WS-P) > 0
               IF WS-NIGHT-MARGIN < 0
                   MOVE '** MISSED ACH DEADLINE' TO WS-NTL-FLAG
               ELSE
                   IF WS-NIGHT-MARGIN < WS-SEL-MARGIN-SECONDS
                       MOVE '** INSIDE SLA MARGIN' TO WS-NTL-FLAG
                   END-IF
               END-IF
               ADD 1 TO WS-FIT-NIGHTS
               ADD WS-P TO WS-FIT-SUM-X
               COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX + WS-P * WS-P
               ADD WS-NIGHT-DURATION TO WS-FIT-SUM-Y
               COMPUTE WS-FIT-SUM-XY =
                   WS-FIT-SUM-XY + WS-P * WS-NIGHT-DURATION
               MOVE WS-P TO WS-FIT-LAST-X
               MOVE WS-DEADLINE-OFFSET TO WS-LATEST-DEADLINE-OFFSET
               COMPUTE WS-LATEST-START-SOD =
                   WS-SEL-DEADLINE-SECONDS - WS-DEADLINE-OFFSET
               IF WS-LATEST-START-SOD < 0
                   ADD 86400 TO WS-LATEST-START-SOD
               END-IF
           END-IF
           WRITE WINDOW-REPORT-LINE FROM WS-NIGHT-LINE
           EXIT.

      *> Least-squares line through the completed nights' durations
      *> by window position, taken one period past the latest, and
      *> started at the latest night's chain start clock time. With
      *> a single completed night its duration is the projection.
       PROJECT-NEXT-FINISH.
           MOVE 'SLA FORECAST FOR THE NEXT NIGHT' TO WS-SEC-TITLE
           WRITE WINDOW-REPORT-LINE FROM WS-SECTION-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           IF WS-FIT-NIGHTS = 0
               MOVE 'NO COMPLETED ACH STEP IN THE WINDOW - '
                   TO WS-VAL-CAPTION
               MOVE 'NOTHING TO PROJECT' TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
               MOVE 'Y' TO WS-SLA-WARNING
           ELSE
               MOVE 0 TO WS-FIT-SLOPE
               IF WS-FIT-NIGHTS = 1
                   MOVE WS-FIT-SUM-Y TO WS-FIT-BASE
               ELSE
                   COMPUTE WS-FIT-DENOM =
                       WS-FIT-NIGHTS * WS-FIT-SUM-XX
                       - WS-FIT-SUM-X * WS-FIT-SUM-X
                   COMPUTE WS-FIT-SLOPE ROUNDED =
                       (WS-FIT-NIGHTS * WS-FIT-SUM-XY
                       - WS-FIT-SUM-X * WS-FIT-SUM-Y) / WS-FIT-DENOM
                   COMPUTE WS-FIT-BASE ROUNDED =
                       (WS-FIT-SUM-Y - WS-FIT-SLOPE * WS-FIT-SUM-X)
                       / WS-FIT-NIGHTS
                   COMPUTE WS-FIT-BASE ROUNDED = WS-FIT-BASE
                       + WS-FIT-SLOPE * (WS-FIT-LAST-X + 1)
               END-IF
               COMPUTE WS-PROJ-DURATION ROUNDED = WS-FIT-BASE
               IF WS-PROJ-DURATION < 0
                   MOVE 0 TO WS-PROJ-DURATION
               END-IF
               COMPUTE WS-PROJ-MARGIN =
                   WS-LATEST-DEADLINE-OFFSET - WS-PROJ-DURATION

               MOVE 'NIGHTS WITH A COMPLETED ACH STEP:'
                   TO WS-VAL-CAPTION
               MOVE WS-FIT-NIGHTS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
               MOVE 'DURATION TREND (MIN PER PERIOD):'
                   TO WS-VAL-CAPTION
               COMPUTE WS-EDIT-SLOPE ROUNDED = WS-FIT-SLOPE / 60
               MOVE WS-EDIT-SLOPE TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
               MOVE 'PROJECTED DURATION (MIN):' TO WS-VAL-CAPTION
               COMPUTE WS-EDIT-MINUTES ROUNDED = WS-PROJ-DURATION / 60
               MOVE WS-EDIT-MINUTES TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
               MOVE 'LATEST CHAIN START:' TO WS-VAL-CAPTION
               MOVE WS-LATEST-START-SOD TO WS-FMT-SECONDS
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-FMT-CLOCK TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
               MOVE 'PROJECTED ACH FINISH:' TO WS-VAL-CAPTION
               COMPUTE WS-FMT-SECONDS =
                   WS-LATEST-START-SOD + WS-PROJ-DURATION
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-FMT-CLOCK TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
               MOVE 'PROJECTED MARGIN TO ACH DEADLINE (MIN):'
                   TO WS-VAL-CAPTION
               COMPUTE WS-EDIT-MINUTES ROUNDED = WS-PROJ-MARGIN / 60
               MOVE WS-EDIT-MINUTES TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
               MOVE SPACES TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               IF WS-PROJ-MARGIN < WS-SEL-MARGIN-SECONDS
                   MOVE 'Y' TO WS-SLA-WARNING
                   MOVE 'WARNING: PROJECTED FINISH CROSSES THE SLA '
                       TO WS-VAL-CAPTION
                   MOVE 'MARGIN' TO WS-VAL-TEXT
               ELSE
                   MOVE 'PROJECTED FINISH IS OUTSIDE THE SLA MARGIN'
                       TO WS-VAL-CAPTION
                   MOVE SPACES TO WS-VAL-TEXT
               END-IF
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
           END-IF
           MOVE 'STEPS FLAGGED ELAPSED OUTGROWING VOLUME:'
               TO WS-VAL-CAPTION
           MOVE WS-FLAGGED-STEPS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-VAL-TEXT
           WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           EXIT.

      *> Single stream is the EMPPAY step of PAYROLL01. Partitioned
      *> is EMPPAYP1-EMPPAYP4 of PAYPART01: wall time from the first
      *> partition's start to the last one's end (what the window
      *> actually pays when the four run concurrently) beside the
      *> sum of the four partitions' own elapsed times.
       PRINT-PATH-COMPARISON.
           MOVE 'SINGLE-STREAM AGAINST PARTITIONED PAYROLL PATH'
               TO WS-SEC-TITLE
           WRITE WINDOW-REPORT-LINE FROM WS-SECTION-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PER-COUNT
               IF WS-NGT-SGL-SEEN(WS-P) = 'Y'
                   ADD 1 TO WS-SGL-NIGHTS
                   ADD WS-NGT-SGL-ELAPSED(WS-P) TO WS-SGL-WALL
                   ADD WS-NGT-SGL-COUNT(WS-P) TO WS-SGL-RECORDS
               END-IF
               IF WS-NGT-PRT-SEEN(WS-P) > 0
                   ADD 1 TO WS-PRT-NIGHTS
                   COMPUTE WS-PRT-WALL = WS-PRT-WALL
                       + WS-NGT-PRT-END(WS-P) - WS-NGT-PRT-START(WS-P)
                   ADD WS-NGT-PRT-ELAPSED(WS-P) TO WS-PRT-STEP-TOTAL
                   ADD WS-NGT-PRT-COUNT(WS-P) TO WS-PRT-RECORDS
                   IF WS-NGT-PRT-SEEN(WS-P) < 4
                       ADD 1 TO WS-PRT-PARTIAL
                   END-IF
               END-IF
           END-PERFORM
           WRITE WINDOW-REPORT-LINE FROM WS-PATH-HEADING

           MOVE 'SINGLE STREAM (PAYROLL01 EMPPAY)' TO WS-PTL-NAME
           MOVE WS-SGL-NIGHTS TO WS-PTL-NIGHTS
           IF WS-SGL-NIGHTS > 0
               COMPUTE WS-PTL-WALL ROUNDED =
                   WS-SGL-WALL / WS-SGL-NIGHTS / 60
               COMPUTE WS-PTL-STEP ROUNDED =
                   WS-SGL-WALL / WS-SGL-NIGHTS / 60
               COMPUTE WS-PTL-RECORDS ROUNDED =
                   WS-SGL-RECORDS / WS-SGL-NIGHTS
           ELSE
               MOVE 0 TO WS-PTL-WALL WS-PTL-STEP WS-PTL-RECORDS
           END-IF
           MOVE 0 TO WS-PTL-RATE
           IF WS-SGL-WALL > 0
               COMPUTE WS-PTL-RATE ROUNDED =
                   WS-SGL-RECORDS * 60 / WS-SGL-WALL
           END-IF
           WRITE WINDOW-REPORT-LINE FROM WS-PATH-LINE

           MOVE 'PARTITIONED (PAYPART01 EMPPAYPN)' TO WS-PTL-NAME
           MOVE WS-PRT-NIGHTS TO WS-PTL-NIGHTS
           IF WS-PRT-NIGHTS > 0
               COMPUTE WS-PTL-WALL ROUNDED =
                   WS-PRT-WALL / WS-PRT-NIGHTS / 60
               COMPUTE WS-PTL-STEP ROUNDED =
                   WS-PRT-STEP-TOTAL / WS-PRT-NIGHTS / 60
               COMPUTE WS-PTL-RECORDS ROUNDED =
                   WS-PRT-RECORDS / WS-PRT-NIGHTS
           ELSE
               MOVE 0 TO WS-PTL-WALL WS-PTL-STEP WS-PTL-RECORDS
           END-IF
           MOVE 0 TO WS-PTL-RATE
           IF WS-PRT-WALL > 0
               COMPUTE WS-PTL-RATE ROUNDED =
                   WS-PRT-RECORDS * 60 / WS-PRT-WALL
           END-IF
           WRITE WINDOW-REPORT-LINE FROM WS-PATH-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE

           IF WS-SGL-NIGHTS > 0 AND WS-PRT-NIGHTS > 0 AND
                   WS-SGL-WALL > 0
               COMPUTE WS-PATH-PCT ROUNDED =
                   (WS-PRT-WALL / WS-PRT-NIGHTS) * 100
                   / (WS-SGL-WALL / WS-SGL-NIGHTS)
               MOVE 'PARTITIONED WALL TIME AS PCT OF SINGLE STREAM:'
                   TO WS-VAL-CAPTION
               MOVE WS-PATH-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
           ELSE
               MOVE 'ONLY ONE PATH RAN IN THE WINDOW - '
                   TO WS-VAL-CAPTION
               MOVE 'NO COMPARISON' TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
           END-IF
           IF WS-PRT-PARTIAL > 0
               MOVE 'PARTITIONED NIGHTS MISSING A PARTITION:'
                   TO WS-VAL-CAPTION
               MOVE WS-PRT-PARTIAL TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-VAL-TEXT
               WRITE WINDOW-REPORT-LINE FROM WS-VALUE-LINE
           END-IF
           EXIT.
