      *> missing the fields a state filing mandates so the gaps get
      *> fixed before the deadline (condition code 4). The control
      *> record rolls forward to today when the extract completes.
      *> A returning employee rehired on their old EMP-ID is a new
      *> hire as far as the states are concerned: their rehire date
      *> selects them the same way and is the hire date reported.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-LAST-REPORT-DATE         PIC 9(8) VALUE 0.
       01  WS-EMP-FOUND                PIC X    VALUE 'N'.
       01  WS-SELECTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REHIRE-COUNT             PIC 9(5) VALUE 0.
       01  WS-REPORT-HIRE-DATE         PIC 9(8) VALUE 0.
       01  WS-GAP-COUNT                PIC 9(5) VALUE 0.
       01  WS-GAP-REASON               PIC X(40) VALUE SPACES.

                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF DEMO-REHIRE-DATE IS NUMERIC AND
                               DEMO-REHIRE-DATE > WS-LAST-REPORT-DATE
                               AND DEMO-REHIRE-DATE <= WS-RUN-DATE
                           MOVE DEMO-REHIRE-DATE
                               TO WS-REPORT-HIRE-DATE
                           ADD 1 TO WS-REHIRE-COUNT
                           PERFORM EXTRACT-ONE-HIRE
                       ELSE
                       IF DEMO-HIRE-DATE > WS-LAST-REPORT-DATE AND
                               DEMO-HIRE-DATE <= WS-RUN-DATE
                           MOVE DEMO-HIRE-DATE TO WS-REPORT-HIRE-DATE
                           PERFORM EXTRACT-ONE-HIRE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NEWHIRE-REPORT-FILE

           DISPLAY 'NEW-HIRE-REPORT SELECTED: ' WS-SELECTED-COUNT
           DISPLAY 'NEW-HIRE-REPORT REHIRES CONSIDERED: '
               WS-REHIRE-COUNT
           DISPLAY 'NEW-HIRE-REPORT NOT FILEABLE: ' WS-GAP-COUNT
           IF WS-GAP-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE DEMO-ADDR-CITY TO NH-ADDR-CITY
               MOVE DEMO-ADDR-STATE TO NH-ADDR-STATE
               MOVE DEMO-ADDR-ZIP TO NH-ADDR-ZIP
               MOVE WS-REPORT-HIRE-DATE TO NH-HIRE-DATE
               MOVE DEMO-EMP-ID TO NH-EMP-ID
               WRITE NEWHIRE-EXTRACT-RECORD
               ADD 1 TO WS-SELECTED-COUNT
