      *> bar TaxTableMaint holds the federal/state parameters to.
      *> Blank codes, duplicate codes, and rates outside the
      *> plausible occupational-tax range all leave the live table
      *> untouched and end with condition code 8. A clean proposal is
      *> compared code by code with the table it replaces, and every
      *> description or rate added, changed or dropped goes to the
      *> change log through ChangeLogWrite; with no change log to
      *> write to, the live table is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIVE-LOCAL-FILE
            ASSIGN TO LOCTAX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-LOCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  WS-SEEN-COUNT               PIC 9(2) VALUE 0.
       01  WS-SEEN-SUB                 PIC 9(2) VALUE 0.

      *> The live table as it stood before this publish, for the
      *> change log.
       01  WS-LIVE-LOCAL-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-OLD-LOCAL-TABLE.
           05  WS-OLD-LOCAL OCCURS 20 TIMES.
               10  WS-OLD-LOCAL-IMAGE  PIC X(28).
               10  WS-OLD-LOCAL-MATCHED PIC X(1).
       01  WS-OLD-LOCAL-COUNT          PIC 9(3) VALUE 0.
       01  WS-OLD-LOCAL-SUB            PIC 9(3) VALUE 0.
       01  WS-OLD-LOCAL-FOUND          PIC 9(3) VALUE 0.
       01  WS-OLD-LOCAL-ROW.
           05  OLD-LTAX-CODE           PIC X(4).
           05  OLD-LTAX-DESCRIPTION    PIC X(20).
           05  OLD-LTAX-RATE           PIC V9(4).
       01  WS-NEW-LOCAL-ROW.
           05  NEW-LTAX-CODE           PIC X(4).
           05  NEW-LTAX-DESCRIPTION    PIC X(20).
           05  NEW-LTAX-RATE           PIC V9(4).
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           OPEN INPUT PROPOSED-LOCAL-FILE

                   ' EDIT ERRORS - LIVE TABLE NOT REPLACED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OLD-LIVE-TABLE
               MOVE 'O' TO CLG-FUNCTION
               MOVE 'LOCMAINT' TO CLG-PROGRAM
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               EVALUATE TRUE
                   WHEN CLG-FILE-STATUS NOT = '00'
                       DISPLAY 'LOCAL-TAX-MAINT: CHANGE LOG NOT '
                           'AVAILABLE, STATUS: ' CLG-FILE-STATUS
                           ' - LIVE TABLE NOT REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-OLD-LOCAL-COUNT > 20
                       DISPLAY 'LOCAL-TAX-MAINT: LIVE TABLE OVER 20 '
                           'LOCALITIES, CANNOT BE COMPARED - NOT '
                           'REPLACED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PUBLISH-LIVE-TABLE
                       PERFORM LOG-DROPPED-LOCALITIES
                       DISPLAY 'LOCAL-TAX-MAINT: ' WS-RECORD-COUNT
                           ' LOCALITIES PUBLISHED TO LIVE TABLE'
                       DISPLAY 'LOCAL-TAX-MAINT: ' CLG-LOGGED-COUNT
                           ' VALUE CHANGES LOGGED'
               END-EVALUATE
               MOVE 'C' TO CLG-FUNCTION
               CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
               IF WS-LOG-ERROR-COUNT > 0
                   DISPLAY 'LOCAL-TAX-MAINT: ' WS-LOG-ERROR-COUNT
                       ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

                   NOT AT END
                       MOVE LOCAL-TAX-RECORD TO LIVE-LOCAL-RECORD
                       WRITE LIVE-LOCAL-RECORD
                       PERFORM LOG-PUBLISHED-LOCALITY
               END-READ
           END-PERFORM
           CLOSE PROPOSED-LOCAL-FILE
           CLOSE LIVE-LOCAL-FILE
           EXIT.

       LOAD-OLD-LIVE-TABLE.
      *>   A first publish has no live table to compare against;
      *>   every locality is then an add.
           MOVE 0 TO WS-OLD-LOCAL-COUNT
           OPEN INPUT LIVE-LOCAL-FILE
           IF WS-LIVE-LOCAL-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LIVE-LOCAL-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-OLD-LOCAL-COUNT
                           IF WS-OLD-LOCAL-COUNT NOT > 20
                               MOVE LIVE-LOCAL-RECORD TO
                                 WS-OLD-LOCAL-IMAGE(WS-OLD-LOCAL-COUNT)
                               MOVE 'N' TO
                               WS-OLD-LOCAL-MATCHED(WS-OLD-LOCAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-LOCAL-FILE
           END-IF
           EXIT.

       LOG-PUBLISHED-LOCALITY.
           MOVE LOCAL-TAX-RECORD TO WS-NEW-LOCAL-ROW
           MOVE 0 TO WS-OLD-LOCAL-FOUND
           PERFORM VARYING WS-OLD-LOCAL-SUB FROM 1 BY 1
                   UNTIL WS-OLD-LOCAL-SUB > WS-OLD-LOCAL-COUNT
                       OR WS-OLD-LOCAL-FOUND > 0
               IF WS-OLD-LOCAL-IMAGE(WS-OLD-LOCAL-SUB)(1:4) =
                       NEW-LTAX-CODE
                   MOVE WS-OLD-LOCAL-SUB TO WS-OLD-LOCAL-FOUND
               END-IF
           END-PERFORM
           IF WS-OLD-LOCAL-FOUND > 0
               MOVE 'Y' TO WS-OLD-LOCAL-MATCHED(WS-OLD-LOCAL-FOUND)
               MOVE WS-OLD-LOCAL-IMAGE(WS-OLD-LOCAL-FOUND) TO
                   WS-OLD-LOCAL-ROW
               MOVE 'C' TO CLG-ACTION
           ELSE
               MOVE WS-NEW-LOCAL-ROW TO WS-OLD-LOCAL-ROW
               MOVE 'A' TO CLG-ACTION
           END-IF
           PERFORM LOG-LOCALITY-CHANGES
           EXIT.

       LOG-DROPPED-LOCALITIES.
           PERFORM VARYING WS-OLD-LOCAL-SUB FROM 1 BY 1
                   UNTIL WS-OLD-LOCAL-SUB > WS-OLD-LOCAL-COUNT
               IF WS-OLD-LOCAL-MATCHED(WS-OLD-LOCAL-SUB) = 'N'
                   MOVE WS-OLD-LOCAL-IMAGE(WS-OLD-LOCAL-SUB) TO
                       WS-OLD-LOCAL-ROW
                   MOVE WS-OLD-LOCAL-ROW TO WS-NEW-LOCAL-ROW
                   MOVE 'D' TO CLG-ACTION
                   PERFORM LOG-LOCALITY-CHANGES
               END-IF
           END-PERFORM
           EXIT.

       LOG-LOCALITY-CHANGES.
      *>   CLG-ACTION is set by the caller. The rate is withheld
      *>   from every employee in the locality, so it is sensitive.
           MOVE 0 TO CLG-EMP-ID
           MOVE OLD-LTAX-CODE TO CLG-RECORD-KEY
           MOVE 'DESCRIPTION' TO CLG-FIELD-NAME
           MOVE OLD-LTAX-DESCRIPTION TO CLG-BEFORE-TEXT
           MOVE NEW-LTAX-DESCRIPTION TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'RATE' TO CLG-FIELD-NAME
           MOVE OLD-LTAX-RATE TO CLG-BEFORE-NUMBER
           MOVE NEW-LTAX-RATE TO CLG-AFTER-NUMBER
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
