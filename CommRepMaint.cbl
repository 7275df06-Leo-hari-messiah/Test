       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommRepMaint.

      *> Commission rep maintenance in the AdvanceMaint transaction-
      *> file mold. 'A' puts a salesperson on a commission plan with
      *> a monthly quota and draw; 'C' changes the plan, quota, draw,
      *> or status (a blank or zero field keeps what is on file; draw
      *> type '0' removes the draw); 'W' writes off an unrecovered
      *> draw balance, the usual end of a recoverable draw when a rep
      *> leaves; 'D' removes a rep only once nothing is owed back.
      *> The plan must be on the live COMMPLAN table. The draw
      *> balance itself is only ever moved by CommissionCalc and
      *> by 'W'. Every rep field a transaction touches goes to the
      *> change log through ChangeLogWrite; with no change log to
      *> write to, nothing is applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REP-TRANSACTION-FILE
            ASSIGN TO CREPTXN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-FILE
            ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT COMMISSION-REP-FILE
            ASSIGN TO COMMREP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREP-EMP-ID
               FILE STATUS IS WS-COMMREP-FILE-STATUS.

           SELECT COMMISSION-PLAN-FILE
            ASSIGN TO COMMPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-FILE-STATUS.

           SELECT REP-REJECT-FILE
            ASSIGN TO CREPREJ
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REP-TRANSACTION-FILE.
       01  REP-TRANSACTION-RECORD.
           05  CRTX-CODE               PIC X(1).
           05  CRTX-EMP-ID             PIC 9(5).
           05  CRTX-PLAN-CODE          PIC X(4).
           05  CRTX-MONTHLY-QUOTA      PIC 9(7)V99.
           05  CRTX-MONTHLY-DRAW       PIC 9(5)V99.
      *>   R recoverable, N non-recoverable, '0' (on a change) no
      *>   draw at all.
           05  CRTX-DRAW-TYPE          PIC X(1).
           05  CRTX-STATUS             PIC X(1).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  COMMISSION-REP-FILE.
           COPY CREPREC.

       FD  COMMISSION-PLAN-FILE.
           COPY CPLNREC.

       FD  REP-REJECT-FILE.
       01  REP-REJECT-RECORD.
           05  CREJ-CODE               PIC X(1).
           05  CREJ-EMP-ID             PIC 9(5).
           05  CREJ-REASON             PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE              PIC X    VALUE 'N'.
       01  WS-EMPLOYEE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-COMMREP-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-COMMPLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ADD-COUNT                PIC 9(7) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01  WS-WRITE-OFF-COUNT          PIC 9(7) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-TXN-VALID                PIC X    VALUE 'Y'.
       01  WS-LOG-ERROR-COUNT          PIC 9(5) VALUE 0.

       01  WS-PLAN-CODE-TABLE.
           05  WS-PLAN-CODE-TBL OCCURS 50 TIMES PIC X(4).
       01  WS-PLAN-COUNT               PIC 9(2) VALUE 0.
       01  WS-PLAN-SUB                 PIC 9(2) VALUE 0.
       01  WS-PLAN-KNOWN               PIC X    VALUE 'N'.

      *> The rep record as it stood before the transaction, for the
      *> change log.
           COPY CREPREC REPLACING ==COMMISSION-REP-RECORD== BY
               ==WS-CREP-BEFORE== LEADING ==CREP-== BY ==OLD-CREP-==.
           COPY CHGLOGP.

       PROCEDURE DIVISION.
           PERFORM LOAD-PLAN-CODES

           OPEN INPUT REP-TRANSACTION-FILE
           OPEN OUTPUT REP-REJECT-FILE

           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE-FILE, STATUS: '
                   WS-EMPLOYEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'O' TO CLG-FUNCTION
           MOVE 'CREPMNT' TO CLG-PROGRAM
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA
           IF CLG-FILE-STATUS NOT = '00'
               DISPLAY 'COMM-REP-MAINT: CHANGE LOG NOT AVAILABLE, '
                   'STATUS: ' CLG-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O COMMISSION-REP-FILE
           IF WS-COMMREP-FILE-STATUS = '35'
               OPEN OUTPUT COMMISSION-REP-FILE
               CLOSE COMMISSION-REP-FILE
               OPEN I-O COMMISSION-REP-FILE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ REP-TRANSACTION-FILE INTO REP-TRANSACTION-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE REP-TRANSACTION-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE COMMISSION-REP-FILE
           CLOSE REP-REJECT-FILE
           MOVE 'C' TO CLG-FUNCTION
           CALL 'ChangeLogWrite' USING CHANGE-LOG-AREA

           DISPLAY 'COMM-REP-MAINT ADDS: ' WS-ADD-COUNT
           DISPLAY 'COMM-REP-MAINT CHANGES: ' WS-CHANGE-COUNT
           DISPLAY 'COMM-REP-MAINT WRITE-OFFS: ' WS-WRITE-OFF-COUNT
           DISPLAY 'COMM-REP-MAINT DELETES: ' WS-DELETE-COUNT
           DISPLAY 'COMM-REP-MAINT REJECTS: ' WS-REJECT-COUNT
           DISPLAY 'COMM-REP-MAINT FIELDS LOGGED: ' CLG-LOGGED-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'COMM-REP-MAINT: ' WS-LOG-ERROR-COUNT
                   ' CHANGES NOT LOGGED - SEE MESSAGES ABOVE'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PLAN-CODES.
           OPEN INPUT COMMISSION-PLAN-FILE
           IF WS-COMMPLAN-FILE-STATUS NOT = '00'
               DISPLAY 'NO COMMISSION PLAN TABLE, STATUS: '
                   WS-COMMPLAN-FILE-STATUS
                   ' - EVERY PLAN CODE WILL BE REFUSED'
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ COMMISSION-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE CPLN-PLAN-CODE TO CRTX-PLAN-CODE
                           PERFORM CHECK-PLAN-CODE
                           IF WS-PLAN-KNOWN = 'N' AND
                                   WS-PLAN-COUNT < 50
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE CPLN-PLAN-CODE TO
                                   WS-PLAN-CODE-TBL(WS-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-PLAN-FILE
               MOVE 'N' TO WS-END-OF-FILE
           END-IF
           EXIT.

       CHECK-PLAN-CODE.
           MOVE 'N' TO WS-PLAN-KNOWN
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLAN-CODE-TBL(WS-PLAN-SUB) = CRTX-PLAN-CODE
                   MOVE 'Y' TO WS-PLAN-KNOWN
               END-IF
           END-PERFORM
           EXIT.

       PROCESS-TRANSACTION.
           EVALUATE CRTX-CODE
               WHEN 'A'
                   PERFORM ADD-REP
               WHEN 'C'
                   PERFORM CHANGE-REP
               WHEN 'W'
                   PERFORM WRITE-OFF-DRAW-BALANCE
               WHEN 'D'
                   PERFORM DELETE-REP
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO CREJ-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE
           EXIT.

       EDIT-REP-TERMS.
      *>   The terms an add must carry and a change may carry.
           MOVE 'Y' TO WS-TXN-VALID
           IF CRTX-MONTHLY-QUOTA IS NOT NUMERIC OR
                   CRTX-MONTHLY-DRAW IS NOT NUMERIC
               MOVE 'QUOTA AND DRAW MUST BE NUMERIC' TO CREJ-REASON
               MOVE 'N' TO WS-TXN-VALID
           ELSE
           IF CRTX-PLAN-CODE NOT = SPACES
               PERFORM CHECK-PLAN-CODE
               IF WS-PLAN-KNOWN = 'N'
                   MOVE 'PLAN NOT ON COMMISSION PLAN TABLE'
                       TO CREJ-REASON
                   MOVE 'N' TO WS-TXN-VALID
               END-IF
           END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF CRTX-DRAW-TYPE NOT = 'R' AND
                       CRTX-DRAW-TYPE NOT = 'N' AND
                       CRTX-DRAW-TYPE NOT = '0' AND
                       CRTX-DRAW-TYPE NOT = SPACE
                   MOVE 'DRAW TYPE MUST BE R, N OR 0' TO CREJ-REASON
                   MOVE 'N' TO WS-TXN-VALID
               END-IF
           END-IF
           IF WS-TXN-VALID = 'Y'
               IF CRTX-MONTHLY-DRAW > 0 AND
                       CRTX-DRAW-TYPE NOT = 'R' AND
                       CRTX-DRAW-TYPE NOT = 'N'
                   MOVE 'A DRAW NEEDS DRAW TYPE R OR N' TO CREJ-REASON
                   MOVE 'N' TO WS-TXN-VALID
               END-IF
           END-IF
           EXIT.

       ADD-REP.
           PERFORM EDIT-REP-TERMS
           IF WS-TXN-VALID = 'Y' AND CRTX-PLAN-CODE = SPACES
               MOVE 'PLAN CODE REQUIRED' TO CREJ-REASON
               MOVE 'N' TO WS-TXN-VALID
           END-IF
           IF WS-TXN-VALID = 'N'
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE CRTX-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'EMPLOYEE NOT FOUND' TO CREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM WRITE-NEW-REP
               END-READ
           END-IF
           EXIT.

       WRITE-NEW-REP.
           MOVE CRTX-EMP-ID TO CREP-EMP-ID
           MOVE CRTX-PLAN-CODE TO CREP-PLAN-CODE
           MOVE CRTX-MONTHLY-QUOTA TO CREP-MONTHLY-QUOTA
           MOVE CRTX-MONTHLY-DRAW TO CREP-MONTHLY-DRAW
           IF CRTX-DRAW-TYPE = 'R' OR CRTX-DRAW-TYPE = 'N'
               MOVE CRTX-DRAW-TYPE TO CREP-DRAW-TYPE
           ELSE
               MOVE SPACE TO CREP-DRAW-TYPE
           END-IF
           MOVE 0 TO CREP-DRAW-BALANCE
           MOVE 0 TO CREP-LAST-SETTLED-MONTH
           MOVE WS-RUN-DATE TO CREP-LAST-ACTIVITY-DATE
           MOVE 'A' TO CREP-STATUS
           WRITE COMMISSION-REP-RECORD
               INVALID KEY
                   MOVE 'REP ALREADY ON FILE' TO CREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY 'COMMISSION REP ADDED, EMP-ID: '
                       CRTX-EMP-ID ' PLAN: ' CRTX-PLAN-CODE
                   MOVE COMMISSION-REP-RECORD TO WS-CREP-BEFORE
                   MOVE 'A' TO CLG-ACTION
                   PERFORM LOG-REP-CHANGES
           END-WRITE
           EXIT.

       CHANGE-REP.
           PERFORM EDIT-REP-TERMS
           IF WS-TXN-VALID = 'Y' AND CRTX-STATUS NOT = SPACE AND
                   CRTX-STATUS NOT = 'A' AND CRTX-STATUS NOT = 'I'
               MOVE 'STATUS MUST BE A OR I' TO CREJ-REASON
               MOVE 'N' TO WS-TXN-VALID
           END-IF
           IF WS-TXN-VALID = 'N'
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE CRTX-EMP-ID TO CREP-EMP-ID
               READ COMMISSION-REP-FILE
                   INVALID KEY
                       MOVE 'NO COMMISSION REP ON FILE' TO CREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM APPLY-REP-CHANGE
               END-READ
           END-IF
           EXIT.

       APPLY-REP-CHANGE.
           MOVE COMMISSION-REP-RECORD TO WS-CREP-BEFORE
           IF CRTX-PLAN-CODE NOT = SPACES
               MOVE CRTX-PLAN-CODE TO CREP-PLAN-CODE
           END-IF
           IF CRTX-MONTHLY-QUOTA > 0
               MOVE CRTX-MONTHLY-QUOTA TO CREP-MONTHLY-QUOTA
           END-IF
           IF CRTX-DRAW-TYPE = '0'
               MOVE 0 TO CREP-MONTHLY-DRAW
               MOVE SPACE TO CREP-DRAW-TYPE
           END-IF
           IF CRTX-DRAW-TYPE = 'R' OR CRTX-DRAW-TYPE = 'N'
               MOVE CRTX-DRAW-TYPE TO CREP-DRAW-TYPE
               IF CRTX-MONTHLY-DRAW > 0
                   MOVE CRTX-MONTHLY-DRAW TO CREP-MONTHLY-DRAW
               END-IF
           END-IF
           IF CRTX-STATUS NOT = SPACE
               MOVE CRTX-STATUS TO CREP-STATUS
           END-IF
           MOVE WS-RUN-DATE TO CREP-LAST-ACTIVITY-DATE
           REWRITE COMMISSION-REP-RECORD
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY 'COMMISSION REP CHANGED, EMP-ID: ' CRTX-EMP-ID
           MOVE 'C' TO CLG-ACTION
           PERFORM LOG-REP-CHANGES
           EXIT.

       WRITE-OFF-DRAW-BALANCE.
           MOVE CRTX-EMP-ID TO CREP-EMP-ID
           READ COMMISSION-REP-FILE
               INVALID KEY
                   MOVE 'NO COMMISSION REP ON FILE' TO CREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF CREP-DRAW-BALANCE = 0
                       MOVE 'NO DRAW BALANCE TO WRITE OFF'
                           TO CREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE COMMISSION-REP-RECORD TO WS-CREP-BEFORE
                       DISPLAY 'DRAW BALANCE WRITTEN OFF, EMP-ID: '
                           CRTX-EMP-ID ' AMOUNT: ' CREP-DRAW-BALANCE
                       MOVE 0 TO CREP-DRAW-BALANCE
                       MOVE WS-RUN-DATE TO CREP-LAST-ACTIVITY-DATE
                       REWRITE COMMISSION-REP-RECORD
                       ADD 1 TO WS-WRITE-OFF-COUNT
                       MOVE 'C' TO CLG-ACTION
                       PERFORM LOG-REP-CHANGES
                   END-IF
           END-READ
           EXIT.

       DELETE-REP.
           MOVE CRTX-EMP-ID TO CREP-EMP-ID
           READ COMMISSION-REP-FILE
               INVALID KEY
                   MOVE 'NO COMMISSION REP ON FILE' TO CREJ-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF CREP-DRAW-BALANCE > 0
                       MOVE 'DRAW BALANCE STILL OWED' TO CREJ-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE COMMISSION-REP-RECORD TO WS-CREP-BEFORE
                       DELETE COMMISSION-REP-FILE RECORD
                       ADD 1 TO WS-DELETE-COUNT
                       DISPLAY 'COMMISSION REP DELETED, EMP-ID: '
                           CRTX-EMP-ID
                       MOVE 'D' TO CLG-ACTION
                       PERFORM LOG-REP-CHANGES
                   END-IF
           END-READ
           EXIT.

       LOG-REP-CHANGES.
      *>   CLG-ACTION is set by the caller; WS-CREP-BEFORE holds the
      *>   record as it was and COMMISSION-REP-RECORD as it now is.
      *>   The draw and its balance are money owed either way, so
      *>   they are sensitive.
           MOVE OLD-CREP-EMP-ID TO CLG-EMP-ID
           MOVE SPACES TO CLG-RECORD-KEY
           MOVE OLD-CREP-EMP-ID TO CLG-RECORD-KEY
           MOVE 'PLAN-CODE' TO CLG-FIELD-NAME
           MOVE OLD-CREP-PLAN-CODE TO CLG-BEFORE-TEXT
           MOVE CREP-PLAN-CODE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'MONTHLY-QUOTA' TO CLG-FIELD-NAME
           MOVE OLD-CREP-MONTHLY-QUOTA TO CLG-BEFORE-NUMBER
           MOVE CREP-MONTHLY-QUOTA TO CLG-AFTER-NUMBER
           PERFORM LOG-NUMBER-FIELD
           MOVE 'MONTHLY-DRAW' TO CLG-FIELD-NAME
           MOVE OLD-CREP-MONTHLY-DRAW TO CLG-BEFORE-NUMBER
           MOVE CREP-MONTHLY-DRAW TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'DRAW-TYPE' TO CLG-FIELD-NAME
           MOVE OLD-CREP-DRAW-TYPE TO CLG-BEFORE-TEXT
           MOVE CREP-DRAW-TYPE TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
           MOVE 'DRAW-BALANCE' TO CLG-FIELD-NAME
           MOVE OLD-CREP-DRAW-BALANCE TO CLG-BEFORE-NUMBER
           MOVE CREP-DRAW-BALANCE TO CLG-AFTER-NUMBER
           MOVE 'Y' TO CLG-SENSITIVE
           PERFORM LOG-NUMBER-FIELD
           MOVE 'STATUS' TO CLG-FIELD-NAME
           MOVE OLD-CREP-STATUS TO CLG-BEFORE-TEXT
           MOVE CREP-STATUS TO CLG-AFTER-TEXT
           PERFORM LOG-TEXT-FIELD
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

       REJECT-TRANSACTION.
           MOVE CRTX-CODE TO CREJ-CODE
           MOVE CRTX-EMP-ID TO CREJ-EMP-ID
           WRITE REP-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'REJECTED TRANSACTION: ' CRTX-EMP-ID
               ' REASON: ' CREJ-REASON
           EXIT.
