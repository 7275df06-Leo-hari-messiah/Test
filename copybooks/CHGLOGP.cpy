      *> Change-log call area - the one parameter passed to
      *> ChangeLogWrite, so every master-file maintenance program
      *> writes the same CHGLOG record and masks the same way.
      *> CLG-FUNCTION 'O' opens the log (once, before the first
      *> transaction), 'W' logs one field, 'C' closes it. A non-'00'
      *> CLG-FILE-STATUS after the open means nothing can be logged
      *> and the caller must not apply any change.
       01  CHANGE-LOG-AREA.
           05  CLG-FUNCTION            PIC X(1).
           05  CLG-PROGRAM             PIC X(8).
           05  CLG-EMP-ID              PIC 9(5).
           05  CLG-RECORD-KEY          PIC X(20).
      *> 'A' add, 'C' change, 'D' delete. A change logs the field
      *> only when the before and after values differ; an add logs
      *> a non-blank after value, a delete a non-blank before value.
           05  CLG-ACTION              PIC X(1).
           05  CLG-FIELD-NAME          PIC X(20).
      *> 'X' = the text values are logged as they stand, 'M' = the
      *> same but masked to the last four characters (always
      *> sensitive), 'N' = the number values are logged edited to
      *> CLG-DECIMALS places.
           05  CLG-VALUE-KIND          PIC X(1).
           05  CLG-SENSITIVE           PIC X(1).
           05  CLG-DECIMALS            PIC 9(1).
           05  CLG-BEFORE-TEXT         PIC X(40).
           05  CLG-AFTER-TEXT          PIC X(40).
           05  CLG-BEFORE-NUMBER       PIC S9(9)V9(5).
           05  CLG-AFTER-NUMBER        PIC S9(9)V9(5).
      *> Returned.
           05  CLG-FILE-STATUS         PIC X(2).
           05  CLG-LOGGED-COUNT        PIC 9(7).
