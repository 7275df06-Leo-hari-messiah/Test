      *> Master-file change-log record - the physical layout of
      *> CHGLOG (164 bytes, fixed), keyed on the date and time of
      *> the change, the maintenance program's load module name and
      *> a sequence within that run. One record per field changed:
      *> every maintenance program hands its before and after images
      *> to ChangeLogWrite, which writes the fields that differ (all
      *> non-blank fields on an add or a delete). Read by
      *> ChangeLogReport for the change history and the monthly
      *> sensitive-field sign-off.
       01  CHANGE-LOG-RECORD.
           05  CHG-KEY.
               10  CHG-DATE            PIC 9(8).
               10  CHG-TIME            PIC 9(8).
               10  CHG-PROGRAM         PIC X(8).
               10  CHG-SEQUENCE        PIC 9(5).
      *> The logon user the maintenance job ran under.
           05  CHG-OPERATOR-ID         PIC X(8).
      *> The employee the record belongs to (zero for a table row
      *> such as a tax bracket), and the record's own key as the
      *> maintenance program words it.
           05  CHG-EMP-ID              PIC 9(5).
           05  CHG-RECORD-KEY          PIC X(20).
      *> 'A' = record added, 'C' = changed, 'D' = deleted.
           05  CHG-ACTION              PIC X(1).
           05  CHG-FIELD-NAME          PIC X(20).
      *> 'Y' marks a field whose change management signs off on
      *> monthly (pay rates, tax setup, bank and identity data).
      *> SSN and bank account values are masked to their last four
      *> characters before they are ever written here.
           05  CHG-SENSITIVE           PIC X(1).
           05  CHG-BEFORE-VALUE        PIC X(40).
           05  CHG-AFTER-VALUE         PIC X(40).
