      *> Employee master record - the physical layout of EMPFILE
      *> (174 bytes, fixed). Shared by every program that opens
      *> EMPLOYEE-FILE so the FD can never drift out of sync with the
      *> real dataset the way three independent hand-copies once did.
       01  EMPLOYEE-RECORD.
      *> dollars of wages live in the WCRATE table by class and
      *> work state. Spaces accrue no comp premium.
           05  WC-CLASS-CODE       PIC X(4).
      *> WORKER-TYPE 'C' is a non-employee contractor reported on a
      *> 1099-NEC: the payroll run withholds no federal, state, FICA
      *> or FUTA tax and accumulates no W-2 wages for them. 'E' or
      *> space (every pre-existing record) is an employee.
      *> BACKUP-WH-FLAG 'Y' means the IRS has called for backup
      *> withholding on the contractor (missing or incorrect TIN) at
      *> the TAXTABLE 'K' rate; it is ignored for employees.
           05  WORKER-TYPE         PIC X(1).
           05  BACKUP-WH-FLAG      PIC X(1).
      *> FLSA-STATUS 'E' is exempt from overtime on the salary basis,
      *> held to the exempt salary threshold rather than the minimum
      *> wage; 'N' is non-exempt; 'T' is a non-exempt tipped
      *> employee whose cash wage may take the tip credit down to
      *> the tipped minimum. Space (every pre-existing record)
      *> follows PAY-TYPE: salaried is exempt, hourly non-exempt.
           05  FLSA-STATUS         PIC X(1).
      *> Grade/step pay scale placement. BARGAINING-UNIT and
      *> PAY-GRADE name the PAYSCALE rows the employee is paid from,
      *> PAY-STEP the step within the grade, and STEP-DATE the date
      *> they entered that step - the next step falls due the
      *> scale's months-in-step after it (zero counts from the hire
      *> date). PAY-GRADE spaces, like every record from before
      *> these existed (PAY-STEP reads non-numeric), is off the
      *> scale and paid whatever rate is keyed on the master.
           05  BARGAINING-UNIT     PIC X(4).
           05  PAY-GRADE           PIC X(3).
           05  PAY-STEP            PIC 9(2).
           05  STEP-DATE           PIC 9(8).
