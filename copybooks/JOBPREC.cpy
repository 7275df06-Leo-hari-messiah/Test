      *> Job/project record - the physical layout of JOBPROJ, the
      *> table JobProjMaint publishes. One record per time-entry job
      *> code, rolling the job up to the project it is charged to
      *> and the customer the project is done for; several job
      *> codes may share a project. JobCostReport prices the hours
      *> on every job code here, and lists the hours charged to a
      *> job code missing from it as exceptions instead of costing
      *> them to a project.
       01  JOB-PROJECT-RECORD.
           05  JOBP-JOB-CODE           PIC X(4).
           05  JOBP-PROJECT-CODE       PIC X(8).
           05  JOBP-PROJECT-NAME       PIC X(30).
           05  JOBP-CUSTOMER-CODE      PIC X(8).
           05  JOBP-CUSTOMER-NAME      PIC X(30).
