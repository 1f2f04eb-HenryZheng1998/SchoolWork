      *-----------------------------------------------------------
      * EMPMSTR - Employee master record, keyed by employee
      * number. Maintained through the same batch maintenance
      * pattern as the store master and SKU catalog. Every
      * register transaction carries the cashier who rang it up,
      * and that cashier must be on this file and active.
      *-----------------------------------------------------------
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-NUMBER           PIC X(5).
           05  EM-EMPLOYEE-NAME             PIC X(20).
           05  EM-EMPLOYEE-STATUS           PIC X.
               88  EM-EMPLOYEE-ACTIVE       VALUE "A".
               88  EM-EMPLOYEE-CLOSED       VALUE "C".
      * store the employee normally works at - cashiers may float,
      * so this is for the reports, not an edit
           05  EM-HOME-STORE                PIC 99.
