      *****************************************************************
      * PAYRJSEL.cpy - FILE-CONTROL ENTRY FOR THE PAYROLL REJECTION   *
      * FILE RETURNED TO THE CORPORATE CLIENT                         *
      *****************************************************************
           SELECT PAYROLL-REJECT-FILE ASSIGN TO 'PAYREJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS-PAYREJ.
