      *****************************************************************
      * PAYINSEL.cpy - FILE-CONTROL ENTRY FOR THE CORPORATE PAYROLL   *
      * UPLOAD FILE RECEIVED FROM THE CLIENT                          *
      *****************************************************************
           SELECT PAYROLL-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS-PAYIN.
