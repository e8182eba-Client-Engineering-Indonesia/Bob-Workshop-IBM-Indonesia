      *****************************************************************
      * GLCUMSEL.cpy - FILE-CONTROL ENTRY FOR THE CUMULATIVE GL FEED  *
      * TOTALS, KEYED BY GL ACCOUNT (GL CODE + BRANCH) SO THE         *
      * SEQUENTIAL PASS COMES BACK IN GL CODE ORDER                   *
      *****************************************************************
           SELECT GL-CUMULATIVE-FILE ASSIGN TO 'GLCUM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-GL-ACCOUNT
               FILE STATUS IS FILE-STATUS-GLCUM.
