      *****************************************************************
      * GLBRKSEL.cpy - FILE-CONTROL ENTRY FOR THE GL RECONCILIATION   *
      * BREAK REGISTER, KEYED BY BRANCH + GL CODE SO THE BREAK REPORT *
      * COMES OUT BRANCH BY BRANCH FROM ONE SEQUENTIAL PASS           *
      *****************************************************************
           SELECT GL-BREAK-FILE ASSIGN TO 'GLBREAK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-KEY
               FILE STATUS IS FILE-STATUS-GLBRK.
