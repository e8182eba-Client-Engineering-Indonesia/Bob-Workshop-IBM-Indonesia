
      *    THE CARRY-FORWARD RECORD IS UNSIGNED LIKE EVERY OTHER
      *    TRANS-AMOUNT, SO AN ACCOUNT WHOSE PRE-CUTOFF NET IS
      *    NEGATIVE (A CHECKING ACCOUNT OVERDRAWN AT THE CUTOFF, OR
      *    HISTORY THAT WAS ALREADY INCONSISTENT) IS LEFT UNTRIMMED -
      *    A LATER CUTOFF PICKS IT UP ONCE IT IS BACK IN CREDIT, AND
      *    RECONCILE SURFACES ANY GENUINE BREAK - RATHER THAN ARCHIVED
      *    WITH A WRONG BALANCE.
       2200-TRIM-ONE-ACCOUNT.
           IF ARCH-PRIOR-BCF-FOUND
      *        RECOVERY PATH: A PRIOR RUN'S CARRY-FORWARD AT THIS
