               88  OCAP-SENT           VALUE 'S'.
               88  OCAP-SETTLED        VALUE 'D'.
               88  OCAP-RETURNED       VALUE 'R'.
      *    AS KEYED AT CAPTURE AND SCREENED AGAINST THE WATCHLIST
      *    BEFORE THE ITEM IS ACCEPTED.
           05  OCAP-BENEF-NAME         PIC X(50).
