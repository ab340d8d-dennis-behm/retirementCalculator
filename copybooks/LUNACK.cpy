      *    WHEN A LATER CYCLE'S ACKNOWLEDGMENT ARRIVES.  AGED BY
      *    DAYS OUTSTANDING ON THE EBUD17 REPORT SO AN ELECTION THAT
      *    FELL ON THE FLOOR DOWNSTREAM IS CHASED BEFORE THE MEMBER
      *    CALLS AT RETIREMENT.  A MEMBER WITH AN ALTERNATE-PAYEE
      *    DETAIL ON THE FEED HAS ONE ITEM COVERING BOTH DETAILS -
      *    THE ACKNOWLEDGMENT IS BY EMPLOYEE ID (SEE EBUD10).
      *----------------------------------------------------------------
           05  UA-EMPLOYEE-ID               PIC X(09).
           05  UA-BATCH-RUN-DATE            PIC 9(08).
