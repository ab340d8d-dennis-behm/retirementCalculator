      *    BY EBUD07 (OVERRIDE TRANSACTIONS) AND THE EBUD05 SWEEP;
      *    THE DESCRIPTION IS PRINTED ON THE EBUD08 PLAN BREAKDOWN
      *    AND THE EBUD09 STATEMENTS.
      *
      *    THE BENEFIT FORMULA FACTORS EBUD23 BUILDS THE EMPSALRY
      *    BASE FROM: PL-FAS-YEARS IS HOW MANY CONSECUTIVE PAY YEARS
      *    THE FINAL AVERAGE SALARY IS TAKEN OVER (THE HIGHEST-PAID
      *    RUN OF THAT MANY YEARS), PL-ACCRUAL-MULTIPLIER THE ANNUAL
      *    ACCRUAL RATE PER YEAR OF CREDITED SERVICE (.0150 = 1.5
      *    PCT).  ZERO OR BLANK MEANS THE PLAN HAS NO FORMULA ON FILE
      *    AND NO BASE IS BUILT FOR ITS MEMBERS.
      *----------------------------------------------------------------
           05  PL-PLAN-CODE                 PIC X(05).
           05  PL-DESCRIPTION               PIC X(30).
           05  PL-BARGAINING-UNIT-FLAG      PIC X(01).
               88  PL-BARGAINING-UNIT           VALUE 'Y'.
               88  PL-NOT-BARGAINING-UNIT       VALUE 'N'.
           05  PL-FAS-YEARS                 PIC 9(02).
           05  PL-ACCRUAL-MULTIPLIER        PIC 9V9(04).
           05  FILLER                       PIC X(36).
