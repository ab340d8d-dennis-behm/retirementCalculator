      *----------------------------------------------------------------
      *    LSALHIST - SALARY-HISTORY RECORD LAYOUT
      *
      *    KEYED SALARY-HISTORY FILE (SALHIST), ONE RECORD PER
      *    EMPLOYEE PER PAY YEAR, RECORD KEY SY-SALARY-KEY (EMPLOYEE
      *    ID PLUS PAY YEAR) SO A BROWSE FROM THE EMPLOYEE ID RETURNS
      *    ONE MEMBER'S YEARS IN ORDER.  SY-PENSIONABLE-PAY IS THE
      *    YEAR'S PENSIONABLE EARNINGS AS REPORTED BY PAYROLL.
      *
      *    FED BY THE EBUD14 HR PAYROLL LOAD ('Y' TRANSACTIONS - A
      *    YEAR RESENT REPLACES THE ONE ON FILE).  READ BY EBUD23,
      *    WHICH WORKS OUT THE FINAL AVERAGE SALARY FROM IT AND
      *    REBUILDS THE EMPSALRY BENEFIT BASE (LSALBASE).  A YEAR
      *    WITH NO PENSIONABLE PAY (AN UNPAID BREAK) HAS NO RECORD.
      *----------------------------------------------------------------
           05  SY-SALARY-KEY.
               10  SY-EMPLOYEE-ID           PIC X(09).
               10  SY-PAY-YEAR              PIC 9(04).
           05  SY-PENSIONABLE-PAY           PIC 9(07)V99.
           05  SY-LAST-UPDATE-DATE          PIC 9(08).
           05  FILLER                       PIC X(50).
