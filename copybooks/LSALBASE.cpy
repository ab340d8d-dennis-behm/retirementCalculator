      *
      *    COMPANION KEYED FILE TO THE EMPLOYEE MASTER (EMPSALRY),
      *    ONE RECORD PER EMPLOYEE, RECORD KEY SB-EMPLOYEE-ID.
      *    CARRIES THE ESTIMATED FULL (NORMAL) MONTHLY BENEFIT BASE,
      *    REBUILT IN FULL BY EBUD23 FROM THE SALARY-HISTORY FILE
      *    (SALHIST) AND THE PLAN'S FORMULA FACTORS ON PLANREF: FINAL
      *    AVERAGE SALARY TIMES THE ACCRUAL MULTIPLIER TIMES CREDITED
      *    SERVICE, DIVIDED BY 12.  THE FACTORS THE BASE WAS BUILT
      *    FROM ARE KEPT ON THE RECORD AND PRINTED ON THE EBUD23
      *    WORKSHEET SO THE FIGURE CAN BE DEFENDED LINE BY LINE.
      *    (IT WAS ONCE A FIGURE HR WORKED OUT BY HAND AND SENT US.)
      *    LOOKED UP BY EBUD01
      *    (A370) TO TURN THE BASE INTO ESTIMATED MONTHLY BENEFIT
      *    AMOUNTS AT THE EARLY, NORMAL AND DELAYED DATES VIA EBUD16.
      *    AN EMPLOYEE WITH NO RECORD HERE SIMPLY GETS NO DOLLAR
      *----------------------------------------------------------------
           05  SB-EMPLOYEE-ID               PIC X(09).
           05  SB-MONTHLY-BENEFIT-BASE     PIC 9(07)V99.
           05  SB-FINAL-AVERAGE-SALARY      PIC 9(07)V99.
           05  SB-CREDITED-SERVICE-YEARS    PIC 9(02).
           05  SB-CREDITED-SERVICE-MONTHS   PIC 9(02).
           05  SB-COMPUTED-DATE             PIC 9(08).
           05  FILLER                       PIC X(41).
