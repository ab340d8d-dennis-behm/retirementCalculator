           05  RO-NORMAL-BENEFIT-AMT        PIC 9(07)V99.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RO-DELAYED-BENEFIT-AMT       PIC 9(07)V99.
      *
      *    CREDITED SERVICE AS OF RO-AS-OF-DATE (A350 IN EBUD01) AND
      *    WHERE IT CAME FROM - 'S' SERVICE-HISTORY SPANS, 'H' HIRE
      *    DATE (NO SPANS ON FILE), SPACE WHEN NEITHER WAS AVAILABLE.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RO-CREDITED-SVC-YEARS        PIC 9(02).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RO-CREDITED-SVC-MONTHS       PIC 9(02).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RO-SERVICE-SOURCE            PIC X(01).
      *
      *    REQUIRED BEGINNING DATE FOR DISTRIBUTIONS (EBUD04 VIA
      *    EBUD01), CARRIED FOR TERMINATED-VESTED MEMBERS ONLY - THE
      *    ONES WHO CAN REACH IT WITHOUT HAVING STARTED A BENEFIT.
      *    SPACES FOR EVERY OTHER STATUS.  READ BY THE EBUD25
      *    REQUIRED-BEGINNING-DATE REPORT.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RO-REQUIRED-BEGIN-DATE       PIC X(10).
      *
      *    'Y' WHEN A QUALIFIED DOMESTIC RELATIONS ORDER IS ON FILE
      *    FOR THE MEMBER (A375 IN EBUD01) - THE BENEFIT AMOUNTS
      *    ABOVE ARE THEN THE MEMBER'S SHARE AFTER THE ALTERNATE
      *    PAYEE'S SHARE WAS TAKEN OUT, AND THE EBUD09 STATEMENT SAYS
      *    SO.  SPACE OTHERWISE.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RO-QDRO-FLAG                 PIC X(01).
               88  RO-QDRO-ORDER-ON-FILE        VALUE 'Y'.
           05  FILLER                       PIC X(06).
