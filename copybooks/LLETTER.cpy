      *----------------------------------------------------------------
      *    LLETTER - MEMBER LETTER LINE LAYOUT
      *
      *    ONE MAIL-MERGE-READY LINE PER LETTER: NAME, ADDRESS
      *    BLOCK, EVENT CAPTION AND DATE IN FIXED COLUMNS FOR THE
      *    LETTER-SHOP MERGE.  WRITTEN BY EBUD21 (RETIRLTR, THE
      *    RETIREMENT APPROACH NOTICES) AND EBUD24 (RETIRALT, THE
      *    BENEFIT COMMENCEMENT CONFIRMATIONS); THE LETTER SHOP
      *    PICKS THE TEMPLATE FROM THE EVENT CAPTION.  NAME AND
      *    ADDRESS COME FROM THE EMPNAMAD FILE IN BOTH.
      *
      *    NEW FIELDS ARE ADDED AT THE END SO THE MERGE COLUMNS
      *    ALREADY IN USE DO NOT MOVE.
      *----------------------------------------------------------------
           05  LT-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-EMPLOYEE-NAME             PIC X(30).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-ADDRESS-LINE-1            PIC X(30).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-ADDRESS-LINE-2            PIC X(30).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-CITY                      PIC X(20).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-STATE                     PIC X(02).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-ZIP-CODE                  PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-EVENT-CAPTION             PIC X(24).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-EVENT-DATE                PIC X(10).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-PLAN-CODE                 PIC X(05).
      *
      *    MONTHLY BENEFIT AMOUNT FOR A LETTER THAT QUOTES ONE (THE
      *    EBUD24 COMMENCEMENT CONFIRMATION); SPACES ON AN EBUD21
      *    APPROACH NOTICE.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  LT-BENEFIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(08).
