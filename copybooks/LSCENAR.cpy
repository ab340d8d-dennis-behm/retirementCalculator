      *----------------------------------------------------------------
      *    LSCENAR - PLAN-DESIGN WHAT-IF SCENARIO RECORD LAYOUT
      *
      *    ONE RECORD PER PLAN CODE WHOSE DESIGN A PROPOSAL CHANGES,
      *    READ BY THE EBUD29 SCENARIO RUN (RETIRSCN).  THE VALUES
      *    ARE APPLIED IN MEMORY ONLY - NOTHING HERE EVER REACHES
      *    RETIROVR, THE AUDIT TRAIL OR THE PENSION EXTRACT.
      *
      *    SN-AGE-YEARS/MONTHS - PROPOSED FULL-RETIREMENT AGE, USED
      *    AS THE PLAN'S AGE OVERRIDE FOR THE SCENARIO PASS.  ZERO
      *    KEEPS THE PRODUCTION AGE (RETIROVR, ELSE LRETRULE).
      *
      *    SN-EARLY-RATE-1/2, SN-CREDIT-RATE - PROPOSED EARLY-
      *    ELECTION REDUCTION (FIRST 36 MONTHS / MONTHS BEYOND) AND
      *    DELAYED-RETIREMENT CREDIT, PERCENT PER MONTH (.5556 = 5/9
      *    OF 1 PCT).  ZERO KEEPS THE STANDARD FRACTION (SEE EBUD16).
      *----------------------------------------------------------------
           05  SN-PLAN-CODE                 PIC X(05).
           05  SN-AGE-YEARS                 PIC 9(02).
           05  SN-AGE-MONTHS                PIC 9(02).
           05  SN-EARLY-RATE-1              PIC 9V9(04).
           05  SN-EARLY-RATE-2              PIC 9V9(04).
           05  SN-CREDIT-RATE               PIC 9V9(04).
           05  FILLER                       PIC X(56).
