           05  L-CALLER-OVERRIDE-YEARS     PIC 9(02).
           05  L-CALLER-OVERRIDE-MONTHS    PIC 9(02).
           05  L-CALLER-BENEFIT-BASE      PIC 9(07)V99.
      *
      *    CREDITED SERVICE - SEE A350/A390 IN EBUD01.  WHEN THE
      *    EMPLOYEE HAS SPANS ON THE SERVICE-HISTORY FILE (SVCHIST,
      *    SEE LSVCHIST) THE 30-YEAR AND RULE-OF-85 DATES ARE
      *    MEASURED FROM THE CREDITED SERVICE IN THOSE SPANS (WORKED,
      *    MILITARY AND BRIDGED-BREAK TIME COUNTS, UNPAID LEAVE AND
      *    UNBRIDGED GAPS DO NOT); OTHERWISE FROM L-HIRE-DATE AS
      *    BEFORE.  THE CREDITED SERVICE AS OF THE PROCESSING DATE
      *    COMES BACK IN YEARS AND MONTHS EITHER WAY, WITH
      *    L-SERVICE-SOURCE SAYING WHICH ONE WAS USED (SPACE WHEN
      *    THERE WAS NEITHER AND L-SERVICE-RETC IS STILL -9).
      *    L-SERVICE-RETC -2 MEANS THE MEMBER HAS MORE SPANS THAN
      *    THE CREDITING TABLE HOLDS AND NEEDS A HAND CALCULATION.
           05  L-CREDITED-SERVICE-YEARS    PIC 9(02).
           05  L-CREDITED-SERVICE-MONTHS   PIC 9(02).
           05  L-SERVICE-SOURCE            PIC X(01).
               88  L-SERVICE-FROM-SPANS        VALUE 'S'.
               88  L-SERVICE-FROM-HIRE-DATE    VALUE 'H'.
      *
      *    CALCULATION-ONLY MODE CARRIES THE SPANS IN, THE SAME WAY
      *    IT CARRIES THE OVERRIDE AND BENEFIT BASE: THE CALLER
      *    (EBUD20) BROWSES SVCHIST ITSELF AND LOADS UP TO 30 SPANS
      *    HERE.  A ZERO OR NON-NUMERIC COUNT MEANS NO SPANS ON FILE
      *    AND THE HIRE-DATE FALLBACK APPLIES.  A COUNT OVER 30 IS
      *    PASSED THROUGH AS-IS (ONLY 30 ENTRIES LOADED) SO EBUD01
      *    REJECTS THE SERVICE CALCULATION THE SAME WAY IT DOES IN
      *    BATCH.  BATCH CALLERS LEAVE THIS SPACES.
           05  L-CALLER-SPAN-COUNT         PIC 9(02).
           05  L-CALLER-SPAN-ENTRY         OCCURS 30 TIMES.
               10  L-CALLER-SPAN-START-DATE PIC 9(08).
               10  L-CALLER-SPAN-END-DATE   PIC 9(08).
               10  L-CALLER-SPAN-TYPE       PIC X(01).
      *
      *    REQUIRED BEGINNING DATE FOR DISTRIBUTIONS, FROM EBUD04 AT
      *    THE SAME TIME AS THE EARLY/DELAYED DATES (SAME L-EBUD04-
      *    RETC).  SPACES WHEN A330 WAS NOT REACHED OR EBUD04 FAILED.
           05  L-REQUIRED-BEGIN-DATE       PIC X(80).
      *
      *    DOMESTIC RELATIONS ORDER - SEE A375 IN EBUD01.  WHEN A
      *    QUALIFIED ORDER IS ON THE ALTERNATE-PAYEE FILE (RETIRQDR,
      *    SEE LQDRO) FOR THE EMPLOYEE, THE THREE BENEFIT AMOUNTS
      *    ABOVE COME BACK AS THE MEMBER'S SHARE AFTER THE SPLIT AND
      *    THE ALTERNATE PAYEE'S SHARE OF EACH COMES BACK HERE.  THE
      *    PAYEE'S EARLIEST RETIREMENT DATE IS WORKED FROM THE
      *    PAYEE'S OWN BIRTH DATE THE WAY A340 WORKS THE SPOUSE'S;
      *    L-AP-FIRST-PAYMENT-DATE IS THE LATER OF THAT DATE AND THE
      *    EARLIEST PAYMENT DATE IN THE ORDER.  L-QDRO-RETC FOLLOWS
      *    THE SAME -9/0/NEGATIVE NOT-ATTEMPTED/SUCCESS/FAILURE
      *    CONVENTION AS L-EBUD04-RETC; -9 ALSO MEANS NO QUALIFIED
      *    ORDER IS ON FILE.  A FAILURE ON THE PAYEE'S DATES DOES NOT
      *    UNDO THE SPLIT OF THE AMOUNTS.
           05  L-QDRO-ORDER-SW             PIC X(01).
               88  L-QDRO-ORDER-ON-FILE        VALUE 'Y'.
           05  L-QDRO-ORDER-NUMBER         PIC X(12).
           05  L-AP-EARLY-BENEFIT-AMOUNT   PIC 9(07)V99.
           05  L-AP-NORMAL-BENEFIT-AMOUNT  PIC 9(07)V99.
           05  L-AP-DELAYED-BENEFIT-AMOUNT PIC 9(07)V99.
           05  L-AP-EARLIEST-RETIRE-DATE   PIC X(80).
           05  L-AP-FIRST-PAYMENT-DATE     PIC X(10).
           05  L-QDRO-RETC                 PIC S9(04).
      *
      *    CALCULATION-ONLY MODE CARRIES THE ORDER IN, THE SAME WAY
      *    IT CARRIES THE SPANS: THE CALLER (EBUD20) READS RETIRQDR
      *    ITSELF AND LOADS A QUALIFIED ORDER HERE.  A FLAG OTHER
      *    THAN 'Y' MEANS NO ORDER AND NO SPLIT.  BATCH CALLERS LEAVE
      *    THIS SPACES.
           05  L-CALLER-QDRO-FLAG          PIC X(01).
               88  L-CALLER-QDRO-SUPPLIED      VALUE 'Y'.
           05  L-CALLER-QDRO-ORDER-NUMBER  PIC X(12).
           05  L-CALLER-AP-BIRTH-DATE      PIC 9(08).
           05  L-CALLER-QDRO-SPLIT-METHOD  PIC X(01).
           05  L-CALLER-QDRO-SPLIT-PERCENT PIC 9(03)V99.
           05  L-CALLER-QDRO-SPLIT-AMOUNT  PIC 9(07)V99.
           05  L-CALLER-AP-EARLIEST-PAY    PIC 9(08).
      *
      *    CALCULATION-ONLY MODE ONLY - PROPOSED EARLY-REDUCTION AND
      *    DELAYED-CREDIT RATES (PERCENT PER MONTH, .5556 = 5/9 OF 1
      *    PCT) FOR THE EBUD29 WHAT-IF SCENARIO RUN, PASSED THROUGH
      *    TO EBUD16.  RATE-1 IS THE FIRST 36 MONTHS OF REDUCTION,
      *    RATE-2 THE MONTHS BEYOND.  A FLAG OTHER THAN 'Y', OR A
      *    ZERO RATE, MEANS THE STANDARD FRACTION.
           05  L-CALLER-FACTOR-FLAG        PIC X(01).
               88  L-CALLER-FACTORS-SUPPLIED   VALUE 'Y'.
           05  L-CALLER-EARLY-RATE-1       PIC 9V9(04).
           05  L-CALLER-EARLY-RATE-2       PIC 9V9(04).
           05  L-CALLER-CREDIT-RATE        PIC 9V9(04).
