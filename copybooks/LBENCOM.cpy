      *----------------------------------------------------------------
      *    LBENCOM - BENEFIT COMMENCEMENT RECORD LAYOUT
      *
      *    KEYED BENEFIT-COMMENCEMENT FILE (RETIRBCM), ONE RECORD PER
      *    MEMBER WHOSE RETIREMENT APPLICATION HAS BEEN ACCEPTED,
      *    RECORD KEY BC-EMPLOYEE-ID.  WRITTEN BY THE EBUD24
      *    RETIREMENT-APPLICATION RUN AND NEVER REWRITTEN BY IT - A
      *    SECOND APPLICATION FOR A MEMBER ALREADY ON FILE IS
      *    REJECTED, SO THE ELECTION ON RECORD IS THE ONE THE
      *    RETIREE PAYROLL WAS SET UP FROM.
      *
      *    BC-COMMENCEMENT-TYPE SAYS WHERE THE ELECTED DATE FELL
      *    AGAINST THE MEMBER'S EBUD01/EBUD04 DATES: 'E' BEFORE THE
      *    NORMAL DATE (EARLY-ELECTION REDUCTION APPLIED), 'N' IN
      *    THE NORMAL RETIREMENT MONTH, 'D' AFTER IT (DELAYED-
      *    RETIREMENT CREDIT, WHICH STOPS AT THE DELAYED DATE).
      *    BC-ADJUSTMENT-MONTHS IS THE NUMBER OF MONTHS THE
      *    REDUCTION OR CREDIT WAS APPLIED FOR.  BC-MONTHLY-BENEFIT
      *    IS THE EBUD16 AMOUNT AT THE ELECTED DATE, LESS THE
      *    ALTERNATE PAYEE'S SHARE WHEN A QUALIFIED DOMESTIC
      *    RELATIONS ORDER IS ON FILE; BC-BENEFIT-BASE IS THE GROSS
      *    EMPSALRY BASE IT WAS WORKED FROM, BEFORE ANY SPLIT.
      *
      *    A JOINT FORM ('J') CARRIES THE SPOUSE BIRTH DATE FROM
      *    THE EMPLOYEE MASTER AS THE JOINT ANNUITANT'S.
      *----------------------------------------------------------------
           05  BC-EMPLOYEE-ID               PIC X(09).
           05  BC-PLAN-CODE                 PIC X(05).
           05  BC-COMMENCEMENT-DATE         PIC 9(08).
           05  BC-COMMENCEMENT-TYPE         PIC X(01).
               88  BC-EARLY-COMMENCEMENT        VALUE 'E'.
               88  BC-NORMAL-COMMENCEMENT       VALUE 'N'.
               88  BC-DELAYED-COMMENCEMENT      VALUE 'D'.
           05  BC-ADJUSTMENT-MONTHS         PIC 9(03).
           05  BC-BENEFIT-FORM              PIC X(01).
               88  BC-FORM-SINGLE-LIFE          VALUE 'S'.
               88  BC-FORM-JOINT-SPOUSE         VALUE 'J'.
           05  BC-JOINT-BIRTH-DATE          PIC 9(08).
           05  BC-BENEFIT-BASE              PIC 9(07)V99.
           05  BC-MONTHLY-BENEFIT           PIC 9(07)V99.
           05  BC-APPLICATION-DATE          PIC 9(08).
           05  BC-PROCESSED-DATE            PIC 9(08).
           05  FILLER                       PIC X(11).
