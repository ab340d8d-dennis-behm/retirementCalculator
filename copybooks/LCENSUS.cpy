      *----------------------------------------------------------------
      *    LCENSUS - ACTUARIAL VALUATION CENSUS RECORD LAYOUT
      *
      *    ONE RECORD PER EMPLOYEE ON THE MASTER, EVERY STATUS,
      *    WRITTEN BY THE EBUD30 VALUATION CENSUS RUN TO RETIRCNS IN
      *    EMPLOYEE-ID ORDER.  LAST YEAR'S FILE IS READ BACK BY THE
      *    NEXT YEAR'S RUN (RETIRCNP) FOR THE STATUS RECONCILIATION.
      *
      *    AGE AND CREDITED SERVICE ARE MEASURED AT CN-VALUATION-DATE
      *    - SERVICE FOR A RETIREE STOPS AT THE COMMENCEMENT DATE ON
      *    RETIRBCM, AND IS ZERO FOR A DECEASED MEMBER.  A DATE THAT
      *    COULD NOT BE WORKED OUT IS ZERO.  THE COMMENCEMENT FIELDS
      *    ARE FILLED ONLY FOR A MEMBER ON RETIRBCM.
      *
      *    CN-EXCEPTION-FLAG IS 'Y' WHEN THE MEMBER APPEARS ON THE
      *    EBUD30 DATA-QUALITY REPORT.
      *----------------------------------------------------------------
           05  CN-EMPLOYEE-ID               PIC X(09).
           05  CN-VALUATION-DATE            PIC 9(08).
           05  CN-EMPLOYMENT-STATUS         PIC X(01).
           05  CN-BIRTH-DATE                PIC 9(08).
           05  CN-AGE-YEARS                 PIC 9(03).
           05  CN-AGE-MONTHS                PIC 9(02).
           05  CN-HIRE-DATE                 PIC 9(08).
           05  CN-SERVICE-YEARS             PIC 9(02).
           05  CN-SERVICE-MONTHS            PIC 9(02).
           05  CN-SERVICE-SOURCE            PIC X(01).
           05  CN-PLAN-CODE                 PIC X(05).
           05  CN-PLAN-TYPE                 PIC X(01).
           05  CN-BENEFIT-BASE              PIC 9(07)V99.
           05  CN-NORMAL-RETIREMENT-DATE    PIC 9(08).
           05  CN-SPOUSE-BIRTH-DATE         PIC 9(08).
           05  CN-BENEFIT-FORM              PIC X(01).
           05  CN-COMMENCEMENT-DATE         PIC 9(08).
           05  CN-MONTHLY-BENEFIT           PIC 9(07)V99.
           05  CN-EXCEPTION-FLAG            PIC X(01).
               88  CN-HAS-EXCEPTION             VALUE 'Y'.
           05  FILLER                       PIC X(26).
