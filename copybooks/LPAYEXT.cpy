      *----------------------------------------------------------------
      *    LPAYEXT - HR PAYROLL EXTRACT TRANSACTION LAYOUT
      *
      *    THE HRPAYEXT TRANSACTION FILE APPLIED TO THE EMPLOYEE
      *    MASTER BY THE EBUD14 LOAD.  ONE RECORD PER ADD ('A'),
      *    FULL CHANGE ('C') OR STATUS-ONLY FLIP ('S').  A STATUS
      *    FLIP CARRIES ONLY THE ID AND THE NEW STATUS SO A ROUTINE
      *    RETIREMENT OR DEATH NOTICE CANNOT DISTURB THE DATES
      *    ALREADY ON FILE.  A SERVICE-SPAN RECORD ('H') CARRIES ONE
      *    SPAN OF THE MEMBER'S SERVICE HISTORY IN PLACE OF THE
      *    MASTER FIELDS, AND A PAY-YEAR RECORD ('Y') ONE YEAR OF
      *    PENSIONABLE PAY.
      *
      *    HR IS NOT THE ONLY SOURCE OF THESE TRANSACTIONS - A
      *    PROGRAM THAT DECIDES A MEMBER'S STATUS HAS CHANGED (THE
      *    EBUD24 RETIREMENT-APPLICATION RUN, THE EBUD26 DEATH-
      *    MASTER MATCH) WRITES ITS STATUS FLIPS IN THIS SAME
      *    LAYOUT, SO THEY GO THROUGH THE NORMAL MASTER LOAD WITH
      *    ITS EDITS AND ITS CHANGE-AUDIT TRAIL
      *    INSTEAD OF UPDATING THE MASTER DIRECTLY.
      *----------------------------------------------------------------
           05  PX-TRANSACTION-CODE          PIC X(01).
               88  PX-ADD-TRANSACTION           VALUE 'A'.
               88  PX-CHANGE-TRANSACTION        VALUE 'C'.
               88  PX-STATUS-TRANSACTION        VALUE 'S'.
               88  PX-SPAN-TRANSACTION          VALUE 'H'.
               88  PX-SALARY-TRANSACTION        VALUE 'Y'.
           05  PX-EMPLOYEE-ID               PIC X(09).
           05  PX-MASTER-DATA.
               10  PX-BIRTH-DATE            PIC 9(08).
               10  PX-PLAN-CODE             PIC X(05).
               10  PX-EMPLOYMENT-STATUS     PIC X(01).
               10  PX-HIRE-DATE             PIC 9(08).
               10  PX-SPOUSE-BIRTH-DATE     PIC 9(08).
           05  PX-SPAN-DATA REDEFINES PX-MASTER-DATA.
               10  PX-SPAN-START-DATE       PIC 9(08).
               10  PX-SPAN-END-DATE         PIC 9(08).
               10  PX-SPAN-TYPE             PIC X(01).
               10  FILLER                   PIC X(13).
           05  PX-SALARY-DATA REDEFINES PX-MASTER-DATA.
               10  PX-PAY-YEAR              PIC 9(04).
               10  PX-PENSIONABLE-PAY       PIC 9(07)V99.
               10  FILLER                   PIC X(17).
           05  FILLER                       PIC X(40).
