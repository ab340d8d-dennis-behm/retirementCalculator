      *----------------------------------------------------------------
      *    LSVCHIST - SERVICE-HISTORY SPAN RECORD LAYOUT
      *
      *    KEYED SERVICE-HISTORY FILE (SVCHIST), ONE RECORD PER
      *    EMPLOYEE SERVICE SPAN, RECORD KEY SH-SPAN-KEY (EMPLOYEE
      *    ID PLUS SPAN START DATE) SO A BROWSE FROM THE EMPLOYEE ID
      *    RETURNS ONE MEMBER'S SPANS IN DATE ORDER.  THE SINGLE
      *    EB-HIRE-DATE ON THE EMPLOYEE MASTER CANNOT SHOW A QUIT
      *    AND REHIRE OR AN UNPAID LEAVE, SO SERVICE MEASURED FROM
      *    IT CREDITED TIME NEVER EARNED (OR LOST PRE-BREAK SERVICE
      *    THE PLAN LETS A MEMBER BRIDGE).
      *
      *    FED BY THE EBUD14 HR PAYROLL LOAD ('H' TRANSACTIONS) AND
      *    CORRECTED THROUGH THE EBUD22 MAINTENANCE RUN; BOTH APPLY
      *    THE SAME EDITS - REAL CALENDAR DATES, END NOT BEFORE
      *    START, A KNOWN SPAN TYPE, NO OVERLAP WITH ANOTHER SPAN OF
      *    THE SAME MEMBER.  READ BY EBUD01 (A350/A390), WHICH
      *    CREDITS THE WORKED, MILITARY AND BRIDGED-BREAK SPANS AND
      *    FALLS BACK TO THE HIRE DATE WHEN A MEMBER HAS NO SPANS.
      *
      *    A ZERO SH-SPAN-END-DATE MEANS THE SPAN IS STILL OPEN (THE
      *    MEMBER IS STILL WORKING, OR STILL ON LEAVE).
      *----------------------------------------------------------------
           05  SH-SPAN-KEY.
               10  SH-EMPLOYEE-ID           PIC X(09).
               10  SH-SPAN-START-DATE       PIC 9(08).
           05  SH-SPAN-END-DATE             PIC 9(08).
           05  SH-SPAN-TYPE                 PIC X(01).
               88  SH-SPAN-WORKED               VALUE 'W'.
               88  SH-SPAN-UNPAID-LEAVE         VALUE 'L'.
               88  SH-SPAN-MILITARY             VALUE 'M'.
               88  SH-SPAN-BRIDGED-BREAK        VALUE 'B'.
               88  SH-SPAN-VALID-TYPE           VALUE 'W' 'L' 'M' 'B'.
               88  SH-SPAN-CREDITED             VALUE 'W' 'M' 'B'.
           05  SH-LAST-UPDATE-DATE          PIC 9(08).
           05  FILLER                       PIC X(46).
