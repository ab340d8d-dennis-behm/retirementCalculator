      *    TRANSACTION (EBUD21, RETIRNRS) DELETES THE RECORD WHEN A
      *    DATE CHANGE ON THE EBUD13 DELTA LEGITIMATELY RE-OPENS THE
      *    CASE.
      *
      *    EVENT TYPE 'R' IS THE REQUIRED-BEGINNING-DATE OUTREACH
      *    CASE FOR A TERMINATED-VESTED MEMBER, WRITTEN BY EBUD25 ON
      *    THE SAME ONCE-PER-MEMBER BASIS; NH-EVENT-DATE IS THEN THE
      *    REQUIRED BEGINNING DATE.  THE EBUD21 RESET RE-OPENS IT
      *    LIKE ANY OTHER EVENT TYPE.
      *----------------------------------------------------------------
           05  NH-NOTIFY-KEY.
               10  NH-EMPLOYEE-ID           PIC X(09).
               10  NH-EVENT-TYPE            PIC X(01).
                   88  NH-NORMAL-DATE-EVENT     VALUE 'N'.
                   88  NH-EARLY-DATE-EVENT      VALUE 'E'.
                   88  NH-REQUIRED-BEGIN-EVENT  VALUE 'R'.
           05  NH-EVENT-DATE                PIC X(10).
           05  NH-NOTIFY-DATE               PIC 9(08).
           05  FILLER                       PIC X(52).
