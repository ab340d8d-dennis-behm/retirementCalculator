      *----------------------------------------------------------------
      *    LPERCTL - STREAM PERIOD CONTROL RECORD LAYOUT (RETIRPCF)
      *
      *    ONE RECORD, KEY 'PERIOD  ', FOR THE CURRENT PERIOD OF THE
      *    MONTHLY STREAM.  OPENED, CLOSED AND REOPENED ONLY BY THE
      *    EBUD33 PERIOD CONTROL RUN; EVERY OTHER UPDATE IS MADE BY
      *    THE EBUD32 GATE ON BEHALF OF A STREAM JOB - THE JOB'S OWN
      *    STEP GOES TO 'R' WHEN IT PASSES THE GATE AT START-UP AND
      *    TO 'C' OR 'F' AT ITS TERMINATION.  A JOB THAT ABENDS
      *    LEAVES ITS STEP AT 'R', WHICH NO DEPENDENT STEP ACCEPTS.
      *
      *    PC-STEP-ENTRY IS SUBSCRIPTED BY THE STEP NUMBERS LISTED IN
      *    LGATE - 01 THROUGH 08 THE STREAM PROPER, 09 THE EBUD25
      *    REQUIRED BEGINNING DATE OUTREACH, 10 THE EBUD10 BALANCING
      *    OF THE RECYCLE FEED ('N' IN A PERIOD WITH NO RECYCLE).
      *    THE REOPEN FIELDS HOLD THE LAST SUPERVISOR
      *    OVERRIDE THAT REOPENED THE PERIOD.
      *----------------------------------------------------------------
           05  PC-CONTROL-KEY               PIC X(08).
           05  PC-PERIOD-AS-OF-DATE         PIC 9(08).
           05  PC-PERIOD-STATUS             PIC X(01).
               88  PC-PERIOD-OPEN               VALUE 'O'.
               88  PC-PERIOD-CLOSED             VALUE 'C'.
           05  PC-OPENED-DATE               PIC 9(08).
           05  PC-CLOSED-DATE               PIC 9(08).
           05  PC-STEP-ENTRY                OCCURS 10 TIMES.
               10  PC-STEP-STATUS           PIC X(01).
                   88  PC-STEP-NOT-STARTED      VALUE 'N'.
                   88  PC-STEP-RUNNING          VALUE 'R'.
                   88  PC-STEP-COMPLETE         VALUE 'C'.
                   88  PC-STEP-FAILED           VALUE 'F'.
               10  PC-STEP-JOB-NAME         PIC X(08).
               10  PC-STEP-DATE             PIC 9(08).
               10  PC-STEP-TIME             PIC 9(08).
           05  PC-REOPEN-COUNT              PIC 9(02).
           05  PC-REOPEN-DATE               PIC 9(08).
           05  PC-REOPEN-SUPERVISOR         PIC X(08).
           05  PC-REOPEN-REASON             PIC X(40).
           05  FILLER                       PIC X(09).
