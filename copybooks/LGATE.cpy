      *----------------------------------------------------------------
      *    LGATE - INTERFACE AREA FOR THE EBUD32 STREAM PERIOD GATE
      *
      *    A STREAM JOB CALLS EBUD32 WITH GT-START-STEP BEFORE IT
      *    OPENS ANY OUTPUT, AND WITH GT-COMPLETE-STEP (OR
      *    GT-FAIL-STEP) AT TERMINATION.  GT-CHECK-STEP MAKES THE
      *    START-UP CHECKS WITHOUT UPDATING THE CONTROL RECORD - FOR
      *    THE PARALLEL EBUD05 PARTITIONS, WHICH MUST NOT OPEN THE
      *    SHARED KSDS FOR UPDATE.  THE PERIOD FUNCTIONS ARE USED
      *    ONLY BY THE EBUD33 PERIOD CONTROL RUN.
      *
      *    GT-AS-OF-DATE - ON THE CALL, THE JOB'S OWN AS-OF DATE OR
      *    ZERO; A NON-ZERO DATE MUST BE THE CURRENT PERIOD'S.  ON
      *    RETURN, THE CURRENT PERIOD'S AS-OF DATE.
      *
      *    STEP NUMBERS (PC-STEP-ENTRY SUBSCRIPT IN LPERCTL):
      *      01 SWEEP     EBUD05 FULL SWEEP, OR EBUD18 AFTER THE
      *                   PARALLEL PARTITIONS
      *      02 RECYCLE   EBUD05 CORRECTION RECYCLE RUN
      *      03 EXTRACT   EBUD10 PENSION EXTRACT BALANCING (MAIN
      *                   SWEEP FEED)
      *      04 FORECAST  EBUD08 RETIREMENT FORECAST
      *      05 STATEMNT  EBUD09 MEMBER STATEMENTS
      *      06 DELTA     EBUD13 PERIOD-TO-PERIOD DELTA
      *      07 NOTIFY    EBUD21 NOTIFICATION LETTERS
      *      08 BALANCE   EBUD19 STREAM BALANCING
      *      09 RBD       EBUD25 REQUIRED BEGINNING DATE REPORT AND
      *                   OUTREACH
      *      10 RCYEXTR   EBUD10 BALANCING OF THE RECYCLE FEED (A
      *                   RETIRRCY CARD PRESENT).  RUN ONLY IN A
      *                   PERIOD WITH A RECYCLE; BALANCE WAITS FOR IT
      *                   ONLY WHEN IT HAS BEEN STARTED.
      *
      *    GT-RETC IS ALSO THE RETURN CODE A REFUSED JOB ENDS WITH:
      *       0  GATE PASSED / FUNCTION DONE
      *      20  A PREREQUISITE STEP IS NOT COMPLETE (FOR A CLOSE -
      *          EBUD19 HAS NOT TIED, OR A STEP IS STILL RUNNING)
      *      24  THE PERIOD IS CLOSED
      *      28  NO PERIOD IS OPEN, OR THE DATE GIVEN IS NOT THE
      *          CURRENT PERIOD'S (FOR AN OPEN - THE CURRENT PERIOD
      *          IS STILL OPEN)
      *      32  INVALID REQUEST (UNKNOWN FUNCTION OR STEP, OR A
      *          REOPEN WITHOUT A SUPERVISOR ID AND REASON)
      *----------------------------------------------------------------
           05  GT-REQUEST-FUNCTION          PIC X(01).
               88  GT-START-STEP                VALUE 'S'.
               88  GT-CHECK-STEP                VALUE 'Q'.
               88  GT-COMPLETE-STEP             VALUE 'C'.
               88  GT-FAIL-STEP                 VALUE 'F'.
               88  GT-OPEN-PERIOD               VALUE 'O'.
               88  GT-CLOSE-PERIOD              VALUE 'X'.
               88  GT-REOPEN-PERIOD             VALUE 'P'.
               88  GT-QUERY-PERIOD              VALUE 'D'.
           05  GT-STEP-NUMBER               PIC 9(02).
           05  GT-JOB-NAME                  PIC X(08).
           05  GT-AS-OF-DATE                PIC 9(08).
           05  GT-SUPERVISOR-ID             PIC X(08).
           05  GT-OVERRIDE-REASON           PIC X(40).
           05  GT-RETC                      PIC 9(04).
               88  GT-GATE-PASSED               VALUE 0.
           05  GT-MESSAGE                   PIC X(60).
      *
      *    THE CONTROL RECORD AS IT STANDS AFTER THE CALL (LPERCTL
      *    LAYOUT), FOR THE EBUD33 STATUS LISTING.
           05  GT-PERIOD-IMAGE              PIC X(350).
