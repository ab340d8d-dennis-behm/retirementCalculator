      *    AT ALL, WHICH MEANS IT NEVER REACHED NORMAL COMPLETION -
      *    IS FLAGGED.
      *
      *    THE PERIOD IS THE CURRENT PERIOD ON THE PERIOD CONTROL
      *    FILE (RETIRPCF), TAKEN FROM THE EBUD32 GATE, WHICH ALSO
      *    REFUSES THE RUN UNTIL EVERY STEP WHOSE LEG IS BALANCED
      *    HERE IS COMPLETE.  THE BALANCING STEP IS RECORDED
      *    COMPLETE ONLY WHEN EVERY LEG TIES - THE PERIOD CANNOT BE
      *    CLOSED OTHERWISE.
      *
      *    EBUD05 AND EBUD10 RECORDS FOR THE PERIOD ARE SUMMED (A
      *    PARTITIONED SWEEP WRITES ONE RECORD PER PARTITION AND A
      *    RECYCLE RUN ADDS ANOTHER; EBUD10 BALANCES EACH EXTRACT
      *    BATCH SEPARATELY); FOR THE REPORT JOBS THE LATEST RECORD
      *    OF THE PERIOD IS TAKEN, SO A RERUN OF A REPORT COUNTS
      *    ONCE.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-09-02  DLB  NEW PROGRAM - STREAM BALANCING REPORT.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32) AT
      *                     START-UP AND BALANCE THE PERIOD ON THE
      *                     PERIOD CONTROL FILE INSTEAD OF THE
      *                     HIGHEST EBUD05 AS-OF DATE ON RETIRHST.
      *                     THE RUN IS REFUSED, WITH THE GATE'S
      *                     RETURN CODE, UNTIL THE SWEEP, EXTRACT,
      *                     FORECAST, STATEMENT AND DELTA STEPS ARE
      *                     COMPLETE FOR THE PERIOD; AT THE END THE
      *                     BALANCING STEP IS RECORDED COMPLETE WHEN
      *                     EVERY LEG TIED AND FAILED OTHERWISE, AND
      *                     ONLY A COMPLETE BALANCING STEP LETS EBUD33
      *                     CLOSE THE PERIOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                       PIC X(45)  VALUE SPACES.
      *
       01  W-PRINT-LINE                     PIC X(132).
      *
       01  W-GATE-PROGRAM                  PIC X(08)  VALUE 'EBUD32'.
      *
       01  W-GATE-AREA.
           COPY LGATE.
      *
       PROCEDURE DIVISION.
      *
       A000-MAINLINE SECTION.
           PERFORM B050-CHECK-PERIOD-GATE
           IF NOT GT-GATE-PASSED
              GOBACK
           END-IF
           PERFORM B100-INITIALIZE
           PERFORM B200-LOAD-HISTORY-RECORD
               UNTIL W-HISTORY-FILE-EOF
           EXIT.
      *
      *----------------------------------------------------------------
      *    B050-CHECK-PERIOD-GATE - BEFORE ANY FILE IS OPENED, ASK
      *    EBUD32 WHETHER THE PERIOD IS OPEN AND EVERY STEP THIS
      *    REPORT BALANCES IS COMPLETE FOR IT.  A REFUSED RUN ENDS
      *    WITH THE GATE'S RETURN CODE; THE GATE'S AS-OF DATE IS THE
      *    PERIOD BALANCED.
      *----------------------------------------------------------------
       B050-CHECK-PERIOD-GATE SECTION.
           MOVE SPACES     TO W-GATE-AREA
           MOVE 'S'        TO GT-REQUEST-FUNCTION
           MOVE 08         TO GT-STEP-NUMBER
           MOVE 'EBUD19  ' TO GT-JOB-NAME
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD19 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD19 RUN REFUSED - RETURN CODE ' GT-RETC
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES AND PRIME THE READ
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-DETERMINE-PERIOD - THE PERIOD BALANCED IS THE CURRENT
      *    PERIOD THE GATE RETURNED.  EVERY STREAM JOB STAMPS ITS
      *    RUN-HISTORY RECORD WITH THAT AS-OF DATE.
      *----------------------------------------------------------------
       B300-DETERMINE-PERIOD SECTION.
           MOVE GT-AS-OF-DATE TO W-PERIOD-AS-OF-DATE
           .
       END-OF-SECTION.
           EXIT.
           END-IF
           CLOSE RUN-STATISTICS-FILE
           CLOSE BALANCE-REPORT-FILE
           PERFORM C950-RECORD-STEP-END
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C950-RECORD-STEP-END - THE BALANCING STEP TO COMPLETE ON
      *    EBUD32 ONLY WHEN EVERY LEG TIED AND THE WHOLE HISTORY FILE
      *    WAS LOADED; OTHERWISE FAILED, AND THE PERIOD STAYS OPEN.
      *----------------------------------------------------------------
       C950-RECORD-STEP-END SECTION.
           IF W-LEGS-OUT-OF-BALANCE = 0
                  AND W-RECORDS-DROPPED = 0
              MOVE 'C' TO GT-REQUEST-FUNCTION
           ELSE
              MOVE 'F' TO GT-REQUEST-FUNCTION
           END-IF
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD19 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
