      *                     THE EBUD19 STREAM BALANCING REPORT.  THE
      *                     AS-OF DATE IS TAKEN FROM THE FIRST
      *                     CURRENT-PERIOD DETAIL'S STAMP.
      *    2026-10-15  DLB  RETIROUT DETAIL (LRETOUT) NOW 144 BYTES -
      *                     CREDITED SERVICE AND ITS SOURCE ADDED.
      *    2026-10-15  DLB  RETIROUT DETAIL (LRETOUT) NOW 160 BYTES -
      *                     REQUIRED BEGINNING DATE ADDED.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32) AT
      *                     START-UP - THE RUN IS REFUSED, WITH THE
      *                     GATE'S RETURN CODE AND BEFORE ANY FILE IS
      *                     OPENED, UNLESS THE PERIOD IS OPEN AND THE
      *                     SWEEP IS COMPLETE FOR IT - AND RECORD THE
      *                     DELTA STEP ON RETIRPCF AT THE END.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD  CURRENT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  CURRENT-OUTPUT-RECORD            PIC X(160).
      *
       FD  PRIOR-OUTPUT-FILE
           RECORDING MODE IS F.
       01  PRIOR-OUTPUT-RECORD              PIC X(160).
      *
       FD  DELTA-REPORT-FILE
           RECORDING MODE IS F.
           05  FILLER                       PIC X(77)  VALUE SPACES.
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
           PERFORM B200-MATCH-PERIODS
               UNTIL W-CURRENT-KEY = HIGH-VALUES
           EXIT.
      *
      *----------------------------------------------------------------
      *    B050-CHECK-PERIOD-GATE - BEFORE ANY FILE IS OPENED, ASK
      *    EBUD32 WHETHER THE PERIOD IS OPEN AND THE SWEEP THAT WROTE
      *    RETIROUT IS COMPLETE FOR IT, SO A RETIROUT LEFT OVER FROM
      *    LAST MONTH OR FROM A HALF-FINISHED PARTITION RUN IS NEVER
      *    READ.  A REFUSED RUN ENDS WITH THE GATE'S RETURN CODE AND
      *    LEAVES THE LAST RUN'S OUTPUT ALONE.
      *----------------------------------------------------------------
       B050-CHECK-PERIOD-GATE SECTION.
           MOVE SPACES     TO W-GATE-AREA
           MOVE 'S'        TO GT-REQUEST-FUNCTION
           MOVE 06         TO GT-STEP-NUMBER
           MOVE 'EBUD13  ' TO GT-JOB-NAME
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD13 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD13 RUN REFUSED - RETURN CODE ' GT-RETC
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES AND PRIME BOTH MATCH LEGS
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           CLOSE PRIOR-OUTPUT-FILE
           CLOSE DELTA-REPORT-FILE
           PERFORM C900-WRITE-RUN-STATISTICS
           PERFORM C950-RECORD-STEP-END
           .
       END-OF-SECTION.
           EXIT.
           .
       END-OF-SECTION.
           EXIT.
      *
       C950-RECORD-STEP-END SECTION.
           MOVE 'C' TO GT-REQUEST-FUNCTION
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD13 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
