      *
      *    MODIFICATION HISTORY
      *    2026-09-02  DLB  NEW PROGRAM - NOTIFICATION WORKLIST.
      *    2026-10-15  DLB  RETIROUT DETAIL (LRETOUT) NOW 144 BYTES -
      *                     CREDITED SERVICE AND ITS SOURCE ADDED.
      *    2026-10-15  DLB  LETTER LINE LAYOUT MOVED TO COPYBOOK
      *                     LLETTER, SHARED WITH THE EBUD24 COMMENCEMENT
      *                     CONFIRMATIONS; BENEFIT AMOUNT COLUMN ADDED
      *                     IN THE TRAILING FILLER (SPACES HERE).
      *    2026-10-15  DLB  RETIROUT DETAIL (LRETOUT) NOW 160 BYTES -
      *                     REQUIRED BEGINNING DATE ADDED.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32) AT
      *                     START-UP - THE RUN IS REFUSED, WITH THE
      *                     GATE'S RETURN CODE AND BEFORE ANY FILE IS
      *                     OPENED, UNLESS THE PERIOD IS OPEN AND THE
      *                     SWEEP IS COMPLETE FOR IT - AND RECORD THE
      *                     NOTIFICATION STEP ON RETIRPCF AT THE END.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD  RETIREMENT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-OUTPUT-RECORD         PIC X(160).
      *
      *    LEAD-WINDOW CONTROL - OPTIONAL ONE-RECORD FILE.  A
      *    NUMERIC NON-ZERO MONTH COUNT OVERRIDES THE COMPILED
           05  WK-AS-OF-DATE                PIC 9(08).
           05  FILLER                       PIC X(34).
      *
      *    LETTER FILE - ONE MAIL-MERGE-READY LINE PER NEW CASE
      *    (SEE LLETTER).
       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD.
           COPY LLETTER.
      *
       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
      *    LAYOUT EBUD05 WRITES.
       01  W-RETIREMENT-OUTPUT-DETAIL.
           COPY LRETOUT.
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
           PERFORM B150-APPLY-RESET-TRANSACTIONS
               UNTIL W-RESET-FILE-EOF
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
           MOVE 07         TO GT-STEP-NUMBER
           MOVE 'EBUD21  ' TO GT-JOB-NAME
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD21 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD21 RUN REFUSED - RETURN CODE ' GT-RETC
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - READ THE LEAD-WINDOW CARD, OPEN FILES,
      *    PRIME THE READS AND BUILD THE WINDOW FROM THE AS-OF DATE
      *    ON THE FIRST DETAIL.
           CLOSE WORKLIST-FILE
           CLOSE LETTER-FILE
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
           DISPLAY 'EBUD21 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
