      *                     PARTITION RUN-STATISTICS PIECES TO
      *                     RETIRHST, SO THE PARALLEL PARTITIONS
      *                     NEVER OPEN A SHARED FILE FOR UPDATE.
      *    2026-10-15  DLB  RETIROUT DETAIL (LRETOUT) NOW 144 BYTES -
      *                     CREDITED SERVICE AND ITS SOURCE ADDED.
      *    2026-10-15  DLB  RETIROUT DETAIL (LRETOUT) NOW 160 BYTES -
      *                     REQUIRED BEGINNING DATE ADDED.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32) AT
      *                     START-UP - THE RUN IS REFUSED, WITH THE
      *                     GATE'S RETURN CODE AND BEFORE ANY FILE IS
      *                     OPENED, UNLESS THE PERIOD IS OPEN.  THIS
      *                     STEP OWNS THE SWEEP STEP OF A PARTITIONED
      *                     RUN (THE PARTITIONS ONLY CHECK THE GATE):
      *                     RECORDED COMPLETE AT THE END, OR FAILED
      *                     WHEN A PIECE WAS SHORT OF ITS TRAILER OR
      *                     OUT OF SEQUENCE, SO NO READER OF RETIROUT
      *                     RUNS AGAINST A HALF-FINISHED PARTITION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD  PARTITION-OUTPUT-FILE
           RECORDING MODE IS F.
       01  PARTITION-OUTPUT-RECORD          PIC X(160).
      *
       FD  RETIREMENT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-OUTPUT-RECORD         PIC X(160).
      *
       FD  PARTITION-EXCEPTION-FILE
           RECORDING MODE IS F.
      *    PARTITIONS WROTE.
       01  W-EXTRACT-BUILD-RECORD.
           COPY LPENEXT REPLACING LEADING ==PE-== BY ==PX-==.
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
           PERFORM B200-COPY-OUTPUT-RECORDS
               UNTIL W-OUTPUT-FILE-EOF
           EXIT.
      *
      *----------------------------------------------------------------
      *    B050-CHECK-PERIOD-GATE - BEFORE ANY FILE IS OPENED, ASK
      *    EBUD32 WHETHER THE PERIOD IS OPEN, AND MARK THE SWEEP STEP
      *    RUNNING.  A REFUSED RUN ENDS WITH THE GATE'S RETURN CODE
      *    AND LEAVES THE PRODUCTION FILES ALONE.
      *----------------------------------------------------------------
       B050-CHECK-PERIOD-GATE SECTION.
           MOVE SPACES     TO W-GATE-AREA
           MOVE 'S'        TO GT-REQUEST-FUNCTION
           MOVE 01         TO GT-STEP-NUMBER
           MOVE 'EBUD18  ' TO GT-JOB-NAME
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD18 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD18 RUN REFUSED - RETURN CODE ' GT-RETC
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES AND PRIME EVERY LEG
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           CLOSE SUSPENSE-FILE
           CLOSE PARTITION-HISTORY-FILE
           CLOSE RUN-STATISTICS-FILE
           PERFORM C950-RECORD-STEP-END
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C950-RECORD-STEP-END - THE SWEEP STEP TO COMPLETE ON
      *    EBUD32, OR FAILED WHEN ANY EXTRACT PIECE HAD NO TRAILER,
      *    DID NOT MATCH ITS TRAILER OR WAS OUT OF SEQUENCE - THE
      *    MARK OF A PARTITION THAT DID NOT FINISH.
      *----------------------------------------------------------------
       C950-RECORD-STEP-END SECTION.
           IF W-PIECE-TRAILER-ERRORS > 0
                  OR W-SEQUENCE-ERRORS > 0
                  OR W-PIECE-TRAILERS-SEEN NOT = W-PIECE-HEADERS-SEEN
              MOVE 'F' TO GT-REQUEST-FUNCTION
           ELSE
              MOVE 'C' TO GT-REQUEST-FUNCTION
           END-IF
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD18 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
