      *    COVERS ONE EXTRACT BATCH (ONE SWEEP'S FEED).  AN OUT-OF-
      *    SEQUENCE RECORD IS COUNTED AND REPORTED.
      *
      *    THE PENSION-ELECTION JOB ACKNOWLEDGES BY EMPLOYEE ID - ONE
      *    ACKNOWLEDGMENT PER EMPLOYEE SENT.  AN ALTERNATE-PAYEE
      *    DETAIL ('A', EBUD01 A379) TRAVELS DIRECTLY BEHIND ITS
      *    MEMBER'S DETAIL UNDER THE SAME ID AND IS SET UP DOWNSTREAM
      *    WITH THE MEMBER'S ELECTION, SO THE MEMBER'S ACKNOWLEDGMENT
      *    CONFIRMS BOTH: THE PAYEE DETAIL COUNTS IN THE TRAILER
      *    CHECK BUT TAKES NO PART IN THE MATCH, AND AN UNCONFIRMED
      *    MEMBER'S ONE RETIRUNA ITEM STANDS FOR BOTH DETAILS.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *                     POINTS ITS RETIRPEX DD AT A SEPARATE
      *                     RECYCLE FEED DATASET, BALANCED BY ITS
      *                     OWN EBUD10 STEP.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32) AT
      *                     START-UP - THE RUN IS REFUSED, WITH THE
      *                     GATE'S RETURN CODE AND BEFORE ANY FILE IS
      *                     OPENED, UNLESS THE PERIOD IS OPEN AND THE
      *                     SWEEP IS COMPLETE FOR IT - AND RECORD THE
      *                     EXTRACT STEP ON RETIRPCF AT THE END, FAILED
      *                     WHEN A TRAILER OR SEQUENCE ERROR WAS FOUND.
      *    2026-10-15  DLB  THE RECYCLE FEED'S RUN (RETIRRCY CARD
      *                     PRESENT, AS FOR THE EBUD05 RECYCLE) GATES
      *                     AND RECORDS ITS OWN STEP (10) SO IT CAN NO
      *                     LONGER OVERWRITE THE MAIN FEED'S STEP 03.
      *                     AN ALTERNATE-PAYEE DETAIL IS CONFIRMED BY
      *                     ITS MEMBER'S ACKNOWLEDGMENT INSTEAD OF
      *                     BEING REPORTED SENT BUT NOT ACKNOWLEDGED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS UA-EMPLOYEE-ID.
           SELECT RUN-STATISTICS-FILE     ASSIGN TO RETIRHST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECYCLE-CONTROL-FILE
                                          ASSIGN TO RETIRRCY
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RUN-STATISTICS-RECORD.
           COPY LRUNSTAT.
      *
      *    THE SAME RECYCLE CONTROL CARD EBUD05 READS - ANY RECORD
      *    MARKS THIS AS THE RECYCLE FEED'S BALANCING RUN.
       FD  RECYCLE-CONTROL-FILE
           RECORDING MODE IS F.
       01  RECYCLE-CONTROL-RECORD           PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
               88  W-ACK-FILE-EOF               VALUE 'Y'.
           05  W-BATCH-OPEN-SW              PIC X(01)  VALUE 'N'.
               88  W-BATCH-OPEN                 VALUE 'Y'.
           05  W-RECYCLE-FEED-SW            PIC X(01)  VALUE 'N'.
               88  W-RECYCLE-FEED               VALUE 'Y'.
      *
       01  W-MATCH-KEYS.
           05  W-EXTRACT-KEY                PIC X(09).
           05  W-SENT-NOT-ACKED             PIC 9(09)  COMP VALUE 0.
           05  W-ACKED-NOT-SENT             PIC 9(09)  COMP VALUE 0.
           05  W-SEQUENCE-ERRORS            PIC 9(09)  COMP VALUE 0.
           05  W-PAYEE-DETAILS-READ         PIC 9(09)  COMP VALUE 0.
      *
      *    PER-BATCH CONTROL TOTALS - RESET AT EVERY BATCH HEADER
      *    AND CHECKED AGAINST THAT BATCH'S OWN TRAILER (B130), SO
           05  W-UNACK-CLEARED              PIC 9(09)  COMP VALUE 0.
      *
       01  W-STAT-RUN-DATE                  PIC 9(08).
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
           PERFORM B200-MATCH-FILES
               UNTIL W-EXTRACT-KEY = HIGH-VALUES
           EXIT.
      *
      *----------------------------------------------------------------
      *    B050-CHECK-PERIOD-GATE - BEFORE ANY FILE IS OPENED, ASK
      *    EBUD32 WHETHER THE PERIOD IS OPEN AND THE SWEEP THAT BUILT
      *    THE EXTRACT BATCH IS COMPLETE FOR IT.  THE RECYCLE FEED'S
      *    RUN IS ITS OWN STEP (10), WHICH ALSO NEEDS THE RECYCLE
      *    COMPLETE, SO IT NEVER RECORDS OVER THE MAIN FEED'S STEP.
      *    A REFUSED RUN ENDS WITH THE GATE'S RETURN CODE AND LEAVES
      *    THE LAST RUN'S OUTPUT ALONE.
      *----------------------------------------------------------------
       B050-CHECK-PERIOD-GATE SECTION.
           OPEN INPUT RECYCLE-CONTROL-FILE
           READ RECYCLE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO W-RECYCLE-FEED-SW
           END-READ
           CLOSE RECYCLE-CONTROL-FILE

           MOVE SPACES     TO W-GATE-AREA
           MOVE 'S'        TO GT-REQUEST-FUNCTION
           IF W-RECYCLE-FEED
              DISPLAY 'EBUD10 RECYCLE FEED BALANCING RUN'
              MOVE 10      TO GT-STEP-NUMBER
           ELSE
              MOVE 03      TO GT-STEP-NUMBER
           END-IF
           MOVE 'EBUD10  ' TO GT-JOB-NAME
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD10 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD10 RUN REFUSED - RETURN CODE ' GT-RETC
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
                   IF PE-EMPLOYEE-ID < W-PRIOR-EXTRACT-KEY
                      ADD 1 TO W-SEQUENCE-ERRORS
                   END-IF
      *            A PAYEE DETAIL BEHIND ITS MEMBER'S IS CONFIRMED BY
      *            THE MEMBER'S ACKNOWLEDGMENT - NOT MATCHED ITSELF.
                   IF PE-ALTERNATE-PAYEE-RECORD
                          AND PE-EMPLOYEE-ID = W-PRIOR-EXTRACT-KEY
                      ADD 1 TO W-PAYEE-DETAILS-READ
                      GO TO B110-READ-LOOP
                   END-IF
                   MOVE PE-EMPLOYEE-ID TO W-EXTRACT-KEY
                   MOVE PE-EMPLOYEE-ID TO W-PRIOR-EXTRACT-KEY
                   GO TO END-OF-SECTION
           DISPLAY 'EBUD10 SENT NOT ACKED       - ' W-SENT-NOT-ACKED
           DISPLAY 'EBUD10 ACKED NOT SENT       - ' W-ACKED-NOT-SENT
           DISPLAY 'EBUD10 SEQUENCE ERRORS      - ' W-SEQUENCE-ERRORS
           DISPLAY 'EBUD10 PAYEE DETAILS        - '
                   W-PAYEE-DETAILS-READ
           DISPLAY 'EBUD10 TRAILERS SEEN        - ' W-TRAILERS-SEEN
           DISPLAY 'EBUD10 TRAILER ERRORS       - ' W-TRAILER-ERRORS
           DISPLAY 'EBUD10 UNACK ITEMS ADDED    - ' W-UNACK-ADDED
           CLOSE BALANCING-REPORT-FILE
           CLOSE UNACK-SUSPENSE-FILE
           PERFORM C900-WRITE-RUN-STATISTICS
           PERFORM C950-RECORD-STEP-END
           .
       END-OF-SECTION.
           EXIT.
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C950-RECORD-STEP-END - THE STEP TO COMPLETE ON EBUD32,
      *    OR FAILED WHEN THE FEED HAD A TRAILER OR SEQUENCE ERROR -
      *    A FEED THAT DOES NOT BALANCE HOLDS UP EBUD19 AND THE
      *    PERIOD CLOSE UNTIL IT IS RERUN.
      *----------------------------------------------------------------
       C950-RECORD-STEP-END SECTION.
           IF W-TRAILER-ERRORS > 0
                  OR W-SEQUENCE-ERRORS > 0
              MOVE 'F' TO GT-REQUEST-FUNCTION
           ELSE
              MOVE 'C' TO GT-REQUEST-FUNCTION
           END-IF
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD10 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
