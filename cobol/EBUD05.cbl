      *                     THE SAME WAY AS THE OUTPUT FILES -
      *                     PARALLEL JOBS NEVER OPEN ONE NON-RLS
      *                     KSDS (OR ONE EXTEND FILE) TOGETHER.
      *    2026-10-15  DLB  CARRY THE CREDITED SERVICE YEARS/MONTHS
      *                     AND ITS SOURCE (SERVICE-HISTORY SPANS OR
      *                     HIRE DATE) EBUD01 NOW RETURNS ON THE
      *                     LRETOUT DETAIL, NOW 144 BYTES.
      *    2026-10-15  DLB  CARRY THE REQUIRED BEGINNING DATE FROM
      *                     EBUD01/EBUD04 ON THE DETAIL FOR TERMINATED-
      *                     VESTED MEMBERS; LRETOUT NOW 160 BYTES.
      *    2026-10-15  DLB  FLAG THE DETAIL (RO-QDRO-FLAG) WHEN EBUD01
      *                     SPLIT THE BENEFIT AMOUNTS UNDER A DOMESTIC
      *                     RELATIONS ORDER - THE AMOUNTS ON THE
      *                     DETAIL ARE THEN THE MEMBER'S SHARE.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32)
      *                     BEFORE ANY OUTPUT IS OPENED: A SWEEP,
      *                     PARTITION OR RECYCLE RUN IS REFUSED, WITH
      *                     THE GATE'S RETURN CODE, UNLESS THE PERIOD
      *                     ON RETIRPCF IS OPEN AND ANY RETIRDTE DATE
      *                     IS THAT PERIOD'S - A RERUN CAN NO LONGER
      *                     OVERWRITE RETIROUT, THE EXTRACT OR THE
      *                     SURVIVOR FILE OF A CLOSED PERIOD.  WITHOUT
      *                     A RETIRDTE CARD THE RUN TAKES THE PERIOD'S
      *                     AS-OF DATE; A RECYCLE RUN NOW TAKES IT
      *                     FROM THERE INSTEAD OF THE SUSPENSE RECORDS
      *                     AND NEEDS THE SWEEP COMPLETE.  THE SWEEP
      *                     AND RECYCLE STEPS ARE RECORDED COMPLETE AT
      *                     THE END; A PARTITION ONLY CHECKS THE GATE
      *                     AND EBUD18 OWNS THE SWEEP STEP.  AD HOC
      *                     REQUEST RUNS ARE NOT GATED.
      *    2026-10-15  DLB  COUNT THE ALTERNATE-PAYEE EXTRACT DETAIL
      *                     EBUD01 WRITES FOR A QUALIFIED ORDER IN
      *                     RS-RECORDS-EXTRACTED, SO EBUD19'S EXTRACT
      *                     LEG TIES TO EBUD10.  A FAILED SUSPENSE OR
      *                     RESTART-CONTROL UPDATE IS COUNTED AND THE
      *                     SWEEP OR RECYCLE STEP IS RECORDED FAILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD  RETIREMENT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-OUTPUT-RECORD         PIC X(160).
      *
      *    REQUEST-FILE - OPTIONAL LIST OF EMPLOYEE IDS.  WHEN THE
      *    FILE HAS RECORDS THE RUN IS A SELECTIVE (REQUEST-MODE) RUN
      *
       FD  REQUEST-REPLY-FILE
           RECORDING MODE IS F.
       01  REQUEST-REPLY-RECORD             PIC X(160).
      *
      *    PROCESS-DATE-FILE - OPTIONAL ONE-RECORD CONTROL FILE.  A
      *    NUMERIC NON-ZERO PD-AS-OF-DATE MAKES THIS AN AS-OF RUN
               88  W-SUSPENSE-FILE-EOF          VALUE 'Y'.
           05  W-PARTITION-MODE-SW          PIC X(01)  VALUE 'N'.
               88  W-PARTITION-MODE             VALUE 'Y'.
           05  W-GATE-REFUSED-SW            PIC X(01)  VALUE 'N'.
               88  W-GATE-REFUSED               VALUE 'Y'.
      *
       01  W-CONTROL-KEY-CONSTANT           PIC X(08)  VALUE 'RETIRCKP'.
      *
           05  W-UNKNOWN-PLAN-CODES         PIC 9(09)  COMP VALUE 0.
           05  W-SURVIVORS-CALCULATED       PIC 9(09)  COMP VALUE 0.
           05  W-SURVIVORS-REJECTED         PIC 9(09)  COMP VALUE 0.
           05  W-PAYEE-DETAILS-WRITTEN      PIC 9(09)  COMP VALUE 0.
      *
      *    KEYED UPDATES TO THE SUSPENSE OR RESTART-CONTROL FILE THAT
      *    FAILED - ANY AT ALL AND THE STEP IS RECORDED FAILED (C950).
       01  W-ERROR-COUNTS.
           05  W-FILE-UPDATE-ERRORS         PIC 9(09)  COMP VALUE 0.
      *
       01  W-REQUEST-COUNTS.
           05  W-REQUESTS-READ              PIC 9(09)  COMP VALUE 0.
      *
       01  W-INTERFACE-AREA.
           COPY LINPUT.
      *
       01  W-GATE-PROGRAM                  PIC X(08)  VALUE 'EBUD32'.
      *
       01  W-GATE-AREA.
           COPY LGATE.
      *
       PROCEDURE DIVISION.
      *
       A000-MAINLINE SECTION.
           PERFORM B100-INITIALIZE
           IF W-GATE-REFUSED
              GOBACK
           END-IF
           EVALUATE TRUE
               WHEN W-REQUEST-MODE
                   PERFORM B300-PROCESS-REQUESTS
              CLOSE RECYCLE-CONTROL-FILE
           END-IF

      *    EVERY RUN BUT AN AD HOC REQUEST PASSES THE PERIOD GATE
      *    BEFORE THE EXCEPTION REPORT OR ANY OUTPUT IS OPENED.
           IF NOT W-REQUEST-MODE
              IF NOT W-RECYCLE-MODE
                 PERFORM B130-READ-KEY-RANGE-CARD
              END-IF
              PERFORM B140-CHECK-PERIOD-GATE
              IF W-GATE-REFUSED
                 CLOSE REQUEST-FILE
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           OPEN INPUT  PLAN-REFERENCE-FILE

      *    A RECYCLE RUN APPENDS TO THE CURRENT PERIOD'S OUTPUT AND
      *    NEVER OPENS THE RESTART-CONTROL OR SURVIVOR FILES - IT
      *    CANNOT DISTURB THE MONTHLY SWEEP'S CHECKPOINT.  ITS PERIOD
      *    IS THE OPEN PERIOD ON RETIRPCF (B140), SO THE RECYCLED
      *    DETAILS, EXTRACT BATCH AND RUN-STATISTICS RECORD ALL JOIN
      *    THE PERIOD THE EBUD19 MORNING REPORT BALANCES - NOT A NEW
      *    PERIOD DATED BY THE DAY THE CORRECTIONS WERE KEYED.  AN
      *    EMPLOYEE SUSPENDED IN A PERIOD SINCE CLOSED IS RECOVERED
      *    INTO THE OPEN PERIOD, NEVER APPENDED TO OUTPUT ALREADY
      *    MAILED.
           IF W-RECYCLE-MODE
              OPEN I-O SUSPENSE-FILE
              DISPLAY 'EBUD05 RECYCLE RUN - REPROCESSING SUSPENSE'
              OPEN EXTEND RETIREMENT-OUTPUT-FILE
              PERFORM B410-READ-SUSPENSE-RECORD
              GO TO END-OF-SECTION
           END-IF

      *    A PARTITION WRITES ITS REJECTS TO ITS OWN SEQUENTIAL
      *    PIECE DATASET - ONLY THE SINGLE-JOB SWEEP UPDATES THE
      *    SUSPENSE KSDS DIRECTLY, SO PARALLEL PARTITIONS NEVER
           EXIT.
      *
      *----------------------------------------------------------------
      *    B140-CHECK-PERIOD-GATE - ASK EBUD32 WHETHER THIS RUN MAY
      *    WRITE INTO THE CURRENT PERIOD.  THE FULL SWEEP STARTS THE
      *    SWEEP STEP (PUTTING EVERY LATER STEP BACK TO NOT STARTED,
      *    SINCE RETIROUT IS ABOUT TO BE REWRITTEN); A RECYCLE RUN
      *    STARTS THE RECYCLE STEP AND NEEDS THE SWEEP COMPLETE; A
      *    PARTITION ONLY CHECKS, BECAUSE PARALLEL PARTITIONS MUST
      *    NOT UPDATE THE SHARED CONTROL KSDS - EBUD18 STARTS AND
      *    ENDS THE SWEEP STEP FOR A PARTITIONED RUN.  A RETIRDTE
      *    DATE MUST BE THE PERIOD'S; WITHOUT ONE THE RUN TAKES THE
      *    PERIOD'S AS-OF DATE.  A REFUSED RUN ENDS WITH THE GATE'S
      *    RETURN CODE BEFORE ANY OUTPUT FILE IS OPENED.
      *----------------------------------------------------------------
       B140-CHECK-PERIOD-GATE SECTION.
           MOVE SPACES       TO W-GATE-AREA
           MOVE 'EBUD05  '   TO GT-JOB-NAME
           MOVE W-AS-OF-DATE TO GT-AS-OF-DATE
           MOVE 0            TO GT-RETC
           EVALUATE TRUE
               WHEN W-RECYCLE-MODE
                   MOVE 'S' TO GT-REQUEST-FUNCTION
                   MOVE 02  TO GT-STEP-NUMBER
               WHEN W-PARTITION-MODE
                   MOVE 'Q' TO GT-REQUEST-FUNCTION
                   MOVE 01  TO GT-STEP-NUMBER
               WHEN OTHER
                   MOVE 'S' TO GT-REQUEST-FUNCTION
                   MOVE 01  TO GT-STEP-NUMBER
           END-EVALUATE
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD05 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD05 RUN REFUSED - RETURN CODE ' GT-RETC
              MOVE GT-RETC TO RETURN-CODE
              MOVE 'Y' TO W-GATE-REFUSED-SW
              GO TO END-OF-SECTION
           END-IF

           IF W-AS-OF-DATE = 0
              MOVE GT-AS-OF-DATE TO W-AS-OF-DATE
              MOVE GT-AS-OF-DATE TO W-EFFECTIVE-DATE
              DISPLAY 'EBUD05 PERIOD AS-OF DATE    - ' W-AS-OF-DATE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-PROCESS-EMPLOYEES - ONE PASS PER EMPLOYEE RECORD,
      *    ROUTED BY EMPLOYMENT STATUS.  ONLY ACTIVE AND TERMINATED-
      *    VESTED MEMBERS STILL HAVE A BENEFIT TO CALCULATE; RETIREES
       B240-UPDATE-RESTART-CONTROL SECTION.
           MOVE EB-EMPLOYEE-ID TO RC-LAST-EMPLOYEE-ID
           REWRITE RESTART-CONTROL-RECORD
               INVALID KEY
                   ADD 1 TO W-FILE-UPDATE-ERRORS
           END-REWRITE
           .
       END-OF-SECTION.
           EXIT.

           IF RETC = 0
              ADD 1 TO W-EMPLOYEES-PROCESSED
      *       A QUALIFIED ORDER WITH THE PAYEE'S DATES WORKED OUT
      *       GETS ITS OWN 'A' EXTRACT DETAIL FROM EBUD01 (A379).
              IF NOT W-REQUEST-MODE
                     AND L-QDRO-ORDER-ON-FILE
                     AND L-QDRO-RETC = 0
                 ADD 1 TO W-PAYEE-DETAILS-WRITTEN
              END-IF
           ELSE
              ADD 1 TO W-EMPLOYEES-REJECTED
              PERFORM B230-WRITE-EXCEPTION-RECORD
                   MOVE W-RUN-DATE     TO SU-LAST-RUN-DATE
                   MOVE W-EFFECTIVE-DATE TO SU-AS-OF-DATE
                   WRITE SUSPENSE-RECORD
                       INVALID KEY
                           ADD 1 TO W-FILE-UPDATE-ERRORS
                   END-WRITE
               NOT INVALID KEY
                   MOVE EB-BIRTH-DATE  TO SU-BIRTH-DATE
                   MOVE W-RUN-DATE     TO SU-LAST-RUN-DATE
                   MOVE W-EFFECTIVE-DATE TO SU-AS-OF-DATE
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           ADD 1 TO W-FILE-UPDATE-ERRORS
                   END-REWRITE
           END-READ
           .
           MOVE L-EARLY-BENEFIT-AMOUNT     TO RO-EARLY-BENEFIT-AMT
           MOVE L-NORMAL-BENEFIT-AMOUNT    TO RO-NORMAL-BENEFIT-AMT
           MOVE L-DELAYED-BENEFIT-AMOUNT   TO RO-DELAYED-BENEFIT-AMT
           MOVE L-CREDITED-SERVICE-YEARS   TO RO-CREDITED-SVC-YEARS
           MOVE L-CREDITED-SERVICE-MONTHS  TO RO-CREDITED-SVC-MONTHS
           MOVE L-SERVICE-SOURCE           TO RO-SERVICE-SOURCE
           IF L-QDRO-ORDER-ON-FILE
              MOVE 'Y'                     TO RO-QDRO-FLAG
           END-IF
           IF EB-STATUS-TERM-VESTED
              MOVE L-REQUIRED-BEGIN-DATE(1:10)
                                    TO RO-REQUIRED-BEGIN-DATE
           END-IF
           IF W-REQUEST-MODE
              WRITE REQUEST-REPLY-RECORD
                  FROM W-RETIREMENT-OUTPUT-DETAIL
           ADD 1                   TO SU-RETRY-COUNT
           MOVE W-RUN-DATE         TO SU-LAST-RUN-DATE
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO W-FILE-UPDATE-ERRORS
           END-REWRITE
           .
       END-OF-SECTION.
           EXIT.
       B430-CLEAR-SUSPENSE-RECORD SECTION.
           ADD 1 TO W-SUSPENSE-CLEARED
           DELETE SUSPENSE-FILE
               INVALID KEY
                   ADD 1 TO W-FILE-UPDATE-ERRORS
           END-DELETE
           .
       END-OF-SECTION.
           EXIT.
                      W-EMPLOYEES-PROCESSED
              DISPLAY 'EBUD05 EMPLOYEES REJECTED   - '
                      W-EMPLOYEES-REJECTED
              DISPLAY 'EBUD05 PAYEE DETAILS        - '
                      W-PAYEE-DETAILS-WRITTEN
              DISPLAY 'EBUD05 FILE UPDATE ERRORS   - '
                      W-FILE-UPDATE-ERRORS
              CLOSE REQUEST-FILE
              CLOSE EMPLOYEE-MASTER-FILE
              CLOSE RETIREMENT-OUTPUT-FILE
              CLOSE PLAN-REFERENCE-FILE
              CLOSE SUSPENSE-FILE
              PERFORM C900-WRITE-RUN-STATISTICS
              PERFORM C950-RECORD-STEP-END
              GO TO END-OF-SECTION
           END-IF

                   W-SURVIVORS-CALCULATED
           DISPLAY 'EBUD05 SURVIVORS REJECTED   - '
                   W-SURVIVORS-REJECTED
           DISPLAY 'EBUD05 PAYEE DETAILS        - '
                   W-PAYEE-DETAILS-WRITTEN

      *    REACHING B900 MEANS EMPLOYEE-MASTER-FILE WAS READ TO EOF
      *    WITHOUT THE JOB ABENDING - I.E. THIS SWEEP RAN TO COMPLETION
      *    STILL FINDS A LAST-EMPLOYEE-ID TO SKIP PAST.
           MOVE SPACES TO RC-LAST-EMPLOYEE-ID
           REWRITE RESTART-CONTROL-RECORD
               INVALID KEY
                   ADD 1 TO W-FILE-UPDATE-ERRORS
           END-REWRITE
           DISPLAY 'EBUD05 FILE UPDATE ERRORS   - '
                   W-FILE-UPDATE-ERRORS

           CLOSE REQUEST-FILE
           CLOSE EMPLOYEE-MASTER-FILE
              CLOSE SUSPENSE-FILE
           END-IF
           PERFORM C900-WRITE-RUN-STATISTICS
           IF NOT W-PARTITION-MODE
              PERFORM C950-RECORD-STEP-END
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *    EMPLOYEE COUNTS AND A RECYCLE RECORD THE SUSPENSE COUNTS;
      *    EITHER WAY READ = PROCESSED + REJECTED + SKIPPED, WHICH
      *    IS THE LEG EBUD19 CROSS-FOOTS.  RS-RECORDS-EXTRACTED IS
      *    THE NUMBER OF PENSION-EXTRACT DETAILS THIS RUN FED -
      *    EMPLOYEES, PLUS SURVIVORS IN A SWEEP, PLUS THE ALTERNATE-
      *    PAYEE DETAIL BEHIND EACH MEMBER WITH A QUALIFIED ORDER
      *    (EBUD10 COUNTS EVERY DETAIL).  A PARTITION JOB'S JCL POINTS
      *    RETIRHST AT ITS OWN PIECE DATASET - EBUD18 APPENDS THE
      *    PIECES TO THE SHARED HISTORY, SO PARALLEL PARTITIONS
      *    NEVER EXTEND ONE DATASET TOGETHER.
              MOVE W-EMPLOYEES-PROCESSED   TO RS-RECORDS-PROCESSED
              MOVE W-SUSPENSE-RETAINED     TO RS-RECORDS-REJECTED
              MOVE W-SUSPENSE-OUT-OF-SCOPE TO RS-RECORDS-SKIPPED
              COMPUTE RS-RECORDS-EXTRACTED =
                      W-EMPLOYEES-PROCESSED + W-PAYEE-DETAILS-WRITTEN
           ELSE
              MOVE W-EMPLOYEES-READ        TO RS-RECORDS-READ
              MOVE W-EMPLOYEES-PROCESSED   TO RS-RECORDS-PROCESSED
                      W-RETIREES-SKIPPED + W-DECEASED-SKIPPED
              COMPUTE RS-RECORDS-EXTRACTED =
                      W-EMPLOYEES-PROCESSED + W-SURVIVORS-CALCULATED
                    + W-PAYEE-DETAILS-WRITTEN
           END-IF
           MOVE 'C' TO RS-COMPLETION-STATUS
           WRITE RUN-STATISTICS-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C950-RECORD-STEP-END - THE SWEEP OR RECYCLE STEP STARTED
      *    IN B140 TO COMPLETE ON EBUD32, OR TO FAILED WHEN ANY
      *    SUSPENSE OR RESTART-CONTROL UPDATE WAS REFUSED - A LATER
      *    STEP MUST NOT RUN AGAINST A SUSPENSE FILE THAT MISSED
      *    REJECTS.  NOT PERFORMED FOR A PARTITION, WHICH NEVER
      *    STARTED A STEP.
      *----------------------------------------------------------------
       C950-RECORD-STEP-END SECTION.
           IF W-FILE-UPDATE-ERRORS > 0
              MOVE 'F' TO GT-REQUEST-FUNCTION
           ELSE
              MOVE 'C' TO GT-REQUEST-FUNCTION
           END-IF
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD05 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
