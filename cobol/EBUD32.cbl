       ID DIVISION.
       PROGRAM-ID. EBUD32.
      *    STREAM PERIOD GATE.
      *
      *    OWNS THE PERIOD CONTROL FILE (RETIRPCF, LAYOUT LPERCTL) -
      *    THE CURRENT PERIOD'S AS-OF DATE, THE STATUS OF EACH STEP
      *    OF THE MONTHLY STREAM AND WHETHER THE PERIOD IS CLOSED.
      *    CALLED BY EVERY STREAM JOB AT START-UP, BEFORE IT OPENS
      *    ANY OUTPUT, TO CHECK THAT THE PERIOD IS OPEN AND THAT
      *    EVERY PREREQUISITE STEP IS COMPLETE FOR IT; THE JOB'S OWN
      *    STEP IS THEN MARKED RUNNING.  CALLED AGAIN AT THE JOB'S
      *    TERMINATION TO MARK THE STEP COMPLETE OR FAILED.  A JOB
      *    THE GATE REFUSES ENDS WITH GT-RETC AS ITS RETURN CODE
      *    (SEE LGATE) WITHOUT TOUCHING ITS FILES, SO A LATE RERUN
      *    CAN NO LONGER OVERWRITE OUTPUT ALREADY MAILED OR FED
      *    DOWNSTREAM FOR A CLOSED PERIOD.
      *
      *    THE PERIOD FUNCTIONS - OPEN, CLOSE, SUPERVISOR REOPEN AND
      *    QUERY - ARE CALLED ONLY BY THE EBUD33 PERIOD CONTROL RUN.
      *    A CLOSE NEEDS THE EBUD19 BALANCING STEP COMPLETE (EBUD19
      *    RECORDS THE STEP FAILED WHEN ANY LEG IS OUT OF BALANCE).
      *
      *    THE CONTROL FILE IS OPENED AND CLOSED ON EVERY CALL; A
      *    CHECK-ONLY OR QUERY CALL OPENS IT INPUT SO THE PARALLEL
      *    EBUD05 PARTITIONS CAN ALL READ IT AT ONCE.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - STREAM PERIOD GATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE     ASSIGN TO RETIRPCF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CONTROL-KEY.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-RECORD.
           COPY LPERCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  W-CONTROL-KEY-CONSTANT           PIC X(08)  VALUE 'PERIOD  '.
      *
       01  W-SWITCHES.
           05  W-RECORD-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  W-RECORD-FOUND               VALUE 'Y'.
           05  W-FUNCTION-VALID-SW          PIC X(01)  VALUE 'N'.
               88  W-FUNCTION-VALID             VALUE 'Y'.
      *
       01  W-SUBSCRIPTS.
           05  W-STEP-IDX                   PIC 9(04)  COMP.
           05  W-PREREQ-IDX                 PIC 9(04)  COMP.
      *
       01  W-RUN-STAMP.
           05  W-RUN-DATE                   PIC 9(08).
           05  W-RUN-TIME                   PIC 9(08).
      *
      *    A NEW PERIOD MUST FALL IN A LATER MONTH THAN THE PERIOD
      *    IT REPLACES - A MONTH-END RERUN DATED A DAY OR TWO AFTER
      *    THE CLOSED AS-OF DATE IS STILL THAT MONTH.
       01  W-PERIOD-DATES.
           05  W-NEW-PERIOD-DATE            PIC 9(08).
           05  W-NEW-PERIOD-PARTS REDEFINES W-NEW-PERIOD-DATE.
               10  W-NEW-PERIOD-CCYYMM      PIC 9(06).
               10  FILLER                   PIC 9(02).
           05  W-CURRENT-PERIOD-DATE        PIC 9(08).
           05  W-CURRENT-PERIOD-PARTS REDEFINES W-CURRENT-PERIOD-DATE.
               10  W-CURRENT-PERIOD-CCYYMM  PIC 9(06).
               10  FILLER                   PIC 9(02).
      *
      *    STEP NAMES AND PREREQUISITES, ONE ENTRY PER STEP NUMBER
      *    (SEE LGATE).  POSITION N OF THE PREREQUISITE STRING IS
      *    'Y' WHEN STEP N MUST BE COMPLETE BEFORE THIS STEP RUNS,
      *    'O' WHEN STEP N NEED NOT RUN IN EVERY PERIOD BUT MUST BE
      *    COMPLETE IF IT WAS STARTED - THE RECYCLE FEED BALANCING
      *    RUNS ONLY IN A MONTH WITH A RECYCLE, AND ITS FEED IS IN
      *    THE EBUD19 EXTRACT LEG WHEN IT DOES.
      *    EBUD19 NEEDS EVERY STEP WHOSE RUN-HISTORY LEG IT
      *    CROSS-FOOTS; THE RECYCLE, NOTIFICATION AND REQUIRED
      *    BEGINNING DATE RUNS ARE NOT LEGS OF ITS REPORT AND DO NOT
      *    HOLD IT UP.
       01  W-STEP-TABLE-VALUES.
           05  FILLER                       PIC X(18)
               VALUE 'SWEEP   NNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'RECYCLE YNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'EXTRACT YNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'FORECASTYNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'STATEMNTYNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'DELTA   YNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'NOTIFY  YNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'BALANCE YNYYYYNNNO'.
           05  FILLER                       PIC X(18)
               VALUE 'RBD     YNNNNNNNNN'.
           05  FILLER                       PIC X(18)
               VALUE 'RCYEXTR YYNNNNNNNN'.
       01  W-STEP-TABLE REDEFINES W-STEP-TABLE-VALUES.
           05  W-STEP-TABLE-ENTRY           OCCURS 10 TIMES.
               10  W-STEP-NAME              PIC X(08).
               10  W-STEP-PREREQUISITE      PIC X(01)
                                            OCCURS 10 TIMES.
                   88  W-STEP-IS-PREREQUISITE   VALUE 'Y'.
                   88  W-STEP-IS-PREREQ-IF-RUN  VALUE 'O'.
      *
       01  W-BALANCE-STEP                   PIC 9(02)  VALUE 08.
      *
       01  W-PREREQUISITE-MESSAGE.
           05  FILLER                       PIC X(18)
               VALUE 'PREREQUISITE STEP '.
           05  PM-STEP-NAME                 PIC X(08).
           05  FILLER                       PIC X(22)
               VALUE ' NOT COMPLETE, STATUS '.
           05  PM-STEP-STATUS               PIC X(01).
           05  FILLER                       PIC X(11)  VALUE SPACES.
      *
       01  W-RUNNING-MESSAGE.
           05  FILLER                       PIC X(21)
               VALUE 'CLOSE REFUSED - STEP '.
           05  RM-STEP-NAME                 PIC X(08).
           05  FILLER                       PIC X(31)
               VALUE ' IS STILL RUNNING OR ABENDED'.
      *
       01  W-PERIOD-MESSAGE.
           05  PD-MESSAGE-TEXT              PIC X(44).
           05  PD-PERIOD-DATE               PIC 9(08).
           05  FILLER                       PIC X(08)  VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01  GATE-AREA.
           COPY LGATE.
      *
       PROCEDURE DIVISION USING GATE-AREA.
      *
       A000-MAINLINE SECTION.
           MOVE 0      TO GT-RETC
           MOVE SPACES TO GT-MESSAGE
           MOVE SPACES TO GT-PERIOD-IMAGE
           MOVE 0      TO PD-PERIOD-DATE
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W-RUN-TIME FROM TIME
           IF GT-AS-OF-DATE NOT NUMERIC
              MOVE 0 TO GT-AS-OF-DATE
           END-IF

           PERFORM B050-VALIDATE-REQUEST
           IF NOT W-FUNCTION-VALID
              MOVE 32 TO GT-RETC
              GOBACK
           END-IF

           IF GT-CHECK-STEP OR GT-QUERY-PERIOD
              OPEN INPUT PERIOD-CONTROL-FILE
           ELSE
              OPEN I-O   PERIOD-CONTROL-FILE
           END-IF
           PERFORM B100-READ-CONTROL-RECORD

           EVALUATE TRUE
               WHEN GT-START-STEP
               WHEN GT-CHECK-STEP
                   PERFORM B200-CHECK-GATE
               WHEN GT-COMPLETE-STEP
               WHEN GT-FAIL-STEP
                   PERFORM B300-RECORD-STEP-END
               WHEN GT-OPEN-PERIOD
                   PERFORM B400-OPEN-PERIOD
               WHEN GT-CLOSE-PERIOD
                   PERFORM B500-CLOSE-PERIOD
               WHEN GT-REOPEN-PERIOD
                   PERFORM B600-REOPEN-PERIOD
               WHEN GT-QUERY-PERIOD
                   PERFORM B700-QUERY-PERIOD
           END-EVALUATE

           IF W-RECORD-FOUND
              MOVE PERIOD-CONTROL-RECORD TO GT-PERIOD-IMAGE
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B050-VALIDATE-REQUEST - A KNOWN FUNCTION, AND FOR THE STEP
      *    FUNCTIONS A STEP NUMBER THAT IS ON THE STEP TABLE.
      *----------------------------------------------------------------
       B050-VALIDATE-REQUEST SECTION.
           MOVE 'N' TO W-FUNCTION-VALID-SW
           EVALUATE TRUE
               WHEN GT-START-STEP
               WHEN GT-CHECK-STEP
               WHEN GT-COMPLETE-STEP
               WHEN GT-FAIL-STEP
                   IF GT-STEP-NUMBER IS NUMERIC
                          AND GT-STEP-NUMBER > 0
                          AND GT-STEP-NUMBER NOT > 10
                      MOVE 'Y' TO W-FUNCTION-VALID-SW
                   ELSE
                      MOVE 'INVALID STEP NUMBER ON GATE REQUEST'
                        TO GT-MESSAGE
                   END-IF
               WHEN GT-OPEN-PERIOD
               WHEN GT-CLOSE-PERIOD
               WHEN GT-REOPEN-PERIOD
               WHEN GT-QUERY-PERIOD
                   MOVE 'Y' TO W-FUNCTION-VALID-SW
               WHEN OTHER
                   MOVE 'INVALID GATE REQUEST FUNCTION' TO GT-MESSAGE
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
       B100-READ-CONTROL-RECORD SECTION.
           MOVE W-CONTROL-KEY-CONSTANT TO PC-CONTROL-KEY
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO W-RECORD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO W-RECORD-FOUND-SW
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-CHECK-GATE - START-UP CHECK FOR A STREAM JOB.  THE
      *    PERIOD MUST BE OPEN, THE JOB'S OWN AS-OF DATE (IF IT HAS
      *    ONE) MUST BE THE PERIOD'S, AND EVERY PREREQUISITE STEP
      *    MUST BE COMPLETE.  ON A START CALL THE JOB'S STEP GOES
      *    TO RUNNING; A SWEEP START ALSO PUTS EVERY LATER STEP
      *    BACK TO NOT STARTED, BECAUSE THE SWEEP REWRITES THE
      *    RETIROUT THEY READ.
      *----------------------------------------------------------------
       B200-CHECK-GATE SECTION.
           IF NOT W-RECORD-FOUND
              MOVE 28 TO GT-RETC
              MOVE 'NO PERIOD IS OPEN ON RETIRPCF' TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           MOVE PC-PERIOD-AS-OF-DATE TO PD-PERIOD-DATE
           IF PC-PERIOD-CLOSED
              MOVE 24 TO GT-RETC
              MOVE 'PERIOD IS CLOSED - AS-OF DATE' TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           IF GT-AS-OF-DATE NOT = 0
                  AND GT-AS-OF-DATE NOT = PC-PERIOD-AS-OF-DATE
              MOVE 28 TO GT-RETC
              MOVE 'AS-OF DATE IS NOT THE CURRENT PERIOD -'
                TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF
           MOVE PC-PERIOD-AS-OF-DATE TO GT-AS-OF-DATE

           MOVE 1 TO W-PREREQ-IDX
           PERFORM B210-CHECK-PREREQUISITE
               UNTIL W-PREREQ-IDX > 10
                  OR GT-RETC NOT = 0
           IF GT-RETC NOT = 0
              GO TO END-OF-SECTION
           END-IF

           IF GT-START-STEP
              IF GT-STEP-NUMBER = 1
                 MOVE 2 TO W-STEP-IDX
                 PERFORM B220-RESET-STEP
                     UNTIL W-STEP-IDX > 10
              END-IF
              MOVE 'R' TO PC-STEP-STATUS (GT-STEP-NUMBER)
              PERFORM C100-STAMP-STEP
              REWRITE PERIOD-CONTROL-RECORD
           END-IF
           MOVE 'GATE PASSED - PERIOD AS-OF DATE' TO PD-MESSAGE-TEXT
           MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
           .
       END-OF-SECTION.
           EXIT.
      *
       B210-CHECK-PREREQUISITE SECTION.
           IF (W-STEP-IS-PREREQUISITE (GT-STEP-NUMBER, W-PREREQ-IDX)
                  AND NOT PC-STEP-COMPLETE (W-PREREQ-IDX))
              OR (W-STEP-IS-PREREQ-IF-RUN (GT-STEP-NUMBER, W-PREREQ-IDX)
                  AND NOT PC-STEP-COMPLETE (W-PREREQ-IDX)
                  AND NOT PC-STEP-NOT-STARTED (W-PREREQ-IDX))
              MOVE W-STEP-NAME (W-PREREQ-IDX)    TO PM-STEP-NAME
              MOVE PC-STEP-STATUS (W-PREREQ-IDX) TO PM-STEP-STATUS
              MOVE W-PREREQUISITE-MESSAGE        TO GT-MESSAGE
              MOVE 20 TO GT-RETC
           END-IF
           ADD 1 TO W-PREREQ-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
       B220-RESET-STEP SECTION.
           MOVE 'N'    TO PC-STEP-STATUS (W-STEP-IDX)
           MOVE SPACES TO PC-STEP-JOB-NAME (W-STEP-IDX)
           MOVE 0      TO PC-STEP-DATE (W-STEP-IDX)
           MOVE 0      TO PC-STEP-TIME (W-STEP-IDX)
           ADD 1 TO W-STEP-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-RECORD-STEP-END - THE JOB'S STEP TO COMPLETE OR
      *    FAILED AT ITS TERMINATION.
      *----------------------------------------------------------------
       B300-RECORD-STEP-END SECTION.
           IF NOT W-RECORD-FOUND
              MOVE 28 TO GT-RETC
              MOVE 'NO PERIOD IS OPEN ON RETIRPCF' TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           MOVE PC-PERIOD-AS-OF-DATE TO PD-PERIOD-DATE
           IF PC-PERIOD-CLOSED
              MOVE 24 TO GT-RETC
              MOVE 'PERIOD IS CLOSED - AS-OF DATE' TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           IF GT-COMPLETE-STEP
              MOVE 'C' TO PC-STEP-STATUS (GT-STEP-NUMBER)
           ELSE
              MOVE 'F' TO PC-STEP-STATUS (GT-STEP-NUMBER)
           END-IF
           PERFORM C100-STAMP-STEP
           REWRITE PERIOD-CONTROL-RECORD
           MOVE PC-PERIOD-AS-OF-DATE TO GT-AS-OF-DATE
           MOVE 'STEP STATUS RECORDED - PERIOD AS-OF DATE'
             TO PD-MESSAGE-TEXT
           MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B400-OPEN-PERIOD - START A NEW PERIOD WITH EVERY STEP NOT
      *    STARTED.  ONLY WHEN THERE IS NO PERIOD YET OR THE CURRENT
      *    ONE IS CLOSED, AND NEVER FOR THE MONTH JUST CLOSED.
      *----------------------------------------------------------------
       B400-OPEN-PERIOD SECTION.
           IF GT-AS-OF-DATE = 0
              MOVE 32 TO GT-RETC
              MOVE 'OPEN REQUIRES THE NEW PERIOD AS-OF DATE'
                TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           IF W-RECORD-FOUND
              MOVE PC-PERIOD-AS-OF-DATE TO PD-PERIOD-DATE
              IF PC-PERIOD-OPEN
                 MOVE 28 TO GT-RETC
                 MOVE 'CURRENT PERIOD STILL OPEN - AS-OF DATE'
                   TO PD-MESSAGE-TEXT
                 MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
                 GO TO END-OF-SECTION
              END-IF
              MOVE PC-PERIOD-AS-OF-DATE TO W-CURRENT-PERIOD-DATE
              MOVE GT-AS-OF-DATE        TO W-NEW-PERIOD-DATE
              IF W-NEW-PERIOD-CCYYMM NOT > W-CURRENT-PERIOD-CCYYMM
                 MOVE 24 TO GT-RETC
                 MOVE 'NOT AFTER THE MONTH CLOSED - AS-OF DATE'
                   TO PD-MESSAGE-TEXT
                 MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           MOVE SPACES                 TO PERIOD-CONTROL-RECORD
           MOVE W-CONTROL-KEY-CONSTANT TO PC-CONTROL-KEY
           MOVE GT-AS-OF-DATE          TO PC-PERIOD-AS-OF-DATE
           MOVE 'O'                    TO PC-PERIOD-STATUS
           MOVE W-RUN-DATE             TO PC-OPENED-DATE
           MOVE 0                      TO PC-CLOSED-DATE
           MOVE 0                      TO PC-REOPEN-COUNT
           MOVE 0                      TO PC-REOPEN-DATE
           MOVE 1 TO W-STEP-IDX
           PERFORM B220-RESET-STEP
               UNTIL W-STEP-IDX > 10
           IF W-RECORD-FOUND
              REWRITE PERIOD-CONTROL-RECORD
           ELSE
              WRITE PERIOD-CONTROL-RECORD
              END-WRITE
              MOVE 'Y' TO W-RECORD-FOUND-SW
           END-IF
           MOVE PC-PERIOD-AS-OF-DATE TO PD-PERIOD-DATE
           MOVE 'PERIOD OPENED - AS-OF DATE' TO PD-MESSAGE-TEXT
           MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-CLOSE-PERIOD - ONLY ONCE EBUD19 HAS TIED FOR THE
      *    PERIOD AND NO STEP IS STILL RUNNING.
      *----------------------------------------------------------------
       B500-CLOSE-PERIOD SECTION.
           IF NOT W-RECORD-FOUND
              MOVE 28 TO GT-RETC
              MOVE 'NO PERIOD IS OPEN ON RETIRPCF' TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           MOVE PC-PERIOD-AS-OF-DATE TO PD-PERIOD-DATE
           IF PC-PERIOD-CLOSED
              MOVE 24 TO GT-RETC
              MOVE 'PERIOD IS ALREADY CLOSED - AS-OF DATE'
                TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           IF GT-AS-OF-DATE NOT = 0
                  AND GT-AS-OF-DATE NOT = PC-PERIOD-AS-OF-DATE
              MOVE 28 TO GT-RETC
              MOVE 'AS-OF DATE IS NOT THE CURRENT PERIOD -'
                TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           IF NOT PC-STEP-COMPLETE (W-BALANCE-STEP)
              MOVE 20 TO GT-RETC
              MOVE 'CLOSE REFUSED - EBUD19 HAS NOT TIED FOR'
                TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           MOVE 1 TO W-STEP-IDX
           PERFORM B510-CHECK-STEP-RUNNING
               UNTIL W-STEP-IDX > 10
                  OR GT-RETC NOT = 0
           IF GT-RETC NOT = 0
              GO TO END-OF-SECTION
           END-IF

           MOVE 'C'        TO PC-PERIOD-STATUS
           MOVE W-RUN-DATE TO PC-CLOSED-DATE
           REWRITE PERIOD-CONTROL-RECORD
           MOVE PC-PERIOD-AS-OF-DATE TO GT-AS-OF-DATE
           MOVE 'PERIOD CLOSED - AS-OF DATE' TO PD-MESSAGE-TEXT
           MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
           .
       END-OF-SECTION.
           EXIT.
      *
       B510-CHECK-STEP-RUNNING SECTION.
           IF PC-STEP-RUNNING (W-STEP-IDX)
              MOVE W-STEP-NAME (W-STEP-IDX) TO RM-STEP-NAME
              MOVE W-RUNNING-MESSAGE        TO GT-MESSAGE
              MOVE 20 TO GT-RETC
           END-IF
           ADD 1 TO W-STEP-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B600-REOPEN-PERIOD - SUPERVISOR OVERRIDE ONLY.  THE CARD
      *    MUST NAME THE CLOSED PERIOD'S AS-OF DATE AND CARRY A
      *    SUPERVISOR ID AND REASON, WHICH STAY ON THE CONTROL
      *    RECORD.  THE BALANCING STEP GOES BACK TO NOT STARTED, SO
      *    THE PERIOD CANNOT BE CLOSED AGAIN UNTIL EBUD19 HAS TIED
      *    AFTER WHATEVER THE REOPEN WAS FOR.
      *----------------------------------------------------------------
       B600-REOPEN-PERIOD SECTION.
           IF GT-SUPERVISOR-ID = SPACES
                  OR GT-OVERRIDE-REASON = SPACES
              MOVE 32 TO GT-RETC
              MOVE 'REOPEN REQUIRES A SUPERVISOR ID AND REASON'
                TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           IF NOT W-RECORD-FOUND
              MOVE 28 TO GT-RETC
              MOVE 'NO PERIOD ON RETIRPCF TO REOPEN' TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           MOVE PC-PERIOD-AS-OF-DATE TO PD-PERIOD-DATE
           IF PC-PERIOD-OPEN
              MOVE 28 TO GT-RETC
              MOVE 'PERIOD IS NOT CLOSED - AS-OF DATE'
                TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           IF GT-AS-OF-DATE NOT = PC-PERIOD-AS-OF-DATE
              MOVE 28 TO GT-RETC
              MOVE 'OVERRIDE DATE IS NOT THE CLOSED PERIOD -'
                TO PD-MESSAGE-TEXT
              MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF

           MOVE 'O'                TO PC-PERIOD-STATUS
           MOVE 0                  TO PC-CLOSED-DATE
           IF PC-REOPEN-COUNT < 99
              ADD 1 TO PC-REOPEN-COUNT
           END-IF
           MOVE W-RUN-DATE         TO PC-REOPEN-DATE
           MOVE GT-SUPERVISOR-ID   TO PC-REOPEN-SUPERVISOR
           MOVE GT-OVERRIDE-REASON TO PC-REOPEN-REASON
           MOVE W-BALANCE-STEP     TO W-STEP-IDX
           PERFORM B220-RESET-STEP
           REWRITE PERIOD-CONTROL-RECORD
           MOVE 'PERIOD REOPENED BY OVERRIDE - AS-OF DATE'
             TO PD-MESSAGE-TEXT
           MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
           .
       END-OF-SECTION.
           EXIT.
      *
       B700-QUERY-PERIOD SECTION.
           IF NOT W-RECORD-FOUND
              MOVE 28 TO GT-RETC
              MOVE 'NO PERIOD ON RETIRPCF' TO GT-MESSAGE
              GO TO END-OF-SECTION
           END-IF
           MOVE PC-PERIOD-AS-OF-DATE TO GT-AS-OF-DATE
           MOVE PC-PERIOD-AS-OF-DATE TO PD-PERIOD-DATE
           MOVE 'CURRENT PERIOD AS-OF DATE' TO PD-MESSAGE-TEXT
           MOVE W-PERIOD-MESSAGE TO GT-MESSAGE
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-STAMP-STEP SECTION.
           MOVE GT-JOB-NAME TO PC-STEP-JOB-NAME (GT-STEP-NUMBER)
           MOVE W-RUN-DATE  TO PC-STEP-DATE (GT-STEP-NUMBER)
           MOVE W-RUN-TIME  TO PC-STEP-TIME (GT-STEP-NUMBER)
           .
       END-OF-SECTION.
           EXIT.
