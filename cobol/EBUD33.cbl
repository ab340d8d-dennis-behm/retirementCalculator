       ID DIVISION.
       PROGRAM-ID. EBUD33.
      *    STREAM PERIOD CONTROL RUN.
      *
      *    OPENS AND CLOSES THE PERIOD OF THE MONTHLY STREAM ON THE
      *    PERIOD CONTROL FILE (RETIRPCF) THROUGH THE EBUD32 GATE,
      *    AND LISTS THE PERIOD AND THE STATUS OF EVERY STEP TO THE
      *    RUN LOG.  THE FUNCTION COMES FROM THE OPTIONAL CONTROL
      *    CARD (RETIRPCC):
      *      OPEN    - START THE PERIOD WHOSE AS-OF DATE IS ON THE
      *                CARD.  THE PRIOR PERIOD MUST BE CLOSED AND
      *                THE NEW DATE MUST FALL IN A LATER MONTH.
      *      CLOSE   - CLOSE THE CURRENT PERIOD.  REFUSED UNLESS THE
      *                EBUD19 STREAM BALANCING HAS TIED FOR IT.
      *      STATUS  - LIST ONLY (ALSO THE DEFAULT WITH NO CARD).
      *    A CLOSED PERIOD IS REOPENED ONLY FROM A SUPERVISOR
      *    OVERRIDE CARD ON ITS OWN DD (RETIRSOV) NAMING THE CLOSED
      *    AS-OF DATE, THE SUPERVISOR AND THE REASON; WHEN THAT DD
      *    HAS A CARD THE RETIRPCC CARD IS IGNORED.  A REFUSED
      *    FUNCTION ENDS THE RUN WITH THE GATE'S RETURN CODE (SEE
      *    LGATE).
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - STREAM PERIOD CONTROL RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CONTROL-CARD-FILE
                                          ASSIGN TO RETIRPCC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPERVISOR-OVERRIDE-FILE
                                          ASSIGN TO RETIRSOV
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  PERIOD-CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  PERIOD-CONTROL-CARD.
           05  CC-FUNCTION                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  CC-AS-OF-DATE                PIC 9(08).
           05  FILLER                       PIC X(63).
      *
      *    SUPERVISOR OVERRIDE - THE DD IS KEPT ON A DATASET ONLY
      *    SUPERVISORS CAN UPDATE.  SO-FUNCTION MUST BE 'REOPEN'.
       FD  SUPERVISOR-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  SUPERVISOR-OVERRIDE-CARD.
           05  SO-FUNCTION                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  SO-AS-OF-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SO-SUPERVISOR-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  SO-REASON                    PIC X(40).
           05  FILLER                       PIC X(13).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-CALL-PROGRAM                  PIC X(08)  VALUE 'EBUD32'.
      *
       01  W-SWITCHES.
           05  W-OVERRIDE-CARD-SW           PIC X(01)  VALUE 'N'.
               88  W-OVERRIDE-CARD              VALUE 'Y'.
           05  W-CONTROL-CARD-SW            PIC X(01)  VALUE 'N'.
               88  W-CONTROL-CARD               VALUE 'Y'.
      *
       01  W-RUN-FUNCTION                   PIC X(08)  VALUE 'STATUS'.
      *
       01  W-STEP-IDX                       PIC 9(04)  COMP.
      *
       01  W-SAVED-RETC                     PIC 9(04).
      *
       01  W-STEP-NAME-VALUES.
           05  FILLER                       PIC X(08)  VALUE 'SWEEP'.
           05  FILLER                       PIC X(08)  VALUE 'RECYCLE'.
           05  FILLER                       PIC X(08)  VALUE 'EXTRACT'.
           05  FILLER                       PIC X(08)  VALUE 'FORECAST'.
           05  FILLER                       PIC X(08)  VALUE 'STATEMNT'.
           05  FILLER                       PIC X(08)  VALUE 'DELTA'.
           05  FILLER                       PIC X(08)  VALUE 'NOTIFY'.
           05  FILLER                       PIC X(08)  VALUE 'BALANCE'.
           05  FILLER                       PIC X(08)  VALUE 'RBD'.
           05  FILLER                       PIC X(08)  VALUE 'RCYEXTR'.
       01  W-STEP-NAME-TABLE REDEFINES W-STEP-NAME-VALUES.
           05  W-STEP-NAME                  PIC X(08)
                                            OCCURS 10 TIMES.
      *
       01  W-STEP-LINE.
           05  FILLER                       PIC X(12)
               VALUE 'EBUD33 STEP '.
           05  SL-STEP-NUMBER               PIC 9(02).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  SL-STEP-NAME                 PIC X(08).
           05  FILLER                       PIC X(03)  VALUE ' - '.
           05  SL-STEP-STATUS               PIC X(01).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  SL-JOB-NAME                  PIC X(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  SL-STEP-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  SL-STEP-TIME                 PIC 9(08).
      *
       01  W-PERIOD-CONTROL-RECORD.
           COPY LPERCTL REPLACING LEADING ==PC-== BY ==WP-==.
      *
       01  W-GATE-AREA.
           COPY LGATE.
      *
       PROCEDURE DIVISION.
      *
       A000-MAINLINE SECTION.
           PERFORM B100-READ-CONTROL-CARDS
           PERFORM B200-APPLY-FUNCTION
           PERFORM B300-LIST-PERIOD-STATUS
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-READ-CONTROL-CARDS - THE SUPERVISOR OVERRIDE CARD
      *    FIRST; ONLY WITHOUT ONE IS THE RETIRPCC CARD READ.
      *----------------------------------------------------------------
       B100-READ-CONTROL-CARDS SECTION.
           OPEN INPUT SUPERVISOR-OVERRIDE-FILE
           READ SUPERVISOR-OVERRIDE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO W-OVERRIDE-CARD-SW
                   MOVE SO-FUNCTION TO W-RUN-FUNCTION
           END-READ
           CLOSE SUPERVISOR-OVERRIDE-FILE

           IF W-OVERRIDE-CARD
              DISPLAY 'EBUD33 SUPERVISOR OVERRIDE  - ' SO-FUNCTION
              DISPLAY 'EBUD33 SUPERVISOR           - ' SO-SUPERVISOR-ID
              DISPLAY 'EBUD33 OVERRIDE REASON      - ' SO-REASON
              DISPLAY 'EBUD33 RETIRPCC CARD IGNORED UNDER OVERRIDE'
              GO TO END-OF-SECTION
           END-IF

           OPEN INPUT PERIOD-CONTROL-CARD-FILE
           READ PERIOD-CONTROL-CARD-FILE
               AT END
                   DISPLAY 'EBUD33 NO CONTROL CARD - STATUS ONLY'
               NOT AT END
                   MOVE 'Y' TO W-CONTROL-CARD-SW
                   MOVE CC-FUNCTION TO W-RUN-FUNCTION
           END-READ
           CLOSE PERIOD-CONTROL-CARD-FILE
           DISPLAY 'EBUD33 FUNCTION             - ' W-RUN-FUNCTION
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-APPLY-FUNCTION - ONE CALL TO EBUD32.  REOPEN IS ONLY
      *    ACCEPTED FROM THE OVERRIDE CARD, AND THE OVERRIDE CARD
      *    ONLY REOPENS.
      *----------------------------------------------------------------
       B200-APPLY-FUNCTION SECTION.
           MOVE SPACES     TO W-GATE-AREA
           MOVE 0          TO GT-STEP-NUMBER
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           MOVE 'EBUD33  ' TO GT-JOB-NAME

           IF W-OVERRIDE-CARD
              IF W-RUN-FUNCTION NOT = 'REOPEN'
                 MOVE 32 TO GT-RETC
                 MOVE 'OVERRIDE CARD FUNCTION MUST BE REOPEN'
                   TO GT-MESSAGE
                 GO TO END-OF-SECTION
              END-IF
              MOVE 'P'              TO GT-REQUEST-FUNCTION
              MOVE SO-AS-OF-DATE    TO GT-AS-OF-DATE
              MOVE SO-SUPERVISOR-ID TO GT-SUPERVISOR-ID
              MOVE SO-REASON        TO GT-OVERRIDE-REASON
              CALL W-CALL-PROGRAM USING W-GATE-AREA
              GO TO END-OF-SECTION
           END-IF

           EVALUATE W-RUN-FUNCTION
               WHEN 'OPEN'
                   MOVE 'O' TO GT-REQUEST-FUNCTION
               WHEN 'CLOSE'
                   MOVE 'X' TO GT-REQUEST-FUNCTION
               WHEN 'STATUS'
                   MOVE 'D' TO GT-REQUEST-FUNCTION
               WHEN 'REOPEN'
                   MOVE 32 TO GT-RETC
                   MOVE 'REOPEN ONLY BY SUPERVISOR OVERRIDE (RETIRSOV)'
                     TO GT-MESSAGE
                   GO TO END-OF-SECTION
               WHEN OTHER
                   MOVE 32 TO GT-RETC
                   MOVE 'UNKNOWN FUNCTION ON RETIRPCC CARD'
                     TO GT-MESSAGE
                   GO TO END-OF-SECTION
           END-EVALUATE
           IF W-CONTROL-CARD
                  AND CC-AS-OF-DATE IS NUMERIC
              MOVE CC-AS-OF-DATE TO GT-AS-OF-DATE
           END-IF
           CALL W-CALL-PROGRAM USING W-GATE-AREA
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-LIST-PERIOD-STATUS - THE CONTROL RECORD AS IT NOW
      *    STANDS.  A REFUSED OR LIST-ONLY RUN FETCHES IT WITH A
      *    QUERY CALL SO THE LOG ALWAYS SHOWS THE PERIOD.
      *----------------------------------------------------------------
       B300-LIST-PERIOD-STATUS SECTION.
           DISPLAY 'EBUD33 ' GT-MESSAGE
           IF GT-PERIOD-IMAGE = SPACES
              PERFORM B310-QUERY-PERIOD
           ELSE
              MOVE GT-PERIOD-IMAGE TO W-PERIOD-CONTROL-RECORD
           END-IF
           IF W-PERIOD-CONTROL-RECORD = SPACES
              DISPLAY 'EBUD33 NO PERIOD ON RETIRPCF'
              GO TO END-OF-SECTION
           END-IF

           DISPLAY 'EBUD33 PERIOD AS-OF DATE    - '
                   WP-PERIOD-AS-OF-DATE
           IF WP-PERIOD-CLOSED
              DISPLAY 'EBUD33 PERIOD STATUS        - CLOSED'
           ELSE
              DISPLAY 'EBUD33 PERIOD STATUS        - OPEN'
           END-IF
           DISPLAY 'EBUD33 OPENED               - ' WP-OPENED-DATE
           DISPLAY 'EBUD33 CLOSED               - ' WP-CLOSED-DATE
           MOVE 1 TO W-STEP-IDX
           PERFORM B320-LIST-STEP
               UNTIL W-STEP-IDX > 10
           IF WP-REOPEN-COUNT > 0
              DISPLAY 'EBUD33 TIMES REOPENED       - ' WP-REOPEN-COUNT
              DISPLAY 'EBUD33 LAST REOPENED        - ' WP-REOPEN-DATE
              DISPLAY 'EBUD33 LAST REOPENED BY     - '
                      WP-REOPEN-SUPERVISOR
              DISPLAY 'EBUD33 LAST REOPEN REASON   - '
                      WP-REOPEN-REASON
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B310-QUERY-PERIOD SECTION.
           MOVE GT-RETC    TO W-SAVED-RETC
           MOVE SPACES     TO W-GATE-AREA
           MOVE 'D'        TO GT-REQUEST-FUNCTION
           MOVE 0          TO GT-STEP-NUMBER
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 'EBUD33  ' TO GT-JOB-NAME
           CALL W-CALL-PROGRAM USING W-GATE-AREA
           MOVE GT-PERIOD-IMAGE TO W-PERIOD-CONTROL-RECORD
           MOVE W-SAVED-RETC    TO GT-RETC
           .
       END-OF-SECTION.
           EXIT.
      *
       B320-LIST-STEP SECTION.
           MOVE W-STEP-IDX                   TO SL-STEP-NUMBER
           MOVE W-STEP-NAME (W-STEP-IDX)     TO SL-STEP-NAME
           MOVE WP-STEP-STATUS (W-STEP-IDX)   TO SL-STEP-STATUS
           MOVE WP-STEP-JOB-NAME (W-STEP-IDX) TO SL-JOB-NAME
           MOVE WP-STEP-DATE (W-STEP-IDX)     TO SL-STEP-DATE
           MOVE WP-STEP-TIME (W-STEP-IDX)     TO SL-STEP-TIME
           DISPLAY W-STEP-LINE
           ADD 1 TO W-STEP-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - A REFUSED FUNCTION ENDS THE RUN WITH THE
      *    GATE'S RETURN CODE SO THE SCHEDULER STOPS THE STREAM.
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           IF GT-RETC NOT = 0
              DISPLAY 'EBUD33 FUNCTION REFUSED - RETURN CODE ' GT-RETC
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
