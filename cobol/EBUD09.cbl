      *                     (LRUNSTAT) TO THE SHARED RUN-HISTORY
      *                     FILE RETIRHST AT NORMAL COMPLETION, FOR
      *                     THE EBUD19 STREAM BALANCING REPORT.
      *    2026-10-15  DLB  PRINT THE MEMBER'S CREDITED SERVICE
      *                     (YEARS AND MONTHS, FROM THE SERVICE-
      *                     HISTORY SPANS OR THE HIRE DATE) UNDER THE
      *                     IDENTIFICATION LINE.  LRETOUT NOW 144
      *                     BYTES.
      *    2026-10-15  DLB  RETIROUT DETAIL (LRETOUT) NOW 160 BYTES -
      *                     REQUIRED BEGINNING DATE ADDED.
      *    2026-10-15  DLB  WHEN THE DETAIL IS FLAGGED FOR A QUALIFIED
      *                     DOMESTIC RELATIONS ORDER (RO-QDRO-FLAG)
      *                     PRINT A NOTE UNDER THE OPTIONS THAT THE
      *                     AMOUNTS SHOWN ARE THE MEMBER'S SHARE.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32) AT
      *                     START-UP - THE RUN IS REFUSED, WITH THE
      *                     GATE'S RETURN CODE AND BEFORE ANY FILE IS
      *                     OPENED, UNLESS THE PERIOD IS OPEN AND THE
      *                     SWEEP IS COMPLETE FOR IT - AND RECORD THE
      *                     STATEMENT STEP ON RETIRPCF AT THE END.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD  RETIREMENT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-OUTPUT-RECORD         PIC X(160).
      *
       FD  NAME-ADDRESS-FILE
           RECORDING MODE IS F.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  IL-PLAN-DESCRIPTION          PIC X(30).
           05  FILLER                       PIC X(59)  VALUE SPACES.
      *
      *    PRINTED ONLY WHEN THE DETAIL CARRIES A SERVICE SOURCE - A
      *    MEMBER WITH NEITHER SPANS NOR A HIRE DATE GETS NO LINE
      *    RATHER THAN A MISLEADING ZERO.
       01  W-SERVICE-LINE.
           05  FILLER                       PIC X(19)
                                            VALUE 'CREDITED SERVICE - '.
           05  SL-SERVICE-YEARS             PIC Z9.
           05  FILLER                       PIC X(07)  VALUE ' YEARS '.
           05  SL-SERVICE-MONTHS            PIC Z9.
           05  FILLER                       PIC X(07)  VALUE ' MONTHS'.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  SL-SERVICE-BASIS             PIC X(40).
           05  FILLER                       PIC X(52)  VALUE SPACES.
      *
       01  W-CITY-STATE-ZIP-LINE.
           05  CL-CITY                      PIC X(20).
           05  OD-BENEFIT-AMT               PIC X(12).
           05  FILLER                       PIC X(36)  VALUE SPACES.
      *
      *    PRINTED ONLY FOR A MEMBER WHOSE BENEFIT IS DIVIDED BY A
      *    QUALIFIED DOMESTIC RELATIONS ORDER - THE AMOUNTS ON THE
      *    DETAIL ARE THEN THE MEMBER'S SHARE, NOT THE WHOLE BENEFIT.
       01  W-QDRO-NOTE-LINE.
           05  FILLER                       PIC X(46)  VALUE
               'AMOUNTS SHOWN ARE YOUR SHARE AFTER THE PORTION'.
           05  FILLER                       PIC X(42)  VALUE
               ' PAYABLE UNDER A DOMESTIC RELATIONS ORDER.'.
           05  FILLER                       PIC X(44)  VALUE SPACES.
      *
      *    THE DOLLAR AMOUNTS ARE EDITED HERE AND MOVED AS TEXT SO A
      *    DETAIL WITH NO BENEFIT BASE (ZERO AMOUNTS) CAN LEAVE THE
      *    DOLLAR COLUMN BLANK INSTEAD OF MAILING '0.00' FIGURES.
       01  W-AMOUNT-EDIT                    PIC Z,ZZZ,ZZ9.99.
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
           PERFORM B200-PROCESS-DETAILS
               UNTIL W-OUTPUT-FILE-EOF
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
           MOVE 05         TO GT-STEP-NUMBER
           MOVE 'EBUD09  ' TO GT-JOB-NAME
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD09 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD09 RUN REFUSED - RETURN CODE ' GT-RETC
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
           PERFORM B230-LOOKUP-PLAN-DESCRIPTION
           MOVE W-IDENT-LINE   TO W-PRINT-LINE
           PERFORM C100-WRITE-STATEMENT-LINE
           IF RO-SERVICE-SOURCE NOT = SPACE
              MOVE RO-CREDITED-SVC-YEARS  TO SL-SERVICE-YEARS
              MOVE RO-CREDITED-SVC-MONTHS TO SL-SERVICE-MONTHS
              IF RO-SERVICE-SOURCE = 'S'
                 MOVE '(FROM YOUR SERVICE HISTORY)'
                                          TO SL-SERVICE-BASIS
              ELSE
                 MOVE '(MEASURED FROM YOUR HIRE DATE)'
                                          TO SL-SERVICE-BASIS
              END-IF
              MOVE W-SERVICE-LINE         TO W-PRINT-LINE
              PERFORM C100-WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-STATEMENT-LINE

           MOVE W-OPTION-LINE-DELAYED    TO W-PRINT-LINE
           PERFORM C100-WRITE-STATEMENT-LINE

           IF RO-QDRO-ORDER-ON-FILE
              MOVE SPACES TO W-PRINT-LINE
              PERFORM C100-WRITE-STATEMENT-LINE
              MOVE W-QDRO-NOTE-LINE      TO W-PRINT-LINE
              PERFORM C100-WRITE-STATEMENT-LINE
           END-IF

           ADD 1 TO W-STATEMENTS-PRINTED
           .
       END-OF-SECTION.
           CLOSE STATEMENT-PRINT-FILE
           CLOSE PLAN-REFERENCE-FILE
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
           DISPLAY 'EBUD09 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
