      *                     ORIGINAL CUT LET EBUD01 RUN ITS BATCH
      *                     FILE I-O UNDER CICS, WHICH WOULD HAVE
      *                     ABENDED THE FIRST TRANSACTION.
      *    2026-10-15  DLB  BROWSE THE MEMBER'S SERVICE-HISTORY SPANS
      *                     (FILE SVCHIST) AND HAND THEM TO EBUD01 IN
      *                     THE CALLER-SUPPLIED SPAN TABLE; SHOW THE
      *                     CREDITED SERVICE YEARS/MONTHS AND ITS
      *                     SOURCE ON A NEW NINTH SCREEN LINE.
      *    2026-10-15  DLB  READ THE MEMBER'S DOMESTIC RELATIONS ORDER
      *                     (FILE RETIRQDR) AND HAND A QUALIFIED ONE
      *                     TO EBUD01 IN THE CALLER-SUPPLIED ORDER
      *                     FIELDS, SO THE AMOUNTS SHOWN ARE THE
      *                     MEMBER'S SHARE; SHOW THE ORDER NUMBER AND
      *                     THE PAYEE'S SHARE ON A NEW TENTH LINE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-CALL-PROGRAM                  PIC X(08)  VALUE 'EBUD01'.
      *
       01  W-RESPONSE-CODE                 PIC S9(08) COMP.
      *
       01  W-SWITCHES.
           05  W-SPAN-BROWSE-END-SW         PIC X(01).
               88  W-SPAN-BROWSE-END            VALUE 'Y'.
      *
      *    RAW TERMINAL INPUT - TRANSACTION CODE, EMPLOYEE ID AND
      *    OPTIONAL AS-OF DATE, BLANK-SEPARATED.
      *
       01  W-BENEFIT-BASE-RECORD.
           COPY LSALBASE.
      *
      *    SERVICE-HISTORY SPANS ARE BROWSED FROM THE MEMBER'S FIRST
      *    KEY (EMPLOYEE ID PLUS A ZERO START DATE) UNTIL THE ID
      *    CHANGES; THE BROWSE KEY IS KEPT APART FROM THE RECORD
      *    AREA THE READNEXT FILLS.
       01  W-SERVICE-HISTORY-RECORD.
           COPY LSVCHIST.
      *
      *    THE ALTERNATE-PAYEE RECORD IS READ BY EMPLOYEE ID; ONLY A
      *    QUALIFIED ORDER IS HANDED TO EBUD01 - A PENDING ONE DOES
      *    NOT CHANGE THE ANSWER GIVEN ON THE PHONE.
       01  W-ALTERNATE-PAYEE-RECORD.
           COPY LQDRO.
      *
       01  W-SPAN-BROWSE-KEY.
           05  W-SPAN-BROWSE-EMPLOYEE-ID    PIC X(09).
           05  W-SPAN-BROWSE-START-DATE     PIC 9(08).
      *
       01  W-INTERFACE-AREA.
           COPY LINPUT.
                   ' BENE ='.
               10  SC-BENEFIT-RETC          PIC -9999.
               10  FILLER                   PIC X(02)  VALUE SPACES.
           05  W-SCREEN-LINE-9.
               10  FILLER                   PIC X(14)  VALUE
                   'CREDITED SVC- '.
               10  SC-SERVICE-YEARS         PIC Z9.
               10  FILLER                   PIC X(05)  VALUE ' YRS '.
               10  SC-SERVICE-MONTHS        PIC Z9.
               10  FILLER                   PIC X(04)  VALUE ' MOS'.
               10  FILLER                   PIC X(12)  VALUE
                   '   SOURCE - '.
               10  SC-SERVICE-SOURCE        PIC X(20).
               10  FILLER                   PIC X(20)  VALUE SPACES.
           05  W-SCREEN-LINE-10.
               10  FILLER                   PIC X(14)  VALUE
                   'QDRO ORDER  - '.
               10  SC-QDRO-ORDER-NUMBER     PIC X(12).
               10  FILLER                   PIC X(14)  VALUE
                   '  AP SHARE  - '.
               10  SC-AP-NORMAL-AMOUNT      PIC X(12).
               10  FILLER                   PIC X(14)  VALUE
                   '  AP FIRST  - '.
               10  SC-AP-FIRST-PAYMENT-DATE PIC X(10).
               10  FILLER                   PIC X(03)  VALUE SPACES.
       01  W-SCREEN-LENGTH                 PIC S9(04) COMP VALUE 790.
      *
       01  W-ERROR-MESSAGE                 PIC X(79).
       01  W-ERROR-LENGTH                  PIC S9(04) COMP VALUE 79.
      *    A200-CALL-EBUD01 - SAME INTERFACE FIELDS THE BATCH SWEEP
      *    LOADS IN ITS B210, PLUS THE CALCULATION-ONLY FIELDS: THE
      *    'C' MODE SWITCH AND THE OVERRIDE/BENEFIT-BASE DATA READ
      *    HERE (A210/A220), THE SERVICE-HISTORY SPANS (A230) AND THE
      *    DOMESTIC RELATIONS ORDER (A240) THAT EBUD01 WOULD
      *    OTHERWISE HAVE READ ITSELF WITH BATCH I-O.
      *----------------------------------------------------------------
       A200-CALL-EBUD01 SECTION.
           MOVE SPACES               TO W-INTERFACE-AREA

           PERFORM A210-READ-AGE-OVERRIDE
           PERFORM A220-READ-BENEFIT-BASE
           PERFORM A230-BROWSE-SERVICE-HISTORY
           PERFORM A240-READ-DOMESTIC-RELATIONS-ORDER

           CALL W-CALL-PROGRAM USING W-INTERFACE-AREA
           .
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A230-BROWSE-SERVICE-HISTORY - LOAD THE MEMBER'S SPANS INTO
      *    THE LINPUT CALLER SPAN TABLE.  THE BROWSE STOPS ONE SPAN
      *    PAST THE TABLE SIZE, SO A MEMBER WITH MORE SPANS THAN THE
      *    TABLE HOLDS ARRIVES WITH A COUNT OVER THE LIMIT AND EBUD01
      *    REFUSES THE SERVICE CALCULATION (L-SERVICE-RETC -2) RATHER
      *    THAN CREDITING PART OF THE HISTORY.  NO SPANS ON FILE
      *    LEAVES THE COUNT ZERO AND EBUD01 USES THE HIRE DATE.
      *----------------------------------------------------------------
       A230-BROWSE-SERVICE-HISTORY SECTION.
           MOVE 0              TO L-CALLER-SPAN-COUNT
           MOVE EB-EMPLOYEE-ID TO W-SPAN-BROWSE-EMPLOYEE-ID
           MOVE 0              TO W-SPAN-BROWSE-START-DATE
           EXEC CICS STARTBR
               FILE('SVCHIST')
               RIDFLD(W-SPAN-BROWSE-KEY)
               GTEQ
               RESP(W-RESPONSE-CODE)
           END-EXEC
           IF W-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              GO TO END-OF-SECTION
           END-IF

           MOVE 'N' TO W-SPAN-BROWSE-END-SW
           PERFORM A231-READ-NEXT-SPAN
               UNTIL W-SPAN-BROWSE-END

           EXEC CICS ENDBR
               FILE('SVCHIST')
               RESP(W-RESPONSE-CODE)
           END-EXEC
           .
       END-OF-SECTION.
           EXIT.
      *
       A231-READ-NEXT-SPAN SECTION.
           EXEC CICS READNEXT
               FILE('SVCHIST')
               INTO(W-SERVICE-HISTORY-RECORD)
               RIDFLD(W-SPAN-BROWSE-KEY)
               RESP(W-RESPONSE-CODE)
           END-EXEC
           IF W-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO W-SPAN-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF
           IF SH-EMPLOYEE-ID NOT = EB-EMPLOYEE-ID
              MOVE 'Y' TO W-SPAN-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF

           ADD 1 TO L-CALLER-SPAN-COUNT
           IF L-CALLER-SPAN-COUNT > 30
              MOVE 'Y' TO W-SPAN-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF
           MOVE SH-SPAN-START-DATE
             TO L-CALLER-SPAN-START-DATE (L-CALLER-SPAN-COUNT)
           MOVE SH-SPAN-END-DATE
             TO L-CALLER-SPAN-END-DATE (L-CALLER-SPAN-COUNT)
           MOVE SH-SPAN-TYPE
             TO L-CALLER-SPAN-TYPE (L-CALLER-SPAN-COUNT)
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A240-READ-DOMESTIC-RELATIONS-ORDER - NO RECORD, OR AN ORDER
      *    STILL PENDING WITH THE LEGAL DEPARTMENT, LEAVES THE FLAG
      *    'N' AND EBUD01 RETURNS THE WHOLE BENEFIT AS THE BATCH
      *    SWEEP WOULD.
      *----------------------------------------------------------------
       A240-READ-DOMESTIC-RELATIONS-ORDER SECTION.
           MOVE 'N' TO L-CALLER-QDRO-FLAG
           MOVE EB-EMPLOYEE-ID TO QD-EMPLOYEE-ID
           EXEC CICS READ
               FILE('RETIRQDR')
               INTO(W-ALTERNATE-PAYEE-RECORD)
               RIDFLD(QD-EMPLOYEE-ID)
               RESP(W-RESPONSE-CODE)
           END-EXEC
           IF W-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              GO TO END-OF-SECTION
           END-IF
           IF NOT QD-ORDER-QUALIFIED
              GO TO END-OF-SECTION
           END-IF

           MOVE 'Y'                  TO L-CALLER-QDRO-FLAG
           MOVE QD-ORDER-NUMBER      TO L-CALLER-QDRO-ORDER-NUMBER
           MOVE QD-PAYEE-BIRTH-DATE  TO L-CALLER-AP-BIRTH-DATE
           MOVE QD-SPLIT-METHOD      TO L-CALLER-QDRO-SPLIT-METHOD
           MOVE QD-SPLIT-PERCENT     TO L-CALLER-QDRO-SPLIT-PERCENT
           MOVE QD-SPLIT-AMOUNT      TO L-CALLER-QDRO-SPLIT-AMOUNT
           MOVE QD-EARLIEST-PAY-DATE TO L-CALLER-AP-EARLIEST-PAY
           .
       END-OF-SECTION.
           EXIT.
      *
       A300-SEND-RESULT-SCREEN SECTION.
           MOVE EB-EMPLOYEE-ID         TO SC-EMPLOYEE-ID
           MOVE L-SERVICE-RETC         TO SC-SERVICE-RETC
           MOVE L-BENEFIT-RETC         TO SC-BENEFIT-RETC

           MOVE L-CREDITED-SERVICE-YEARS  TO SC-SERVICE-YEARS
           MOVE L-CREDITED-SERVICE-MONTHS TO SC-SERVICE-MONTHS
           EVALUATE TRUE
               WHEN L-SERVICE-FROM-SPANS
                   MOVE 'SERVICE HISTORY'    TO SC-SERVICE-SOURCE
               WHEN L-SERVICE-FROM-HIRE-DATE
                   MOVE 'HIRE DATE'          TO SC-SERVICE-SOURCE
               WHEN OTHER
                   MOVE 'NOT AVAILABLE'      TO SC-SERVICE-SOURCE
           END-EVALUATE

           MOVE SPACES TO SC-AP-NORMAL-AMOUNT
           IF L-QDRO-ORDER-ON-FILE
              MOVE L-QDRO-ORDER-NUMBER      TO SC-QDRO-ORDER-NUMBER
              IF L-BENEFIT-RETC = 0
                 MOVE L-AP-NORMAL-BENEFIT-AMOUNT TO W-AMOUNT-EDIT
                 MOVE W-AMOUNT-EDIT         TO SC-AP-NORMAL-AMOUNT
              END-IF
              MOVE L-AP-FIRST-PAYMENT-DATE  TO SC-AP-FIRST-PAYMENT-DATE
           ELSE
              MOVE 'NONE'                   TO SC-QDRO-ORDER-NUMBER
              MOVE SPACES                   TO SC-AP-FIRST-PAYMENT-DATE
           END-IF

           EXEC CICS SEND TEXT
               FROM(W-SCREEN-IMAGE)
               LENGTH(W-SCREEN-LENGTH)
