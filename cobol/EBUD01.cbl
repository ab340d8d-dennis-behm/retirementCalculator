      *                     THE OVERRIDE AGES AND BENEFIT BASE SO
      *                     NEITHER PATH TOUCHES AN UNOPENED FILE'S
      *                     RECORD AREA.
      *    2026-10-15  DLB  MEASURE THE 30-YEAR AND RULE-OF-85 DATES
      *                     FROM CREDITED SERVICE ON THE NEW SERVICE-
      *                     HISTORY FILE (SVCHIST, LSVCHIST) WHEN THE
      *                     EMPLOYEE HAS SPANS THERE, SO BREAKS,
      *                     REHIRES AND UNPAID LEAVE ARE CREDITED
      *                     CORRECTLY; THE HIRE DATE IS THE FALLBACK.
      *                     CREDITED YEARS/MONTHS AND THEIR SOURCE
      *                     RETURN AT THE END OF LINPUT.  A CALCULA-
      *                     TION-ONLY CALLER HANDS THE SPANS IN.
      *    2026-10-15  DLB  RETURN THE REQUIRED BEGINNING DATE BUILT BY
      *                     EBUD04 AT THE END OF LINPUT.
      *    2026-10-15  DLB  APPLY A QUALIFIED DOMESTIC RELATIONS ORDER
      *                     FROM THE NEW ALTERNATE-PAYEE FILE (RETIRQDR,
      *                     LQDRO) IN A375: THE BENEFIT AMOUNTS RETURN
      *                     AS THE MEMBER'S SHARE, THE PAYEE'S SHARE
      *                     AND EARLIEST RETIREMENT DATE (FROM THE
      *                     PAYEE'S OWN BIRTH DATE, AS A340 DOES FOR A
      *                     SPOUSE) RETURN AT THE END OF LINPUT, AND
      *                     THE BATCH SWEEP FEEDS THE PAYEE'S SHARE TO
      *                     THE PENSION EXTRACT AS A DETAIL FLAGGED
      *                     'A'.  A CALCULATION-ONLY CALLER HANDS THE
      *                     ORDER IN.
      *    2026-10-15  DLB  PASS PROPOSED REDUCTION/CREDIT RATES TO
      *                     EBUD16 WHEN A CALCULATION-ONLY CALLER (THE
      *                     EBUD29 WHAT-IF SCENARIO RUN) HANDS THEM IN;
      *                     ZERO RATES (EVERY OTHER CALLER) MEAN THE
      *                     STANDARD FRACTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SB-EMPLOYEE-ID.
              SELECT SERVICE-HISTORY-FILE ASSIGN TO SVCHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SH-SPAN-KEY.
              SELECT ALTERNATE-PAYEE-FILE ASSIGN TO RETIRQDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QD-EMPLOYEE-ID.
       DATA DIVISION.
       FILE SECTION.
      *
           RECORDING MODE IS F.
       01  BENEFIT-BASE-RECORD.
           COPY LSALBASE.
      *
       FD  SERVICE-HISTORY-FILE
           RECORDING MODE IS F.
       01  SERVICE-HISTORY-RECORD.
           COPY LSVCHIST.
      *
       FD  ALTERNATE-PAYEE-FILE
           RECORDING MODE IS F.
       01  ALTERNATE-PAYEE-RECORD.
           COPY LQDRO.
      *
       WORKING-STORAGE SECTION.
      *
          05 W-EBUD04-DELAYED-RETIRE-DATE PIC X(80).
          05 W-EBUD04-PROGRAM-RETCODE     PIC 9(4).
             88 W-EBUD04-REQUEST-SUCCESS      VALUE 0.
          05 W-EBUD04-REQUIRED-BEGIN-DATE PIC X(80).

       01 W-EBUD03-LINKAGE-AREA.
          05 W-RETIREMENT-DATE-IN.
          05 W-EBUD16-DELAYED-AMOUNT      PIC 9(7)V99.
          05 W-EBUD16-PROGRAM-RETCODE     PIC 9(4).
             88 W-EBUD16-REQUEST-SUCCESS      VALUE 0.
          05 W-EBUD16-EARLY-RATE-1        PIC 9V9(4).
          05 W-EBUD16-EARLY-RATE-2        PIC 9V9(4).
          05 W-EBUD16-CREDIT-RATE         PIC 9V9(4).

       01 W-SERVICE-EBUD03-LINKAGE-AREA.
          05 W-SERVICE-RETIREMENT-DATE-IN.
          05 W-SERVICE-RETIREMENT-DATE        PIC X(80).
          05 W-SERVICE-EBUD03-PROGRAM-RETCODE PIC 9(4).
             88 W-SERVICE-EBUD03-REQUEST-SUCCESS   VALUE 0.
      *
      *    CREDITED-SERVICE WORK FIELDS - SEE A350/A390.  THE SPANS
      *    ARE STAGED IN THIS TABLE BY A390 - FROM THE SVCHIST BROWSE
      *    IN BATCH, FROM THE CALLER-SUPPLIED LINPUT TABLE IN
      *    CALCULATION-ONLY MODE - SO A395 NEVER TOUCHES THE RECORD
      *    AREA OF A FILE THAT WAS NEVER OPENED.
       01 W-SPAN-TABLE-CONTROL.
          05 W-SPAN-COUNT          PIC 9(4)   COMP VALUE 0.
          05 W-SPAN-MAX            PIC 9(4)   COMP VALUE 30.
          05 W-SPAN-IDX            PIC 9(4)   COMP.
          05 W-SPAN-BROWSE-END-SW  PIC X(1)   VALUE 'N'.
             88 W-SPAN-BROWSE-END      VALUE 'Y'.
          05 W-SPAN-OVERFLOW-SW    PIC X(1)   VALUE 'N'.
             88 W-SPAN-TABLE-OVERFLOW  VALUE 'Y'.
      *
       01 W-SPAN-TABLE.
          05 W-SPAN-ENTRY OCCURS 30 TIMES.
             10 W-SPAN-START-DATE  PIC 9(8).
             10 W-SPAN-END-DATE    PIC 9(8).
             10 W-SPAN-TYPE        PIC X(1).
                88 W-SPAN-CREDITED     VALUE 'W' 'M' 'B'.
      *
       01 W-CREDITED-SERVICE-WA.
          05 W-MEASURE-DATE.
             10 W-MEASURE-CCYY     PIC 9(4).
             10 W-MEASURE-MM       PIC 9(2).
             10 W-MEASURE-DD       PIC 9(2).
          05 W-SPAN-FROM-DATE      PIC 9(8).
          05 W-SPAN-FROM-PARTS REDEFINES W-SPAN-FROM-DATE.
             10 W-SPAN-FROM-CCYY   PIC 9(4).
             10 W-SPAN-FROM-MM     PIC 9(2).
             10 W-SPAN-FROM-DD     PIC 9(2).
          05 W-SPAN-THRU-DATE      PIC 9(8).
          05 W-SPAN-NEXT-DATE      PIC 9(8).
          05 W-SPAN-NEXT-PARTS REDEFINES W-SPAN-NEXT-DATE.
             10 W-SPAN-NEXT-CCYY   PIC 9(4).
             10 W-SPAN-NEXT-MM     PIC 9(2).
             10 W-SPAN-NEXT-DD     PIC 9(2).
          05 W-INT-SPAN-FROM       PIC 9(9)   COMP.
          05 W-INT-SPAN-THRU       PIC 9(9)   COMP.
          05 W-SPAN-MONTHS         PIC S9(5)  COMP.
          05 W-CREDITED-MONTHS     PIC S9(5)  COMP.
          05 W-SERVICE-START-MONTHS PIC S9(9) COMP.
      *
      *    DOMESTIC RELATIONS ORDER WORK FIELDS - SEE A375.  THE ORDER
      *    IS STAGED HERE BY A376 - FROM THE RETIRQDR READ IN BATCH,
      *    FROM THE CALLER-SUPPLIED LINPUT FIELDS IN CALCULATION-ONLY
      *    MODE - SO A377/A378 NEVER TOUCH THE RECORD AREA OF A FILE
      *    THAT WAS NEVER OPENED.
       01 W-QDRO-WA.
          05 W-QDRO-FOUND-SW       PIC X(1)   VALUE 'N'.
             88 W-QDRO-FOUND            VALUE 'Y'.
          05 W-QDRO-ORDER-NUMBER   PIC X(12).
          05 W-QDRO-SPLIT-METHOD   PIC X(1).
             88 W-QDRO-SPLIT-BY-PERCENT VALUE 'P'.
          05 W-QDRO-SPLIT-PERCENT  PIC 9(3)V99.
          05 W-QDRO-SPLIT-AMOUNT   PIC 9(7)V99.
          05 W-AP-BIRTH-DATE.
             10 W-AP-BIRTH-CCYY    PIC 9(4).
             10 W-AP-BIRTH-MM      PIC 9(2).
             10 W-AP-BIRTH-DD      PIC 9(2).
          05 W-AP-ORDER-PAY-DATE   PIC 9(8).
          05 W-AP-ORDER-PAY-PARTS REDEFINES W-AP-ORDER-PAY-DATE.
             10 W-AP-ORDER-PAY-CCYY PIC 9(4).
             10 W-AP-ORDER-PAY-MM  PIC 9(2).
             10 W-AP-ORDER-PAY-DD  PIC 9(2).
      *    THE ORDER'S EARLIEST PAYMENT DATE IN THE SAME YYYY/MM/DD
      *    FORM EBUD03 RETURNS, SO THE TWO DATES COMPARE AS TEXT.
          05 W-AP-ORDER-PAY-TEXT.
             10 W-AP-PAY-TEXT-CCYY PIC 9(4).
             10 FILLER             PIC X(1)   VALUE '/'.
             10 W-AP-PAY-TEXT-MM   PIC 9(2).
             10 FILLER             PIC X(1)   VALUE '/'.
             10 W-AP-PAY-TEXT-DD   PIC 9(2).
      *    ONE AMOUNT AT A TIME THROUGH A377.
          05 W-SPLIT-GROSS-AMOUNT  PIC 9(7)V99.
          05 W-SPLIT-PAYEE-SHARE   PIC 9(7)V99.
      *
       LINKAGE SECTION.
      *
              END-IF
              OPEN INPUT  RETIREMENT-AGE-OVERRIDE-FILE
              OPEN INPUT  BENEFIT-BASE-FILE
              OPEN INPUT  SERVICE-HISTORY-FILE
              OPEN INPUT  ALTERNATE-PAYEE-FILE
              MOVE 'Y' TO W-FILES-OPEN-SW
           END-IF

           MOVE -9 TO L-SPOUSE-RETC
           MOVE -9 TO L-SERVICE-RETC
           MOVE -9 TO L-BENEFIT-RETC
           MOVE 0  TO L-CREDITED-SERVICE-YEARS
           MOVE 0  TO L-CREDITED-SERVICE-MONTHS
           MOVE SPACE TO L-SERVICE-SOURCE
           MOVE 0  TO L-EARLY-BENEFIT-AMOUNT
           MOVE 0  TO L-NORMAL-BENEFIT-AMOUNT
           MOVE 0  TO L-DELAYED-BENEFIT-AMOUNT
           MOVE SPACES TO L-REQUIRED-BEGIN-DATE
           MOVE 'N' TO L-QDRO-ORDER-SW
           MOVE SPACES TO L-QDRO-ORDER-NUMBER
           MOVE 0  TO L-AP-EARLY-BENEFIT-AMOUNT
           MOVE 0  TO L-AP-NORMAL-BENEFIT-AMOUNT
           MOVE 0  TO L-AP-DELAYED-BENEFIT-AMOUNT
           MOVE SPACES TO L-AP-EARLIEST-RETIRE-DATE
           MOVE SPACES TO L-AP-FIRST-PAYMENT-DATE
           MOVE -9 TO L-QDRO-RETC

           PERFORM A100-VERIFY-INPUT-DATE
           MOVE RETC TO W-A100-RETC
              PERFORM A340-CALCULATE-SPOUSE-RETIREMENT-DATE
           END-IF

      *    A350 DECIDES FOR ITSELF WHETHER THERE IS ANY SERVICE TO
      *    MEASURE (SPANS ON FILE, OR FAILING THAT A HIRE DATE).  A
      *    SURVIVOR CALCULATION HAS NONE - THE SPANS ON FILE UNDER
      *    THE DECEASED MEMBER'S ID ARE NOT THE SPOUSE'S SERVICE.
           IF RETC = 0 AND L-REQUESTOR-ID NOT = 'SURVIVOR'
              PERFORM A350-CALCULATE-SERVICE-DATES
           END-IF

              PERFORM A370-CALCULATE-BENEFIT-AMOUNTS
           END-IF

      *    A DOMESTIC RELATIONS ORDER DIVIDES THE MEMBER'S OWN
      *    BENEFIT - A SURVIVOR CALCULATION HAS NONE TO DIVIDE.
           IF RETC = 0 AND L-REQUESTOR-ID NOT = 'SURVIVOR'
              PERFORM A375-APPLY-DOMESTIC-RELATIONS-ORDER
           END-IF

       A000-AUDIT-AND-EXIT.
           IF NOT L-CALC-ONLY-REQUEST
              PERFORM A400-WRITE-AUDIT-RECORD
           MOVE SPACES               TO W-EBUD04-EARLY-RETIRE-DATE
           MOVE SPACES               TO W-EBUD04-NORMAL-RETIRE-DATE
           MOVE SPACES               TO W-EBUD04-DELAYED-RETIRE-DATE
           MOVE SPACES               TO W-EBUD04-REQUIRED-BEGIN-DATE
           MOVE 0                    TO W-EBUD04-PROGRAM-RETCODE
           MOVE 'EBUD04'             TO W-CALL-PROGRAM

                                     TO L-EARLY-RETIREMENT-DATE
              MOVE W-EBUD04-DELAYED-RETIRE-DATE
                                     TO L-DELAYED-RETIREMENT-DATE
              MOVE W-EBUD04-REQUIRED-BEGIN-DATE
                                     TO L-REQUIRED-BEGIN-DATE
           ELSE
              DISPLAY 'PROBLEMS IN CALL OF ' W-CALL-PROGRAM
              DISPLAY 'PROGRAM RETURN CODE ' W-EBUD04-PROGRAM-RETCODE
      *----------------------------------------------------------------
      *    A350-CALCULATE-SERVICE-DATES - SERVICE-BASED UNREDUCED-
      *    BENEFIT DATES FOR THE BARGAINING-UNIT PLANS THAT GRANT
      *    THEM: THE DATE 30 YEARS OF SERVICE IS REACHED (SERVICE
      *    START PLUS 30 YEARS) AND THE RULE-OF-85 DATE (FIRST OF THE
      *    MONTH IN WHICH AGE PLUS SERVICE REACHES 85).  EACH MONTH
      *    WORKED ADDS ONE MONTH OF AGE AND ONE OF SERVICE, SO THE
      *    SUM REACHES 85 YEARS AT THE MONTH MIDWAY BETWEEN (BIRTH
      *    MONTH PLUS SERVICE-START MONTH PLUS 1020), ROUNDED UP.  A
      *    MEMBER ALREADY PAST 85 AT THE START IS ELIGIBLE FROM THE
      *    START MONTH.
      *
      *    THE SERVICE START IS THE HIRE DATE ONLY WHEN THE MEMBER
      *    HAS NO SPANS ON THE SERVICE-HISTORY FILE.  WITH SPANS, THE
      *    CREDITED MONTHS AS OF THE MEASURE DATE (A395) ARE COUNTED
      *    BACK FROM THE MEASURE DATE TO AN EQUIVALENT CONTINUOUS-
      *    SERVICE START, AND THE DATES ARE PROJECTED FROM THERE ON
      *    THE SAME CONTINUED-SERVICE ASSUMPTION THE HIRE DATE
      *    ALWAYS CARRIED.  THE DAY OF MONTH IS HELD TO 28 SO THE
      *    PROJECTED 30-YEAR DATE IS A REAL DATE IN ANY MONTH.
      *----------------------------------------------------------------
       A350-CALCULATE-SERVICE-DATES SECTION.
           PERFORM A385-DETERMINE-MEASURE-DATE
           PERFORM A390-LOAD-SERVICE-SPANS
           IF W-SPAN-TABLE-OVERFLOW
              DISPLAY 'TOO MANY SERVICE SPANS TO CREDIT - '
                      L-EMPLOYEE-ID
              MOVE -2 TO L-SERVICE-RETC
              GO TO END-OF-SECTION
           END-IF

           IF W-SPAN-COUNT > 0
              PERFORM A395-SUM-CREDITED-SERVICE
              COMPUTE W-SERVICE-START-MONTHS =
                      (W-MEASURE-CCYY * 12) + (W-MEASURE-MM - 1)
                    - W-CREDITED-MONTHS
              COMPUTE W-HIRE-CCYY = W-SERVICE-START-MONTHS / 12
              COMPUTE W-HIRE-MM =
                      W-SERVICE-START-MONTHS - (W-HIRE-CCYY * 12) + 1
              MOVE W-MEASURE-DD TO W-HIRE-DD
              IF W-HIRE-DD > 28
                 MOVE 28 TO W-HIRE-DD
              END-IF
              MOVE 'S' TO L-SERVICE-SOURCE
              MOVE 0   TO L-SERVICE-RETC
           ELSE
              IF L-HIRE-DATE IS NOT NUMERIC OR L-HIRE-DATE = 0
                 GO TO END-OF-SECTION
              END-IF
              MOVE 0 TO L-SERVICE-RETC
              MOVE L-HIRE-DATE TO W-HIRE-INPUT-DATE
              IF W-HIRE-MM < 1 OR W-HIRE-MM > 12
                 DISPLAY 'HIRE DATE HAS INVALID MONTH - ' L-HIRE-DATE
                 MOVE -1 TO L-SERVICE-RETC
                 GO TO END-OF-SECTION
              END-IF
              COMPUTE W-CREDITED-MONTHS =
                      ((W-MEASURE-CCYY * 12) + W-MEASURE-MM)
                    - ((W-HIRE-CCYY * 12) + W-HIRE-MM)
              IF W-MEASURE-DD < W-HIRE-DD
                 SUBTRACT 1 FROM W-CREDITED-MONTHS
              END-IF
              IF W-CREDITED-MONTHS < 0
                 MOVE 0 TO W-CREDITED-MONTHS
              END-IF
              MOVE 'H' TO L-SERVICE-SOURCE
           END-IF

           DIVIDE W-CREDITED-MONTHS BY 12
               GIVING    L-CREDITED-SERVICE-YEARS
               REMAINDER L-CREDITED-SERVICE-MONTHS
           DISPLAY 'CREDITED SERVICE = ' L-CREDITED-SERVICE-YEARS
                   ' YRS ' L-CREDITED-SERVICE-MONTHS ' MOS ('
                   L-SERVICE-SOURCE ')'

           COMPUTE W-SERVICE-RETIRE-CCYY = W-HIRE-CCYY + 30
           MOVE W-SERVICE-RETIRE-CCYY TO W-SERVICE-RET-YYYY
           MOVE W-HIRE-MM             TO W-SERVICE-RET-MM
           MOVE L-DELAYED-RETIREMENT-DATE(6:2)
                                        TO W-EBUD16-DELAYED-MM
           MOVE 0                       TO W-EBUD16-PROGRAM-RETCODE
           MOVE 0                       TO W-EBUD16-EARLY-RATE-1
           MOVE 0                       TO W-EBUD16-EARLY-RATE-2
           MOVE 0                       TO W-EBUD16-CREDIT-RATE
           IF L-CALC-ONLY-REQUEST AND L-CALLER-FACTORS-SUPPLIED
              MOVE L-CALLER-EARLY-RATE-1 TO W-EBUD16-EARLY-RATE-1
              MOVE L-CALLER-EARLY-RATE-2 TO W-EBUD16-EARLY-RATE-2
              MOVE L-CALLER-CREDIT-RATE  TO W-EBUD16-CREDIT-RATE
           END-IF
           MOVE 'EBUD16'                TO W-CALL-PROGRAM

           CALL W-CALL-PROGRAM USING W-EBUD16-LINKAGE-AREA
           EXIT.
      *
      *----------------------------------------------------------------
      *    A375-APPLY-DOMESTIC-RELATIONS-ORDER - WHEN A QUALIFIED
      *    ORDER IS ON FILE FOR THE EMPLOYEE, DIVIDE THE A370 AMOUNTS
      *    BETWEEN THE MEMBER AND THE ALTERNATE PAYEE (A377), WORK
      *    OUT THE PAYEE'S OWN EARLIEST RETIREMENT DATE AND FIRST
      *    PAYMENT DATE (A378) AND, FOR THE BATCH SWEEP, FEED THE
      *    PAYEE'S SHARE TO THE PENSION EXTRACT RIGHT BEHIND THE
      *    MEMBER'S OWN DETAIL (A379).  NO AMOUNTS (NO BENEFIT BASE)
      *    MEANS NOTHING TO DIVIDE, BUT THE PAYEE'S DATES ARE STILL
      *    WORKED OUT AND THE PAYEE STILL GOES ON THE EXTRACT.
      *----------------------------------------------------------------
       A375-APPLY-DOMESTIC-RELATIONS-ORDER SECTION.
           PERFORM A376-LOOKUP-DOMESTIC-RELATIONS-ORDER
           IF NOT W-QDRO-FOUND
              GO TO END-OF-SECTION
           END-IF
           MOVE 'Y'                 TO L-QDRO-ORDER-SW
           MOVE W-QDRO-ORDER-NUMBER TO L-QDRO-ORDER-NUMBER

           IF L-BENEFIT-RETC = 0
              MOVE L-EARLY-BENEFIT-AMOUNT   TO W-SPLIT-GROSS-AMOUNT
              PERFORM A377-SPLIT-ONE-AMOUNT
              MOVE W-SPLIT-PAYEE-SHARE   TO L-AP-EARLY-BENEFIT-AMOUNT
              SUBTRACT W-SPLIT-PAYEE-SHARE FROM L-EARLY-BENEFIT-AMOUNT

              MOVE L-NORMAL-BENEFIT-AMOUNT  TO W-SPLIT-GROSS-AMOUNT
              PERFORM A377-SPLIT-ONE-AMOUNT
              MOVE W-SPLIT-PAYEE-SHARE   TO L-AP-NORMAL-BENEFIT-AMOUNT
              SUBTRACT W-SPLIT-PAYEE-SHARE FROM L-NORMAL-BENEFIT-AMOUNT

              MOVE L-DELAYED-BENEFIT-AMOUNT TO W-SPLIT-GROSS-AMOUNT
              PERFORM A377-SPLIT-ONE-AMOUNT
              MOVE W-SPLIT-PAYEE-SHARE   TO L-AP-DELAYED-BENEFIT-AMOUNT
              SUBTRACT W-SPLIT-PAYEE-SHARE
                  FROM L-DELAYED-BENEFIT-AMOUNT
           END-IF

           PERFORM A378-CALCULATE-PAYEE-DATES
           IF L-QDRO-RETC NOT = 0
              GO TO END-OF-SECTION
           END-IF

           IF L-REQUESTOR-ID = 'BATCH   '
              PERFORM A379-WRITE-PAYEE-EXTRACT-RECORD
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A376-LOOKUP-DOMESTIC-RELATIONS-ORDER - STAGE THE ORDER IN
      *    WORKING-STORAGE: FROM THE RETIRQDR READ IN BATCH, FROM THE
      *    CALLER-SUPPLIED LINPUT FIELDS IN CALCULATION-ONLY MODE.
      *    AN ORDER STILL PENDING QUALIFICATION DOES NOT COUNT.
      *----------------------------------------------------------------
       A376-LOOKUP-DOMESTIC-RELATIONS-ORDER SECTION.
           MOVE 'N' TO W-QDRO-FOUND-SW

           IF L-CALC-ONLY-REQUEST
              IF L-CALLER-QDRO-SUPPLIED
                 MOVE 'Y' TO W-QDRO-FOUND-SW
                 MOVE L-CALLER-QDRO-ORDER-NUMBER
                   TO W-QDRO-ORDER-NUMBER
                 MOVE L-CALLER-AP-BIRTH-DATE  TO W-AP-BIRTH-DATE
                 MOVE L-CALLER-QDRO-SPLIT-METHOD
                   TO W-QDRO-SPLIT-METHOD
                 MOVE L-CALLER-QDRO-SPLIT-PERCENT
                   TO W-QDRO-SPLIT-PERCENT
                 MOVE L-CALLER-QDRO-SPLIT-AMOUNT
                   TO W-QDRO-SPLIT-AMOUNT
                 MOVE L-CALLER-AP-EARLIEST-PAY
                   TO W-AP-ORDER-PAY-DATE
              END-IF
              GO TO END-OF-SECTION
           END-IF

           IF L-EMPLOYEE-ID = SPACES
              GO TO END-OF-SECTION
           END-IF
           MOVE L-EMPLOYEE-ID TO QD-EMPLOYEE-ID
           READ ALTERNATE-PAYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QD-ORDER-QUALIFIED
                      MOVE 'Y' TO W-QDRO-FOUND-SW
                      MOVE QD-ORDER-NUMBER  TO W-QDRO-ORDER-NUMBER
                      MOVE QD-PAYEE-BIRTH-DATE TO W-AP-BIRTH-DATE
                      MOVE QD-SPLIT-METHOD  TO W-QDRO-SPLIT-METHOD
                      MOVE QD-SPLIT-PERCENT TO W-QDRO-SPLIT-PERCENT
                      MOVE QD-SPLIT-AMOUNT  TO W-QDRO-SPLIT-AMOUNT
                      MOVE QD-EARLIEST-PAY-DATE
                        TO W-AP-ORDER-PAY-DATE
                   END-IF
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A377-SPLIT-ONE-AMOUNT - THE PAYEE'S SHARE OF W-SPLIT-GROSS-
      *    AMOUNT: THE ORDER'S PERCENTAGE OF IT (ROUNDED TO THE CENT),
      *    OR THE ORDER'S FIXED AMOUNT BUT NEVER MORE THAN THE WHOLE
      *    AMOUNT.  THE CALLER SUBTRACTS IT TO LEAVE THE MEMBER'S.
      *----------------------------------------------------------------
       A377-SPLIT-ONE-AMOUNT SECTION.
           IF W-QDRO-SPLIT-BY-PERCENT
              COMPUTE W-SPLIT-PAYEE-SHARE ROUNDED =
                      W-SPLIT-GROSS-AMOUNT * W-QDRO-SPLIT-PERCENT / 100
           ELSE
              IF W-QDRO-SPLIT-AMOUNT > W-SPLIT-GROSS-AMOUNT
                 MOVE W-SPLIT-GROSS-AMOUNT TO W-SPLIT-PAYEE-SHARE
              ELSE
                 MOVE W-QDRO-SPLIT-AMOUNT  TO W-SPLIT-PAYEE-SHARE
              END-IF
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A378-CALCULATE-PAYEE-DATES - THE ALTERNATE PAYEE'S OWN
      *    EARLIEST RETIREMENT DATE, FROM THE PAYEE'S BIRTH DATE THE
      *    WAY A340 WORKS THE SPOUSE'S: THE LRETRULE AGE FOR THE
      *    PAYEE'S BIRTH YEAR (A310/A320, NO PLAN OVERRIDE - THE
      *    PAYEE IS NOT A MEMBER OF THE BARGAINING UNIT) GIVES THE
      *    NORMAL YEAR AND MONTH, AND EBUD04 BUILDS THE EARLY DATE
      *    FROM THERE AS IT DOES FOR THE MEMBER IN A330.  THE FIRST
      *    PAYMENT DATE IS THE LATER OF THAT DATE AND THE EARLIEST
      *    PAYMENT DATE IN THE ORDER.  THE MEMBER'S OWN DATES ARE IN
      *    THE INTERFACE AREA ALREADY, SO THE W-CCYY/W-MM/W-DD AND
      *    EBUD04 WORK AREAS ARE FREE TO BE RELOADED HERE.
      *----------------------------------------------------------------
       A378-CALCULATE-PAYEE-DATES SECTION.
           MOVE 0 TO L-QDRO-RETC

           IF W-AP-BIRTH-DATE NOT NUMERIC
              DISPLAY 'PAYEE BIRTH DATE NOT NUMERIC - ' W-AP-BIRTH-DATE
              MOVE -1 TO L-QDRO-RETC
              GO TO END-OF-SECTION
           END-IF

           MOVE W-AP-BIRTH-CCYY TO W-CCYY
           MOVE W-AP-BIRTH-MM   TO W-MM
           MOVE W-AP-BIRTH-DD   TO W-DD

           MOVE 'N' TO W-OVERRIDE-FOUND-SW
           PERFORM A310-LOOKUP-RETIREMENT-RULE
           PERFORM A320-DERIVE-RETIREMENT-YEAR-MONTH
           IF W-NO-RULE-REJECTED
              MOVE -5 TO L-QDRO-RETC
              GO TO END-OF-SECTION
           END-IF

           MOVE W-AP-BIRTH-CCYY      TO W-EBUD04-BIRTH-CCYY
           MOVE W-AP-BIRTH-MM        TO W-EBUD04-BIRTH-MM
           MOVE W-AP-BIRTH-DD        TO W-EBUD04-BIRTH-DD
           MOVE W-RETIREMENT-WA      TO W-EBUD04-NORMAL-RETIRE-WA
           MOVE W-RETIREMENT-MM      TO W-EBUD04-NORMAL-RETIRE-MM
           MOVE SPACES               TO W-EBUD04-EARLY-RETIRE-DATE
           MOVE SPACES               TO W-EBUD04-NORMAL-RETIRE-DATE
           MOVE SPACES               TO W-EBUD04-DELAYED-RETIRE-DATE
           MOVE SPACES               TO W-EBUD04-REQUIRED-BEGIN-DATE
           MOVE 0                    TO W-EBUD04-PROGRAM-RETCODE
           MOVE 'EBUD04'             TO W-CALL-PROGRAM

           CALL W-CALL-PROGRAM USING W-EBUD04-LINKAGE-AREA

           IF NOT W-EBUD04-REQUEST-SUCCESS
              DISPLAY 'PROBLEMS IN CALL OF ' W-CALL-PROGRAM
              DISPLAY 'PROGRAM RETURN CODE ' W-EBUD04-PROGRAM-RETCODE
              MOVE -4 TO L-QDRO-RETC
              GO TO END-OF-SECTION
           END-IF

           MOVE W-EBUD04-EARLY-RETIRE-DATE TO L-AP-EARLIEST-RETIRE-DATE
           MOVE W-EBUD04-EARLY-RETIRE-DATE(1:10)
                                     TO L-AP-FIRST-PAYMENT-DATE

           IF W-AP-ORDER-PAY-DATE IS NUMERIC
                  AND W-AP-ORDER-PAY-DATE NOT = 0
              MOVE W-AP-ORDER-PAY-CCYY TO W-AP-PAY-TEXT-CCYY
              MOVE W-AP-ORDER-PAY-MM   TO W-AP-PAY-TEXT-MM
              MOVE W-AP-ORDER-PAY-DD   TO W-AP-PAY-TEXT-DD
              IF W-AP-ORDER-PAY-TEXT > L-AP-FIRST-PAYMENT-DATE
                 MOVE W-AP-ORDER-PAY-TEXT TO L-AP-FIRST-PAYMENT-DATE
              END-IF
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A379-WRITE-PAYEE-EXTRACT-RECORD - THE ALTERNATE PAYEE'S
      *    SHARE AS ITS OWN DETAIL, FLAGGED 'A', DIRECTLY BEHIND THE
      *    MEMBER'S DETAIL FROM A335 (SAME EMPLOYEE ID, SO THE FEED
      *    STAYS IN KEY ORDER).  IT DATES FROM THE PAYEE'S FIRST
      *    PAYMENT DATE AND COUNTS IN THE TRAILER LIKE ANY DETAIL.
      *----------------------------------------------------------------
       A379-WRITE-PAYEE-EXTRACT-RECORD SECTION.
           IF NOT W-EXTRACT-HEADER-WRITTEN
              PERFORM A336-WRITE-EXTRACT-HEADER
           END-IF

           MOVE SPACES               TO W-PENSION-EXTRACT-RECORD
           MOVE 'D'                  TO PE-RECORD-TYPE
           MOVE L-EMPLOYEE-ID        TO PE-EMPLOYEE-ID
           MOVE L-PLAN-CODE          TO PE-PLAN-CODE
           MOVE L-AP-FIRST-PAYMENT-DATE TO PE-RETIREMENT-DATE
           MOVE L-AP-FIRST-PAYMENT-DATE(1:4) TO PE-RETIREMENT-WA
           MOVE L-AP-FIRST-PAYMENT-DATE(6:2) TO PE-RETIREMENT-MM
           MOVE 'A'                  TO PE-SURVIVOR-FLAG
           MOVE L-QDRO-ORDER-NUMBER  TO PE-QDRO-ORDER-NUMBER
           MOVE L-AP-NORMAL-BENEFIT-AMOUNT TO PE-AP-MONTHLY-AMOUNT
           PERFORM A337-PUT-EXTRACT-RECORD

           ADD 1 TO W-EXTRACT-RECORD-COUNT
           IF L-EMPLOYEE-ID IS NUMERIC
              MOVE L-EMPLOYEE-ID TO W-EXTRACT-ID-NUMERIC
              ADD W-EXTRACT-ID-NUMERIC TO W-EXTRACT-HASH-TOTAL
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A380-LOOKUP-BENEFIT-BASE - STAGE THE MONTHLY BENEFIT BASE
      *    IN WORKING-STORAGE: FROM THE EMPSALRY READ IN BATCH, FROM
      *    THE CALLER-SUPPLIED LINPUT FIELD IN CALCULATION-ONLY MODE.
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A385-DETERMINE-MEASURE-DATE - CREDITED SERVICE IS MEASURED
      *    AS OF THE SAME PROCESSING DATE AS THE REST OF THE CALL: THE
      *    AS-OF DATE WHEN ONE WAS SUPPLIED, OTHERWISE TODAY.
      *----------------------------------------------------------------
       A385-DETERMINE-MEASURE-DATE SECTION.
           IF L-AS-OF-DATE IS NUMERIC AND L-AS-OF-DATE NOT = 0
              MOVE L-AS-OF-DATE TO W-MEASURE-DATE
           ELSE
              ACCEPT W-MEASURE-DATE FROM DATE YYYYMMDD
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A390-LOAD-SERVICE-SPANS - STAGE THE EMPLOYEE'S SPANS IN
      *    W-SPAN-TABLE: FROM A KEY-ORDER BROWSE OF SVCHIST IN BATCH,
      *    FROM THE CALLER-SUPPLIED LINPUT TABLE IN CALCULATION-ONLY
      *    MODE.  MORE SPANS THAN THE TABLE HOLDS SETS THE OVERFLOW
      *    SWITCH - CREDITING ONLY SOME OF THEM WOULD BE WRONG.
      *----------------------------------------------------------------
       A390-LOAD-SERVICE-SPANS SECTION.
           MOVE 0   TO W-SPAN-COUNT
           MOVE 'N' TO W-SPAN-OVERFLOW-SW

           IF L-CALC-ONLY-REQUEST
              IF L-CALLER-SPAN-COUNT IS NOT NUMERIC
                     OR L-CALLER-SPAN-COUNT = 0
                 GO TO END-OF-SECTION
              END-IF
              IF L-CALLER-SPAN-COUNT > W-SPAN-MAX
                 MOVE 'Y' TO W-SPAN-OVERFLOW-SW
                 GO TO END-OF-SECTION
              END-IF
              MOVE 1 TO W-SPAN-IDX
              PERFORM A392-COPY-CALLER-SPAN
                  UNTIL W-SPAN-IDX > L-CALLER-SPAN-COUNT
              GO TO END-OF-SECTION
           END-IF

           IF L-EMPLOYEE-ID = SPACES
              GO TO END-OF-SECTION
           END-IF
           MOVE 'N'           TO W-SPAN-BROWSE-END-SW
           MOVE L-EMPLOYEE-ID TO SH-EMPLOYEE-ID
           MOVE 0             TO SH-SPAN-START-DATE
           START SERVICE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-SPAN-KEY
               INVALID KEY
                   MOVE 'Y' TO W-SPAN-BROWSE-END-SW
           END-START
           PERFORM A391-READ-NEXT-SPAN
               UNTIL W-SPAN-BROWSE-END
           .
       END-OF-SECTION.
           EXIT.
      *
       A391-READ-NEXT-SPAN SECTION.
           READ SERVICE-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO W-SPAN-BROWSE-END-SW
               NOT AT END
                   IF SH-EMPLOYEE-ID NOT = L-EMPLOYEE-ID
                      MOVE 'Y' TO W-SPAN-BROWSE-END-SW
                   ELSE
                      IF W-SPAN-COUNT >= W-SPAN-MAX
                         MOVE 'Y' TO W-SPAN-OVERFLOW-SW
                         MOVE 'Y' TO W-SPAN-BROWSE-END-SW
                      ELSE
                         ADD 1 TO W-SPAN-COUNT
                         MOVE SH-SPAN-START-DATE
                           TO W-SPAN-START-DATE (W-SPAN-COUNT)
                         MOVE SH-SPAN-END-DATE
                           TO W-SPAN-END-DATE (W-SPAN-COUNT)
                         MOVE SH-SPAN-TYPE
                           TO W-SPAN-TYPE (W-SPAN-COUNT)
                      END-IF
                   END-IF
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
       A392-COPY-CALLER-SPAN SECTION.
           ADD 1 TO W-SPAN-COUNT
           MOVE L-CALLER-SPAN-START-DATE (W-SPAN-IDX)
             TO W-SPAN-START-DATE (W-SPAN-COUNT)
           MOVE L-CALLER-SPAN-END-DATE (W-SPAN-IDX)
             TO W-SPAN-END-DATE (W-SPAN-COUNT)
           MOVE L-CALLER-SPAN-TYPE (W-SPAN-IDX)
             TO W-SPAN-TYPE (W-SPAN-COUNT)
           ADD 1 TO W-SPAN-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A395-SUM-CREDITED-SERVICE - WHOLE MONTHS OF EVERY CREDITED
      *    SPAN (WORKED, MILITARY, BRIDGED BREAK) UP TO THE MEASURE
      *    DATE.  UNPAID LEAVE EARNS NOTHING AND THE GAP BETWEEN A
      *    QUIT AND A REHIRE IS SIMPLY NOT A SPAN.  AN OPEN SPAN (ZERO
      *    END DATE) RUNS TO THE MEASURE DATE; A SPAN STARTING AFTER
      *    IT HAS NOT BEEN EARNED YET.  THE LOADS EDIT EVERY SPAN, SO
      *    AN UNUSABLE DATE HERE IS ONLY LOGGED AND THE SPAN SKIPPED.
      *----------------------------------------------------------------
       A395-SUM-CREDITED-SERVICE SECTION.
           MOVE 0 TO W-CREDITED-MONTHS
           MOVE 1 TO W-SPAN-IDX
           PERFORM A396-CREDIT-ONE-SPAN
               UNTIL W-SPAN-IDX > W-SPAN-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
       A396-CREDIT-ONE-SPAN SECTION.
           IF NOT W-SPAN-CREDITED (W-SPAN-IDX)
              GO TO A396-NEXT-SPAN
           END-IF
           IF W-SPAN-START-DATE (W-SPAN-IDX) IS NOT NUMERIC
                  OR W-SPAN-END-DATE (W-SPAN-IDX) IS NOT NUMERIC
              DISPLAY 'SERVICE SPAN DATE NOT NUMERIC - ' L-EMPLOYEE-ID
              GO TO A396-NEXT-SPAN
           END-IF
           IF W-SPAN-START-DATE (W-SPAN-IDX) > W-MEASURE-DATE
              GO TO A396-NEXT-SPAN
           END-IF

           MOVE W-SPAN-START-DATE (W-SPAN-IDX) TO W-SPAN-FROM-DATE
           MOVE W-SPAN-END-DATE (W-SPAN-IDX)   TO W-SPAN-THRU-DATE
           IF W-SPAN-THRU-DATE = 0
                  OR W-SPAN-THRU-DATE > W-MEASURE-DATE
              MOVE W-MEASURE-DATE TO W-SPAN-THRU-DATE
           END-IF

           COMPUTE W-INT-SPAN-FROM = FUNCTION INTEGER-OF-DATE
                   (W-SPAN-FROM-DATE)
           COMPUTE W-INT-SPAN-THRU = FUNCTION INTEGER-OF-DATE
                   (W-SPAN-THRU-DATE)
           IF W-INT-SPAN-FROM = 0 OR W-INT-SPAN-THRU = 0
              DISPLAY 'SERVICE SPAN DATE INVALID - ' L-EMPLOYEE-ID
                      ' ' W-SPAN-FROM-DATE
              GO TO A396-NEXT-SPAN
           END-IF
           IF W-INT-SPAN-THRU < W-INT-SPAN-FROM
              GO TO A396-NEXT-SPAN
           END-IF

      *    THE END DATE IS THE LAST DAY SERVED, SO THE SPAN IS
      *    MEASURED TO THE DAY AFTER IT: 01/01 THROUGH 12/31 IS
      *    TWELVE WHOLE MONTHS.
           COMPUTE W-SPAN-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                   (W-INT-SPAN-THRU + 1)
           COMPUTE W-SPAN-MONTHS =
                   ((W-SPAN-NEXT-CCYY * 12) + W-SPAN-NEXT-MM)
                 - ((W-SPAN-FROM-CCYY * 12) + W-SPAN-FROM-MM)
           IF W-SPAN-NEXT-DD < W-SPAN-FROM-DD
              SUBTRACT 1 FROM W-SPAN-MONTHS
           END-IF
           IF W-SPAN-MONTHS > 0
              ADD W-SPAN-MONTHS TO W-CREDITED-MONTHS
           END-IF.
       A396-NEXT-SPAN.
           ADD 1 TO W-SPAN-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
       A360-CALL-EBUD03-FOR-SERVICE SECTION.
           MOVE SPACES   TO W-SERVICE-RETIREMENT-DATE
