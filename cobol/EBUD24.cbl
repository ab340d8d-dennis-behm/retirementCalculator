       ID DIVISION.
       PROGRAM-ID. EBUD24.
      *    RETIREMENT APPLICATION AND BENEFIT COMMENCEMENT.
      *
      *    READS THE RETIREMENT-APPLICATION TRANSACTIONS (RETIRAPP)
      *    A COUNSELOR ENTERS WHEN A MEMBER ACTUALLY APPLIES - THE
      *    ELECTED COMMENCEMENT DATE AND THE ELECTED FORM OF BENEFIT
      *    - AND SETS THE RETIREMENT UP END TO END, WHERE IT USED TO
      *    BE A PAPER FORM, A STATUS FLIP SENT TO HR AND A RETIREE
      *    PAYROLL SETUP KEYED BY HAND.  FOR EACH APPLICATION:
      *
      *        THE MEMBER MUST BE ON THE MASTER, ACTIVE OR
      *        TERMINATED-VESTED, WITH NO COMMENCEMENT ALREADY ON
      *        FILE.  THE COMMENCEMENT DATE MUST BE A REAL DATE ON
      *        THE FIRST OF A MONTH.  THE FORM IS SINGLE LIFE ('S')
      *        OR JOINT WITH THE SPOUSE ('J'); A JOINT FORM NEEDS THE
      *        SPOUSE BIRTH DATE ON THE MASTER.
      *
      *        EBUD01 IS CALLED FOR THE MEMBER'S EARLY, NORMAL AND
      *        DELAYED DATES (EBUD04) AND BENEFIT BASE, EXACTLY AS THE
      *        SWEEP CALCULATES THEM.  A COMMENCEMENT DATE EARLIER
      *        THAN THE EARLY DATE, OR A MEMBER WITH NO BENEFIT BASE
      *        ON EMPSALRY, IS REJECTED.
      *
      *        THE STARTING BENEFIT AT THE ELECTED DATE IS WORKED OUT
      *        THROUGH EBUD16 - THE EARLY-ELECTION REDUCTION FOR A
      *        DATE BEFORE THE NORMAL MONTH, THE DELAYED-RETIREMENT
      *        CREDIT FOR A DATE AFTER IT (THE CREDIT STOPS AT THE
      *        DELAYED DATE) - SO THE AMOUNT SET UP IS THE SAME MATH
      *        THE MEMBER'S STATEMENTS HAVE BEEN QUOTING.  WHEN A
      *        QUALIFIED DOMESTIC RELATIONS ORDER IS ON RETIRQDR THE
      *        ALTERNATE PAYEE'S SHARE IS THEN TAKEN OFF THAT AMOUNT
      *        THE WAY EBUD01 SPLITS ITS AMOUNTS (A377), AND THE
      *        MEMBER'S SHARE IS WHAT IS SET UP.
      *
      *    AN ACCEPTED APPLICATION WRITES THE KEYED BENEFIT-
      *    COMMENCEMENT RECORD (RETIRBCM - SEE LBENCOM), AN 'S'
      *    STATUS FLIP TO RETIRED IN THE HRPAYEXT LAYOUT (RETIRAPX -
      *    SEE LPAYEXT) FOR THE NEXT EBUD14 MASTER LOAD TO APPLY
      *    WITH ITS USUAL AUDIT TRAIL, A RETIREE PAYROLL SETUP RECORD
      *    (RETIRPAY) AND A CONFIRMATION LETTER LINE IN THE EBUD21
      *    LETTER FORMAT (RETIRALT - SEE LLETTER).  A REJECTED
      *    APPLICATION GOES TO THE REJECT REPORT (RETIRARJ) WITH THE
      *    REASON AND NOTHING IS SET UP; THE RUN KEEPS GOING.
      *
      *    EBUD01 IS CALLED IN ITS NORMAL (FILE-READING) MODE, SO
      *    THE STEP NEEDS THE DDS EBUD01 OPENS - RETIRAUD/RETIRPEX
      *    (OR THE TEST PAIR), RETIROVR, EMPSALRY, SVCHIST, RETIRQDR
      *    AND THE OPTIONAL RETIRPRM CARD.  EACH CALL LEAVES THE USUAL
      *    AUDIT-TRAIL RECORD UNDER REQUESTOR 'RETAPPL'; NOTHING IS
      *    WRITTEN TO THE PENSION EXTRACT.  EBUD24 ALSO READS RETIRQDR
      *    ITSELF FOR THE TERMS OF A MEMBER'S ORDER.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - RETIREMENT APPLICATIONS.
      *    2026-10-15  DLB  PASS ZERO PROPOSED RATES ON THE EBUD16 CALL
      *                     (STANDARD REDUCTION/CREDIT FRACTIONS) - THE
      *                     LINKAGE NOW CARRIES THEM FOR EBUD29.
      *    2026-10-15  DLB  PRICE THE ELECTED DATE FROM THE GROSS
      *                     BENEFIT (MEMBER'S PLUS ALTERNATE PAYEE'S
      *                     SHARE) AND TAKE A QUALIFIED ORDER'S SPLIT
      *                     OFF THE RESULT (B235), AS EBUD01 DOES - A
      *                     FIXED-DOLLAR ORDER WAS BEING REDUCED OR
      *                     CREDITED WITH THE MEMBER'S SHARE.  THE
      *                     GROSS BASE IS KEPT IN BC-BENEFIT-BASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE        ASSIGN TO RETIRAPP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER-FILE    ASSIGN TO EMPBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMPLOYEE-ID.
           SELECT COMMENCEMENT-FILE       ASSIGN TO RETIRBCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-EMPLOYEE-ID.
           SELECT NAME-ADDRESS-FILE       ASSIGN TO EMPNAMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NA-EMPLOYEE-ID.
           SELECT ALTERNATE-PAYEE-FILE    ASSIGN TO RETIRQDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QD-EMPLOYEE-ID.
           SELECT STATUS-FLIP-FILE        ASSIGN TO RETIRAPX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-SETUP-FILE      ASSIGN TO RETIRPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE             ASSIGN TO RETIRALT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE      ASSIGN TO RETIRARJ
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    RETIREMENT APPLICATION - ONE PER MEMBER APPLYING.
       FD  APPLICATION-FILE
           RECORDING MODE IS F.
       01  APPLICATION-RECORD.
           05  RA-EMPLOYEE-ID               PIC X(09).
           05  RA-COMMENCEMENT-DATE         PIC 9(08).
           05  RA-COMMENCEMENT-PARTS REDEFINES RA-COMMENCEMENT-DATE.
               10  RA-COMMENCEMENT-CCYY     PIC 9(04).
               10  RA-COMMENCEMENT-MM       PIC 9(02).
               10  RA-COMMENCEMENT-DD       PIC 9(02).
           05  RA-BENEFIT-FORM              PIC X(01).
               88  RA-FORM-SINGLE-LIFE          VALUE 'S'.
               88  RA-FORM-JOINT-SPOUSE         VALUE 'J'.
           05  RA-APPLICATION-DATE          PIC 9(08).
           05  FILLER                       PIC X(54).
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY LEMPMAST.
      *
       FD  COMMENCEMENT-FILE
           RECORDING MODE IS F.
       01  COMMENCEMENT-RECORD.
           COPY LBENCOM.
      *
       FD  NAME-ADDRESS-FILE
           RECORDING MODE IS F.
       01  NAME-ADDRESS-RECORD.
           05  NA-EMPLOYEE-ID               PIC X(09).
           05  NA-EMPLOYEE-NAME             PIC X(30).
           05  NA-ADDRESS-LINE-1            PIC X(30).
           05  NA-ADDRESS-LINE-2            PIC X(30).
           05  NA-CITY                      PIC X(20).
           05  NA-STATE                     PIC X(02).
           05  NA-ZIP-CODE                  PIC X(09).
      *
      *    DOMESTIC RELATIONS ORDERS - READ FOR THE SPLIT TERMS OF AN
      *    ORDER EBUD01 REPORTED ON FILE FOR THE MEMBER.
       FD  ALTERNATE-PAYEE-FILE
           RECORDING MODE IS F.
       01  ALTERNATE-PAYEE-RECORD.
           COPY LQDRO.
      *
      *    STATUS FLIPS FOR THE EBUD14 MASTER LOAD - CONCATENATED
      *    AHEAD OF (OR AFTER) THE HR EXTRACT ON HRPAYEXT.
       FD  STATUS-FLIP-FILE
           RECORDING MODE IS F.
       01  STATUS-FLIP-RECORD.
           COPY LPAYEXT.
      *
      *    RETIREE PAYROLL SETUP - ONE RECORD PER NEW RETIREE FOR
      *    THE BENEFIT PAYROLL.  THE PAYEE NAME IS BLANK WHEN THE
      *    MEMBER HAS NO EMPNAMAD RECORD.
       FD  PAYROLL-SETUP-FILE
           RECORDING MODE IS F.
       01  PAYROLL-SETUP-RECORD.
           05  RP-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RP-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RP-FIRST-PAY-DATE            PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RP-MONTHLY-GROSS             PIC 9(07)V99.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RP-BENEFIT-FORM              PIC X(01).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RP-JOINT-BIRTH-DATE          PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RP-PAYEE-NAME                PIC X(30).
           05  FILLER                       PIC X(04).
      *
       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD.
           COPY LLETTER.
      *
       FD  REJECT-REPORT-FILE
           RECORDING MODE IS F.
       01  REJECT-REPORT-RECORD.
           05  RJ-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RJ-COMMENCEMENT-DATE         PIC X(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RJ-BENEFIT-FORM              PIC X(01).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RJ-REASON                    PIC X(40).
           05  FILLER                       PIC X(19).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-CALL-PROGRAM                   PIC X(08).
      *
       01  W-SWITCHES.
           05  W-APPLICATION-FILE-EOF-SW    PIC X(01)  VALUE 'N'.
               88  W-APPLICATION-FILE-EOF       VALUE 'Y'.
           05  W-RECORD-VALID-SW            PIC X(01).
               88  W-RECORD-VALID               VALUE 'Y'.
           05  W-DATE-VALID-SW              PIC X(01).
               88  W-DATE-VALID                 VALUE 'Y'.
           05  W-NAME-FOUND-SW              PIC X(01).
               88  W-NAME-FOUND                 VALUE 'Y'.
      *
       01  W-APPLICATION-COUNTS.
           05  W-APPLICATIONS-READ          PIC 9(09)  COMP VALUE 0.
           05  W-APPLICATIONS-ACCEPTED      PIC 9(09)  COMP VALUE 0.
           05  W-APPLICATIONS-REJECTED      PIC 9(09)  COMP VALUE 0.
           05  W-LETTERS-WRITTEN            PIC 9(09)  COMP VALUE 0.
           05  W-NAMES-NOT-FOUND            PIC 9(09)  COMP VALUE 0.
      *
       01  W-REJECT-REASON                  PIC X(40).
       01  W-RUN-DATE                       PIC 9(08).
      *
      *    ELECTED DATE AGAINST THE EBUD01/EBUD04 DATES.  THOSE COME
      *    BACK AS YYYY/MM/DD STRINGS, SO THE ELECTED DATE IS BUILT
      *    IN THE SAME FORM FOR THE EARLY-DATE TEST, AND ALL OF THEM
      *    ARE TURNED INTO MONTH COUNTS (CCYY * 12 + MM) FOR THE
      *    REDUCTION AND CREDIT - THE SAME MONTH-COUNT MATH AS
      *    EBUD16.
       01  W-ELECTED-DATE-WA.
           05  W-ELECTED-DATE-TEXT.
               10  W-ELECTED-CCYY           PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  W-ELECTED-MM             PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  W-ELECTED-DD             PIC 9(02).
           05  W-WORK-CCYY                  PIC 9(04).
           05  W-WORK-MM                    PIC 9(02).
           05  W-ELECTED-MONTHS             PIC 9(06)  COMP.
           05  W-NORMAL-MONTHS              PIC 9(06)  COMP.
           05  W-DELAYED-MONTHS             PIC 9(06)  COMP.
           05  W-CREDIT-END-MONTHS          PIC 9(06)  COMP.
           05  W-ADJUSTMENT-MONTHS          PIC 9(03).
           05  W-COMMENCEMENT-TYPE          PIC X(01).
               88  W-EARLY-COMMENCEMENT         VALUE 'E'.
               88  W-NORMAL-COMMENCEMENT        VALUE 'N'.
               88  W-DELAYED-COMMENCEMENT       VALUE 'D'.
           05  W-JOINT-BIRTH-DATE           PIC 9(08).
           05  W-MONTHLY-BENEFIT            PIC 9(07)V99.
           05  W-PAYEE-SHARE                PIC 9(07)V99.
      *
      *    CALENDAR EDIT WORK FIELDS - THE SAME MONTH-LENGTH TABLE
      *    AND LEAP-YEAR TEST EBUD01 USES IN A100/A110 AND EBUD14
      *    USES IN C110.
       01  W-DAYS-IN-MONTH-DATA             PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  W-DAYS-IN-MONTH-TABLE REDEFINES W-DAYS-IN-MONTH-DATA.
           05  W-DAYS-IN-MONTH OCCURS 12 TIMES  PIC 9(2).
      *
       01  W-DATE-EDIT-WA.
           05  W-EDIT-DATE.
               10  W-EDIT-CCYY              PIC 9(04).
               10  W-EDIT-MM                PIC 9(02).
               10  W-EDIT-DD                PIC 9(02).
           05  W-MAX-DAY-IN-MONTH           PIC 9(02).
           05  W-DIVIDE-RESULT              PIC 9(04).
           05  W-REM-4                      PIC 9(02).
           05  W-REM-100                    PIC 9(02).
           05  W-REM-400                    PIC 9(03).
      *
       01  W-INTERFACE-AREA.
           COPY LINPUT.
      *
      *    SAME LINKAGE LAYOUT AS EBUD16'S OWN - SEE A370 IN EBUD01.
      *    THE ELECTED DATE GOES IN AS THE EARLY DATE (REDUCTION) OR
      *    THE DELAYED DATE (CREDIT); THE OTHER SIDE IS SET TO THE
      *    NORMAL DATE SO IT CONTRIBUTES NOTHING.
       01  W-EBUD16-LINKAGE-AREA.
           05  W-EBUD16-BENEFIT-BASE        PIC 9(7)V99.
           05  W-EBUD16-EARLY-CCYY          PIC 9(4).
           05  W-EBUD16-EARLY-MM            PIC 9(2).
           05  W-EBUD16-NORMAL-CCYY         PIC 9(4).
           05  W-EBUD16-NORMAL-MM           PIC 9(2).
           05  W-EBUD16-DELAYED-CCYY        PIC 9(4).
           05  W-EBUD16-DELAYED-MM          PIC 9(2).
           05  W-EBUD16-EARLY-AMOUNT        PIC 9(7)V99.
           05  W-EBUD16-NORMAL-AMOUNT       PIC 9(7)V99.
           05  W-EBUD16-DELAYED-AMOUNT      PIC 9(7)V99.
           05  W-EBUD16-PROGRAM-RETCODE     PIC 9(4).
               88  W-EBUD16-REQUEST-SUCCESS     VALUE 0.
           05  W-EBUD16-EARLY-RATE-1        PIC 9V9(4) VALUE 0.
           05  W-EBUD16-EARLY-RATE-2        PIC 9V9(4) VALUE 0.
           05  W-EBUD16-CREDIT-RATE         PIC 9V9(4) VALUE 0.

       PROCEDURE DIVISION.
      *
       A000-MAINLINE SECTION.
           PERFORM B100-INITIALIZE
           PERFORM B200-PROCESS-APPLICATIONS
               UNTIL W-APPLICATION-FILE-EOF
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES AND PRIME THE READ
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           OPEN INPUT  APPLICATION-FILE
           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN I-O    COMMENCEMENT-FILE
           OPEN INPUT  NAME-ADDRESS-FILE
           OPEN INPUT  ALTERNATE-PAYEE-FILE
           OPEN OUTPUT STATUS-FLIP-FILE
           OPEN OUTPUT PAYROLL-SETUP-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REJECT-REPORT-FILE
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B110-READ-APPLICATION-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-READ-APPLICATION-RECORD SECTION.
           READ APPLICATION-FILE
               AT END
                   MOVE 'Y' TO W-APPLICATION-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-APPLICATIONS-READ
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-PROCESS-APPLICATIONS - ONE PASS PER APPLICATION.  ANY
      *    FAILURE BEFORE B240 REJECTS THE APPLICATION WITH NOTHING
      *    SET UP; FROM B240 ON THE COMMENCEMENT IS ON FILE AND THE
      *    REMAINING OUTPUTS FOLLOW IT.
      *----------------------------------------------------------------
       B200-PROCESS-APPLICATIONS SECTION.
           MOVE SPACES TO W-REJECT-REASON
           PERFORM C100-VALIDATE-APPLICATION
           IF NOT W-RECORD-VALID
              PERFORM B800-WRITE-REJECT-RECORD
              PERFORM B110-READ-APPLICATION-RECORD
              GO TO END-OF-SECTION
           END-IF

           PERFORM B210-CALCULATE-MEMBER-DATES
           EVALUATE TRUE
               WHEN RETC NOT = 0 OR L-EBUD04-RETC NOT = 0
                   MOVE 'RETIREMENT DATES COULD NOT BE CALCULATED'
                     TO W-REJECT-REASON
               WHEN L-BENEFIT-RETC = -8
                   MOVE 'NO BENEFIT BASE ON FILE'
                     TO W-REJECT-REASON
               WHEN L-BENEFIT-RETC NOT = 0
                   MOVE 'BENEFIT AMOUNTS COULD NOT BE CALCULATED'
                     TO W-REJECT-REASON
           END-EVALUATE
           IF W-REJECT-REASON NOT = SPACES
              PERFORM B800-WRITE-REJECT-RECORD
              PERFORM B110-READ-APPLICATION-RECORD
              GO TO END-OF-SECTION
           END-IF

           PERFORM B220-PLACE-ELECTED-DATE
           IF W-REJECT-REASON NOT = SPACES
              PERFORM B800-WRITE-REJECT-RECORD
              PERFORM B110-READ-APPLICATION-RECORD
              GO TO END-OF-SECTION
           END-IF

           PERFORM B230-COMPUTE-STARTING-BENEFIT
           IF W-REJECT-REASON NOT = SPACES
              PERFORM B800-WRITE-REJECT-RECORD
              PERFORM B110-READ-APPLICATION-RECORD
              GO TO END-OF-SECTION
           END-IF

           PERFORM B240-WRITE-COMMENCEMENT-RECORD
           IF W-REJECT-REASON NOT = SPACES
              PERFORM B800-WRITE-REJECT-RECORD
              PERFORM B110-READ-APPLICATION-RECORD
              GO TO END-OF-SECTION
           END-IF

           ADD 1 TO W-APPLICATIONS-ACCEPTED
           PERFORM B250-WRITE-STATUS-FLIP
           PERFORM B255-LOOKUP-NAME-ADDRESS
           PERFORM B260-WRITE-PAYROLL-SETUP
           PERFORM B270-WRITE-CONFIRMATION-LETTER
           PERFORM B110-READ-APPLICATION-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B210-CALCULATE-MEMBER-DATES - THE SAME EBUD01 CALL THE
      *    SWEEP MAKES FOR THE MEMBER (EBUD05 B210), SO THE EARLY,
      *    NORMAL AND DELAYED DATES AND THE BENEFIT BASE ARE THE
      *    ONES THE MEMBER'S STATEMENTS SHOWED.
      *----------------------------------------------------------------
       B210-CALCULATE-MEMBER-DATES SECTION.
           MOVE SPACES               TO W-INTERFACE-AREA
           MOVE EB-BIRTH-DATE         TO L-INPUT-DATE
           MOVE EB-EMPLOYEE-ID        TO L-EMPLOYEE-ID
           MOVE EB-PLAN-CODE          TO L-PLAN-CODE
           MOVE EB-SPOUSE-BIRTH-DATE  TO L-SPOUSE-INPUT-DATE
           MOVE EB-HIRE-DATE          TO L-HIRE-DATE
           MOVE 0                     TO L-AS-OF-DATE
           MOVE 'RETAPPL '            TO L-REQUESTOR-ID
           MOVE 0                     TO RETC
           MOVE 'EBUD01'              TO W-CALL-PROGRAM

           CALL W-CALL-PROGRAM USING W-INTERFACE-AREA
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B220-PLACE-ELECTED-DATE - REJECT A DATE BEFORE THE EARLY
      *    DATE, THEN CLASSIFY IT AGAINST THE NORMAL RETIREMENT
      *    MONTH.  A DELAYED CREDIT RUNS ONLY TO THE DELAYED DATE.
      *----------------------------------------------------------------
       B220-PLACE-ELECTED-DATE SECTION.
           MOVE RA-COMMENCEMENT-CCYY TO W-ELECTED-CCYY
           MOVE RA-COMMENCEMENT-MM   TO W-ELECTED-MM
           MOVE RA-COMMENCEMENT-DD   TO W-ELECTED-DD
           IF W-ELECTED-DATE-TEXT < L-EARLY-RETIREMENT-DATE(1:10)
              MOVE 'COMMENCEMENT BEFORE EARLY RETIREMENT DATE'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           COMPUTE W-ELECTED-MONTHS =
                   (RA-COMMENCEMENT-CCYY * 12) + RA-COMMENCEMENT-MM
           MOVE RETIREMENT-DATE(1:4) TO W-WORK-CCYY
           MOVE RETIREMENT-DATE(6:2) TO W-WORK-MM
           COMPUTE W-NORMAL-MONTHS = (W-WORK-CCYY * 12) + W-WORK-MM
           MOVE L-DELAYED-RETIREMENT-DATE(1:4) TO W-WORK-CCYY
           MOVE L-DELAYED-RETIREMENT-DATE(6:2) TO W-WORK-MM
           COMPUTE W-DELAYED-MONTHS = (W-WORK-CCYY * 12) + W-WORK-MM

           EVALUATE TRUE
               WHEN W-ELECTED-MONTHS < W-NORMAL-MONTHS
                   MOVE 'E' TO W-COMMENCEMENT-TYPE
                   COMPUTE W-ADJUSTMENT-MONTHS =
                           W-NORMAL-MONTHS - W-ELECTED-MONTHS
               WHEN W-ELECTED-MONTHS = W-NORMAL-MONTHS
                   MOVE 'N' TO W-COMMENCEMENT-TYPE
                   MOVE 0   TO W-ADJUSTMENT-MONTHS
               WHEN OTHER
                   MOVE 'D' TO W-COMMENCEMENT-TYPE
                   IF W-ELECTED-MONTHS > W-DELAYED-MONTHS
                      MOVE W-DELAYED-MONTHS TO W-CREDIT-END-MONTHS
                   ELSE
                      MOVE W-ELECTED-MONTHS TO W-CREDIT-END-MONTHS
                   END-IF
                   COMPUTE W-ADJUSTMENT-MONTHS =
                           W-CREDIT-END-MONTHS - W-NORMAL-MONTHS
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B230-COMPUTE-STARTING-BENEFIT - EBUD16 AGAINST THE SAME
      *    BASE EBUD01 USED (ITS NORMAL AMOUNT IS THE BASE ITSELF).
      *    EBUD01 RETURNS ITS AMOUNTS AFTER ANY ORDER'S SPLIT, SO THE
      *    GROSS BASE IS THE MEMBER'S NORMAL AMOUNT PLUS THE PAYEE'S
      *    (ZERO WITH NO ORDER).  THE EARLY AMOUNT IS THE BENEFIT FOR
      *    AN EARLY ELECTION AND THE DELAYED AMOUNT FOR A DELAYED
      *    ONE; B235 THEN TAKES OFF THE ALTERNATE PAYEE'S SHARE.
      *----------------------------------------------------------------
       B230-COMPUTE-STARTING-BENEFIT SECTION.
           COMPUTE W-EBUD16-BENEFIT-BASE =
                   L-NORMAL-BENEFIT-AMOUNT + L-AP-NORMAL-BENEFIT-AMOUNT
           MOVE RETIREMENT-DATE(1:4)    TO W-EBUD16-NORMAL-CCYY
           MOVE RETIREMENT-DATE(6:2)    TO W-EBUD16-NORMAL-MM
           MOVE W-EBUD16-NORMAL-CCYY    TO W-EBUD16-EARLY-CCYY
           MOVE W-EBUD16-NORMAL-MM      TO W-EBUD16-EARLY-MM
           MOVE W-EBUD16-NORMAL-CCYY    TO W-EBUD16-DELAYED-CCYY
           MOVE W-EBUD16-NORMAL-MM      TO W-EBUD16-DELAYED-MM
           IF W-EARLY-COMMENCEMENT
              MOVE RA-COMMENCEMENT-CCYY TO W-EBUD16-EARLY-CCYY
              MOVE RA-COMMENCEMENT-MM   TO W-EBUD16-EARLY-MM
           END-IF
           IF W-DELAYED-COMMENCEMENT
              DIVIDE W-CREDIT-END-MONTHS BY 12
                  GIVING W-EBUD16-DELAYED-CCYY
                  REMAINDER W-EBUD16-DELAYED-MM
              IF W-EBUD16-DELAYED-MM = 0
                 SUBTRACT 1 FROM W-EBUD16-DELAYED-CCYY
                 MOVE 12 TO W-EBUD16-DELAYED-MM
              END-IF
           END-IF
           MOVE 0        TO W-EBUD16-PROGRAM-RETCODE
           MOVE 'EBUD16' TO W-CALL-PROGRAM

           CALL W-CALL-PROGRAM USING W-EBUD16-LINKAGE-AREA

           IF NOT W-EBUD16-REQUEST-SUCCESS
              DISPLAY 'PROBLEMS IN CALL OF ' W-CALL-PROGRAM
              DISPLAY 'PROGRAM RETURN CODE ' W-EBUD16-PROGRAM-RETCODE
              MOVE 'STARTING BENEFIT COULD NOT BE CALCULATED'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           EVALUATE TRUE
               WHEN W-EARLY-COMMENCEMENT
                   MOVE W-EBUD16-EARLY-AMOUNT   TO W-MONTHLY-BENEFIT
               WHEN W-DELAYED-COMMENCEMENT
                   MOVE W-EBUD16-DELAYED-AMOUNT TO W-MONTHLY-BENEFIT
               WHEN OTHER
                   MOVE W-EBUD16-NORMAL-AMOUNT  TO W-MONTHLY-BENEFIT
           END-EVALUATE

           IF L-QDRO-ORDER-ON-FILE
              PERFORM B235-SPLIT-STARTING-BENEFIT
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B235-SPLIT-STARTING-BENEFIT - THE ALTERNATE PAYEE'S SHARE
      *    OF THE BENEFIT AT THE ELECTED DATE, WORKED AS EBUD01 A377
      *    WORKS IT: THE ORDER'S PERCENTAGE (ROUNDED TO THE CENT), OR
      *    ITS FIXED AMOUNT BUT NEVER MORE THAN THE WHOLE BENEFIT.
      *    THE MEMBER'S SHARE IS LEFT IN W-MONTHLY-BENEFIT.
      *----------------------------------------------------------------
       B235-SPLIT-STARTING-BENEFIT SECTION.
           MOVE EB-EMPLOYEE-ID TO QD-EMPLOYEE-ID
           READ ALTERNATE-PAYEE-FILE
               INVALID KEY
                   MOVE 'DOMESTIC RELATIONS ORDER NOT ON FILE'
                     TO W-REJECT-REASON
           END-READ
           IF W-REJECT-REASON NOT = SPACES
              GO TO END-OF-SECTION
           END-IF
           IF NOT QD-ORDER-QUALIFIED
              GO TO END-OF-SECTION
           END-IF

           IF QD-SPLIT-BY-PERCENT
              COMPUTE W-PAYEE-SHARE ROUNDED =
                      W-MONTHLY-BENEFIT * QD-SPLIT-PERCENT / 100
           ELSE
              IF QD-SPLIT-AMOUNT > W-MONTHLY-BENEFIT
                 MOVE W-MONTHLY-BENEFIT TO W-PAYEE-SHARE
              ELSE
                 MOVE QD-SPLIT-AMOUNT   TO W-PAYEE-SHARE
              END-IF
           END-IF
           SUBTRACT W-PAYEE-SHARE FROM W-MONTHLY-BENEFIT
           .
       END-OF-SECTION.
           EXIT.
      *
       B240-WRITE-COMMENCEMENT-RECORD SECTION.
           IF RA-FORM-JOINT-SPOUSE
              MOVE EB-SPOUSE-BIRTH-DATE TO W-JOINT-BIRTH-DATE
           ELSE
              MOVE 0                    TO W-JOINT-BIRTH-DATE
           END-IF

           MOVE SPACES                  TO COMMENCEMENT-RECORD
           MOVE EB-EMPLOYEE-ID           TO BC-EMPLOYEE-ID
           MOVE EB-PLAN-CODE             TO BC-PLAN-CODE
           MOVE RA-COMMENCEMENT-DATE     TO BC-COMMENCEMENT-DATE
           MOVE W-COMMENCEMENT-TYPE      TO BC-COMMENCEMENT-TYPE
           MOVE W-ADJUSTMENT-MONTHS      TO BC-ADJUSTMENT-MONTHS
           MOVE RA-BENEFIT-FORM          TO BC-BENEFIT-FORM
           MOVE W-JOINT-BIRTH-DATE       TO BC-JOINT-BIRTH-DATE
           MOVE W-EBUD16-BENEFIT-BASE    TO BC-BENEFIT-BASE
           MOVE W-MONTHLY-BENEFIT        TO BC-MONTHLY-BENEFIT
           MOVE RA-APPLICATION-DATE      TO BC-APPLICATION-DATE
           MOVE W-RUN-DATE               TO BC-PROCESSED-DATE
           WRITE COMMENCEMENT-RECORD
               INVALID KEY
                   MOVE 'BENEFIT COMMENCEMENT ALREADY ON FILE'
                     TO W-REJECT-REASON
           END-WRITE
           .
       END-OF-SECTION.
           EXIT.
      *
       B250-WRITE-STATUS-FLIP SECTION.
           MOVE SPACES          TO STATUS-FLIP-RECORD
           MOVE 'S'              TO PX-TRANSACTION-CODE
           MOVE EB-EMPLOYEE-ID   TO PX-EMPLOYEE-ID
           MOVE 'R'              TO PX-EMPLOYMENT-STATUS
           WRITE STATUS-FLIP-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B255-LOOKUP-NAME-ADDRESS SECTION.
           MOVE 'N' TO W-NAME-FOUND-SW
           MOVE EB-EMPLOYEE-ID TO NA-EMPLOYEE-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO W-NAMES-NOT-FOUND
                   DISPLAY 'EBUD24 NO NAME/ADDRESS FOR - '
                           EB-EMPLOYEE-ID
               NOT INVALID KEY
                   MOVE 'Y' TO W-NAME-FOUND-SW
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
       B260-WRITE-PAYROLL-SETUP SECTION.
           MOVE SPACES               TO PAYROLL-SETUP-RECORD
           MOVE EB-EMPLOYEE-ID        TO RP-EMPLOYEE-ID
           MOVE EB-PLAN-CODE          TO RP-PLAN-CODE
           MOVE RA-COMMENCEMENT-DATE  TO RP-FIRST-PAY-DATE
           MOVE W-MONTHLY-BENEFIT     TO RP-MONTHLY-GROSS
           MOVE RA-BENEFIT-FORM       TO RP-BENEFIT-FORM
           MOVE W-JOINT-BIRTH-DATE    TO RP-JOINT-BIRTH-DATE
           IF W-NAME-FOUND
              MOVE NA-EMPLOYEE-NAME   TO RP-PAYEE-NAME
           END-IF
           WRITE PAYROLL-SETUP-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B270-WRITE-CONFIRMATION-LETTER - SAME LETTER LINE AS THE
      *    EBUD21 APPROACH NOTICE, WITH THE COMMENCEMENT DATE AS THE
      *    EVENT DATE AND THE STARTING BENEFIT QUOTED.  NO LETTER
      *    WITHOUT A DELIVERABLE ADDRESS - THE PAYROLL SETUP STILL
      *    GOES OUT AND THE DISPLAY ABOVE TELLS HR TO CHASE IT.
      *----------------------------------------------------------------
       B270-WRITE-CONFIRMATION-LETTER SECTION.
           IF NOT W-NAME-FOUND
              GO TO END-OF-SECTION
           END-IF

           MOVE SPACES           TO LETTER-RECORD
           MOVE EB-EMPLOYEE-ID    TO LT-EMPLOYEE-ID
           MOVE NA-EMPLOYEE-NAME  TO LT-EMPLOYEE-NAME
           MOVE NA-ADDRESS-LINE-1 TO LT-ADDRESS-LINE-1
           MOVE NA-ADDRESS-LINE-2 TO LT-ADDRESS-LINE-2
           MOVE NA-CITY           TO LT-CITY
           MOVE NA-STATE          TO LT-STATE
           MOVE NA-ZIP-CODE       TO LT-ZIP-CODE
           IF RA-FORM-JOINT-SPOUSE
              MOVE 'BENEFIT COMMENCEMENT - J' TO LT-EVENT-CAPTION
           ELSE
              MOVE 'BENEFIT COMMENCEMENT - S' TO LT-EVENT-CAPTION
           END-IF
           MOVE W-ELECTED-DATE-TEXT TO LT-EVENT-DATE
           MOVE EB-PLAN-CODE      TO LT-PLAN-CODE
           MOVE W-MONTHLY-BENEFIT TO LT-BENEFIT-AMOUNT
           WRITE LETTER-RECORD
           ADD 1 TO W-LETTERS-WRITTEN
           .
       END-OF-SECTION.
           EXIT.
      *
       B800-WRITE-REJECT-RECORD SECTION.
           ADD 1 TO W-APPLICATIONS-REJECTED
           MOVE SPACES                TO REJECT-REPORT-RECORD
           MOVE RA-EMPLOYEE-ID         TO RJ-EMPLOYEE-ID
           MOVE RA-COMMENCEMENT-DATE   TO RJ-COMMENCEMENT-DATE
           MOVE RA-BENEFIT-FORM        TO RJ-BENEFIT-FORM
           MOVE W-REJECT-REASON        TO RJ-REASON
           WRITE REJECT-REPORT-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C100-VALIDATE-APPLICATION - THE EDITS THAT NEED NO
      *    CALCULATION: A REAL FIRST-OF-MONTH COMMENCEMENT DATE, A
      *    KNOWN FORM, A MEMBER ON THE MASTER WHO HAS NOT ALREADY
      *    RETIRED OR DIED, A SPOUSE ON FILE FOR A JOINT FORM, AND
      *    NO COMMENCEMENT ALREADY ON FILE.  SETS W-RECORD-VALID-SW
      *    AND W-REJECT-REASON.
      *----------------------------------------------------------------
       C100-VALIDATE-APPLICATION SECTION.
           MOVE 'N' TO W-RECORD-VALID-SW

           IF RA-EMPLOYEE-ID = SPACES
              MOVE 'EMPLOYEE ID MISSING' TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           IF RA-COMMENCEMENT-DATE IS NOT NUMERIC
                  OR RA-COMMENCEMENT-DATE = 0
              MOVE 'COMMENCEMENT DATE MISSING OR NOT NUMERIC'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF
           MOVE RA-COMMENCEMENT-DATE TO W-EDIT-DATE
           PERFORM C110-VALIDATE-CALENDAR-DATE
           IF NOT W-DATE-VALID
              MOVE 'INVALID OR IMPOSSIBLE COMMENCEMENT DATE'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF
           IF RA-COMMENCEMENT-DD NOT = 1
              MOVE 'COMMENCEMENT DATE NOT FIRST OF MONTH'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           IF RA-APPLICATION-DATE IS NOT NUMERIC
                  OR RA-APPLICATION-DATE = 0
              MOVE 'APPLICATION DATE MISSING OR NOT NUMERIC'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF
           MOVE RA-APPLICATION-DATE TO W-EDIT-DATE
           PERFORM C110-VALIDATE-CALENDAR-DATE
           IF NOT W-DATE-VALID
              MOVE 'INVALID OR IMPOSSIBLE APPLICATION DATE'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           IF NOT RA-FORM-SINGLE-LIFE AND NOT RA-FORM-JOINT-SPOUSE
              MOVE 'INVALID BENEFIT FORM' TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           MOVE RA-EMPLOYEE-ID TO EB-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO W-REJECT-REASON
                   GO TO END-OF-SECTION
           END-READ
           IF NOT EB-STATUS-ACTIVE AND NOT EB-STATUS-TERM-VESTED
              MOVE 'MEMBER ALREADY RETIRED OR DECEASED'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           IF RA-FORM-JOINT-SPOUSE
              IF EB-SPOUSE-BIRTH-DATE IS NOT NUMERIC
                     OR EB-SPOUSE-BIRTH-DATE = 0
                 MOVE 'JOINT FORM ELECTED - NO SPOUSE ON MASTER'
                   TO W-REJECT-REASON
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           MOVE RA-EMPLOYEE-ID TO BC-EMPLOYEE-ID
           READ COMMENCEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'BENEFIT COMMENCEMENT ALREADY ON FILE'
                     TO W-REJECT-REASON
                   GO TO END-OF-SECTION
           END-READ

           MOVE 'Y' TO W-RECORD-VALID-SW
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C110-VALIDATE-CALENDAR-DATE - THE SAME MONTH/DAY/LEAP-YEAR
      *    EDIT EBUD01 APPLIES IN A100/A110, ON W-EDIT-DATE.
      *----------------------------------------------------------------
       C110-VALIDATE-CALENDAR-DATE SECTION.
           MOVE 'N' TO W-DATE-VALID-SW

           IF W-EDIT-MM < 1 OR W-EDIT-MM > 12
              GO TO END-OF-SECTION
           END-IF

           MOVE W-DAYS-IN-MONTH (W-EDIT-MM) TO W-MAX-DAY-IN-MONTH
           IF W-EDIT-MM = 2
              DIVIDE W-EDIT-CCYY BY 4   GIVING W-DIVIDE-RESULT
                                        REMAINDER W-REM-4
              DIVIDE W-EDIT-CCYY BY 100 GIVING W-DIVIDE-RESULT
                                        REMAINDER W-REM-100
              DIVIDE W-EDIT-CCYY BY 400 GIVING W-DIVIDE-RESULT
                                        REMAINDER W-REM-400
              IF W-REM-4 = 0 AND (W-REM-100 NOT = 0 OR W-REM-400 = 0)
                 MOVE 29 TO W-MAX-DAY-IN-MONTH
              END-IF
           END-IF

           IF W-EDIT-DD < 1 OR W-EDIT-DD > W-MAX-DAY-IN-MONTH
              GO TO END-OF-SECTION
           END-IF

           MOVE 'Y' TO W-DATE-VALID-SW
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD24 APPLICATIONS READ    - '
                   W-APPLICATIONS-READ
           DISPLAY 'EBUD24 APPLICATIONS ACCEPTED- '
                   W-APPLICATIONS-ACCEPTED
           DISPLAY 'EBUD24 APPLICATIONS REJECTED- '
                   W-APPLICATIONS-REJECTED
           DISPLAY 'EBUD24 LETTERS WRITTEN      - ' W-LETTERS-WRITTEN
           DISPLAY 'EBUD24 NAMES NOT FOUND      - ' W-NAMES-NOT-FOUND
           CLOSE APPLICATION-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE COMMENCEMENT-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE ALTERNATE-PAYEE-FILE
           CLOSE STATUS-FLIP-FILE
           CLOSE PAYROLL-SETUP-FILE
           CLOSE LETTER-FILE
           CLOSE REJECT-REPORT-FILE
           .
       END-OF-SECTION.
           EXIT.
