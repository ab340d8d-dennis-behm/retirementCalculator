       ID DIVISION.
       PROGRAM-ID. EBUD29.
      *    PLAN-DESIGN WHAT-IF SCENARIO RUN.
      *
      *    ANSWERS "WHAT WOULD THIS PLAN CHANGE DO TO OUR MEMBERS"
      *    BEFORE THE CHANGE IS MADE.  THE PROPOSAL IS PUNCHED ON THE
      *    SCENARIO FILE (RETIRSCN, LSCENAR) - ONE CARD PER PLAN CODE
      *    WITH A PROPOSED FULL-RETIREMENT AGE AND/OR PROPOSED EARLY-
      *    REDUCTION AND DELAYED-CREDIT RATES.  EVERY ACTIVE AND
      *    TERMINATED-VESTED MEMBER ON THE MASTER (THE SAME MEMBERS
      *    THE EBUD05 SWEEP CALCULATES) IS THEN RUN THROUGH EBUD01
      *    TWICE, IN CALCULATION-ONLY MODE THE WAY EBUD23 DOES IT:
      *
      *        BASELINE - THE PLAN AS IT STANDS: THE RETIROVR AGE
      *            OVERRIDE FOR THE PLAN, THE STANDARD REDUCTION
      *            AND CREDIT FRACTIONS.
      *        SCENARIO - THE SAME MEMBER WITH THE PROPOSED AGE AS
      *            THE PLAN'S OVERRIDE AND THE PROPOSED RATES HANDED
      *            THROUGH TO EBUD16.  A ZERO FIELD ON THE CARD KEEPS
      *            THE PRODUCTION VALUE.  A MEMBER WHOSE PLAN HAS NO
      *            CARD COMES OUT THE SAME BOTH WAYS.
      *
      *    CALCULATION-ONLY MODE IS WHAT KEEPS PRODUCTION UNTOUCHED:
      *    EBUD01 WRITES NO AUDIT OR EXTRACT RECORD AND READS NOTHING
      *    ITSELF, AND THIS PROGRAM OPENS RETIROVR FOR INPUT ONLY.
      *    THE SCENARIO VALUES LIVE IN STORAGE FOR THE LENGTH OF THE
      *    RUN AND NOWHERE ELSE.
      *
      *    THE COMPARISON REPORT (RETIRSCR) LISTS THE SCENARIO CARDS
      *    AS ACCEPTED OR REJECTED, THEN ONE BLOCK PER PLAN: HOW MANY
      *    MEMBERS REACH NORMAL RETIREMENT IN EACH YEAR BEFORE AND
      *    AFTER, THE AVERAGE MOVE IN THE NORMAL DATE, AND THE TOTAL
      *    MONTHLY EARLY, NORMAL AND DELAYED BENEFIT BEFORE AND AFTER
      *    FOR THE MEMBERS WITH A BENEFIT BASE ON EMPSALRY.  PLANS
      *    WITH A SCENARIO CARD PRINT FIRST, THEN THE OTHERS IN THE
      *    ORDER THEIR FIRST MEMBER IS MET.  NO ALTERNATE-PAYEE ORDER
      *    IS HANDED IN, SO THE DOLLAR TOTALS ARE WHOLE-PLAN
      *    LIABILITY BEFORE ANY QDRO SPLIT.  SERVICE AND DATES ARE
      *    MEASURED AS OF THE RETIRDTE AS-OF DATE WHEN THE CARD IS
      *    PRESENT, OTHERWISE AS OF TODAY.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - PLAN-DESIGN WHAT-IF RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE    ASSIGN TO EMPBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EB-EMPLOYEE-ID.
           SELECT RETIREMENT-AGE-OVERRIDE-FILE ASSIGN TO RETIROVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-PLAN-CODE.
           SELECT BENEFIT-BASE-FILE       ASSIGN TO EMPSALRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-EMPLOYEE-ID.
           SELECT SERVICE-HISTORY-FILE    ASSIGN TO SVCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SPAN-KEY.
           SELECT PLAN-REFERENCE-FILE     ASSIGN TO PLANREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE.
           SELECT OPTIONAL PROCESS-DATE-FILE
                                          ASSIGN TO RETIRDTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCENARIO-FILE           ASSIGN TO RETIRSCN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCENARIO-REPORT-FILE    ASSIGN TO RETIRSCR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY LEMPMAST.
      *
       FD  RETIREMENT-AGE-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-AGE-OVERRIDE-RECORD.
           COPY LAGEOVR.
      *
       FD  BENEFIT-BASE-FILE
           RECORDING MODE IS F.
       01  BENEFIT-BASE-RECORD.
           COPY LSALBASE.
      *
       FD  SERVICE-HISTORY-FILE
           RECORDING MODE IS F.
       01  SERVICE-HISTORY-RECORD.
           COPY LSVCHIST.
      *
       FD  PLAN-REFERENCE-FILE
           RECORDING MODE IS F.
       01  PLAN-REFERENCE-RECORD.
           COPY LPLANREF.
      *
      *    PROCESS-DATE-FILE - THE SAME OPTIONAL AS-OF CARD THE
      *    EBUD05 SWEEP READS.  EMPTY OR ABSENT MEANS TODAY.
       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-RECORD.
           05  PD-AS-OF-DATE                PIC 9(08).
           05  FILLER                       PIC X(72).
      *
       FD  SCENARIO-FILE
           RECORDING MODE IS F.
       01  SCENARIO-RECORD.
           COPY LSCENAR.
      *
       FD  SCENARIO-REPORT-FILE
           RECORDING MODE IS F.
       01  SCENARIO-REPORT-LINE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-CALL-PROGRAM                   PIC X(08)  VALUE 'EBUD01'.
      *
       01  W-SWITCHES.
           05  W-MASTER-FILE-EOF-SW         PIC X(01)  VALUE 'N'.
               88  W-MASTER-FILE-EOF            VALUE 'Y'.
           05  W-SCENARIO-FILE-EOF-SW       PIC X(01)  VALUE 'N'.
               88  W-SCENARIO-FILE-EOF          VALUE 'Y'.
           05  W-BROWSE-END-SW              PIC X(01).
               88  W-BROWSE-END                 VALUE 'Y'.
           05  W-PLAN-ENTRY-FOUND-SW        PIC X(01).
               88  W-PLAN-ENTRY-FOUND           VALUE 'Y'.
           05  W-PLAN-ON-FILE-SW            PIC X(01).
               88  W-PLAN-ON-FILE               VALUE 'Y'.
      *
       01  W-RUN-COUNTS.
           05  W-MEMBERS-READ               PIC 9(09)  COMP VALUE 0.
           05  W-MEMBERS-NOT-ELIGIBLE       PIC 9(09)  COMP VALUE 0.
           05  W-MEMBERS-PLAN-TABLE-FULL    PIC 9(09)  COMP VALUE 0.
           05  W-MEMBERS-COMPARED           PIC 9(09)  COMP VALUE 0.
           05  W-MEMBERS-NOT-COMPARED       PIC 9(09)  COMP VALUE 0.
           05  W-MEMBERS-UNDER-SCENARIO     PIC 9(09)  COMP VALUE 0.
           05  W-NORMAL-DATE-LATER          PIC 9(09)  COMP VALUE 0.
           05  W-NORMAL-DATE-EARLIER        PIC 9(09)  COMP VALUE 0.
           05  W-NORMAL-DATE-UNCHANGED      PIC 9(09)  COMP VALUE 0.
           05  W-SCENARIOS-READ             PIC 9(09)  COMP VALUE 0.
           05  W-SCENARIOS-ACCEPTED         PIC 9(09)  COMP VALUE 0.
           05  W-SCENARIOS-REJECTED         PIC 9(09)  COMP VALUE 0.
      *
       01  W-REPORT-CONTROL.
           05  W-RUN-DATE                   PIC 9(08).
           05  W-AS-OF-DATE                 PIC 9(08)  VALUE 0.
           05  W-AS-OF-PARTS REDEFINES W-AS-OF-DATE.
               10  W-AS-OF-CCYY             PIC 9(04).
               10  FILLER                   PIC 9(04).
           05  W-LINE-COUNT                 PIC 9(04)  COMP VALUE 99.
           05  W-PAGE-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-LINES-PER-PAGE             PIC 9(04)  COMP VALUE 55.
           05  W-LINES-NEEDED               PIC 9(04)  COMP.
           05  W-SECTION-TITLE              PIC X(60)  VALUE SPACES.
      *
      *    ONE ENTRY PER PLAN CODE MET ON THE SCENARIO FILE OR THE
      *    MASTER.  THE PRODUCTION AGE OVERRIDE IS READ FROM RETIROVR
      *    ONCE, WHEN THE ENTRY IS ADDED.  THE YEAR BUCKETS COUNT
      *    MEMBERS BY NORMAL RETIREMENT YEAR: BUCKET 1 IS BEFORE THE
      *    AS-OF YEAR, BUCKETS 2 TO 41 ARE THE AS-OF YEAR AND THE 39
      *    YEARS AFTER IT, BUCKET 42 IS ANYTHING LATER.
       01  W-PLAN-TABLE-CONTROL.
           05  W-PLAN-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-PLAN-MAX                   PIC 9(04)  COMP VALUE 100.
           05  W-PLAN-IDX                   PIC 9(04)  COMP.
           05  W-YEAR-IDX                   PIC 9(04)  COMP.
           05  W-YEAR-ROWS                  PIC 9(04)  COMP.
           05  W-BUCKET-MAX                 PIC 9(04)  COMP VALUE 42.
      *
       01  W-PLAN-TABLE.
           05  W-PLAN-ENTRY OCCURS 100 TIMES.
               10  W-PT-PLAN-CODE           PIC X(05).
               10  W-PT-DESCRIPTION         PIC X(30).
               10  W-PT-OVERRIDE-SW         PIC X(01).
                   88  W-PT-OVERRIDE-ON-FILE    VALUE 'Y'.
               10  W-PT-OVERRIDE-YEARS      PIC 9(02).
               10  W-PT-OVERRIDE-MONTHS     PIC 9(02).
               10  W-PT-SCENARIO-SW         PIC X(01).
                   88  W-PT-HAS-SCENARIO        VALUE 'Y'.
               10  W-PT-SCN-AGE-YEARS       PIC 9(02).
               10  W-PT-SCN-AGE-MONTHS      PIC 9(02).
               10  W-PT-SCN-EARLY-RATE-1    PIC 9V9(04).
               10  W-PT-SCN-EARLY-RATE-2    PIC 9V9(04).
               10  W-PT-SCN-CREDIT-RATE     PIC 9V9(04).
               10  W-PT-MEMBERS-COMPARED    PIC 9(07)  COMP.
               10  W-PT-MEMBERS-NOT-COMPARED
                                            PIC 9(07)  COMP.
               10  W-PT-MEMBERS-WITH-AMOUNTS
                                            PIC 9(07)  COMP.
               10  W-PT-NORMAL-MONTHS-MOVED PIC S9(09) COMP.
               10  W-PT-BASE-EARLY-TOTAL    PIC 9(11)V99.
               10  W-PT-BASE-NORMAL-TOTAL   PIC 9(11)V99.
               10  W-PT-BASE-DELAYED-TOTAL  PIC 9(11)V99.
               10  W-PT-SCN-EARLY-TOTAL     PIC 9(11)V99.
               10  W-PT-SCN-NORMAL-TOTAL    PIC 9(11)V99.
               10  W-PT-SCN-DELAYED-TOTAL   PIC 9(11)V99.
               10  W-PT-YEAR-BUCKET OCCURS 42 TIMES.
                   15  W-PT-BASE-HEADCOUNT  PIC 9(07)  COMP.
                   15  W-PT-SCN-HEADCOUNT   PIC 9(07)  COMP.
      *
      *    THE RESULT OF EACH EBUD01 CALL FOR THE CURRENT MEMBER.
      *    THE NORMAL DATE IS HELD AS A MONTH NUMBER (CCYY * 12 + MM)
      *    SO THE MOVE BETWEEN THE TWO CALLS IS A SUBTRACTION.
       01  W-BASELINE-RESULT.
           05  W-BR-RETC                    PIC S9(04).
           05  W-BR-NORMAL-CCYY             PIC 9(04).
           05  W-BR-NORMAL-MM               PIC 9(02).
           05  W-BR-NORMAL-MONTH-NUMBER     PIC 9(06).
           05  W-BR-BENEFIT-RETC            PIC S9(04).
           05  W-BR-EARLY-AMOUNT            PIC 9(07)V99.
           05  W-BR-NORMAL-AMOUNT           PIC 9(07)V99.
           05  W-BR-DELAYED-AMOUNT          PIC 9(07)V99.
      *
       01  W-SCENARIO-RESULT.
           05  W-SR-RETC                    PIC S9(04).
           05  W-SR-NORMAL-CCYY             PIC 9(04).
           05  W-SR-NORMAL-MM               PIC 9(02).
           05  W-SR-NORMAL-MONTH-NUMBER     PIC 9(06).
           05  W-SR-BENEFIT-RETC            PIC S9(04).
           05  W-SR-EARLY-AMOUNT            PIC 9(07)V99.
           05  W-SR-NORMAL-AMOUNT           PIC 9(07)V99.
           05  W-SR-DELAYED-AMOUNT          PIC 9(07)V99.
      *
       01  W-COMPARE-WA.
           05  W-MONTHS-MOVED               PIC S9(06) COMP.
           05  W-YEAR-OFFSET                PIC S9(04) COMP.
           05  W-BUCKET-YEAR                PIC 9(04).
           05  W-AVERAGE-MOVE               PIC S9(05)V9.
           05  W-HEADCOUNT-CHANGE           PIC S9(07).
           05  W-AMOUNT-CHANGE              PIC S9(11)V99.
           05  W-SCENARIO-DISPOSITION       PIC X(30).
           05  W-SEARCH-PLAN-CODE           PIC X(05).
      *
      *    SPANS ARE BROWSED FROM THE MEMBER'S FIRST KEY (EMPLOYEE ID
      *    PLUS A ZERO START DATE) UNTIL THE ID CHANGES, AND HANDED
      *    TO EBUD01 IN THE CALLER SPAN TABLE.  THE INPUT FIELDS ARE
      *    LOADED ONCE PER MEMBER; ONLY THE OVERRIDE AND THE RATES
      *    CHANGE BETWEEN THE BASELINE AND THE SCENARIO CALL.
       01  W-INTERFACE-AREA.
           COPY LINPUT.
      *
       01  W-PAGE-HEADING-1.
           05  FILLER                       PIC X(08)
                                            VALUE 'EBUD29  '.
           05  FILLER                       PIC X(42)  VALUE
               'PLAN-DESIGN WHAT-IF COMPARISON            '.
           05  FILLER                       PIC X(11)
                                            VALUE 'RUN DATE - '.
           05  PH-RUN-DATE                  PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(13)
                                            VALUE 'AS-OF DATE - '.
           05  PH-AS-OF-DATE                PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(07)
                                            VALUE 'PAGE - '.
           05  PH-PAGE-NUMBER               PIC ZZZ9.
           05  FILLER                       PIC X(25)  VALUE SPACES.
      *
       01  W-PAGE-HEADING-2.
           05  PH-SECTION-TITLE             PIC X(60).
           05  FILLER                       PIC X(72)  VALUE SPACES.
      *
       01  W-SCENARIO-HEADING.
           05  FILLER                       PIC X(44)  VALUE
               'PLAN   PROPOSED AGE   EARLY RATE   EARLY RAT'.
           05  FILLER                       PIC X(44)  VALUE
               'E   DELAYED       DISPOSITION               '.
           05  FILLER                       PIC X(44)  VALUE SPACES.
      *
       01  W-SCENARIO-HEADING-2.
           05  FILLER                       PIC X(44)  VALUE
               '       YEARS MONTHS   FIRST 36     BEYOND 36'.
           05  FILLER                       PIC X(44)  VALUE
               '   CREDIT RATE                              '.
           05  FILLER                       PIC X(44)  VALUE SPACES.
      *
       01  W-SCENARIO-LINE.
           05  SL-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  SL-AGE-YEARS                 PIC X(02).
           05  FILLER                       PIC X(05)  VALUE SPACES.
           05  SL-AGE-MONTHS                PIC X(02).
           05  FILLER                       PIC X(05)  VALUE SPACES.
           05  SL-EARLY-RATE-1              PIC 9.9999.
           05  FILLER                       PIC X(07)  VALUE SPACES.
           05  SL-EARLY-RATE-2              PIC 9.9999.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  SL-CREDIT-RATE               PIC 9.9999.
           05  FILLER                       PIC X(08)  VALUE SPACES.
           05  SL-DISPOSITION               PIC X(30).
           05  FILLER                       PIC X(40)  VALUE SPACES.
      *
       01  W-NO-SCENARIO-LINE.
           05  FILLER                       PIC X(44)  VALUE
               'NO SCENARIO CARDS ON RETIRSCN - EVERY PLAN I'.
           05  FILLER                       PIC X(44)  VALUE
               'S COMPARED WITH ITSELF                      '.
           05  FILLER                       PIC X(44)  VALUE SPACES.
      *
       01  W-PLAN-LINE.
           05  FILLER                       PIC X(07)  VALUE 'PLAN - '.
           05  PN-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  PN-DESCRIPTION               PIC X(30).
           05  FILLER                       PIC X(20)  VALUE
               '  PRODUCTION AGE -  '.
           05  PN-PRODUCTION-AGE            PIC X(20).
           05  FILLER                       PIC X(48)  VALUE SPACES.
      *
       01  W-PLAN-SCENARIO-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(17)
                                            VALUE 'SCENARIO - AGE - '.
           05  PS-AGE                       PIC X(20).
           05  FILLER                       PIC X(16)
                                            VALUE '  EARLY RATES - '.
           05  PS-EARLY-RATE-1              PIC X(06).
           05  FILLER                       PIC X(03)  VALUE ' / '.
           05  PS-EARLY-RATE-2              PIC X(06).
           05  FILLER                       PIC X(17)
                                            VALUE '  CREDIT RATE -  '.
           05  PS-CREDIT-RATE               PIC X(06).
           05  FILLER                       PIC X(35)  VALUE SPACES.
      *
       01  W-PLAN-NO-SCENARIO-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(44)  VALUE
               'NO SCENARIO CHANGE - BASELINE ONLY          '.
           05  FILLER                       PIC X(82)  VALUE SPACES.
      *
       01  W-PLAN-COUNT-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(11)
                                            VALUE 'COMPARED - '.
           05  PC-COMPARED                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(20)  VALUE
               '   NOT CALCULATED - '.
           05  PC-NOT-COMPARED              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(23)  VALUE
               '   WITH BENEFIT BASE - '.
           05  PC-WITH-AMOUNTS              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(32)  VALUE
               '   AVG NORMAL-DATE MOVE (MOS) - '.
           05  PC-AVERAGE-MOVE              PIC -ZZ,ZZ9.9.
           05  FILLER                       PIC X(10)  VALUE SPACES.
      *
       01  W-YEAR-HEADING.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(44)  VALUE
               'NORMAL RETIREMENT YEAR   BASELINE   SCENARIO'.
           05  FILLER                       PIC X(10)  VALUE
               '    CHANGE'.
           05  FILLER                       PIC X(72)  VALUE SPACES.
      *
       01  W-YEAR-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  YL-YEAR-CAPTION              PIC X(20).
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  YL-BASELINE                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  YL-SCENARIO                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  YL-CHANGE                    PIC -ZZZ,ZZ9.
           05  FILLER                       PIC X(72)  VALUE SPACES.
      *
       01  W-BENEFIT-HEADING.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(36)  VALUE
               'MONTHLY BENEFIT TOTAL'.
           05  FILLER                       PIC X(17)  VALUE
               '         BASELINE'.
           05  FILLER                       PIC X(21)  VALUE
               '             SCENARIO'.
           05  FILLER                       PIC X(21)  VALUE
               '               CHANGE'.
           05  FILLER                       PIC X(31)  VALUE SPACES.
      *
       01  W-BENEFIT-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  BL-CAPTION                   PIC X(30).
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  BL-BASELINE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  BL-SCENARIO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  BL-CHANGE                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(31)  VALUE SPACES.
      *
       01  W-TOTAL-LINE.
           05  TL-CAPTION                   PIC X(44).
           05  TL-VALUE                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(77)  VALUE SPACES.
      *
       01  W-AGE-EDIT.
           05  AE-YEARS                     PIC Z9.
           05  FILLER                       PIC X(05)  VALUE ' YRS '.
           05  AE-MONTHS                    PIC Z9.
           05  FILLER                       PIC X(11)  VALUE ' MOS'.
      *
       01  W-RATE-EDIT                      PIC 9.9999.
      *
       01  W-PRINT-LINE                     PIC X(132).
      *
       PROCEDURE DIVISION.
      *
       A000-MAINLINE SECTION.
           PERFORM B100-INITIALIZE
           PERFORM B200-COMPARE-MEMBER
               UNTIL W-MASTER-FILE-EOF
           PERFORM B500-PRINT-PLAN-COMPARISONS
           PERFORM B600-PRINT-GRAND-TOTALS
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES, FIX THE AS-OF DATE, LOAD AND
      *    LIST THE SCENARIO CARDS AND PRIME THE MASTER READ
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN INPUT  RETIREMENT-AGE-OVERRIDE-FILE
           OPEN INPUT  BENEFIT-BASE-FILE
           OPEN INPUT  SERVICE-HISTORY-FILE
           OPEN INPUT  PLAN-REFERENCE-FILE
           OPEN OUTPUT SCENARIO-REPORT-FILE
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           MOVE W-RUN-DATE TO W-AS-OF-DATE

           OPEN INPUT PROCESS-DATE-FILE
           READ PROCESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PD-AS-OF-DATE IS NUMERIC
                          AND PD-AS-OF-DATE NOT = 0
                      MOVE PD-AS-OF-DATE TO W-AS-OF-DATE
                   END-IF
           END-READ
           CLOSE PROCESS-DATE-FILE

           PERFORM B120-LOAD-SCENARIOS
           PERFORM B110-READ-MASTER-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-READ-MASTER-RECORD SECTION.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO W-MASTER-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-MEMBERS-READ
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B120-LOAD-SCENARIOS - READ THE SCENARIO CARDS INTO THE PLAN
      *    TABLE AND LIST EACH ONE WITH ITS DISPOSITION.  A REJECTED
      *    CARD LEAVES ITS PLAN AT THE PRODUCTION DESIGN.
      *----------------------------------------------------------------
       B120-LOAD-SCENARIOS SECTION.
           MOVE 'PROPOSED PLAN-DESIGN CHANGES' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           MOVE W-SCENARIO-HEADING   TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE W-SCENARIO-HEADING-2 TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           OPEN INPUT SCENARIO-FILE
           PERFORM B121-READ-SCENARIO-RECORD
               UNTIL W-SCENARIO-FILE-EOF
           CLOSE SCENARIO-FILE

           IF W-SCENARIOS-READ = 0
              MOVE W-NO-SCENARIO-LINE TO W-PRINT-LINE
              PERFORM C100-WRITE-REPORT-LINE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B121-READ-SCENARIO-RECORD SECTION.
           READ SCENARIO-FILE
               AT END
                   MOVE 'Y' TO W-SCENARIO-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-SCENARIOS-READ
           PERFORM B122-VALIDATE-SCENARIO
           IF W-SCENARIO-DISPOSITION = 'ACCEPTED'
              ADD 1 TO W-SCENARIOS-ACCEPTED
              PERFORM B131-ADD-PLAN-ENTRY
              MOVE 'Y'             TO W-PT-SCENARIO-SW (W-PLAN-IDX)
              MOVE SN-AGE-YEARS    TO W-PT-SCN-AGE-YEARS (W-PLAN-IDX)
              MOVE SN-AGE-MONTHS   TO W-PT-SCN-AGE-MONTHS (W-PLAN-IDX)
              MOVE SN-EARLY-RATE-1
                TO W-PT-SCN-EARLY-RATE-1 (W-PLAN-IDX)
              MOVE SN-EARLY-RATE-2
                TO W-PT-SCN-EARLY-RATE-2 (W-PLAN-IDX)
              MOVE SN-CREDIT-RATE  TO W-PT-SCN-CREDIT-RATE (W-PLAN-IDX)
           ELSE
              ADD 1 TO W-SCENARIOS-REJECTED
           END-IF
           PERFORM B123-PRINT-SCENARIO-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B122-VALIDATE-SCENARIO - A CARD IS TAKEN ONLY WHEN IT IS
      *    COMPLETE, NAMES A PLAN ON PLANREF NOT ALREADY PROPOSED,
      *    AND ACTUALLY PROPOSES SOMETHING.
      *----------------------------------------------------------------
       B122-VALIDATE-SCENARIO SECTION.
           MOVE 'ACCEPTED' TO W-SCENARIO-DISPOSITION
           IF SN-PLAN-CODE = SPACES
              MOVE 'REJECTED - PLAN CODE MISSING'
                TO W-SCENARIO-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           IF SN-AGE-YEARS IS NOT NUMERIC
                  OR SN-AGE-MONTHS IS NOT NUMERIC
                  OR SN-EARLY-RATE-1 IS NOT NUMERIC
                  OR SN-EARLY-RATE-2 IS NOT NUMERIC
                  OR SN-CREDIT-RATE IS NOT NUMERIC
              MOVE 'REJECTED - FIELD NOT NUMERIC'
                TO W-SCENARIO-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           IF SN-AGE-MONTHS > 11
                  OR (SN-AGE-YEARS = 0 AND SN-AGE-MONTHS NOT = 0)
              MOVE 'REJECTED - INVALID AGE'
                TO W-SCENARIO-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           IF SN-AGE-YEARS = 0
                  AND SN-EARLY-RATE-1 = 0
                  AND SN-EARLY-RATE-2 = 0
                  AND SN-CREDIT-RATE = 0
              MOVE 'REJECTED - NO CHANGE PROPOSED'
                TO W-SCENARIO-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           MOVE SN-PLAN-CODE TO PL-PLAN-CODE
           READ PLAN-REFERENCE-FILE
               INVALID KEY
                   MOVE 'REJECTED - PLAN NOT ON PLANREF'
                     TO W-SCENARIO-DISPOSITION
                   GO TO END-OF-SECTION
           END-READ

           MOVE SN-PLAN-CODE TO W-SEARCH-PLAN-CODE
           PERFORM B130-FIND-PLAN-ENTRY
           IF W-PLAN-ENTRY-FOUND
              MOVE 'REJECTED - DUPLICATE PLAN CARD'
                TO W-SCENARIO-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           IF W-PLAN-COUNT >= W-PLAN-MAX
              MOVE 'REJECTED - PLAN TABLE FULL'
                TO W-SCENARIO-DISPOSITION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B123-PRINT-SCENARIO-LINE SECTION.
           MOVE SN-PLAN-CODE           TO SL-PLAN-CODE
           MOVE SN-AGE-YEARS           TO SL-AGE-YEARS
           MOVE SN-AGE-MONTHS          TO SL-AGE-MONTHS
           IF SN-EARLY-RATE-1 IS NUMERIC
              MOVE SN-EARLY-RATE-1     TO SL-EARLY-RATE-1
           ELSE
              MOVE 0                   TO SL-EARLY-RATE-1
           END-IF
           IF SN-EARLY-RATE-2 IS NUMERIC
              MOVE SN-EARLY-RATE-2     TO SL-EARLY-RATE-2
           ELSE
              MOVE 0                   TO SL-EARLY-RATE-2
           END-IF
           IF SN-CREDIT-RATE IS NUMERIC
              MOVE SN-CREDIT-RATE      TO SL-CREDIT-RATE
           ELSE
              MOVE 0                   TO SL-CREDIT-RATE
           END-IF
           MOVE W-SCENARIO-DISPOSITION TO SL-DISPOSITION
           MOVE W-SCENARIO-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B130-FIND-PLAN-ENTRY - LOOK UP W-SEARCH-PLAN-CODE AMONG
      *    THE ENTRIES IN USE.  W-PLAN-IDX IS LEFT ON THE ENTRY WHEN
      *    FOUND.
      *----------------------------------------------------------------
       B130-FIND-PLAN-ENTRY SECTION.
           MOVE 'N' TO W-PLAN-ENTRY-FOUND-SW
           MOVE 1   TO W-PLAN-IDX
           PERFORM B132-CHECK-PLAN-ENTRY
               UNTIL W-PLAN-ENTRY-FOUND
                  OR W-PLAN-IDX > W-PLAN-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
       B132-CHECK-PLAN-ENTRY SECTION.
           IF W-PT-PLAN-CODE (W-PLAN-IDX) = W-SEARCH-PLAN-CODE
              MOVE 'Y' TO W-PLAN-ENTRY-FOUND-SW
           ELSE
              ADD 1 TO W-PLAN-IDX
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B131-ADD-PLAN-ENTRY - NEW ENTRY FOR W-SEARCH-PLAN-CODE,
      *    WITH ITS PLANREF DESCRIPTION AND ITS PRODUCTION AGE
      *    OVERRIDE.  THE CALLER HAS ALREADY CHECKED THERE IS ROOM.
      *----------------------------------------------------------------
       B131-ADD-PLAN-ENTRY SECTION.
           ADD 1 TO W-PLAN-COUNT
           MOVE W-PLAN-COUNT TO W-PLAN-IDX
           INITIALIZE W-PLAN-ENTRY (W-PLAN-IDX)
           MOVE W-SEARCH-PLAN-CODE TO W-PT-PLAN-CODE (W-PLAN-IDX)
           MOVE W-SEARCH-PLAN-CODE TO PL-PLAN-CODE
           MOVE 'N'          TO W-PT-SCENARIO-SW (W-PLAN-IDX)

           READ PLAN-REFERENCE-FILE
               INVALID KEY
                   MOVE 'NOT ON PLANREF'
                     TO W-PT-DESCRIPTION (W-PLAN-IDX)
               NOT INVALID KEY
                   MOVE PL-DESCRIPTION
                     TO W-PT-DESCRIPTION (W-PLAN-IDX)
           END-READ

           MOVE 'N' TO W-PT-OVERRIDE-SW (W-PLAN-IDX)
           MOVE W-PT-PLAN-CODE (W-PLAN-IDX) TO OV-PLAN-CODE
           READ RETIREMENT-AGE-OVERRIDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OV-AGE-YEARS IS NUMERIC
                          AND OV-AGE-MONTHS IS NUMERIC
                      MOVE 'Y'  TO W-PT-OVERRIDE-SW (W-PLAN-IDX)
                      MOVE OV-AGE-YEARS
                        TO W-PT-OVERRIDE-YEARS (W-PLAN-IDX)
                      MOVE OV-AGE-MONTHS
                        TO W-PT-OVERRIDE-MONTHS (W-PLAN-IDX)
                   END-IF
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-COMPARE-MEMBER - ONE PASS PER MASTER RECORD.  ONLY THE
      *    STATUSES THE SWEEP CALCULATES ARE COMPARED; A MEMBER IS
      *    COUNTED IN THE COMPARISON ONLY WHEN BOTH CALLS SUCCEED.
      *----------------------------------------------------------------
       B200-COMPARE-MEMBER SECTION.
           IF NOT EB-STATUS-ACTIVE AND NOT EB-STATUS-TERM-VESTED
              ADD 1 TO W-MEMBERS-NOT-ELIGIBLE
              PERFORM B110-READ-MASTER-RECORD
              GO TO END-OF-SECTION
           END-IF

           MOVE EB-PLAN-CODE TO W-SEARCH-PLAN-CODE
           PERFORM B130-FIND-PLAN-ENTRY
           IF NOT W-PLAN-ENTRY-FOUND
              IF W-PLAN-COUNT >= W-PLAN-MAX
                 ADD 1 TO W-MEMBERS-PLAN-TABLE-FULL
                 PERFORM B110-READ-MASTER-RECORD
                 GO TO END-OF-SECTION
              END-IF
              PERFORM B131-ADD-PLAN-ENTRY
           END-IF

           PERFORM B210-LOAD-MEMBER-INPUT
           PERFORM B220-CALL-BASELINE
           PERFORM B230-CALL-SCENARIO
           IF W-BR-RETC = 0 AND W-SR-RETC = 0
              PERFORM B240-ACCUMULATE-MEMBER
           ELSE
              ADD 1 TO W-MEMBERS-NOT-COMPARED
              ADD 1 TO W-PT-MEMBERS-NOT-COMPARED (W-PLAN-IDX)
           END-IF
           PERFORM B110-READ-MASTER-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B210-LOAD-MEMBER-INPUT - THE CALCULATION-ONLY REQUEST AS
      *    EBUD23 BUILDS IT, PLUS THE MEMBER'S BENEFIT BASE SO EBUD01
      *    CAN PRICE THE DATES.  ONE PAST THE SPAN TABLE SIZE IS
      *    PASSED THROUGH SO EBUD01 REFUSES A HISTORY IT CANNOT HOLD.
      *----------------------------------------------------------------
       B210-LOAD-MEMBER-INPUT SECTION.
           MOVE SPACES               TO W-INTERFACE-AREA
           MOVE EB-BIRTH-DATE         TO L-INPUT-DATE
           MOVE EB-EMPLOYEE-ID        TO L-EMPLOYEE-ID
           MOVE EB-PLAN-CODE          TO L-PLAN-CODE
           MOVE EB-SPOUSE-BIRTH-DATE  TO L-SPOUSE-INPUT-DATE
           MOVE EB-HIRE-DATE          TO L-HIRE-DATE
           MOVE W-AS-OF-DATE          TO L-AS-OF-DATE
           MOVE 'SCENARIO'            TO L-REQUESTOR-ID
           MOVE 'C'                   TO L-CALC-ONLY-SW
           MOVE 'N'                   TO L-CALLER-QDRO-FLAG

           MOVE EB-EMPLOYEE-ID TO SB-EMPLOYEE-ID
           READ BENEFIT-BASE-FILE
               INVALID KEY
                   MOVE 0 TO L-CALLER-BENEFIT-BASE
               NOT INVALID KEY
                   IF SB-MONTHLY-BENEFIT-BASE IS NUMERIC
                      MOVE SB-MONTHLY-BENEFIT-BASE
                        TO L-CALLER-BENEFIT-BASE
                   ELSE
                      MOVE 0 TO L-CALLER-BENEFIT-BASE
                   END-IF
           END-READ

           MOVE 0   TO L-CALLER-SPAN-COUNT
           MOVE 'N' TO W-BROWSE-END-SW
           MOVE EB-EMPLOYEE-ID TO SH-EMPLOYEE-ID
           MOVE 0              TO SH-SPAN-START-DATE
           START SERVICE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-SPAN-KEY
               INVALID KEY
                   MOVE 'Y' TO W-BROWSE-END-SW
           END-START
           PERFORM B211-READ-NEXT-SPAN
               UNTIL W-BROWSE-END
           .
       END-OF-SECTION.
           EXIT.
      *
       B211-READ-NEXT-SPAN SECTION.
           READ SERVICE-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO W-BROWSE-END-SW
                   GO TO END-OF-SECTION
           END-READ
           IF SH-EMPLOYEE-ID NOT = EB-EMPLOYEE-ID
              MOVE 'Y' TO W-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF

           ADD 1 TO L-CALLER-SPAN-COUNT
           IF L-CALLER-SPAN-COUNT > 30
              MOVE 'Y' TO W-BROWSE-END-SW
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
      *    B220-CALL-BASELINE - THE PLAN AS IT STANDS: PRODUCTION AGE
      *    OVERRIDE, NO PROPOSED RATES.
      *----------------------------------------------------------------
       B220-CALL-BASELINE SECTION.
           IF W-PT-OVERRIDE-ON-FILE (W-PLAN-IDX)
              MOVE 'Y' TO L-CALLER-OVERRIDE-FLAG
              MOVE W-PT-OVERRIDE-YEARS (W-PLAN-IDX)
                TO L-CALLER-OVERRIDE-YEARS
              MOVE W-PT-OVERRIDE-MONTHS (W-PLAN-IDX)
                TO L-CALLER-OVERRIDE-MONTHS
           ELSE
              MOVE 'N' TO L-CALLER-OVERRIDE-FLAG
              MOVE 0   TO L-CALLER-OVERRIDE-YEARS
              MOVE 0   TO L-CALLER-OVERRIDE-MONTHS
           END-IF
           MOVE 'N' TO L-CALLER-FACTOR-FLAG
           MOVE 0   TO L-CALLER-EARLY-RATE-1
           MOVE 0   TO L-CALLER-EARLY-RATE-2
           MOVE 0   TO L-CALLER-CREDIT-RATE
           MOVE 0   TO RETC

           CALL W-CALL-PROGRAM USING W-INTERFACE-AREA

           MOVE RETC TO W-BR-RETC
           IF W-BR-RETC = 0
              MOVE RETIREMENT-DATE(1:4)     TO W-BR-NORMAL-CCYY
              MOVE RETIREMENT-DATE(6:2)     TO W-BR-NORMAL-MM
              COMPUTE W-BR-NORMAL-MONTH-NUMBER =
                      W-BR-NORMAL-CCYY * 12 + W-BR-NORMAL-MM
              MOVE L-BENEFIT-RETC           TO W-BR-BENEFIT-RETC
              MOVE L-EARLY-BENEFIT-AMOUNT   TO W-BR-EARLY-AMOUNT
              MOVE L-NORMAL-BENEFIT-AMOUNT  TO W-BR-NORMAL-AMOUNT
              MOVE L-DELAYED-BENEFIT-AMOUNT TO W-BR-DELAYED-AMOUNT
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B230-CALL-SCENARIO - THE SAME MEMBER UNDER THE PROPOSED
      *    DESIGN.  WITH NO CARD FOR THE PLAN THE BASELINE STANDS AS
      *    THE SCENARIO RESULT AND EBUD01 IS NOT CALLED AGAIN.
      *----------------------------------------------------------------
       B230-CALL-SCENARIO SECTION.
           IF NOT W-PT-HAS-SCENARIO (W-PLAN-IDX)
              MOVE W-BASELINE-RESULT TO W-SCENARIO-RESULT
              GO TO END-OF-SECTION
           END-IF

           IF W-PT-SCN-AGE-YEARS (W-PLAN-IDX) NOT = 0
              MOVE 'Y' TO L-CALLER-OVERRIDE-FLAG
              MOVE W-PT-SCN-AGE-YEARS (W-PLAN-IDX)
                TO L-CALLER-OVERRIDE-YEARS
              MOVE W-PT-SCN-AGE-MONTHS (W-PLAN-IDX)
                TO L-CALLER-OVERRIDE-MONTHS
           END-IF
           MOVE 'Y' TO L-CALLER-FACTOR-FLAG
           MOVE W-PT-SCN-EARLY-RATE-1 (W-PLAN-IDX)
             TO L-CALLER-EARLY-RATE-1
           MOVE W-PT-SCN-EARLY-RATE-2 (W-PLAN-IDX)
             TO L-CALLER-EARLY-RATE-2
           MOVE W-PT-SCN-CREDIT-RATE (W-PLAN-IDX)
             TO L-CALLER-CREDIT-RATE
           MOVE 0   TO RETC

           CALL W-CALL-PROGRAM USING W-INTERFACE-AREA

           MOVE RETC TO W-SR-RETC
           IF W-SR-RETC = 0
              MOVE RETIREMENT-DATE(1:4)     TO W-SR-NORMAL-CCYY
              MOVE RETIREMENT-DATE(6:2)     TO W-SR-NORMAL-MM
              COMPUTE W-SR-NORMAL-MONTH-NUMBER =
                      W-SR-NORMAL-CCYY * 12 + W-SR-NORMAL-MM
              MOVE L-BENEFIT-RETC           TO W-SR-BENEFIT-RETC
              MOVE L-EARLY-BENEFIT-AMOUNT   TO W-SR-EARLY-AMOUNT
              MOVE L-NORMAL-BENEFIT-AMOUNT  TO W-SR-NORMAL-AMOUNT
              MOVE L-DELAYED-BENEFIT-AMOUNT TO W-SR-DELAYED-AMOUNT
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B240-ACCUMULATE-MEMBER - ADD THE MEMBER TO THE PLAN'S YEAR
      *    BUCKETS, THE NORMAL-DATE MOVE AND - WHEN BOTH CALLS PRICED
      *    THE DATES - THE BENEFIT TOTALS.
      *----------------------------------------------------------------
       B240-ACCUMULATE-MEMBER SECTION.
           ADD 1 TO W-MEMBERS-COMPARED
           ADD 1 TO W-PT-MEMBERS-COMPARED (W-PLAN-IDX)
           IF W-PT-HAS-SCENARIO (W-PLAN-IDX)
              ADD 1 TO W-MEMBERS-UNDER-SCENARIO
           END-IF

           COMPUTE W-MONTHS-MOVED = W-SR-NORMAL-MONTH-NUMBER
                                  - W-BR-NORMAL-MONTH-NUMBER
           ADD W-MONTHS-MOVED TO W-PT-NORMAL-MONTHS-MOVED (W-PLAN-IDX)
           EVALUATE TRUE
               WHEN W-MONTHS-MOVED > 0
                   ADD 1 TO W-NORMAL-DATE-LATER
               WHEN W-MONTHS-MOVED < 0
                   ADD 1 TO W-NORMAL-DATE-EARLIER
               WHEN OTHER
                   ADD 1 TO W-NORMAL-DATE-UNCHANGED
           END-EVALUATE

           COMPUTE W-YEAR-OFFSET = W-BR-NORMAL-CCYY - W-AS-OF-CCYY
           PERFORM B241-SET-YEAR-BUCKET
           ADD 1 TO W-PT-BASE-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX)
           COMPUTE W-YEAR-OFFSET = W-SR-NORMAL-CCYY - W-AS-OF-CCYY
           PERFORM B241-SET-YEAR-BUCKET
           ADD 1 TO W-PT-SCN-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX)

           IF W-BR-BENEFIT-RETC = 0 AND W-SR-BENEFIT-RETC = 0
              ADD 1 TO W-PT-MEMBERS-WITH-AMOUNTS (W-PLAN-IDX)
              ADD W-BR-EARLY-AMOUNT
                TO W-PT-BASE-EARLY-TOTAL (W-PLAN-IDX)
              ADD W-BR-NORMAL-AMOUNT
                TO W-PT-BASE-NORMAL-TOTAL (W-PLAN-IDX)
              ADD W-BR-DELAYED-AMOUNT
                TO W-PT-BASE-DELAYED-TOTAL (W-PLAN-IDX)
              ADD W-SR-EARLY-AMOUNT
                TO W-PT-SCN-EARLY-TOTAL (W-PLAN-IDX)
              ADD W-SR-NORMAL-AMOUNT
                TO W-PT-SCN-NORMAL-TOTAL (W-PLAN-IDX)
              ADD W-SR-DELAYED-AMOUNT
                TO W-PT-SCN-DELAYED-TOTAL (W-PLAN-IDX)
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B241-SET-YEAR-BUCKET SECTION.
           EVALUATE TRUE
               WHEN W-YEAR-OFFSET < 0
                   MOVE 1 TO W-YEAR-IDX
               WHEN W-YEAR-OFFSET > 39
                   MOVE W-BUCKET-MAX TO W-YEAR-IDX
               WHEN OTHER
                   COMPUTE W-YEAR-IDX = W-YEAR-OFFSET + 2
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-PRINT-PLAN-COMPARISONS - ONE BLOCK PER PLAN, KEPT
      *    TOGETHER ON ONE PAGE.  ONLY THE YEARS WITH A MEMBER IN
      *    EITHER COLUMN PRINT.
      *----------------------------------------------------------------
       B500-PRINT-PLAN-COMPARISONS SECTION.
           MOVE 'BASELINE AGAINST SCENARIO BY PLAN' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           MOVE 1 TO W-PLAN-IDX
           PERFORM B510-PRINT-PLAN-BLOCK
               UNTIL W-PLAN-IDX > W-PLAN-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
       B510-PRINT-PLAN-BLOCK SECTION.
           MOVE 0 TO W-YEAR-ROWS
           MOVE 1 TO W-YEAR-IDX
           PERFORM B511-COUNT-YEAR-ROW
               UNTIL W-YEAR-IDX > W-BUCKET-MAX
           COMPUTE W-LINES-NEEDED = W-YEAR-ROWS + 10
           IF W-LINE-COUNT + W-LINES-NEEDED > W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
           END-IF

           MOVE W-PT-PLAN-CODE (W-PLAN-IDX)   TO PN-PLAN-CODE
           MOVE W-PT-DESCRIPTION (W-PLAN-IDX) TO PN-DESCRIPTION
           IF W-PT-OVERRIDE-ON-FILE (W-PLAN-IDX)
              MOVE W-PT-OVERRIDE-YEARS (W-PLAN-IDX)  TO AE-YEARS
              MOVE W-PT-OVERRIDE-MONTHS (W-PLAN-IDX) TO AE-MONTHS
              MOVE W-AGE-EDIT TO PN-PRODUCTION-AGE
           ELSE
              MOVE 'STANDARD RULE' TO PN-PRODUCTION-AGE
           END-IF
           MOVE W-PLAN-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           IF W-PT-HAS-SCENARIO (W-PLAN-IDX)
              PERFORM B512-FORMAT-SCENARIO-LINE
              MOVE W-PLAN-SCENARIO-LINE TO W-PRINT-LINE
           ELSE
              MOVE W-PLAN-NO-SCENARIO-LINE TO W-PRINT-LINE
           END-IF
           PERFORM C100-WRITE-REPORT-LINE

           MOVE W-PT-MEMBERS-COMPARED (W-PLAN-IDX)     TO PC-COMPARED
           MOVE W-PT-MEMBERS-NOT-COMPARED (W-PLAN-IDX)
             TO PC-NOT-COMPARED
           MOVE W-PT-MEMBERS-WITH-AMOUNTS (W-PLAN-IDX)
             TO PC-WITH-AMOUNTS
           IF W-PT-MEMBERS-COMPARED (W-PLAN-IDX) > 0
              COMPUTE W-AVERAGE-MOVE ROUNDED =
                      W-PT-NORMAL-MONTHS-MOVED (W-PLAN-IDX)
                    / W-PT-MEMBERS-COMPARED (W-PLAN-IDX)
           ELSE
              MOVE 0 TO W-AVERAGE-MOVE
           END-IF
           MOVE W-AVERAGE-MOVE TO PC-AVERAGE-MOVE
           MOVE W-PLAN-COUNT-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE W-YEAR-HEADING TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE 1 TO W-YEAR-IDX
           PERFORM B513-PRINT-YEAR-ROW
               UNTIL W-YEAR-IDX > W-BUCKET-MAX

           MOVE W-BENEFIT-HEADING TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 'EARLY ELECTION'      TO BL-CAPTION
           MOVE W-PT-BASE-EARLY-TOTAL (W-PLAN-IDX) TO BL-BASELINE
           MOVE W-PT-SCN-EARLY-TOTAL (W-PLAN-IDX)  TO BL-SCENARIO
           COMPUTE W-AMOUNT-CHANGE = W-PT-SCN-EARLY-TOTAL (W-PLAN-IDX)
                                   - W-PT-BASE-EARLY-TOTAL (W-PLAN-IDX)
           PERFORM B514-PRINT-BENEFIT-LINE

           MOVE 'NORMAL RETIREMENT'   TO BL-CAPTION
           MOVE W-PT-BASE-NORMAL-TOTAL (W-PLAN-IDX) TO BL-BASELINE
           MOVE W-PT-SCN-NORMAL-TOTAL (W-PLAN-IDX)  TO BL-SCENARIO
           COMPUTE W-AMOUNT-CHANGE = W-PT-SCN-NORMAL-TOTAL (W-PLAN-IDX)
                                   - W-PT-BASE-NORMAL-TOTAL (W-PLAN-IDX)
           PERFORM B514-PRINT-BENEFIT-LINE

           MOVE 'DELAYED RETIREMENT'  TO BL-CAPTION
           MOVE W-PT-BASE-DELAYED-TOTAL (W-PLAN-IDX) TO BL-BASELINE
           MOVE W-PT-SCN-DELAYED-TOTAL (W-PLAN-IDX)  TO BL-SCENARIO
           COMPUTE W-AMOUNT-CHANGE =
                   W-PT-SCN-DELAYED-TOTAL (W-PLAN-IDX)
                 - W-PT-BASE-DELAYED-TOTAL (W-PLAN-IDX)
           PERFORM B514-PRINT-BENEFIT-LINE

           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           ADD 1 TO W-PLAN-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
       B511-COUNT-YEAR-ROW SECTION.
           IF W-PT-BASE-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX) > 0
                  OR W-PT-SCN-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX) > 0
              ADD 1 TO W-YEAR-ROWS
           END-IF
           ADD 1 TO W-YEAR-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *    A ZERO FIELD ON THE CARD PRINTS AS THE PRODUCTION VALUE IT
      *    LEAVES IN PLACE.
       B512-FORMAT-SCENARIO-LINE SECTION.
           IF W-PT-SCN-AGE-YEARS (W-PLAN-IDX) = 0
              MOVE 'UNCHANGED' TO PS-AGE
           ELSE
              MOVE W-PT-SCN-AGE-YEARS (W-PLAN-IDX)  TO AE-YEARS
              MOVE W-PT-SCN-AGE-MONTHS (W-PLAN-IDX) TO AE-MONTHS
              MOVE W-AGE-EDIT TO PS-AGE
           END-IF
           IF W-PT-SCN-EARLY-RATE-1 (W-PLAN-IDX) = 0
              MOVE 'STD'  TO PS-EARLY-RATE-1
           ELSE
              MOVE W-PT-SCN-EARLY-RATE-1 (W-PLAN-IDX) TO W-RATE-EDIT
              MOVE W-RATE-EDIT TO PS-EARLY-RATE-1
           END-IF
           IF W-PT-SCN-EARLY-RATE-2 (W-PLAN-IDX) = 0
              MOVE 'STD'  TO PS-EARLY-RATE-2
           ELSE
              MOVE W-PT-SCN-EARLY-RATE-2 (W-PLAN-IDX) TO W-RATE-EDIT
              MOVE W-RATE-EDIT TO PS-EARLY-RATE-2
           END-IF
           IF W-PT-SCN-CREDIT-RATE (W-PLAN-IDX) = 0
              MOVE 'STD'  TO PS-CREDIT-RATE
           ELSE
              MOVE W-PT-SCN-CREDIT-RATE (W-PLAN-IDX) TO W-RATE-EDIT
              MOVE W-RATE-EDIT TO PS-CREDIT-RATE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B513-PRINT-YEAR-ROW SECTION.
           IF W-PT-BASE-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX) = 0
                  AND W-PT-SCN-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX) = 0
              ADD 1 TO W-YEAR-IDX
              GO TO END-OF-SECTION
           END-IF
           EVALUATE W-YEAR-IDX
               WHEN 1
                   MOVE 'BEFORE AS-OF YEAR' TO YL-YEAR-CAPTION
               WHEN W-BUCKET-MAX
                   MOVE 'LATER YEARS'       TO YL-YEAR-CAPTION
               WHEN OTHER
                   COMPUTE W-BUCKET-YEAR = W-AS-OF-CCYY + W-YEAR-IDX - 2
                   MOVE SPACES        TO YL-YEAR-CAPTION
                   MOVE W-BUCKET-YEAR TO YL-YEAR-CAPTION(1:4)
           END-EVALUATE
           MOVE W-PT-BASE-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX)
             TO YL-BASELINE
           MOVE W-PT-SCN-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX)
             TO YL-SCENARIO
           COMPUTE W-HEADCOUNT-CHANGE =
                   W-PT-SCN-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX)
                 - W-PT-BASE-HEADCOUNT (W-PLAN-IDX, W-YEAR-IDX)
           MOVE W-HEADCOUNT-CHANGE TO YL-CHANGE
           MOVE W-YEAR-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           ADD 1 TO W-YEAR-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
       B514-PRINT-BENEFIT-LINE SECTION.
           MOVE W-AMOUNT-CHANGE TO BL-CHANGE
           MOVE W-BENEFIT-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B600-PRINT-GRAND-TOTALS - MEMBERS READ MUST EQUAL THOSE NOT
      *    ELIGIBLE, THOSE PAST THE PLAN TABLE, AND THOSE COMPARED OR
      *    NOT CALCULATED.
      *----------------------------------------------------------------
       B600-PRINT-GRAND-TOTALS SECTION.
           MOVE 'GRAND TOTALS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE

           MOVE 'SCENARIO CARDS READ                     - '
             TO TL-CAPTION
           MOVE W-SCENARIOS-READ TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'SCENARIO CARDS ACCEPTED                 - '
             TO TL-CAPTION
           MOVE W-SCENARIOS-ACCEPTED TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'SCENARIO CARDS REJECTED                 - '
             TO TL-CAPTION
           MOVE W-SCENARIOS-REJECTED TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 'MEMBERS READ FROM THE MASTER            - '
             TO TL-CAPTION
           MOVE W-MEMBERS-READ TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'NOT CALCULATED - RETIRED OR DECEASED    - '
             TO TL-CAPTION
           MOVE W-MEMBERS-NOT-ELIGIBLE TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'NOT CALCULATED - PLAN TABLE FULL        - '
             TO TL-CAPTION
           MOVE W-MEMBERS-PLAN-TABLE-FULL TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'NOT CALCULATED - EBUD01 REJECTED        - '
             TO TL-CAPTION
           MOVE W-MEMBERS-NOT-COMPARED TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'MEMBERS COMPARED                        - '
             TO TL-CAPTION
           MOVE W-MEMBERS-COMPARED TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE '    IN A PLAN WITH A SCENARIO CHANGE    - '
             TO TL-CAPTION
           MOVE W-MEMBERS-UNDER-SCENARIO TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE '    NORMAL DATE LATER UNDER SCENARIO    - '
             TO TL-CAPTION
           MOVE W-NORMAL-DATE-LATER TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE '    NORMAL DATE EARLIER UNDER SCENARIO  - '
             TO TL-CAPTION
           MOVE W-NORMAL-DATE-EARLIER TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE '    NORMAL DATE UNCHANGED               - '
             TO TL-CAPTION
           MOVE W-NORMAL-DATE-UNCHANGED TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-WRITE-REPORT-LINE SECTION.
           IF W-LINE-COUNT >= W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
           END-IF
           WRITE SCENARIO-REPORT-LINE FROM W-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
       C200-START-NEW-PAGE SECTION.
           ADD 1 TO W-PAGE-COUNT
           MOVE W-RUN-DATE     TO PH-RUN-DATE
           MOVE W-AS-OF-DATE   TO PH-AS-OF-DATE
           MOVE W-PAGE-COUNT   TO PH-PAGE-NUMBER
           WRITE SCENARIO-REPORT-LINE FROM W-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE W-SECTION-TITLE TO PH-SECTION-TITLE
           WRITE SCENARIO-REPORT-LINE FROM W-PAGE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SCENARIO-REPORT-LINE
           WRITE SCENARIO-REPORT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 3 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
       C300-WRITE-TOTAL-LINE SECTION.
           MOVE W-TOTAL-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD29 MEMBERS READ         - ' W-MEMBERS-READ
           DISPLAY 'EBUD29 MEMBERS COMPARED     - ' W-MEMBERS-COMPARED
           DISPLAY 'EBUD29 NOT CALCULATED       - '
                   W-MEMBERS-NOT-COMPARED
           DISPLAY 'EBUD29 SCENARIO CARDS READ  - ' W-SCENARIOS-READ
           DISPLAY 'EBUD29 SCENARIO REJECTED    - '
                   W-SCENARIOS-REJECTED
           IF W-MEMBERS-PLAN-TABLE-FULL > 0
              DISPLAY 'EBUD29 PLAN TABLE FULL      - '
                      W-MEMBERS-PLAN-TABLE-FULL
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE RETIREMENT-AGE-OVERRIDE-FILE
           CLOSE BENEFIT-BASE-FILE
           CLOSE SERVICE-HISTORY-FILE
           CLOSE PLAN-REFERENCE-FILE
           CLOSE SCENARIO-REPORT-FILE
           .
       END-OF-SECTION.
           EXIT.
