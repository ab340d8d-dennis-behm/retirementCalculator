       ID DIVISION.
       PROGRAM-ID. EBUD23.
      *    MONTHLY BENEFIT-BASE BUILD FROM SALARY HISTORY.
      *
      *    REBUILDS THE EMPSALRY BENEFIT-BASE FILE (LSALBASE) THAT
      *    EBUD01 A370/A380 TURNS INTO THE DOLLAR FIGURES ON EVERY
      *    EBUD09 STATEMENT.  THE BASE USED TO BE A NUMBER HR WORKED
      *    OUT IN A SPREADSHEET; NOBODY HERE COULD EXPLAIN IT WHEN A
      *    MEMBER DISPUTED IT.  FOR EACH EMPLOYEE ON THE MASTER:
      *
      *        FINAL AVERAGE SALARY = THE HIGHEST TOTAL PENSIONABLE
      *            PAY OVER PL-FAS-YEARS CONSECUTIVE PAY YEARS ON THE
      *            SALARY-HISTORY FILE (SALHIST), DIVIDED BY THAT
      *            MANY YEARS.  A MEMBER WITH FEWER YEARS ON FILE IS
      *            AVERAGED OVER ALL OF THEM.  A YEAR WITH NO PAY HAS
      *            NO RECORD, SO A RUN OF YEARS SIMPLY STEPS OVER AN
      *            UNPAID BREAK.
      *        MONTHLY BENEFIT BASE = FINAL AVERAGE SALARY
      *            TIMES PL-ACCRUAL-MULTIPLIER
      *            TIMES CREDITED SERVICE IN YEARS
      *            DIVIDED BY 12.
      *
      *    THE FACTORS COME FROM THE MEMBER'S PLAN ON PLANREF
      *    (MAINTAINED BY EBUD15).  CREDITED SERVICE IS TAKEN FROM
      *    EBUD01 ITSELF, CALLED IN CALCULATION-ONLY MODE WITH THE
      *    MEMBER'S SERVICE-HISTORY SPANS HANDED IN THE WAY EBUD20
      *    DOES IT, SO THE SERVICE IN THE BASE IS EXACTLY THE SERVICE
      *    THE SWEEP REPORTS - NO AUDIT OR EXTRACT RECORD IS WRITTEN
      *    FOR THESE CALLS.  SERVICE AND THE SALARY YEARS ARE BOTH
      *    MEASURED AS OF THE RETIRDTE AS-OF DATE WHEN THE CARD IS
      *    PRESENT, OTHERWISE AS OF TODAY.
      *
      *    EVERY MEMBER PRINTS ON THE WORKSHEET (RETIRBBW): THE PAY
      *    YEARS THAT MADE UP THE AVERAGE, THE AVERAGE, THE
      *    MULTIPLIER, THE SERVICE AND THE RESULT - OR THE REASON NO
      *    BASE WAS BUILT (NO SALARY HISTORY, NO FORMULA ON THE
      *    PLAN, NO CREDITED SERVICE).  A MEMBER WITH NO BASE GETS
      *    NO EMPSALRY RECORD, SO THE STATEMENT PRINTS THE DATES
      *    WITHOUT DOLLAR FIGURES RATHER THAN A FIGURE NOBODY CAN
      *    DEFEND.  EMPSALRY IS WRITTEN IN FULL EACH RUN IN MASTER
      *    KEY ORDER.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - BENEFIT-BASE BUILD.

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
           SELECT SALARY-HISTORY-FILE     ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SY-SALARY-KEY.
           SELECT SERVICE-HISTORY-FILE    ASSIGN TO SVCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SPAN-KEY.
           SELECT PLAN-REFERENCE-FILE     ASSIGN TO PLANREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE.
           SELECT BENEFIT-BASE-FILE       ASSIGN TO EMPSALRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-EMPLOYEE-ID.
           SELECT OPTIONAL PROCESS-DATE-FILE
                                          ASSIGN TO RETIRDTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKSHEET-REPORT-FILE   ASSIGN TO RETIRBBW
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY LEMPMAST.
      *
       FD  SALARY-HISTORY-FILE
           RECORDING MODE IS F.
       01  SALARY-HISTORY-RECORD.
           COPY LSALHIST.
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
       FD  BENEFIT-BASE-FILE
           RECORDING MODE IS F.
       01  BENEFIT-BASE-RECORD.
           COPY LSALBASE.
      *
      *    PROCESS-DATE-FILE - THE SAME OPTIONAL AS-OF CARD THE
      *    EBUD05 SWEEP READS.  EMPTY OR ABSENT MEANS TODAY.
       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-RECORD.
           05  PD-AS-OF-DATE                PIC 9(08).
           05  FILLER                       PIC X(72).
      *
       FD  WORKSHEET-REPORT-FILE
           RECORDING MODE IS F.
       01  WORKSHEET-REPORT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-CALL-PROGRAM                   PIC X(08)  VALUE 'EBUD01'.
      *
       01  W-SWITCHES.
           05  W-MASTER-FILE-EOF-SW         PIC X(01)  VALUE 'N'.
               88  W-MASTER-FILE-EOF            VALUE 'Y'.
           05  W-BROWSE-END-SW              PIC X(01).
               88  W-BROWSE-END                 VALUE 'Y'.
           05  W-PAY-TABLE-OVERFLOW-SW      PIC X(01).
               88  W-PAY-TABLE-OVERFLOW         VALUE 'Y'.
           05  W-PLAN-FOUND-SW              PIC X(01).
               88  W-PLAN-FOUND                 VALUE 'Y'.
      *
       01  W-BUILD-COUNTS.
           05  W-MEMBERS-READ               PIC 9(09)  COMP VALUE 0.
           05  W-BASES-WRITTEN              PIC 9(09)  COMP VALUE 0.
           05  W-NO-SALARY-HISTORY          PIC 9(09)  COMP VALUE 0.
           05  W-NO-PLAN-FORMULA            PIC 9(09)  COMP VALUE 0.
           05  W-NO-CREDITED-SERVICE        PIC 9(09)  COMP VALUE 0.
           05  W-HISTORY-TABLE-FULL         PIC 9(09)  COMP VALUE 0.
           05  W-BASE-WRITE-ERRORS          PIC 9(09)  COMP VALUE 0.
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
      *    ONE MEMBER'S PAY YEARS, LOADED IN KEY (YEAR) ORDER FROM A
      *    BROWSE OF SALHIST.  YEARS AFTER THE AS-OF YEAR ARE NOT
      *    LOADED - A PROJECTION RUN AVERAGES ONLY THE PAY EARNED BY
      *    ITS AS-OF DATE.
       01  W-PAY-TABLE-CONTROL.
           05  W-PAY-COUNT                  PIC 9(04)  COMP VALUE 0.
           05  W-PAY-MAX                    PIC 9(04)  COMP VALUE 60.
           05  W-PAY-IDX                    PIC 9(04)  COMP.
           05  W-WINDOW-START               PIC 9(04)  COMP.
           05  W-WINDOW-LAST-START          PIC 9(04)  COMP.
           05  W-WINDOW-END                 PIC 9(04)  COMP.
           05  W-WINDOW-SIZE                PIC 9(04)  COMP.
           05  W-BEST-START                 PIC 9(04)  COMP.
      *
       01  W-PAY-TABLE.
           05  W-PAY-ENTRY OCCURS 60 TIMES.
               10  W-PAY-YEAR               PIC 9(04).
               10  W-PAY-AMOUNT             PIC 9(07)V99.
      *
       01  W-FORMULA-WA.
           05  W-WINDOW-TOTAL               PIC 9(09)V99.
           05  W-BEST-TOTAL                 PIC 9(09)V99.
           05  W-FINAL-AVERAGE-SALARY       PIC 9(07)V99.
           05  W-CREDITED-MONTHS            PIC 9(04)  COMP.
           05  W-MONTHLY-BENEFIT-BASE       PIC 9(07)V99.
           05  W-NO-BASE-REASON             PIC X(40).
      *
      *    SPANS ARE BROWSED FROM THE MEMBER'S FIRST KEY (EMPLOYEE ID
      *    PLUS A ZERO START DATE) UNTIL THE ID CHANGES, AND HANDED
      *    TO EBUD01 IN THE CALLER SPAN TABLE.
       01  W-INTERFACE-AREA.
           COPY LINPUT.
      *
       01  W-PAGE-HEADING-1.
           05  FILLER                       PIC X(08)
                                            VALUE 'EBUD23  '.
           05  FILLER                       PIC X(42)  VALUE
               'BENEFIT-BASE WORKSHEET                    '.
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
       01  W-MEMBER-LINE.
           05  FILLER                       PIC X(11)
                                            VALUE 'EMPLOYEE - '.
           05  ML-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(09)
                                            VALUE '  PLAN - '.
           05  ML-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  ML-PLAN-DESCRIPTION          PIC X(30).
           05  FILLER                       PIC X(11)
                                            VALUE '  STATUS - '.
           05  ML-EMPLOYMENT-STATUS         PIC X(01).
           05  FILLER                       PIC X(54)  VALUE SPACES.
      *
       01  W-PAY-YEAR-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(09)
                                            VALUE 'PAY YEAR '.
           05  PY-PAY-YEAR                  PIC 9(04).
           05  FILLER                       PIC X(19)
                                            VALUE '   PENSIONABLE PAY '.
           05  PY-PAY-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(82)  VALUE SPACES.
      *
       01  W-AVERAGE-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(22)  VALUE
               'FINAL AVERAGE SALARY ('.
           05  AL-YEARS-AVERAGED            PIC Z9.
           05  FILLER                       PIC X(07)  VALUE ' YRS)  '.
           05  AL-FINAL-AVERAGE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  AL-SHORT-HISTORY-NOTE        PIC X(40).
           05  FILLER                       PIC X(40)  VALUE SPACES.
      *
       01  W-FORMULA-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(13)
                                            VALUE 'X MULTIPLIER '.
           05  FL-MULTIPLIER                PIC 9.9999.
           05  FILLER                       PIC X(11)
                                            VALUE '  X SERVICE'.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  FL-SERVICE-YEARS             PIC Z9.
           05  FILLER                       PIC X(05)  VALUE ' YRS '.
           05  FL-SERVICE-MONTHS            PIC Z9.
           05  FILLER                       PIC X(06)  VALUE ' MOS ('.
           05  FL-SERVICE-SOURCE            PIC X(15).
           05  FILLER                       PIC X(01)  VALUE ')'.
           05  FILLER                       PIC X(29)  VALUE
               '  / 12 = MONTHLY BASE       '.
           05  FL-BENEFIT-BASE              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(23)  VALUE SPACES.
      *
       01  W-NO-BASE-LINE.
           05  FILLER                       PIC X(06)  VALUE SPACES.
           05  FILLER                       PIC X(19)
                                            VALUE '** NO BASE BUILT - '.
           05  NB-REASON                    PIC X(40).
           05  FILLER                       PIC X(67)  VALUE SPACES.
      *
       01  W-TOTAL-LINE.
           05  TL-CAPTION                   PIC X(44).
           05  TL-VALUE                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(77)  VALUE SPACES.
      *
       01  W-PRINT-LINE                     PIC X(132).
      *
       PROCEDURE DIVISION.
      *
       A000-MAINLINE SECTION.
           PERFORM B100-INITIALIZE
           PERFORM B200-BUILD-MEMBER-BASE
               UNTIL W-MASTER-FILE-EOF
           PERFORM B500-PRINT-GRAND-TOTALS
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES, FIX THE AS-OF DATE AND PRIME
      *    THE MASTER READ
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN INPUT  SALARY-HISTORY-FILE
           OPEN INPUT  SERVICE-HISTORY-FILE
           OPEN INPUT  PLAN-REFERENCE-FILE
           OPEN OUTPUT BENEFIT-BASE-FILE
           OPEN OUTPUT WORKSHEET-REPORT-FILE
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

           MOVE 'MEMBER BENEFIT-BASE CALCULATIONS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
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
      *    B200-BUILD-MEMBER-BASE - ONE PASS PER MASTER RECORD.  THE
      *    CHEAP CHECKS COME FIRST (SALARY HISTORY, PLAN FORMULA) SO
      *    EBUD01 IS ONLY CALLED FOR A MEMBER WHO CAN GET A BASE.
      *----------------------------------------------------------------
       B200-BUILD-MEMBER-BASE SECTION.
           MOVE SPACES TO W-NO-BASE-REASON
           PERFORM B210-LOAD-PAY-YEARS
           EVALUATE TRUE
               WHEN W-PAY-TABLE-OVERFLOW
                   ADD 1 TO W-HISTORY-TABLE-FULL
                   MOVE 'MORE PAY YEARS THAN THE TABLE HOLDS'
                     TO W-NO-BASE-REASON
               WHEN W-PAY-COUNT = 0
                   ADD 1 TO W-NO-SALARY-HISTORY
                   MOVE 'NO SALARY HISTORY ON FILE'
                     TO W-NO-BASE-REASON
           END-EVALUATE
           IF W-NO-BASE-REASON NOT = SPACES
              PERFORM B400-PRINT-NO-BASE
              PERFORM B110-READ-MASTER-RECORD
              GO TO END-OF-SECTION
           END-IF

           PERFORM B220-LOOKUP-PLAN-FORMULA
           IF NOT W-PLAN-FOUND
                  OR PL-FAS-YEARS IS NOT NUMERIC
                  OR PL-ACCRUAL-MULTIPLIER IS NOT NUMERIC
                  OR PL-FAS-YEARS = 0
                  OR PL-ACCRUAL-MULTIPLIER = 0
              ADD 1 TO W-NO-PLAN-FORMULA
              MOVE 'PLAN HAS NO BENEFIT FORMULA ON PLANREF'
                TO W-NO-BASE-REASON
              PERFORM B400-PRINT-NO-BASE
              PERFORM B110-READ-MASTER-RECORD
              GO TO END-OF-SECTION
           END-IF

           PERFORM B230-GET-CREDITED-SERVICE
           IF L-SERVICE-RETC NOT = 0
              ADD 1 TO W-NO-CREDITED-SERVICE
              MOVE 'CREDITED SERVICE NOT AVAILABLE FROM EBUD01'
                TO W-NO-BASE-REASON
              PERFORM B400-PRINT-NO-BASE
              PERFORM B110-READ-MASTER-RECORD
              GO TO END-OF-SECTION
           END-IF

           PERFORM B240-COMPUTE-FINAL-AVERAGE
           COMPUTE W-CREDITED-MONTHS =
                   (L-CREDITED-SERVICE-YEARS * 12)
                 + L-CREDITED-SERVICE-MONTHS
           COMPUTE W-MONTHLY-BENEFIT-BASE ROUNDED =
                   W-FINAL-AVERAGE-SALARY * PL-ACCRUAL-MULTIPLIER
                 * W-CREDITED-MONTHS / 144
           PERFORM B250-WRITE-BENEFIT-BASE
           PERFORM B300-PRINT-CALCULATION
           PERFORM B110-READ-MASTER-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B210-LOAD-PAY-YEARS - BROWSE THE MEMBER'S SALARY HISTORY
      *    FROM PAY YEAR ZERO UNTIL THE ID CHANGES OR THE YEARS PASS
      *    THE AS-OF YEAR.
      *----------------------------------------------------------------
       B210-LOAD-PAY-YEARS SECTION.
           MOVE 0   TO W-PAY-COUNT
           MOVE 'N' TO W-PAY-TABLE-OVERFLOW-SW
           MOVE 'N' TO W-BROWSE-END-SW
           MOVE EB-EMPLOYEE-ID TO SY-EMPLOYEE-ID
           MOVE 0              TO SY-PAY-YEAR
           START SALARY-HISTORY-FILE
               KEY IS NOT LESS THAN SY-SALARY-KEY
               INVALID KEY
                   MOVE 'Y' TO W-BROWSE-END-SW
           END-START
           PERFORM B211-READ-NEXT-PAY-YEAR
               UNTIL W-BROWSE-END
           .
       END-OF-SECTION.
           EXIT.
      *
       B211-READ-NEXT-PAY-YEAR SECTION.
           READ SALARY-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO W-BROWSE-END-SW
                   GO TO END-OF-SECTION
           END-READ
           IF SY-EMPLOYEE-ID NOT = EB-EMPLOYEE-ID
                  OR SY-PAY-YEAR > W-AS-OF-CCYY
              MOVE 'Y' TO W-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF
           IF W-PAY-COUNT >= W-PAY-MAX
              MOVE 'Y' TO W-PAY-TABLE-OVERFLOW-SW
              MOVE 'Y' TO W-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF
           ADD 1 TO W-PAY-COUNT
           MOVE SY-PAY-YEAR        TO W-PAY-YEAR (W-PAY-COUNT)
           IF SY-PENSIONABLE-PAY IS NUMERIC
              MOVE SY-PENSIONABLE-PAY TO W-PAY-AMOUNT (W-PAY-COUNT)
           ELSE
              MOVE 0                  TO W-PAY-AMOUNT (W-PAY-COUNT)
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B220-LOOKUP-PLAN-FORMULA SECTION.
           MOVE 'N' TO W-PLAN-FOUND-SW
           IF EB-PLAN-CODE = SPACES
              GO TO END-OF-SECTION
           END-IF
           MOVE EB-PLAN-CODE TO PL-PLAN-CODE
           READ PLAN-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO W-PLAN-FOUND-SW
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B230-GET-CREDITED-SERVICE - CALL EBUD01 IN CALCULATION-ONLY
      *    MODE THE WAY EBUD20 DOES, WITH THE MEMBER'S SPANS LOADED
      *    INTO THE CALLER SPAN TABLE (ONE PAST THE TABLE SIZE IS
      *    PASSED THROUGH SO EBUD01 REFUSES A HISTORY IT CANNOT HOLD).
      *    ONLY THE CREDITED-SERVICE RESULT IS USED HERE.
      *----------------------------------------------------------------
       B230-GET-CREDITED-SERVICE SECTION.
           MOVE SPACES               TO W-INTERFACE-AREA
           MOVE EB-BIRTH-DATE         TO L-INPUT-DATE
           MOVE EB-EMPLOYEE-ID        TO L-EMPLOYEE-ID
           MOVE EB-PLAN-CODE          TO L-PLAN-CODE
           MOVE EB-SPOUSE-BIRTH-DATE  TO L-SPOUSE-INPUT-DATE
           MOVE EB-HIRE-DATE          TO L-HIRE-DATE
           MOVE W-AS-OF-DATE          TO L-AS-OF-DATE
           MOVE 'BENEBASE'            TO L-REQUESTOR-ID
           MOVE 'C'                   TO L-CALC-ONLY-SW
           MOVE 'N'                   TO L-CALLER-OVERRIDE-FLAG
           MOVE 0                     TO L-CALLER-OVERRIDE-YEARS
           MOVE 0                     TO L-CALLER-OVERRIDE-MONTHS
           MOVE 0                     TO L-CALLER-BENEFIT-BASE
           MOVE 0                     TO RETC

           MOVE 0   TO L-CALLER-SPAN-COUNT
           MOVE 'N' TO W-BROWSE-END-SW
           MOVE EB-EMPLOYEE-ID TO SH-EMPLOYEE-ID
           MOVE 0              TO SH-SPAN-START-DATE
           START SERVICE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-SPAN-KEY
               INVALID KEY
                   MOVE 'Y' TO W-BROWSE-END-SW
           END-START
           PERFORM B231-READ-NEXT-SPAN
               UNTIL W-BROWSE-END

           CALL W-CALL-PROGRAM USING W-INTERFACE-AREA
           .
       END-OF-SECTION.
           EXIT.
      *
       B231-READ-NEXT-SPAN SECTION.
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
      *    B240-COMPUTE-FINAL-AVERAGE - SLIDE A WINDOW OF PL-FAS-YEARS
      *    PAY YEARS DOWN THE TABLE AND KEEP THE HIGHEST TOTAL; ON A
      *    TIE THE LATER YEARS ARE KEPT.  FEWER YEARS ON FILE THAN
      *    THE WINDOW MEANS ONE WINDOW OF ALL OF THEM.
      *----------------------------------------------------------------
       B240-COMPUTE-FINAL-AVERAGE SECTION.
           IF W-PAY-COUNT < PL-FAS-YEARS
              MOVE W-PAY-COUNT  TO W-WINDOW-SIZE
           ELSE
              MOVE PL-FAS-YEARS TO W-WINDOW-SIZE
           END-IF
           COMPUTE W-WINDOW-LAST-START = W-PAY-COUNT - W-WINDOW-SIZE + 1
           MOVE 0 TO W-BEST-TOTAL
           MOVE 1 TO W-BEST-START
           MOVE 1 TO W-WINDOW-START
           PERFORM B241-TOTAL-ONE-WINDOW
               UNTIL W-WINDOW-START > W-WINDOW-LAST-START
           COMPUTE W-FINAL-AVERAGE-SALARY ROUNDED =
                   W-BEST-TOTAL / W-WINDOW-SIZE
           .
       END-OF-SECTION.
           EXIT.
      *
       B241-TOTAL-ONE-WINDOW SECTION.
           MOVE 0 TO W-WINDOW-TOTAL
           MOVE W-WINDOW-START TO W-PAY-IDX
           COMPUTE W-WINDOW-END = W-WINDOW-START + W-WINDOW-SIZE - 1
           PERFORM B242-ADD-WINDOW-YEAR
               UNTIL W-PAY-IDX > W-WINDOW-END
           IF W-WINDOW-TOTAL NOT < W-BEST-TOTAL
              MOVE W-WINDOW-TOTAL TO W-BEST-TOTAL
              MOVE W-WINDOW-START TO W-BEST-START
           END-IF
           ADD 1 TO W-WINDOW-START
           .
       END-OF-SECTION.
           EXIT.
      *
       B242-ADD-WINDOW-YEAR SECTION.
           ADD W-PAY-AMOUNT (W-PAY-IDX) TO W-WINDOW-TOTAL
           ADD 1 TO W-PAY-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B250-WRITE-BENEFIT-BASE - THE MASTER IS READ IN KEY ORDER,
      *    SO THE REBUILT FILE IS LOADED IN ASCENDING KEY ORDER.
      *----------------------------------------------------------------
       B250-WRITE-BENEFIT-BASE SECTION.
           MOVE SPACES                    TO BENEFIT-BASE-RECORD
           MOVE EB-EMPLOYEE-ID             TO SB-EMPLOYEE-ID
           MOVE W-MONTHLY-BENEFIT-BASE     TO SB-MONTHLY-BENEFIT-BASE
           MOVE W-FINAL-AVERAGE-SALARY     TO SB-FINAL-AVERAGE-SALARY
           MOVE L-CREDITED-SERVICE-YEARS   TO SB-CREDITED-SERVICE-YEARS
           MOVE L-CREDITED-SERVICE-MONTHS
                                     TO SB-CREDITED-SERVICE-MONTHS
           MOVE W-AS-OF-DATE               TO SB-COMPUTED-DATE
           WRITE BENEFIT-BASE-RECORD
               INVALID KEY
                   ADD 1 TO W-BASE-WRITE-ERRORS
                   DISPLAY 'EBUD23 EMPSALRY WRITE FAILED - '
                           EB-EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO W-BASES-WRITTEN
           END-WRITE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-PRINT-CALCULATION - ONE WORKSHEET BLOCK PER MEMBER,
      *    KEPT TOGETHER ON ONE PAGE: THE MEMBER LINE, THE PAY YEARS
      *    IN THE AVERAGE, THE AVERAGE AND THE FORMULA.
      *----------------------------------------------------------------
       B300-PRINT-CALCULATION SECTION.
           COMPUTE W-LINES-NEEDED = W-WINDOW-SIZE + 4
           PERFORM B310-PRINT-MEMBER-LINE

           MOVE W-BEST-START TO W-PAY-IDX
           COMPUTE W-WINDOW-END = W-BEST-START + W-WINDOW-SIZE - 1
           PERFORM B320-PRINT-PAY-YEAR
               UNTIL W-PAY-IDX > W-WINDOW-END

           MOVE W-WINDOW-SIZE           TO AL-YEARS-AVERAGED
           MOVE W-FINAL-AVERAGE-SALARY  TO AL-FINAL-AVERAGE
           IF W-WINDOW-SIZE < PL-FAS-YEARS
              MOVE '(ALL YEARS ON FILE - SHORT HISTORY)'
                TO AL-SHORT-HISTORY-NOTE
           ELSE
              MOVE SPACES TO AL-SHORT-HISTORY-NOTE
           END-IF
           MOVE W-AVERAGE-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE PL-ACCRUAL-MULTIPLIER      TO FL-MULTIPLIER
           MOVE L-CREDITED-SERVICE-YEARS   TO FL-SERVICE-YEARS
           MOVE L-CREDITED-SERVICE-MONTHS  TO FL-SERVICE-MONTHS
           IF L-SERVICE-FROM-SPANS
              MOVE 'SERVICE HISTORY' TO FL-SERVICE-SOURCE
           ELSE
              MOVE 'HIRE DATE'       TO FL-SERVICE-SOURCE
           END-IF
           MOVE W-MONTHLY-BENEFIT-BASE     TO FL-BENEFIT-BASE
           MOVE W-FORMULA-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       B310-PRINT-MEMBER-LINE SECTION.
           IF W-LINE-COUNT + W-LINES-NEEDED > W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
           END-IF
           MOVE EB-EMPLOYEE-ID       TO ML-EMPLOYEE-ID
           MOVE EB-PLAN-CODE         TO ML-PLAN-CODE
           MOVE EB-EMPLOYMENT-STATUS TO ML-EMPLOYMENT-STATUS
           IF W-PLAN-FOUND
              MOVE PL-DESCRIPTION    TO ML-PLAN-DESCRIPTION
           ELSE
              MOVE SPACES            TO ML-PLAN-DESCRIPTION
           END-IF
           MOVE W-MEMBER-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       B320-PRINT-PAY-YEAR SECTION.
           MOVE W-PAY-YEAR (W-PAY-IDX)   TO PY-PAY-YEAR
           MOVE W-PAY-AMOUNT (W-PAY-IDX) TO PY-PAY-AMOUNT
           MOVE W-PAY-YEAR-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           ADD 1 TO W-PAY-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B400-PRINT-NO-BASE - THE MEMBER LINE AND THE REASON NO
      *    BASE WAS BUILT.  THE PLAN DESCRIPTION PRINTS ONLY WHEN THE
      *    PLAN LOOKUP HAS ALREADY BEEN DONE FOR THIS MEMBER.
      *----------------------------------------------------------------
       B400-PRINT-NO-BASE SECTION.
           IF W-PAY-COUNT = 0 OR W-PAY-TABLE-OVERFLOW
              MOVE 'N' TO W-PLAN-FOUND-SW
           END-IF
           MOVE 3 TO W-LINES-NEEDED
           PERFORM B310-PRINT-MEMBER-LINE
           MOVE W-NO-BASE-REASON TO NB-REASON
           MOVE W-NO-BASE-LINE   TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-PRINT-GRAND-TOTALS - MEMBERS READ MUST EQUAL BASES
      *    WRITTEN PLUS THE MEMBERS WITH NO BASE.
      *----------------------------------------------------------------
       B500-PRINT-GRAND-TOTALS SECTION.
           MOVE 'GRAND TOTALS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE

           MOVE 'MEMBERS READ FROM THE MASTER            - '
             TO TL-CAPTION
           MOVE W-MEMBERS-READ TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'BENEFIT BASES WRITTEN TO EMPSALRY       - '
             TO TL-CAPTION
           MOVE W-BASES-WRITTEN TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'NO BASE - NO SALARY HISTORY             - '
             TO TL-CAPTION
           MOVE W-NO-SALARY-HISTORY TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'NO BASE - PLAN HAS NO FORMULA           - '
             TO TL-CAPTION
           MOVE W-NO-PLAN-FORMULA TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'NO BASE - NO CREDITED SERVICE           - '
             TO TL-CAPTION
           MOVE W-NO-CREDITED-SERVICE TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           MOVE 'NO BASE - SALARY HISTORY TABLE FULL     - '
             TO TL-CAPTION
           MOVE W-HISTORY-TABLE-FULL TO TL-VALUE
           PERFORM C300-WRITE-TOTAL-LINE
           IF W-BASE-WRITE-ERRORS > 0
              MOVE 'EMPSALRY WRITE FAILURES                 - '
                TO TL-CAPTION
              MOVE W-BASE-WRITE-ERRORS TO TL-VALUE
              PERFORM C300-WRITE-TOTAL-LINE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-WRITE-REPORT-LINE SECTION.
           IF W-LINE-COUNT >= W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
           END-IF
           WRITE WORKSHEET-REPORT-LINE FROM W-PRINT-LINE
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
           WRITE WORKSHEET-REPORT-LINE FROM W-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE W-SECTION-TITLE TO PH-SECTION-TITLE
           WRITE WORKSHEET-REPORT-LINE FROM W-PAGE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WORKSHEET-REPORT-LINE
           WRITE WORKSHEET-REPORT-LINE
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
           DISPLAY 'EBUD23 MEMBERS READ         - ' W-MEMBERS-READ
           DISPLAY 'EBUD23 BASES WRITTEN        - ' W-BASES-WRITTEN
           DISPLAY 'EBUD23 NO SALARY HISTORY    - ' W-NO-SALARY-HISTORY
           DISPLAY 'EBUD23 NO PLAN FORMULA      - ' W-NO-PLAN-FORMULA
           DISPLAY 'EBUD23 NO CREDITED SERVICE  - '
                   W-NO-CREDITED-SERVICE
           DISPLAY 'EBUD23 HISTORY TABLE FULL   - '
                   W-HISTORY-TABLE-FULL
           IF W-BASE-WRITE-ERRORS > 0
              DISPLAY 'EBUD23 EMPSALRY WRITE FAILS - '
                      W-BASE-WRITE-ERRORS
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE SALARY-HISTORY-FILE
           CLOSE SERVICE-HISTORY-FILE
           CLOSE PLAN-REFERENCE-FILE
           CLOSE BENEFIT-BASE-FILE
           CLOSE WORKSHEET-REPORT-FILE
           .
       END-OF-SECTION.
           EXIT.
