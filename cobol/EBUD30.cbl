       ID DIVISION.
       PROGRAM-ID. EBUD30.
      *    ANNUAL ACTUARIAL VALUATION CENSUS EXTRACT.
      *
      *    BUILDS THE FIXED-LAYOUT CENSUS FILE THE PLAN ACTUARY VALUES
      *    FROM (RETIRCNS, LCENSUS) - ONE RECORD FOR EVERY EMPLOYEE ON
      *    THE MASTER WHATEVER THE STATUS - AS OF THE VALUATION DATE
      *    ON THE RETIRVDT CARD.  WITH NO CARD THE VALUATION DATE IS
      *    31 DECEMBER OF THE YEAR BEFORE THE RUN.  EACH RECORD
      *    CARRIES:
      *
      *        AGE AT THE VALUATION DATE, IN YEARS AND MONTHS.
      *        CREDITED SERVICE AND THE PROJECTED NORMAL RETIREMENT
      *            DATE, FROM EBUD01 CALLED IN CALCULATION-ONLY MODE
      *            THE WAY EBUD23 DOES IT (SPANS FROM SVCHIST, THE
      *            PLAN'S RETIROVR OVERRIDE), SO THE CENSUS AGREES
      *            WITH THE SWEEP.  ACTIVE AND TERMINATED-VESTED
      *            MEMBERS ARE MEASURED AT THE VALUATION DATE; A
      *            RETIREE AT THE COMMENCEMENT DATE ON RETIRBCM (THE
      *            VALUATION DATE WHEN NONE IS ON FILE).  NO CALL IS
      *            MADE FOR A DECEASED MEMBER.
      *        PLAN CODE AND PLAN TYPE FROM PLANREF.
      *        THE EMPSALRY BENEFIT BASE - FOR A RETIREE WITH NO
      *            EMPSALRY RECORD, THE BASE THE PAYROLL WAS SET UP
      *            FROM ON RETIRBCM.
      *        THE BENEFIT FORM, COMMENCEMENT DATE AND MONTHLY
      *            BENEFIT FROM RETIRBCM.
      *
      *    THE DATA-QUALITY REPORT (RETIRCNR) LISTS EVERY MEMBER THE
      *    ACTUARY WOULD OTHERWISE ASK ABOUT - NO HIRE DATE, NO
      *    BENEFIT BASE, A BAD BIRTH DATE OR AN AGE OUTSIDE THE
      *    PLAUSIBLE RANGE FOR THE STATUS, A SPOUSE BIRTH DATE ON A
      *    RETIREE WHO DID NOT ELECT THE JOINT FORM, A PLAN CODE NOT
      *    ON PLANREF, AN UNKNOWN STATUS, NO NORMAL DATE - WITH COUNTS
      *    BY CATEGORY.  IT ENDS WITH THE STATUS RECONCILIATION
      *    AGAINST LAST YEAR'S CENSUS (RETIRCNP, MATCHED ON EMPLOYEE
      *    ID THE WAY EBUD13 MATCHES TWO PERIODS): HEADCOUNT BY
      *    STATUS BOTH YEARS AND THE MOVEMENTS BETWEEN THEM - NEW
      *    ENTRANTS, TERMINATIONS, RETIREMENTS, DEATHS, REHIRES,
      *    OTHER STATUS CHANGES AND MEMBERS NO LONGER ON THE MASTER -
      *    SO THE ACTUARY'S ROLL-FORWARD TIES OUT.  IN THE FIRST
      *    YEAR THERE IS NO PRIOR CENSUS AND EVERY MEMBER IS A NEW
      *    ENTRANT.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - VALUATION CENSUS EXTRACT.

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
           SELECT BENEFIT-BASE-FILE       ASSIGN TO EMPSALRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-EMPLOYEE-ID.
           SELECT PLAN-REFERENCE-FILE     ASSIGN TO PLANREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE.
           SELECT RETIREMENT-AGE-OVERRIDE-FILE ASSIGN TO RETIROVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-PLAN-CODE.
           SELECT SERVICE-HISTORY-FILE    ASSIGN TO SVCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SPAN-KEY.
           SELECT COMMENCEMENT-FILE       ASSIGN TO RETIRBCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-EMPLOYEE-ID.
           SELECT OPTIONAL VALUATION-DATE-FILE
                                          ASSIGN TO RETIRVDT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIOR-CENSUS-FILE
                                          ASSIGN TO RETIRCNP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CENSUS-FILE             ASSIGN TO RETIRCNS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CENSUS-REPORT-FILE      ASSIGN TO RETIRCNR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY LEMPMAST.
      *
       FD  BENEFIT-BASE-FILE
           RECORDING MODE IS F.
       01  BENEFIT-BASE-RECORD.
           COPY LSALBASE.
      *
       FD  PLAN-REFERENCE-FILE
           RECORDING MODE IS F.
       01  PLAN-REFERENCE-RECORD.
           COPY LPLANREF.
      *
       FD  RETIREMENT-AGE-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-AGE-OVERRIDE-RECORD.
           COPY LAGEOVR.
      *
       FD  SERVICE-HISTORY-FILE
           RECORDING MODE IS F.
       01  SERVICE-HISTORY-RECORD.
           COPY LSVCHIST.
      *
       FD  COMMENCEMENT-FILE
           RECORDING MODE IS F.
       01  COMMENCEMENT-RECORD.
           COPY LBENCOM.
      *
      *    VALUATION-DATE-FILE - ONE CARD, THE VALUATION DATE
      *    CCYYMMDD.  EMPTY OR ABSENT MEANS 31 DECEMBER LAST YEAR.
       FD  VALUATION-DATE-FILE
           RECORDING MODE IS F.
       01  VALUATION-DATE-RECORD.
           05  VD-VALUATION-DATE            PIC 9(08).
           05  FILLER                       PIC X(72).
      *
       FD  PRIOR-CENSUS-FILE
           RECORDING MODE IS F.
       01  PRIOR-CENSUS-RECORD              PIC X(120).
      *
       FD  CENSUS-FILE
           RECORDING MODE IS F.
       01  CENSUS-RECORD                    PIC X(120).
      *
       FD  CENSUS-REPORT-FILE
           RECORDING MODE IS F.
       01  CENSUS-REPORT-LINE               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-CALL-PROGRAM                   PIC X(08)  VALUE 'EBUD01'.
      *
       01  W-SWITCHES.
           05  W-MASTER-FILE-EOF-SW         PIC X(01)  VALUE 'N'.
               88  W-MASTER-FILE-EOF            VALUE 'Y'.
           05  W-PRIOR-FILE-EOF-SW          PIC X(01)  VALUE 'N'.
               88  W-PRIOR-FILE-EOF             VALUE 'Y'.
           05  W-BROWSE-END-SW              PIC X(01).
               88  W-BROWSE-END                 VALUE 'Y'.
           05  W-PLAN-FOUND-SW              PIC X(01).
               88  W-PLAN-FOUND                 VALUE 'Y'.
           05  W-COMMENCEMENT-FOUND-SW      PIC X(01).
               88  W-COMMENCEMENT-FOUND         VALUE 'Y'.
           05  W-BASE-FOUND-SW              PIC X(01).
               88  W-BASE-FOUND                 VALUE 'Y'.
           05  W-BIRTH-DATE-VALID-SW        PIC X(01).
               88  W-BIRTH-DATE-VALID           VALUE 'Y'.
           05  W-EXCEPTION-HEADING-SW       PIC X(01)  VALUE 'Y'.
               88  W-EXCEPTION-HEADING-WANTED   VALUE 'Y'.
      *
       01  W-MATCH-KEYS.
           05  W-CURRENT-KEY                PIC X(09).
           05  W-PRIOR-KEY                  PIC X(09).
      *
       01  W-RUN-COUNTS.
           05  W-MEMBERS-READ               PIC 9(09)  COMP VALUE 0.
           05  W-CENSUS-WRITTEN             PIC 9(09)  COMP VALUE 0.
           05  W-PRIOR-READ                 PIC 9(09)  COMP VALUE 0.
           05  W-MEMBERS-WITH-EXCEPTIONS    PIC 9(09)  COMP VALUE 0.
           05  W-EXCEPTIONS-LISTED          PIC 9(09)  COMP VALUE 0.
      *
       01  W-MOVEMENT-COUNTS.
           05  W-NEW-ENTRANTS               PIC 9(09)  COMP VALUE 0.
           05  W-TERMINATIONS               PIC 9(09)  COMP VALUE 0.
           05  W-RETIREMENTS                PIC 9(09)  COMP VALUE 0.
           05  W-DEATHS                     PIC 9(09)  COMP VALUE 0.
           05  W-REHIRES                    PIC 9(09)  COMP VALUE 0.
           05  W-OTHER-STATUS-CHANGES       PIC 9(09)  COMP VALUE 0.
           05  W-NO-LONGER-ON-MASTER        PIC 9(09)  COMP VALUE 0.
           05  W-STATUS-UNCHANGED           PIC 9(09)  COMP VALUE 0.
      *
      *    HEADCOUNT BY STATUS ON EACH YEAR'S CENSUS.  ENTRY 5 TAKES
      *    ANY STATUS CODE THE MASTER DOES NOT DEFINE.
       01  W-STATUS-TABLE-VALUES.
           05  FILLER                       PIC X(21)  VALUE
               'AACTIVE              '.
           05  FILLER                       PIC X(21)  VALUE
               'TTERMINATED VESTED   '.
           05  FILLER                       PIC X(21)  VALUE
               'RRETIRED             '.
           05  FILLER                       PIC X(21)  VALUE
               'DDECEASED            '.
           05  FILLER                       PIC X(21)  VALUE
               ' UNKNOWN STATUS      '.
       01  W-STATUS-TABLE REDEFINES W-STATUS-TABLE-VALUES.
           05  W-STATUS-ENTRY OCCURS 5 TIMES.
               10  W-STATUS-CODE            PIC X(01).
               10  W-STATUS-CAPTION         PIC X(20).
      *
       01  W-STATUS-COUNTS.
           05  W-STATUS-COUNT-ENTRY OCCURS 5 TIMES.
               10  W-PRIOR-STATUS-COUNT     PIC 9(09)  COMP.
               10  W-CURRENT-STATUS-COUNT   PIC 9(09)  COMP.
      *
      *    DATA-QUALITY CATEGORIES, IN THE ORDER THEY ARE TESTED AND
      *    COUNTED.
       01  W-CATEGORY-VALUES.
           05  FILLER                       PIC X(40)  VALUE
               'HIRE DATE MISSING'.
           05  FILLER                       PIC X(40)  VALUE
               'BENEFIT BASE MISSING'.
           05  FILLER                       PIC X(40)  VALUE
               'BIRTH DATE MISSING OR INVALID'.
           05  FILLER                       PIC X(40)  VALUE
               'AGE OUTSIDE PLAUSIBLE RANGE'.
           05  FILLER                       PIC X(40)  VALUE
               'SPOUSE DATE ON RETIREE - NO JOINT FORM'.
           05  FILLER                       PIC X(40)  VALUE
               'PLAN CODE NOT ON PLANREF'.
           05  FILLER                       PIC X(40)  VALUE
               'EMPLOYMENT STATUS NOT RECOGNISED'.
           05  FILLER                       PIC X(40)  VALUE
               'NORMAL DATE NOT CALCULATED'.
       01  W-CATEGORY-TABLE REDEFINES W-CATEGORY-VALUES.
           05  W-CATEGORY-CAPTION           PIC X(40)  OCCURS 8 TIMES.
      *
       01  W-CATEGORY-COUNTS.
           05  W-CATEGORY-COUNT             PIC 9(09)  COMP
                                            OCCURS 8 TIMES.
      *
       01  W-CATEGORY-CONTROL.
           05  W-CATEGORY-IDX               PIC 9(04)  COMP.
           05  W-STATUS-IDX                 PIC 9(04)  COMP.
           05  W-PRIOR-STATUS-IDX           PIC 9(04)  COMP.
           05  W-STATUS-SEARCH-CODE         PIC X(01).
           05  W-MEMBER-EXCEPTIONS          PIC 9(04)  COMP.
           05  W-EXCEPTION-DETAIL           PIC X(40).
      *
      *    PLAUSIBLE AGE AT THE VALUATION DATE.  AN ACTIVE MEMBER
      *    OLDER THAN W-MAXIMUM-ACTIVE-AGE IS QUERIED, AS IS ANY
      *    LIVING MEMBER OLDER THAN W-MAXIMUM-AGE.  A DECEASED
      *    MEMBER IS CHECKED FOR THE MINIMUM ONLY.
       01  W-AGE-LIMITS.
           05  W-MINIMUM-AGE                PIC 9(03)  VALUE 16.
           05  W-MAXIMUM-ACTIVE-AGE         PIC 9(03)  VALUE 80.
           05  W-MAXIMUM-AGE                PIC 9(03)  VALUE 110.
      *
       01  W-REPORT-CONTROL.
           05  W-RUN-DATE                   PIC 9(08).
           05  W-RUN-DATE-PARTS REDEFINES W-RUN-DATE.
               10  W-RUN-CCYY               PIC 9(04).
               10  FILLER                   PIC 9(04).
           05  W-VALUATION-DATE             PIC 9(08)  VALUE 0.
           05  W-VALUATION-PARTS REDEFINES W-VALUATION-DATE.
               10  W-VALUATION-CCYY         PIC 9(04).
               10  W-VALUATION-MM           PIC 9(02).
               10  W-VALUATION-DD           PIC 9(02).
           05  W-LINE-COUNT                 PIC 9(04)  COMP VALUE 99.
           05  W-PAGE-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-LINES-PER-PAGE             PIC 9(04)  COMP VALUE 55.
           05  W-SECTION-TITLE              PIC X(60)  VALUE SPACES.
      *
       01  W-AGE-WA.
           05  W-BIRTH-DATE                 PIC 9(08).
           05  W-BIRTH-PARTS REDEFINES W-BIRTH-DATE.
               10  W-BIRTH-CCYY             PIC 9(04).
               10  W-BIRTH-MM               PIC 9(02).
               10  W-BIRTH-DD               PIC 9(02).
           05  W-AGE-YEARS                  PIC S9(04) COMP.
           05  W-AGE-MONTHS                 PIC S9(04) COMP.
      *
       01  W-NORMAL-DATE                    PIC 9(08).
       01  W-NORMAL-PARTS REDEFINES W-NORMAL-DATE.
           05  W-NORMAL-CCYY                PIC X(04).
           05  W-NORMAL-MM                  PIC X(02).
           05  W-NORMAL-DD                  PIC X(02).
      *
      *    THE CENSUS RECORD BEING BUILT, AND LAST YEAR'S RECORD
      *    RE-PREFIXED CP- SO THE TWO CAN SIT IN WORKING-STORAGE
      *    TOGETHER.
       01  W-CENSUS-RECORD.
           COPY LCENSUS.
       01  W-PRIOR-CENSUS.
           COPY LCENSUS REPLACING LEADING ==CN-== BY ==CP-==.
      *
      *    SPANS ARE BROWSED FROM THE MEMBER'S FIRST KEY (EMPLOYEE ID
      *    PLUS A ZERO START DATE) UNTIL THE ID CHANGES, AND HANDED
      *    TO EBUD01 IN THE CALLER SPAN TABLE.
       01  W-INTERFACE-AREA.
           COPY LINPUT.
      *
       01  W-PAGE-HEADING-1.
           05  FILLER                       PIC X(08)
                                            VALUE 'EBUD30  '.
           05  FILLER                       PIC X(42)  VALUE
               'VALUATION CENSUS - DATA QUALITY           '.
           05  FILLER                       PIC X(11)
                                            VALUE 'RUN DATE - '.
           05  PH-RUN-DATE                  PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(17)
                                            VALUE 'VALUATION DATE - '.
           05  PH-VALUATION-DATE            PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(07)
                                            VALUE 'PAGE - '.
           05  PH-PAGE-NUMBER               PIC ZZZ9.
           05  FILLER                       PIC X(21)  VALUE SPACES.
      *
       01  W-PAGE-HEADING-2.
           05  PH-SECTION-TITLE             PIC X(60).
           05  FILLER                       PIC X(72)  VALUE SPACES.
      *
       01  W-EXCEPTION-HEADING.
           05  FILLER                       PIC X(44)  VALUE
               'EMPLOYEE   STATUS  PLAN   EXCEPTION         '.
           05  FILLER                       PIC X(44)  VALUE
               '                       DETAIL               '.
           05  FILLER                       PIC X(44)  VALUE SPACES.
      *
       01  W-EXCEPTION-LINE.
           05  EL-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(05)  VALUE SPACES.
           05  EL-STATUS                    PIC X(01).
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  EL-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  EL-CATEGORY                  PIC X(40).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  EL-DETAIL                    PIC X(40).
           05  FILLER                       PIC X(24)  VALUE SPACES.
      *
       01  W-NO-EXCEPTION-LINE.
           05  FILLER                       PIC X(44)  VALUE
               'NO DATA-QUALITY EXCEPTIONS FOUND            '.
           05  FILLER                       PIC X(88)  VALUE SPACES.
      *
      *    DETAIL TEXTS FOR THE EXCEPTION LINE.
       01  W-DATE-DETAIL.
           05  DD-CAPTION                   PIC X(20).
           05  DD-DATE                      PIC X(08).
           05  FILLER                       PIC X(12)  VALUE SPACES.
      *
       01  W-AGE-DETAIL.
           05  FILLER                       PIC X(04)  VALUE 'AGE '.
           05  AD-AGE-YEARS                 PIC -ZZ9.
           05  FILLER                       PIC X(13)
                                            VALUE ' AT VALUATION'.
           05  FILLER                       PIC X(19)  VALUE SPACES.
      *
       01  W-RETC-DETAIL.
           05  FILLER                       PIC X(19)
                                            VALUE 'EBUD01 RETURN CODE '.
           05  RD-RETC                      PIC -ZZZ9.
           05  FILLER                       PIC X(16)  VALUE SPACES.
      *
       01  W-STATUS-HEADING.
           05  FILLER                       PIC X(44)  VALUE
               'STATUS                  PRIOR CENSUS   CURRE'.
           05  FILLER                       PIC X(44)  VALUE
               'NT CENSUS       CHANGE                      '.
           05  FILLER                       PIC X(44)  VALUE SPACES.
      *
       01  W-STATUS-LINE.
           05  SL-CAPTION                   PIC X(20).
           05  FILLER                       PIC X(05)  VALUE SPACES.
           05  SL-PRIOR-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  SL-CURRENT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  SL-CHANGE                    PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(67)  VALUE SPACES.
      *
       01  W-NO-PRIOR-LINE.
           05  FILLER                       PIC X(44)  VALUE
               'NO PRIOR CENSUS ON RETIRCNP - EVERY MEMBER C'.
           05  FILLER                       PIC X(44)  VALUE
               'OUNTS AS A NEW ENTRANT                      '.
           05  FILLER                       PIC X(44)  VALUE SPACES.
      *
       01  W-STATUS-CHANGE                  PIC S9(09).
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
           PERFORM B200-MATCH-CENSUS
               UNTIL W-CURRENT-KEY = HIGH-VALUES
                 AND W-PRIOR-KEY = HIGH-VALUES
           PERFORM B500-PRINT-CATEGORY-COUNTS
           PERFORM B600-PRINT-RECONCILIATION
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - FIX THE VALUATION DATE, OPEN FILES AND
      *    PRIME BOTH MATCH LEGS
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE W-VALUATION-CCYY = W-RUN-CCYY - 1
           MOVE 12 TO W-VALUATION-MM
           MOVE 31 TO W-VALUATION-DD

           OPEN INPUT VALUATION-DATE-FILE
           READ VALUATION-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VD-VALUATION-DATE IS NUMERIC
                          AND VD-VALUATION-DATE NOT = 0
                      MOVE VD-VALUATION-DATE TO W-VALUATION-DATE
                   END-IF
           END-READ
           CLOSE VALUATION-DATE-FILE
           DISPLAY 'EBUD30 VALUATION DATE       - ' W-VALUATION-DATE

           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN INPUT  BENEFIT-BASE-FILE
           OPEN INPUT  PLAN-REFERENCE-FILE
           OPEN INPUT  RETIREMENT-AGE-OVERRIDE-FILE
           OPEN INPUT  SERVICE-HISTORY-FILE
           OPEN INPUT  COMMENCEMENT-FILE
           OPEN INPUT  PRIOR-CENSUS-FILE
           OPEN OUTPUT CENSUS-FILE
           OPEN OUTPUT CENSUS-REPORT-FILE
           INITIALIZE W-STATUS-COUNTS
           INITIALIZE W-CATEGORY-COUNTS

           MOVE 'SECTION 1 - DATA-QUALITY EXCEPTIONS'
             TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           PERFORM C210-WRITE-EXCEPTION-HEADING

           PERFORM B110-READ-MASTER-RECORD
           PERFORM B120-READ-PRIOR-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-READ-MASTER-RECORD SECTION.
           MOVE HIGH-VALUES TO W-CURRENT-KEY
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO W-MASTER-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-MEMBERS-READ
                   MOVE EB-EMPLOYEE-ID TO W-CURRENT-KEY
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
       B120-READ-PRIOR-RECORD SECTION.
           MOVE HIGH-VALUES TO W-PRIOR-KEY
           READ PRIOR-CENSUS-FILE
               INTO W-PRIOR-CENSUS
               AT END
                   MOVE 'Y' TO W-PRIOR-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-PRIOR-READ
                   MOVE CP-EMPLOYEE-ID TO W-PRIOR-KEY
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-MATCH-CENSUS - BALANCED-LINE MATCH OF THE MASTER
      *    AGAINST LAST YEAR'S CENSUS ON EMPLOYEE-ID.  EVERY MASTER
      *    RECORD GETS A CENSUS RECORD; THE MATCH ONLY DRIVES THE
      *    RECONCILIATION COUNTS.
      *----------------------------------------------------------------
       B200-MATCH-CENSUS SECTION.
           EVALUATE TRUE
               WHEN W-CURRENT-KEY < W-PRIOR-KEY
                   PERFORM B300-BUILD-CENSUS-RECORD
                   ADD 1 TO W-NEW-ENTRANTS
                   PERFORM B110-READ-MASTER-RECORD
               WHEN W-PRIOR-KEY < W-CURRENT-KEY
                   MOVE CP-EMPLOYMENT-STATUS TO W-STATUS-SEARCH-CODE
                   PERFORM C400-FIND-STATUS
                   ADD 1 TO W-PRIOR-STATUS-COUNT (W-STATUS-IDX)
                   ADD 1 TO W-NO-LONGER-ON-MASTER
                   PERFORM B120-READ-PRIOR-RECORD
               WHEN OTHER
                   PERFORM B300-BUILD-CENSUS-RECORD
                   PERFORM B210-CLASSIFY-MOVEMENT
                   PERFORM B110-READ-MASTER-RECORD
                   PERFORM B120-READ-PRIOR-RECORD
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B210-CLASSIFY-MOVEMENT - THE SAME MEMBER ON BOTH CENSUSES.
      *    A DEATH OR RETIREMENT COUNTS AS SUCH FROM ANY EARLIER
      *    STATUS; A STATUS THE PLAN SHOULD NEVER MOVE BACK FROM
      *    (A DEATH REVERSED, A RETIREE ACTIVE AGAIN) IS AN OTHER
      *    CHANGE FOR THE ACTUARY TO QUERY.
      *----------------------------------------------------------------
       B210-CLASSIFY-MOVEMENT SECTION.
           MOVE CP-EMPLOYMENT-STATUS TO W-STATUS-SEARCH-CODE
           PERFORM C400-FIND-STATUS
           ADD 1 TO W-PRIOR-STATUS-COUNT (W-STATUS-IDX)

           EVALUATE TRUE
               WHEN CP-EMPLOYMENT-STATUS = EB-EMPLOYMENT-STATUS
                   ADD 1 TO W-STATUS-UNCHANGED
               WHEN CP-EMPLOYMENT-STATUS = 'D'
                   ADD 1 TO W-OTHER-STATUS-CHANGES
               WHEN EB-STATUS-DECEASED
                   ADD 1 TO W-DEATHS
               WHEN CP-EMPLOYMENT-STATUS = 'R'
                   ADD 1 TO W-OTHER-STATUS-CHANGES
               WHEN EB-STATUS-RETIRED
                   ADD 1 TO W-RETIREMENTS
               WHEN CP-EMPLOYMENT-STATUS = 'A'
                      AND EB-STATUS-TERM-VESTED
                   ADD 1 TO W-TERMINATIONS
               WHEN CP-EMPLOYMENT-STATUS = 'T'
                      AND EB-STATUS-ACTIVE
                   ADD 1 TO W-REHIRES
               WHEN OTHER
                   ADD 1 TO W-OTHER-STATUS-CHANGES
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-BUILD-CENSUS-RECORD - LOOK UP THE MEMBER'S PLAN, BASE
      *    AND COMMENCEMENT, WORK OUT AGE, SERVICE AND NORMAL DATE,
      *    RUN THE DATA-QUALITY TESTS AND WRITE THE RECORD.
      *----------------------------------------------------------------
       B300-BUILD-CENSUS-RECORD SECTION.
           MOVE EB-EMPLOYMENT-STATUS TO W-STATUS-SEARCH-CODE
           PERFORM C400-FIND-STATUS
           ADD 1 TO W-CURRENT-STATUS-COUNT (W-STATUS-IDX)
           MOVE 0 TO W-MEMBER-EXCEPTIONS

           MOVE SPACES                TO W-CENSUS-RECORD
           MOVE EB-EMPLOYEE-ID         TO CN-EMPLOYEE-ID
           MOVE W-VALUATION-DATE       TO CN-VALUATION-DATE
           MOVE EB-EMPLOYMENT-STATUS   TO CN-EMPLOYMENT-STATUS
           MOVE EB-PLAN-CODE           TO CN-PLAN-CODE
           MOVE 0 TO CN-BIRTH-DATE
                     CN-AGE-YEARS
                     CN-AGE-MONTHS
                     CN-HIRE-DATE
                     CN-SERVICE-YEARS
                     CN-SERVICE-MONTHS
                     CN-BENEFIT-BASE
                     CN-NORMAL-RETIREMENT-DATE
                     CN-SPOUSE-BIRTH-DATE
                     CN-COMMENCEMENT-DATE
                     CN-MONTHLY-BENEFIT
           IF EB-BIRTH-DATE IS NUMERIC
              MOVE EB-BIRTH-DATE       TO CN-BIRTH-DATE
           END-IF
           IF EB-HIRE-DATE IS NUMERIC
              MOVE EB-HIRE-DATE        TO CN-HIRE-DATE
           END-IF
           IF EB-SPOUSE-BIRTH-DATE IS NUMERIC
              MOVE EB-SPOUSE-BIRTH-DATE TO CN-SPOUSE-BIRTH-DATE
           END-IF

           PERFORM B310-LOOKUP-MEMBER-FILES
           PERFORM B320-COMPUTE-AGE
           IF NOT EB-STATUS-DECEASED
              PERFORM B330-CALL-CALCULATOR
           END-IF
           PERFORM B400-CHECK-DATA-QUALITY

           IF W-MEMBER-EXCEPTIONS > 0
              MOVE 'Y' TO CN-EXCEPTION-FLAG
              ADD 1 TO W-MEMBERS-WITH-EXCEPTIONS
           ELSE
              MOVE 'N' TO CN-EXCEPTION-FLAG
           END-IF
           WRITE CENSUS-RECORD FROM W-CENSUS-RECORD
           ADD 1 TO W-CENSUS-WRITTEN
           .
       END-OF-SECTION.
           EXIT.
      *
       B310-LOOKUP-MEMBER-FILES SECTION.
           MOVE 'N' TO W-PLAN-FOUND-SW
           IF EB-PLAN-CODE NOT = SPACES
              MOVE EB-PLAN-CODE TO PL-PLAN-CODE
              READ PLAN-REFERENCE-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y'          TO W-PLAN-FOUND-SW
                      MOVE PL-PLAN-TYPE TO CN-PLAN-TYPE
              END-READ
           END-IF

           MOVE 'N' TO W-COMMENCEMENT-FOUND-SW
           MOVE EB-EMPLOYEE-ID TO BC-EMPLOYEE-ID
           READ COMMENCEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO W-COMMENCEMENT-FOUND-SW
                   MOVE BC-BENEFIT-FORM      TO CN-BENEFIT-FORM
                   IF BC-COMMENCEMENT-DATE IS NUMERIC
                      MOVE BC-COMMENCEMENT-DATE
                        TO CN-COMMENCEMENT-DATE
                   END-IF
                   IF BC-MONTHLY-BENEFIT IS NUMERIC
                      MOVE BC-MONTHLY-BENEFIT TO CN-MONTHLY-BENEFIT
                   END-IF
           END-READ

           MOVE 'N' TO W-BASE-FOUND-SW
           MOVE EB-EMPLOYEE-ID TO SB-EMPLOYEE-ID
           READ BENEFIT-BASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SB-MONTHLY-BENEFIT-BASE IS NUMERIC
                      MOVE 'Y' TO W-BASE-FOUND-SW
                      MOVE SB-MONTHLY-BENEFIT-BASE
                        TO CN-BENEFIT-BASE
                   END-IF
           END-READ
           IF NOT W-BASE-FOUND
                  AND W-COMMENCEMENT-FOUND
                  AND BC-BENEFIT-BASE IS NUMERIC
              MOVE BC-BENEFIT-BASE TO CN-BENEFIT-BASE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B320-COMPUTE-AGE - COMPLETED YEARS AND MONTHS FROM THE
      *    BIRTH DATE TO THE VALUATION DATE.  A MONTH IS COMPLETE ON
      *    THE BIRTH DAY OF THE MONTH.
      *----------------------------------------------------------------
       B320-COMPUTE-AGE SECTION.
           MOVE 'N' TO W-BIRTH-DATE-VALID-SW
           IF EB-BIRTH-DATE IS NOT NUMERIC
              GO TO END-OF-SECTION
           END-IF
           MOVE EB-BIRTH-DATE TO W-BIRTH-DATE
           IF W-BIRTH-DATE = 0
                  OR W-BIRTH-MM < 1 OR W-BIRTH-MM > 12
                  OR W-BIRTH-DD < 1 OR W-BIRTH-DD > 31
                  OR W-BIRTH-DATE > W-VALUATION-DATE
              GO TO END-OF-SECTION
           END-IF
           MOVE 'Y' TO W-BIRTH-DATE-VALID-SW

           COMPUTE W-AGE-YEARS  = W-VALUATION-CCYY - W-BIRTH-CCYY
           COMPUTE W-AGE-MONTHS = W-VALUATION-MM - W-BIRTH-MM
           IF W-VALUATION-DD < W-BIRTH-DD
              SUBTRACT 1 FROM W-AGE-MONTHS
           END-IF
           IF W-AGE-MONTHS < 0
              ADD 12 TO W-AGE-MONTHS
              SUBTRACT 1 FROM W-AGE-YEARS
           END-IF
           MOVE W-AGE-YEARS  TO CN-AGE-YEARS
           MOVE W-AGE-MONTHS TO CN-AGE-MONTHS
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B330-CALL-CALCULATOR - EBUD01 IN CALCULATION-ONLY MODE THE
      *    WAY EBUD23 CALLS IT, WITH THE PLAN'S RETIROVR OVERRIDE AND
      *    THE MEMBER'S SPANS.  A RETIREE IS MEASURED AT THE
      *    COMMENCEMENT DATE SO SERVICE STOPS WHERE THE BENEFIT
      *    STARTED.  ONE PAST THE SPAN TABLE SIZE IS PASSED THROUGH SO
      *    EBUD01 REFUSES A HISTORY IT CANNOT HOLD.
      *----------------------------------------------------------------
       B330-CALL-CALCULATOR SECTION.
           MOVE SPACES               TO W-INTERFACE-AREA
           MOVE EB-BIRTH-DATE         TO L-INPUT-DATE
           MOVE EB-EMPLOYEE-ID        TO L-EMPLOYEE-ID
           MOVE EB-PLAN-CODE          TO L-PLAN-CODE
           MOVE EB-SPOUSE-BIRTH-DATE  TO L-SPOUSE-INPUT-DATE
           MOVE EB-HIRE-DATE          TO L-HIRE-DATE
           IF EB-STATUS-RETIRED
                  AND CN-COMMENCEMENT-DATE NOT = 0
              MOVE CN-COMMENCEMENT-DATE TO L-AS-OF-DATE
           ELSE
              MOVE W-VALUATION-DATE     TO L-AS-OF-DATE
           END-IF
           MOVE 'VALUATN '            TO L-REQUESTOR-ID
           MOVE 'C'                   TO L-CALC-ONLY-SW
           MOVE 'N'                   TO L-CALLER-QDRO-FLAG
           MOVE 'N'                   TO L-CALLER-FACTOR-FLAG
           MOVE CN-BENEFIT-BASE       TO L-CALLER-BENEFIT-BASE

           MOVE 'N' TO L-CALLER-OVERRIDE-FLAG
           MOVE 0   TO L-CALLER-OVERRIDE-YEARS
           MOVE 0   TO L-CALLER-OVERRIDE-MONTHS
           MOVE EB-PLAN-CODE TO OV-PLAN-CODE
           READ RETIREMENT-AGE-OVERRIDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OV-AGE-YEARS IS NUMERIC
                          AND OV-AGE-MONTHS IS NUMERIC
                      MOVE 'Y'           TO L-CALLER-OVERRIDE-FLAG
                      MOVE OV-AGE-YEARS  TO L-CALLER-OVERRIDE-YEARS
                      MOVE OV-AGE-MONTHS TO L-CALLER-OVERRIDE-MONTHS
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
           PERFORM B331-READ-NEXT-SPAN
               UNTIL W-BROWSE-END

           MOVE 0 TO RETC
           CALL W-CALL-PROGRAM USING W-INTERFACE-AREA

           IF RETC = 0
              MOVE RETIREMENT-DATE(1:4)  TO W-NORMAL-CCYY
              MOVE RETIREMENT-DATE(6:2)  TO W-NORMAL-MM
              MOVE RETIREMENT-DATE(9:2)  TO W-NORMAL-DD
              IF W-NORMAL-DATE IS NUMERIC
                 MOVE W-NORMAL-DATE TO CN-NORMAL-RETIREMENT-DATE
              END-IF
           END-IF
           IF L-SERVICE-RETC = 0
              MOVE L-CREDITED-SERVICE-YEARS  TO CN-SERVICE-YEARS
              MOVE L-CREDITED-SERVICE-MONTHS TO CN-SERVICE-MONTHS
              MOVE L-SERVICE-SOURCE          TO CN-SERVICE-SOURCE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B331-READ-NEXT-SPAN SECTION.
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
      *    B400-CHECK-DATA-QUALITY - ONE EXCEPTION LINE FOR EACH TEST
      *    THE MEMBER FAILS.  A DECEASED MEMBER IS NOT QUERIED FOR A
      *    BENEFIT BASE OR A NORMAL DATE.
      *----------------------------------------------------------------
       B400-CHECK-DATA-QUALITY SECTION.
           IF CN-HIRE-DATE = 0
              MOVE 1 TO W-CATEGORY-IDX
              MOVE 'HIRE DATE  '     TO DD-CAPTION
              MOVE EB-HIRE-DATE      TO DD-DATE
              MOVE W-DATE-DETAIL     TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF

           IF CN-BENEFIT-BASE = 0 AND NOT EB-STATUS-DECEASED
              MOVE 2 TO W-CATEGORY-IDX
              IF W-BASE-FOUND
                 MOVE 'EMPSALRY BASE IS ZERO' TO W-EXCEPTION-DETAIL
              ELSE
                 MOVE 'NO EMPSALRY RECORD'    TO W-EXCEPTION-DETAIL
              END-IF
              PERFORM C300-WRITE-EXCEPTION
           END-IF

           IF NOT W-BIRTH-DATE-VALID
              MOVE 3 TO W-CATEGORY-IDX
              MOVE 'BIRTH DATE '     TO DD-CAPTION
              MOVE EB-BIRTH-DATE     TO DD-DATE
              MOVE W-DATE-DETAIL     TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           ELSE
              IF W-AGE-YEARS < W-MINIMUM-AGE
                     OR (EB-STATUS-ACTIVE
                         AND W-AGE-YEARS > W-MAXIMUM-ACTIVE-AGE)
                     OR (NOT EB-STATUS-DECEASED
                         AND W-AGE-YEARS > W-MAXIMUM-AGE)
                 MOVE 4 TO W-CATEGORY-IDX
                 MOVE W-AGE-YEARS   TO AD-AGE-YEARS
                 MOVE W-AGE-DETAIL  TO W-EXCEPTION-DETAIL
                 PERFORM C300-WRITE-EXCEPTION
              END-IF
           END-IF

           IF EB-STATUS-RETIRED
                  AND CN-SPOUSE-BIRTH-DATE NOT = 0
                  AND NOT (W-COMMENCEMENT-FOUND
                           AND BC-FORM-JOINT-SPOUSE)
              MOVE 5 TO W-CATEGORY-IDX
              IF W-COMMENCEMENT-FOUND
                 MOVE 'SPOUSE BORN - FORM S '  TO DD-CAPTION
              ELSE
                 MOVE 'SPOUSE BORN - NO BCM '  TO DD-CAPTION
              END-IF
              MOVE EB-SPOUSE-BIRTH-DATE TO DD-DATE
              MOVE W-DATE-DETAIL        TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF

           IF NOT W-PLAN-FOUND
              MOVE 6 TO W-CATEGORY-IDX
              IF EB-PLAN-CODE = SPACES
                 MOVE 'PLAN CODE IS BLANK'    TO W-EXCEPTION-DETAIL
              ELSE
                 MOVE SPACES TO W-EXCEPTION-DETAIL
              END-IF
              PERFORM C300-WRITE-EXCEPTION
           END-IF

           IF W-STATUS-IDX = 5
              MOVE 7 TO W-CATEGORY-IDX
              MOVE SPACES TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF

           IF CN-NORMAL-RETIREMENT-DATE = 0
                  AND NOT EB-STATUS-DECEASED
              MOVE 8 TO W-CATEGORY-IDX
              MOVE RETC          TO RD-RETC
              MOVE W-RETC-DETAIL TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-PRINT-CATEGORY-COUNTS - EXCEPTION COUNTS BY CATEGORY
      *    AND THE CENSUS RECORD COUNTS
      *----------------------------------------------------------------
       B500-PRINT-CATEGORY-COUNTS SECTION.
           IF W-EXCEPTIONS-LISTED = 0
              MOVE W-NO-EXCEPTION-LINE TO W-PRINT-LINE
              PERFORM C100-WRITE-REPORT-LINE
           END-IF
           MOVE 'N' TO W-EXCEPTION-HEADING-SW
           MOVE 'SECTION 2 - EXCEPTION COUNTS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE

           MOVE 1 TO W-CATEGORY-IDX
           PERFORM B510-PRINT-CATEGORY-COUNT
               UNTIL W-CATEGORY-IDX > 8
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 'EXCEPTIONS LISTED                       - '
             TO TL-CAPTION
           MOVE W-EXCEPTIONS-LISTED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'MEMBERS WITH ONE OR MORE EXCEPTIONS     - '
             TO TL-CAPTION
           MOVE W-MEMBERS-WITH-EXCEPTIONS TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'MEMBERS READ FROM THE MASTER            - '
             TO TL-CAPTION
           MOVE W-MEMBERS-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'CENSUS RECORDS WRITTEN TO RETIRCNS      - '
             TO TL-CAPTION
           MOVE W-CENSUS-WRITTEN TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       B510-PRINT-CATEGORY-COUNT SECTION.
           MOVE SPACES TO TL-CAPTION
           MOVE W-CATEGORY-CAPTION (W-CATEGORY-IDX) TO TL-CAPTION
           MOVE '- '   TO TL-CAPTION(43:2)
           MOVE W-CATEGORY-COUNT (W-CATEGORY-IDX)   TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           ADD 1 TO W-CATEGORY-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B600-PRINT-RECONCILIATION - HEADCOUNT BY STATUS ON BOTH
      *    CENSUSES AND THE MOVEMENTS THAT TAKE ONE TO THE OTHER:
      *    PRIOR + NEW ENTRANTS - NO LONGER ON MASTER = CURRENT, AND
      *    EACH STATUS CHANGE MOVES ONE MEMBER BETWEEN TWO ROWS.
      *----------------------------------------------------------------
       B600-PRINT-RECONCILIATION SECTION.
           MOVE 'SECTION 3 - STATUS RECONCILIATION TO PRIOR CENSUS'
             TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           IF W-PRIOR-READ = 0
              MOVE W-NO-PRIOR-LINE TO W-PRINT-LINE
              PERFORM C100-WRITE-REPORT-LINE
              MOVE SPACES TO W-PRINT-LINE
              PERFORM C100-WRITE-REPORT-LINE
           END-IF

           MOVE W-STATUS-HEADING TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE 1 TO W-STATUS-IDX
           PERFORM B610-PRINT-STATUS-LINE
               UNTIL W-STATUS-IDX > 5
           MOVE 'TOTAL'            TO SL-CAPTION
           MOVE W-PRIOR-READ       TO SL-PRIOR-COUNT
           MOVE W-CENSUS-WRITTEN   TO SL-CURRENT-COUNT
           COMPUTE W-STATUS-CHANGE = W-CENSUS-WRITTEN - W-PRIOR-READ
           MOVE W-STATUS-CHANGE    TO SL-CHANGE
           MOVE W-STATUS-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 'NEW ENTRANTS                            - '
             TO TL-CAPTION
           MOVE W-NEW-ENTRANTS TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'NO LONGER ON THE MASTER                 - '
             TO TL-CAPTION
           MOVE W-NO-LONGER-ON-MASTER TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'TERMINATIONS (ACTIVE TO VESTED)         - '
             TO TL-CAPTION
           MOVE W-TERMINATIONS TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'RETIREMENTS                             - '
             TO TL-CAPTION
           MOVE W-RETIREMENTS TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'DEATHS                                  - '
             TO TL-CAPTION
           MOVE W-DEATHS TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'REHIRES (VESTED TO ACTIVE)              - '
             TO TL-CAPTION
           MOVE W-REHIRES TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'OTHER STATUS CHANGES - PLEASE QUERY     - '
             TO TL-CAPTION
           MOVE W-OTHER-STATUS-CHANGES TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'STATUS UNCHANGED                        - '
             TO TL-CAPTION
           MOVE W-STATUS-UNCHANGED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       B610-PRINT-STATUS-LINE SECTION.
           MOVE W-STATUS-CAPTION (W-STATUS-IDX)       TO SL-CAPTION
           MOVE W-PRIOR-STATUS-COUNT (W-STATUS-IDX)   TO SL-PRIOR-COUNT
           MOVE W-CURRENT-STATUS-COUNT (W-STATUS-IDX)
             TO SL-CURRENT-COUNT
           COMPUTE W-STATUS-CHANGE =
                   W-CURRENT-STATUS-COUNT (W-STATUS-IDX)
                 - W-PRIOR-STATUS-COUNT (W-STATUS-IDX)
           MOVE W-STATUS-CHANGE TO SL-CHANGE
           MOVE W-STATUS-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           ADD 1 TO W-STATUS-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-WRITE-REPORT-LINE SECTION.
           IF W-LINE-COUNT >= W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
              PERFORM C210-WRITE-EXCEPTION-HEADING
           END-IF
           WRITE CENSUS-REPORT-LINE FROM W-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
      *    THE CALLER SETS TL-CAPTION AND TL-VALUE.
       C110-WRITE-TOTAL-LINE SECTION.
           MOVE W-TOTAL-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       C200-START-NEW-PAGE SECTION.
           ADD 1 TO W-PAGE-COUNT
           MOVE W-RUN-DATE       TO PH-RUN-DATE
           MOVE W-VALUATION-DATE TO PH-VALUATION-DATE
           MOVE W-PAGE-COUNT     TO PH-PAGE-NUMBER
           WRITE CENSUS-REPORT-LINE FROM W-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE W-SECTION-TITLE TO PH-SECTION-TITLE
           WRITE CENSUS-REPORT-LINE FROM W-PAGE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 3 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
      *    THE COLUMN HEADINGS REPEAT ON EVERY PAGE OF SECTION 1 ONLY.
       C210-WRITE-EXCEPTION-HEADING SECTION.
           IF NOT W-EXCEPTION-HEADING-WANTED
              GO TO END-OF-SECTION
           END-IF
           WRITE CENSUS-REPORT-LINE FROM W-EXCEPTION-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
      *    THE CALLER SETS W-CATEGORY-IDX AND W-EXCEPTION-DETAIL.
       C300-WRITE-EXCEPTION SECTION.
           ADD 1 TO W-CATEGORY-COUNT (W-CATEGORY-IDX)
           ADD 1 TO W-MEMBER-EXCEPTIONS
           ADD 1 TO W-EXCEPTIONS-LISTED
           MOVE EB-EMPLOYEE-ID                      TO EL-EMPLOYEE-ID
           MOVE EB-EMPLOYMENT-STATUS                TO EL-STATUS
           MOVE EB-PLAN-CODE                        TO EL-PLAN-CODE
           MOVE W-CATEGORY-CAPTION (W-CATEGORY-IDX) TO EL-CATEGORY
           MOVE W-EXCEPTION-DETAIL                  TO EL-DETAIL
           MOVE W-EXCEPTION-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
      *    W-STATUS-IDX IS LEFT ON THE ENTRY FOR W-STATUS-SEARCH-CODE,
      *    OR ON ENTRY 5 FOR A CODE THE MASTER DOES NOT DEFINE.
       C400-FIND-STATUS SECTION.
           MOVE 1 TO W-STATUS-IDX
           PERFORM C410-CHECK-STATUS-ENTRY
               UNTIL W-STATUS-IDX > 4
                  OR W-STATUS-CODE (W-STATUS-IDX)
                         = W-STATUS-SEARCH-CODE
           IF W-STATUS-IDX > 4
              MOVE 5 TO W-STATUS-IDX
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       C410-CHECK-STATUS-ENTRY SECTION.
           ADD 1 TO W-STATUS-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD30 MEMBERS READ         - ' W-MEMBERS-READ
           DISPLAY 'EBUD30 CENSUS WRITTEN       - ' W-CENSUS-WRITTEN
           DISPLAY 'EBUD30 PRIOR CENSUS READ    - ' W-PRIOR-READ
           DISPLAY 'EBUD30 EXCEPTIONS LISTED    - ' W-EXCEPTIONS-LISTED
           DISPLAY 'EBUD30 MEMBERS WITH EXCEPTS - '
                   W-MEMBERS-WITH-EXCEPTIONS
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE BENEFIT-BASE-FILE
           CLOSE PLAN-REFERENCE-FILE
           CLOSE RETIREMENT-AGE-OVERRIDE-FILE
           CLOSE SERVICE-HISTORY-FILE
           CLOSE COMMENCEMENT-FILE
           CLOSE PRIOR-CENSUS-FILE
           CLOSE CENSUS-FILE
           CLOSE CENSUS-REPORT-FILE
           .
       END-OF-SECTION.
           EXIT.
