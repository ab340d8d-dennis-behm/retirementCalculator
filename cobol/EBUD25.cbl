       ID DIVISION.
       PROGRAM-ID. EBUD25.
      *    REQUIRED BEGINNING DATE REPORT AND OUTREACH WORKLIST.
      *
      *    TERMINATED-VESTED MEMBERS WHO NEVER START THEIR BENEFIT
      *    STILL HAVE TO BEGIN DISTRIBUTIONS BY THE LEGAL REQUIRED
      *    BEGINNING DATE (APRIL 1 OF THE YEAR AFTER AGE 72, 73 OR
      *    75 DEPENDING ON BIRTH YEAR - BUILT BY EBUD04 AND CARRIED
      *    ON THE RETIROUT DETAIL BY THE EBUD05 SWEEP FOR STATUS 'T'
      *    ONLY).  A MISSED DATE COSTS THE PLAN EXCISE-TAX PENALTIES
      *    AND A CORRECTION FILING, SO THIS RUN READS THE SWEEP
      *    OUTPUT AND:
      *      SECTION 1 - LISTS EVERY MEMBER ALREADY PAST THE DATE,
      *                  WITH THE NUMBER OF MONTHLY DISTRIBUTIONS
      *                  MISSED AS OF THE RUN'S AS-OF DATE.
      *      SECTION 2 - LISTS EVERY MEMBER WHOSE DATE FALLS INSIDE
      *                  THE LEAD WINDOW, AND OPENS AN OUTREACH CASE
      *                  FOR EACH ONE NOT ALREADY CONTACTED - A
      *                  WORKLIST RECORD, A MAIL-MERGE LETTER LINE
      *                  (LLETTER, NAME AND ADDRESS FROM EMPNAMAD)
      *                  AND AN EVENT-TYPE 'R' RECORD ON THE RETIRNTH
      *                  NOTIFICATION HISTORY, EXACTLY AS EBUD21 DOES
      *                  FOR THE APPROACH NOTICES, SO EACH MEMBER IS
      *                  CONTACTED ONCE.
      *      SECTION 3 - TOTALS.
      *
      *    THE LEAD WINDOW COMES FROM THE OPTIONAL RETIRRBP CONTROL
      *    CARD (MONTHS AHEAD, DEFAULT 12) AND IS ANCHORED ON THE
      *    AS-OF DATE STAMPED ON THE DETAILS.  A CASE IS RE-OPENED
      *    THROUGH THE EBUD21 RESET TRANSACTION (RETIRNRS) WITH EVENT
      *    TYPE 'R'.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - REQUIRED BEGINNING DATE
      *                     REPORT AND OUTREACH WORKLIST.
      *    2026-10-15  DLB  CHECK THE STREAM PERIOD GATE (EBUD32) AT
      *                     START-UP - THE RUN IS REFUSED, WITH THE
      *                     GATE'S RETURN CODE AND BEFORE ANY FILE IS
      *                     OPENED, UNLESS THE PERIOD IS OPEN AND THE
      *                     SWEEP IS COMPLETE FOR IT - AND RECORD THE
      *                     RBD STEP ON RETIRPCF AT THE END.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIREMENT-OUTPUT-FILE  ASSIGN TO RETIROUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEAD-WINDOW-CONTROL-FILE
                                          ASSIGN TO RETIRRBP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFICATION-HISTORY-FILE
                                          ASSIGN TO RETIRNTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NH-NOTIFY-KEY.
           SELECT NAME-ADDRESS-FILE       ASSIGN TO EMPNAMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NA-EMPLOYEE-ID.
           SELECT WORKLIST-FILE           ASSIGN TO RETIRRWK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE             ASSIGN TO RETIRRLT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUIRED-BEGIN-REPORT-FILE
                                          ASSIGN TO RETIRRBD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  RETIREMENT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  RETIREMENT-OUTPUT-RECORD         PIC X(160).
      *
      *    LEAD-WINDOW CONTROL - OPTIONAL ONE-RECORD FILE.  A
      *    NUMERIC NON-ZERO MONTH COUNT OVERRIDES THE COMPILED
      *    12-MONTH DEFAULT.
       FD  LEAD-WINDOW-CONTROL-FILE
           RECORDING MODE IS F.
       01  LEAD-WINDOW-CONTROL-RECORD.
           05  LW-LEAD-MONTHS               PIC 9(02).
           05  FILLER                       PIC X(78).
      *
       FD  NOTIFICATION-HISTORY-FILE
           RECORDING MODE IS F.
       01  NOTIFICATION-HISTORY-RECORD.
           COPY LNOTHST.
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
      *    WORKLIST - ONE RECORD PER NEWLY OPENED CASE, SAME LAYOUT
      *    AS THE EBUD21 WORKLIST SO HR WORKS BOTH QUEUES THE SAME
      *    WAY.
       FD  WORKLIST-FILE
           RECORDING MODE IS F.
       01  WORKLIST-RECORD.
           05  WK-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  WK-EVENT-TYPE                PIC X(01).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  WK-EVENT-DATE                PIC X(10).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  WK-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  WK-NOTIFY-DATE               PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  WK-AS-OF-DATE                PIC 9(08).
           05  FILLER                       PIC X(34).
      *
      *    LETTER FILE - ONE MAIL-MERGE-READY LINE PER NEW CASE
      *    (SEE LLETTER).
       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD.
           COPY LLETTER.
      *
       FD  REQUIRED-BEGIN-REPORT-FILE
           RECORDING MODE IS F.
       01  REQUIRED-BEGIN-REPORT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-SWITCHES.
           05  W-OUTPUT-FILE-EOF-SW         PIC X(01)  VALUE 'N'.
               88  W-OUTPUT-FILE-EOF            VALUE 'Y'.
           05  W-CASE-IS-NEW-SW             PIC X(01).
               88  W-CASE-IS-NEW                VALUE 'Y'.
           05  W-NAME-FOUND-SW              PIC X(01).
               88  W-NAME-FOUND                 VALUE 'Y'.
      *
       01  W-LEAD-MONTHS                    PIC 9(02)  VALUE 12.
      *
       01  W-REQUIRED-BEGIN-COUNTS.
           05  W-DETAILS-READ               PIC 9(09)  COMP VALUE 0.
           05  W-DATES-CARRIED              PIC 9(09)  COMP VALUE 0.
           05  W-DATES-UNUSABLE             PIC 9(09)  COMP VALUE 0.
           05  W-PAST-DUE-MEMBERS           PIC 9(09)  COMP VALUE 0.
           05  W-MONTHS-MISSED-TOTAL        PIC 9(09)  COMP VALUE 0.
           05  W-DATES-IN-WINDOW            PIC 9(09)  COMP VALUE 0.
           05  W-CASES-OPENED               PIC 9(09)  COMP VALUE 0.
           05  W-ALREADY-NOTIFIED           PIC 9(09)  COMP VALUE 0.
           05  W-LETTERS-WRITTEN            PIC 9(09)  COMP VALUE 0.
           05  W-NAMES-NOT-FOUND            PIC 9(09)  COMP VALUE 0.
           05  W-PAST-DUE-OVERFLOWS         PIC 9(09)  COMP VALUE 0.
           05  W-WINDOW-OVERFLOWS           PIC 9(09)  COMP VALUE 0.
      *
       01  W-REPORT-CONTROL.
           05  W-RUN-DATE                   PIC 9(08).
           05  W-AS-OF-DATE                 PIC 9(08)  VALUE 0.
           05  W-LINE-COUNT                 PIC 9(04)  COMP VALUE 99.
           05  W-PAGE-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-LINES-PER-PAGE             PIC 9(04)  COMP VALUE 55.
           05  W-SECTION-TITLE              PIC X(60)  VALUE SPACES.
      *
      *    LEAD WINDOW AS YYYY/MM/DD STRINGS IN THE SAME FORM AS THE
      *    DETAIL DATES, ANCHORED ON THE AS-OF DATE STAMPED ON THE
      *    DETAILS - SAME TECHNIQUE AS THE EBUD21 LEAD WINDOW.  A
      *    DATE BEFORE THE WINDOW LOW IS ALREADY PAST.
       01  W-WINDOW-WA.
           05  W-WINDOW-ANCHOR.
               10  W-ANCHOR-CCYY            PIC 9(04).
               10  W-ANCHOR-MM              PIC 9(02).
               10  W-ANCHOR-DD              PIC 9(02).
           05  W-WINDOW-LOW.
               10  W-LOW-CCYY               PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  W-LOW-MM                 PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  W-LOW-DD                 PIC X(02).
           05  W-WINDOW-HIGH.
               10  W-HIGH-CCYY              PIC X(04).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  W-HIGH-MM                PIC X(02).
               10  FILLER                   PIC X(01)  VALUE '/'.
               10  W-HIGH-DD                PIC X(02).
           05  W-TOTAL-MONTHS               PIC 9(09)  COMP.
           05  W-ANCHOR-MONTHS              PIC 9(09)  COMP.
           05  W-HIGH-CCYY-WORK             PIC 9(04).
           05  W-HIGH-MM-WORK               PIC 9(02).
      *
      *    THE DETAIL'S REQUIRED BEGINNING DATE, WITH A NUMERIC VIEW
      *    FOR THE MONTH ARITHMETIC.
       01  W-REQUIRED-DATE-WA.
           05  W-REQUIRED-DATE              PIC X(10).
           05  W-REQUIRED-DATE-PARTS REDEFINES W-REQUIRED-DATE.
               10  W-REQUIRED-CCYY          PIC 9(04).
               10  FILLER                   PIC X(01).
               10  W-REQUIRED-MM            PIC 9(02).
               10  FILLER                   PIC X(01).
               10  W-REQUIRED-DD            PIC 9(02).
           05  W-REQUIRED-MONTHS            PIC 9(09)  COMP.
           05  W-MONTHS-COUNT               PIC 9(04)  COMP.
      *
      *    SECTION 1 TABLE - MEMBERS ALREADY PAST THE DATE.
       01  W-PAST-DUE-TABLE-CONTROL.
           05  W-PAST-DUE-ENTRY-COUNT       PIC 9(04)  COMP VALUE 0.
           05  W-PAST-DUE-ENTRY-MAX         PIC 9(04)  COMP VALUE 5000.
           05  W-PAST-DUE-IDX               PIC 9(04)  COMP.
      *
       01  W-PAST-DUE-TABLE.
           05  W-PAST-DUE-ENTRY OCCURS 5000 TIMES.
               10  W-PAST-EMPLOYEE-ID       PIC X(09).
               10  W-PAST-PLAN-CODE         PIC X(05).
               10  W-PAST-BIRTH-DATE        PIC 9(08).
               10  W-PAST-REQUIRED-DATE     PIC X(10).
               10  W-PAST-MONTHS-MISSED     PIC 9(04)  COMP.
               10  W-PAST-NOTIFY-DATE       PIC 9(08).
      *
      *    SECTION 2 TABLE - MEMBERS INSIDE THE LEAD WINDOW.
       01  W-WINDOW-TABLE-CONTROL.
           05  W-WINDOW-ENTRY-COUNT         PIC 9(04)  COMP VALUE 0.
           05  W-WINDOW-ENTRY-MAX           PIC 9(04)  COMP VALUE 5000.
           05  W-WINDOW-IDX                 PIC 9(04)  COMP.
      *
       01  W-WINDOW-TABLE.
           05  W-WINDOW-ENTRY OCCURS 5000 TIMES.
               10  W-WINDOW-EMPLOYEE-ID     PIC X(09).
               10  W-WINDOW-PLAN-CODE       PIC X(05).
               10  W-WINDOW-BIRTH-DATE      PIC 9(08).
               10  W-WINDOW-REQUIRED-DATE   PIC X(10).
               10  W-WINDOW-MONTHS-TO-GO    PIC 9(04)  COMP.
               10  W-WINDOW-CASE-NOTE       PIC X(20).
      *
       01  W-CASE-NOTE                      PIC X(20).
      *
      *    THE DETAIL RECORD IS READ INTO THIS AREA - SAME LRETOUT
      *    LAYOUT EBUD05 WRITES.
       01  W-RETIREMENT-OUTPUT-DETAIL.
           COPY LRETOUT.
      *
       01  W-PAGE-HEADING-1.
           05  FILLER                       PIC X(08)
                                            VALUE 'EBUD25  '.
           05  FILLER                       PIC X(42)  VALUE
               'REQUIRED BEGINNING DATE - TERM VESTED     '.
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
       01  W-PAST-DUE-HEADING.
           05  FILLER                       PIC X(11)
                                            VALUE 'EMPLOYEE-ID'.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  FILLER                       PIC X(04)  VALUE 'PLAN'.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(10)
                                            VALUE 'BIRTH DATE'.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  FILLER                       PIC X(10)
                                            VALUE 'REQ BEGIN '.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(13)
                                            VALUE 'MONTHS MISSED'.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  FILLER                       PIC X(11)
                                            VALUE 'NOTIFIED ON'.
           05  FILLER                       PIC X(61)  VALUE SPACES.
      *
       01  W-PAST-DUE-DETAIL-LINE.
           05  PD-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  PD-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  PD-BIRTH-DATE                PIC 9(08).
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  PD-REQUIRED-DATE             PIC X(10).
           05  FILLER                       PIC X(05)  VALUE SPACES.
           05  PD-MONTHS-MISSED             PIC ZZZ9.
           05  FILLER                       PIC X(09)  VALUE SPACES.
           05  PD-NOTIFY-DATE               PIC X(12).
           05  FILLER                       PIC X(60)  VALUE SPACES.
      *
       01  W-WINDOW-HEADING.
           05  FILLER                       PIC X(11)
                                            VALUE 'EMPLOYEE-ID'.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  FILLER                       PIC X(04)  VALUE 'PLAN'.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(10)
                                            VALUE 'BIRTH DATE'.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  FILLER                       PIC X(10)
                                            VALUE 'REQ BEGIN '.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(13)
                                            VALUE 'MONTHS TO GO '.
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  FILLER                       PIC X(08)
                                            VALUE 'OUTREACH'.
           05  FILLER                       PIC X(64)  VALUE SPACES.
      *
       01  W-WINDOW-DETAIL-LINE.
           05  WD-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  WD-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  WD-BIRTH-DATE                PIC 9(08).
           05  FILLER                       PIC X(04)  VALUE SPACES.
           05  WD-REQUIRED-DATE             PIC X(10).
           05  FILLER                       PIC X(05)  VALUE SPACES.
           05  WD-MONTHS-TO-GO              PIC ZZZ9.
           05  FILLER                       PIC X(09)  VALUE SPACES.
           05  WD-CASE-NOTE                 PIC X(20).
           05  FILLER                       PIC X(52)  VALUE SPACES.
      *
       01  W-TOTAL-LINE.
           05  TL-CAPTION                   PIC X(44).
           05  TL-VALUE                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(77)  VALUE SPACES.
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
           PERFORM B200-SELECT-DETAILS
               UNTIL W-OUTPUT-FILE-EOF
           PERFORM B300-PRINT-PAST-DUE-SECTION
           PERFORM B400-PRINT-WINDOW-SECTION
           PERFORM B500-PRINT-TOTALS
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B050-CHECK-PERIOD-GATE - BEFORE ANY FILE IS OPENED, ASK
      *    EBUD32 WHETHER THE PERIOD IS OPEN AND THE SWEEP THAT WROTE
      *    RETIROUT IS COMPLETE FOR IT, SO A STALE RETIROUT IS NEVER
      *    READ AND NO LETTER GOES OUT AGAIN FOR A CLOSED PERIOD.  A
      *    REFUSED RUN ENDS WITH THE GATE'S RETURN CODE AND LEAVES
      *    THE LAST RUN'S OUTPUT ALONE.
      *----------------------------------------------------------------
       B050-CHECK-PERIOD-GATE SECTION.
           MOVE SPACES     TO W-GATE-AREA
           MOVE 'S'        TO GT-REQUEST-FUNCTION
           MOVE 09         TO GT-STEP-NUMBER
           MOVE 'EBUD25  ' TO GT-JOB-NAME
           MOVE 0          TO GT-AS-OF-DATE
           MOVE 0          TO GT-RETC
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD25 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              DISPLAY 'EBUD25 RUN REFUSED - RETURN CODE ' GT-RETC
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - READ THE LEAD-WINDOW CARD, OPEN FILES,
      *    PRIME THE READ AND BUILD THE WINDOW FROM THE AS-OF DATE
      *    ON THE FIRST DETAIL.
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           MOVE W-RUN-DATE TO W-AS-OF-DATE

           OPEN INPUT LEAD-WINDOW-CONTROL-FILE
           READ LEAD-WINDOW-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LW-LEAD-MONTHS IS NUMERIC
                          AND LW-LEAD-MONTHS NOT = 0
                      MOVE LW-LEAD-MONTHS TO W-LEAD-MONTHS
                   END-IF
           END-READ
           CLOSE LEAD-WINDOW-CONTROL-FILE
           DISPLAY 'EBUD25 LEAD WINDOW MONTHS   - ' W-LEAD-MONTHS

           OPEN INPUT  RETIREMENT-OUTPUT-FILE
           OPEN I-O    NOTIFICATION-HISTORY-FILE
           OPEN INPUT  NAME-ADDRESS-FILE
           OPEN OUTPUT WORKLIST-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REQUIRED-BEGIN-REPORT-FILE

           PERFORM B110-READ-OUTPUT-RECORD
           IF NOT W-OUTPUT-FILE-EOF
              IF RO-AS-OF-DATE IS NUMERIC AND RO-AS-OF-DATE NOT = 0
                 MOVE RO-AS-OF-DATE TO W-AS-OF-DATE
              END-IF
           END-IF
           PERFORM B120-BUILD-LEAD-WINDOW
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-READ-OUTPUT-RECORD SECTION.
           READ RETIREMENT-OUTPUT-FILE
               INTO W-RETIREMENT-OUTPUT-DETAIL
               AT END
                   MOVE 'Y' TO W-OUTPUT-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-DETAILS-READ
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
       B120-BUILD-LEAD-WINDOW SECTION.
           MOVE W-AS-OF-DATE    TO W-WINDOW-ANCHOR
           MOVE W-ANCHOR-CCYY   TO W-LOW-CCYY
           MOVE W-ANCHOR-MM     TO W-LOW-MM
           MOVE W-ANCHOR-DD     TO W-LOW-DD
           COMPUTE W-ANCHOR-MONTHS =
                   (W-ANCHOR-CCYY * 12) + (W-ANCHOR-MM - 1)
           COMPUTE W-TOTAL-MONTHS = W-ANCHOR-MONTHS + W-LEAD-MONTHS
           COMPUTE W-HIGH-CCYY-WORK = W-TOTAL-MONTHS / 12
           COMPUTE W-HIGH-MM-WORK =
                   W-TOTAL-MONTHS - (W-HIGH-CCYY-WORK * 12) + 1
           MOVE W-HIGH-CCYY-WORK TO W-HIGH-CCYY
           MOVE W-HIGH-MM-WORK   TO W-HIGH-MM
           MOVE W-ANCHOR-DD      TO W-HIGH-DD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-SELECT-DETAILS - ONLY A TERMINATED-VESTED DETAIL
      *    CARRIES A REQUIRED BEGINNING DATE.  A DATE BEFORE THE AS-OF
      *    DATE IS PAST DUE; ONE INSIDE THE WINDOW IS AN OUTREACH
      *    CASE; ANYTHING LATER IS NOT YET OF INTEREST.
      *----------------------------------------------------------------
       B200-SELECT-DETAILS SECTION.
           MOVE RO-REQUIRED-BEGIN-DATE TO W-REQUIRED-DATE
           IF W-REQUIRED-DATE = SPACES
              GO TO B200-READ-NEXT
           END-IF
           ADD 1 TO W-DATES-CARRIED
           IF W-REQUIRED-CCYY NOT NUMERIC
                  OR W-REQUIRED-MM NOT NUMERIC
              ADD 1 TO W-DATES-UNUSABLE
              DISPLAY 'EBUD25 UNUSABLE REQUIRED DATE - '
                      RO-EMPLOYEE-ID ' ' W-REQUIRED-DATE
              GO TO B200-READ-NEXT
           END-IF
           COMPUTE W-REQUIRED-MONTHS =
                   (W-REQUIRED-CCYY * 12) + (W-REQUIRED-MM - 1)

           EVALUATE TRUE
              WHEN W-REQUIRED-DATE < W-WINDOW-LOW
                 PERFORM B210-ADD-PAST-DUE-MEMBER
              WHEN W-REQUIRED-DATE NOT > W-WINDOW-HIGH
                 PERFORM B220-EXAMINE-WINDOW-MEMBER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       B200-READ-NEXT.
           PERFORM B110-READ-OUTPUT-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B210-ADD-PAST-DUE-MEMBER - MONTHS MISSED COUNTS THE
      *    REQUIRED BEGINNING MONTH ITSELF THROUGH THE AS-OF MONTH -
      *    ONE DISTRIBUTION FOR EACH MONTH THE BENEFIT SHOULD HAVE
      *    BEEN PAID.  ANY EARLIER OUTREACH DATE FROM THE HISTORY
      *    FILE IS PRINTED WITH IT FOR THE CORRECTION FILING.
      *----------------------------------------------------------------
       B210-ADD-PAST-DUE-MEMBER SECTION.
           ADD 1 TO W-PAST-DUE-MEMBERS
           COMPUTE W-MONTHS-COUNT =
                   W-ANCHOR-MONTHS - W-REQUIRED-MONTHS + 1
           ADD W-MONTHS-COUNT TO W-MONTHS-MISSED-TOTAL

           IF W-PAST-DUE-ENTRY-COUNT >= W-PAST-DUE-ENTRY-MAX
              ADD 1 TO W-PAST-DUE-OVERFLOWS
              GO TO END-OF-SECTION
           END-IF
           ADD 1 TO W-PAST-DUE-ENTRY-COUNT
           MOVE RO-EMPLOYEE-ID TO
                W-PAST-EMPLOYEE-ID (W-PAST-DUE-ENTRY-COUNT)
           MOVE RO-PLAN-CODE TO
                W-PAST-PLAN-CODE (W-PAST-DUE-ENTRY-COUNT)
           MOVE RO-BIRTH-DATE TO
                W-PAST-BIRTH-DATE (W-PAST-DUE-ENTRY-COUNT)
           MOVE W-REQUIRED-DATE TO
                W-PAST-REQUIRED-DATE (W-PAST-DUE-ENTRY-COUNT)
           MOVE W-MONTHS-COUNT TO
                W-PAST-MONTHS-MISSED (W-PAST-DUE-ENTRY-COUNT)

           PERFORM B240-CHECK-NOTIFY-HISTORY
           IF W-CASE-IS-NEW
              MOVE 0 TO W-PAST-NOTIFY-DATE (W-PAST-DUE-ENTRY-COUNT)
           ELSE
              MOVE NH-NOTIFY-DATE TO
                   W-PAST-NOTIFY-DATE (W-PAST-DUE-ENTRY-COUNT)
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B220-EXAMINE-WINDOW-MEMBER - A DATE INSIDE THE LEAD WINDOW
      *    OPENS A CASE UNLESS THE HISTORY FILE SAYS THIS MEMBER WAS
      *    ALREADY CONTACTED.  EVERY WINDOW MEMBER IS LISTED EITHER
      *    WAY.
      *----------------------------------------------------------------
       B220-EXAMINE-WINDOW-MEMBER SECTION.
           ADD 1 TO W-DATES-IN-WINDOW
           COMPUTE W-MONTHS-COUNT =
                   W-REQUIRED-MONTHS - W-ANCHOR-MONTHS

           PERFORM B240-CHECK-NOTIFY-HISTORY
           IF W-CASE-IS-NEW
              PERFORM B250-OPEN-OUTREACH-CASE
              MOVE 'CASE OPENED'         TO W-CASE-NOTE
           ELSE
              ADD 1 TO W-ALREADY-NOTIFIED
              MOVE 'PREVIOUSLY NOTIFIED' TO W-CASE-NOTE
           END-IF

           IF W-WINDOW-ENTRY-COUNT >= W-WINDOW-ENTRY-MAX
              ADD 1 TO W-WINDOW-OVERFLOWS
              GO TO END-OF-SECTION
           END-IF
           ADD 1 TO W-WINDOW-ENTRY-COUNT
           MOVE RO-EMPLOYEE-ID TO
                W-WINDOW-EMPLOYEE-ID (W-WINDOW-ENTRY-COUNT)
           MOVE RO-PLAN-CODE TO
                W-WINDOW-PLAN-CODE (W-WINDOW-ENTRY-COUNT)
           MOVE RO-BIRTH-DATE TO
                W-WINDOW-BIRTH-DATE (W-WINDOW-ENTRY-COUNT)
           MOVE W-REQUIRED-DATE TO
                W-WINDOW-REQUIRED-DATE (W-WINDOW-ENTRY-COUNT)
           MOVE W-MONTHS-COUNT TO
                W-WINDOW-MONTHS-TO-GO (W-WINDOW-ENTRY-COUNT)
           MOVE W-CASE-NOTE TO
                W-WINDOW-CASE-NOTE (W-WINDOW-ENTRY-COUNT)
           .
       END-OF-SECTION.
           EXIT.
      *
       B240-CHECK-NOTIFY-HISTORY SECTION.
           MOVE 'N' TO W-CASE-IS-NEW-SW
           MOVE RO-EMPLOYEE-ID TO NH-EMPLOYEE-ID
           MOVE 'R'            TO NH-EVENT-TYPE
           READ NOTIFICATION-HISTORY-FILE
               INVALID KEY
                   MOVE 'Y' TO W-CASE-IS-NEW-SW
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B250-OPEN-OUTREACH-CASE - WORKLIST RECORD, LETTER LINE
      *    (WHEN A DELIVERABLE ADDRESS EXISTS) AND THE COMPLIANCE
      *    HISTORY RECORD.  A MISSING ADDRESS STILL OPENS THE CASE -
      *    THE WORKLIST TELLS HR TO CHASE THE ADDRESS BY HAND.
      *----------------------------------------------------------------
       B250-OPEN-OUTREACH-CASE SECTION.
           ADD 1 TO W-CASES-OPENED

           MOVE SPACES          TO WORKLIST-RECORD
           MOVE RO-EMPLOYEE-ID   TO WK-EMPLOYEE-ID
           MOVE 'R'              TO WK-EVENT-TYPE
           MOVE W-REQUIRED-DATE  TO WK-EVENT-DATE
           MOVE RO-PLAN-CODE     TO WK-PLAN-CODE
           MOVE W-RUN-DATE       TO WK-NOTIFY-DATE
           MOVE W-AS-OF-DATE     TO WK-AS-OF-DATE
           WRITE WORKLIST-RECORD

           PERFORM B260-WRITE-LETTER-LINE

           MOVE SPACES          TO NOTIFICATION-HISTORY-RECORD
           MOVE RO-EMPLOYEE-ID   TO NH-EMPLOYEE-ID
           MOVE 'R'              TO NH-EVENT-TYPE
           MOVE W-REQUIRED-DATE  TO NH-EVENT-DATE
           MOVE W-RUN-DATE       TO NH-NOTIFY-DATE
           WRITE NOTIFICATION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'EBUD25 HISTORY WRITE FAILED - '
                           NH-EMPLOYEE-ID ' ' NH-EVENT-TYPE
           END-WRITE
           .
       END-OF-SECTION.
           EXIT.
      *
       B260-WRITE-LETTER-LINE SECTION.
           MOVE 'N' TO W-NAME-FOUND-SW
           MOVE RO-EMPLOYEE-ID TO NA-EMPLOYEE-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO W-NAMES-NOT-FOUND
                   DISPLAY 'EBUD25 NO NAME/ADDRESS FOR - '
                           RO-EMPLOYEE-ID
               NOT INVALID KEY
                   MOVE 'Y' TO W-NAME-FOUND-SW
           END-READ
           IF NOT W-NAME-FOUND
              GO TO END-OF-SECTION
           END-IF

           MOVE SPACES           TO LETTER-RECORD
           MOVE RO-EMPLOYEE-ID    TO LT-EMPLOYEE-ID
           MOVE NA-EMPLOYEE-NAME  TO LT-EMPLOYEE-NAME
           MOVE NA-ADDRESS-LINE-1 TO LT-ADDRESS-LINE-1
           MOVE NA-ADDRESS-LINE-2 TO LT-ADDRESS-LINE-2
           MOVE NA-CITY           TO LT-CITY
           MOVE NA-STATE          TO LT-STATE
           MOVE NA-ZIP-CODE       TO LT-ZIP-CODE
           MOVE 'REQUIRED BEGINNING DATE' TO LT-EVENT-CAPTION
           MOVE W-REQUIRED-DATE   TO LT-EVENT-DATE
           MOVE RO-PLAN-CODE      TO LT-PLAN-CODE
           WRITE LETTER-RECORD
           ADD 1 TO W-LETTERS-WRITTEN
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-PRINT-PAST-DUE-SECTION - SECTION 1.
      *----------------------------------------------------------------
       B300-PRINT-PAST-DUE-SECTION SECTION.
           MOVE 'SECTION 1 - PAST THE REQUIRED BEGINNING DATE'
             TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           MOVE W-PAST-DUE-HEADING TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 1 TO W-PAST-DUE-IDX
           PERFORM B310-PRINT-PAST-DUE-LINE
               UNTIL W-PAST-DUE-IDX > W-PAST-DUE-ENTRY-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
       B310-PRINT-PAST-DUE-LINE SECTION.
           MOVE SPACES TO W-PAST-DUE-DETAIL-LINE
           MOVE W-PAST-EMPLOYEE-ID (W-PAST-DUE-IDX) TO PD-EMPLOYEE-ID
           MOVE W-PAST-PLAN-CODE (W-PAST-DUE-IDX)   TO PD-PLAN-CODE
           MOVE W-PAST-BIRTH-DATE (W-PAST-DUE-IDX)  TO PD-BIRTH-DATE
           MOVE W-PAST-REQUIRED-DATE (W-PAST-DUE-IDX)
             TO PD-REQUIRED-DATE
           MOVE W-PAST-MONTHS-MISSED (W-PAST-DUE-IDX)
             TO PD-MONTHS-MISSED
           IF W-PAST-NOTIFY-DATE (W-PAST-DUE-IDX) = 0
              MOVE 'NOT NOTIFIED' TO PD-NOTIFY-DATE
           ELSE
              MOVE W-PAST-NOTIFY-DATE (W-PAST-DUE-IDX)
                TO PD-NOTIFY-DATE
           END-IF
           MOVE W-PAST-DUE-DETAIL-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           ADD 1 TO W-PAST-DUE-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B400-PRINT-WINDOW-SECTION - SECTION 2.
      *----------------------------------------------------------------
       B400-PRINT-WINDOW-SECTION SECTION.
           MOVE 'SECTION 2 - APPROACHING WITHIN THE LEAD WINDOW'
             TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           MOVE W-WINDOW-HEADING TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 1 TO W-WINDOW-IDX
           PERFORM B410-PRINT-WINDOW-LINE
               UNTIL W-WINDOW-IDX > W-WINDOW-ENTRY-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
       B410-PRINT-WINDOW-LINE SECTION.
           MOVE SPACES TO W-WINDOW-DETAIL-LINE
           MOVE W-WINDOW-EMPLOYEE-ID (W-WINDOW-IDX)  TO WD-EMPLOYEE-ID
           MOVE W-WINDOW-PLAN-CODE (W-WINDOW-IDX)    TO WD-PLAN-CODE
           MOVE W-WINDOW-BIRTH-DATE (W-WINDOW-IDX)   TO WD-BIRTH-DATE
           MOVE W-WINDOW-REQUIRED-DATE (W-WINDOW-IDX)
             TO WD-REQUIRED-DATE
           MOVE W-WINDOW-MONTHS-TO-GO (W-WINDOW-IDX)
             TO WD-MONTHS-TO-GO
           MOVE W-WINDOW-CASE-NOTE (W-WINDOW-IDX)    TO WD-CASE-NOTE
           MOVE W-WINDOW-DETAIL-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           ADD 1 TO W-WINDOW-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-PRINT-TOTALS - SECTION 3.
      *----------------------------------------------------------------
       B500-PRINT-TOTALS SECTION.
           MOVE 'SECTION 3 - TOTALS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE

           MOVE 'DETAILS READ                            - '
             TO TL-CAPTION
           MOVE W-DETAILS-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'TERM-VESTED WITH A REQUIRED DATE        - '
             TO TL-CAPTION
           MOVE W-DATES-CARRIED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'PAST THE REQUIRED BEGINNING DATE        - '
             TO TL-CAPTION
           MOVE W-PAST-DUE-MEMBERS TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'TOTAL MONTHLY DISTRIBUTIONS MISSED      - '
             TO TL-CAPTION
           MOVE W-MONTHS-MISSED-TOTAL TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'APPROACHING WITHIN THE LEAD WINDOW      - '
             TO TL-CAPTION
           MOVE W-DATES-IN-WINDOW TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'OUTREACH CASES OPENED THIS RUN          - '
             TO TL-CAPTION
           MOVE W-CASES-OPENED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'PREVIOUSLY NOTIFIED                     - '
             TO TL-CAPTION
           MOVE W-ALREADY-NOTIFIED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'LETTERS WRITTEN                         - '
             TO TL-CAPTION
           MOVE W-LETTERS-WRITTEN TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'CASES WITH NO NAME/ADDRESS              - '
             TO TL-CAPTION
           MOVE W-NAMES-NOT-FOUND TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           IF W-DATES-UNUSABLE > 0
              MOVE 'REQUIRED DATES NOT USABLE               - '
                TO TL-CAPTION
              MOVE W-DATES-UNUSABLE TO TL-VALUE
              PERFORM C110-WRITE-TOTAL-LINE
           END-IF

           IF W-PAST-DUE-OVERFLOWS > 0 OR W-WINDOW-OVERFLOWS > 0
              MOVE 'MEMBERS NOT LISTED - TABLE FULL         - '
                TO TL-CAPTION
              COMPUTE TL-VALUE =
                      W-PAST-DUE-OVERFLOWS + W-WINDOW-OVERFLOWS
              PERFORM C110-WRITE-TOTAL-LINE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-WRITE-REPORT-LINE SECTION.
           IF W-LINE-COUNT >= W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
           END-IF
           WRITE REQUIRED-BEGIN-REPORT-LINE FROM W-PRINT-LINE
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
           MOVE W-RUN-DATE     TO PH-RUN-DATE
           MOVE W-AS-OF-DATE   TO PH-AS-OF-DATE
           MOVE W-PAGE-COUNT   TO PH-PAGE-NUMBER
           WRITE REQUIRED-BEGIN-REPORT-LINE FROM W-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE W-SECTION-TITLE TO PH-SECTION-TITLE
           WRITE REQUIRED-BEGIN-REPORT-LINE FROM W-PAGE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REQUIRED-BEGIN-REPORT-LINE
           WRITE REQUIRED-BEGIN-REPORT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 3 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD25 DETAILS READ         - ' W-DETAILS-READ
           DISPLAY 'EBUD25 REQUIRED DATES       - ' W-DATES-CARRIED
           DISPLAY 'EBUD25 PAST REQUIRED DATE   - '
                   W-PAST-DUE-MEMBERS
           DISPLAY 'EBUD25 IN LEAD WINDOW       - ' W-DATES-IN-WINDOW
           DISPLAY 'EBUD25 CASES OPENED         - ' W-CASES-OPENED
           DISPLAY 'EBUD25 ALREADY NOTIFIED     - '
                   W-ALREADY-NOTIFIED
           DISPLAY 'EBUD25 LETTERS WRITTEN      - '
                   W-LETTERS-WRITTEN
           DISPLAY 'EBUD25 NAMES NOT FOUND      - '
                   W-NAMES-NOT-FOUND
           IF W-PAST-DUE-OVERFLOWS > 0 OR W-WINDOW-OVERFLOWS > 0
              DISPLAY 'EBUD25 MEMBERS NOT LISTED   - '
                      W-PAST-DUE-OVERFLOWS ' / ' W-WINDOW-OVERFLOWS
           END-IF
           CLOSE RETIREMENT-OUTPUT-FILE
           CLOSE NOTIFICATION-HISTORY-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE WORKLIST-FILE
           CLOSE LETTER-FILE
           CLOSE REQUIRED-BEGIN-REPORT-FILE
           PERFORM C950-RECORD-STEP-END
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C950-RECORD-STEP-END - THE RBD STEP STARTED IN B050 TO
      *    COMPLETE ON EBUD32.
      *----------------------------------------------------------------
       C950-RECORD-STEP-END SECTION.
           MOVE 'C' TO GT-REQUEST-FUNCTION
           CALL W-GATE-PROGRAM USING W-GATE-AREA
           DISPLAY 'EBUD25 GATE - ' GT-MESSAGE
           IF NOT GT-GATE-PASSED
              MOVE GT-RETC TO RETURN-CODE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
