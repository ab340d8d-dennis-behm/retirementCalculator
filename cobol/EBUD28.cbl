       ID DIVISION.
       PROGRAM-ID. EBUD28.
      *    DOMESTIC RELATIONS ORDERS - QUARTERLY LEGAL REPORT.
      *
      *    THE LEGAL DEPARTMENT REVIEWS EVERY MEMBER WHOSE PENSION IS
      *    DIVIDED BY A COURT ORDER ONCE A QUARTER.  THIS RUN READS
      *    THE ALTERNATE-PAYEE FILE (RETIRQDR, SEE LQDRO, MAINTAINED
      *    BY EBUD27) FROM FRONT TO BACK IN EMPLOYEE-ID ORDER AND:
      *      SECTION 1 - LISTS EVERY ORDER ON FILE AT THE QUARTER END,
      *                  PENDING AND QUALIFIED, WITH THE MEMBER'S NAME
      *                  FROM EMPNAMAD, THE ALTERNATE PAYEE, THE SPLIT
      *                  AND THE ORDER DATES.  AN ORDER RECEIVED IN
      *                  THE QUARTER IS MARKED 'NEW'; ONE RECEIVED
      *                  EARLIER BUT CHANGED IN THE QUARTER IS MARKED
      *                  'UPDATED'.
      *      SECTION 2 - TOTALS.
      *
      *    THE QUARTER COMES FROM THE OPTIONAL RETIRQDP CONTROL CARD
      *    (THE QUARTER-END DATE, CCYYMMDD) SO A PAST QUARTER CAN BE
      *    RE-RUN; WITH NO CARD IT IS THE LAST QUARTER COMPLETED
      *    BEFORE THE RUN DATE.  THE QUARTER STARTS ON THE FIRST OF
      *    THE MONTH TWO MONTHS BEFORE THE QUARTER-END MONTH.  AN
      *    ORDER RECEIVED AFTER THE QUARTER END IS LEFT FOR THE NEXT
      *    QUARTER'S REPORT.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - QUARTERLY DOMESTIC RELATIONS
      *                     ORDER REPORT FOR THE LEGAL DEPARTMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALTERNATE-PAYEE-FILE    ASSIGN TO RETIRQDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QD-EMPLOYEE-ID.
           SELECT OPTIONAL QUARTER-CONTROL-FILE
                                          ASSIGN TO RETIRQDP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-ADDRESS-FILE       ASSIGN TO EMPNAMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NA-EMPLOYEE-ID.
           SELECT QDRO-REPORT-FILE        ASSIGN TO RETIRQRP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ALTERNATE-PAYEE-FILE
           RECORDING MODE IS F.
       01  ALTERNATE-PAYEE-RECORD.
           COPY LQDRO.
      *
      *    QUARTER CONTROL - OPTIONAL ONE-RECORD FILE.  A NUMERIC
      *    NON-ZERO QUARTER-END DATE OVERRIDES THE DEFAULT QUARTER.
       FD  QUARTER-CONTROL-FILE
           RECORDING MODE IS F.
       01  QUARTER-CONTROL-RECORD.
           05  QC-QUARTER-END-DATE          PIC 9(08).
           05  FILLER                       PIC X(72).
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
       FD  QDRO-REPORT-FILE
           RECORDING MODE IS F.
       01  QDRO-REPORT-LINE                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-SWITCHES.
           05  W-ORDER-FILE-EOF-SW          PIC X(01)  VALUE 'N'.
               88  W-ORDER-FILE-EOF             VALUE 'Y'.
      *
       01  W-QDRO-COUNTS.
           05  W-ORDERS-READ                PIC 9(09)  COMP VALUE 0.
           05  W-ORDERS-LISTED              PIC 9(09)  COMP VALUE 0.
           05  W-ORDERS-QUALIFIED           PIC 9(09)  COMP VALUE 0.
           05  W-ORDERS-PENDING             PIC 9(09)  COMP VALUE 0.
           05  W-SPLITS-BY-PERCENT          PIC 9(09)  COMP VALUE 0.
           05  W-SPLITS-BY-AMOUNT           PIC 9(09)  COMP VALUE 0.
           05  W-ORDERS-NEW                 PIC 9(09)  COMP VALUE 0.
           05  W-ORDERS-UPDATED             PIC 9(09)  COMP VALUE 0.
           05  W-ORDERS-AFTER-QUARTER       PIC 9(09)  COMP VALUE 0.
           05  W-NAMES-NOT-FOUND            PIC 9(09)  COMP VALUE 0.
      *
       01  W-REPORT-CONTROL.
           05  W-RUN-DATE                   PIC 9(08).
           05  W-LINE-COUNT                 PIC 9(04)  COMP VALUE 99.
           05  W-PAGE-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-LINES-PER-PAGE             PIC 9(04)  COMP VALUE 55.
           05  W-SECTION-TITLE              PIC X(60)  VALUE SPACES.
      *
      *    THE QUARTER AS CCYYMMDD - THE END FROM THE CARD OR THE RUN
      *    DATE, THE START WORKED BACK TWO MONTHS FROM THE END MONTH.
       01  W-QUARTER-WA.
           05  W-QUARTER-END-DATE           PIC 9(08).
           05  W-QUARTER-END-PARTS REDEFINES W-QUARTER-END-DATE.
               10  W-END-CCYY               PIC 9(04).
               10  W-END-MM                 PIC 9(02).
               10  W-END-DD                 PIC 9(02).
           05  W-QUARTER-START-DATE         PIC 9(08).
           05  W-QUARTER-START-PARTS REDEFINES W-QUARTER-START-DATE.
               10  W-START-CCYY             PIC 9(04).
               10  W-START-MM               PIC 9(02).
               10  W-START-DD               PIC 9(02).
           05  W-RUN-DATE-PARTS.
               10  W-RUN-CCYY               PIC 9(04).
               10  W-RUN-MM                 PIC 9(02).
               10  W-RUN-DD                 PIC 9(02).
           05  W-TOTAL-MONTHS               PIC 9(09)  COMP.
           05  W-START-CCYY-WORK            PIC 9(04).
           05  W-QTR-NUMBER                 PIC 9(01).
      *
       01  W-PAGE-HEADING-1.
           05  FILLER                       PIC X(08)
                                            VALUE 'EBUD28  '.
           05  FILLER                       PIC X(42)  VALUE
               'DOMESTIC RELATIONS ORDERS - QUARTERLY     '.
           05  FILLER                       PIC X(11)
                                            VALUE 'RUN DATE - '.
           05  PH-RUN-DATE                  PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(10)
                                            VALUE 'QUARTER - '.
           05  PH-QUARTER-START-DATE        PIC 9(08).
           05  FILLER                       PIC X(04)  VALUE ' TO '.
           05  PH-QUARTER-END-DATE          PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(07)
                                            VALUE 'PAGE - '.
           05  PH-PAGE-NUMBER               PIC ZZZ9.
           05  FILLER                       PIC X(16)  VALUE SPACES.
      *
       01  W-PAGE-HEADING-2.
           05  PH-SECTION-TITLE             PIC X(60).
           05  FILLER                       PIC X(72)  VALUE SPACES.
      *
       01  W-ORDER-HEADING.
           05  FILLER                       PIC X(11)
                                            VALUE 'EMPLOYEE-ID'.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  FILLER                       PIC X(22)
                                            VALUE 'MEMBER NAME'.
           05  FILLER                       PIC X(13)
                                            VALUE 'ORDER NUMBER'.
           05  FILLER                       PIC X(10)
                                            VALUE 'STATUS'.
           05  FILLER                       PIC X(25)
                                            VALUE 'ALTERNATE PAYEE'.
           05  FILLER                       PIC X(09)
                                            VALUE 'PAYEE DOB'.
           05  FILLER                       PIC X(14)
                                            VALUE '    SPLIT'.
           05  FILLER                       PIC X(09)
                                            VALUE 'PAY FROM'.
           05  FILLER                       PIC X(09)
                                            VALUE 'RECEIVED'.
           05  FILLER                       PIC X(09)
                                            VALUE 'NOTE'.
      *
       01  W-ORDER-DETAIL-LINE.
           05  OL-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  OL-MEMBER-NAME               PIC X(22).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-ORDER-NUMBER              PIC X(12).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-ORDER-STATUS              PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-PAYEE-NAME                PIC X(24).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-PAYEE-BIRTH-DATE          PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-SPLIT                     PIC X(13).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-EARLIEST-PAY-DATE         PIC X(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-RECEIVED-DATE             PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  OL-NOTE                      PIC X(08).
      *
      *    THE SPLIT COLUMN - A PERCENTAGE PRINTS WITH 'PCT' AFTER IT,
      *    A FIXED MONTHLY AMOUNT AS DOLLARS.
       01  W-SPLIT-PERCENT-TEXT.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  SP-SPLIT-PERCENT             PIC ZZ9.99.
           05  FILLER                       PIC X(04)  VALUE ' PCT'.
       01  W-SPLIT-AMOUNT-TEXT.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  SA-SPLIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
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
           PERFORM B200-LIST-ORDERS
               UNTIL W-ORDER-FILE-EOF
           PERFORM B500-PRINT-TOTALS
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - SET THE QUARTER, OPEN FILES, START THE
      *    ORDER LISTING AND PRIME THE READ.
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO W-QUARTER-END-DATE

           OPEN INPUT QUARTER-CONTROL-FILE
           READ QUARTER-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF QC-QUARTER-END-DATE IS NUMERIC
                          AND QC-QUARTER-END-DATE NOT = 0
                      MOVE QC-QUARTER-END-DATE TO W-QUARTER-END-DATE
                   END-IF
           END-READ
           CLOSE QUARTER-CONTROL-FILE
           PERFORM B110-BUILD-QUARTER
           DISPLAY 'EBUD28 QUARTER              - '
                   W-QUARTER-START-DATE ' TO ' W-QUARTER-END-DATE

           OPEN INPUT  ALTERNATE-PAYEE-FILE
           OPEN INPUT  NAME-ADDRESS-FILE
           OPEN OUTPUT QDRO-REPORT-FILE

           MOVE 'SECTION 1 - DOMESTIC RELATIONS ORDERS ON FILE'
             TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           PERFORM C210-WRITE-ORDER-HEADING

           PERFORM B120-READ-ORDER-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B110-BUILD-QUARTER - WITH NO CARD THE QUARTER END IS THE
      *    LAST MARCH 31, JUNE 30, SEPTEMBER 30 OR DECEMBER 31 BEFORE
      *    THE RUN DATE'S OWN QUARTER.  THE START IS THE FIRST OF THE
      *    MONTH TWO MONTHS BEFORE THE END MONTH.
      *----------------------------------------------------------------
       B110-BUILD-QUARTER SECTION.
           IF W-QUARTER-END-DATE = 0
              MOVE W-RUN-DATE TO W-RUN-DATE-PARTS
              MOVE W-RUN-CCYY TO W-END-CCYY
              COMPUTE W-QTR-NUMBER = (W-RUN-MM - 1) / 3
              COMPUTE W-END-MM = W-QTR-NUMBER * 3
              IF W-END-MM = 0
                 SUBTRACT 1 FROM W-END-CCYY
                 MOVE 12 TO W-END-MM
              END-IF
              IF W-END-MM = 3 OR W-END-MM = 12
                 MOVE 31 TO W-END-DD
              ELSE
                 MOVE 30 TO W-END-DD
              END-IF
           END-IF

           COMPUTE W-TOTAL-MONTHS =
                   (W-END-CCYY * 12) + (W-END-MM - 1) - 2
           COMPUTE W-START-CCYY-WORK = W-TOTAL-MONTHS / 12
           MOVE W-START-CCYY-WORK TO W-START-CCYY
           COMPUTE W-START-MM =
                   W-TOTAL-MONTHS - (W-START-CCYY-WORK * 12) + 1
           MOVE 1 TO W-START-DD
           .
       END-OF-SECTION.
           EXIT.
      *
       B120-READ-ORDER-RECORD SECTION.
           READ ALTERNATE-PAYEE-FILE
               AT END
                   MOVE 'Y' TO W-ORDER-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-ORDERS-READ
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-LIST-ORDERS - ONE LINE PER ORDER ON FILE AT THE
      *    QUARTER END.
      *----------------------------------------------------------------
       B200-LIST-ORDERS SECTION.
           IF QD-ORDER-RECEIVED-DATE > W-QUARTER-END-DATE
              ADD 1 TO W-ORDERS-AFTER-QUARTER
              GO TO B200-READ-NEXT
           END-IF
           ADD 1 TO W-ORDERS-LISTED

           MOVE SPACES               TO W-ORDER-DETAIL-LINE
           MOVE QD-EMPLOYEE-ID        TO OL-EMPLOYEE-ID
           PERFORM B210-LOOKUP-MEMBER-NAME
           MOVE QD-ORDER-NUMBER       TO OL-ORDER-NUMBER
           IF QD-ORDER-QUALIFIED
              ADD 1 TO W-ORDERS-QUALIFIED
              MOVE 'QUALIFIED'        TO OL-ORDER-STATUS
           ELSE
              ADD 1 TO W-ORDERS-PENDING
              MOVE 'PENDING'          TO OL-ORDER-STATUS
           END-IF
           MOVE QD-PAYEE-NAME         TO OL-PAYEE-NAME
           MOVE QD-PAYEE-BIRTH-DATE   TO OL-PAYEE-BIRTH-DATE

           IF QD-SPLIT-BY-PERCENT
              ADD 1 TO W-SPLITS-BY-PERCENT
              MOVE QD-SPLIT-PERCENT   TO SP-SPLIT-PERCENT
              MOVE W-SPLIT-PERCENT-TEXT TO OL-SPLIT
           ELSE
              ADD 1 TO W-SPLITS-BY-AMOUNT
              MOVE QD-SPLIT-AMOUNT    TO SA-SPLIT-AMOUNT
              MOVE W-SPLIT-AMOUNT-TEXT TO OL-SPLIT
           END-IF

           IF QD-EARLIEST-PAY-DATE = 0
              MOVE 'NONE'             TO OL-EARLIEST-PAY-DATE
           ELSE
              MOVE QD-EARLIEST-PAY-DATE TO OL-EARLIEST-PAY-DATE
           END-IF
           MOVE QD-ORDER-RECEIVED-DATE TO OL-RECEIVED-DATE

           EVALUATE TRUE
              WHEN QD-ORDER-RECEIVED-DATE NOT < W-QUARTER-START-DATE
                 ADD 1 TO W-ORDERS-NEW
                 MOVE 'NEW'           TO OL-NOTE
              WHEN QD-LAST-UPDATE-DATE NOT < W-QUARTER-START-DATE
                     AND QD-LAST-UPDATE-DATE NOT > W-QUARTER-END-DATE
                 ADD 1 TO W-ORDERS-UPDATED
                 MOVE 'UPDATED'       TO OL-NOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE W-ORDER-DETAIL-LINE   TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       B200-READ-NEXT.
           PERFORM B120-READ-ORDER-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B210-LOOKUP-MEMBER-NAME SECTION.
           MOVE QD-EMPLOYEE-ID TO NA-EMPLOYEE-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO W-NAMES-NOT-FOUND
                   MOVE 'NAME NOT ON FILE' TO OL-MEMBER-NAME
               NOT INVALID KEY
                   MOVE NA-EMPLOYEE-NAME   TO OL-MEMBER-NAME
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-PRINT-TOTALS - SECTION 2.
      *----------------------------------------------------------------
       B500-PRINT-TOTALS SECTION.
           MOVE 'SECTION 2 - TOTALS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE

           MOVE 'ORDERS ON FILE AT THE QUARTER END       - '
             TO TL-CAPTION
           MOVE W-ORDERS-LISTED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'QUALIFIED - BENEFIT SPLIT               - '
             TO TL-CAPTION
           MOVE W-ORDERS-QUALIFIED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'PENDING LEGAL REVIEW                    - '
             TO TL-CAPTION
           MOVE W-ORDERS-PENDING TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'SPLIT BY PERCENTAGE                     - '
             TO TL-CAPTION
           MOVE W-SPLITS-BY-PERCENT TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'SPLIT BY FIXED MONTHLY AMOUNT           - '
             TO TL-CAPTION
           MOVE W-SPLITS-BY-AMOUNT TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'RECEIVED THIS QUARTER                   - '
             TO TL-CAPTION
           MOVE W-ORDERS-NEW TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'UPDATED THIS QUARTER                    - '
             TO TL-CAPTION
           MOVE W-ORDERS-UPDATED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'MEMBERS WITH NO NAME/ADDRESS            - '
             TO TL-CAPTION
           MOVE W-NAMES-NOT-FOUND TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           IF W-ORDERS-AFTER-QUARTER > 0
              MOVE 'RECEIVED AFTER THE QUARTER - NOT LISTED - '
                TO TL-CAPTION
              MOVE W-ORDERS-AFTER-QUARTER TO TL-VALUE
              PERFORM C110-WRITE-TOTAL-LINE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-WRITE-REPORT-LINE SECTION.
           IF W-LINE-COUNT >= W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
              PERFORM C210-WRITE-ORDER-HEADING
           END-IF
           WRITE QDRO-REPORT-LINE FROM W-PRINT-LINE
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
           MOVE W-RUN-DATE           TO PH-RUN-DATE
           MOVE W-QUARTER-START-DATE TO PH-QUARTER-START-DATE
           MOVE W-QUARTER-END-DATE   TO PH-QUARTER-END-DATE
           MOVE W-PAGE-COUNT         TO PH-PAGE-NUMBER
           WRITE QDRO-REPORT-LINE FROM W-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE W-SECTION-TITLE TO PH-SECTION-TITLE
           WRITE QDRO-REPORT-LINE FROM W-PAGE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO QDRO-REPORT-LINE
           WRITE QDRO-REPORT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 3 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
      *    THE COLUMN HEADINGS REPEAT ON EVERY PAGE OF SECTION 1 ONLY -
      *    THE TOTALS PAGE IS STARTED AFTER THE LAST ORDER IS LISTED.
       C210-WRITE-ORDER-HEADING SECTION.
           IF W-ORDER-FILE-EOF
              GO TO END-OF-SECTION
           END-IF
           WRITE QDRO-REPORT-LINE FROM W-ORDER-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO QDRO-REPORT-LINE
           WRITE QDRO-REPORT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD28 ORDERS READ          - ' W-ORDERS-READ
           DISPLAY 'EBUD28 ORDERS LISTED        - ' W-ORDERS-LISTED
           DISPLAY 'EBUD28 QUALIFIED            - ' W-ORDERS-QUALIFIED
           DISPLAY 'EBUD28 PENDING              - ' W-ORDERS-PENDING
           DISPLAY 'EBUD28 NEW THIS QUARTER     - ' W-ORDERS-NEW
           DISPLAY 'EBUD28 UPDATED THIS QUARTER - ' W-ORDERS-UPDATED
           DISPLAY 'EBUD28 NAMES NOT FOUND      - '
                   W-NAMES-NOT-FOUND
           CLOSE ALTERNATE-PAYEE-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE QDRO-REPORT-FILE
           .
       END-OF-SECTION.
           EXIT.
