      *
      *    MODIFICATION HISTORY
      *    2026-09-02  DLB  NEW PROGRAM - HR PAYROLL EXTRACT LOAD.
      *    2026-10-15  DLB  ADD THE 'H' SERVICE-SPAN TRANSACTION, WHICH
      *                     LOADS THE KEYED SERVICE-HISTORY FILE
      *                     (SVCHIST, LSVCHIST) EBUD01 NOW CREDITS
      *                     SERVICE FROM.  A SPAN IS EDITED FOR REAL
      *                     CALENDAR DATES, END NOT BEFORE START, A
      *                     KNOWN SPAN TYPE, AN EMPLOYEE ON THE
      *                     MASTER AND NO OVERLAP WITH THE MEMBER'S
      *                     OTHER SPANS; A SPAN RESENT WITH THE SAME
      *                     START DATE REPLACES THE ONE ON FILE (HR
      *                     CLOSING AN OPEN SPAN).  REJECTS GO TO THE
      *                     EXISTING REJECT REPORT.
      *    2026-10-15  DLB  ADD THE 'Y' PAY-YEAR TRANSACTION, WHICH
      *                     LOADS ONE YEAR OF PENSIONABLE PAY ONTO THE
      *                     KEYED SALARY-HISTORY FILE (SALHIST,
      *                     LSALHIST) THE EBUD23 BENEFIT-BASE BUILD
      *                     READS.  A YEAR RESENT REPLACES THE ONE ON
      *                     FILE; THE YEAR MUST NOT BE IN THE FUTURE
      *                     AND THE EMPLOYEE MUST BE ON THE MASTER.
      *    2026-10-15  DLB  PAYROLL EXTRACT LAYOUT MOVED TO COPYBOOK
      *                     LPAYEXT - THE EBUD24 RETIREMENT-APPLICATION
      *                     RUN NOW WRITES STATUS FLIPS FOR THIS LOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE      ASSIGN TO RETIRMRJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERVICE-HISTORY-FILE    ASSIGN TO SVCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SPAN-KEY.
           SELECT SALARY-HISTORY-FILE     ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SY-SALARY-KEY.

       DATA DIVISION.
       FILE SECTION.
      *
      *    PAYROLL EXTRACT - SEE LPAYEXT FOR THE TRANSACTION CODES.
       FD  PAYROLL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PAYROLL-EXTRACT-RECORD.
           COPY LPAYEXT.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F.
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  CA-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  CA-MASTER-IMAGE.
               10  CA-BIRTH-DATE            PIC 9(08).
               10  FILLER                   PIC X(01)  VALUE SPACE.
               10  CA-PLAN-CODE             PIC X(05).
               10  FILLER                   PIC X(01)  VALUE SPACE.
               10  CA-EMPLOYMENT-STATUS     PIC X(01).
               10  FILLER                   PIC X(01)  VALUE SPACE.
               10  CA-HIRE-DATE             PIC 9(08).
               10  FILLER                   PIC X(01)  VALUE SPACE.
               10  CA-SPOUSE-BIRTH-DATE     PIC 9(08).
      *    A SERVICE-SPAN IMAGE ('H') REPORTS THE SPAN INSTEAD, AND A
      *    PAY-YEAR IMAGE ('Y') THE YEAR AND ITS PAY.
           05  CA-SPAN-IMAGE REDEFINES CA-MASTER-IMAGE.
               10  CA-SPAN-START-DATE       PIC 9(08).
               10  FILLER                   PIC X(01).
               10  CA-SPAN-END-DATE         PIC 9(08).
               10  FILLER                   PIC X(01).
               10  CA-SPAN-TYPE             PIC X(01).
               10  FILLER                   PIC X(15).
           05  CA-SALARY-IMAGE REDEFINES CA-MASTER-IMAGE.
               10  CA-PAY-YEAR              PIC 9(04).
               10  FILLER                   PIC X(01).
               10  CA-PENSIONABLE-PAY       PIC 9(07)V99.
               10  FILLER                   PIC X(20).
           05  FILLER                       PIC X(26).
      *
       FD  REJECT-REPORT-FILE
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RJ-REASON                    PIC X(40).
           05  FILLER                       PIC X(27).
      *
       FD  SERVICE-HISTORY-FILE
           RECORDING MODE IS F.
       01  SERVICE-HISTORY-RECORD.
           COPY LSVCHIST.
      *
       FD  SALARY-HISTORY-FILE
           RECORDING MODE IS F.
       01  SALARY-HISTORY-RECORD.
           COPY LSALHIST.
      *
       WORKING-STORAGE SECTION.
      *
               88  W-RECORD-VALID               VALUE 'Y'.
           05  W-DATE-VALID-SW              PIC X(01).
               88  W-DATE-VALID                 VALUE 'Y'.
           05  W-SPAN-BROWSE-END-SW         PIC X(01).
               88  W-SPAN-BROWSE-END            VALUE 'Y'.
           05  W-SPAN-OVERLAP-SW            PIC X(01).
               88  W-SPAN-OVERLAP               VALUE 'Y'.
      *
       01  W-REJECT-REASON                  PIC X(40).
       01  W-RUN-DATE                       PIC 9(08).
       01  W-RUN-DATE-PARTS REDEFINES W-RUN-DATE.
           05  W-RUN-CCYY                   PIC 9(04).
           05  FILLER                       PIC 9(04).
      *
      *    OVERLAP TEST WORK FIELDS - AN OPEN SPAN (ZERO END DATE)
      *    IS TREATED AS RUNNING TO THE END OF TIME.
       01  W-SPAN-OVERLAP-WA.
           05  W-NEW-SPAN-END-DATE          PIC 9(08).
           05  W-FILE-SPAN-END-DATE         PIC 9(08).
      *
       01  W-EXTRACT-COUNTS.
           05  W-EXTRACTS-READ              PIC 9(09)  COMP VALUE 0.
           05  W-ADDS-APPLIED               PIC 9(09)  COMP VALUE 0.
           05  W-CHANGES-APPLIED            PIC 9(09)  COMP VALUE 0.
           05  W-STATUS-FLIPS-APPLIED       PIC 9(09)  COMP VALUE 0.
           05  W-SPANS-APPLIED              PIC 9(09)  COMP VALUE 0.
           05  W-SALARY-YEARS-APPLIED       PIC 9(09)  COMP VALUE 0.
           05  W-EXTRACTS-REJECTED          PIC 9(09)  COMP VALUE 0.
      *
      *    CALENDAR EDIT WORK FIELDS - THE SAME MONTH-LENGTH TABLE
           OPEN I-O    EMPLOYEE-MASTER-FILE
           OPEN OUTPUT CHANGE-AUDIT-FILE
           OPEN OUTPUT REJECT-REPORT-FILE
           OPEN I-O    SERVICE-HISTORY-FILE
           OPEN I-O    SALARY-HISTORY-FILE
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B110-READ-EXTRACT-RECORD
           .
       END-OF-SECTION.
                   PERFORM B220-CHANGE-EMPLOYEE-RECORD
               WHEN PX-STATUS-TRANSACTION
                   PERFORM B230-FLIP-EMPLOYEE-STATUS
               WHEN PX-SPAN-TRANSACTION
                   PERFORM B240-APPLY-SERVICE-SPAN
               WHEN PX-SALARY-TRANSACTION
                   PERFORM B250-APPLY-SALARY-YEAR
           END-EVALUATE
           PERFORM B110-READ-EXTRACT-RECORD
           .
           EXIT.
      *
      *----------------------------------------------------------------
      *    B240-APPLY-SERVICE-SPAN - A NEW START DATE ADDS A SPAN; A
      *    START DATE ALREADY ON FILE FOR THE MEMBER REPLACES THAT
      *    SPAN'S END DATE AND TYPE (HR CLOSING AN OPEN SPAN OR
      *    CORRECTING ITS TYPE).  THE SPAN WAS EDITED IN C120.
      *----------------------------------------------------------------
       B240-APPLY-SERVICE-SPAN SECTION.
           MOVE PX-EMPLOYEE-ID     TO SH-EMPLOYEE-ID
           MOVE PX-SPAN-START-DATE TO SH-SPAN-START-DATE
           READ SERVICE-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES             TO SERVICE-HISTORY-RECORD
                   MOVE PX-EMPLOYEE-ID     TO SH-EMPLOYEE-ID
                   MOVE PX-SPAN-START-DATE TO SH-SPAN-START-DATE
                   MOVE PX-SPAN-END-DATE   TO SH-SPAN-END-DATE
                   MOVE PX-SPAN-TYPE       TO SH-SPAN-TYPE
                   MOVE W-RUN-DATE         TO SH-LAST-UPDATE-DATE
                   WRITE SERVICE-HISTORY-RECORD
                   END-WRITE
                   ADD 1 TO W-SPANS-APPLIED
                   MOVE 'ADD   ' TO CA-IMAGE-TYPE
                   PERFORM B320-WRITE-SPAN-AUDIT-IMAGE
               NOT INVALID KEY
                   MOVE 'BEFORE' TO CA-IMAGE-TYPE
                   PERFORM B320-WRITE-SPAN-AUDIT-IMAGE
                   MOVE PX-SPAN-END-DATE   TO SH-SPAN-END-DATE
                   MOVE PX-SPAN-TYPE       TO SH-SPAN-TYPE
                   MOVE W-RUN-DATE         TO SH-LAST-UPDATE-DATE
                   REWRITE SERVICE-HISTORY-RECORD
                   END-REWRITE
                   ADD 1 TO W-SPANS-APPLIED
                   MOVE 'AFTER ' TO CA-IMAGE-TYPE
                   PERFORM B320-WRITE-SPAN-AUDIT-IMAGE
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B250-APPLY-SALARY-YEAR - A NEW PAY YEAR IS ADDED; A YEAR
      *    ALREADY ON FILE FOR THE MEMBER HAS ITS PAY REPLACED (HR
      *    RESENDING A CORRECTED YEAR).  THE YEAR WAS EDITED IN C140.
      *----------------------------------------------------------------
       B250-APPLY-SALARY-YEAR SECTION.
           MOVE PX-EMPLOYEE-ID     TO SY-EMPLOYEE-ID
           MOVE PX-PAY-YEAR        TO SY-PAY-YEAR
           READ SALARY-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES             TO SALARY-HISTORY-RECORD
                   MOVE PX-EMPLOYEE-ID     TO SY-EMPLOYEE-ID
                   MOVE PX-PAY-YEAR        TO SY-PAY-YEAR
                   MOVE PX-PENSIONABLE-PAY TO SY-PENSIONABLE-PAY
                   MOVE W-RUN-DATE         TO SY-LAST-UPDATE-DATE
                   WRITE SALARY-HISTORY-RECORD
                   END-WRITE
                   ADD 1 TO W-SALARY-YEARS-APPLIED
                   MOVE 'ADD   ' TO CA-IMAGE-TYPE
                   PERFORM B330-WRITE-SALARY-AUDIT-IMAGE
               NOT INVALID KEY
                   MOVE 'BEFORE' TO CA-IMAGE-TYPE
                   PERFORM B330-WRITE-SALARY-AUDIT-IMAGE
                   MOVE PX-PENSIONABLE-PAY TO SY-PENSIONABLE-PAY
                   MOVE W-RUN-DATE         TO SY-LAST-UPDATE-DATE
                   REWRITE SALARY-HISTORY-RECORD
                   END-REWRITE
                   ADD 1 TO W-SALARY-YEARS-APPLIED
                   MOVE 'AFTER ' TO CA-IMAGE-TYPE
                   PERFORM B330-WRITE-SALARY-AUDIT-IMAGE
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-WRITE-AUDIT-IMAGE - THE CALLER SETS CA-IMAGE-TYPE AND
      *    THE MASTER RECORD AREA HOLDS THE IMAGE TO BE REPORTED.
      *----------------------------------------------------------------
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B320-WRITE-SPAN-AUDIT-IMAGE - AS B300, FOR THE SPAN HELD IN
      *    THE SERVICE-HISTORY RECORD AREA.
      *----------------------------------------------------------------
       B320-WRITE-SPAN-AUDIT-IMAGE SECTION.
           MOVE SPACES              TO CA-SPAN-IMAGE
           MOVE PX-TRANSACTION-CODE TO CA-TRANSACTION-CODE
           MOVE SH-EMPLOYEE-ID      TO CA-EMPLOYEE-ID
           MOVE SH-SPAN-START-DATE  TO CA-SPAN-START-DATE
           MOVE SH-SPAN-END-DATE    TO CA-SPAN-END-DATE
           MOVE SH-SPAN-TYPE        TO CA-SPAN-TYPE
           WRITE CHANGE-AUDIT-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B330-WRITE-SALARY-AUDIT-IMAGE - AS B300, FOR THE PAY YEAR
      *    HELD IN THE SALARY-HISTORY RECORD AREA.
      *----------------------------------------------------------------
       B330-WRITE-SALARY-AUDIT-IMAGE SECTION.
           MOVE SPACES              TO CA-SALARY-IMAGE
           MOVE PX-TRANSACTION-CODE TO CA-TRANSACTION-CODE
           MOVE SY-EMPLOYEE-ID      TO CA-EMPLOYEE-ID
           MOVE SY-PAY-YEAR         TO CA-PAY-YEAR
           MOVE SY-PENSIONABLE-PAY  TO CA-PENSIONABLE-PAY
           WRITE CHANGE-AUDIT-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B310-WRITE-REJECT-RECORD SECTION.
           MOVE SPACES              TO REJECT-REPORT-RECORD
           IF NOT PX-ADD-TRANSACTION
                  AND NOT PX-CHANGE-TRANSACTION
                  AND NOT PX-STATUS-TRANSACTION
                  AND NOT PX-SPAN-TRANSACTION
                  AND NOT PX-SALARY-TRANSACTION
              MOVE 'INVALID TRANSACTION CODE' TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF
              GO TO END-OF-SECTION
           END-IF

           IF PX-SPAN-TRANSACTION
              PERFORM C120-VALIDATE-SERVICE-SPAN
              GO TO END-OF-SECTION
           END-IF

           IF PX-SALARY-TRANSACTION
              PERFORM C140-VALIDATE-SALARY-YEAR
              GO TO END-OF-SECTION
           END-IF

           MOVE PX-EMPLOYMENT-STATUS TO EB-EMPLOYMENT-STATUS
           IF NOT EB-STATUS-ACTIVE
                  AND NOT EB-STATUS-TERM-VESTED
           EXIT.
      *
      *----------------------------------------------------------------
      *    C120-VALIDATE-SERVICE-SPAN - A REAL START DATE, AN END DATE
      *    THAT IS ZERO (SPAN STILL OPEN) OR A REAL DATE NOT BEFORE
      *    THE START, A KNOWN SPAN TYPE, A MEMBER ALREADY ON THE
      *    MASTER, AND NO OVERLAP WITH ANY OTHER SPAN ON FILE FOR THE
      *    MEMBER (THE SPAN WITH THE SAME START DATE IS THE ONE BEING
      *    REPLACED, SO IT IS NOT COMPARED).  SETS W-RECORD-VALID-SW
      *    AND W-REJECT-REASON FOR C100.
      *----------------------------------------------------------------
       C120-VALIDATE-SERVICE-SPAN SECTION.
           IF PX-SPAN-START-DATE IS NOT NUMERIC
                  OR PX-SPAN-START-DATE = 0
              MOVE 'SPAN START DATE MISSING OR NOT NUMERIC'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF
           MOVE PX-SPAN-START-DATE TO W-EDIT-DATE
           PERFORM C110-VALIDATE-CALENDAR-DATE
           IF NOT W-DATE-VALID
              MOVE 'INVALID OR IMPOSSIBLE SPAN START DATE'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           IF PX-SPAN-END-DATE IS NOT NUMERIC
              MOVE 'SPAN END DATE NOT NUMERIC' TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF
           IF PX-SPAN-END-DATE NOT = 0
              MOVE PX-SPAN-END-DATE TO W-EDIT-DATE
              PERFORM C110-VALIDATE-CALENDAR-DATE
              IF NOT W-DATE-VALID
                 MOVE 'INVALID OR IMPOSSIBLE SPAN END DATE'
                   TO W-REJECT-REASON
                 GO TO END-OF-SECTION
              END-IF
              IF PX-SPAN-END-DATE < PX-SPAN-START-DATE
                 MOVE 'SPAN END DATE BEFORE START DATE'
                   TO W-REJECT-REASON
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           MOVE PX-SPAN-TYPE TO SH-SPAN-TYPE
           IF NOT SH-SPAN-VALID-TYPE
              MOVE 'INVALID SERVICE SPAN TYPE' TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           MOVE PX-EMPLOYEE-ID TO EB-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'SPAN REJECTED - NOT ON MASTER'
                     TO W-REJECT-REASON
                   GO TO END-OF-SECTION
           END-READ

           PERFORM C130-CHECK-SPAN-OVERLAP
           IF W-SPAN-OVERLAP
              MOVE 'SPAN OVERLAPS ANOTHER SPAN ON FILE'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           MOVE 'Y' TO W-RECORD-VALID-SW
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C130-CHECK-SPAN-OVERLAP - BROWSE THE MEMBER'S SPANS IN KEY
      *    ORDER.  TWO SPANS OVERLAP WHEN EACH STARTS ON OR BEFORE
      *    THE OTHER ENDS.
      *----------------------------------------------------------------
       C130-CHECK-SPAN-OVERLAP SECTION.
           MOVE 'N' TO W-SPAN-OVERLAP-SW
           MOVE 'N' TO W-SPAN-BROWSE-END-SW
           MOVE PX-SPAN-END-DATE TO W-NEW-SPAN-END-DATE
           IF W-NEW-SPAN-END-DATE = 0
              MOVE 99999999 TO W-NEW-SPAN-END-DATE
           END-IF

           MOVE PX-EMPLOYEE-ID TO SH-EMPLOYEE-ID
           MOVE 0              TO SH-SPAN-START-DATE
           START SERVICE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-SPAN-KEY
               INVALID KEY
                   MOVE 'Y' TO W-SPAN-BROWSE-END-SW
           END-START
           PERFORM C131-COMPARE-NEXT-SPAN
               UNTIL W-SPAN-BROWSE-END
           .
       END-OF-SECTION.
           EXIT.
      *
       C131-COMPARE-NEXT-SPAN SECTION.
           READ SERVICE-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO W-SPAN-BROWSE-END-SW
                   GO TO END-OF-SECTION
           END-READ
           IF SH-EMPLOYEE-ID NOT = PX-EMPLOYEE-ID
              MOVE 'Y' TO W-SPAN-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF
           IF SH-SPAN-START-DATE = PX-SPAN-START-DATE
              GO TO END-OF-SECTION
           END-IF

           MOVE SH-SPAN-END-DATE TO W-FILE-SPAN-END-DATE
           IF W-FILE-SPAN-END-DATE = 0
              MOVE 99999999 TO W-FILE-SPAN-END-DATE
           END-IF
           IF SH-SPAN-START-DATE NOT > W-NEW-SPAN-END-DATE
                  AND PX-SPAN-START-DATE NOT > W-FILE-SPAN-END-DATE
              MOVE 'Y' TO W-SPAN-OVERLAP-SW
              MOVE 'Y' TO W-SPAN-BROWSE-END-SW
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C140-VALIDATE-SALARY-YEAR - A NUMERIC PAY YEAR NO LATER
      *    THAN THE CURRENT YEAR, A NUMERIC PAY AMOUNT AND A MEMBER
      *    ALREADY ON THE MASTER.  SETS W-RECORD-VALID-SW AND
      *    W-REJECT-REASON FOR C100.
      *----------------------------------------------------------------
       C140-VALIDATE-SALARY-YEAR SECTION.
           IF PX-PAY-YEAR IS NOT NUMERIC
                  OR PX-PAY-YEAR < 1900
                  OR PX-PAY-YEAR > W-RUN-CCYY
              MOVE 'PAY YEAR MISSING, INVALID OR IN FUTURE'
                TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           IF PX-PENSIONABLE-PAY IS NOT NUMERIC
              MOVE 'PENSIONABLE PAY NOT NUMERIC' TO W-REJECT-REASON
              GO TO END-OF-SECTION
           END-IF

           MOVE PX-EMPLOYEE-ID TO EB-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'PAY YEAR REJECTED - NOT ON MASTER'
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
           DISPLAY 'EBUD14 CHANGES APPLIED      - ' W-CHANGES-APPLIED
           DISPLAY 'EBUD14 STATUS FLIPS APPLIED - '
                   W-STATUS-FLIPS-APPLIED
           DISPLAY 'EBUD14 SERVICE SPANS APPLIED- ' W-SPANS-APPLIED
           DISPLAY 'EBUD14 PAY YEARS APPLIED    - '
                   W-SALARY-YEARS-APPLIED
           DISPLAY 'EBUD14 EXTRACTS REJECTED    - '
                   W-EXTRACTS-REJECTED
           CLOSE PAYROLL-EXTRACT-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE CHANGE-AUDIT-FILE
           CLOSE REJECT-REPORT-FILE
           CLOSE SERVICE-HISTORY-FILE
           CLOSE SALARY-HISTORY-FILE
           .
       END-OF-SECTION.
           EXIT.
