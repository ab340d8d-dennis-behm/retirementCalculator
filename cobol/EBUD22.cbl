       ID DIVISION.
       PROGRAM-ID. EBUD22.
      *    MAINTENANCE PROGRAM FOR THE SERVICE-HISTORY SPAN FILE.
      *
      *    READS A TRANSACTION FILE OF ADD/CHANGE/DELETE REQUESTS
      *    KEYED BY EMPLOYEE ID AND SPAN START DATE AND APPLIES THEM
      *    TO THE KEYED SERVICE-HISTORY FILE (SVCHIST - SEE LSVCHIST)
      *    THAT EBUD01 CREDITS SERVICE FROM.  THE EBUD14 HR PAYROLL
      *    LOAD FEEDS THE FILE MONTHLY; THIS RUN IS FOR THE
      *    CORRECTIONS HR CANNOT SEND THROUGH PAYROLL - A MILITARY
      *    SPAN, A BRIDGED BREAK GRANTED ON APPEAL, A SPAN LOADED
      *    WITH THE WRONG START DATE.  A CHANGE REPLACES THE END DATE
      *    AND TYPE OF THE SPAN WITH THAT START DATE; A WRONG START
      *    DATE IS CORRECTED BY A DELETE AND AN ADD.
      *
      *    ADDS AND CHANGES GET THE SAME EDITS THE EBUD14 LOAD
      *    APPLIES - REAL CALENDAR DATES, END NOT BEFORE START, A
      *    KNOWN SPAN TYPE, AN EMPLOYEE ON THE MASTER AND NO OVERLAP
      *    WITH THE MEMBER'S OTHER SPANS - SO THE TWO ROUTES ONTO THE
      *    FILE CAN NEVER DISAGREE.  MODELLED ON THE EBUD15 PLAN
      *    REFERENCE MAINTENANCE.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - SERVICE-HISTORY MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPAN-TRANSACTION-FILE   ASSIGN TO RETIRSHT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERVICE-HISTORY-FILE    ASSIGN TO SVCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SPAN-KEY.
           SELECT EMPLOYEE-MASTER-FILE    ASSIGN TO EMPBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMPLOYEE-ID.
           SELECT MAINTENANCE-LOG-FILE    ASSIGN TO RETIRSHL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  SPAN-TRANSACTION-FILE
           RECORDING MODE IS F.
       01  SPAN-TRANSACTION-RECORD.
           05  ST-TRANSACTION-CODE          PIC X(01).
               88  ST-ADD-TRANSACTION           VALUE 'A'.
               88  ST-CHANGE-TRANSACTION        VALUE 'C'.
               88  ST-DELETE-TRANSACTION        VALUE 'D'.
           05  ST-EMPLOYEE-ID               PIC X(09).
           05  ST-SPAN-START-DATE           PIC 9(08).
           05  ST-SPAN-END-DATE             PIC 9(08).
           05  ST-SPAN-TYPE                 PIC X(01).
           05  FILLER                       PIC X(53).
      *
       FD  SERVICE-HISTORY-FILE
           RECORDING MODE IS F.
       01  SERVICE-HISTORY-RECORD.
           COPY LSVCHIST.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY LEMPMAST.
      *
       FD  MAINTENANCE-LOG-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-LOG-RECORD.
           05  ML-TRANSACTION-CODE          PIC X(01).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  ML-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  ML-SPAN-START-DATE           PIC X(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  ML-DISPOSITION               PIC X(40).
           05  FILLER                       PIC X(19).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-SWITCHES.
           05  W-TRANSACTION-FILE-EOF-SW    PIC X(01)  VALUE 'N'.
               88  W-TRANSACTION-FILE-EOF       VALUE 'Y'.
           05  W-RECORD-VALID-SW            PIC X(01).
               88  W-RECORD-VALID               VALUE 'Y'.
           05  W-DATE-VALID-SW              PIC X(01).
               88  W-DATE-VALID                 VALUE 'Y'.
           05  W-SPAN-BROWSE-END-SW         PIC X(01).
               88  W-SPAN-BROWSE-END            VALUE 'Y'.
           05  W-SPAN-OVERLAP-SW            PIC X(01).
               88  W-SPAN-OVERLAP               VALUE 'Y'.
      *
       01  W-TRANSACTION-COUNTS.
           05  W-TRANSACTIONS-READ          PIC 9(09)  COMP VALUE 0.
           05  W-TRANSACTIONS-APPLIED       PIC 9(09)  COMP VALUE 0.
           05  W-TRANSACTIONS-REJECTED      PIC 9(09)  COMP VALUE 0.
      *
       01  W-RUN-DATE                       PIC 9(08).
      *
      *    OVERLAP TEST WORK FIELDS - AN OPEN SPAN (ZERO END DATE)
      *    IS TREATED AS RUNNING TO THE END OF TIME.
       01  W-SPAN-OVERLAP-WA.
           05  W-NEW-SPAN-END-DATE          PIC 9(08).
           05  W-FILE-SPAN-END-DATE         PIC 9(08).
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

       PROCEDURE DIVISION.
      *
       A000-MAINLINE SECTION.
           PERFORM B100-INITIALIZE
           PERFORM B200-APPLY-TRANSACTIONS
               UNTIL W-TRANSACTION-FILE-EOF
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
           OPEN INPUT  SPAN-TRANSACTION-FILE
           OPEN I-O    SERVICE-HISTORY-FILE
           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT MAINTENANCE-LOG-FILE
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B110-READ-TRANSACTION-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-READ-TRANSACTION-RECORD SECTION.
           READ SPAN-TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO W-TRANSACTION-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-TRANSACTIONS-READ
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-APPLY-TRANSACTIONS - ONE PASS PER TRANSACTION RECORD.
      *    AN ADD OR CHANGE THAT FAILS THE SPAN EDITS IS LOGGED WITH
      *    THE REASON AND NEVER REACHES THE FILE.
      *----------------------------------------------------------------
       B200-APPLY-TRANSACTIONS SECTION.
           MOVE SPACES TO MAINTENANCE-LOG-RECORD
           IF ST-ADD-TRANSACTION OR ST-CHANGE-TRANSACTION
              PERFORM C100-VALIDATE-SPAN-TRANSACTION
              IF NOT W-RECORD-VALID
                 ADD 1 TO W-TRANSACTIONS-REJECTED
                 PERFORM B240-WRITE-LOG-RECORD
                 PERFORM B110-READ-TRANSACTION-RECORD
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN ST-ADD-TRANSACTION
                   PERFORM B210-ADD-SPAN-RECORD
               WHEN ST-CHANGE-TRANSACTION
                   PERFORM B220-CHANGE-SPAN-RECORD
               WHEN ST-DELETE-TRANSACTION
                   PERFORM B230-DELETE-SPAN-RECORD
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE'
                                    TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-REJECTED
                   PERFORM B240-WRITE-LOG-RECORD
           END-EVALUATE
           PERFORM B110-READ-TRANSACTION-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B210-ADD-SPAN-RECORD SECTION.
           MOVE SPACES                  TO SERVICE-HISTORY-RECORD
           MOVE ST-EMPLOYEE-ID           TO SH-EMPLOYEE-ID
           MOVE ST-SPAN-START-DATE       TO SH-SPAN-START-DATE
           MOVE ST-SPAN-END-DATE         TO SH-SPAN-END-DATE
           MOVE ST-SPAN-TYPE             TO SH-SPAN-TYPE
           MOVE W-RUN-DATE               TO SH-LAST-UPDATE-DATE
           WRITE SERVICE-HISTORY-RECORD
               INVALID KEY
                   MOVE 'ADD REJECTED - ALREADY ON FILE'
                                    TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-REJECTED
               NOT INVALID KEY
                   MOVE 'ADD APPLIED'  TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-APPLIED
           END-WRITE
           PERFORM B240-WRITE-LOG-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B220-CHANGE-SPAN-RECORD SECTION.
           MOVE ST-EMPLOYEE-ID     TO SH-EMPLOYEE-ID
           MOVE ST-SPAN-START-DATE TO SH-SPAN-START-DATE
           READ SERVICE-HISTORY-FILE
               INVALID KEY
                   MOVE 'CHANGE REJECTED - NOT ON FILE'
                                    TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-REJECTED
               NOT INVALID KEY
                   MOVE ST-SPAN-END-DATE TO SH-SPAN-END-DATE
                   MOVE ST-SPAN-TYPE     TO SH-SPAN-TYPE
                   MOVE W-RUN-DATE       TO SH-LAST-UPDATE-DATE
                   REWRITE SERVICE-HISTORY-RECORD
                   END-REWRITE
                   MOVE 'CHANGE APPLIED'  TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-APPLIED
           END-READ
           PERFORM B240-WRITE-LOG-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B230-DELETE-SPAN-RECORD SECTION.
           MOVE ST-EMPLOYEE-ID     TO SH-EMPLOYEE-ID
           MOVE ST-SPAN-START-DATE TO SH-SPAN-START-DATE
           DELETE SERVICE-HISTORY-FILE
               INVALID KEY
                   MOVE 'DELETE REJECTED - NOT ON FILE'
                                    TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-REJECTED
               NOT INVALID KEY
                   MOVE 'DELETE APPLIED'  TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-APPLIED
           END-DELETE
           PERFORM B240-WRITE-LOG-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B240-WRITE-LOG-RECORD SECTION.
           MOVE ST-TRANSACTION-CODE TO ML-TRANSACTION-CODE
           MOVE ST-EMPLOYEE-ID      TO ML-EMPLOYEE-ID
           MOVE ST-SPAN-START-DATE  TO ML-SPAN-START-DATE
           WRITE MAINTENANCE-LOG-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C100-VALIDATE-SPAN-TRANSACTION - THE SAME SPAN EDITS AS
      *    C120 IN EBUD14.  SETS W-RECORD-VALID-SW, AND ML-DISPOSITION
      *    WITH THE REASON WHEN THE TRANSACTION FAILS.
      *----------------------------------------------------------------
       C100-VALIDATE-SPAN-TRANSACTION SECTION.
           MOVE 'N' TO W-RECORD-VALID-SW

           IF ST-EMPLOYEE-ID = SPACES
              MOVE 'EMPLOYEE ID MISSING' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           IF ST-SPAN-START-DATE IS NOT NUMERIC
                  OR ST-SPAN-START-DATE = 0
              MOVE 'SPAN START DATE MISSING OR NOT NUMERIC'
                TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           MOVE ST-SPAN-START-DATE TO W-EDIT-DATE
           PERFORM C110-VALIDATE-CALENDAR-DATE
           IF NOT W-DATE-VALID
              MOVE 'INVALID OR IMPOSSIBLE SPAN START DATE'
                TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           IF ST-SPAN-END-DATE IS NOT NUMERIC
              MOVE 'SPAN END DATE NOT NUMERIC' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           IF ST-SPAN-END-DATE NOT = 0
              MOVE ST-SPAN-END-DATE TO W-EDIT-DATE
              PERFORM C110-VALIDATE-CALENDAR-DATE
              IF NOT W-DATE-VALID
                 MOVE 'INVALID OR IMPOSSIBLE SPAN END DATE'
                   TO ML-DISPOSITION
                 GO TO END-OF-SECTION
              END-IF
              IF ST-SPAN-END-DATE < ST-SPAN-START-DATE
                 MOVE 'SPAN END DATE BEFORE START DATE'
                   TO ML-DISPOSITION
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           MOVE ST-SPAN-TYPE TO SH-SPAN-TYPE
           IF NOT SH-SPAN-VALID-TYPE
              MOVE 'INVALID SERVICE SPAN TYPE' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           MOVE ST-EMPLOYEE-ID TO EB-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'SPAN REJECTED - NOT ON MASTER'
                     TO ML-DISPOSITION
                   GO TO END-OF-SECTION
           END-READ

           PERFORM C130-CHECK-SPAN-OVERLAP
           IF W-SPAN-OVERLAP
              MOVE 'SPAN OVERLAPS ANOTHER SPAN ON FILE'
                TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

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
      *    C130-CHECK-SPAN-OVERLAP - BROWSE THE MEMBER'S SPANS IN KEY
      *    ORDER.  TWO SPANS OVERLAP WHEN EACH STARTS ON OR BEFORE
      *    THE OTHER ENDS.  THE SPAN WITH THE TRANSACTION'S OWN START
      *    DATE IS THE ONE A CHANGE REPLACES, SO IT IS NOT COMPARED
      *    (AN ADD OF IT IS REJECTED AS A DUPLICATE KEY IN B210).
      *----------------------------------------------------------------
       C130-CHECK-SPAN-OVERLAP SECTION.
           MOVE 'N' TO W-SPAN-OVERLAP-SW
           MOVE 'N' TO W-SPAN-BROWSE-END-SW
           MOVE ST-SPAN-END-DATE TO W-NEW-SPAN-END-DATE
           IF W-NEW-SPAN-END-DATE = 0
              MOVE 99999999 TO W-NEW-SPAN-END-DATE
           END-IF

           MOVE ST-EMPLOYEE-ID TO SH-EMPLOYEE-ID
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
           IF SH-EMPLOYEE-ID NOT = ST-EMPLOYEE-ID
              MOVE 'Y' TO W-SPAN-BROWSE-END-SW
              GO TO END-OF-SECTION
           END-IF
           IF SH-SPAN-START-DATE = ST-SPAN-START-DATE
              GO TO END-OF-SECTION
           END-IF

           MOVE SH-SPAN-END-DATE TO W-FILE-SPAN-END-DATE
           IF W-FILE-SPAN-END-DATE = 0
              MOVE 99999999 TO W-FILE-SPAN-END-DATE
           END-IF
           IF SH-SPAN-START-DATE NOT > W-NEW-SPAN-END-DATE
                  AND ST-SPAN-START-DATE NOT > W-FILE-SPAN-END-DATE
              MOVE 'Y' TO W-SPAN-OVERLAP-SW
              MOVE 'Y' TO W-SPAN-BROWSE-END-SW
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD22 TRANSACTIONS READ     - '
                   W-TRANSACTIONS-READ
           DISPLAY 'EBUD22 TRANSACTIONS APPLIED  - '
                   W-TRANSACTIONS-APPLIED
           DISPLAY 'EBUD22 TRANSACTIONS REJECTED - '
                   W-TRANSACTIONS-REJECTED
           CLOSE SPAN-TRANSACTION-FILE
           CLOSE SERVICE-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MAINTENANCE-LOG-FILE
           .
       END-OF-SECTION.
           EXIT.
