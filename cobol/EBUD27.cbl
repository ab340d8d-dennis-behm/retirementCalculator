       ID DIVISION.
       PROGRAM-ID. EBUD27.
      *    MAINTENANCE PROGRAM FOR THE DOMESTIC RELATIONS ORDER
      *    (ALTERNATE-PAYEE) FILE.
      *
      *    READS A TRANSACTION FILE OF ADD/CHANGE/DELETE REQUESTS
      *    KEYED BY EMPLOYEE ID AND APPLIES THEM TO THE KEYED
      *    ALTERNATE-PAYEE FILE (RETIRQDR - SEE LQDRO) THAT EBUD01
      *    SPLITS THE MEMBER'S BENEFIT FROM.  THE LEGAL DEPARTMENT
      *    ENTERS AN ORDER WHEN IT IS RECEIVED (STATUS 'P') AND
      *    CHANGES IT TO 'Q' ONCE THE PLAN HAS QUALIFIED IT; ONLY A
      *    QUALIFIED ORDER SPLITS THE BENEFIT.  A CHANGE REPLACES
      *    EVERY FIELD OF THE ORDER EXCEPT THE RECEIVED DATE, WHICH
      *    IS KEPT FROM THE FILE WHEN THE TRANSACTION LEAVES IT ZERO.
      *
      *    ADDS AND CHANGES ARE EDITED BEFORE THEY REACH THE FILE -
      *    AN EMPLOYEE ON THE MASTER, AN ORDER NUMBER, A KNOWN STATUS
      *    AND SPLIT METHOD, A PERCENTAGE OF MORE THAN 0 AND NOT MORE
      *    THAN 100 OR A FIXED AMOUNT GREATER THAN ZERO, AND REAL
      *    CALENDAR DATES.  MODELLED ON THE EBUD22 SERVICE-HISTORY
      *    MAINTENANCE.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - DOMESTIC RELATIONS ORDER
      *                     MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TRANSACTION-FILE  ASSIGN TO RETIRQDT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALTERNATE-PAYEE-FILE    ASSIGN TO RETIRQDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QD-EMPLOYEE-ID.
           SELECT EMPLOYEE-MASTER-FILE    ASSIGN TO EMPBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMPLOYEE-ID.
           SELECT MAINTENANCE-LOG-FILE    ASSIGN TO RETIRQDL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ORDER-TRANSACTION-FILE
           RECORDING MODE IS F.
       01  ORDER-TRANSACTION-RECORD.
           05  QT-TRANSACTION-CODE          PIC X(01).
               88  QT-ADD-TRANSACTION           VALUE 'A'.
               88  QT-CHANGE-TRANSACTION        VALUE 'C'.
               88  QT-DELETE-TRANSACTION        VALUE 'D'.
           05  QT-EMPLOYEE-ID               PIC X(09).
           05  QT-ORDER-NUMBER              PIC X(12).
           05  QT-ORDER-STATUS              PIC X(01).
           05  QT-PAYEE-NAME                PIC X(30).
           05  QT-PAYEE-BIRTH-DATE          PIC 9(08).
           05  QT-SPLIT-METHOD              PIC X(01).
           05  QT-SPLIT-PERCENT-X           PIC X(05).
           05  QT-SPLIT-PERCENT REDEFINES QT-SPLIT-PERCENT-X
                                            PIC 9(03)V99.
           05  QT-SPLIT-AMOUNT-X            PIC X(09).
           05  QT-SPLIT-AMOUNT REDEFINES QT-SPLIT-AMOUNT-X
                                            PIC 9(07)V99.
           05  QT-EARLIEST-PAY-DATE         PIC 9(08).
           05  QT-ORDER-RECEIVED-DATE       PIC 9(08).
           05  FILLER                       PIC X(28).
      *
       FD  ALTERNATE-PAYEE-FILE
           RECORDING MODE IS F.
       01  ALTERNATE-PAYEE-RECORD.
           COPY LQDRO.
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
           05  ML-ORDER-NUMBER              PIC X(12).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  ML-DISPOSITION               PIC X(40).
           05  FILLER                       PIC X(15).
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
      *
       01  W-TRANSACTION-COUNTS.
           05  W-TRANSACTIONS-READ          PIC 9(09)  COMP VALUE 0.
           05  W-TRANSACTIONS-APPLIED       PIC 9(09)  COMP VALUE 0.
           05  W-TRANSACTIONS-REJECTED      PIC 9(09)  COMP VALUE 0.
      *
       01  W-RUN-DATE                       PIC 9(08).
      *
      *    SPLIT AS IT WILL BE STORED - THE FIELD FOR THE METHOD NOT
      *    IN USE IS ZERO WHATEVER THE TRANSACTION CARRIED.
       01  W-ORDER-SPLIT.
           05  W-SPLIT-PERCENT              PIC 9(03)V99.
           05  W-SPLIT-AMOUNT               PIC 9(07)V99.
      *
      *    CALENDAR EDIT WORK FIELDS - THE SAME MONTH-LENGTH TABLE
      *    AND LEAP-YEAR TEST EBUD01 USES IN A100/A110 AND EBUD22
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
           OPEN INPUT  ORDER-TRANSACTION-FILE
           OPEN I-O    ALTERNATE-PAYEE-FILE
           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN OUTPUT MAINTENANCE-LOG-FILE
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B110-READ-TRANSACTION-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-READ-TRANSACTION-RECORD SECTION.
           READ ORDER-TRANSACTION-FILE
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
      *    AN ADD OR CHANGE THAT FAILS THE ORDER EDITS IS LOGGED WITH
      *    THE REASON AND NEVER REACHES THE FILE.
      *----------------------------------------------------------------
       B200-APPLY-TRANSACTIONS SECTION.
           MOVE SPACES TO MAINTENANCE-LOG-RECORD
           IF QT-ADD-TRANSACTION OR QT-CHANGE-TRANSACTION
              PERFORM C100-VALIDATE-ORDER-TRANSACTION
              IF NOT W-RECORD-VALID
                 ADD 1 TO W-TRANSACTIONS-REJECTED
                 PERFORM B240-WRITE-LOG-RECORD
                 PERFORM B110-READ-TRANSACTION-RECORD
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN QT-ADD-TRANSACTION
                   PERFORM B210-ADD-ORDER-RECORD
               WHEN QT-CHANGE-TRANSACTION
                   PERFORM B220-CHANGE-ORDER-RECORD
               WHEN QT-DELETE-TRANSACTION
                   PERFORM B230-DELETE-ORDER-RECORD
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
       B210-ADD-ORDER-RECORD SECTION.
           IF QT-ORDER-RECEIVED-DATE = 0
              MOVE 'ADD REJECTED - RECEIVED DATE MISSING'
                                    TO ML-DISPOSITION
              ADD 1 TO W-TRANSACTIONS-REJECTED
              PERFORM B240-WRITE-LOG-RECORD
              GO TO END-OF-SECTION
           END-IF
           MOVE SPACES                  TO ALTERNATE-PAYEE-RECORD
           MOVE QT-EMPLOYEE-ID           TO QD-EMPLOYEE-ID
           PERFORM B250-MOVE-ORDER-FIELDS
           MOVE QT-ORDER-RECEIVED-DATE   TO QD-ORDER-RECEIVED-DATE
           WRITE ALTERNATE-PAYEE-RECORD
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
       B220-CHANGE-ORDER-RECORD SECTION.
           MOVE QT-EMPLOYEE-ID TO QD-EMPLOYEE-ID
           READ ALTERNATE-PAYEE-FILE
               INVALID KEY
                   MOVE 'CHANGE REJECTED - NOT ON FILE'
                                    TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-REJECTED
               NOT INVALID KEY
                   PERFORM B250-MOVE-ORDER-FIELDS
                   IF QT-ORDER-RECEIVED-DATE NOT = 0
                      MOVE QT-ORDER-RECEIVED-DATE
                        TO QD-ORDER-RECEIVED-DATE
                   END-IF
                   REWRITE ALTERNATE-PAYEE-RECORD
                   END-REWRITE
                   MOVE 'CHANGE APPLIED'  TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-APPLIED
           END-READ
           PERFORM B240-WRITE-LOG-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B230-DELETE-ORDER-RECORD SECTION.
           MOVE QT-EMPLOYEE-ID TO QD-EMPLOYEE-ID
           DELETE ALTERNATE-PAYEE-FILE
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
           MOVE QT-TRANSACTION-CODE TO ML-TRANSACTION-CODE
           MOVE QT-EMPLOYEE-ID      TO ML-EMPLOYEE-ID
           MOVE QT-ORDER-NUMBER     TO ML-ORDER-NUMBER
           WRITE MAINTENANCE-LOG-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
      *    THE FIELDS AN ADD AND A CHANGE BOTH TAKE FROM THE
      *    TRANSACTION - EVERYTHING BUT THE KEY AND RECEIVED DATE.
       B250-MOVE-ORDER-FIELDS SECTION.
           MOVE QT-ORDER-NUMBER          TO QD-ORDER-NUMBER
           MOVE QT-ORDER-STATUS          TO QD-ORDER-STATUS
           MOVE QT-PAYEE-NAME            TO QD-PAYEE-NAME
           MOVE QT-PAYEE-BIRTH-DATE      TO QD-PAYEE-BIRTH-DATE
           MOVE QT-SPLIT-METHOD          TO QD-SPLIT-METHOD
           MOVE W-SPLIT-PERCENT          TO QD-SPLIT-PERCENT
           MOVE W-SPLIT-AMOUNT           TO QD-SPLIT-AMOUNT
           MOVE QT-EARLIEST-PAY-DATE     TO QD-EARLIEST-PAY-DATE
           MOVE W-RUN-DATE               TO QD-LAST-UPDATE-DATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C100-VALIDATE-ORDER-TRANSACTION - SETS W-RECORD-VALID-SW,
      *    AND ML-DISPOSITION WITH THE REASON WHEN THE TRANSACTION
      *    FAILS.  A GOOD TRANSACTION LEAVES THE SPLIT AS IT WILL BE
      *    STORED IN W-ORDER-SPLIT.
      *----------------------------------------------------------------
       C100-VALIDATE-ORDER-TRANSACTION SECTION.
           MOVE 'N' TO W-RECORD-VALID-SW
           MOVE 0   TO W-SPLIT-PERCENT
           MOVE 0   TO W-SPLIT-AMOUNT

           IF QT-EMPLOYEE-ID = SPACES
              MOVE 'EMPLOYEE ID MISSING' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           IF QT-ORDER-NUMBER = SPACES
              MOVE 'ORDER NUMBER MISSING' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           MOVE QT-ORDER-STATUS TO QD-ORDER-STATUS
           IF NOT QD-ORDER-VALID-STATUS
              MOVE 'INVALID ORDER STATUS' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           IF QT-PAYEE-NAME = SPACES
              MOVE 'ALTERNATE PAYEE NAME MISSING' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           IF QT-PAYEE-BIRTH-DATE IS NOT NUMERIC
                  OR QT-PAYEE-BIRTH-DATE = 0
              MOVE 'PAYEE BIRTH DATE MISSING OR NOT NUMERIC'
                TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           MOVE QT-PAYEE-BIRTH-DATE TO W-EDIT-DATE
           PERFORM C110-VALIDATE-CALENDAR-DATE
           IF NOT W-DATE-VALID
              MOVE 'INVALID OR IMPOSSIBLE PAYEE BIRTH DATE'
                TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF

           MOVE QT-SPLIT-METHOD TO QD-SPLIT-METHOD
           EVALUATE TRUE
               WHEN QD-SPLIT-BY-PERCENT
                   IF QT-SPLIT-PERCENT IS NOT NUMERIC
                          OR QT-SPLIT-PERCENT = 0
                          OR QT-SPLIT-PERCENT > 100
                      MOVE 'SPLIT PERCENT MUST BE OVER 0 UP TO 100'
                        TO ML-DISPOSITION
                      GO TO END-OF-SECTION
                   END-IF
                   MOVE QT-SPLIT-PERCENT TO W-SPLIT-PERCENT
               WHEN QD-SPLIT-BY-FIXED-AMOUNT
                   IF QT-SPLIT-AMOUNT IS NOT NUMERIC
                          OR QT-SPLIT-AMOUNT = 0
                      MOVE 'FIXED SPLIT AMOUNT MISSING OR INVALID'
                        TO ML-DISPOSITION
                      GO TO END-OF-SECTION
                   END-IF
                   MOVE QT-SPLIT-AMOUNT TO W-SPLIT-AMOUNT
               WHEN OTHER
                   MOVE 'INVALID SPLIT METHOD' TO ML-DISPOSITION
                   GO TO END-OF-SECTION
           END-EVALUATE

           IF QT-EARLIEST-PAY-DATE IS NOT NUMERIC
              MOVE 'EARLIEST PAY DATE NOT NUMERIC' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           IF QT-EARLIEST-PAY-DATE NOT = 0
              MOVE QT-EARLIEST-PAY-DATE TO W-EDIT-DATE
              PERFORM C110-VALIDATE-CALENDAR-DATE
              IF NOT W-DATE-VALID
                 MOVE 'INVALID OR IMPOSSIBLE EARLIEST PAY DATE'
                   TO ML-DISPOSITION
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           IF QT-ORDER-RECEIVED-DATE IS NOT NUMERIC
              MOVE 'RECEIVED DATE NOT NUMERIC' TO ML-DISPOSITION
              GO TO END-OF-SECTION
           END-IF
           IF QT-ORDER-RECEIVED-DATE NOT = 0
              MOVE QT-ORDER-RECEIVED-DATE TO W-EDIT-DATE
              PERFORM C110-VALIDATE-CALENDAR-DATE
              IF NOT W-DATE-VALID
                 MOVE 'INVALID OR IMPOSSIBLE RECEIVED DATE'
                   TO ML-DISPOSITION
                 GO TO END-OF-SECTION
              END-IF
           END-IF

           MOVE QT-EMPLOYEE-ID TO EB-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'ORDER REJECTED - NOT ON MASTER'
                     TO ML-DISPOSITION
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
           DISPLAY 'EBUD27 TRANSACTIONS READ     - '
                   W-TRANSACTIONS-READ
           DISPLAY 'EBUD27 TRANSACTIONS APPLIED  - '
                   W-TRANSACTIONS-APPLIED
           DISPLAY 'EBUD27 TRANSACTIONS REJECTED - '
                   W-TRANSACTIONS-REJECTED
           CLOSE ORDER-TRANSACTION-FILE
           CLOSE ALTERNATE-PAYEE-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MAINTENANCE-LOG-FILE
           .
       END-OF-SECTION.
           EXIT.
