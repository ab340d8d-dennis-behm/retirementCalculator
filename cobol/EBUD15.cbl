      *
      *    MODIFICATION HISTORY
      *    2026-09-02  DLB  NEW PROGRAM - PLAN REFERENCE MAINTENANCE.
      *    2026-10-15  DLB  MAINTAIN THE BENEFIT FORMULA FACTORS NOW
      *                     ON LPLANREF (FINAL-AVERAGE YEARS AND
      *                     ACCRUAL MULTIPLIER) FOR THE EBUD23
      *                     BENEFIT-BASE BUILD.  BLANK FACTORS ON AN
      *                     ADD OR CHANGE STORE ZERO (NO FORMULA);
      *                     NON-NUMERIC FACTORS ARE REJECTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PT-DESCRIPTION               PIC X(30).
           05  PT-PLAN-TYPE                 PIC X(01).
           05  PT-BARGAINING-UNIT-FLAG      PIC X(01).
           05  PT-FAS-YEARS-X               PIC X(02).
           05  PT-FAS-YEARS REDEFINES PT-FAS-YEARS-X
                                            PIC 9(02).
           05  PT-ACCRUAL-MULTIPLIER-X      PIC X(05).
           05  PT-ACCRUAL-MULTIPLIER REDEFINES PT-ACCRUAL-MULTIPLIER-X
                                            PIC 9V9(04).
           05  FILLER                       PIC X(35).
      *
       FD  PLAN-REFERENCE-FILE
           RECORDING MODE IS F.
       01 W-SWITCHES.
          05 W-TRANSACTION-FILE-EOF-SW  PIC X(1)  VALUE 'N'.
             88 W-TRANSACTION-FILE-EOF      VALUE 'Y'.
          05 W-FACTORS-VALID-SW         PIC X(1).
             88 W-FACTORS-VALID             VALUE 'Y'.
      *
      *    FORMULA FACTORS AS THEY WILL BE STORED - BLANK ON THE
      *    TRANSACTION MEANS ZERO (NO FORMULA FOR THE PLAN).
       01 W-FORMULA-FACTORS.
          05 W-FAS-YEARS                PIC 9(2).
          05 W-ACCRUAL-MULTIPLIER       PIC 9V9(4).
      *
       01 W-TRANSACTION-COUNTS.
          05 W-TRANSACTIONS-READ        PIC 9(9)  COMP VALUE 0.
           EXIT.
      *
       B210-ADD-PLAN-RECORD SECTION.
           PERFORM C100-EDIT-FORMULA-FACTORS
           IF NOT W-FACTORS-VALID
              MOVE 'ADD REJECTED - FACTORS NOT NUMERIC'
                                    TO ML-DISPOSITION
              ADD 1 TO W-TRANSACTIONS-REJECTED
              PERFORM B240-WRITE-LOG-RECORD
              GO TO END-OF-SECTION
           END-IF
           MOVE SPACES                  TO PLAN-REFERENCE-RECORD
           MOVE PT-PLAN-CODE             TO PL-PLAN-CODE
           MOVE PT-DESCRIPTION           TO PL-DESCRIPTION
           MOVE PT-PLAN-TYPE             TO PL-PLAN-TYPE
           MOVE PT-BARGAINING-UNIT-FLAG  TO PL-BARGAINING-UNIT-FLAG
           MOVE W-FAS-YEARS              TO PL-FAS-YEARS
           MOVE W-ACCRUAL-MULTIPLIER     TO PL-ACCRUAL-MULTIPLIER
           WRITE PLAN-REFERENCE-RECORD
               INVALID KEY
                   MOVE 'ADD REJECTED - ALREADY ON FILE'
           EXIT.
      *
       B220-CHANGE-PLAN-RECORD SECTION.
           PERFORM C100-EDIT-FORMULA-FACTORS
           IF NOT W-FACTORS-VALID
              MOVE 'CHANGE REJECTED - FACTORS NOT NUMERIC'
                                    TO ML-DISPOSITION
              ADD 1 TO W-TRANSACTIONS-REJECTED
              PERFORM B240-WRITE-LOG-RECORD
              GO TO END-OF-SECTION
           END-IF
           MOVE PT-PLAN-CODE TO PL-PLAN-CODE
           READ PLAN-REFERENCE-FILE
               INVALID KEY
                   MOVE PT-PLAN-TYPE            TO PL-PLAN-TYPE
                   MOVE PT-BARGAINING-UNIT-FLAG
                                     TO PL-BARGAINING-UNIT-FLAG
                   MOVE W-FAS-YEARS             TO PL-FAS-YEARS
                   MOVE W-ACCRUAL-MULTIPLIER
                                     TO PL-ACCRUAL-MULTIPLIER
                   REWRITE PLAN-REFERENCE-RECORD
                   MOVE 'CHANGE APPLIED'  TO ML-DISPOSITION
                   ADD 1 TO W-TRANSACTIONS-APPLIED
           EXIT.
      *
      *----------------------------------------------------------------
      *    C100-EDIT-FORMULA-FACTORS - BLANK FACTORS STORE ZERO; ANY
      *    OTHER NON-NUMERIC VALUE FAILS THE TRANSACTION.
      *----------------------------------------------------------------
       C100-EDIT-FORMULA-FACTORS SECTION.
           MOVE 'N' TO W-FACTORS-VALID-SW
           MOVE 0   TO W-FAS-YEARS
           MOVE 0   TO W-ACCRUAL-MULTIPLIER

           IF PT-FAS-YEARS-X NOT = SPACES
              IF PT-FAS-YEARS IS NOT NUMERIC
                 GO TO END-OF-SECTION
              END-IF
              MOVE PT-FAS-YEARS TO W-FAS-YEARS
           END-IF

           IF PT-ACCRUAL-MULTIPLIER-X NOT = SPACES
              IF PT-ACCRUAL-MULTIPLIER IS NOT NUMERIC
                 GO TO END-OF-SECTION
              END-IF
              MOVE PT-ACCRUAL-MULTIPLIER TO W-ACCRUAL-MULTIPLIER
           END-IF

           MOVE 'Y' TO W-FACTORS-VALID-SW
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
