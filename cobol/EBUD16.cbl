      *
      *    MODIFICATION HISTORY
      *    2026-09-02  DLB  NEW PROGRAM - BENEFIT AMOUNT ESTIMATES.
      *    2026-10-15  DLB  ACCEPT PROPOSED REDUCTION/CREDIT RATES AT
      *                     THE END OF THE LINKAGE FOR THE EBUD29
      *                     WHAT-IF SCENARIO RUN.  A ZERO RATE MEANS
      *                     THE PLAN'S STANDARD FRACTION, SO EVERY
      *                     EXISTING CALLER PASSES ZEROS AND GETS THE
      *                     SAME FIGURES AS BEFORE.  THE REDUCTION IS
      *                     CAPPED AT 100 PCT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-MONTH-WA.
          05 W-EARLY-MONTHS        PIC S9(4)  COMP.
          05 W-DELAYED-MONTHS      PIC S9(4)  COMP.
          05 W-REDUCTION-PCT       PIC 9(3)V99.
          05 W-CREDIT-PCT          PIC 9(3)V99.
          05 W-TIER-1-MONTHS       PIC S9(4)  COMP.
          05 W-TIER-2-MONTHS       PIC S9(4)  COMP.
          05 W-TIER-1-PCT          PIC 9(3)V9(4).
          05 W-TIER-2-PCT          PIC 9(3)V9(4).
      *
       LINKAGE SECTION.
      *
          05 W-EBUD16-DELAYED-AMOUNT      PIC 9(7)V99.
          05 W-EBUD16-PROGRAM-RETCODE     PIC 9(4).
             88 W-EBUD16-REQUEST-SUCCESS      VALUE 0.
      *    PROPOSED RATES, PERCENT PER MONTH (.5556 = 5/9 OF 1 PCT).
      *    ZERO - THE STANDARD 5/9, 5/12 AND 2/3 FRACTIONS.
          05 W-EBUD16-EARLY-RATE-1        PIC 9V9(4).
          05 W-EBUD16-EARLY-RATE-2        PIC 9V9(4).
          05 W-EBUD16-CREDIT-RATE         PIC 9V9(4).

       PROCEDURE DIVISION USING W-EBUD16-LINKAGE-AREA.
      *
      *    A100-COMPUTE-EARLY-AMOUNT - REDUCE THE BASE BY 5/9 OF 1
      *    PCT PER MONTH FOR THE FIRST 36 MONTHS BEFORE THE NORMAL
      *    DATE AND 5/12 OF 1 PCT PER MONTH BEYOND - THE SAME
      *    FORMULA EBUD09 PRINTS - OR BY THE CALLER'S PROPOSED RATE
      *    FOR EITHER TIER WHEN ONE IS PASSED.
      *----------------------------------------------------------------
       A100-COMPUTE-EARLY-AMOUNT SECTION.
           COMPUTE W-EARLY-MONTHS =
           IF W-EARLY-MONTHS < 0
              MOVE 0 TO W-EARLY-MONTHS
           END-IF
           IF W-EBUD16-EARLY-RATE-1 NOT NUMERIC
              MOVE 0 TO W-EBUD16-EARLY-RATE-1
           END-IF
           IF W-EBUD16-EARLY-RATE-2 NOT NUMERIC
              MOVE 0 TO W-EBUD16-EARLY-RATE-2
           END-IF
           IF W-EBUD16-EARLY-RATE-1 = 0 AND W-EBUD16-EARLY-RATE-2 = 0
              IF W-EARLY-MONTHS > 36
                 COMPUTE W-REDUCTION-PCT ROUNDED =
                         (36 * 5 / 9)
                       + ((W-EARLY-MONTHS - 36) * 5 / 12)
              ELSE
                 COMPUTE W-REDUCTION-PCT ROUNDED =
                         W-EARLY-MONTHS * 5 / 9
              END-IF
           ELSE
              PERFORM A110-APPLY-PROPOSED-REDUCTION
           END-IF
           IF W-REDUCTION-PCT > 100
              MOVE 100 TO W-REDUCTION-PCT
           END-IF
           COMPUTE W-EBUD16-EARLY-AMOUNT ROUNDED =
                   W-EBUD16-BENEFIT-BASE
           EXIT.
      *
      *----------------------------------------------------------------
      *    A110-APPLY-PROPOSED-REDUCTION - ONE PROPOSED TIER WITH THE
      *    OTHER LEFT ZERO KEEPS THE STANDARD FRACTION FOR THE OTHER.
      *----------------------------------------------------------------
       A110-APPLY-PROPOSED-REDUCTION SECTION.
           IF W-EARLY-MONTHS > 36
              MOVE 36 TO W-TIER-1-MONTHS
              COMPUTE W-TIER-2-MONTHS = W-EARLY-MONTHS - 36
           ELSE
              MOVE W-EARLY-MONTHS TO W-TIER-1-MONTHS
              MOVE 0 TO W-TIER-2-MONTHS
           END-IF
           IF W-EBUD16-EARLY-RATE-1 = 0
              COMPUTE W-TIER-1-PCT = W-TIER-1-MONTHS * 5 / 9
           ELSE
              COMPUTE W-TIER-1-PCT =
                      W-TIER-1-MONTHS * W-EBUD16-EARLY-RATE-1
           END-IF
           IF W-EBUD16-EARLY-RATE-2 = 0
              COMPUTE W-TIER-2-PCT = W-TIER-2-MONTHS * 5 / 12
           ELSE
              COMPUTE W-TIER-2-PCT =
                      W-TIER-2-MONTHS * W-EBUD16-EARLY-RATE-2
           END-IF
           COMPUTE W-REDUCTION-PCT ROUNDED =
                   W-TIER-1-PCT + W-TIER-2-PCT
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    A200-COMPUTE-DELAYED-AMOUNT - GROW THE BASE BY 2/3 OF 1
      *    PCT PER MONTH (8 PCT PER YEAR) PAST THE NORMAL DATE, OR BY
      *    THE CALLER'S PROPOSED CREDIT RATE WHEN ONE IS PASSED.
      *----------------------------------------------------------------
       A200-COMPUTE-DELAYED-AMOUNT SECTION.
           COMPUTE W-DELAYED-MONTHS =
           IF W-DELAYED-MONTHS < 0
              MOVE 0 TO W-DELAYED-MONTHS
           END-IF
           IF W-EBUD16-CREDIT-RATE IS NUMERIC
                  AND W-EBUD16-CREDIT-RATE NOT = 0
              COMPUTE W-CREDIT-PCT ROUNDED =
                      W-DELAYED-MONTHS * W-EBUD16-CREDIT-RATE
           ELSE
              COMPUTE W-CREDIT-PCT ROUNDED =
                      W-DELAYED-MONTHS * 2 / 3
           END-IF
           COMPUTE W-EBUD16-DELAYED-AMOUNT ROUNDED =
                   W-EBUD16-BENEFIT-BASE
                 * (100 + W-CREDIT-PCT) / 100
