      *    NORMAL (FULL BENEFIT) RETIREMENT YEAR/MONTH HAS BEEN
      *    DETERMINED FROM LRETRULE.
      *
      *    ALSO BUILDS THE REQUIRED BEGINNING DATE - THE LATEST DATE
      *    THE PLAN MAY START A MEMBER'S DISTRIBUTIONS WITHOUT AN
      *    EXCISE-TAX PENALTY: APRIL 1 OF THE YEAR AFTER THE MEMBER
      *    REACHES THE REQUIRED AGE FOR THEIR BIRTH YEAR (72 FOR
      *    1950 AND EARLIER, 73 FOR 1951 THROUGH 1959, 75 FOR 1960
      *    AND LATER).  RETURNED AT THE END OF THE LINKAGE AREA.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-08-09  DLB  NEW PROGRAM - EARLY/NORMAL/DELAYED DATES.
      *    2026-10-15  DLB  REQUIRED BEGINNING DATE FROM THE BIRTH-YEAR
      *                     AGE SCHEDULE, ADDED AT THE END OF THE
      *                     LINKAGE AREA (A400).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-CALL-PROGRAM          PIC X(8)  VALUE 'EBUD03'.
      *
       01 W-TEMP-RETIRE-CCYY      PIC 9(4).
      *
      *    REQUIRED-DISTRIBUTION AGE BY BIRTH YEAR - A400.
       01 W-REQUIRED-AGE          PIC 9(2).
      *
       01 W-EBUD03-LINKAGE-AREA.
          05 W-RETIREMENT-DATE-IN.
          05 W-EBUD04-DELAYED-RETIRE-DATE PIC X(80).
          05 W-EBUD04-PROGRAM-RETCODE     PIC 9(4).
             88 W-EBUD04-REQUEST-SUCCESS      VALUE 0.
          05 W-EBUD04-REQUIRED-BEGIN-DATE PIC X(80).

       PROCEDURE DIVISION USING W-EBUD04-LINKAGE-AREA.
      *
      *    EBUD03 CALL IN EBUD01; BUILDING IT A SECOND TIME HERE WOULD
      *    JUST BE A REDUNDANT CALL TO EBUD03 ON EVERY INVOCATION.
           PERFORM A300-BUILD-DELAYED-RETIREMENT-DATE
           PERFORM A400-BUILD-REQUIRED-BEGIN-DATE
           GOBACK
           .
       END-OF-SECTION.
           .
       END-OF-SECTION.
           EXIT.
      *
       A400-BUILD-REQUIRED-BEGIN-DATE SECTION.
           EVALUATE TRUE
              WHEN W-EBUD04-BIRTH-CCYY < 1951
                 MOVE 72 TO W-REQUIRED-AGE
              WHEN W-EBUD04-BIRTH-CCYY < 1960
                 MOVE 73 TO W-REQUIRED-AGE
              WHEN OTHER
                 MOVE 75 TO W-REQUIRED-AGE
           END-EVALUATE
           COMPUTE W-TEMP-RETIRE-CCYY =
                   W-EBUD04-BIRTH-CCYY + W-REQUIRED-AGE + 1
           MOVE W-TEMP-RETIRE-CCYY     TO W-RET-YYYY
           MOVE '04'                   TO W-RET-MM
           MOVE '01'                   TO W-RET-DD
           PERFORM A900-CALL-EBUD03
           MOVE W-RETIREMENT-DATE TO W-EBUD04-REQUIRED-BEGIN-DATE
           .
       END-OF-SECTION.
           EXIT.
      *
       A900-CALL-EBUD03 SECTION.
           MOVE SPACES TO W-RETIREMENT-DATE
