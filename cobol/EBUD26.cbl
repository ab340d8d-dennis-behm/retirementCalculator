       ID DIVISION.
       PROGRAM-ID. EBUD26.
      *    DEATH-MASTER MATCH.
      *
      *    EBUD05 ONLY ROUTES A MEMBER TO SURVIVOR HANDLING ONCE
      *    EB-STATUS-DECEASED IS ON THE MASTER, AND THAT DEPENDS ON
      *    SOMEONE TELLING HR.  THIS MONTHLY RUN MATCHES THE EMPLOYEE
      *    MASTER (EMPBDATE) AGAINST THE PURCHASED DEATH-MASTER
      *    EXTRACT (DTHMASTR) ON THE IDENTIFIER, BOTH IN IDENTIFIER
      *    ORDER - A BALANCED-LINE MATCH LIKE EBUD13'S.  EVERY HIT ON
      *    A MEMBER NOT ALREADY DECEASED IS GRADED BY HOW MUCH ELSE
      *    AGREES - BIRTH DATE, SURNAME AND FIRST NAME, THE NAMES
      *    AGAINST THE MEMBER'S NAME ON EMPNAMAD:
      *      'H' HIGH   - ALL THREE AGREE.  CONFIRMED: A STATUS-FLIP
      *                   ('S', NEW STATUS 'D') TRANSACTION IS
      *                   WRITTEN IN THE HRPAYEXT LAYOUT (LPAYEXT) SO
      *                   THE NORMAL EBUD14 MASTER LOAD APPLIES IT
      *                   WITH ITS EDITS AND CHANGE-AUDIT TRAIL.
      *      'M' MEDIUM - TWO OF THE THREE AGREE.
      *      'L' LOW    - ONE OR NONE AGREES.
      *    MEDIUM AND LOW HITS ARE POSSIBLE MATCHES ONLY AND GO TO
      *    THE REVIEW REPORT, THE MEMBER-FILE SIDE AND THE DEATH-
      *    MASTER SIDE PRINTED NEXT TO EACH OTHER, FOR A PERSON TO
      *    DECIDE.  A REVIEWER WHO CONFIRMS ONE SENDS HR THE FLIP IN
      *    THE ORDINARY WAY.
      *
      *    THE CONTROL FILE (RETIRDMC, SEE LDTHCTL) RECORDS THE
      *    RELEASE MATCHED AND EVERY MEMBER RAISED.  THE DEATH MASTER
      *    IS CUMULATIVE, SO A MEMBER ALREADY ON THE CONTROL FILE IS
      *    SKIPPED - THE SAME DEATH IS NEVER RAISED TWICE.  RE-RUNNING
      *    A RELEASE ALREADY MATCHED IS ALLOWED (IT RAISES NOTHING
      *    ALREADY RAISED) BUT IS FLAGGED ON THE CONSOLE.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - DEATH-MASTER MATCH.

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
           SELECT DEATH-MASTER-FILE       ASSIGN TO DTHMASTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-ADDRESS-FILE       ASSIGN TO EMPNAMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NA-EMPLOYEE-ID.
           SELECT DEATH-CONTROL-FILE      ASSIGN TO RETIRDMC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-CONTROL-KEY.
           SELECT STATUS-FLIP-FILE        ASSIGN TO RETIRDMX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-FILE      ASSIGN TO RETIRDMR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY LEMPMAST.
      *
      *    DEATH-MASTER EXTRACT - ONE HEADER ('H') CARRYING THE
      *    RELEASE, THEN ONE DETAIL ('D') PER DEATH IN ASCENDING
      *    IDENTIFIER ORDER.  NAMES ARE UPPER CASE.
       FD  DEATH-MASTER-FILE
           RECORDING MODE IS F.
       01  DEATH-MASTER-RECORD.
           05  DM-RECORD-TYPE               PIC X(01).
               88  DM-HEADER-RECORD             VALUE 'H'.
               88  DM-DETAIL-RECORD             VALUE 'D'.
           05  DM-DETAIL-DATA.
               10  DM-PERSON-ID             PIC X(09).
               10  DM-LAST-NAME             PIC X(20).
               10  DM-NAME-SUFFIX           PIC X(04).
               10  DM-FIRST-NAME            PIC X(15).
               10  DM-MIDDLE-NAME           PIC X(15).
               10  DM-VERIFY-CODE           PIC X(01).
               10  DM-DEATH-DATE            PIC 9(08).
               10  DM-BIRTH-DATE            PIC 9(08).
               10  FILLER                   PIC X(19).
           05  DM-HEADER-DATA REDEFINES DM-DETAIL-DATA.
               10  DH-RELEASE-ID            PIC X(10).
               10  DH-RELEASE-DATE          PIC 9(08).
               10  DH-RECORD-COUNT          PIC 9(09).
               10  FILLER                   PIC X(72).
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
       FD  DEATH-CONTROL-FILE
           RECORDING MODE IS F.
       01  DEATH-CONTROL-RECORD.
           COPY LDTHCTL.
      *
      *    STATUS FLIPS FOR THE EBUD14 MASTER LOAD - SAME LAYOUT AS
      *    THE HR PAYROLL EXTRACT.
       FD  STATUS-FLIP-FILE
           RECORDING MODE IS F.
       01  STATUS-FLIP-RECORD.
           COPY LPAYEXT.
      *
       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-LINE               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-SWITCHES.
           05  W-MASTER-FILE-EOF-SW         PIC X(01)  VALUE 'N'.
               88  W-MASTER-FILE-EOF            VALUE 'Y'.
           05  W-DEATH-FILE-EOF-SW          PIC X(01)  VALUE 'N'.
               88  W-DEATH-FILE-EOF             VALUE 'Y'.
           05  W-NAME-FOUND-SW              PIC X(01).
               88  W-NAME-FOUND                 VALUE 'Y'.
           05  W-ALREADY-RAISED-SW          PIC X(01).
               88  W-ALREADY-RAISED             VALUE 'Y'.
           05  W-RELEASE-ON-FILE-SW         PIC X(01)  VALUE 'N'.
               88  W-RELEASE-ON-FILE            VALUE 'Y'.
           05  W-NAME-SCAN-DONE-SW          PIC X(01).
               88  W-NAME-SCAN-DONE             VALUE 'Y'.
           05  W-DEATH-ACCEPTED-SW          PIC X(01).
               88  W-DEATH-ACCEPTED             VALUE 'Y'.
      *
       01  W-MATCH-COUNTS.
           05  W-MASTERS-READ               PIC 9(09)  COMP VALUE 0.
           05  W-DEATHS-READ                PIC 9(09)  COMP VALUE 0.
           05  W-DEATH-SEQUENCE-ERRORS      PIC 9(09)  COMP VALUE 0.
           05  W-DEATH-RECORDS-IGNORED      PIC 9(09)  COMP VALUE 0.
           05  W-IDENTIFIER-HITS            PIC 9(09)  COMP VALUE 0.
           05  W-ALREADY-DECEASED           PIC 9(09)  COMP VALUE 0.
           05  W-PREVIOUSLY-RAISED          PIC 9(09)  COMP VALUE 0.
           05  W-HITS-RAISED                PIC 9(09)  COMP VALUE 0.
           05  W-CONFIRMED-MATCHES          PIC 9(09)  COMP VALUE 0.
           05  W-POSSIBLE-MATCHES           PIC 9(09)  COMP VALUE 0.
           05  W-NAMES-NOT-FOUND            PIC 9(09)  COMP VALUE 0.
      *
       01  W-REPORT-CONTROL.
           05  W-RUN-DATE                   PIC 9(08).
           05  W-LINE-COUNT                 PIC 9(04)  COMP VALUE 99.
           05  W-PAGE-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-LINES-PER-PAGE             PIC 9(04)  COMP VALUE 55.
           05  W-SECTION-TITLE              PIC X(60)  VALUE SPACES.
      *
      *    MATCH KEYS - HIGH-VALUES MARKS AN EXHAUSTED LEG.
       01  W-MATCH-KEYS.
           05  W-MASTER-KEY                 PIC X(09).
           05  W-DEATH-KEY                  PIC X(09).
           05  W-PRIOR-DEATH-KEY            PIC X(09)  VALUE LOW-VALUES.
      *
      *    RELEASE BEING MATCHED, FROM THE EXTRACT HEADER.
       01  W-RELEASE-WA.
           05  W-RELEASE-ID                 PIC X(10)  VALUE SPACES.
           05  W-RELEASE-DATE               PIC 9(08)  VALUE 0.
      *
      *    GRADING WORK AREA - ONE AGREEMENT FLAG PER COMPARED FIELD.
       01  W-GRADE-WA.
           05  W-BIRTH-AGREES-SW            PIC X(01).
               88  W-BIRTH-AGREES               VALUE 'Y'.
           05  W-SURNAME-AGREES-SW          PIC X(01).
               88  W-SURNAME-AGREES             VALUE 'Y'.
           05  W-FIRST-NAME-AGREES-SW       PIC X(01).
               88  W-FIRST-NAME-AGREES          VALUE 'Y'.
           05  W-AGREEMENT-COUNT            PIC 9(01)  COMP.
           05  W-MATCH-GRADE                PIC X(01).
               88  W-MATCH-CONFIRMED            VALUE 'H'.
      *
      *    NAME SEARCH - THE DEATH-MASTER NAME PART, TRIMMED OF
      *    TRAILING SPACES, IS LOOKED FOR ANYWHERE IN THE MEMBER'S
      *    EMPNAMAD NAME, WHICH IS ONE FREE-FORM FIELD.
       01  W-NAME-SEARCH-WA.
           05  W-NAME-PART                  PIC X(20).
           05  W-NAME-PART-LENGTH           PIC 9(04)  COMP.
           05  W-NAME-PART-TALLY            PIC 9(04)  COMP.
           05  W-NAME-PART-FOUND-SW         PIC X(01).
               88  W-NAME-PART-FOUND            VALUE 'Y'.
      *
       01  W-PAGE-HEADING-1.
           05  FILLER                       PIC X(08)
                                            VALUE 'EBUD26  '.
           05  FILLER                       PIC X(42)  VALUE
               'DEATH-MASTER MATCH - POSSIBLE MATCHES     '.
           05  FILLER                       PIC X(11)
                                            VALUE 'RUN DATE - '.
           05  PH-RUN-DATE                  PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(10)
                                            VALUE 'RELEASE - '.
           05  PH-RELEASE-ID                PIC X(10).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(07)
                                            VALUE 'PAGE - '.
           05  PH-PAGE-NUMBER               PIC ZZZ9.
           05  FILLER                       PIC X(26)  VALUE SPACES.
      *
       01  W-PAGE-HEADING-2.
           05  PH-SECTION-TITLE             PIC X(60).
           05  FILLER                       PIC X(72)  VALUE SPACES.
      *
       01  W-REVIEW-HEADING-1.
           05  FILLER                       PIC X(15)  VALUE ALL '-'.
           05  FILLER                       PIC X(18)
                                            VALUE ' PLAN MEMBER FILE '.
           05  FILLER                       PIC X(22)  VALUE ALL '-'.
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(25)  VALUE ALL '-'.
           05  FILLER                       PIC X(14)
                                            VALUE ' DEATH MASTER '.
           05  FILLER                       PIC X(30)  VALUE ALL '-'.
           05  FILLER                       PIC X(05)  VALUE SPACES.
      *
       01  W-REVIEW-HEADING-2.
           05  FILLER                       PIC X(13)
                                            VALUE 'GR EMPLOYEE  '.
           05  FILLER                       PIC X(02)  VALUE 'S '.
           05  FILLER                       PIC X(31)
                                            VALUE 'NAME (EMPNAMAD)'.
           05  FILLER                       PIC X(09)
                                            VALUE 'BIRTH DT '.
           05  FILLER                       PIC X(03)  VALUE ' | '.
           05  FILLER                       PIC X(21)
                                            VALUE 'SURNAME'.
           05  FILLER                       PIC X(16)
                                            VALUE 'FIRST NAME'.
           05  FILLER                       PIC X(09)
                                            VALUE 'BIRTH DT '.
           05  FILLER                       PIC X(09)
                                            VALUE 'DEATH DT '.
           05  FILLER                       PIC X(03)  VALUE 'V  '.
           05  FILLER                       PIC X(12)
                                            VALUE 'DOB SUR FST '.
           05  FILLER                       PIC X(04)  VALUE SPACES.
      *
       01  W-REVIEW-DETAIL-LINE.
           05  RV-MATCH-GRADE               PIC X(01).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  RV-EMPLOYEE-ID               PIC X(09).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-EMPLOYMENT-STATUS         PIC X(01).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-MEMBER-NAME               PIC X(30).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-MEMBER-BIRTH-DATE         PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-SEPARATOR                 PIC X(03).
           05  RV-DEATH-LAST-NAME           PIC X(20).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-DEATH-FIRST-NAME          PIC X(15).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-DEATH-BIRTH-DATE          PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-DEATH-DATE                PIC 9(08).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-VERIFY-CODE               PIC X(01).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  RV-BIRTH-AGREES              PIC X(03).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-SURNAME-AGREES            PIC X(03).
           05  FILLER                       PIC X(01)  VALUE SPACE.
           05  RV-FIRST-NAME-AGREES         PIC X(03).
           05  FILLER                       PIC X(05)  VALUE SPACES.
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
           PERFORM B200-MATCH-DEATH-MASTER
               UNTIL W-MASTER-KEY = HIGH-VALUES
                 AND W-DEATH-KEY = HIGH-VALUES
           PERFORM B500-PRINT-TOTALS
           PERFORM B600-RECORD-RELEASE
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES, TAKE THE RELEASE FROM THE
      *    EXTRACT HEADER, CHECK IT AGAINST THE CONTROL FILE AND
      *    PRIME BOTH MATCH LEGS.  AN EXTRACT WITH NO HEADER IS NOT
      *    MATCHED AT ALL - WITHOUT A RELEASE ID THERE IS NOTHING TO
      *    RECORD THE RUN AGAINST.
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN INPUT  DEATH-MASTER-FILE
           OPEN INPUT  NAME-ADDRESS-FILE
           OPEN I-O    DEATH-CONTROL-FILE
           OPEN OUTPUT STATUS-FLIP-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE

           READ DEATH-MASTER-FILE
               AT END
                   MOVE 'Y' TO W-DEATH-FILE-EOF-SW
           END-READ
           IF W-DEATH-FILE-EOF OR NOT DM-HEADER-RECORD
              DISPLAY 'EBUD26 DEATH-MASTER EXTRACT HAS NO RELEASE '
                      'HEADER - NOTHING MATCHED'
              MOVE HIGH-VALUES TO W-MASTER-KEY
              MOVE HIGH-VALUES TO W-DEATH-KEY
              GO TO END-OF-SECTION
           END-IF
           MOVE DH-RELEASE-ID   TO W-RELEASE-ID
           MOVE DH-RELEASE-DATE TO W-RELEASE-DATE
           DISPLAY 'EBUD26 DEATH-MASTER RELEASE - ' W-RELEASE-ID
                   ' ' W-RELEASE-DATE

           MOVE 'R'          TO DC-RECORD-TYPE
           MOVE W-RELEASE-ID TO DC-KEY-VALUE
           READ DEATH-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO W-RELEASE-ON-FILE-SW
                   DISPLAY 'EBUD26 RELEASE ALREADY MATCHED ON '
                           DC-MATCHED-DATE
                           ' - ONLY MEMBERS NOT YET RAISED CAN HIT'
           END-READ

           PERFORM B110-READ-MASTER-RECORD
           PERFORM B120-READ-DEATH-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-READ-MASTER-RECORD SECTION.
           MOVE HIGH-VALUES TO W-MASTER-KEY
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO W-MASTER-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO W-MASTERS-READ
                   MOVE EB-EMPLOYEE-ID TO W-MASTER-KEY
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B120-READ-DEATH-RECORD - ONLY DETAIL RECORDS TAKE PART IN
      *    THE MATCH.  A DETAIL OUT OF IDENTIFIER ORDER WOULD UPSET
      *    THE BALANCED LINE, SO IT IS COUNTED AND SKIPPED.
      *----------------------------------------------------------------
       B120-READ-DEATH-RECORD SECTION.
           MOVE HIGH-VALUES TO W-DEATH-KEY
           MOVE 'N' TO W-DEATH-ACCEPTED-SW
           PERFORM B125-READ-NEXT-DEATH
               UNTIL W-DEATH-ACCEPTED OR W-DEATH-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B125-READ-NEXT-DEATH SECTION.
           READ DEATH-MASTER-FILE
               AT END
                   MOVE 'Y' TO W-DEATH-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-DEATHS-READ
           IF NOT DM-DETAIL-RECORD
              ADD 1 TO W-DEATH-RECORDS-IGNORED
              GO TO END-OF-SECTION
           END-IF
           IF DM-PERSON-ID < W-PRIOR-DEATH-KEY
              ADD 1 TO W-DEATH-SEQUENCE-ERRORS
              DISPLAY 'EBUD26 DEATH RECORD OUT OF SEQUENCE - '
                      DM-PERSON-ID
              GO TO END-OF-SECTION
           END-IF
           MOVE 'Y' TO W-DEATH-ACCEPTED-SW
           MOVE DM-PERSON-ID TO W-PRIOR-DEATH-KEY
           MOVE DM-PERSON-ID TO W-DEATH-KEY
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-MATCH-DEATH-MASTER - BALANCED-LINE MATCH ON THE
      *    IDENTIFIER.  ONLY A MATCH IS OF INTEREST; UNMATCHED
      *    RECORDS ON EITHER SIDE ARE SIMPLY PASSED OVER.
      *----------------------------------------------------------------
       B200-MATCH-DEATH-MASTER SECTION.
           EVALUATE TRUE
               WHEN W-MASTER-KEY < W-DEATH-KEY
                   PERFORM B110-READ-MASTER-RECORD
               WHEN W-DEATH-KEY < W-MASTER-KEY
                   PERFORM B120-READ-DEATH-RECORD
               WHEN OTHER
                   PERFORM B210-EXAMINE-HIT
                   PERFORM B110-READ-MASTER-RECORD
                   PERFORM B120-READ-DEATH-RECORD
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B210-EXAMINE-HIT - A MEMBER ALREADY DECEASED ON THE MASTER
      *    OR ALREADY RAISED FROM AN EARLIER RELEASE IS PASSED OVER.
      *    ANY OTHER HIT IS GRADED, ACTED ON AND RECORDED.
      *----------------------------------------------------------------
       B210-EXAMINE-HIT SECTION.
           ADD 1 TO W-IDENTIFIER-HITS
           IF EB-STATUS-DECEASED
              ADD 1 TO W-ALREADY-DECEASED
              GO TO END-OF-SECTION
           END-IF

           PERFORM B220-CHECK-CONTROL-FILE
           IF W-ALREADY-RAISED
              ADD 1 TO W-PREVIOUSLY-RAISED
              GO TO END-OF-SECTION
           END-IF

           ADD 1 TO W-HITS-RAISED
           PERFORM B230-GRADE-HIT
           IF W-MATCH-CONFIRMED
              ADD 1 TO W-CONFIRMED-MATCHES
              PERFORM B240-WRITE-STATUS-FLIP
           ELSE
              ADD 1 TO W-POSSIBLE-MATCHES
              PERFORM B250-WRITE-REVIEW-LINE
           END-IF
           PERFORM B260-RECORD-MEMBER-RAISED
           .
       END-OF-SECTION.
           EXIT.
      *
       B220-CHECK-CONTROL-FILE SECTION.
           MOVE 'N'            TO W-ALREADY-RAISED-SW
           MOVE 'M'            TO DC-RECORD-TYPE
           MOVE EB-EMPLOYEE-ID TO DC-KEY-VALUE
           READ DEATH-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO W-ALREADY-RAISED-SW
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B230-GRADE-HIT - COUNT HOW MANY OF BIRTH DATE, SURNAME AND
      *    FIRST NAME AGREE.  WITH NO EMPNAMAD RECORD THE NAMES
      *    CANNOT AGREE, SO SUCH A HIT IS NEVER CONFIRMED.
      *----------------------------------------------------------------
       B230-GRADE-HIT SECTION.
           MOVE 'N' TO W-BIRTH-AGREES-SW
           MOVE 'N' TO W-SURNAME-AGREES-SW
           MOVE 'N' TO W-FIRST-NAME-AGREES-SW
           MOVE 0   TO W-AGREEMENT-COUNT

           IF DM-BIRTH-DATE = EB-BIRTH-DATE
              MOVE 'Y' TO W-BIRTH-AGREES-SW
              ADD 1 TO W-AGREEMENT-COUNT
           END-IF

           PERFORM B235-LOOKUP-NAME-ADDRESS
           IF W-NAME-FOUND
              MOVE DM-LAST-NAME TO W-NAME-PART
              PERFORM C300-SEARCH-MEMBER-NAME
              IF W-NAME-PART-FOUND
                 MOVE 'Y' TO W-SURNAME-AGREES-SW
                 ADD 1 TO W-AGREEMENT-COUNT
              END-IF
              MOVE DM-FIRST-NAME TO W-NAME-PART
              PERFORM C300-SEARCH-MEMBER-NAME
              IF W-NAME-PART-FOUND
                 MOVE 'Y' TO W-FIRST-NAME-AGREES-SW
                 ADD 1 TO W-AGREEMENT-COUNT
              END-IF
           END-IF

           EVALUATE W-AGREEMENT-COUNT
              WHEN 3
                 MOVE 'H' TO W-MATCH-GRADE
              WHEN 2
                 MOVE 'M' TO W-MATCH-GRADE
              WHEN OTHER
                 MOVE 'L' TO W-MATCH-GRADE
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
       B235-LOOKUP-NAME-ADDRESS SECTION.
           MOVE 'N' TO W-NAME-FOUND-SW
           MOVE EB-EMPLOYEE-ID TO NA-EMPLOYEE-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO W-NAMES-NOT-FOUND
                   MOVE SPACES TO NA-EMPLOYEE-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO W-NAME-FOUND-SW
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
       B240-WRITE-STATUS-FLIP SECTION.
           MOVE SPACES          TO STATUS-FLIP-RECORD
           MOVE 'S'              TO PX-TRANSACTION-CODE
           MOVE EB-EMPLOYEE-ID   TO PX-EMPLOYEE-ID
           MOVE 'D'              TO PX-EMPLOYMENT-STATUS
           WRITE STATUS-FLIP-RECORD
           .
       END-OF-SECTION.
           EXIT.
      *
       B250-WRITE-REVIEW-LINE SECTION.
           IF W-PAGE-COUNT = 0
              MOVE 'POSSIBLE MATCHES FOR REVIEW' TO W-SECTION-TITLE
              PERFORM C200-START-NEW-PAGE
           END-IF
           MOVE SPACES               TO W-REVIEW-DETAIL-LINE
           MOVE W-MATCH-GRADE         TO RV-MATCH-GRADE
           MOVE EB-EMPLOYEE-ID        TO RV-EMPLOYEE-ID
           MOVE EB-EMPLOYMENT-STATUS  TO RV-EMPLOYMENT-STATUS
           IF W-NAME-FOUND
              MOVE NA-EMPLOYEE-NAME   TO RV-MEMBER-NAME
           ELSE
              MOVE '** NOT ON EMPNAMAD **' TO RV-MEMBER-NAME
           END-IF
           MOVE EB-BIRTH-DATE         TO RV-MEMBER-BIRTH-DATE
           MOVE ' | '                 TO RV-SEPARATOR
           MOVE DM-LAST-NAME          TO RV-DEATH-LAST-NAME
           MOVE DM-FIRST-NAME         TO RV-DEATH-FIRST-NAME
           MOVE DM-BIRTH-DATE         TO RV-DEATH-BIRTH-DATE
           MOVE DM-DEATH-DATE         TO RV-DEATH-DATE
           MOVE DM-VERIFY-CODE        TO RV-VERIFY-CODE
           MOVE 'NO '                 TO RV-BIRTH-AGREES
           MOVE 'NO '                 TO RV-SURNAME-AGREES
           MOVE 'NO '                 TO RV-FIRST-NAME-AGREES
           IF W-BIRTH-AGREES
              MOVE 'YES'              TO RV-BIRTH-AGREES
           END-IF
           IF W-SURNAME-AGREES
              MOVE 'YES'              TO RV-SURNAME-AGREES
           END-IF
           IF W-FIRST-NAME-AGREES
              MOVE 'YES'              TO RV-FIRST-NAME-AGREES
           END-IF
           MOVE W-REVIEW-DETAIL-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       B260-RECORD-MEMBER-RAISED SECTION.
           MOVE SPACES          TO DEATH-CONTROL-RECORD
           MOVE 'M'              TO DC-RECORD-TYPE
           MOVE EB-EMPLOYEE-ID   TO DC-KEY-VALUE
           MOVE DM-DEATH-DATE    TO DC-DEATH-DATE
           MOVE W-MATCH-GRADE    TO DC-MATCH-GRADE
           IF W-MATCH-CONFIRMED
              MOVE 'S'           TO DC-ACTION-TAKEN
           ELSE
              MOVE 'R'           TO DC-ACTION-TAKEN
           END-IF
           MOVE W-RELEASE-ID     TO DC-RAISED-RELEASE-ID
           MOVE W-RUN-DATE       TO DC-RAISED-DATE
           WRITE DEATH-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'EBUD26 CONTROL WRITE FAILED - '
                           DC-CONTROL-KEY
           END-WRITE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C300-SEARCH-MEMBER-NAME - THE CALLER SETS W-NAME-PART.
      *    THE PART IS TRIMMED OF TRAILING SPACES AND LOOKED FOR
      *    ANYWHERE IN NA-EMPLOYEE-NAME; A BLANK PART NEVER AGREES.
      *----------------------------------------------------------------
       C300-SEARCH-MEMBER-NAME SECTION.
           MOVE 'N' TO W-NAME-PART-FOUND-SW
           MOVE 20  TO W-NAME-PART-LENGTH
           MOVE 'N' TO W-NAME-SCAN-DONE-SW
           PERFORM C310-TRIM-NAME-PART
               UNTIL W-NAME-SCAN-DONE
           IF W-NAME-PART-LENGTH = 0
              GO TO END-OF-SECTION
           END-IF
           MOVE 0 TO W-NAME-PART-TALLY
           INSPECT NA-EMPLOYEE-NAME TALLYING W-NAME-PART-TALLY
               FOR ALL W-NAME-PART (1:W-NAME-PART-LENGTH)
           IF W-NAME-PART-TALLY > 0
              MOVE 'Y' TO W-NAME-PART-FOUND-SW
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       C310-TRIM-NAME-PART SECTION.
           IF W-NAME-PART-LENGTH = 0
              MOVE 'Y' TO W-NAME-SCAN-DONE-SW
              GO TO END-OF-SECTION
           END-IF
           IF W-NAME-PART (W-NAME-PART-LENGTH:1) NOT = SPACE
              MOVE 'Y' TO W-NAME-SCAN-DONE-SW
              GO TO END-OF-SECTION
           END-IF
           SUBTRACT 1 FROM W-NAME-PART-LENGTH
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-PRINT-TOTALS - CLOSING PAGE OF THE REVIEW REPORT.
      *----------------------------------------------------------------
       B500-PRINT-TOTALS SECTION.
           MOVE 'RUN TOTALS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE

           MOVE 'MEMBERS READ                            - '
             TO TL-CAPTION
           MOVE W-MASTERS-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'DEATH-MASTER RECORDS READ               - '
             TO TL-CAPTION
           MOVE W-DEATHS-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'IDENTIFIER HITS                         - '
             TO TL-CAPTION
           MOVE W-IDENTIFIER-HITS TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE '  ALREADY DECEASED ON THE MASTER        - '
             TO TL-CAPTION
           MOVE W-ALREADY-DECEASED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE '  RAISED FROM AN EARLIER RELEASE        - '
             TO TL-CAPTION
           MOVE W-PREVIOUSLY-RAISED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE '  CONFIRMED - STATUS FLIP WRITTEN       - '
             TO TL-CAPTION
           MOVE W-CONFIRMED-MATCHES TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE '  POSSIBLE - LISTED FOR REVIEW          - '
             TO TL-CAPTION
           MOVE W-POSSIBLE-MATCHES TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           MOVE 'RAISED HITS WITH NO NAME/ADDRESS        - '
             TO TL-CAPTION
           MOVE W-NAMES-NOT-FOUND TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE

           IF W-DEATH-SEQUENCE-ERRORS > 0
              MOVE 'DEATH RECORDS OUT OF SEQUENCE - SKIPPED - '
                TO TL-CAPTION
              MOVE W-DEATH-SEQUENCE-ERRORS TO TL-VALUE
              PERFORM C110-WRITE-TOTAL-LINE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B600-RECORD-RELEASE - THE RELEASE RECORD CARRIES THE LATEST
      *    RUN AGAINST IT; A RE-RUN REPLACES THE COUNTS.
      *----------------------------------------------------------------
       B600-RECORD-RELEASE SECTION.
           IF W-RELEASE-ID = SPACES
              GO TO END-OF-SECTION
           END-IF
           MOVE SPACES               TO DEATH-CONTROL-RECORD
           MOVE 'R'                   TO DC-RECORD-TYPE
           MOVE W-RELEASE-ID          TO DC-KEY-VALUE
           MOVE W-RELEASE-DATE        TO DC-RELEASE-DATE
           MOVE W-RUN-DATE            TO DC-MATCHED-DATE
           MOVE W-DEATHS-READ         TO DC-DEATH-RECORDS-READ
           MOVE W-HITS-RAISED         TO DC-HITS-RAISED
           MOVE W-CONFIRMED-MATCHES   TO DC-CONFIRMED-COUNT
           MOVE W-POSSIBLE-MATCHES    TO DC-POSSIBLE-COUNT
           IF W-RELEASE-ON-FILE
              REWRITE DEATH-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY 'EBUD26 RELEASE REWRITE FAILED - '
                              W-RELEASE-ID
              END-REWRITE
           ELSE
              WRITE DEATH-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY 'EBUD26 RELEASE WRITE FAILED - '
                              W-RELEASE-ID
              END-WRITE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-WRITE-REPORT-LINE SECTION.
           IF W-LINE-COUNT >= W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
           END-IF
           WRITE REVIEW-REPORT-LINE FROM W-PRINT-LINE
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
      *----------------------------------------------------------------
      *    C200-START-NEW-PAGE - THE REVIEW PAGES REPEAT THE TWO
      *    COLUMN-HEADING LINES SO EACH PAGE READS ON ITS OWN.
      *----------------------------------------------------------------
       C200-START-NEW-PAGE SECTION.
           ADD 1 TO W-PAGE-COUNT
           MOVE W-RUN-DATE     TO PH-RUN-DATE
           MOVE W-RELEASE-ID   TO PH-RELEASE-ID
           MOVE W-PAGE-COUNT   TO PH-PAGE-NUMBER
           WRITE REVIEW-REPORT-LINE FROM W-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE W-SECTION-TITLE TO PH-SECTION-TITLE
           WRITE REVIEW-REPORT-LINE FROM W-PAGE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 3 TO W-LINE-COUNT
           IF W-SECTION-TITLE = 'POSSIBLE MATCHES FOR REVIEW'
              WRITE REVIEW-REPORT-LINE FROM W-REVIEW-HEADING-1
                  AFTER ADVANCING 1 LINE
              WRITE REVIEW-REPORT-LINE FROM W-REVIEW-HEADING-2
                  AFTER ADVANCING 1 LINE
              MOVE 5 TO W-LINE-COUNT
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD26 MEMBERS READ         - ' W-MASTERS-READ
           DISPLAY 'EBUD26 DEATH RECORDS READ   - ' W-DEATHS-READ
           DISPLAY 'EBUD26 IDENTIFIER HITS      - ' W-IDENTIFIER-HITS
           DISPLAY 'EBUD26 PREVIOUSLY RAISED    - '
                   W-PREVIOUSLY-RAISED
           DISPLAY 'EBUD26 CONFIRMED (FLIPPED)  - '
                   W-CONFIRMED-MATCHES
           DISPLAY 'EBUD26 POSSIBLE (REVIEW)    - '
                   W-POSSIBLE-MATCHES
           IF W-DEATH-SEQUENCE-ERRORS > 0
              DISPLAY 'EBUD26 OUT OF SEQUENCE      - '
                      W-DEATH-SEQUENCE-ERRORS
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE DEATH-MASTER-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE DEATH-CONTROL-FILE
           CLOSE STATUS-FLIP-FILE
           CLOSE REVIEW-REPORT-FILE
           .
       END-OF-SECTION.
           EXIT.
