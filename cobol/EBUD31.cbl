       ID DIVISION.
       PROGRAM-ID. EBUD31.
      *    WEEKLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT.
      *
      *    WALKS EVERY KEYED FILE THAT HANGS OFF THE EMPLOYEE ID OR
      *    THE PLAN CODE, EACH IN KEY ORDER, AND CHECKS IT STILL
      *    AGREES WITH THE EMPLOYEE MASTER (EMPBDATE) AND THE PLAN
      *    REFERENCE FILE (PLANREF).  NOTHING IS UPDATED.
      *
      *    FROM THE MASTER SIDE, EVERY MEMBER IS CHECKED FOR A PLAN
      *    CODE ON PLANREF, AND EVERY ACTIVE OR TERMINATED-VESTED
      *    MEMBER FOR A NAME/ADDRESS (WITHOUT ONE EBUD09 CANNOT MAIL
      *    THE STATEMENT) AND A BENEFIT BASE ON EMPSALRY.
      *
      *    FROM THE OTHER SIDE, EVERY RECORD ON EMPSALRY, EMPNAMAD,
      *    RETIRSUS, RETIRUNA, RETIRNTH, SVCHIST, SALHIST, RETIRBCM
      *    AND RETIRQDR IS LOOKED UP ON THE MASTER, AND EVERY
      *    RETIROVR ROW ON PLANREF.  SUSPENSE AND UNACKNOWLEDGED ITEMS
      *    FOR A MEMBER NOW RETIRED OR DECEASED, AND NOTIFICATION
      *    HISTORY FOR A MEMBER NOW DECEASED, ARE FLAGGED AS WELL.  A
      *    PLANREF PLAN WITH NO MEMBERS AND NO OVERRIDE IS LISTED FOR
      *    INFORMATION ONLY - A NEW PLAN IS SET UP BEFORE ITS MEMBERS.
      *
      *    THE REPORT (RETIRINT) LISTS EVERY EXCEPTION, THEN THE
      *    COUNT FOR EACH CATEGORY AND THE RECORDS READ FROM EACH
      *    FILE.  EVERY ORPHANED OR OUT-OF-DATE RECORD IS ALSO WRITTEN
      *    TO THE PURGE-CANDIDATE FILE (RETIRPRG, SEE LPURGE) NAMING
      *    THE MAINTENANCE RUN THAT APPLIES THE DELETE ONCE
      *    OPERATIONS HAVE REVIEWED IT:
      *
      *        EMPSALRY  EBUD23 - THE NEXT BENEFIT-BASE REBUILD DROPS
      *                           IT (THE FILE IS REBUILT FROM THE
      *                           MASTER).
      *        RETIROVR  EBUD07 - 'D' TRANSACTION.
      *        RETIRSUS  EBUD05 - THE RECYCLE PASS CLEARS A RETIRED OR
      *                           DECEASED MEMBER'S ITEM.
      *        RETIRNTH  EBUD21 - RESET TRANSACTION (RETIRNRS).
      *        SVCHIST   EBUD22 - 'D' TRANSACTION.
      *        RETIRQDR  EBUD27 - 'D' TRANSACTION.
      *        OTHERS    MANUAL - NO MAINTENANCE RUN OWNS THE DELETE.
      *
      *    Retirement Calculator Demo 017
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  DLB  NEW PROGRAM - REFERENTIAL INTEGRITY AUDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE    ASSIGN TO EMPBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-EMPLOYEE-ID.
           SELECT BENEFIT-BASE-FILE       ASSIGN TO EMPSALRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-EMPLOYEE-ID.
           SELECT NAME-ADDRESS-FILE       ASSIGN TO EMPNAMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-EMPLOYEE-ID.
           SELECT PLAN-REFERENCE-FILE     ASSIGN TO PLANREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAN-CODE.
           SELECT RETIREMENT-AGE-OVERRIDE-FILE ASSIGN TO RETIROVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OV-PLAN-CODE.
           SELECT SUSPENSE-FILE           ASSIGN TO RETIRSUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-EMPLOYEE-ID.
           SELECT UNACK-SUSPENSE-FILE     ASSIGN TO RETIRUNA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UA-EMPLOYEE-ID.
           SELECT NOTIFICATION-HISTORY-FILE
                                          ASSIGN TO RETIRNTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NH-NOTIFY-KEY.
           SELECT SERVICE-HISTORY-FILE    ASSIGN TO SVCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-SPAN-KEY.
           SELECT SALARY-HISTORY-FILE     ASSIGN TO SALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SY-SALARY-KEY.
           SELECT COMMENCEMENT-FILE       ASSIGN TO RETIRBCM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-EMPLOYEE-ID.
           SELECT ALTERNATE-PAYEE-FILE    ASSIGN TO RETIRQDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QD-EMPLOYEE-ID.
           SELECT PURGE-CANDIDATE-FILE    ASSIGN TO RETIRPRG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT-FILE   ASSIGN TO RETIRINT
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
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY LRETSUS.
      *
       FD  UNACK-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  UNACK-SUSPENSE-RECORD.
           COPY LUNACK.
      *
       FD  NOTIFICATION-HISTORY-FILE
           RECORDING MODE IS F.
       01  NOTIFICATION-HISTORY-RECORD.
           COPY LNOTHST.
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
       FD  COMMENCEMENT-FILE
           RECORDING MODE IS F.
       01  COMMENCEMENT-RECORD.
           COPY LBENCOM.
      *
       FD  ALTERNATE-PAYEE-FILE
           RECORDING MODE IS F.
       01  ALTERNATE-PAYEE-RECORD.
           COPY LQDRO.
      *
       FD  PURGE-CANDIDATE-FILE
           RECORDING MODE IS F.
       01  PURGE-CANDIDATE-RECORD           PIC X(100).
      *
       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       01  INTEGRITY-REPORT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  W-SWITCHES.
           05  W-FILE-EOF-SW                PIC X(01).
               88  W-FILE-EOF                   VALUE 'Y'.
           05  W-PLAN-FOUND-SW              PIC X(01).
               88  W-PLAN-FOUND                 VALUE 'Y'.
           05  W-PLAN-IN-TABLE-SW           PIC X(01).
               88  W-PLAN-IN-TABLE              VALUE 'Y'.
           05  W-PLAN-TABLE-FULL-SW         PIC X(01)  VALUE 'N'.
               88  W-PLAN-TABLE-FULL            VALUE 'Y'.
           05  W-MASTER-FOUND-SW            PIC X(01).
               88  W-MASTER-FOUND               VALUE 'Y'.
           05  W-EXCEPTION-HEADING-SW       PIC X(01)  VALUE 'Y'.
               88  W-EXCEPTION-HEADING-WANTED   VALUE 'Y'.
      *
      *    RECORDS READ FROM EACH FILE.
       01  W-READ-COUNTS.
           05  W-MASTER-READ                PIC 9(09)  COMP VALUE 0.
           05  W-PLANREF-READ               PIC 9(09)  COMP VALUE 0.
           05  W-BASE-READ                  PIC 9(09)  COMP VALUE 0.
           05  W-NAME-ADDRESS-READ          PIC 9(09)  COMP VALUE 0.
           05  W-OVERRIDE-READ              PIC 9(09)  COMP VALUE 0.
           05  W-SUSPENSE-READ              PIC 9(09)  COMP VALUE 0.
           05  W-UNACK-READ                 PIC 9(09)  COMP VALUE 0.
           05  W-NOTIFICATION-READ          PIC 9(09)  COMP VALUE 0.
           05  W-SPAN-READ                  PIC 9(09)  COMP VALUE 0.
           05  W-SALARY-READ                PIC 9(09)  COMP VALUE 0.
           05  W-COMMENCEMENT-READ          PIC 9(09)  COMP VALUE 0.
           05  W-ORDER-READ                 PIC 9(09)  COMP VALUE 0.
      *
       01  W-RUN-COUNTS.
           05  W-EXCEPTIONS-LISTED          PIC 9(09)  COMP VALUE 0.
           05  W-PURGE-WRITTEN              PIC 9(09)  COMP VALUE 0.
      *
      *    EXCEPTION CATEGORIES, IN THE ORDER THE FILES ARE WALKED.
      *    EACH CARRIES THE DD NAME OF THE FILE HOLDING THE RECORD,
      *    THE MAINTENANCE RUN THAT APPLIES THE DELETE, AND WHETHER
      *    IT GOES TO THE PURGE-CANDIDATE FILE ('P'), IS REPORTED
      *    ONLY ('R'), OR IS FOR INFORMATION ('I').
       01  W-CATEGORY-VALUES.
           05  FILLER                       PIC X(40)  VALUE
               'MEMBER PLAN CODE NOT ON PLANREF'.
           05  FILLER                       PIC X(17)  VALUE
               'EMPBDATE        R'.
           05  FILLER                       PIC X(40)  VALUE
               'NO NAME/ADDRESS - STATEMENT UNMAILABLE'.
           05  FILLER                       PIC X(17)  VALUE
               'EMPBDATE        R'.
           05  FILLER                       PIC X(40)  VALUE
               'NO BENEFIT BASE ON EMPSALRY'.
           05  FILLER                       PIC X(17)  VALUE
               'EMPBDATE        R'.
           05  FILLER                       PIC X(40)  VALUE
               'BENEFIT BASE - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'EMPSALRYEBUD23  P'.
           05  FILLER                       PIC X(40)  VALUE
               'NAME/ADDRESS - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'EMPNAMADMANUAL  P'.
           05  FILLER                       PIC X(40)  VALUE
               'AGE OVERRIDE - PLAN NOT ON PLANREF'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIROVREBUD07  P'.
           05  FILLER                       PIC X(40)  VALUE
               'SUSPENSE - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRSUSMANUAL  P'.
           05  FILLER                       PIC X(40)  VALUE
               'SUSPENSE - MEMBER RETIRED OR DECEASED'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRSUSEBUD05  P'.
           05  FILLER                       PIC X(40)  VALUE
               'UNACKNOWLEDGED - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRUNAMANUAL  P'.
           05  FILLER                       PIC X(40)  VALUE
               'UNACKNOWLEDGED - RETIRED OR DECEASED'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRUNAMANUAL  P'.
           05  FILLER                       PIC X(40)  VALUE
               'NOTIFICATION - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRNTHEBUD21  P'.
           05  FILLER                       PIC X(40)  VALUE
               'NOTIFICATION - MEMBER DECEASED'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRNTHEBUD21  P'.
           05  FILLER                       PIC X(40)  VALUE
               'SERVICE SPAN - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'SVCHIST EBUD22  P'.
           05  FILLER                       PIC X(40)  VALUE
               'SALARY HISTORY - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'SALHIST MANUAL  P'.
           05  FILLER                       PIC X(40)  VALUE
               'COMMENCEMENT - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRBCMMANUAL  P'.
           05  FILLER                       PIC X(40)  VALUE
               'QDRO ORDER - EMPLOYEE NOT ON MASTER'.
           05  FILLER                       PIC X(17)  VALUE
               'RETIRQDREBUD27  P'.
           05  FILLER                       PIC X(40)  VALUE
               'PLAN ON PLANREF - NO MEMBERS/OVERRIDE'.
           05  FILLER                       PIC X(17)  VALUE
               'PLANREF         I'.
       01  W-CATEGORY-TABLE REDEFINES W-CATEGORY-VALUES.
           05  W-CATEGORY-ENTRY OCCURS 17 TIMES.
               10  W-CATEGORY-CAPTION       PIC X(40).
               10  W-CATEGORY-FILE-NAME     PIC X(08).
               10  W-CATEGORY-RUN           PIC X(08).
               10  W-CATEGORY-ACTION-SW     PIC X(01).
                   88  W-CATEGORY-PURGE         VALUE 'P'.
                   88  W-CATEGORY-REPORT-ONLY   VALUE 'R'.
      *
       01  W-CATEGORY-COUNTS.
           05  W-CATEGORY-COUNT             PIC 9(09)  COMP
                                            OCCURS 17 TIMES.
      *
       01  W-CATEGORY-CONTROL.
           05  W-CATEGORY-IDX               PIC 9(04)  COMP.
           05  W-EXCEPTION-KEY              PIC X(20).
           05  W-EXCEPTION-DETAIL           PIC X(40).
      *
      *    PLANREF, LOADED IN KEY ORDER AT START-UP, WITH THE NUMBER
      *    OF MASTER MEMBERS ON EACH PLAN AND WHETHER IT HAS A
      *    RETIROVR ROW.  PLANS BEYOND THE TABLE ARE STILL LOOKED UP
      *    ON PLANREF ITSELF, BUT ARE NOT CHECKED FOR USE.
       01  W-PLAN-TABLE-CONTROL.
           05  W-PLAN-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-PLAN-TABLE-MAX             PIC 9(04)  COMP VALUE 500.
           05  W-PLANS-NOT-TABLED           PIC 9(09)  COMP VALUE 0.
           05  W-SEARCH-PLAN-CODE           PIC X(05).
       01  W-PLAN-TABLE.
           05  W-PLAN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON W-PLAN-COUNT
                   INDEXED BY W-PLAN-IDX.
               10  W-PT-PLAN-CODE           PIC X(05).
               10  W-PT-DESCRIPTION         PIC X(30).
               10  W-PT-MEMBER-COUNT        PIC 9(09)  COMP.
               10  W-PT-OVERRIDE-SW         PIC X(01).
                   88  W-PT-HAS-OVERRIDE        VALUE 'Y'.
      *
      *    LAST EMPLOYEE LOOKED UP ON THE MASTER - THE HISTORY FILES
      *    CARRY SEVERAL RECORDS PER MEMBER, SO THE RESULT IS KEPT
      *    AND REUSED WHILE THE ID IS UNCHANGED.
       01  W-MASTER-LOOKUP.
           05  W-LOOKUP-ID                  PIC X(09).
           05  W-LAST-LOOKUP-ID             PIC X(09)  VALUE LOW-VALUES.
           05  W-LOOKUP-FOUND-SW            PIC X(01)  VALUE 'N'.
           05  W-LOOKUP-STATUS              PIC X(01).
               88  W-LOOKUP-RETIRED             VALUE 'R'.
               88  W-LOOKUP-DECEASED            VALUE 'D'.
           05  W-LOOKUP-PLAN-CODE           PIC X(05).
      *
       01  W-REPORT-CONTROL.
           05  W-RUN-DATE                   PIC 9(08).
           05  W-LINE-COUNT                 PIC 9(04)  COMP VALUE 99.
           05  W-PAGE-COUNT                 PIC 9(04)  COMP VALUE 0.
           05  W-LINES-PER-PAGE             PIC 9(04)  COMP VALUE 55.
           05  W-SECTION-TITLE              PIC X(60)  VALUE SPACES.
      *
       01  W-PURGE-RECORD.
           COPY LPURGE.
      *
       01  W-PAGE-HEADING-1.
           05  FILLER                       PIC X(08)
                                            VALUE 'EBUD31  '.
           05  FILLER                       PIC X(42)  VALUE
               'CROSS-FILE REFERENTIAL INTEGRITY AUDIT    '.
           05  FILLER                       PIC X(11)
                                            VALUE 'RUN DATE - '.
           05  PH-RUN-DATE                  PIC 9(08).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  FILLER                       PIC X(07)
                                            VALUE 'PAGE - '.
           05  PH-PAGE-NUMBER               PIC ZZZ9.
           05  FILLER                       PIC X(49)  VALUE SPACES.
      *
       01  W-PAGE-HEADING-2.
           05  PH-SECTION-TITLE             PIC X(60).
           05  FILLER                       PIC X(72)  VALUE SPACES.
      *
       01  W-EXCEPTION-HEADING.
           05  FILLER                       PIC X(05)  VALUE 'CAT'.
           05  FILLER                       PIC X(10)  VALUE 'FILE'.
           05  FILLER                       PIC X(22)
                                            VALUE 'RECORD KEY'.
           05  FILLER                       PIC X(42)
                                            VALUE 'EXCEPTION'.
           05  FILLER                       PIC X(40)  VALUE 'DETAIL'.
           05  FILLER                       PIC X(13)  VALUE SPACES.
      *
       01  W-EXCEPTION-LINE.
           05  EL-CATEGORY                  PIC 9(02).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  EL-FILE-NAME                 PIC X(08).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  EL-RECORD-KEY                PIC X(20).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  EL-CAPTION                   PIC X(40).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  EL-DETAIL                    PIC X(40).
           05  FILLER                       PIC X(13)  VALUE SPACES.
      *
       01  W-NO-EXCEPTION-LINE.
           05  FILLER                       PIC X(44)  VALUE
               'NO INTEGRITY EXCEPTIONS FOUND               '.
           05  FILLER                       PIC X(88)  VALUE SPACES.
      *
       01  W-PLAN-OVERFLOW-LINE.
           05  FILLER                       PIC X(44)  VALUE
               'PLANREF HOLDS MORE PLANS THAN THE AUDIT TABL'.
           05  FILLER                       PIC X(44)  VALUE
               'E - PLANS NOT CHECKED FOR USE -             '.
           05  PO-PLANS-NOT-TABLED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(33)  VALUE SPACES.
      *
      *    DETAIL TEXT FOR AN EXCEPTION RAISED AGAINST A MEMBER.
       01  W-MEMBER-DETAIL.
           05  FILLER                       PIC X(07)
                                            VALUE 'STATUS '.
           05  MD-STATUS                    PIC X(01).
           05  FILLER                       PIC X(07)
                                            VALUE '  PLAN '.
           05  MD-PLAN-CODE                 PIC X(05).
           05  FILLER                       PIC X(20)  VALUE SPACES.
      *
       01  W-COUNT-HEADING.
           05  FILLER                       PIC X(05)  VALUE 'CAT'.
           05  FILLER                       PIC X(42)
                                            VALUE 'EXCEPTION'.
           05  FILLER                       PIC X(10)  VALUE 'FILE'.
           05  FILLER                       PIC X(10)
                                            VALUE 'MAINT RUN'.
           05  FILLER                       PIC X(14)  VALUE 'ACTION'.
           05  FILLER                       PIC X(11)
                                            VALUE '      COUNT'.
           05  FILLER                       PIC X(40)  VALUE SPACES.
      *
       01  W-COUNT-LINE.
           05  CL-CATEGORY                  PIC 9(02).
           05  FILLER                       PIC X(03)  VALUE SPACES.
           05  CL-CAPTION                   PIC X(40).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  CL-FILE-NAME                 PIC X(08).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  CL-RUN                       PIC X(08).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  CL-ACTION                    PIC X(12).
           05  FILLER                       PIC X(02)  VALUE SPACES.
           05  CL-COUNT                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(40)  VALUE SPACES.
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
           PERFORM B200-AUDIT-MASTER
           PERFORM B300-AUDIT-BENEFIT-BASE
           PERFORM B310-AUDIT-NAME-ADDRESS
           PERFORM B320-AUDIT-AGE-OVERRIDE
           PERFORM B330-AUDIT-SUSPENSE
           PERFORM B340-AUDIT-UNACK-SUSPENSE
           PERFORM B350-AUDIT-NOTIFICATION
           PERFORM B360-AUDIT-SERVICE-HISTORY
           PERFORM B370-AUDIT-SALARY-HISTORY
           PERFORM B380-AUDIT-COMMENCEMENT
           PERFORM B390-AUDIT-ALTERNATE-PAYEE
           PERFORM B400-AUDIT-PLAN-USE
           PERFORM B500-PRINT-CATEGORY-COUNTS
           PERFORM B600-PRINT-FILE-TOTALS
           PERFORM B900-TERMINATE
           GOBACK
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B100-INITIALIZE - OPEN FILES AND LOAD THE PLAN TABLE
      *----------------------------------------------------------------
       B100-INITIALIZE SECTION.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  EMPLOYEE-MASTER-FILE
           OPEN INPUT  BENEFIT-BASE-FILE
           OPEN INPUT  NAME-ADDRESS-FILE
           OPEN INPUT  PLAN-REFERENCE-FILE
           OPEN INPUT  RETIREMENT-AGE-OVERRIDE-FILE
           OPEN INPUT  SUSPENSE-FILE
           OPEN INPUT  UNACK-SUSPENSE-FILE
           OPEN INPUT  NOTIFICATION-HISTORY-FILE
           OPEN INPUT  SERVICE-HISTORY-FILE
           OPEN INPUT  SALARY-HISTORY-FILE
           OPEN INPUT  COMMENCEMENT-FILE
           OPEN INPUT  ALTERNATE-PAYEE-FILE
           OPEN OUTPUT PURGE-CANDIDATE-FILE
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           INITIALIZE W-CATEGORY-COUNTS

           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B110-LOAD-PLAN-ENTRY
               UNTIL W-FILE-EOF

           MOVE 'SECTION 1 - INTEGRITY EXCEPTIONS' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           PERFORM C210-WRITE-EXCEPTION-HEADING
           .
       END-OF-SECTION.
           EXIT.
      *
       B110-LOAD-PLAN-ENTRY SECTION.
           READ PLAN-REFERENCE-FILE NEXT
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-PLANREF-READ
           IF W-PLAN-COUNT NOT < W-PLAN-TABLE-MAX
              MOVE 'Y' TO W-PLAN-TABLE-FULL-SW
              ADD 1 TO W-PLANS-NOT-TABLED
              GO TO END-OF-SECTION
           END-IF

           ADD 1 TO W-PLAN-COUNT
           SET W-PLAN-IDX TO W-PLAN-COUNT
           MOVE PL-PLAN-CODE   TO W-PT-PLAN-CODE (W-PLAN-IDX)
           MOVE PL-DESCRIPTION TO W-PT-DESCRIPTION (W-PLAN-IDX)
           MOVE 0              TO W-PT-MEMBER-COUNT (W-PLAN-IDX)
           MOVE 'N'            TO W-PT-OVERRIDE-SW (W-PLAN-IDX)
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B200-AUDIT-MASTER - EVERY MEMBER'S PLAN MUST BE ON PLANREF;
      *    AN ACTIVE OR TERMINATED-VESTED MEMBER MUST HAVE A MAILING
      *    ADDRESS AND A BENEFIT BASE.
      *----------------------------------------------------------------
       B200-AUDIT-MASTER SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B210-CHECK-MASTER-RECORD
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B210-CHECK-MASTER-RECORD SECTION.
           READ EMPLOYEE-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-MASTER-READ
           MOVE EB-EMPLOYEE-ID       TO W-EXCEPTION-KEY
           MOVE EB-EMPLOYMENT-STATUS TO MD-STATUS
           MOVE EB-PLAN-CODE         TO MD-PLAN-CODE

           MOVE EB-PLAN-CODE TO W-SEARCH-PLAN-CODE
           PERFORM C500-FIND-PLAN
           IF W-PLAN-IN-TABLE
              ADD 1 TO W-PT-MEMBER-COUNT (W-PLAN-IDX)
           END-IF
           IF NOT W-PLAN-FOUND
              MOVE 1 TO W-CATEGORY-IDX
              IF EB-PLAN-CODE = SPACES
                 MOVE 'PLAN CODE IS BLANK' TO W-EXCEPTION-DETAIL
              ELSE
                 MOVE W-MEMBER-DETAIL     TO W-EXCEPTION-DETAIL
              END-IF
              PERFORM C300-WRITE-EXCEPTION
           END-IF

           IF NOT EB-STATUS-ACTIVE AND NOT EB-STATUS-TERM-VESTED
              GO TO END-OF-SECTION
           END-IF

           MOVE EB-EMPLOYEE-ID TO NA-EMPLOYEE-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   MOVE 2 TO W-CATEGORY-IDX
                   MOVE W-MEMBER-DETAIL TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NA-ADDRESS-LINE-1 = SPACES
                      MOVE 2 TO W-CATEGORY-IDX
                      MOVE 'ADDRESS LINE 1 IS BLANK'
                        TO W-EXCEPTION-DETAIL
                      PERFORM C300-WRITE-EXCEPTION
                   END-IF
           END-READ

           MOVE EB-EMPLOYEE-ID TO SB-EMPLOYEE-ID
           READ BENEFIT-BASE-FILE
               INVALID KEY
                   MOVE 3 TO W-CATEGORY-IDX
                   MOVE 'NO EMPSALRY RECORD' TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF SB-MONTHLY-BENEFIT-BASE IS NOT NUMERIC
                          OR SB-MONTHLY-BENEFIT-BASE = 0
                      MOVE 3 TO W-CATEGORY-IDX
                      MOVE 'EMPSALRY BASE IS ZERO OR INVALID'
                        TO W-EXCEPTION-DETAIL
                      PERFORM C300-WRITE-EXCEPTION
                   END-IF
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B300-AUDIT-BENEFIT-BASE - EMPSALRY BACK TO THE MASTER.  THE
      *    MASTER PASS LEFT THE FILE POSITIONED BY RANDOM READS, SO
      *    THE WALK STARTS FROM THE LOWEST KEY.
      *----------------------------------------------------------------
       B300-AUDIT-BENEFIT-BASE SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           MOVE LOW-VALUES TO SB-EMPLOYEE-ID
           START BENEFIT-BASE-FILE
               KEY IS NOT LESS THAN SB-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO W-FILE-EOF-SW
           END-START
           PERFORM B301-CHECK-BENEFIT-BASE
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B301-CHECK-BENEFIT-BASE SECTION.
           READ BENEFIT-BASE-FILE NEXT
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-BASE-READ
           MOVE SB-EMPLOYEE-ID TO W-LOOKUP-ID
           PERFORM C600-LOOKUP-MASTER
           IF NOT W-MASTER-FOUND
              MOVE 4 TO W-CATEGORY-IDX
              MOVE SB-EMPLOYEE-ID TO W-EXCEPTION-KEY
              MOVE SPACES         TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B310-AUDIT-NAME-ADDRESS SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           MOVE LOW-VALUES TO NA-EMPLOYEE-ID
           START NAME-ADDRESS-FILE
               KEY IS NOT LESS THAN NA-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO W-FILE-EOF-SW
           END-START
           PERFORM B311-CHECK-NAME-ADDRESS
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B311-CHECK-NAME-ADDRESS SECTION.
           READ NAME-ADDRESS-FILE NEXT
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-NAME-ADDRESS-READ
           MOVE NA-EMPLOYEE-ID TO W-LOOKUP-ID
           PERFORM C600-LOOKUP-MASTER
           IF NOT W-MASTER-FOUND
              MOVE 5 TO W-CATEGORY-IDX
              MOVE NA-EMPLOYEE-ID   TO W-EXCEPTION-KEY
              MOVE NA-EMPLOYEE-NAME TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B320-AUDIT-AGE-OVERRIDE - EVERY RETIROVR ROW MUST NAME A
      *    PLAN STILL ON PLANREF (EBUD15 DELETES PLANS WITHOUT
      *    TOUCHING THE OVERRIDES).
      *----------------------------------------------------------------
       B320-AUDIT-AGE-OVERRIDE SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B321-CHECK-AGE-OVERRIDE
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B321-CHECK-AGE-OVERRIDE SECTION.
           READ RETIREMENT-AGE-OVERRIDE-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-OVERRIDE-READ
           MOVE OV-PLAN-CODE TO W-SEARCH-PLAN-CODE
           PERFORM C500-FIND-PLAN
           IF W-PLAN-IN-TABLE
              MOVE 'Y' TO W-PT-OVERRIDE-SW (W-PLAN-IDX)
           END-IF
           IF NOT W-PLAN-FOUND
              MOVE 6 TO W-CATEGORY-IDX
              MOVE OV-PLAN-CODE TO W-EXCEPTION-KEY
              MOVE SPACES       TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B330-AUDIT-SUSPENSE - A SUSPENDED CALCULATION FOR A MEMBER
      *    NO LONGER ON THE MASTER, OR NOW RETIRED OR DECEASED, WILL
      *    NEVER BE RESOLVED BY THE SWEEP.
      *----------------------------------------------------------------
       B330-AUDIT-SUSPENSE SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B331-CHECK-SUSPENSE
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B331-CHECK-SUSPENSE SECTION.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-SUSPENSE-READ
           MOVE SU-EMPLOYEE-ID TO W-LOOKUP-ID
                                  W-EXCEPTION-KEY
           PERFORM C600-LOOKUP-MASTER
           EVALUATE TRUE
               WHEN NOT W-MASTER-FOUND
                   MOVE 7 TO W-CATEGORY-IDX
                   MOVE SU-REASON TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
               WHEN W-LOOKUP-RETIRED OR W-LOOKUP-DECEASED
                   MOVE 8 TO W-CATEGORY-IDX
                   MOVE W-MEMBER-DETAIL TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
       B340-AUDIT-UNACK-SUSPENSE SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B341-CHECK-UNACK-SUSPENSE
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B341-CHECK-UNACK-SUSPENSE SECTION.
           READ UNACK-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-UNACK-READ
           MOVE UA-EMPLOYEE-ID TO W-LOOKUP-ID
                                  W-EXCEPTION-KEY
           PERFORM C600-LOOKUP-MASTER
           EVALUATE TRUE
               WHEN NOT W-MASTER-FOUND
                   MOVE 9 TO W-CATEGORY-IDX
                   MOVE SPACES TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
               WHEN W-LOOKUP-RETIRED OR W-LOOKUP-DECEASED
                   MOVE 10 TO W-CATEGORY-IDX
                   MOVE W-MEMBER-DETAIL TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B350-AUDIT-NOTIFICATION - HISTORY FOR A MEMBER WHO HAS DIED
      *    OR LEFT THE MASTER IS FLAGGED; A RETIREE'S HISTORY IS THE
      *    RECORD OF A CASE THAT RAN ITS COURSE AND IS KEPT.
      *----------------------------------------------------------------
       B350-AUDIT-NOTIFICATION SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B351-CHECK-NOTIFICATION
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B351-CHECK-NOTIFICATION SECTION.
           READ NOTIFICATION-HISTORY-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-NOTIFICATION-READ
           MOVE NH-EMPLOYEE-ID TO W-LOOKUP-ID
           MOVE NH-NOTIFY-KEY  TO W-EXCEPTION-KEY
           PERFORM C600-LOOKUP-MASTER
           EVALUATE TRUE
               WHEN NOT W-MASTER-FOUND
                   MOVE 11 TO W-CATEGORY-IDX
                   MOVE SPACES TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
               WHEN W-LOOKUP-DECEASED
                   MOVE 12 TO W-CATEGORY-IDX
                   MOVE W-MEMBER-DETAIL TO W-EXCEPTION-DETAIL
                   PERFORM C300-WRITE-EXCEPTION
           END-EVALUATE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B360-B390 - THE REMAINING EMPLOYEE-KEYED FILES, BACK TO THE
      *    MASTER.  SPAN AND SALARY HISTORY ARE FLAGGED RECORD BY
      *    RECORD SO EACH PURGE CANDIDATE CARRIES A COMPLETE KEY.
      *----------------------------------------------------------------
       B360-AUDIT-SERVICE-HISTORY SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B361-CHECK-SERVICE-HISTORY
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B361-CHECK-SERVICE-HISTORY SECTION.
           READ SERVICE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-SPAN-READ
           MOVE SH-EMPLOYEE-ID TO W-LOOKUP-ID
           PERFORM C600-LOOKUP-MASTER
           IF NOT W-MASTER-FOUND
              MOVE 13 TO W-CATEGORY-IDX
              MOVE SH-SPAN-KEY TO W-EXCEPTION-KEY
              MOVE SPACES      TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B370-AUDIT-SALARY-HISTORY SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B371-CHECK-SALARY-HISTORY
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B371-CHECK-SALARY-HISTORY SECTION.
           READ SALARY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-SALARY-READ
           MOVE SY-EMPLOYEE-ID TO W-LOOKUP-ID
           PERFORM C600-LOOKUP-MASTER
           IF NOT W-MASTER-FOUND
              MOVE 14 TO W-CATEGORY-IDX
              MOVE SY-SALARY-KEY TO W-EXCEPTION-KEY
              MOVE SPACES        TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B380-AUDIT-COMMENCEMENT SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B381-CHECK-COMMENCEMENT
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B381-CHECK-COMMENCEMENT SECTION.
           READ COMMENCEMENT-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-COMMENCEMENT-READ
           MOVE BC-EMPLOYEE-ID TO W-LOOKUP-ID
           PERFORM C600-LOOKUP-MASTER
           IF NOT W-MASTER-FOUND
              MOVE 15 TO W-CATEGORY-IDX
              MOVE BC-EMPLOYEE-ID TO W-EXCEPTION-KEY
              MOVE SPACES         TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B390-AUDIT-ALTERNATE-PAYEE SECTION.
           MOVE 'N' TO W-FILE-EOF-SW
           PERFORM B391-CHECK-ALTERNATE-PAYEE
               UNTIL W-FILE-EOF
           .
       END-OF-SECTION.
           EXIT.
      *
       B391-CHECK-ALTERNATE-PAYEE SECTION.
           READ ALTERNATE-PAYEE-FILE
               AT END
                   MOVE 'Y' TO W-FILE-EOF-SW
                   GO TO END-OF-SECTION
           END-READ
           ADD 1 TO W-ORDER-READ
           MOVE QD-EMPLOYEE-ID TO W-LOOKUP-ID
           PERFORM C600-LOOKUP-MASTER
           IF NOT W-MASTER-FOUND
              MOVE 16 TO W-CATEGORY-IDX
              MOVE QD-EMPLOYEE-ID  TO W-EXCEPTION-KEY
              MOVE QD-ORDER-NUMBER TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B400-AUDIT-PLAN-USE - PLANREF PLANS NO MEMBER IS ON AND NO
      *    OVERRIDE NAMES, FOR INFORMATION.
      *----------------------------------------------------------------
       B400-AUDIT-PLAN-USE SECTION.
           SET W-PLAN-IDX TO 1
           PERFORM B410-CHECK-PLAN-USE
               UNTIL W-PLAN-IDX > W-PLAN-COUNT
           IF W-PLAN-TABLE-FULL
              MOVE W-PLANS-NOT-TABLED   TO PO-PLANS-NOT-TABLED
              MOVE W-PLAN-OVERFLOW-LINE TO W-PRINT-LINE
              PERFORM C100-WRITE-REPORT-LINE
           END-IF
           .
       END-OF-SECTION.
           EXIT.
      *
       B410-CHECK-PLAN-USE SECTION.
           IF W-PT-MEMBER-COUNT (W-PLAN-IDX) = 0
                  AND NOT W-PT-HAS-OVERRIDE (W-PLAN-IDX)
              MOVE 17 TO W-CATEGORY-IDX
              MOVE W-PT-PLAN-CODE (W-PLAN-IDX)   TO W-EXCEPTION-KEY
              MOVE W-PT-DESCRIPTION (W-PLAN-IDX) TO W-EXCEPTION-DETAIL
              PERFORM C300-WRITE-EXCEPTION
           END-IF
           SET W-PLAN-IDX UP BY 1
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B500-PRINT-CATEGORY-COUNTS - EXCEPTION COUNTS BY CATEGORY,
      *    WITH THE FILE, MAINTENANCE RUN AND ACTION FOR EACH
      *----------------------------------------------------------------
       B500-PRINT-CATEGORY-COUNTS SECTION.
           IF W-EXCEPTIONS-LISTED = 0
              MOVE W-NO-EXCEPTION-LINE TO W-PRINT-LINE
              PERFORM C100-WRITE-REPORT-LINE
           END-IF
           MOVE 'N' TO W-EXCEPTION-HEADING-SW
           MOVE 'SECTION 2 - EXCEPTION COUNTS BY CATEGORY'
             TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           MOVE W-COUNT-HEADING TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 1 TO W-CATEGORY-IDX
           PERFORM B510-PRINT-CATEGORY-COUNT
               UNTIL W-CATEGORY-IDX > 17
           MOVE SPACES TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           MOVE 'EXCEPTIONS LISTED                       - '
             TO TL-CAPTION
           MOVE W-EXCEPTIONS-LISTED TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'PURGE CANDIDATES WRITTEN TO RETIRPRG    - '
             TO TL-CAPTION
           MOVE W-PURGE-WRITTEN TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       B510-PRINT-CATEGORY-COUNT SECTION.
           MOVE W-CATEGORY-IDX                        TO CL-CATEGORY
           MOVE W-CATEGORY-CAPTION (W-CATEGORY-IDX)   TO CL-CAPTION
           MOVE W-CATEGORY-FILE-NAME (W-CATEGORY-IDX) TO CL-FILE-NAME
           MOVE W-CATEGORY-RUN (W-CATEGORY-IDX)       TO CL-RUN
           EVALUATE TRUE
               WHEN W-CATEGORY-PURGE (W-CATEGORY-IDX)
                   MOVE 'PURGE REVIEW' TO CL-ACTION
               WHEN W-CATEGORY-REPORT-ONLY (W-CATEGORY-IDX)
                   MOVE 'REPORT ONLY'  TO CL-ACTION
               WHEN OTHER
                   MOVE 'INFORMATION'  TO CL-ACTION
           END-EVALUATE
           MOVE W-CATEGORY-COUNT (W-CATEGORY-IDX)     TO CL-COUNT
           MOVE W-COUNT-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE
           ADD 1 TO W-CATEGORY-IDX
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B600-PRINT-FILE-TOTALS - RECORDS READ FROM EACH FILE
      *----------------------------------------------------------------
       B600-PRINT-FILE-TOTALS SECTION.
           MOVE 'SECTION 3 - RECORDS READ BY FILE' TO W-SECTION-TITLE
           PERFORM C200-START-NEW-PAGE
           MOVE 'EMPBDATE - EMPLOYEE MASTER              - '
             TO TL-CAPTION
           MOVE W-MASTER-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'PLANREF  - PLAN REFERENCE               - '
             TO TL-CAPTION
           MOVE W-PLANREF-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'EMPSALRY - BENEFIT BASE                 - '
             TO TL-CAPTION
           MOVE W-BASE-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'EMPNAMAD - NAME AND ADDRESS             - '
             TO TL-CAPTION
           MOVE W-NAME-ADDRESS-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'RETIROVR - RETIREMENT AGE OVERRIDE      - '
             TO TL-CAPTION
           MOVE W-OVERRIDE-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'RETIRSUS - CALCULATION SUSPENSE         - '
             TO TL-CAPTION
           MOVE W-SUSPENSE-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'RETIRUNA - UNACKNOWLEDGED SUSPENSE      - '
             TO TL-CAPTION
           MOVE W-UNACK-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'RETIRNTH - NOTIFICATION HISTORY         - '
             TO TL-CAPTION
           MOVE W-NOTIFICATION-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'SVCHIST  - SERVICE HISTORY SPANS        - '
             TO TL-CAPTION
           MOVE W-SPAN-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'SALHIST  - SALARY HISTORY               - '
             TO TL-CAPTION
           MOVE W-SALARY-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'RETIRBCM - BENEFIT COMMENCEMENT         - '
             TO TL-CAPTION
           MOVE W-COMMENCEMENT-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           MOVE 'RETIRQDR - ALTERNATE-PAYEE ORDERS       - '
             TO TL-CAPTION
           MOVE W-ORDER-READ TO TL-VALUE
           PERFORM C110-WRITE-TOTAL-LINE
           .
       END-OF-SECTION.
           EXIT.
      *
       C100-WRITE-REPORT-LINE SECTION.
           IF W-LINE-COUNT >= W-LINES-PER-PAGE
              PERFORM C200-START-NEW-PAGE
              PERFORM C210-WRITE-EXCEPTION-HEADING
           END-IF
           WRITE INTEGRITY-REPORT-LINE FROM W-PRINT-LINE
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
           MOVE W-PAGE-COUNT     TO PH-PAGE-NUMBER
           WRITE INTEGRITY-REPORT-LINE FROM W-PAGE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE W-SECTION-TITLE TO PH-SECTION-TITLE
           WRITE INTEGRITY-REPORT-LINE FROM W-PAGE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
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
           WRITE INTEGRITY-REPORT-LINE FROM W-EXCEPTION-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO W-LINE-COUNT
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C300-WRITE-EXCEPTION - THE CALLER SETS W-CATEGORY-IDX,
      *    W-EXCEPTION-KEY AND W-EXCEPTION-DETAIL.  A PURGE CATEGORY
      *    ALSO GOES TO THE PURGE-CANDIDATE FILE.
      *----------------------------------------------------------------
       C300-WRITE-EXCEPTION SECTION.
           ADD 1 TO W-CATEGORY-COUNT (W-CATEGORY-IDX)
           ADD 1 TO W-EXCEPTIONS-LISTED
           MOVE W-CATEGORY-IDX                        TO EL-CATEGORY
           MOVE W-CATEGORY-FILE-NAME (W-CATEGORY-IDX) TO EL-FILE-NAME
           MOVE W-EXCEPTION-KEY                       TO EL-RECORD-KEY
           MOVE W-CATEGORY-CAPTION (W-CATEGORY-IDX)   TO EL-CAPTION
           MOVE W-EXCEPTION-DETAIL                    TO EL-DETAIL
           MOVE W-EXCEPTION-LINE TO W-PRINT-LINE
           PERFORM C100-WRITE-REPORT-LINE

           IF NOT W-CATEGORY-PURGE (W-CATEGORY-IDX)
              GO TO END-OF-SECTION
           END-IF
           MOVE SPACES                                TO W-PURGE-RECORD
           MOVE W-RUN-DATE                            TO PG-AUDIT-DATE
           MOVE W-CATEGORY-FILE-NAME (W-CATEGORY-IDX) TO PG-FILE-NAME
           MOVE W-EXCEPTION-KEY                       TO PG-RECORD-KEY
           MOVE W-CATEGORY-IDX                        TO PG-CATEGORY
           MOVE W-CATEGORY-CAPTION (W-CATEGORY-IDX)   TO PG-REASON
           MOVE W-CATEGORY-RUN (W-CATEGORY-IDX)
             TO PG-MAINTENANCE-RUN
           WRITE PURGE-CANDIDATE-RECORD FROM W-PURGE-RECORD
           ADD 1 TO W-PURGE-WRITTEN
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C500-FIND-PLAN - LOOK W-SEARCH-PLAN-CODE UP IN THE PLAN
      *    TABLE, AND ON PLANREF ITSELF WHEN THE TABLE COULD NOT HOLD
      *    EVERY PLAN.  W-PLAN-IDX IS LEFT ON THE ENTRY WHEN
      *    W-PLAN-IN-TABLE.
      *----------------------------------------------------------------
       C500-FIND-PLAN SECTION.
           MOVE 'N' TO W-PLAN-FOUND-SW
           MOVE 'N' TO W-PLAN-IN-TABLE-SW
           IF W-SEARCH-PLAN-CODE = SPACES
              GO TO END-OF-SECTION
           END-IF
           IF W-PLAN-COUNT > 0
              SET W-PLAN-IDX TO 1
              SEARCH W-PLAN-ENTRY
                  AT END
                      CONTINUE
                  WHEN W-PT-PLAN-CODE (W-PLAN-IDX) = W-SEARCH-PLAN-CODE
                      MOVE 'Y' TO W-PLAN-FOUND-SW
                      MOVE 'Y' TO W-PLAN-IN-TABLE-SW
              END-SEARCH
           END-IF
           IF W-PLAN-FOUND OR NOT W-PLAN-TABLE-FULL
              GO TO END-OF-SECTION
           END-IF
           MOVE W-SEARCH-PLAN-CODE TO PL-PLAN-CODE
           READ PLAN-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO W-PLAN-FOUND-SW
           END-READ
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    C600-LOOKUP-MASTER - RANDOM READ OF THE MASTER FOR
      *    W-LOOKUP-ID.  SETS W-MASTER-FOUND, W-LOOKUP-STATUS AND THE
      *    MEMBER DETAIL TEXT.
      *----------------------------------------------------------------
       C600-LOOKUP-MASTER SECTION.
           IF W-LOOKUP-ID NOT = W-LAST-LOOKUP-ID
              MOVE W-LOOKUP-ID TO W-LAST-LOOKUP-ID
              MOVE W-LOOKUP-ID TO EB-EMPLOYEE-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                      MOVE 'N'    TO W-LOOKUP-FOUND-SW
                      MOVE SPACES TO W-LOOKUP-STATUS
                                     W-LOOKUP-PLAN-CODE
                  NOT INVALID KEY
                      MOVE 'Y'                  TO W-LOOKUP-FOUND-SW
                      MOVE EB-EMPLOYMENT-STATUS TO W-LOOKUP-STATUS
                      MOVE EB-PLAN-CODE         TO W-LOOKUP-PLAN-CODE
              END-READ
           END-IF
           MOVE W-LOOKUP-FOUND-SW  TO W-MASTER-FOUND-SW
           MOVE W-LOOKUP-STATUS    TO MD-STATUS
           MOVE W-LOOKUP-PLAN-CODE TO MD-PLAN-CODE
           .
       END-OF-SECTION.
           EXIT.
      *
      *----------------------------------------------------------------
      *    B900-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS
      *----------------------------------------------------------------
       B900-TERMINATE SECTION.
           DISPLAY 'EBUD31 MASTER RECORDS READ  - ' W-MASTER-READ
           DISPLAY 'EBUD31 EXCEPTIONS LISTED    - ' W-EXCEPTIONS-LISTED
           DISPLAY 'EBUD31 PURGE CANDIDATES     - ' W-PURGE-WRITTEN
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE BENEFIT-BASE-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE PLAN-REFERENCE-FILE
           CLOSE RETIREMENT-AGE-OVERRIDE-FILE
           CLOSE SUSPENSE-FILE
           CLOSE UNACK-SUSPENSE-FILE
           CLOSE NOTIFICATION-HISTORY-FILE
           CLOSE SERVICE-HISTORY-FILE
           CLOSE SALARY-HISTORY-FILE
           CLOSE COMMENCEMENT-FILE
           CLOSE ALTERNATE-PAYEE-FILE
           CLOSE PURGE-CANDIDATE-FILE
           CLOSE INTEGRITY-REPORT-FILE
           .
       END-OF-SECTION.
           EXIT.
