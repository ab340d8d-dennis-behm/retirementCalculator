      *----------------------------------------------------------------
      *    LPURGE - REFERENTIAL INTEGRITY PURGE-CANDIDATE RECORD LAYOUT
      *
      *    ONE RECORD PER ORPHANED OR OUT-OF-DATE KEYED RECORD FOUND
      *    BY THE EBUD31 INTEGRITY AUDIT, WRITTEN TO RETIRPRG IN THE
      *    ORDER THE FILES ARE WALKED.  NOTHING IS DELETED BY EBUD31 -
      *    OPERATIONS REVIEW THE FILE AND RAISE THE DELETES THROUGH
      *    THE RUN NAMED IN PG-MAINTENANCE-RUN.
      *
      *    PG-FILE-NAME      - DD NAME OF THE FILE HOLDING THE RECORD.
      *    PG-RECORD-KEY     - THE RECORD'S FULL KEY AS IT SITS ON THAT
      *                        FILE, LEFT-JUSTIFIED (EMPLOYEE ID, PLAN
      *                        CODE, OR EMPLOYEE ID FOLLOWED BY THE
      *                        EVENT TYPE / SPAN START / PAY YEAR).
      *    PG-CATEGORY       - EBUD31 EXCEPTION CATEGORY NUMBER.
      *    PG-MAINTENANCE-RUN - PROGRAM WHOSE TRANSACTION INPUT APPLIES
      *                        THE DELETE, 'MANUAL' WHERE NO MAINTENANCE
      *                        RUN OWNS THE FILE.
      *----------------------------------------------------------------
           05  PG-AUDIT-DATE                PIC 9(08).
           05  PG-FILE-NAME                 PIC X(08).
           05  PG-RECORD-KEY                PIC X(20).
           05  PG-CATEGORY                  PIC 9(02).
           05  PG-REASON                    PIC X(40).
           05  PG-MAINTENANCE-RUN           PIC X(08).
           05  FILLER                       PIC X(14).
