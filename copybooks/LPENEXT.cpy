      *        RECORD.  PE-EMPLOYEE-ID STILL CARRIES THE DECEASED
      *        MEMBER'S ID SO THE PENSION-ELECTION STREAM CAN TIE THE
      *        CLAIM TO THE MEMBER ACCOUNT.
      *        'A' MARKS AN ALTERNATE-PAYEE RECORD (EBUD01 A379) - THE
      *        SHARE OF THE MEMBER'S BENEFIT A DOMESTIC RELATIONS
      *        ORDER AWARDS TO A FORMER SPOUSE.  IT FOLLOWS THE
      *        MEMBER'S OWN DETAIL UNDER THE SAME PE-EMPLOYEE-ID, IS
      *        DATED FROM THE PAYEE'S FIRST PAYMENT DATE, AND IS THE
      *        ONLY DETAIL THAT CARRIES THE ORDER NUMBER AND THE
      *        PAYEE'S MONTHLY SHARE AT THE MEMBER'S NORMAL DATE.
               10  FILLER                   PIC X(01).
               10  PE-SURVIVOR-FLAG         PIC X(01).
                   88  PE-SURVIVOR-RECORD       VALUE 'S'.
                   88  PE-ALTERNATE-PAYEE-RECORD VALUE 'A'.
               10  FILLER                   PIC X(01).
               10  PE-QDRO-ORDER-NUMBER     PIC X(12).
               10  FILLER                   PIC X(01).
               10  PE-AP-MONTHLY-AMOUNT     PIC 9(07)V99.
               10  FILLER                   PIC X(20).
           05  PE-TRAILER-BODY REDEFINES PE-RECORD-BODY.
               10  PE-RECORD-COUNT          PIC 9(09).
               10  FILLER                   PIC X(01).
