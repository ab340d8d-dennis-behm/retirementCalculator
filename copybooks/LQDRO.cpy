      *----------------------------------------------------------------
      *    LQDRO - DOMESTIC RELATIONS ORDER (ALTERNATE PAYEE) LAYOUT
      *
      *    KEYED ALTERNATE-PAYEE FILE (RETIRQDR), ONE RECORD PER
      *    MEMBER WHOSE PENSION HAS BEEN DIVIDED BY A COURT ORDER,
      *    RECORD KEY QD-EMPLOYEE-ID.  MAINTAINED BY EBUD27; READ BY
      *    EBUD01 (A375) IN THE SWEEP, BY EBUD20 FOR THE ON-LINE
      *    INQUIRY AND BY THE EBUD28 QUARTERLY LEGAL REPORT.
      *
      *    QD-ORDER-STATUS - 'P' THE ORDER HAS BEEN RECEIVED AND IS
      *    UNDER REVIEW BY THE LEGAL DEPARTMENT; 'Q' THE PLAN HAS
      *    DETERMINED IT A QUALIFIED ORDER.  ONLY A QUALIFIED ORDER
      *    SPLITS THE BENEFIT - A PENDING ONE IS REPORTED ONLY.
      *
      *    QD-SPLIT-METHOD - 'P' THE ALTERNATE PAYEE RECEIVES
      *    QD-SPLIT-PERCENT OF EACH MONTHLY AMOUNT; 'F' A FIXED
      *    QD-SPLIT-AMOUNT A MONTH, NEVER MORE THAN THE AMOUNT ITSELF.
      *    THE FIELD FOR THE OTHER METHOD IS ZERO.
      *
      *    QD-EARLIEST-PAY-DATE IS THE FIRST DATE THE ORDER ALLOWS
      *    PAYMENT TO THE ALTERNATE PAYEE; ZERO WHEN THE ORDER IS
      *    SILENT AND ONLY THE PAYEE'S OWN EARLIEST RETIREMENT DATE
      *    APPLIES.
      *----------------------------------------------------------------
           05  QD-EMPLOYEE-ID               PIC X(09).
           05  QD-ORDER-NUMBER              PIC X(12).
           05  QD-ORDER-STATUS              PIC X(01).
               88  QD-ORDER-PENDING             VALUE 'P'.
               88  QD-ORDER-QUALIFIED           VALUE 'Q'.
               88  QD-ORDER-VALID-STATUS        VALUE 'P' 'Q'.
           05  QD-PAYEE-NAME                PIC X(30).
           05  QD-PAYEE-BIRTH-DATE          PIC 9(08).
           05  QD-SPLIT-METHOD              PIC X(01).
               88  QD-SPLIT-BY-PERCENT          VALUE 'P'.
               88  QD-SPLIT-BY-FIXED-AMOUNT     VALUE 'F'.
               88  QD-SPLIT-VALID-METHOD        VALUE 'P' 'F'.
           05  QD-SPLIT-PERCENT             PIC 9(03)V99.
           05  QD-SPLIT-AMOUNT              PIC 9(07)V99.
           05  QD-EARLIEST-PAY-DATE         PIC 9(08).
           05  QD-ORDER-RECEIVED-DATE       PIC 9(08).
           05  QD-LAST-UPDATE-DATE          PIC 9(08).
           05  FILLER                       PIC X(21).
