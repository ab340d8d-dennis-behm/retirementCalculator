      *----------------------------------------------------------------
      *    LDTHCTL - DEATH-MATCH CONTROL RECORD LAYOUT
      *
      *    KEYED CONTROL FILE (RETIRDMC) FOR THE EBUD26 DEATH-MASTER
      *    MATCH, RECORD KEY DC-CONTROL-KEY.  TWO KINDS OF RECORD:
      *      'R' - ONE PER DEATH-MASTER RELEASE MATCHED (KEY VALUE IS
      *            THE RELEASE ID FROM THE EXTRACT HEADER), WITH THE
      *            RUN DATE AND COUNTS, SO THERE IS A RECORD OF WHICH
      *            RELEASE EACH MONTH'S FLIPS CAME FROM.
      *      'M' - ONE PER MEMBER EVER RAISED FROM THE DEATH MASTER
      *            (KEY VALUE IS THE EMPLOYEE ID), WITH THE GRADE,
      *            THE ACTION TAKEN AND THE RELEASE IT FIRST CAME
      *            FROM.  THE DEATH MASTER IS CUMULATIVE, SO THE SAME
      *            DEATH IS ON EVERY LATER RELEASE - A MEMBER WITH AN
      *            'M' RECORD IS NEVER RAISED AGAIN, WHETHER THE FLIP
      *            WENT THROUGH OR A REVIEWER RULED THE HIT OUT.
      *----------------------------------------------------------------
           05  DC-CONTROL-KEY.
               10  DC-RECORD-TYPE           PIC X(01).
                   88  DC-RELEASE-RECORD        VALUE 'R'.
                   88  DC-MEMBER-RECORD         VALUE 'M'.
               10  DC-KEY-VALUE             PIC X(10).
           05  DC-RELEASE-DATA.
               10  DC-RELEASE-DATE          PIC 9(08).
               10  DC-MATCHED-DATE          PIC 9(08).
               10  DC-DEATH-RECORDS-READ    PIC 9(09).
               10  DC-HITS-RAISED           PIC 9(07).
               10  DC-CONFIRMED-COUNT       PIC 9(07).
               10  DC-POSSIBLE-COUNT        PIC 9(07).
           05  DC-MEMBER-DATA REDEFINES DC-RELEASE-DATA.
               10  DC-DEATH-DATE            PIC 9(08).
               10  DC-MATCH-GRADE           PIC X(01).
                   88  DC-GRADE-HIGH            VALUE 'H'.
                   88  DC-GRADE-MEDIUM          VALUE 'M'.
                   88  DC-GRADE-LOW             VALUE 'L'.
               10  DC-ACTION-TAKEN          PIC X(01).
                   88  DC-STATUS-FLIP-SENT      VALUE 'S'.
                   88  DC-SENT-FOR-REVIEW       VALUE 'R'.
               10  DC-RAISED-RELEASE-ID     PIC X(10).
               10  DC-RAISED-DATE           PIC 9(08).
               10  FILLER                   PIC X(18).
           05  FILLER                       PIC X(23).
