      *-----------------------------------------------------------------
      * DCLCRSV - DCLGEN HOST VARIABLE MAPPING FOR
      *           IBMUSER.COURSE_RESERVES
      *           (ONE ROW PER RESERVE-SHELF DESIGNATION - A SET TEXT
      *            PUT ON SHORT LOAN FOR A COURSE AND ITS INSTRUCTOR
      *            FROM START_DATE THROUGH END_DATE. ACCESSION_NO
      *            NAMES ONE COPY; BLANK PUTS EVERY COPY OF BOOK_ID ON
      *            RESERVE, A COPY-LEVEL ROW TAKING PRECEDENCE.
      *            LOAN_HOURS IS THE SHORT-LOAN PERIOD (2 OR 4) AND
      *            HOURLY_RATE THE OVERDUE FINE PER HOUR OR PART HOUR
      *            (ZERO = NOT FINED). STATUS: A = ACTIVE,
      *            E = ENDED BY THE RSVEXP NIGHTLY RUN AFTER END_DATE,
      *            C = CANCELLED AT THE DESK. MAINTAINED BY RSV01 AND
      *            READ BY LOAN01 AT CHECK-OUT - SEE DCLLOANS.
      *            LIB_SETTINGS 'RSVRATE' IS RSV01'S DEFAULT HOURLY
      *            RATE AND 'RSVCLOSE' (HH:MM:SS) THE LATEST DUE TIME
      *            LOAN01 WILL GIVE A SHORT LOAN)
      *-----------------------------------------------------------------
       01  DCLCRSV.
           10  CRSV-RESERVE-ID           PIC S9(9)      USAGE COMP.
           10  CRSV-COURSE-CODE          PIC X(10).
           10  CRSV-COURSE-NAME          PIC X(40).
           10  CRSV-INSTRUCTOR           PIC X(30).
           10  CRSV-BOOK-ID              PIC S9(4)      USAGE COMP.
           10  CRSV-ACCESSION-NO         PIC X(12).
           10  CRSV-LOAN-HOURS           PIC S9(4)      USAGE COMP.
           10  CRSV-HOURLY-RATE          PIC S9(3)V9(2) USAGE COMP-3.
           10  CRSV-START-DATE           PIC X(10).
           10  CRSV-END-DATE             PIC X(10).
           10  CRSV-STATUS               PIC X(1).
           10  CRSV-OPER-ID              PIC X(8).
