      *-----------------------------------------------------------------
      * DCLCPHST - DCLGEN HOST VARIABLE MAPPING FOR IBMUSER.COPY_HISTORY
      *            (ONE ROW PER CHANGE TO A COPY'S STATUS, CONDITION,
      *             BRANCH OR SHELF LOCATION ON IBMUSER.COPIES - SEE
      *             DCLCOPY. KEYED BY ACCESSION_NO AND SEQ_NO, WHICH
      *             RUNS 1, 2, 3 ... PER COPY IN THE ORDER THE CHANGES
      *             WERE MADE. THE OLD VALUES ARE THE ROW AS IT STOOD
      *             BEFORE THE CHANGE, THE NEW VALUES AS IT STOOD
      *             AFTER - THE COPY'S ACQUISITION (COPY01 ADD) HAS
      *             BLANK OLD VALUES. PROGRAM IS THE PROGRAM THAT MADE
      *             THE CHANGE; OPER_ID IS THE SIGNED-ON OPERATOR
      *             (BLANK FOR A BATCH RUN, 'BOOKDROP' FOR BULKRET).
      *             READ BY CPHINQ1, PURGED BY RETPURGE UNDER THE
      *             RETENTION PARM OF ITS OWN)
      *-----------------------------------------------------------------
       01  DCLCPHST.
           10  CPHST-ACCESSION-NO        PIC X(12).
           10  CPHST-SEQ-NO              PIC S9(9)      USAGE COMP.
           10  CPHST-CHANGE-DATE         PIC X(10).
           10  CPHST-CHANGE-TIME         PIC X(8).
           10  CPHST-OLD-STATUS          PIC X(1).
           10  CPHST-NEW-STATUS          PIC X(1).
           10  CPHST-OLD-CONDITION       PIC X(1).
           10  CPHST-NEW-CONDITION       PIC X(1).
           10  CPHST-OLD-BRANCH-ID       PIC S9(4)      USAGE COMP.
           10  CPHST-NEW-BRANCH-ID       PIC S9(4)      USAGE COMP.
           10  CPHST-OLD-SHELF-LOC       PIC X(10).
           10  CPHST-NEW-SHELF-LOC       PIC X(10).
           10  CPHST-PROGRAM             PIC X(8).
           10  CPHST-OPER-ID             PIC X(8).
