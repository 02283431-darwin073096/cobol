      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETMNT1.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- ADMIN-ONLY MAINTENANCE OVER IBMUSER.LIB_SETTINGS, THE     *
      * OPERATIONAL SWITCHES THE BATCH AND ONLINE PROGRAMS READ IN    *
      * PLACE OF HARD-CODED VALUES. CHANGING ONE STOPS BEING AN SPUFI *
      * UPDATE: THE NEW VALUE IS CHECKED AGAINST THE SETTING'S OWN    *
      * RANGE OR FORMAT FIRST (A VALUE THE READING PROGRAM COULD NOT  *
      * USE WOULD SILENTLY PUT ITS DEFAULT BACK IN FORCE), AND EVERY  *
      * CHANGE IS WRITTEN TO IBMUSER.SETTING_HIST WITH THE OLD VALUE, *
      * THE NEW VALUE, THE ADMIN AND THE DATE AND TIME. STARTED       *
      * DIRECTLY BY ITS OWN TRANSID.                                  *
      * THE SETTINGS THIS SCREEN KNOWS - DESCRIPTION, VALID RANGE AND *
      * THE DEFAULT THE READING PROGRAMS FALL BACK ON WITHOUT A ROW - *
      * ARE THE SET-CAT TABLE BELOW; A NEW SETTING IS ADDED THERE     *
      * WHEN THE PROGRAM THAT READS IT IS WRITTEN. HIGH-WATER MARKS,  *
      * RUN STAMPS AND THE BATCH LOAD LOCK ARE PROTECTED - THEIR OWN  *
      * JOBS MOVE THEM, AND THEY ONLY CHANGE HERE ON A DELIBERATE     *
      * 'F' ACTION.                                                   *
      * FUNTIONS AVAILABLE:                                           *
      *    -- ENTER > PROCESS THE KEYED ACTION                        *
      *    -- F7    > PREVIOUS PAGE                                   *
      *    -- F8    > NEXT PAGE                                       *
      *    -- F3    > CLEAR THE SCREEN                                *
      *    -- F12   > EXIT                                            *
      *                                                               *
      * ACTIONS (MACTION FIELD):                                      *
      *    -- L > LIST THE SETTINGS WITH THEIR CURRENT VALUE, RANGE   *
      *           AND DESCRIPTION (FROM THE KEYED SETTING ID ON, IF   *
      *           ANY) - 'DFT' MARKS A SETTING WITH NO ROW, RUNNING   *
      *           ON ITS DEFAULT                                      *
      *    -- C > CHANGE THE KEYED SETTING TO THE KEYED VALUE         *
      *    -- F > FORCE A CHANGE TO A PROTECTED SETTING               *
      *    -- H > CHANGE HISTORY, NEWEST FIRST - THE KEYED SETTING'S, *
      *           OR EVERY SETTING'S WHEN NO ID IS KEYED              *
      *                                                               *
      * RELATED PROGRAMS:                                             *
      *    -- EVERY PROGRAM THAT READS IBMUSER.LIB_SETTINGS (SEE THE  *
      *       SET-CAT TABLE) > USES THE VALUES MAINTAINED HERE        *
      *    -- OPERMNT1 > THE SAME ADMIN GATE AND AUDIT SHAPE          *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *----------------------------------------------------------------
       DATA DIVISION.
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           05  WS-OPER-ID              PIC X(008)                     .
           05  WS-OPER-NAME            PIC X(020)                     .
           05  WS-OPER-ROLE            PIC X(001)                     .
               88  OPER-IS-ADMIN                  VALUE 'A'          .
               88  OPER-IS-CLERK                  VALUE 'C'          .
               88  OPER-IS-VIEWER                 VALUE 'V'          .
           05  AUD-ITEM                PIC S9(4)  COMP  VALUE +1      .
           05  AUD-NUMITEM             PIC S9(4)  COMP  VALUE  0      .
           05  AUD-QUEUE-NAME.
               10  FILLER              PIC X(2)   VALUE 'SM'          .
               10  AUD-TERMINAL-ID     PIC 9(6)                       .
           05  WS-INQ-MODE             PIC X(001) VALUE SPACE         .
               88  INQ-LIST                       VALUE 'L'          .
               88  INQ-HISTORY                    VALUE 'H'          .
           05  WS-INQ-SETTING          PIC X(008) VALUE SPACES        .
           05  WS-INQ-DETAIL           VALUE SPACES.
               10  WS-INQ-DESC         PIC X(030)                     .
               10  WS-INQ-RANGE        PIC X(015)                     .
               10  WS-INQ-DFLT         PIC X(010)                     .
               10  WS-INQ-CURR         PIC X(010)                     .
               10  WS-INQ-PROT         PIC X(009)                     .

       01  AUD-PAGE-ENTRY.
           05  AUD-PAGE OCCURS 10 TIMES.
               10  AUD-LINE            PIC X(076)                     .

       01  SWITCH.
           05  ERROR-HANDLING          PIC X    VALUE 'N'             .
               88  SOME-ERROR                   VALUE 'Y'             .
           05  END-OF-FILE             PIC X    VALUE 'N'             .
               88  NO-MORE-RECORDS              VALUE 'Y'             .
           05  WS-ROW-SW               PIC X    VALUE 'N'             .
               88  SETTING-ROW-FOUND            VALUE 'Y'             .
           05  WS-VALID-SW             PIC X    VALUE 'Y'             .
               88  VALUE-OK                     VALUE 'Y'             .
           05  WS-DOT-SW               PIC X    VALUE 'N'             .
               88  DOT-SEEN                     VALUE 'Y'             .

       01  WS-VARS.
           05  WS-TRANSID              PIC X(04) VALUE 'SET1'         .
           05  WS-MAP                  PIC X(07) VALUE 'SETMNTM'      .
           05  WS-MAPSET               PIC X(07) VALUE 'SETMNT'       .
           05  RESPONSE-CODE           PIC S9(4) COMP                .
           05  AUD-SUB                 PIC S9(4) COMP                .
           05  AUD-ITEM-X              PIC 9(03)                     .
           05  AUD-NUMITEM-X           PIC 9(03)                     .
           05  END-OF-SESSION          PIC X(13) VALUE 'SESSION ENDED'.
           05  WS-OPER-REJ-MSG         PIC X(050) VALUE
                   'SIGNED-ON USERID NOT SET UP IN OPERATORS TABLE.'   .
           05  WS-LOCKED-MSG           PIC X(060) VALUE
                   'OPERATOR IS LOCKED OUT - AN ADMIN MUST CLEAR IT.'  .
           05  WS-SEC-EVENT            PIC X(1)                       .
           05  WS-NEXT-SEC-ID          PIC S9(9) COMP                 .
           05  WS-NOTAUTH-MSG          PIC X(055) VALUE
                   'NOT AUTHORIZED - SETTINGS ADMIN IS ADMIN ONLY.'    .
           05  WS-FUNC-AUTH-SW         PIC X(1)  VALUE 'N'           .
               88  FUNCTION-ALLOWED               VALUE 'Y'          .
           05  WS-ROLE-GRANTEE         PIC X(8)                      .
           05  WS-FUNC-COUNT           PIC S9(9) COMP                .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .
           05  SET-ACTION              PIC X(1)                      .
           05  SET-SUB                 PIC S9(4) COMP                .
           05  SET-FOUND-SUB           PIC S9(4) COMP                .
           05  SET-CAT-MAX             PIC S9(4) COMP VALUE 52       .
           05  WS-KEY-SETTING          PIC X(008)                    .
           05  WS-OLD-VALUE            PIC X(010)                    .
           05  WS-CHG-TYPE             PIC X(001)                    .
           05  WS-NEXT-HIST-ID         PIC S9(9) COMP                .
           05  WS-ABS-TIME             PIC S9(15) COMP-3              .
           05  WS-AUD-DATE             PIC X(10)                      .
           05  WS-AUD-TIME             PIC X(08)                      .

      *-----------------------------------------------------------------
      *WORK AREAS FOR CHECKING A KEYED VALUE - THE TEXT IS TAKEN APART--
      *ONE CHARACTER AT A TIME, AN AMOUNT IS CARRIED IN CENTS-----------
       01  WS-CHECK-VARS.
           05  WS-VAL-INPUT            PIC X(010)                    .
           05  WS-VAL-TEXT             PIC X(010)                    .
           05  WS-VAL-CHARS REDEFINES WS-VAL-TEXT.
               10  WS-VAL-CHAR         PIC X(001) OCCURS 10 TIMES    .
           05  WS-VAL-POS              PIC S9(4) COMP                .
           05  WS-VAL-LEN              PIC S9(4) COMP                .
           05  WS-VAL-START            PIC S9(4) COMP                .
           05  WS-VAL-DIGITS           PIC S9(4) COMP                .
           05  WS-VAL-DECS             PIC S9(4) COMP                .
           05  WS-VAL-TALLY            PIC S9(4) COMP                .
           05  WS-VAL-WHOLE            PIC S9(11) COMP-3             .
           05  WS-VAL-DEC              PIC S9(03) COMP-3             .
           05  WS-VAL-CENTS            PIC S9(13) COMP-3             .
           05  WS-VAL-LOW              PIC S9(13) COMP-3             .
           05  WS-VAL-HIGH             PIC S9(13) COMP-3             .
           05  WS-DIGIT-X              PIC X(001)                    .
           05  WS-DIGIT REDEFINES WS-DIGIT-X
                                       PIC 9(001)                    .
           05  WS-DATE-CHECK.
               10  WS-DC-YYYY          PIC X(004)                    .
               10  WS-DC-SEP1          PIC X(001)                    .
               10  WS-DC-MM            PIC X(002)                    .
               10  WS-DC-MM-N REDEFINES WS-DC-MM
                                       PIC 9(002)                    .
               10  WS-DC-SEP2          PIC X(001)                    .
               10  WS-DC-DD            PIC X(002)                    .
               10  WS-DC-DD-N REDEFINES WS-DC-DD
                                       PIC 9(002)                    .
           05  WS-TIME-CHECK.
               10  WS-TC-HH            PIC X(002)                    .
               10  WS-TC-HH-N REDEFINES WS-TC-HH
                                       PIC 9(002)                    .
               10  WS-TC-SEP1          PIC X(001)                    .
               10  WS-TC-MM            PIC X(002)                    .
               10  WS-TC-MM-N REDEFINES WS-TC-MM
                                       PIC 9(002)                    .
               10  WS-TC-SEP2          PIC X(001)                    .
               10  WS-TC-SS            PIC X(002)                    .
               10  WS-TC-SS-N REDEFINES WS-TC-SS
                                       PIC 9(002)                    .
               10  FILLER              PIC X(002)                    .

       01  WS-LIST-HEAD.
           05  FILLER                  PIC X(010) VALUE 'SETTING'     .
           05  FILLER                  PIC X(011) VALUE 'VALUE'       .
           05  FILLER                  PIC X(004) VALUE 'SRC'         .
           05  FILLER                  PIC X(016) VALUE 'RANGE'       .
           05  FILLER                  PIC X(035) VALUE 'DESCRIPTION' .

       01  WS-SET-LINE.
           05  WL-SETTING              PIC X(008)                     .
           05  FILLER                  PIC X(002) VALUE SPACES        .
           05  WL-VALUE                PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-SOURCE               PIC X(003)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-RANGE                PIC X(015)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-DESC                 PIC X(030)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WL-PROT                 PIC X(004)                     .

       01  WS-HIST-HEAD.
           05  FILLER                  PIC X(011) VALUE 'DATE'        .
           05  FILLER                  PIC X(009) VALUE 'TIME'        .
           05  FILLER                  PIC X(009) VALUE 'SETTING'     .
           05  FILLER                  PIC X(013) VALUE 'OLD VALUE'   .
           05  FILLER                  PIC X(011) VALUE 'NEW VALUE'   .
           05  FILLER                  PIC X(009) VALUE 'OPERATOR'    .
           05  FILLER                  PIC X(014) VALUE 'TYPE'        .

       01  WS-HIST-LINE.
           05  WH-DATE                 PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WH-TIME                 PIC X(008)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WH-SETTING              PIC X(008)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WH-OLD-VALUE            PIC X(010)                     .
           05  FILLER                  PIC X(003) VALUE ' > '         .
           05  WH-NEW-VALUE            PIC X(010)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WH-OPER-ID              PIC X(008)                     .
           05  FILLER                  PIC X(001) VALUE SPACE         .
           05  WH-TYPE                 PIC X(006)                     .
           05  FILLER                  PIC X(008) VALUE SPACES        .

      *-----------------------------------------------------------------
      *THE SETTINGS MAINTAINED HERE, IN SETTING ID ORDER. PER SETTING:--
      *ID, KIND, PROTECTED (Y/N), LOW AND HIGH BOUNDS, ALLOWED CODES,---
      *THE RANGE AS SHOWN, THE DEFAULT THE READING PROGRAMS USE WITH----
      *NO ROW ON FILE, AND THE DESCRIPTION. KIND: N = WHOLE NUMBER------
      *LOW-HIGH, A = AMOUNT (UP TO 2 DECIMALS) LOW-HIGH, C = ONE OF THE-
      *CODES, T = TIME HH:MM:SS, D = DATE YYYY-MM-DD, X = ANY TEXT------
       01  SET-CAT-DATA.
           05  FILLER          PIC X(008) VALUE 'AGYDAYS'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 9999'            .
           05  FILLER          PIC X(010) VALUE '90'                  .
           05  FILLER          PIC X(030) VALUE
                                   'AGE OF DEBT SENT TO AGENCY'       .
           05  FILLER          PIC X(008) VALUE 'AGYFEE'              .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 999.00'       .
           05  FILLER          PIC X(010) VALUE '15.00'               .
           05  FILLER          PIC X(030) VALUE
                                   'AGENCY FEE PER REFERRAL'          .
           05  FILLER          PIC X(008) VALUE 'AGYMIN'              .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 99999                 .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 99999.00'     .
           05  FILLER          PIC X(010) VALUE '50.00'               .
           05  FILLER          PIC X(030) VALUE
                                   'BALANCE OWED BEFORE REFERRAL'     .
           05  FILLER          PIC X(008) VALUE 'AGYOPER'             .
           05  FILLER          PIC X(001) VALUE 'X'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'OPERATOR ID'         .
           05  FILLER          PIC X(010) VALUE 'AGENCY'              .
           05  FILLER          PIC X(030) VALUE
                                   'OPERATOR ID FOR AGENCY CASH'      .
           05  FILLER          PIC X(008) VALUE 'BATCHLOK'            .
           05  FILLER          PIC X(001) VALUE 'C'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE 'YN'                  .
           05  FILLER          PIC X(015) VALUE 'Y OR N'              .
           05  FILLER          PIC X(010) VALUE 'N'                   .
           05  FILLER          PIC X(030) VALUE
                                   'ONLINE LOCK DURING BULK LOADS'    .
           05  FILLER          PIC X(008) VALUE 'BLKFINES'            .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 99999                 .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 99999.00'     .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'FINES OWED THAT BLOCK LOANS'      .
           05  FILLER          PIC X(008) VALUE 'BNDDAYS'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 999'             .
           05  FILLER          PIC X(010) VALUE '30'                  .
           05  FILLER          PIC X(030) VALUE
                                   'BINDERY TURNAROUND IN DAYS'       .
           05  FILLER          PIC X(008) VALUE 'CLAIMDYS'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 999'             .
           05  FILLER          PIC X(010) VALUE '60'                  .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS BEFORE A CLAIM GOES LOST'    .
           05  FILLER          PIC X(008) VALUE 'CLAIMMIN'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '2'                   .
           05  FILLER          PIC X(030) VALUE
                                   'CLAIMS BEFORE BORROWER LISTED'    .
           05  FILLER          PIC X(008) VALUE 'DMGCHG'              .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 9999.00'      .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE 'DAMAGED-ITEM CHARGE' .
           05  FILLER          PIC X(008) VALUE 'DUESOON'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 30                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0 - 30'              .
           05  FILLER          PIC X(010) VALUE '3'                   .
           05  FILLER          PIC X(030) VALUE
                                   'DUE-SOON NOTICE DAYS (0 = OFF)'   .
           05  FILLER          PIC X(008) VALUE 'ERRSPIKM'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 1440                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 1440'            .
           05  FILLER          PIC X(010) VALUE '15'                  .
           05  FILLER          PIC X(030) VALUE
                                   'ERROR BURST WINDOW IN MINUTES'    .
           05  FILLER          PIC X(008) VALUE 'ERRSPIKN'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 9999'            .
           05  FILLER          PIC X(010) VALUE '5'                   .
           05  FILLER          PIC X(030) VALUE
                                   'ERRORS IN WINDOW BEFORE ALERT'    .
           05  FILLER          PIC X(008) VALUE 'EXPDAYS'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 999'             .
           05  FILLER          PIC X(010) VALUE '30'                  .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS AN ORDER LINE SHOULD TAKE'   .
           05  FILLER          PIC X(008) VALUE 'FAMBLOCK'            .
           05  FILLER          PIC X(001) VALUE 'C'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE '01'                  .
           05  FILLER          PIC X(015) VALUE '0 OR 1'              .
           05  FILLER          PIC X(010) VALUE '0'                   .
           05  FILLER          PIC X(030) VALUE
                                   '1 = FAMILY FINES BLOCK LOANS'     .
           05  FILLER          PIC X(008) VALUE 'FEEDHWM'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999999999             .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'AUDIT ID'            .
           05  FILLER          PIC X(010) VALUE '0'                   .
           05  FILLER          PIC X(030) VALUE
                                   'CONSORTIUM FEED HIGH-WATER'       .
           05  FILLER          PIC X(008) VALUE 'FINERATE'            .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 999.00'       .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE 'OVERDUE FINE PER DAY'.
           05  FILLER          PIC X(008) VALUE 'GLHWDATE'            .
           05  FILLER          PIC X(001) VALUE 'D'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'YYYY-MM-DD'          .
           05  FILLER          PIC X(010) VALUE '0001-01-01'          .
           05  FILLER          PIC X(030) VALUE
                                   'GL EXTRACT LAST DAY POSTED'       .
           05  FILLER          PIC X(008) VALUE 'GLHWDON'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999999999             .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'DONATION ID'         .
           05  FILLER          PIC X(010) VALUE '0'                   .
           05  FILLER          PIC X(030) VALUE
                                   'GL EXTRACT LAST DONATION'         .
           05  FILLER          PIC X(008) VALUE 'GLHWFINE'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999999999             .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'FINE ID'             .
           05  FILLER          PIC X(010) VALUE '0'                   .
           05  FILLER          PIC X(030) VALUE 'GL EXTRACT LAST FINE'.
           05  FILLER          PIC X(008) VALUE 'GLHWPAY'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999999999             .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'PAYMENT ID'          .
           05  FILLER          PIC X(010) VALUE '0'                   .
           05  FILLER          PIC X(030) VALUE
                                   'GL EXTRACT LAST PAYMENT'          .
           05  FILLER          PIC X(008) VALUE 'HOLDDAYS'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '7'                   .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS A HOLD WAITS FOR PICKUP'     .
           05  FILLER          PIC X(008) VALUE 'HOLDRATO'            .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1.00 - 999.00'       .
           05  FILLER          PIC X(010) VALUE '4'                   .
           05  FILLER          PIC X(030) VALUE
                                   'HOLDS PER COPY BEFORE BUYING'     .
           05  FILLER          PIC X(008) VALUE 'HSKPLAST'            .
           05  FILLER          PIC X(001) VALUE 'X'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'CHECKED/PURGED'      .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'TS HOUSEKEEPING LAST RUN'         .
           05  FILLER          PIC X(008) VALUE 'INVTOLPC'            .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 100                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 100.00'       .
           05  FILLER          PIC X(010) VALUE '5'                   .
           05  FILLER          PIC X(030) VALUE
                                   'INVOICE PRICE TOLERANCE PCT'      .
           05  FILLER          PIC X(008) VALUE 'LBLLAST'             .
           05  FILLER          PIC X(001) VALUE 'D'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'YYYY-MM-DD'          .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'LABEL EXTRACT LAST RUN DATE'      .
           05  FILLER          PIC X(008) VALUE 'LOSTCHG'             .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 9999.00'      .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'LOST-ITEM REPLACEMENT CHARGE'     .
           05  FILLER          PIC X(008) VALUE 'LOSTDAYS'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 999'             .
           05  FILLER          PIC X(010) VALUE '90'                  .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS OVERDUE BEFORE LOST'         .
           05  FILLER          PIC X(008) VALUE 'LOSTRFND'            .
           05  FILLER          PIC X(001) VALUE 'C'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE 'RC'                  .
           05  FILLER          PIC X(015) VALUE 'R OR C'              .
           05  FILLER          PIC X(010) VALUE 'R'                   .
           05  FILLER          PIC X(030) VALUE
                                   'LOST PAID: R REFUND, C CREDIT'    .
           05  FILLER          PIC X(008) VALUE 'MARCHWM'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999999999             .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'AUDIT ID'            .
           05  FILLER          PIC X(010) VALUE '0'                   .
           05  FILLER          PIC X(030) VALUE
                                   'MARC EXPORT HIGH-WATER'           .
           05  FILLER          PIC X(008) VALUE 'MARCORG'             .
           05  FILLER          PIC X(001) VALUE 'X'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'ORG CODE'            .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'MARC 003 ORGANIZATION CODE'       .
           05  FILLER          PIC X(008) VALUE 'MBRDAYS'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 3650                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 3650'            .
           05  FILLER          PIC X(010) VALUE '365'                 .
           05  FILLER          PIC X(030) VALUE
                                   'MEMBERSHIP TERM IN DAYS'          .
           05  FILLER          PIC X(008) VALUE 'NRESFEE'             .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 9999.00'      .
           05  FILLER          PIC X(010) VALUE '25.00'               .
           05  FILLER          PIC X(030) VALUE
                                   'NON-RESIDENT ANNUAL FEE'          .
           05  FILLER          PIC X(008) VALUE 'ORDXDAYS'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '7'                   .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS AN UNSENT ORDER IS SENT'     .
           05  FILLER          PIC X(008) VALUE 'PULLDAYS'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '2'                   .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS A PULL WAITS FOR A SCAN'     .
           05  FILLER          PIC X(008) VALUE 'PWEXPDAY'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 999'             .
           05  FILLER          PIC X(010) VALUE '90'                  .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS BEFORE PASSWORD EXPIRES'     .
           05  FILLER          PIC X(008) VALUE 'PWFAILMX'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '3'                   .
           05  FILLER          PIC X(030) VALUE
                                   'BAD PASSWORDS BEFORE LOCKOUT'     .
           05  FILLER          PIC X(008) VALUE 'RECALLDY'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '3'                   .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS TO RETURN A RECALL'          .
           05  FILLER          PIC X(008) VALUE 'RENEWMAX'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0 - 99'              .
           05  FILLER          PIC X(010) VALUE '2'                   .
           05  FILLER          PIC X(030) VALUE
                                   'RENEWALS ALLOWED PER LOAN'        .
           05  FILLER          PIC X(008) VALUE 'RETLIMIT'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '3'                   .
           05  FILLER          PIC X(030) VALUE
                                   'RETURNED MAILINGS IN A ROW'       .
           05  FILLER          PIC X(008) VALUE 'RSVCLOSE'            .
           05  FILLER          PIC X(001) VALUE 'T'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'HH:MM:SS'            .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'LATEST DUE TIME, SHORT LOANS'     .
           05  FILLER          PIC X(008) VALUE 'RSVRATE'             .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 999.00'       .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'SHORT-LOAN FINE PER HOUR'         .
           05  FILLER          PIC X(008) VALUE 'SRCHWKS'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '6'                   .
           05  FILLER          PIC X(030) VALUE
                                   'WEEKS A MISSING COPY IS SOUGHT'   .
           05  FILLER          PIC X(008) VALUE 'SUBRENEW'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 365                   .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 365'             .
           05  FILLER          PIC X(010) VALUE '60'                  .
           05  FILLER          PIC X(030) VALUE
                                   'SUBSCRIPTION RENEWAL WARNING'     .
           05  FILLER          PIC X(008) VALUE 'VSMDHWM'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 999999999             .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'AUDIT ID'            .
           05  FILLER          PIC X(010) VALUE '0'                   .
           05  FILLER          PIC X(030) VALUE
                                   'VSAM DELTA EXTRACT HIGH-WATER'    .
           05  FILLER          PIC X(008) VALUE 'WAIVEMAX'            .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 9999.00'      .
           05  FILLER          PIC X(010) VALUE '25.00'               .
           05  FILLER          PIC X(030) VALUE
                                   'WAIVER LIMIT WITHOUT APPROVAL'    .
           05  FILLER          PIC X(008) VALUE 'WEBOPER'             .
           05  FILLER          PIC X(001) VALUE 'X'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'OPERATOR ID'         .
           05  FILLER          PIC X(010) VALUE 'ONLINE'              .
           05  FILLER          PIC X(030) VALUE
                                   'OPERATOR ID FOR WEB PAYMENTS'     .
           05  FILLER          PIC X(008) VALUE 'WHSEDATE'            .
           05  FILLER          PIC X(001) VALUE 'D'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE 'YYYY-MM-DD'          .
           05  FILLER          PIC X(010) VALUE '0001-01-01'          .
           05  FILLER          PIC X(030) VALUE
                                   'WAREHOUSE LAST DAY EXTRACTED'     .
           05  FILLER          PIC X(008) VALUE 'WHSEKEY'             .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'Y'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 999999999             .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 999999999'       .
           05  FILLER          PIC X(010) VALUE 'NONE'                .
           05  FILLER          PIC X(030) VALUE
                                   'WAREHOUSE PSEUDONYM KEY'          .
           05  FILLER          PIC X(008) VALUE 'WOFFDAYS'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 9999'            .
           05  FILLER          PIC X(010) VALUE '365'                 .
           05  FILLER          PIC X(030) VALUE
                                   'AGE OF FINES WRITTEN OFF'         .
           05  FILLER          PIC X(008) VALUE 'WOFFMIN'             .
           05  FILLER          PIC X(001) VALUE 'A'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 0                     .
           05  FILLER          PIC 9(009) VALUE 9999                  .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '0.00 - 9999.00'      .
           05  FILLER          PIC X(010) VALUE '10.00'               .
           05  FILLER          PIC X(030) VALUE
                                   'WRITE-OFF BALANCE BELOW'          .
           05  FILLER          PIC X(008) VALUE 'XFERDAYS'            .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC X(001) VALUE 'N'                   .
           05  FILLER          PIC 9(009) VALUE 1                     .
           05  FILLER          PIC 9(009) VALUE 99                    .
           05  FILLER          PIC X(004) VALUE SPACES                .
           05  FILLER          PIC X(015) VALUE '1 - 99'              .
           05  FILLER          PIC X(010) VALUE '5'                   .
           05  FILLER          PIC X(030) VALUE
                                   'DAYS IN TRANSIT BEFORE STUCK'     .
       01  SET-CAT-TBL REDEFINES SET-CAT-DATA.
           05  SET-CAT OCCURS 52 TIMES.
               10  SET-CAT-ID          PIC X(008)                     .
               10  SET-CAT-KIND        PIC X(001)                     .
                   88  KIND-NUMBER                VALUE 'N'          .
                   88  KIND-AMOUNT                VALUE 'A'          .
                   88  KIND-CODE                  VALUE 'C'          .
                   88  KIND-TIME                  VALUE 'T'          .
                   88  KIND-DATE                  VALUE 'D'          .
                   88  KIND-TEXT                  VALUE 'X'          .
               10  SET-CAT-PROT        PIC X(001)                     .
                   88  CAT-PROTECTED              VALUE 'Y'          .
               10  SET-CAT-LOW         PIC 9(009)                     .
               10  SET-CAT-HIGH        PIC 9(009)                     .
               10  SET-CAT-CODES       PIC X(004)                     .
               10  SET-CAT-RANGE       PIC X(015)                     .
               10  SET-CAT-DFLT        PIC X(010)                     .
               10  SET-CAT-DESC        PIC X(030)                     .

       01  WS-ERRLOG-VARS.
           05  WS-ERRLOG-NEXT-ID       PIC S9(9) COMP                 .
           05  WS-ERRLOG-ABS           PIC S9(15) COMP-3              .
           05  WS-ERRLOG-DATE          PIC X(10)                      .
           05  WS-ERRLOG-TIME          PIC X(08)                      .

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DCLERRLG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETTG
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSETHS
           END-EXEC.

           EXEC SQL
                INCLUDE DCLOPER
           END-EXEC.

           EXEC SQL
                INCLUDE DCLSECAC
           END-EXEC.

           EXEC SQL
                INCLUDE DCLFAUTH
           END-EXEC.

      *-----------------------------------------------------------------
      *THE CHANGE HISTORY, NEWEST FIRST - ONE SETTING'S OR (NONE KEYED)-
      *EVERY SETTING'S--------------------------------------------------
           EXEC SQL DECLARE SH_CURSOR CURSOR FOR
                SELECT HIST_ID, SETTING_ID, VALUE(OLD_VALUE, ' '),
                       NEW_VALUE, CHANGE_TYPE, OPER_ID,
                       CHANGE_DATE, CHANGE_TIME
                FROM   IBMUSER.SETTING_HIST
                WHERE
                    (:WS-INQ-SETTING = ' ' OR
                     SETTING_ID = :WS-INQ-SETTING)
                ORDER BY HIST_ID DESC
           END-EXEC.

           COPY SETMNT.
           COPY DFHAID.
           COPY ATTR.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-OPER-ID              PIC X(008)                     .
           05  LS-OPER-NAME            PIC X(020)                     .
           05  LS-OPER-ROLE            PIC X(001)                     .
           05  LS-AUD-ITEM             PIC S9(4)  COMP                .
           05  LS-AUD-NUMITEM          PIC S9(4)  COMP                .
           05  LS-AUD-QUEUE-NAME       PIC X(8)                       .
           05  LS-INQ-MODE             PIC X(001)                     .
           05  LS-INQ-SETTING          PIC X(008)                     .
           05  LS-INQ-DETAIL           PIC X(074)                     .
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------------
       A0000-MAIN-PROCESS.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                    PERFORM A0500-OPERATOR-SIGNON THRU A0500-EXIT
                    PERFORM Z8500-CHECK-FUNCTION  THRU Z8500-EXIT

                    EVALUATE TRUE
                       WHEN WS-OPER-ROLE = SPACES
                            EXEC CICS
                                 SEND TEXT FROM(WS-OPER-REJ-MSG)
                                           ERASE
                                           FREEKB
                            END-EXEC

                            EXEC CICS
                                 RETURN
                            END-EXEC

                       WHEN NOT FUNCTION-ALLOWED
                            MOVE 'R' TO WS-SEC-EVENT
                            PERFORM Z8000-LOG-SIGNON
                               THRU Z8000-SIGNON-EXIT

                            EXEC CICS
                                 SEND TEXT FROM(WS-NOTAUTH-MSG)
                                           ERASE
                                           FREEKB
                            END-EXEC

                            EXEC CICS
                                 RETURN
                            END-EXEC

                       WHEN OTHER
                            MOVE LOW-VALUES      TO SETMNTMO
                            MOVE 'KEY AN ACTION - L LISTS THE SETTINGS.'
                                                 TO MESSAGEO
                            PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
                    END-EVALUATE

               WHEN EIBCALEN > 0
                    MOVE DFHCOMMAREA         TO WS-COMMAREA
                    MOVE LOW-VALUES          TO SETMNTMI
                    MOVE LOW-VALUES          TO SETMNTMO
                    MOVE SPACES              TO MESSAGEO
                    PERFORM A1000-EVALUATE THRU A1000-EXIT
           END-EVALUATE
           .
       A0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *RESOLVE THE NATIVE CICS SIGNON (EIBUSERID) AGAINST THE OPERATORS-
      *TABLE, THE SAME WAY BOOK01DB'S A0500-OPERATOR-SIGNON DOES--------
       A0500-OPERATOR-SIGNON.
           MOVE SPACES       TO WS-OPER-ID
           MOVE EIBUSERID    TO WS-OPER-ID
           MOVE SPACES       TO WS-OPER-NAME
           MOVE SPACES       TO WS-OPER-ROLE

           MOVE WS-OPER-ID   TO OPER-ID

           EXEC SQL
                SELECT OPER_NAME, OPER_ROLE,
                       VALUE(LOCKED_FLAG, ' ')
                INTO  :OPER-NAME, :OPER-ROLE,
                      :OPER-LOCKED-FLAG
                FROM   IBMUSER.OPERATORS
                WHERE  OPER_ID = :OPER-ID
                AND    STATUS NOT = 'D'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   IF OPER-LOCKED-FLAG = 'Y'
                      MOVE 'F' TO WS-SEC-EVENT
                      PERFORM Z8000-LOG-SIGNON
                         THRU Z8000-SIGNON-EXIT

                      EXEC CICS
                           SEND TEXT FROM(WS-LOCKED-MSG)
                                     ERASE
                                     FREEKB
                      END-EXEC

                      EXEC CICS
                           RETURN
                      END-EXEC
                   END-IF

                   MOVE OPER-NAME TO WS-OPER-NAME
                   MOVE OPER-ROLE TO WS-OPER-ROLE
                   MOVE 'S'       TO WS-SEC-EVENT
                   PERFORM Z8000-LOG-SIGNON THRU Z8000-SIGNON-EXIT
              WHEN SQLCODE = 100
                   MOVE 'F' TO WS-SEC-EVENT
                   PERFORM Z8000-LOG-SIGNON THRU Z8000-SIGNON-EXIT
              WHEN OTHER
                   MOVE    'A0500-OPERATOR-SIGNON.' TO ERR-LOC
                   MOVE     SQLCODE                 TO ERR-CODE
                   MOVE    'Y'                       TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A0500-EXIT.
           EXIT
           .
       A1000-EVALUATE.
           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                   PERFORM Z5000-DELETEQ THRU Z5000-EXIT
                   INITIALIZE AUD-ITEM
                   INITIALIZE AUD-NUMITEM
                   MOVE SPACES     TO WS-INQ-MODE
                   MOVE SPACES     TO WS-INQ-SETTING
                   MOVE SPACES     TO WS-INQ-DETAIL
                   MOVE LOW-VALUES TO SETMNTMO
                   MOVE 'KEY AN ACTION - L LISTS THE SETTINGS.'
                                   TO MESSAGEO
                   PERFORM Z0000-SEND-MAP THRU Z0000-EXIT

              WHEN EIBAID = DFHPF7
                   SUBTRACT 1 FROM AUD-ITEM
                   PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT

              WHEN EIBAID = DFHPF8
                   ADD 1 TO AUD-ITEM
                   PERFORM A3000-PAGING-PROCESS THRU A3000-EXIT

              WHEN EIBAID = DFHPF12
                   PERFORM Z5000-DELETEQ THRU Z5000-EXIT

                   EXEC CICS
                        SEND TEXT FROM(END-OF-SESSION)
                                  ERASE
                                  FREEKB
                   END-EXEC

                   EXEC CICS
                        RETURN
                   END-EXEC

              WHEN EIBAID = DFHENTER
                   EXEC CICS
                       RECEIVE MAP(WS-MAP)
                               MAPSET(WS-MAPSET)
                               INTO(SETMNTMI)
                               RESP(RESPONSE-CODE)
                   END-EXEC

                   MOVE MACTIONI TO SET-ACTION
                   PERFORM A2000-PROCESS-ACTION THRU A2000-EXIT

              WHEN OTHER
                   MOVE 'INVALID KEY PRESSED.'    TO MESSAGEO
                   PERFORM  Z0000-SEND-MAP      THRU Z0000-EXIT
           END-EVALUATE
           .
       A1000-EXIT.
           EXIT
           .
       A2000-PROCESS-ACTION.
           IF MSETIDI = LOW-VALUE
              MOVE SPACES  TO WS-KEY-SETTING
           ELSE
              MOVE MSETIDI TO WS-KEY-SETTING
           END-IF

           EVALUATE SET-ACTION
               WHEN 'L'
                    PERFORM A2100-LIST-SETTINGS   THRU A2100-EXIT
               WHEN 'C'
                    PERFORM A2200-CHANGE-SETTING  THRU A2200-EXIT
               WHEN 'F'
                    PERFORM A2200-CHANGE-SETTING  THRU A2200-EXIT
               WHEN 'H'
                    PERFORM A2400-LOAD-HISTORY    THRU A2400-EXIT
               WHEN OTHER
                    MOVE 'ENTER ACTION L, C, F OR H.' TO MESSAGEO
                    PERFORM Z0000-SEND-MAP          THRU Z0000-EXIT
           END-EVALUATE
           .
       A2000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOAD THE SETTINGS INTO THE SM TS QUEUE - ONE LINE EACH WITH THE--
      *VALUE IN FORCE ('DFT' WHEN THERE IS NO ROW AND THE READING------
      *PROGRAMS RUN ON THEIR DEFAULT), STARTING AT THE KEYED SETTING----
      *ID WHEN ONE IS KEYED. THE SAME FORMAT-ONCE PAGE-MANY PATTERN-----
      *AS AUDINQ1'S A2000-----------------------------------------------
       A2100-LIST-SETTINGS.
           PERFORM Z5000-DELETEQ THRU Z5000-EXIT
           MOVE EIBTASKN TO AUD-TERMINAL-ID

           EXEC CICS DELETEQ TS
                QUEUE (AUD-QUEUE-NAME)
                RESP  (RESPONSE-CODE)
           END-EXEC

           INITIALIZE AUD-NUMITEM
           INITIALIZE AUD-SUB
           MOVE 'L'    TO WS-INQ-MODE
           MOVE SPACES TO WS-INQ-SETTING
           MOVE SPACES TO WS-INQ-DETAIL

           PERFORM A2600-FIND-SETTING THRU A2600-EXIT
           IF SET-FOUND-SUB > 0
              PERFORM A2700-SET-DETAIL THRU A2700-EXIT
           END-IF

           PERFORM A2110-LIST-ONE THRU A2110-EXIT
                   VARYING SET-SUB FROM 1 BY 1
                   UNTIL SET-SUB > SET-CAT-MAX

           IF AUD-SUB > 0
              PERFORM A2130-WRITEQ-TS THRU A2130-EXIT
           END-IF

           IF AUD-NUMITEM = 0
              MOVE 'NO SETTINGS AT OR AFTER THE KEYED ID.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                   THRU Z0000-EXIT
           END-IF

           MOVE 1 TO AUD-ITEM
           PERFORM Z1000-READQ-TS THRU Z1000-EXIT
           PERFORM Z2000-LOAD-MAP THRU Z2000-EXIT
           MOVE 'SETTINGS IN ID ORDER - DFT = NO ROW, DEFAULT IN FORCE.'
                                  TO MESSAGEO
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2100-EXIT.
           EXIT
           .
       A2110-LIST-ONE.
           IF SET-CAT-ID(SET-SUB) < WS-KEY-SETTING
              GO TO A2110-EXIT
           END-IF

           MOVE SET-CAT-ID(SET-SUB) TO SETTG-SETTING-ID
           PERFORM A2500-GET-CURRENT THRU A2500-EXIT

           MOVE SPACES                 TO WS-SET-LINE
           MOVE SET-CAT-ID(SET-SUB)    TO WL-SETTING
           IF SETTING-ROW-FOUND
              MOVE SETTG-SETTING-VALUE TO WL-VALUE
           ELSE
              MOVE SET-CAT-DFLT(SET-SUB) TO WL-VALUE
              MOVE 'DFT'               TO WL-SOURCE
           END-IF
           MOVE SET-CAT-RANGE(SET-SUB) TO WL-RANGE
           MOVE SET-CAT-DESC(SET-SUB)  TO WL-DESC
           IF CAT-PROTECTED(SET-SUB)
              MOVE 'PROT'              TO WL-PROT
           END-IF

           PERFORM A2120-LOAD-PROCESS THRU A2120-EXIT
           .
       A2110-EXIT.
           EXIT
           .
       A2120-LOAD-PROCESS.
           IF AUD-SUB = 10
              PERFORM A2130-WRITEQ-TS   THRU A2130-EXIT
              MOVE 1                      TO AUD-SUB
           ELSE
              ADD  1                      TO AUD-SUB
           END-IF

           IF INQ-LIST
              MOVE WS-SET-LINE            TO AUD-LINE(AUD-SUB)
           ELSE
              MOVE WS-HIST-LINE           TO AUD-LINE(AUD-SUB)
           END-IF
           .
       A2120-EXIT.
           EXIT
           .
       A2130-WRITEQ-TS.
           EXEC CICS
                WRITEQ TS QUEUE    (AUD-QUEUE-NAME)
                          FROM     (AUD-PAGE-ENTRY)
                          NUMITEMS (AUD-NUMITEM)
                          RESP     (RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE = ZEROS
              MOVE LOW-VALUE     TO AUD-PAGE-ENTRY
              MOVE 0             TO AUD-SUB
           ELSE
              MOVE 'Y' TO ERROR-HANDLING
              MOVE 'ERROR IN A2130-WRITEQ-TS.' TO ERR-LOC
              MOVE RESPONSE-CODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       A2130-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CHANGE ('C') OR FORCE ('F') THE KEYED SETTING. ONLY SETTINGS ON--
      *THE SET-CAT TABLE CAN BE CHANGED, A PROTECTED ONE ONLY BY 'F',---
      *AND THE VALUE MUST PASS A2300 BEFORE ANYTHING IS WRITTEN. THE----
      *SETTING'S HISTORY IS SHOWN AFTERWARDS SO THE NEW ENTRY IS SEEN---
       A2200-CHANGE-SETTING.
           IF WS-KEY-SETTING = SPACES
              MOVE 'SETTING ID IS REQUIRED.'   TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           PERFORM A2600-FIND-SETTING THRU A2600-EXIT

           IF SET-FOUND-SUB = 0
              MOVE 'NOT A MAINTAINED SETTING - L LISTS THEM.'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           PERFORM A2700-SET-DETAIL THRU A2700-EXIT

           IF CAT-PROTECTED(SET-FOUND-SUB) AND SET-ACTION = 'C'
              MOVE 'PROTECTED SETTING - USE ACTION F TO OVERRIDE.'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           IF NOT CAT-PROTECTED(SET-FOUND-SUB) AND SET-ACTION = 'F'
              MOVE 'NOT A PROTECTED SETTING - USE ACTION C.'
                                               TO MESSAGEO
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           PERFORM A2300-CHECK-VALUE THRU A2300-EXIT

           IF NOT VALUE-OK
              MOVE SPACES TO MESSAGEO
              STRING 'INVALID VALUE - MUST BE '  DELIMITED BY SIZE
                     SET-CAT-RANGE(SET-FOUND-SUB) DELIMITED BY '  '
                     INTO MESSAGEO
              END-STRING
              PERFORM Z0000-SEND-MAP         THRU Z0000-EXIT
           END-IF

           MOVE WS-KEY-SETTING TO SETTG-SETTING-ID
           PERFORM A2500-GET-CURRENT THRU A2500-EXIT

           IF SETTING-ROW-FOUND
              MOVE SETTG-SETTING-VALUE TO WS-OLD-VALUE
           ELSE
              MOVE SPACES              TO WS-OLD-VALUE
           END-IF

           IF SETTING-ROW-FOUND AND WS-OLD-VALUE = WS-VAL-TEXT
              MOVE 'VALUE UNCHANGED - NOTHING WRITTEN.' TO MESSAGEO
              PERFORM Z0000-SEND-MAP                 THRU Z0000-EXIT
           END-IF

           MOVE WS-KEY-SETTING TO SETTG-SETTING-ID
           MOVE WS-VAL-TEXT    TO SETTG-SETTING-VALUE

           IF SETTING-ROW-FOUND
              EXEC SQL
                   UPDATE IBMUSER.LIB_SETTINGS
                   SET    SETTING_VALUE = :SETTG-SETTING-VALUE
                   WHERE  SETTING_ID    = :SETTG-SETTING-ID
              END-EXEC
           ELSE
              EXEC SQL
                   INSERT INTO IBMUSER.LIB_SETTINGS
                          (SETTING_ID, SETTING_VALUE)
                   VALUES (:SETTG-SETTING-ID, :SETTG-SETTING-VALUE)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE    'A2200-CHANGE-SETTING.' TO ERR-LOC
              MOVE     SQLCODE                TO ERR-CODE
              MOVE    'Y'                     TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF

           MOVE SET-ACTION TO WS-CHG-TYPE
           PERFORM A2800-LOG-HISTORY THRU A2800-EXIT

           MOVE WS-VAL-TEXT TO WS-INQ-CURR
           IF SET-ACTION = 'F'
              MOVE 'PROTECTED SETTING FORCED - HISTORY BELOW.'
                                               TO MESSAGEO
           ELSE
              MOVE 'SETTING CHANGED - HISTORY BELOW.' TO MESSAGEO
           END-IF
           PERFORM A2400-LOAD-HISTORY THRU A2400-EXIT
           .
       A2200-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *CHECK THE KEYED VALUE AGAINST THE SETTING'S KIND AND RANGE. THE--
      *VALUE IS LEFT-JUSTIFIED INTO WS-VAL-TEXT (AS IT WILL BE STORED)--
      *AND VALUE-OK IS LEFT ON ONLY WHEN THE READING PROGRAMS CAN USE---
      *IT AS KEYED------------------------------------------------------
       A2300-CHECK-VALUE.
           MOVE 'Y'     TO WS-VALID-SW
           MOVE SPACES  TO WS-VAL-TEXT
           MOVE MVALUEI TO WS-VAL-INPUT
           INSPECT WS-VAL-INPUT REPLACING ALL LOW-VALUE BY SPACE

           IF WS-VAL-INPUT = SPACES
              MOVE 'N' TO WS-VALID-SW
              GO TO A2300-EXIT
           END-IF

           MOVE 1 TO WS-VAL-START
           PERFORM A2305-SKIP-SPACE THRU A2305-EXIT
                   UNTIL WS-VAL-INPUT(WS-VAL-START:1) NOT = SPACE
           MOVE WS-VAL-INPUT(WS-VAL-START:) TO WS-VAL-TEXT

           MOVE 10 TO WS-VAL-LEN
           PERFORM A2306-TRIM-LENGTH THRU A2306-EXIT
                   UNTIL WS-VAL-CHAR(WS-VAL-LEN) NOT = SPACE

           EVALUATE TRUE
              WHEN KIND-NUMBER(SET-FOUND-SUB)
                   PERFORM A2310-CHECK-NUMBER THRU A2310-EXIT
              WHEN KIND-AMOUNT(SET-FOUND-SUB)
                   PERFORM A2310-CHECK-NUMBER THRU A2310-EXIT
              WHEN KIND-CODE(SET-FOUND-SUB)
                   PERFORM A2330-CHECK-CODE   THRU A2330-EXIT
              WHEN KIND-TIME(SET-FOUND-SUB)
                   PERFORM A2340-CHECK-TIME   THRU A2340-EXIT
              WHEN KIND-DATE(SET-FOUND-SUB)
                   PERFORM A2350-CHECK-DATE   THRU A2350-EXIT
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       A2300-EXIT.
           EXIT
           .
       A2305-SKIP-SPACE.
           ADD 1 TO WS-VAL-START
           .
       A2305-EXIT.
           EXIT
           .
       A2306-TRIM-LENGTH.
           SUBTRACT 1 FROM WS-VAL-LEN
           .
       A2306-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A WHOLE NUMBER (KIND N) OR AN AMOUNT WITH UP TO TWO DECIMALS-----
      *(KIND A) - DIGITS AND AT MOST ONE POINT, NOTHING ELSE. THE VALUE-
      *IS CARRIED IN CENTS AND HELD TO THE SETTING'S LOW-HIGH BOUNDS----
       A2310-CHECK-NUMBER.
           MOVE 'N' TO WS-DOT-SW
           MOVE 0   TO WS-VAL-WHOLE
           MOVE 0   TO WS-VAL-DEC
           MOVE 0   TO WS-VAL-DECS
           MOVE 0   TO WS-VAL-DIGITS

           PERFORM A2320-NUMBER-CHAR THRU A2320-EXIT
                   VARYING WS-VAL-POS FROM 1 BY 1
                   UNTIL WS-VAL-POS > WS-VAL-LEN
                      OR NOT VALUE-OK

           IF NOT VALUE-OK
              GO TO A2310-EXIT
           END-IF

           IF WS-VAL-DIGITS = 0
              MOVE 'N' TO WS-VALID-SW
              GO TO A2310-EXIT
           END-IF

           IF WS-VAL-DECS = 1
              COMPUTE WS-VAL-DEC = WS-VAL-DEC * 10
           END-IF

           COMPUTE WS-VAL-CENTS = WS-VAL-WHOLE * 100 + WS-VAL-DEC
           COMPUTE WS-VAL-LOW   = SET-CAT-LOW(SET-FOUND-SUB)  * 100
           COMPUTE WS-VAL-HIGH  = SET-CAT-HIGH(SET-FOUND-SUB) * 100

           IF WS-VAL-CENTS < WS-VAL-LOW OR WS-VAL-CENTS > WS-VAL-HIGH
              MOVE 'N' TO WS-VALID-SW
           END-IF
           .
       A2310-EXIT.
           EXIT
           .
       A2320-NUMBER-CHAR.
           MOVE WS-VAL-CHAR(WS-VAL-POS) TO WS-DIGIT-X

           EVALUATE TRUE
              WHEN WS-DIGIT-X IS NUMERIC
                   ADD 1 TO WS-VAL-DIGITS
                   IF DOT-SEEN
                      ADD 1 TO WS-VAL-DECS
                      IF WS-VAL-DECS > 2
                         MOVE 'N' TO WS-VALID-SW
                      ELSE
                         COMPUTE WS-VAL-DEC =
                                 WS-VAL-DEC * 10 + WS-DIGIT
                      END-IF
                   ELSE
                      COMPUTE WS-VAL-WHOLE =
                              WS-VAL-WHOLE * 10 + WS-DIGIT
                   END-IF
              WHEN WS-DIGIT-X = '.'
                   IF DOT-SEEN OR KIND-NUMBER(SET-FOUND-SUB)
                      MOVE 'N' TO WS-VALID-SW
                   ELSE
                      MOVE 'Y' TO WS-DOT-SW
                   END-IF
              WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
           END-EVALUATE
           .
       A2320-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *ONE CHARACTER, AND ONE OF THE SETTING'S ALLOWED CODES------------
       A2330-CHECK-CODE.
           IF WS-VAL-LEN NOT = 1
              MOVE 'N' TO WS-VALID-SW
              GO TO A2330-EXIT
           END-IF

           MOVE 0 TO WS-VAL-TALLY
           INSPECT SET-CAT-CODES(SET-FOUND-SUB)
                   TALLYING WS-VAL-TALLY FOR ALL WS-VAL-CHAR(1)

           IF WS-VAL-TALLY = 0
              MOVE 'N' TO WS-VALID-SW
           END-IF
           .
       A2330-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A CLOCK TIME HH:MM:SS, AS THE READING PROGRAMS COMPARE IT--------
       A2340-CHECK-TIME.
           MOVE WS-VAL-TEXT TO WS-TIME-CHECK

           IF WS-VAL-LEN NOT = 8
           OR WS-TC-SEP1 NOT = ':' OR WS-TC-SEP2 NOT = ':'
           OR WS-TC-HH IS NOT NUMERIC
           OR WS-TC-MM IS NOT NUMERIC
           OR WS-TC-SS IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              GO TO A2340-EXIT
           END-IF

           IF WS-TC-HH-N > 23 OR WS-TC-MM-N > 59 OR WS-TC-SS-N > 59
              MOVE 'N' TO WS-VALID-SW
           END-IF
           .
       A2340-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *A DATE YYYY-MM-DD, AS DB2 HOLDS IT-------------------------------
       A2350-CHECK-DATE.
           MOVE WS-VAL-TEXT TO WS-DATE-CHECK

           IF WS-VAL-LEN NOT = 10
           OR WS-DC-SEP1 NOT = '-' OR WS-DC-SEP2 NOT = '-'
           OR WS-DC-YYYY IS NOT NUMERIC
           OR WS-DC-MM IS NOT NUMERIC
           OR WS-DC-DD IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              GO TO A2350-EXIT
           END-IF

           IF WS-DC-MM-N < 1 OR WS-DC-MM-N > 12
           OR WS-DC-DD-N < 1 OR WS-DC-DD-N > 31
              MOVE 'N' TO WS-VALID-SW
           END-IF
           .
       A2350-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOAD THE CHANGE HISTORY INTO THE SM TS QUEUE, NEWEST FIRST - THE-
      *KEYED SETTING'S, OR EVERY SETTING'S WHEN NONE IS KEYED-----------
       A2400-LOAD-HISTORY.
           PERFORM Z5000-DELETEQ THRU Z5000-EXIT
           MOVE EIBTASKN TO AUD-TERMINAL-ID

           EXEC CICS DELETEQ TS
                QUEUE (AUD-QUEUE-NAME)
                RESP  (RESPONSE-CODE)
           END-EXEC

           MOVE 'N' TO END-OF-FILE
           INITIALIZE AUD-NUMITEM
           INITIALIZE AUD-SUB
           MOVE 'H'            TO WS-INQ-MODE
           MOVE WS-KEY-SETTING TO WS-INQ-SETTING

           IF SET-ACTION NOT = 'C' AND SET-ACTION NOT = 'F'
              MOVE SPACES TO WS-INQ-DETAIL
              PERFORM A2600-FIND-SETTING THRU A2600-EXIT
              IF SET-FOUND-SUB > 0
                 PERFORM A2700-SET-DETAIL THRU A2700-EXIT
              END-IF
           END-IF

           EXEC SQL
                OPEN SH_CURSOR
           END-EXEC

           PERFORM A2410-FETCH-CHANGE THRU A2410-EXIT
                   UNTIL NO-MORE-RECORDS

           EXEC SQL
                CLOSE SH_CURSOR
           END-EXEC

           IF AUD-NUMITEM = 0
              IF MESSAGEO = SPACES
                 MOVE 'NO CHANGES ON FILE.' TO MESSAGEO
              END-IF
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           MOVE 1 TO AUD-ITEM
           PERFORM Z1000-READQ-TS THRU Z1000-EXIT
           PERFORM Z2000-LOAD-MAP THRU Z2000-EXIT
           IF MESSAGEO = SPACES
              MOVE 'SETTING CHANGES, NEWEST FIRST.' TO MESSAGEO
           END-IF
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A2400-EXIT.
           EXIT
           .
       A2410-FETCH-CHANGE.
           EXEC SQL
                FETCH SH_CURSOR INTO :SETHS-HIST-ID
                                    ,:SETHS-SETTING-ID
                                    ,:SETHS-OLD-VALUE
                                    ,:SETHS-NEW-VALUE
                                    ,:SETHS-CHANGE-TYPE
                                    ,:SETHS-OPER-ID
                                    ,:SETHS-CHANGE-DATE
                                    ,:SETHS-CHANGE-TIME
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE SPACES             TO WS-HIST-LINE
                   MOVE SETHS-CHANGE-DATE  TO WH-DATE
                   MOVE SETHS-CHANGE-TIME  TO WH-TIME
                   MOVE SETHS-SETTING-ID   TO WH-SETTING
                   IF SETHS-OLD-VALUE = SPACES
                      MOVE '(DEFAULT)'     TO WH-OLD-VALUE
                   ELSE
                      MOVE SETHS-OLD-VALUE TO WH-OLD-VALUE
                   END-IF
                   MOVE ' > '              TO WS-HIST-LINE(40:3)
                   MOVE SETHS-NEW-VALUE    TO WH-NEW-VALUE
                   MOVE SETHS-OPER-ID      TO WH-OPER-ID
                   IF SETHS-CHANGE-TYPE = 'F'
                      MOVE 'FORCED'        TO WH-TYPE
                   ELSE
                      MOVE 'CHANGE'        TO WH-TYPE
                   END-IF
                   PERFORM A2120-LOAD-PROCESS THRU A2120-EXIT
              WHEN SQLCODE = 100
                   MOVE 'Y' TO END-OF-FILE
                   IF AUD-SUB > 0
                      PERFORM A2130-WRITEQ-TS THRU A2130-EXIT
                   END-IF
              WHEN OTHER
                   MOVE    'A2410-FETCH-CHANGE.'  TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2410-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE SETTING'S ROW ON IBMUSER.LIB_SETTINGS, IF THERE IS ONE-------
       A2500-GET-CURRENT.
           MOVE 'N' TO WS-ROW-SW

           EXEC SQL
                SELECT SETTING_VALUE
                INTO  :SETTG-SETTING-VALUE
                FROM   IBMUSER.LIB_SETTINGS
                WHERE  SETTING_ID = :SETTG-SETTING-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   MOVE 'Y' TO WS-ROW-SW
              WHEN SQLCODE = 100
                   MOVE SPACES TO SETTG-SETTING-VALUE
              WHEN OTHER
                   MOVE    'A2500-GET-CURRENT.'   TO ERR-LOC
                   MOVE     SQLCODE               TO ERR-CODE
                   MOVE    'Y'                    TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE
           .
       A2500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *LOOK THE KEYED SETTING ID UP ON THE SET-CAT TABLE - ZERO WHEN----
      *IT IS NOT A SETTING MAINTAINED HERE------------------------------
       A2600-FIND-SETTING.
           MOVE 0 TO SET-FOUND-SUB

           IF WS-KEY-SETTING = SPACES
              GO TO A2600-EXIT
           END-IF

           PERFORM A2610-MATCH-SETTING THRU A2610-EXIT
                   VARYING SET-SUB FROM 1 BY 1
                   UNTIL SET-SUB > SET-CAT-MAX
                      OR SET-FOUND-SUB > 0
           .
       A2600-EXIT.
           EXIT
           .
       A2610-MATCH-SETTING.
           IF SET-CAT-ID(SET-SUB) = WS-KEY-SETTING
              MOVE SET-SUB TO SET-FOUND-SUB
           END-IF
           .
       A2610-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *THE KEYED SETTING'S DESCRIPTION, RANGE, DEFAULT AND CURRENT------
      *VALUE FOR THE TOP OF THE SCREEN (KEPT IN THE COMMAREA SO PAGING--
      *KEEPS THEM)------------------------------------------------------
       A2700-SET-DETAIL.
           MOVE WS-KEY-SETTING                TO WS-INQ-SETTING
           MOVE SET-CAT-DESC(SET-FOUND-SUB)   TO WS-INQ-DESC
           MOVE SET-CAT-RANGE(SET-FOUND-SUB)  TO WS-INQ-RANGE
           MOVE SET-CAT-DFLT(SET-FOUND-SUB)   TO WS-INQ-DFLT

           IF CAT-PROTECTED(SET-FOUND-SUB)
              MOVE 'PROTECTED'                TO WS-INQ-PROT
           ELSE
              MOVE SPACES                     TO WS-INQ-PROT
           END-IF

           MOVE WS-KEY-SETTING                TO SETTG-SETTING-ID
           PERFORM A2500-GET-CURRENT        THRU A2500-EXIT

           IF SETTING-ROW-FOUND
              MOVE SETTG-SETTING-VALUE        TO WS-INQ-CURR
           ELSE
              MOVE '(DEFAULT)'                TO WS-INQ-CURR
           END-IF
           .
       A2700-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *EVERY CHANGE MADE HERE LEAVES A SETTING_HIST ROW BEHIND----------
       A2800-LOG-HISTORY.
           EXEC SQL
                SELECT VALUE(MAX(HIST_ID), 0)
                INTO  :WS-NEXT-HIST-ID
                FROM   IBMUSER.SETTING_HIST
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-NEXT-HIST-ID
              WHEN SQLCODE = 100
                   MOVE 1 TO WS-NEXT-HIST-ID
              WHEN OTHER
                   MOVE    'A2800-LOG-HISTORY.' TO ERR-LOC
                   MOVE     SQLCODE             TO ERR-CODE
                   MOVE    'Y'                  TO ERROR-HANDLING
                   PERFORM  XXXX-ERROR-HANDLING
           END-EVALUATE

           PERFORM Z6000-ASKTIME THRU Z6000-EXIT

           MOVE WS-NEXT-HIST-ID  TO SETHS-HIST-ID
           MOVE WS-KEY-SETTING   TO SETHS-SETTING-ID
           MOVE WS-OLD-VALUE     TO SETHS-OLD-VALUE
           MOVE WS-VAL-TEXT      TO SETHS-NEW-VALUE
           MOVE WS-CHG-TYPE      TO SETHS-CHANGE-TYPE
           MOVE WS-OPER-ID       TO SETHS-OPER-ID
           MOVE WS-AUD-DATE      TO SETHS-CHANGE-DATE
           MOVE WS-AUD-TIME      TO SETHS-CHANGE-TIME

           EXEC SQL
                INSERT INTO IBMUSER.SETTING_HIST
                       (HIST_ID, SETTING_ID, OLD_VALUE, NEW_VALUE,
                        CHANGE_TYPE, OPER_ID, CHANGE_DATE,
                        CHANGE_TIME)
                VALUES (:SETHS-HIST-ID, :SETHS-SETTING-ID,
                        :SETHS-OLD-VALUE, :SETHS-NEW-VALUE,
                        :SETHS-CHANGE-TYPE, :SETHS-OPER-ID,
                        :SETHS-CHANGE-DATE, :SETHS-CHANGE-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE    'A2800-LOG-HISTORY.' TO ERR-LOC
              MOVE     SQLCODE             TO ERR-CODE
              MOVE    'Y'                  TO ERROR-HANDLING
              PERFORM  XXXX-ERROR-HANDLING
           END-IF
           .
       A2800-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PAGING PARAGRAPH-------------------------------------------------
       A3000-PAGING-PROCESS.
           EVALUATE TRUE
               WHEN AUD-ITEM < 1
                    MOVE  +1                                TO AUD-ITEM
                    MOVE 'YOU ARE ALREADY ON FIRST PAGE.'   TO MESSAGEO

               WHEN AUD-ITEM > AUD-NUMITEM
                    MOVE  AUD-NUMITEM                       TO AUD-ITEM
                    MOVE 'YOU HAVE REACHED THE END OF LIST.'TO MESSAGEO

               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF AUD-NUMITEM = 0
              MOVE 'NOTHING LOADED - KEY ACTION L OR H.'
                                       TO MESSAGEO
              PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           END-IF

           PERFORM Z1000-READQ-TS THRU Z1000-EXIT
           PERFORM Z2000-LOAD-MAP THRU Z2000-EXIT
           PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
           .
       A3000-EXIT.
           EXIT
           .
       Z1000-READQ-TS.
           EXEC CICS
                READQ TS QUEUE (AUD-QUEUE-NAME)
                         INTO  (AUD-PAGE-ENTRY)
                         ITEM  (AUD-ITEM)
                         RESP  (RESPONSE-CODE)
           END-EXEC.

           IF RESPONSE-CODE > ZEROS
              MOVE 'Y' TO ERROR-HANDLING
              MOVE 'ERROR IN Z1000-READQ-TS.'  TO ERR-LOC
              MOVE RESPONSE-CODE               TO ERR-CODE
              PERFORM XXXX-ERROR-HANDLING
           END-IF
           .
       Z1000-EXIT.
           EXIT
           .
       Z2000-LOAD-MAP.
           PERFORM Z2100-MOVE-REC-ELEMENT THRU  Z2100-EXIT
                   VARYING AUD-SUB FROM 1 BY 1 UNTIL AUD-SUB > 10
           .
       Z2000-EXIT.
           EXIT
           .
       Z2100-MOVE-REC-ELEMENT.
           IF AUD-LINE(AUD-SUB) NOT = LOW-VALUE
              MOVE AUD-LINE(AUD-SUB)    TO LISTO(AUD-SUB)
           END-IF
           .
       Z2100-EXIT.
           EXIT
           .
      *SEND MAP PARAGRAPH-----------------------------------------------
       Z0000-SEND-MAP.
           MOVE ATTR-UNPROT-MDT     TO MACTIONA
           MOVE ATTR-UNPROT-MDT     TO MSETIDA
           MOVE ATTR-UNPROT-MDT     TO MVALUEA
           MOVE WS-INQ-SETTING      TO MSETIDO

           IF WS-INQ-DETAIL NOT = SPACES
              MOVE WS-INQ-DESC      TO MDESCO
              MOVE WS-INQ-RANGE     TO MRANGEO
              MOVE WS-INQ-DFLT      TO MDFLTO
              MOVE WS-INQ-CURR      TO MCURRO
              MOVE WS-INQ-PROT      TO MPROTO
           END-IF

           EVALUATE TRUE
              WHEN INQ-LIST
                   MOVE WS-LIST-HEAD TO MHEADO
              WHEN INQ-HISTORY
                   MOVE WS-HIST-HEAD TO MHEADO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE AUD-ITEM        TO AUD-ITEM-X
           MOVE AUD-NUMITEM     TO AUD-NUMITEM-X
           MOVE AUD-ITEM-X      TO ITEMO
           MOVE AUD-NUMITEM-X   TO NUMITEMO

           EXEC CICS
                SEND MAP(WS-MAP)
                     MAPSET(WS-MAPSET)
                     FROM(SETMNTMO)
           END-EXEC

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(WS-COMMAREA)
           END-EXEC
           .
       Z0000-EXIT.
           EXIT
           .
       Z5000-DELETEQ.
           EXEC CICS DELETEQ TS
                QUEUE (AUD-QUEUE-NAME)
                RESP  (RESPONSE-CODE)
           END-EXEC

           MOVE LOW-VALUES TO AUD-PAGE-ENTRY
           .
       Z5000-EXIT.
           EXIT
           .
       Z6000-ASKTIME.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-AUD-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABS-TIME)
                TIME(WS-AUD-TIME)
                TIMESEP(':')
           END-EXEC
           .
       Z6000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *SUPPORT PARAGRAPH------------------------------------------------
      *-----------------------------------------------------------------
      *RECORD THE FAILURE IN THE CENTRAL ERROR LOG BEFORE THE MESSAGE--
      *REACHES THE TERMINAL, SO THE EVIDENCE SURVIVES THE SCREEN CLEAR-
      *(BEST-EFFORT - A FAILURE HERE MUST NOT MASK THE REAL ERROR)-----
       Z9500-LOG-ERROR.
           EXEC CICS ASKTIME
                ABSTIME(WS-ERRLOG-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                YYYYMMDD(WS-ERRLOG-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                TIME(WS-ERRLOG-TIME)
                TIMESEP(':')
           END-EXEC

           EXEC SQL
                SELECT VALUE(MAX(LOG_ID), 0)
                INTO  :WS-ERRLOG-NEXT-ID
                FROM   IBMUSER.ERROR_LOG
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                   ADD 1 TO WS-ERRLOG-NEXT-ID
              WHEN SQLCODE = 100
                   MOVE 1 TO WS-ERRLOG-NEXT-ID
              WHEN OTHER
                   GO TO Z9500-EXIT
           END-EVALUATE

           MOVE WS-ERRLOG-NEXT-ID TO ERRLG-LOG-ID
           MOVE 'SETMNT1 '   TO ERRLG-PROGRAM
           MOVE ERR-LOC           TO ERRLG-LOCATION
           MOVE ERR-CODE          TO ERRLG-ERROR-CODE
           MOVE WS-OPER-ID        TO ERRLG-OPER-ID
           MOVE EIBTRMID          TO ERRLG-TERMINAL
           MOVE WS-ERRLOG-DATE    TO ERRLG-ERROR-DATE
           MOVE WS-ERRLOG-TIME    TO ERRLG-ERROR-TIME

           EXEC SQL
                INSERT INTO IBMUSER.ERROR_LOG
                       (LOG_ID, PROGRAM, LOCATION, ERROR_CODE,
                        OPER_ID, TERMINAL, ERROR_DATE, ERROR_TIME)
                VALUES (:ERRLG-LOG-ID, :ERRLG-PROGRAM,
                        :ERRLG-LOCATION, :ERRLG-ERROR-CODE,
                        :ERRLG-OPER-ID, :ERRLG-TERMINAL,
                        :ERRLG-ERROR-DATE, :ERRLG-ERROR-TIME)
           END-EXEC
           .
       Z9500-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *APPEND THE SIGN-ON (OR REFUSAL) TO THE SECURITY ACTIVITY LOG,---
      *THE SAME WAY BOOK01DB'S Z8000-LOG-SECURITY DOES - BEST-EFFORT,--
      *A LOGGING FAILURE MUST NOT BLOCK THE SIGN-ON---------------------
       Z8000-LOG-SIGNON.
           EXEC CICS ASKTIME
                ABSTIME(WS-ERRLOG-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                YYYYMMDD(WS-ERRLOG-DATE)
                DATESEP('-')
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ERRLOG-ABS)
                TIME(WS-ERRLOG-TIME)
                TIMESEP(':')
           END-EXEC

           EXEC SQL
                SELECT VALUE(MAX(LOG_ID), 0)
                INTO  :WS-NEXT-SEC-ID
                FROM   IBMUSER.SEC_ACTIVITY
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z8000-SIGNON-EXIT
           END-IF

           ADD 1 TO WS-NEXT-SEC-ID

           MOVE WS-NEXT-SEC-ID TO SECAC-LOG-ID
           MOVE WS-OPER-ID     TO SECAC-OPER-ID
           MOVE EIBTRMID       TO SECAC-TERMINAL
           MOVE WS-SEC-EVENT   TO SECAC-EVENT
           MOVE WS-ERRLOG-DATE TO SECAC-EVENT-DATE
           MOVE WS-ERRLOG-TIME TO SECAC-EVENT-TIME

           EXEC SQL
                INSERT INTO IBMUSER.SEC_ACTIVITY
                       (LOG_ID, OPER_ID, TERMINAL, EVENT,
                        EVENT_DATE, EVENT_TIME)
                VALUES (:SECAC-LOG-ID, :SECAC-OPER-ID,
                        :SECAC-TERMINAL, :SECAC-EVENT,
                        :SECAC-EVENT-DATE, :SECAC-EVENT-TIME)
           END-EXEC
           .
       Z8000-SIGNON-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *FUNCTION-LEVEL AUTHORIZATION OVER IBMUSER.FUNC_AUTH (SEE---------
      *FUNCMNT1) - THE OPERATOR IS ALLOWED IN WHEN A GRANT EXISTS FOR---
      *THEIR ID OR FOR THEIR ROLE ('*' + ROLE LETTER). A FUNCTION-------
      *NOBODY HAS SET GRANTS UP FOR YET FALLS BACK TO THE OLD----------
      *HARD-WIRED ROLE TEST SO NOTHING LOCKS UP THE DAY THE TABLE------
      *GOES IN----------------------------------------------------------
       Z8500-CHECK-FUNCTION.
           MOVE 'N'    TO WS-FUNC-AUTH-SW
           MOVE SPACES TO WS-ROLE-GRANTEE
           MOVE '*'    TO WS-ROLE-GRANTEE(1:1)
           MOVE WS-OPER-ROLE TO WS-ROLE-GRANTEE(2:1)

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'SETMNT1'
                AND    (GRANTEE  = :WS-OPER-ID
                        OR GRANTEE = :WS-ROLE-GRANTEE)
           END-EXEC

           IF SQLCODE NOT = 0
              GO TO Z8500-EXIT
           END-IF

           IF WS-FUNC-COUNT > 0
              MOVE 'Y' TO WS-FUNC-AUTH-SW
              GO TO Z8500-EXIT
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-FUNC-COUNT
                FROM   IBMUSER.FUNC_AUTH
                WHERE  FUNC_NAME = 'SETMNT1'
           END-EXEC

           IF SQLCODE = 0 AND WS-FUNC-COUNT = 0
              IF OPER-IS-ADMIN
                 MOVE 'Y' TO WS-FUNC-AUTH-SW
              END-IF
           END-IF
           .
       Z8500-EXIT.
           EXIT
           .
       XXXX-ERROR-HANDLING.
           IF SOME-ERROR
              PERFORM Z9500-LOG-ERROR THRU Z9500-EXIT

              EXEC CICS
                  SEND TEXT FROM(WS-MESSAGE)
                            ERASE
                            FREEKB
              END-EXEC

              EXEC CICS
                   RETURN
              END-EXEC
           .
      *-----------------------------------------------------------------
