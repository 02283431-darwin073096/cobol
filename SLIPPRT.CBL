      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SLIPPRT.
       AUTHOR.        DARWIN TERCENIO.
       DATE-WRITTEN.  10.15.2026.
      *--------------------
      *****************************************************************
      *PROGRAM DESCRIPTION.                                           *
      * --- DESK SLIP PRINT TRANSACTION. LOAN01 AND EXPCK01 START IT  *
      * AGAINST THE PRINTER TERMINAL IBMUSER.DESK_PRINTERS NAMES FOR  *
      * THE DESK (SEE DPRMNT01), PASSING THE FINISHED DUE-DATE SLIP OR*
      * RETURN RECEIPT ON THE START (COPYBOOK SLIPDAT). IT RETRIEVES  *
      * THE LINES, PRINTS THEM ONE PER LINE AND ENDS - IT HOLDS NO    *
      * DATA OF ITS OWN AND TOUCHES NO TABLE, SO A SLIP QUEUED WHILE  *
      * THE PRINTER IS OUT OF PAPER PRINTS WHEN CICS CAN ATTACH IT.   *
      * A START WITH NO DATA IS REPORTED TO THE OPERATOR (CSMT).      *
      *                                                               *
      * RELATED PROGRAMS: LOAN01, EXPCK01, DPRMNT01                   *
      *    -- LOAN01   > SLIP PER CONFIRMED CHECK-OUT OR RETURN       *
      *    -- EXPCK01  > SLIP PER EXPRESS CHECK-OUT SESSION           *
      *    -- DPRMNT01 > TERMINAL-TO-PRINTER ASSIGNMENTS              *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  RESPONSE-CODE           PIC S9(4) COMP                 .
           05  WS-RETR-LEN             PIC S9(4) COMP                 .
           05  WS-LINE-SUB             PIC S9(4) COMP                 .
           05  WS-PRT-POS              PIC S9(4) COMP                 .
           05  WS-PRT-LEN              PIC S9(4) COMP                 .
           05  WS-NEW-LINE             PIC X(01) VALUE X'15'          .
           05  WS-MESSAGE.
               10  FILLER              PIC X(10) VALUE 'ERROR IN: '  .
               10  ERR-LOC             PIC X(30)                     .
               10  FILLER              PIC X(06) VALUE 'CODE: '      .
               10  ERR-CODE            PIC S9(4) COMP                .

      *-----------------------------------------------------------------
      *THE PRINT BUFFER - EVERY SLIP LINE FOLLOWED BY A NEW-LINE ORDER--
       01  WS-PRT-BUFFER               PIC X(7320)                    .

           COPY SLIPDAT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0000-MAIN-PROCESS.
           PERFORM A1000-RETRIEVE-SLIP   THRU A1000-EXIT
           PERFORM A2000-BUILD-BUFFER    THRU A2000-EXIT
           PERFORM A3000-PRINT-SLIP      THRU A3000-EXIT

           EXEC CICS
                RETURN
           END-EXEC
           .
       A0000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *PICK UP THE SLIP PASSED ON THE START - A START WITH NO DATA (OR--
      *A BAD LINE COUNT) HAS NOTHING TO PRINT AND IS REPORTED-----------
       A1000-RETRIEVE-SLIP.
           MOVE LENGTH OF SLIP-DATA TO WS-RETR-LEN
           MOVE 0                   TO SLIP-LINE-COUNT

           EXEC CICS RETRIEVE
                INTO(SLIP-DATA)
                LENGTH(WS-RETR-LEN)
                RESP(RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'A1000-RETRIEVE-SLIP'  TO ERR-LOC
              MOVE RESPONSE-CODE          TO ERR-CODE
              PERFORM Z9000-REPORT-ERROR THRU Z9000-EXIT
           END-IF

           IF SLIP-LINE-COUNT < 1 OR SLIP-LINE-COUNT > 120
              MOVE 'A1000-RETRIEVE-SLIP'  TO ERR-LOC
              MOVE SLIP-LINE-COUNT        TO ERR-CODE
              PERFORM Z9000-REPORT-ERROR THRU Z9000-EXIT
           END-IF
           .
       A1000-EXIT.
           EXIT
           .
       A2000-BUILD-BUFFER.
           MOVE SPACES TO WS-PRT-BUFFER
           MOVE 1      TO WS-PRT-POS

           PERFORM A2100-ADD-LINE THRU A2100-EXIT
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > SLIP-LINE-COUNT

           COMPUTE WS-PRT-LEN = WS-PRT-POS - 1
           .
       A2000-EXIT.
           EXIT
           .
       A2100-ADD-LINE.
           MOVE SLIP-LINE(WS-LINE-SUB)
                                 TO WS-PRT-BUFFER(WS-PRT-POS:60)
           ADD 60                TO WS-PRT-POS
           MOVE WS-NEW-LINE      TO WS-PRT-BUFFER(WS-PRT-POS:1)
           ADD 1                 TO WS-PRT-POS
           .
       A2100-EXIT.
           EXIT
           .
       A3000-PRINT-SLIP.
           EXEC CICS
                SEND TEXT FROM(WS-PRT-BUFFER)
                          LENGTH(WS-PRT-LEN)
                          ERASE
                          PRINT
                          NLEOM
                          RESP(RESPONSE-CODE)
           END-EXEC

           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE 'A3000-PRINT-SLIP'     TO ERR-LOC
              MOVE RESPONSE-CODE          TO ERR-CODE
              PERFORM Z9000-REPORT-ERROR THRU Z9000-EXIT
           END-IF
           .
       A3000-EXIT.
           EXIT
           .
      *-----------------------------------------------------------------
      *NO OPERATOR IS WATCHING A PRINTER TASK - THE FAILURE GOES TO-----
      *CSMT THE WAY ERRMON1 REPORTS ITS OWN, AND THE TASK ENDS----------
       Z9000-REPORT-ERROR.
           EXEC CICS WRITEQ TD
                QUEUE('CSMT')
                FROM(WS-MESSAGE)
                LENGTH(LENGTH OF WS-MESSAGE)
                RESP(RESPONSE-CODE)
           END-EXEC

           EXEC CICS
                RETURN
           END-EXEC
           .
       Z9000-EXIT.
           EXIT
           .
