      *    -- A > ADD A FUND (CODE/NAME/FISCAL YEAR/ALLOCATION)       *
      *    -- C > CHANGE NAME/ALLOCATION OF AN EXISTING FUND          *
      *    -- I > INQUIRE - ALLOCATED/ENCUMBERED/SPENT/FREE           *
      *           (AND THE SUCCESSOR OF A FUND CLOSED AT YEAR END)    *
      *                                                               *
      * RELATED PROGRAMS: ORDER01, FUNDRPT                            *
      *    -- ORDER01 > ENCUMBERS AND SPENDS AGAINST THESE FUNDS      *
      *    -- FUNDRPT > FUND-STATUS REPORT                            *
      *    -- FUNDROLL > YEAR-END ROLLOVER TO THE NEXT YEAR'S FUNDS   *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.

           EXEC SQL
                SELECT NAME, FISCAL_YEAR, ALLOCATED,
                       ENCUMBERED, SPENT,
                       VALUE(STATUS, 'O'), VALUE(SUCCESSOR_CODE, ' ')
                INTO  :FUND-NAME, :FUND-FISCAL-YEAR,
                      :FUND-ALLOCATED, :FUND-ENCUMBERED, :FUND-SPENT,
                      :FUND-STATUS, :FUND-SUCCESSOR-CODE
                FROM   IBMUSER.FUNDS
                WHERE  FUND_CODE = :FUND-FUND-CODE
           END-EXEC
                                           - FUND-SPENT
                    MOVE WS-FREE-AMOUNT    TO WS-MONEY-EDIT
                    MOVE WS-MONEY-EDIT     TO MFREEO
                    IF FUND-STATUS = 'C'
                       MOVE SPACES TO MESSAGEO
                       STRING 'FUND CLOSED AT YEAR END - SUCCESSOR '
                                                DELIMITED BY SIZE
                              FUND-SUCCESSOR-CODE
                                                DELIMITED BY SPACE
                              '.'               DELIMITED BY SIZE
                              INTO MESSAGEO
                    END-IF
                    PERFORM Z0000-SEND-MAP THRU Z0000-EXIT
               WHEN SQLCODE = 100
                    MOVE 'UNKNOWN FUND CODE.' TO MESSAGEO
