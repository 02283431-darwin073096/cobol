      *    -- CIRCRPT > REPORTS THESE SCANS ALONGSIDE CIRCULATION     *
      *    -- WEEDRPT > COUNTS THESE SCANS AS ACTIVITY BEFORE         *
      *                 FLAGGING A TITLE AS A WEEDING CANDIDATE       *
      *    -- DESKRPT > COUNTS THE SCANS BY BRANCH AND HOUR (THE      *
      *                 SCAN TIME AND COPY'S BRANCH ARE KEPT)         *
      *****************************************************************
      *--------------------
       ENVIRONMENT DIVISION.
           MOVE MACCNOI TO COPY-ACCESSION-NO

           EXEC SQL
                SELECT BOOK_ID, VALUE(BRANCH_ID, 0)
                INTO  :COPY-BOOK-ID, :COPY-BRANCH-ID
                FROM   IBMUSER.COPIES
                WHERE  ACCESSION_NO = :COPY-ACCESSION-NO
           END-EXEC
           MOVE COPY-ACCESSION-NO  TO IHUSE-ACCESSION-NO
           MOVE COPY-BOOK-ID       TO IHUSE-BOOK-ID
           MOVE WS-USE-DATE        TO IHUSE-USE-DATE
           MOVE WS-USE-TIME        TO IHUSE-USE-TIME
           MOVE COPY-BRANCH-ID     TO IHUSE-BRANCH-ID

           EXEC SQL
                INSERT INTO IBMUSER.INHOUSE_USE
                       (USE_ID, ACCESSION_NO, BOOK_ID, USE_DATE,
                        USE_TIME, BRANCH_ID)
                VALUES (:IHUSE-USE-ID, :IHUSE-ACCESSION-NO,
                        :IHUSE-BOOK-ID, :IHUSE-USE-DATE,
                        :IHUSE-USE-TIME, :IHUSE-BRANCH-ID)
           END-EXEC

           IF SQLCODE NOT = 0
