      *-----------------------------------------------------------------
      * RSVMNT  - SYMBOLIC MAP FOR MAPSET RSVMNT / MAP RSVMNTM
      *           (RSV01 COURSE RESERVE MAINTENANCE SCREEN)
      *-----------------------------------------------------------------
       01  RSVMNTMI.
           05  MACTIONI      PIC X(1).
           05  MRSVIDI       PIC X(9).
           05  MCRSCDI       PIC X(10).
           05  MCRSNMI       PIC X(40).
           05  MINSTRI       PIC X(30).
           05  MBOOKIDI      PIC X(4).
           05  MACCNOI       PIC X(12).
           05  MHOURSI       PIC X(1).
           05  MRATEI        PIC X(6).
           05  MSTARTI       PIC X(10).
           05  MENDI         PIC X(10).

       01  RSVMNTMO.
           05  MACTIONA      PIC X(1).
           05  MACTIONO      PIC X(1).
           05  MRSVIDA       PIC X(1).
           05  MRSVIDO       PIC X(9).
           05  MCRSCDA       PIC X(1).
           05  MCRSCDO       PIC X(10).
           05  MCRSNMA       PIC X(1).
           05  MCRSNMO       PIC X(40).
           05  MINSTRA       PIC X(1).
           05  MINSTRO       PIC X(30).
           05  MBOOKIDA      PIC X(1).
           05  MBOOKIDO      PIC X(4).
           05  MACCNOA       PIC X(1).
           05  MACCNOO       PIC X(12).
           05  MHOURSA       PIC X(1).
           05  MHOURSO       PIC X(1).
           05  MRATEA        PIC X(1).
           05  MRATEO        PIC X(6).
           05  MSTARTA       PIC X(1).
           05  MSTARTO       PIC X(10).
           05  MENDA         PIC X(1).
           05  MENDO         PIC X(10).
           05  MTITLEO       PIC X(40).
           05  MSTATO        PIC X(1).
           05  MOPENO        PIC X(4).
           05  MESSAGEO      PIC X(60).
