      *             CHANREG  - VSAM KSDS - CHANNEL REGISTRATIONS       *00300000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00310000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00320000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00325000
      *                                                                *00330000
      *  CHANGE HISTORY                                                *00340000
      *  ----------------------------------------------------------    *00350000
      *  DATE        BY    DESCRIPTION                                 *00360000
      *  2026-09-02  BAG   INITIAL VERSION                             *00370000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00373333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00376666
      *                                                                *00380000
      ******************************************************************00390000
       DATA DIVISION.                                                   00400000
       01  CHANMNT-PROCTRAN-REC.                                        00590000
           COPY PROCTRAN.                                               00600000
                                                                        00610000
       01  CHANMNT-BUSDATE-REC.                                         00612500
           COPY BUSDATE.                                                00615000
                                                                        00617500
       LINKAGE SECTION.                                                 00620000
       01  DFHCOMMAREA.                                                 00630000
           COPY CHANMNT.                                                00640000
       0000-MAINLINE.                                                   00690000
           MOVE SPACE TO COMM-CHN-SUCCESS                               00700000
           MOVE SPACE TO COMM-CHN-FAIL-CD                               00710000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CHANMNT-BUSDATE-REC  00711428
           EXEC CICS                                                    00712856
               READ DATASET('BUSDATE')                                  00714284
                    INTO(CHANMNT-BUSDATE-REC)                           00715712
                    RIDFLD(BUSDATE-KEY OF CHANMNT-BUSDATE-REC)          00717140
                    RESP(CHANMNT-RESP)                                  00718568
           END-EXEC                                                     00719996
           IF CHANMNT-RESP = DFHRESP(NORMAL)                            00721424
               MOVE BUSDATE-CURRENT-DATE OF CHANMNT-BUSDATE-REC         00722852
                   TO CHANMNT-TODAYS-DATE                               00724280
           ELSE                                                         00725708
               ACCEPT CHANMNT-TODAYS-DATE FROM DATE YYYYMMDD            00727136
           END-IF                                                       00728564
                                                                        00730000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   00740000
                                                                        00750000
