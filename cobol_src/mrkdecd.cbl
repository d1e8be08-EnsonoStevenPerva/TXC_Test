      *                                                                *00310000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00320000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00330000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00335000
      *                                                                *00340000
      *  CHANGE HISTORY                                                *00350000
      *  ----------------------------------------------------------    *00360000
      *  DATE        BY    DESCRIPTION                                 *00370000
      *  2026-08-22  BAG   INITIAL VERSION                             *00380000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00383333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00386666
      *  2026-10-15  BAG   RAISE THE CUSTOMER VERSION STAMP WHEN THE   *00387777
      *                    DECEASED MARKER CHANGES                     *00388888
      *                                                                *00390000
      ******************************************************************00400000
       DATA DIVISION.                                                   00410000
       01  MRKDECD-PROCTRAN-REC.                                        00590000
           COPY PROCTRAN.                                               00600000
                                                                        00610000
       01  MRKDECD-BUSDATE-REC.                                         00612500
           COPY BUSDATE.                                                00615000
                                                                        00617500
       LINKAGE SECTION.                                                 00620000
       01  DFHCOMMAREA.                                                 00630000
           COPY MRKDECD.                                                00640000
       0000-MAINLINE.                                                   00690000
           MOVE SPACE TO COMM-DECD-SUCCESS                              00700000
           MOVE SPACE TO COMM-DECD-FAIL-CD                              00710000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF MRKDECD-BUSDATE-REC  00711428
           EXEC CICS                                                    00712856
               READ DATASET('BUSDATE')                                  00714284
                    INTO(MRKDECD-BUSDATE-REC)                           00715712
                    RIDFLD(BUSDATE-KEY OF MRKDECD-BUSDATE-REC)          00717140
                    RESP(MRKDECD-RESP)                                  00718568
           END-EXEC                                                     00719996
           IF MRKDECD-RESP = DFHRESP(NORMAL)                            00721424
               MOVE BUSDATE-CURRENT-DATE OF MRKDECD-BUSDATE-REC         00722852
                   TO MRKDECD-TODAYS-DATE                               00724280
           ELSE                                                         00725708
               ACCEPT MRKDECD-TODAYS-DATE FROM DATE YYYYMMDD            00727136
           END-IF                                                       00728564
                                                                        00730000
           PERFORM 0500-VALIDATE-REQUEST THRU 0500-EXIT                 00740000
                                                                        00750000
                             OF MRKDECD-CUSTOMER-REC                    01680000
           END-IF                                                       01690000
                                                                        01700000
           ADD 1 TO CUSTOMER-VERSION OF MRKDECD-CUSTOMER-REC            01705000
           EXEC CICS                                                    01710000
               REWRITE DATASET('CUSTOMER')                              01720000
                       FROM(MRKDECD-CUSTOMER-REC)                       01730000
