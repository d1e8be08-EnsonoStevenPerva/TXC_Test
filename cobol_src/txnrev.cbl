      *  FILES    : PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00350000
      *             REVREG   - VSAM KSDS - REVERSAL REGISTER           *00360000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00370000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00375000
      *                                                                *00380000
      *  CHANGE HISTORY                                                *00390000
      *  ----------------------------------------------------------    *00400000
      *  2026-08-22  BAG   INITIAL VERSION                             *00420000
      *  2026-09-02  BAG   VALIDATE THE OPERATOR AGAINST THE MASTER   * 00421000
      *  2026-08-22  BAG   REV ROWS CARRY THEIR SIGNED BALANCE EFFECT  *00425000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00426666
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00428332
      *  2026-10-15  BAG   STAMP THE KEYING OPERATOR ON EVERY POSTING  *00429166
      *                                                                *00430000
      ******************************************************************00440000
       DATA DIVISION.                                                   00450000
       01  TXNREV-OPERATOR-REC.                                         00684000
           COPY OPERATOR.                                               00686000
                                                                        00690000
       01  TXNREV-BUSDATE-REC.                                          00692500
           COPY BUSDATE.                                                00695000
                                                                        00697500
       LINKAGE SECTION.                                                 00700000
       01  DFHCOMMAREA.                                                 00710000
           COPY TXNREV.                                                 00720000
       0000-MAINLINE.                                                   00770000
           MOVE SPACE TO COMM-REV-SUCCESS                               00780000
           MOVE SPACE TO COMM-REV-FAIL-CD                               00790000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF TXNREV-BUSDATE-REC   00791428
           EXEC CICS                                                    00792856
               READ DATASET('BUSDATE')                                  00794284
                    INTO(TXNREV-BUSDATE-REC)                            00795712
                    RIDFLD(BUSDATE-KEY OF TXNREV-BUSDATE-REC)           00797140
                    RESP(TXNREV-RESP)                                   00798568
           END-EXEC                                                     00799996
           IF TXNREV-RESP = DFHRESP(NORMAL)                             00801424
               MOVE BUSDATE-CURRENT-DATE OF TXNREV-BUSDATE-REC          00802852
                   TO TXNREV-TODAYS-DATE                                00804280
           ELSE                                                         00805708
               ACCEPT TXNREV-TODAYS-DATE FROM DATE YYYYMMDD             00807136
           END-IF                                                       00808564
                                                                        00810000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   00812000
                                                                        00814000
           MOVE 'GBP'    TO PROC-TRAN-CURRENCY                          02290000
                             OF TXNREV-PROCTRAN-REC                     02300000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF TXNREV-PROCTRAN-REC 02305000
           MOVE COMM-REV-OPERATOR TO PROC-TRAN-OPERATOR                 02306666
                                  OF TXNREV-PROCTRAN-REC                02308332
                                                                        02310000
           MOVE SPACES TO PROC-TRAN-DESC OF TXNREV-PROCTRAN-REC         02320000
           STRING 'REVERSAL OF ' COMM-SORTCODE COMM-TRAN-NUMBER         02330000
