      *  FILES    : PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00300000
      *             DISPUTE  - VSAM KSDS - DISPUTE CASE FILE           *00310000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00320000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00325000
      *                                                                *00330000
      *  CHANGE HISTORY                                                *00340000
      *  ----------------------------------------------------------    *00350000
      *  DATE        BY    DESCRIPTION                                 *00360000
      *  2026-08-22  BAG   INITIAL VERSION                             *00370000
      *  2026-09-02  BAG   VALIDATE THE OPERATOR AGAINST THE MASTER   * 00371000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00374000
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00377000
      *  2026-10-15  BAG   STAMP THE KEYING OPERATOR ON EVERY POSTING  *00378500
      *                                                                *00380000
      ******************************************************************00390000
       DATA DIVISION.                                                   00400000
       01  DSPMNT-OPERATOR-REC.                                         00584000
           COPY OPERATOR.                                               00586000
                                                                        00590000
       01  DSPMNT-BUSDATE-REC.                                          00592500
           COPY BUSDATE.                                                00595000
                                                                        00597500
       LINKAGE SECTION.                                                 00600000
       01  DFHCOMMAREA.                                                 00610000
           COPY DSPMNT.                                                 00620000
       0000-MAINLINE.                                                   00670000
           MOVE SPACE TO COMM-DISP-SUCCESS                              00680000
           MOVE SPACE TO COMM-DISP-FAIL-CD                              00690000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF DSPMNT-BUSDATE-REC   00691428
           EXEC CICS                                                    00692856
               READ DATASET('BUSDATE')                                  00694284
                    INTO(DSPMNT-BUSDATE-REC)                            00695712
                    RIDFLD(BUSDATE-KEY OF DSPMNT-BUSDATE-REC)           00697140
                    RESP(DSPMNT-RESP)                                   00698568
           END-EXEC                                                     00699996
           IF DSPMNT-RESP = DFHRESP(NORMAL)                             00701424
               MOVE BUSDATE-CURRENT-DATE OF DSPMNT-BUSDATE-REC          00702852
                   TO DSPMNT-TODAYS-DATE                                00704280
           ELSE                                                         00705708
               ACCEPT DSPMNT-TODAYS-DATE FROM DATE YYYYMMDD             00707136
           END-IF                                                       00708564
                                                                        00710000
           IF NOT COMM-DISP-ACT-RAISE                                   00720000
              AND NOT COMM-DISP-ACT-INVESTIGATE                         00730000
           MOVE 'GBP'    TO PROC-TRAN-CURRENCY                          02940000
                             OF DSPMNT-PROCTRAN-REC                     02950000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF DSPMNT-PROCTRAN-REC 02955000
           MOVE COMM-DISP-OPERATOR TO PROC-TRAN-OPERATOR                02956666
                                   OF DSPMNT-PROCTRAN-REC               02958332
                                                                        02960000
           MOVE SPACES TO PROC-TRAN-DESC OF DSPMNT-PROCTRAN-REC         02970000
           IF PROC-TRAN-TYPE OF DSPMNT-PROCTRAN-REC = 'DPC'             02980000
