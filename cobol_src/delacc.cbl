      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00210000
      *             ACCTCTRL - VSAM KSDS - ACCOUNT CONTROL RECORD      *00220000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00230000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00235000
      *                                                                *00240000
      *  CHANGE HISTORY                                                *00250000
      *  ----------------------------------------------------------    *00260000
      *  DATE        BY    DESCRIPTION                                 *00270000
      *  2026-08-09  BAG   INITIAL VERSION                             *00280000
      *  2026-08-22  BAG   SWEEP RESIDUAL BALANCES BEFORE CLOSURE      *00285000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00286666
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00288332
      *                                                                *00290000
      ******************************************************************00300000
       DATA DIVISION.                                                   00310000
       01  DELACC-PROCTRAN-REC.                                         00480000
           COPY PROCTRAN.                                               00490000
                                                                        00500000
       01  DELACC-BUSDATE-REC.                                          00502500
           COPY BUSDATE.                                                00505000
                                                                        00507500
       LINKAGE SECTION.                                                 00510000
       01  DFHCOMMAREA.                                                 00520000
           COPY DELACC.                                                 00530000
       0000-MAINLINE.                                                   00580000
           MOVE SPACE TO COMM-DEL-SUCCESS                               00590000
           MOVE SPACE TO COMM-DEL-FAIL-CD                               00600000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF DELACC-BUSDATE-REC   00600714
           EXEC CICS                                                    00601428
               READ DATASET('BUSDATE')                                  00602142
                    INTO(DELACC-BUSDATE-REC)                            00602856
                    RIDFLD(BUSDATE-KEY OF DELACC-BUSDATE-REC)           00603570
                    RESP(DELACC-RESP)                                   00604284
           END-EXEC                                                     00604998
           IF DELACC-RESP = DFHRESP(NORMAL)                             00605712
               MOVE BUSDATE-CURRENT-DATE OF DELACC-BUSDATE-REC          00606426
                   TO DELACC-TODAYS-DATE                                00607140
           ELSE                                                         00607854
               ACCEPT DELACC-TODAYS-DATE FROM DATE YYYYMMDD             00608568
           END-IF                                                       00609282
                                                                        00610000
           PERFORM 1000-READ-ACCOUNT THRU 1000-EXIT                     00620000
                                                                        00622000
