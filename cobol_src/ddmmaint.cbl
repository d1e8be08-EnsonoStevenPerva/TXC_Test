      *             DDCLAIM  - VSAM KSDS - INDEMNITY CLAIMS            *00340000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00350000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00360000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00365000
      *                                                                *00370000
      *  CHANGE HISTORY                                                *00380000
      *  ----------------------------------------------------------    *00390000
      *  2026-09-02  BAG   INITIAL VERSION                             *00410000
      *  2026-09-02  BAG   INDEMNITY TARGET MUST BE STERLING         * 000413000
      *                    (FAIL C)                                  * 000416000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00417333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00418666
      *                                                                *00420000
      ******************************************************************00430000
       DATA DIVISION.                                                   00440000
       01  DDMMAINT-PROCTRAN-REC.                                       00720000
           COPY PROCTRAN.                                               00730000
                                                                        00740000
       01  DDMMAINT-BUSDATE-REC.                                        00742500
           COPY BUSDATE.                                                00745000
                                                                        00747500
       LINKAGE SECTION.                                                 00750000
       01  DFHCOMMAREA.                                                 00760000
           COPY DDMNT.                                                  00770000
       0000-MAINLINE.                                                   00820000
           MOVE SPACE TO COMM-DDM-SUCCESS                               00830000
           MOVE SPACE TO COMM-DDM-FAIL-CD                               00840000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF DDMMAINT-BUSDATE-REC 00841428
           EXEC CICS                                                    00842856
               READ DATASET('BUSDATE')                                  00844284
                    INTO(DDMMAINT-BUSDATE-REC)                          00845712
                    RIDFLD(BUSDATE-KEY OF DDMMAINT-BUSDATE-REC)         00847140
                    RESP(DDMMAINT-RESP)                                 00848568
           END-EXEC                                                     00849996
           IF DDMMAINT-RESP = DFHRESP(NORMAL)                           00851424
               MOVE BUSDATE-CURRENT-DATE OF DDMMAINT-BUSDATE-REC        00852852
                   TO DDMMAINT-TODAYS-DATE                              00854280
           ELSE                                                         00855708
               ACCEPT DDMMAINT-TODAYS-DATE FROM DATE YYYYMMDD           00857136
           END-IF                                                       00858564
                                                                        00860000
           EVALUATE TRUE                                                00870000
               WHEN COMM-DDM-ACT-SETUP                                  00880000
