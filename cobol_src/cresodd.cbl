      *             SODD     - VSAM KSDS - STANDING ORDER MASTER       *00240000
      *             SODDCTRL - VSAM KSDS - STANDING ORDER CONTROL REC  *00250000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00260000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00265000
      *                                                                *00270000
      *  CHANGE HISTORY                                                *00280000
      *  ----------------------------------------------------------    *00290000
      *  2026-09-02  BAG   VALIDATE ACCOUNT NUMBER CHECK DIGITS       * 00310050
      *                    THROUGH ACCCKDG AT CAPTURE                 * 00310070
      *  2026-08-22  BAG   REFUSE NEW ORDERS FOR DECEASED CUSTOMERS    *00315000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00316666
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00318332
      *                                                                *00320000
      ******************************************************************00330000
       DATA DIVISION.                                                   00340000
       01  ACCKD-PARAMETER-AREA.                                        00570003
           COPY ACCKDQ.                                                 00570006
                                                                        00570009
       01  CRESODD-BUSDATE-REC.                                         00572506
           COPY BUSDATE.                                                00575003
                                                                        00577500
       LINKAGE SECTION.                                                 00580000
       01  DFHCOMMAREA.                                                 00590000
           COPY CRESODD.                                                00600000
       0000-MAINLINE.                                                   00650000
           MOVE SPACE TO COMM-SUCCESS                                   00660000
           MOVE SPACE TO COMM-FAIL-CODE                                 00670000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CRESODD-BUSDATE-REC  00670714
           EXEC CICS                                                    00671428
               READ DATASET('BUSDATE')                                  00672142
                    INTO(CRESODD-BUSDATE-REC)                           00672856
                    RIDFLD(BUSDATE-KEY OF CRESODD-BUSDATE-REC)          00673570
                    RESP(CRESODD-RESP)                                  00674284
           END-EXEC                                                     00674998
           IF CRESODD-RESP = DFHRESP(NORMAL)                            00675712
               MOVE BUSDATE-CURRENT-DATE OF CRESODD-BUSDATE-REC         00676426
                   TO CRESODD-TODAYS-DATE                               00677140
           ELSE                                                         00677854
               ACCEPT CRESODD-TODAYS-DATE FROM DATE YYYYMMDD            00678568
           END-IF                                                       00679282
                                                                        00680000
           PERFORM 0400-CHECK-ACCOUNT-DIGITS THRU 0400-EXIT             00682000
                                                                        00684000
