      *                                                                *00200000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00210000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00220000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00225000
      *                                                                *00230000
      *  CHANGE HISTORY                                                *00240000
      *  ----------------------------------------------------------    *00250000
      *  DATE        BY    DESCRIPTION                                 *00260000
      *  2026-08-09  BAG   INITIAL VERSION                             *00270000
      *  2026-08-22  BAG   CLOSURE CHECK CONSULTS ACCHOLD LINKS        *00275000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00276666
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00278332
      *  2026-10-15  BAG   RAISE THE CUSTOMER VERSION STAMP WHEN THE   *00278888
      *                    RECORD IS ANONYMISED                        *00279444
      *                                                                *00280000
      ******************************************************************00290000
       DATA DIVISION.                                                   00300000
       01  DELCUS-ACCHOLD-REC.                                          00625000
           COPY ACCHOLD.                                                00627500
                                                                        00630000
       01  DELCUS-BUSDATE-REC.                                          00632500
           COPY BUSDATE.                                                00635000
                                                                        00637500
       LINKAGE SECTION.                                                 00640000
       01  DFHCOMMAREA.                                                 00650000
           COPY DELCUST.                                                00660000
       0000-MAINLINE.                                                   00710000
           MOVE SPACE TO COMM-DEL-SUCCESS                               00720000
           MOVE SPACE TO COMM-DEL-FAIL-CD                               00730000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF DELCUS-BUSDATE-REC   00730714
           EXEC CICS                                                    00731428
               READ DATASET('BUSDATE')                                  00732142
                    INTO(DELCUS-BUSDATE-REC)                            00732856
                    RIDFLD(BUSDATE-KEY OF DELCUS-BUSDATE-REC)           00733570
                    RESP(DELCUS-RESP)                                   00734284
           END-EXEC                                                     00734998
           IF DELCUS-RESP = DFHRESP(NORMAL)                             00735712
               MOVE BUSDATE-CURRENT-DATE OF DELCUS-BUSDATE-REC          00736426
                   TO DELCUS-TODAYS-DATE                                00737140
           ELSE                                                         00737854
               ACCEPT DELCUS-TODAYS-DATE FROM DATE YYYYMMDD             00738568
           END-IF                                                       00739282
                                                                        00740000
           PERFORM 1000-READ-CUSTOMER THRU 1000-EXIT                    00750000
                                                                        00760000
           MOVE ZERO                  TO CUSTOMER-DATE-OF-BIRTH         02170000
                                          OF DELCUS-CUSTOMER-REC        02180000
                                                                        02190000
           ADD 1 TO CUSTOMER-VERSION OF DELCUS-CUSTOMER-REC             02195000
           EXEC CICS                                                    02200000
               REWRITE DATASET('CUSTOMER')                              02210000
                       FROM(DELCUS-CUSTOMER-REC)                        02220000
