      *  2026-09-02  BAG   STERLING-ONLY - FX ESTATE ACCOUNTS STAY   * 00552000
      *                    OPEN AND LISTED, FX EXECUTOR ACCOUNTS     * 00554000
      *                    ARE REFUSED                               * 00556000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00553333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00556666
      *  2026-10-15  BAG   RAISE THE ACCOUNT VERSION STAMP WHEN A      *00557777
      *                    DECEASED CUSTOMER'S ACCOUNT IS CLOSED       *00558888
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00559258
      *                    BALCHK THROUGH BALTOT                       *00559628
      *                                                                *00560000
      ******************************************************************00570000
       ENVIRONMENT DIVISION.                                            00580000
                                                                        02110000
       01  RUNCTL-REQUEST-AREA.                                         02120000
           COPY RUNCTLQ.                                                02130000
                                                                        02130625
       01  BALTOT-REQUEST-AREA.                                         02131250
           COPY BALTOTQ.                                                02131875
                                                                        02132500
       01  BUSDATE-REQUEST-AREA.                                        02135000
           COPY BUSDATEQ.                                               02137500
                                                                        02140000
      ******************************************************************02150000
       PROCEDURE DIVISION.                                              02160000
               DISPLAY 'ESTSETL - HELD - PREDECESSOR NOT COMPLETE'      02390000
               STOP RUN                                                 02400000
           END-IF                                                       02410000
                                                                        02412000
           MOVE 'ESTSETL' TO BALTOT-REQ-JOB                             02414000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02416000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02418000
                                                                        02420000
           OPEN INPUT  ESTIN-FILE                                       02430000
           OPEN INPUT  CUSTOMER-FILE                                    02440000
           OPEN I-O    PCTRL-FILE                                       02480000
           OPEN OUTPUT EST-STMT                                         02490000
                                                                        02500000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02506666
           MOVE BUSDATE-REQ-CURRENT TO ESTSETL-CURRENT-DATE             02513332
           ACCEPT ESTSETL-CURRENT-TIME FROM TIME.                       02520000
       1000-EXIT.                                                       02530000
           EXIT.                                                        02540000
           END-IF                                                       04380000
                                                                        04390000
           SET ACCOUNT-CLOSED OF ACCOUNT-FILE-REC TO TRUE               04400000
           ADD 1 TO ACCOUNT-VERSION OF ACCOUNT-FILE-REC                 04405000
           REWRITE ACCOUNT-FILE-REC                                     04410000
                                                                        04420000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      04430000
               INVALID KEY                                              05870000
                   DISPLAY 'ESTSETL - ERROR - TFD WRITE FAILED FOR '    05880000
                       ESTIN-SORTCODE '-' ESTIN-CUSTOMER                05890000
               NOT INVALID KEY                                          05893333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05896666
           END-WRITE.                                                   05900000
       2600-EXIT.                                                       05910000
           EXIT.                                                        05920000
               INVALID KEY                                              06260000
                   DISPLAY 'ESTSETL - ERROR - TFC WRITE FAILED FOR '    06270000
                       ESTIN-EXEC-SORTCODE '-' ESTIN-EXEC-ACCOUNT       06280000
               NOT INVALID KEY                                          06283333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        06286666
           END-WRITE.                                                   06290000
       2610-EXIT.                                                       06300000
           EXIT.                                                        06310000
               INVALID KEY                                              06600000
                   DISPLAY 'ESTSETL - ERROR - INT WRITE FAILED FOR '    06610000
                       ESTIN-SORTCODE '-' ESTIN-CUSTOMER                06620000
               NOT INVALID KEY                                          06623333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        06626666
           END-WRITE.                                                   06630000
       2620-EXIT.                                                       06640000
           EXIT.                                                        06650000
       3500-EXIT.                                                       06750000
           EXIT.                                                        06760000
                                                                        06770000
      ******************************************************************06770666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *06771332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *06771998
      ******************************************************************06772664
       8900-ADD-CONTROL-TOTAL.                                          06773330
           SET BALTOT-REQ-ADD TO TRUE                                   06773996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  06774662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  06775328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   06775994
               TO BALTOT-REQ-AMOUNT                                     06776660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          06777326
       8900-EXIT.                                                       06777992
           EXIT.                                                        06778658
                                                                        06779324
      ******************************************************************06780000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *06790000
      *  FILES.                                                        *06800000
      ******************************************************************06810000
       9000-TERMINATE.                                                  06820000
           SET BALTOT-REQ-WRITE TO TRUE                                 06822500
           CALL 'BALTOT' USING BALTOT-REQUEST                           06825000
                                                                        06827500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06830000
           MOVE ESTSETL-READ-COUNT TO RUNCTL-REQ-COUNT                  06840000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           06850000
