      *  ----------------------------------------------------------    *00460000
      *  DATE        BY    DESCRIPTION                                 *00470000
      *  2026-09-02  BAG   INITIAL VERSION                             *00480000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00483333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00486666
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00487777
      *                    BALCHK THROUGH BALTOT                       *00488888
      *                                                                *00490000
      ******************************************************************00500000
       ENVIRONMENT DIVISION.                                            00510000
                                                                        01760000
       01  RUNCTL-REQUEST-AREA.                                         01770000
           COPY RUNCTLQ.                                                01780000
                                                                        01780625
       01  BALTOT-REQUEST-AREA.                                         01781250
           COPY BALTOTQ.                                                01781875
                                                                        01782500
       01  BUSDATE-REQUEST-AREA.                                        01785000
           COPY BUSDATEQ.                                               01787500
                                                                        01790000
      ******************************************************************01800000
       PROCEDURE DIVISION.                                              01810000
               DISPLAY 'PRODSWCH - HELD - PREDECESSOR NOT COMPLETE'     02050000
               STOP RUN                                                 02060000
           END-IF                                                       02070000
                                                                        02072000
           MOVE 'PRODSWCH' TO BALTOT-REQ-JOB                            02074000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02076000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02078000
                                                                        02080000
           OPEN INPUT  PSWIN-FILE                                       02090000
           OPEN I-O    ACCOUNT-FILE                                     02100000
           OPEN I-O    PCTRL-FILE                                       02130000
           OPEN OUTPUT PSW-RPT                                          02140000
                                                                        02150000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02156666
           MOVE BUSDATE-REQ-CURRENT TO PRODSWCH-CURRENT-DATE            02163332
           ACCEPT PRODSWCH-CURRENT-TIME FROM TIME                       02170000
                                                                        02180000
           PERFORM 1200-READ-INSTRUCTION THRU 1200-EXIT.                02190000
                   DISPLAY 'PRODSWCH - CRITICAL - PSW WRITE FAILED '    04640000
                       'FOR ACCOUNT ' ACCOUNT-NUMBER                    04650000
                           OF ACCOUNT-FILE-REC                          04660000
               NOT INVALID KEY                                          04663333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04666666
           END-WRITE.                                                   04670000
       2600-EXIT.                                                       04680000
           EXIT.                                                        04690000
       3000-EXIT.                                                       04860000
           EXIT.                                                        04870000
                                                                        04880000
      ******************************************************************04880666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *04881332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *04881998
      ******************************************************************04882664
       8900-ADD-CONTROL-TOTAL.                                          04883330
           SET BALTOT-REQ-ADD TO TRUE                                   04883996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  04884662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  04885328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   04885994
               TO BALTOT-REQ-AMOUNT                                     04886660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          04887326
       8900-EXIT.                                                       04887992
           EXIT.                                                        04888658
                                                                        04889324
      ******************************************************************04890000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *04900000
      *  FILES.                                                        *04910000
      ******************************************************************04920000
       9000-TERMINATE.                                                  04930000
           SET BALTOT-REQ-WRITE TO TRUE                                 04932500
           CALL 'BALTOT' USING BALTOT-REQUEST                           04935000
                                                                        04937500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              04940000
           MOVE PRODSWCH-READ-COUNT TO RUNCTL-REQ-COUNT                 04950000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           04960000
