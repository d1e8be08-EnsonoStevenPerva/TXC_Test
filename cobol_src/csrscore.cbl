      *  DATE        BY    DESCRIPTION                                 *00630000
      *  2026-08-09  BAG   INITIAL VERSION                             *00640000
      *  2026-08-22  BAG   REGISTER WITH THE RUNCTL RUN-CONTROL        *00645000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00646666
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00648332
      *  2026-10-15  BAG   RAISE THE CUSTOMER VERSION STAMP WHEN THE   *00648888
      *                    SCORE IS REFRESHED                          *00649444
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00649629
      *                    BALCHK THROUGH BALTOT                       *00649814
      *                                                                *00650000
      ******************************************************************00660000
       ENVIRONMENT DIVISION.                                            00670000
                                                                        02140000
       01  RUNCTL-REQUEST-AREA.                                         02142000
           COPY RUNCTLQ.                                                02144000
                                                                        02144125
       01  BALTOT-REQUEST-AREA.                                         02144250
           COPY BALTOTQ.                                                02144375
                                                                        02144500
       01  BUSDATE-REQUEST-AREA.                                        02145000
           COPY BUSDATEQ.                                               02145500
                                                                        02146000
      ******************************************************************02150000
       PROCEDURE DIVISION.                                              02160000
               DISPLAY 'CSRSCORE - HELD - PREDECESSOR NOT COMPLETE'     02346000
               STOP RUN                                                 02347000
           END-IF                                                       02348000
                                                                        02348200
           MOVE 'CSRSCORE' TO BALTOT-REQ-JOB                            02348400
           SET BALTOT-REQ-PRODUCER TO TRUE                              02348600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02348800
                                                                        02349000
           OPEN I-O    CUSTOMER-FILE                                    02350000
           OPEN I-O    CUSTCTRL-FILE                                    02360000
                                                                        02400000
           PERFORM 1050-SET-BATCH-LOCK THRU 1050-EXIT                   02410000
                                                                        02420000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02426666
           MOVE BUSDATE-REQ-CURRENT TO CSRSCORE-TODAY-DATE              02433332
           ACCEPT CSRSCORE-TODAY-TIME FROM TIME                         02440000
                                                                        02450000
           COMPUTE CSRSCORE-TODAY-COMPARE =                             02460000
      *  2300-REWRITE-CUSTOMER - REWRITE THE REFRESHED RECORD.         *03750000
      ******************************************************************03760000
       2300-REWRITE-CUSTOMER.                                           03770000
           ADD 1 TO CUSTOMER-VERSION OF CUSTOMER-FILE-REC               03775000
           REWRITE CUSTOMER-FILE-REC.                                   03780000
       2300-EXIT.                                                       03790000
           EXIT.                                                        03800000
           WRITE PROCTRAN-FILE-REC                                      04500000
               INVALID KEY                                              04510000
                   SET CSRSCORE-WRITE-FAILED TO TRUE                    04520000
               NOT INVALID KEY                                          04523333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04526666
           END-WRITE.                                                   04530000
       2500-EXIT.                                                       04540000
           EXIT.                                                        04550000
       3000-EXIT.                                                       05010000
           EXIT.                                                        05020000
                                                                        05030000
      ******************************************************************05030666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05031332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05031998
      ******************************************************************05032664
       8900-ADD-CONTROL-TOTAL.                                          05033330
           SET BALTOT-REQ-ADD TO TRUE                                   05033996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05034662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05035328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05035994
               TO BALTOT-REQ-AMOUNT                                     05036660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05037326
       8900-EXIT.                                                       05037992
           EXIT.                                                        05038658
                                                                        05039324
      ******************************************************************05040000
      *  9000-TERMINATE - CLEAR THE BATCH-IN-PROGRESS LOCK AND CLOSE   *05050000
      *  THE FILES.                                                    *05060000
      ******************************************************************05070000
       9000-TERMINATE.                                                  05080000
           SET BALTOT-REQ-WRITE TO TRUE                                 05080500
           CALL 'BALTOT' USING BALTOT-REQUEST                           05081000
                                                                        05081500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05082000
           MOVE CSRSCORE-PROCESSED-COUNT TO RUNCTL-REQ-COUNT            05084000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05086000
