      *             XFRFUN'S FAIL CODES MAP TO HTTP-STYLE STATUS       *00320000
      *             CODES IN THE JSON BODY (404 UNKNOWN ACCOUNT, 402   *00330000
      *             INSUFFICIENT FUNDS, 403 BLOCKED, 409 CONFLICT,     *00340000
      *             500 INTERNAL).  A TRANSFER OVER THE GATEWAY'S      *00345000
      *             RELEASE THRESHOLD IS QUEUED BY XFRFUN FOR AN       *00350000
      *             OPERATOR TO RELEASE AND ANSWERS 202 HELD.          *00355000
      *                                                                *00355714
      *             EVERY NEW TRANSFER IS FIRST SCORED FOR FRAUD RISK  *00356428
      *             BY FRDSCORE.  A PAYMENT IT HOLDS IS QUEUED ON      *00357142
      *             FRDQUE FOR A CALL-BACK (FRDREL RELEASES OR         *00357856
      *             CANCELS IT) AND ANSWERS 202 HELD; ONE IT DECLINES  *00358570
      *             ANSWERS 403.                                       *00359284
      *                                                                *00360000
      *  FILES    : IDEMKEY  - VSAM KSDS - IDEMPOTENCY KEY STORE       *00370000
      *             FRDQUE   - VSAM KSDS - FRAUD CALL-BACK QUEUE       *00375000
      *             (LINKS TO XFRFUN FOR THE ACTUAL POSTING)           *00380000
      *             (LINKS TO FRDSCORE FOR THE FRAUD RISK SCORE)       *00385000
      *                                                                *00390000
      *  REQUEST  : { "idemkey" : X(32), "fromsort" : 9(6),            *00400000
      *               "fromacc" : 9(8), "tosort" : 9(6),               *00410000
      *               "toacc" : 9(8), "amount" : 9(10).99,             *00420000
      *               "payee" : X(60), "overrideflag" : X,       *      00430000
      *               "payeenum" : 9(4) }                         *     00435000
      *  RESPONSE : { "status" : "OK/REPLAY/HELD/ERROR",               *00440000
      *               "reason" : X(40),                                *00445000
      *               "http_status" : 999, "proc_ref" : 9(12),         *00450000
      *               "name_match" : X }                               *00460000
      *                                                                *00470000
      *                    THE GATEWAY THROUGH ACCCKDG                * 00519750
      *  2026-09-02  BAG   SERVE ONLY CUSTOMERS ENROLLED ON THE       * 00519800
      *                    CHANNEL REGISTRATION FILE                  * 00519850
      *  2026-10-15  BAG   TELL XFRFUN THE CALL IS FROM THE JSON       *00519887
      *                    CHANNEL; A PAYMENT HELD FOR OPERATOR        *00519924
      *                    RELEASE ANSWERS 202 HELD                    *00519961
      *  2026-10-15  BAG   SCORE EVERY NEW TRANSFER FOR FRAUD RISK     *00519970
      *                    THROUGH FRDSCORE; HOLD FOR A CALL-BACK ON   *00519979
      *                    FRDQUE OR DECLINE AS IT DECIDES             *00519988
      *  2026-10-15  BAG   REPORT A NOTICE-ACCOUNT REFUSAL (FAIL N)    *00519992
      *                    AS 403 WITHDRAWAL NOTICE REQUIRED           *00519996
      *                                                                *00520000
      ******************************************************************00530000
       DATA DIVISION.                                                   00540000
       01  XFRFUNJ-COMMAREA.                                            00970000
           COPY XFRFUN.                                                 00980000
                                                                        00985000
       01  XFRFUNJ-FRD-COMMAREA.                                        00985333
           COPY FRDSCORE.                                               00985666
                                                                        00985999
       01  XFRFUNJ-FRDQUE-REC.                                          00986332
           COPY FRDQUE.                                                 00986665
                                                                        00986666
       01  ACCKD-PARAMETER-AREA.                                        00987000
           COPY ACCKDQ.                                                 00989000
                                                                        00990000
                       PERFORM 2500-CHECK-IDEMPOTENCY THRU 2500-EXIT    01170002
                   IF NOT XFRFUNJ-IS-REPLAY                             01180000
                      AND NOT XFRFUNJ-IS-CONFLICT                       01190000
                       PERFORM 2700-SCORE-FRAUD-RISK THRU 2700-EXIT     01194000
                       IF COMM-FRD-ALLOW OF XFRFUNJ-FRD-COMMAREA        01198000
                           PERFORM 3000-CALL-TRANSFER THRU 3000-EXIT    01202000
                       END-IF                                           01206000
                       PERFORM 3500-STORE-OUTCOME THRU 3500-EXIT        01210000
                   END-IF                                               01220000
                   END-IF                                               01220001
       2500-EXIT.                                                       02400000
           EXIT.                                                        02410000
                                                                        02420000
      ******************************************************************02420086
      *  2700-SCORE-FRAUD-RISK - HAVE FRDSCORE SCORE THE PAYMENT       *02420172
      *  BEFORE ANY MONEY MOVES.  A HOLD IS QUEUED FOR A CALL-BACK     *02420258
      *  AND A DECLINE GOES NO FURTHER; EITHER IS STORED UNDER THE     *02420344
      *  IDEMPOTENCY KEY LIKE ANY OTHER OUTCOME.                       *02420430
      ******************************************************************02420516
       2700-SCORE-FRAUD-RISK.                                           02420602
           MOVE SPACES TO XFRFUNJ-FRD-COMMAREA                          02420688
           MOVE 'FRDS' TO COMM-EYECATCHER OF XFRFUNJ-FRD-COMMAREA       02420774
           MOVE FROMSORT OF XFRFUNJ-REQUEST-FIELDS                      02420860
             TO COMM-FRD-FROM-SORTCODE OF XFRFUNJ-FRD-COMMAREA          02420946
           MOVE FROMACC OF XFRFUNJ-REQUEST-FIELDS                       02421032
             TO COMM-FRD-FROM-ACCOUNT OF XFRFUNJ-FRD-COMMAREA           02421118
           MOVE ACCOUNT-CUSTOMER-NUMBER OF XFRFUNJ-ACCOUNT-REC          02421204
             TO COMM-FRD-CUSTOMER OF XFRFUNJ-FRD-COMMAREA               02421290
           MOVE TOSORT OF XFRFUNJ-REQUEST-FIELDS                        02421376
             TO COMM-FRD-TO-SORTCODE OF XFRFUNJ-FRD-COMMAREA            02421462
           MOVE TOACC OF XFRFUNJ-REQUEST-FIELDS                         02421548
             TO COMM-FRD-TO-ACCOUNT OF XFRFUNJ-FRD-COMMAREA             02421634
           MOVE AMOUNT OF XFRFUNJ-REQUEST-FIELDS                        02421720
             TO COMM-FRD-AMOUNT OF XFRFUNJ-FRD-COMMAREA                 02421806
           MOVE PAYEE OF XFRFUNJ-REQUEST-FIELDS                         02421892
             TO COMM-FRD-PAYEE-NAME OF XFRFUNJ-FRD-COMMAREA             02421978
           MOVE PAYEENUM OF XFRFUNJ-REQUEST-FIELDS                      02422064
             TO COMM-FRD-PAYEE-NUMBER OF XFRFUNJ-FRD-COMMAREA           02422150
           MOVE 'XFJ' TO COMM-FRD-CHANNEL OF XFRFUNJ-FRD-COMMAREA       02422236
                                                                        02422322
           EXEC CICS                                                    02422408
               LINK PROGRAM('FRDSCORE')                                 02422494
                    COMMAREA(XFRFUNJ-FRD-COMMAREA)                      02422580
                    LENGTH(LENGTH OF XFRFUNJ-FRD-COMMAREA)              02422666
                    RESP(XFRFUNJ-RESP)                                  02422752
           END-EXEC                                                     02422838
                                                                        02422924
      *    THE SCORER BEING UNAVAILABLE MUST NOT TAKE THE CHANNEL      *02423010
      *    DOWN WITH IT - THE PAYMENT GOES AHEAD UNDER XFRFUN'S OWN    *02423096
      *    CONTROLS.                                                   *02423182
           IF XFRFUNJ-RESP NOT = DFHRESP(NORMAL)                        02423268
               SET COMM-FRD-ALLOW OF XFRFUNJ-FRD-COMMAREA TO TRUE       02423354
               GO TO 2700-EXIT                                          02423440
           END-IF                                                       02423526
                                                                        02423612
           IF COMM-FRD-ALLOW OF XFRFUNJ-FRD-COMMAREA                    02423698
               GO TO 2700-EXIT                                          02423784
           END-IF                                                       02423870
                                                                        02423956
           MOVE SPACES TO XFRFUNJ-COMMAREA                              02424042
           MOVE 'N' TO COMM-XFR-SUCCESS OF XFRFUNJ-COMMAREA             02424128
           MOVE EIBTASKN TO XFRFUNJ-RSP-PROC-REF                        02424214
           MOVE 'ERROR' TO XFRFUNJ-RSP-STATUS                           02424300
                                                                        02424386
           IF COMM-FRD-HOLD OF XFRFUNJ-FRD-COMMAREA                     02424472
               PERFORM 2750-QUEUE-FOR-CALLBACK THRU 2750-EXIT           02424558
           ELSE                                                         02424644
               SET COMM-XFR-FAIL-FRAUD-DECLINE OF XFRFUNJ-COMMAREA      02424730
                 TO TRUE                                                02424816
           END-IF                                                       02424902
                                                                        02424988
           PERFORM 3200-MAP-FAIL-CODE THRU 3200-EXIT.                   02425074
       2700-EXIT.                                                       02425160
           EXIT.                                                        02425246
                                                                        02425332
      ******************************************************************02425418
      *  2750-QUEUE-FOR-CALLBACK - PUT THE HELD PAYMENT ON THE FRAUD   *02425504
      *  QUEUE UNDER THIS TASK'S NUMBER, THE PROC_REF THE CUSTOMER IS  *02425590
      *  GIVEN TO QUOTE WHEN THE BANK CALLS BACK.                      *02425676
      ******************************************************************02425762
       2750-QUEUE-FOR-CALLBACK.                                         02425848
           MOVE SPACES TO XFRFUNJ-FRDQUE-REC                            02425934
           MOVE 'FRDQ' TO FRDQUE-EYECATCHER OF XFRFUNJ-FRDQUE-REC       02426020
           MOVE FROMSORT OF XFRFUNJ-REQUEST-FIELDS                      02426106
             TO FRDQUE-SORTCODE OF XFRFUNJ-FRDQUE-REC                   02426192
           MOVE FROMACC OF XFRFUNJ-REQUEST-FIELDS                       02426278
             TO FRDQUE-FROM-ACCOUNT OF XFRFUNJ-FRDQUE-REC               02426364
           MOVE EIBTASKN TO FRDQUE-NUMBER OF XFRFUNJ-FRDQUE-REC         02426450
           MOVE COMM-FRD-CUSTOMER OF XFRFUNJ-FRD-COMMAREA               02426536
             TO FRDQUE-CUSTOMER OF XFRFUNJ-FRDQUE-REC                   02426622
           MOVE COMM-FRD-TO-SORTCODE OF XFRFUNJ-FRD-COMMAREA            02426708
             TO FRDQUE-TO-SORTCODE OF XFRFUNJ-FRDQUE-REC                02426794
           MOVE COMM-FRD-TO-ACCOUNT OF XFRFUNJ-FRD-COMMAREA             02426880
             TO FRDQUE-TO-ACCOUNT OF XFRFUNJ-FRDQUE-REC                 02426966
           MOVE AMOUNT OF XFRFUNJ-REQUEST-FIELDS                        02427052
             TO FRDQUE-AMOUNT OF XFRFUNJ-FRDQUE-REC                     02427138
           MOVE PAYEE OF XFRFUNJ-REQUEST-FIELDS                         02427224
             TO FRDQUE-PAYEE-NAME OF XFRFUNJ-FRDQUE-REC                 02427310
           MOVE PAYEENUM OF XFRFUNJ-REQUEST-FIELDS                      02427396
             TO FRDQUE-PAYEE-NUMBER OF XFRFUNJ-FRDQUE-REC               02427482
           MOVE OVERRIDEFLAG OF XFRFUNJ-REQUEST-FIELDS                  02427568
             TO FRDQUE-NAME-OVERRIDE OF XFRFUNJ-FRDQUE-REC              02427654
           MOVE IDEMKEY OF XFRFUNJ-REQUEST-FIELDS                       02427740
             TO FRDQUE-IDEMKEY OF XFRFUNJ-FRDQUE-REC                    02427826
           MOVE COMM-FRD-SCORE OF XFRFUNJ-FRD-COMMAREA                  02427912
             TO FRDQUE-SCORE OF XFRFUNJ-FRDQUE-REC                      02427998
           MOVE XFRFUNJ-TODAYS-DATE                                     02428084
             TO FRDQUE-QUEUED-DATE OF XFRFUNJ-FRDQUE-REC                02428170
           MOVE EIBTIME TO FRDQUE-QUEUED-TIME OF XFRFUNJ-FRDQUE-REC     02428256
           SET FRDQUE-WAITING OF XFRFUNJ-FRDQUE-REC TO TRUE             02428342
           MOVE ZERO TO FRDQUE-DECIDED-DATE OF XFRFUNJ-FRDQUE-REC       02428428
                                                                        02428514
           EXEC CICS                                                    02428600
               WRITE DATASET('FRDQUE')                                  02428686
                     FROM(XFRFUNJ-FRDQUE-REC)                           02428772
                     RIDFLD(FRDQUE-KEY OF XFRFUNJ-FRDQUE-REC)           02428858
                     RESP(XFRFUNJ-RESP)                                 02428944
           END-EXEC                                                     02429030
                                                                        02429116
           IF XFRFUNJ-RESP NOT = DFHRESP(NORMAL)                        02429202
               SET COMM-XFR-FAIL-WRITE-ERR OF XFRFUNJ-COMMAREA TO TRUE  02429288
               GO TO 2750-EXIT                                          02429374
           END-IF                                                       02429460
                                                                        02429546
           SET COMM-XFR-FAIL-FRAUD-HOLD OF XFRFUNJ-COMMAREA TO TRUE     02429632
           MOVE 'HELD' TO XFRFUNJ-RSP-STATUS.                           02429718
       2750-EXIT.                                                       02429804
           EXIT.                                                        02429890
                                                                        02429891
      ******************************************************************02430000
      *  3000-CALL-TRANSFER - DRIVE XFRFUN WITH THE PARSED REQUEST     *02440000
      *  AND MAP ITS OUTCOME.                                          *02450000
             TO COMM-XFR-NAME-OVERRIDE OF XFRFUNJ-COMMAREA              02640000
           MOVE PAYEENUM OF XFRFUNJ-REQUEST-FIELDS                      02642000
             TO COMM-XFR-PAYEE-NUMBER OF XFRFUNJ-COMMAREA               02644000
           MOVE 'XFJ' TO COMM-XFR-CHANNEL OF XFRFUNJ-COMMAREA           02647000
                                                                        02650000
           EXEC CICS                                                    02660000
               LINK PROGRAM('XFRFUN')                                   02670000
               MOVE 'TRANSFER POSTED' TO XFRFUNJ-RSP-REASON             02880000
           ELSE                                                         02890000
               MOVE 'ERROR' TO XFRFUNJ-RSP-STATUS                       02900000
               IF COMM-XFR-FAIL-HELD OF XFRFUNJ-COMMAREA                02902500
                   MOVE 'HELD' TO XFRFUNJ-RSP-STATUS                    02905000
               END-IF                                                   02907500
               PERFORM 3200-MAP-FAIL-CODE THRU 3200-EXIT                02910000
           END-IF.                                                      02920000
       3000-EXIT.                                                       02930000
                   MOVE 404 TO XFRFUNJ-HTTP-STATUS                      03454000
                   MOVE 'SAVED PAYEE NOT FOUND'                         03456000
                     TO XFRFUNJ-RSP-REASON                              03458000
               WHEN COMM-XFR-FAIL-NOTICE OF XFRFUNJ-COMMAREA            03458040
                   MOVE 403 TO XFRFUNJ-HTTP-STATUS                      03458080
                   MOVE 'WITHDRAWAL NOTICE REQUIRED'                    03458120
                     TO XFRFUNJ-RSP-REASON                              03458160
               WHEN COMM-XFR-FAIL-HELD OF XFRFUNJ-COMMAREA              03458200
                   MOVE 202 TO XFRFUNJ-HTTP-STATUS                      03458400
                   MOVE 'PAYMENT HELD FOR OPERATOR RELEASE'             03458600
                     TO XFRFUNJ-RSP-REASON                              03458800
               WHEN COMM-XFR-FAIL-FRAUD-HOLD OF XFRFUNJ-COMMAREA        03458933
                   MOVE 202 TO XFRFUNJ-HTTP-STATUS                      03459066
                   MOVE 'PAYMENT HELD FOR FRAUD CALL-BACK'              03459199
                     TO XFRFUNJ-RSP-REASON                              03459332
               WHEN COMM-XFR-FAIL-FRAUD-DECLINE OF XFRFUNJ-COMMAREA     03459465
                   MOVE 403 TO XFRFUNJ-HTTP-STATUS                      03459598
                   MOVE 'PAYMENT DECLINED - FRAUD RISK'                 03459731
                     TO XFRFUNJ-RSP-REASON                              03459864
               WHEN OTHER                                               03460000
                   MOVE 500 TO XFRFUNJ-HTTP-STATUS                      03470000
                   MOVE 'TRANSFER FAILED INTERNALLY'                    03480000
