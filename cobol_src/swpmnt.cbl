      *               I - INQUIRE.                                     *00260000
      *                                                                *00270000
      *             SWEEPRUN EVALUATES THE ACTIVE ORDERS NIGHTLY.      *00280000
      *                                                                *00281111
      *             AN INQUIRY RETURNS THE ORDER'S VERSION STAMP.  A   *00282222
      *             SET OVER AN EXISTING ORDER, OR A CANCEL, MUST SEND *00283333
      *             IT BACK; IF THE ORDER HAS CHANGED SINCE, NOTHING   *00284444
      *             IS APPLIED, THE ACTION FAILS WITH CODE 'C' AND THE *00285555
      *             REFUSAL IS LOGGED ON UPDCONF.  EVERY CHANGE RAISES *00286666
      *             THE STAMP AND RETURNS IT.  AN ORDER WRITTEN BEFORE *00287777
      *             THE STAMP EXISTED COUNTS AS VERSION ZERO.          *00288888
      *                                                                *00290000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00300000
      *             SWPORD   - VSAM KSDS - SWEEP ORDERS                *00310000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00320000
      *             UPDCONF  - VSAM KSDS - UPDATE CONFLICT LOG         *00325000
      *                                                                *00330000
      *  CHANGE HISTORY                                                *00340000
      *  ----------------------------------------------------------    *00350000
      *  DATE        BY    DESCRIPTION                                 *00360000
      *  2026-09-02  BAG   INITIAL VERSION                             *00370000
      *  2026-10-15  BAG   REFUSE A SET OR CANCEL WHOSE VERSION STAMP  *00372500
      *                    NO LONGER MATCHES THE ORDER; LOG IT ON      *00375000
      *                    UPDCONF                                     *00377500
      *                                                                *00380000
      ******************************************************************00390000
       DATA DIVISION.                                                   00400000
                                                                        00550000
       01  SWPMNT-OPERATOR-REC.                                         00560000
           COPY OPERATOR.                                               00570000
                                                                        00572500
       01  SWPMNT-UPDCONF-REC.                                          00575000
           COPY UPDCONF.                                                00577500
                                                                        00580000
       LINKAGE SECTION.                                                 00590000
       01  DFHCOMMAREA.                                                 00600000
               TO SWPORD-CREATED-DATE OF SWPMNT-SWPORD-REC              01730000
           MOVE COMM-SWP-OPERATOR                                       01740000
               TO SWPORD-CREATED-BY OF SWPMNT-SWPORD-REC                01750000
           MOVE 1 TO SWPORD-VERSION OF SWPMNT-SWPORD-REC                01755000
                                                                        01760000
           EXEC CICS                                                    01770000
               WRITE DATASET('SWPORD')                                  01780000
                                                                        01880000
           IF SWPMNT-RESP NOT = DFHRESP(NORMAL)                         01890000
               MOVE '6' TO COMM-SWP-FAIL-CD                             01900000
           ELSE                                                         01902500
               MOVE SWPORD-VERSION OF SWPMNT-SWPORD-REC                 01905000
                   TO COMM-SWP-VERSION                                  01907500
           END-IF.                                                      01910000
       1000-EXIT.                                                       01920000
           EXIT.                                                        01930000
                                                                        02220000
      ******************************************************************02230000
      *  1200-REWRITE-ORDER - THE ACCOUNT ALREADY HAS AN ORDER;        *02240000
      *  SETTING AGAIN REPLACES IT, PROVIDED IT STILL CARRIES THE      *02246666
      *  STAMP THE CALLER WAS SHOWN.                                   *02253332
      ******************************************************************02260000
       1200-REWRITE-ORDER.                                              02270000
           EXEC CICS                                                    02280000
               MOVE '6' TO COMM-SWP-FAIL-CD                             02370000
               GO TO 1200-EXIT                                          02380000
           END-IF                                                       02390000
                                                                        02391666
           PERFORM 1250-CHECK-VERSION THRU 1250-EXIT                    02393332
           IF COMM-SWP-FAIL-CD NOT = SPACE                              02394998
               GO TO 1200-EXIT                                          02396664
           END-IF                                                       02398330
                                                                        02400000
           MOVE COMM-SWP-FLOOR TO SWPORD-FLOOR OF SWPMNT-SWPORD-REC     02410000
           MOVE COMM-SWP-CEILING TO SWPORD-CEILING                      02420000
               TO SWPORD-CREATED-DATE OF SWPMNT-SWPORD-REC              02500000
           MOVE COMM-SWP-OPERATOR                                       02510000
               TO SWPORD-CREATED-BY OF SWPMNT-SWPORD-REC                02520000
           ADD 1 TO SWPORD-VERSION OF SWPMNT-SWPORD-REC                 02525000
                                                                        02530000
           EXEC CICS                                                    02540000
               REWRITE DATASET('SWPORD')                                02550000
                                                                        02590000
           IF SWPMNT-RESP NOT = DFHRESP(NORMAL)                         02600000
               MOVE '6' TO COMM-SWP-FAIL-CD                             02610000
           ELSE                                                         02612500
               MOVE SWPORD-VERSION OF SWPMNT-SWPORD-REC                 02615000
                   TO COMM-SWP-VERSION                                  02617500
           END-IF.                                                      02620000
       1200-EXIT.                                                       02630000
           EXIT.                                                        02640000
                                                                        02640192
      ******************************************************************02640384
      *  1250-CHECK-VERSION - THE ORDER JUST READ FOR UPDATE MUST      *02640576
      *  STILL CARRY THE STAMP THE CALLER WAS SHOWN.  AN ORDER WRITTEN *02640768
      *  BEFORE THE STAMP EXISTED HOLDS SPACES THERE - VERSION ZERO.   *02640960
      ******************************************************************02641152
       1250-CHECK-VERSION.                                              02641344
           IF SWPORD-VERSION OF SWPMNT-SWPORD-REC NOT NUMERIC           02641536
               MOVE ZERO TO SWPORD-VERSION OF SWPMNT-SWPORD-REC         02641728
           END-IF                                                       02641920
                                                                        02642112
           IF SWPORD-VERSION OF SWPMNT-SWPORD-REC                       02642304
                   NOT = COMM-SWP-VERSION                               02642496
               MOVE 'C' TO COMM-SWP-FAIL-CD                             02642688
               PERFORM 1300-LOG-CONFLICT THRU 1300-EXIT                 02642880
           END-IF.                                                      02643072
       1250-EXIT.                                                       02643264
           EXIT.                                                        02643456
                                                                        02643648
      ******************************************************************02643840
      *  1300-LOG-CONFLICT - RECORD THE REFUSED CHANGE ON THE UPDATE   *02644032
      *  CONFLICT LOG.  THE LOG IS FOR MONITORING ONLY, SO A FAILED    *02644224
      *  WRITE DOES NOT CHANGE THE OUTCOME.                            *02644416
      ******************************************************************02644608
       1300-LOG-CONFLICT.                                               02644800
           MOVE 'UCNF'   TO UPDCONF-EYECATCHER OF SWPMNT-UPDCONF-REC    02644992
           MOVE SWPMNT-TODAYS-DATE                                      02645184
                         TO UPDCONF-DATE OF SWPMNT-UPDCONF-REC          02645376
           MOVE EIBTIME  TO UPDCONF-TIME OF SWPMNT-UPDCONF-REC          02645568
           MOVE EIBTASKN TO UPDCONF-TASK OF SWPMNT-UPDCONF-REC          02645760
           MOVE 'SWPMNT' TO UPDCONF-PROGRAM OF SWPMNT-UPDCONF-REC       02645952
           MOVE 'SWPORD' TO UPDCONF-DATASET OF SWPMNT-UPDCONF-REC       02646144
           MOVE COMM-SWP-KEY                                            02646336
                         TO UPDCONF-RECORD-KEY OF SWPMNT-UPDCONF-REC    02646528
           MOVE COMM-SWP-ACTION                                         02646720
                         TO UPDCONF-ACTION OF SWPMNT-UPDCONF-REC        02646912
           MOVE COMM-SWP-OPERATOR                                       02647104
                         TO UPDCONF-OPERATOR OF SWPMNT-UPDCONF-REC      02647296
           MOVE COMM-SWP-VERSION                                        02647488
                         TO UPDCONF-SENT-VERSION OF SWPMNT-UPDCONF-REC  02647680
           MOVE SWPORD-VERSION OF SWPMNT-SWPORD-REC                     02647872
                         TO UPDCONF-FILE-VERSION OF SWPMNT-UPDCONF-REC  02648064
                                                                        02648256
           EXEC CICS                                                    02648448
               WRITE DATASET('UPDCONF')                                 02648640
                     FROM(SWPMNT-UPDCONF-REC)                           02648832
                     RIDFLD(UPDCONF-KEY OF SWPMNT-UPDCONF-REC)          02649024
                     RESP(SWPMNT-RESP2)                                 02649216
           END-EXEC.                                                    02649408
       1300-EXIT.                                                       02649600
           EXIT.                                                        02649792
                                                                        02650000
      ******************************************************************02660000
      *  2000-CANCEL-ORDER - MARK THE ORDER CANCELLED.  THE ROW        *02670000
      *  STAYS FOR THE AUDIT TRAIL.  THE ORDER MUST STILL CARRY THE    *02676666
      *  STAMP THE CALLER WAS SHOWN.                                   *02683332
      ******************************************************************02690000
       2000-CANCEL-ORDER.                                               02700000
           MOVE COMM-SWP-SORTCODE TO SWPORD-SORTCODE                    02710000
               MOVE '4' TO COMM-SWP-FAIL-CD                             02850000
               GO TO 2000-EXIT                                          02860000
           END-IF                                                       02870000
                                                                        02871666
           PERFORM 1250-CHECK-VERSION THRU 1250-EXIT                    02873332
           IF COMM-SWP-FAIL-CD NOT = SPACE                              02874998
               GO TO 2000-EXIT                                          02876664
           END-IF                                                       02878330
                                                                        02880000
           SET SWPORD-CANCELLED OF SWPMNT-SWPORD-REC TO TRUE            02890000
           MOVE COMM-SWP-OPERATOR                                       02900000
               TO SWPORD-CREATED-BY OF SWPMNT-SWPORD-REC                02910000
           ADD 1 TO SWPORD-VERSION OF SWPMNT-SWPORD-REC                 02915000
                                                                        02920000
           EXEC CICS                                                    02930000
               REWRITE DATASET('SWPORD')                                02940000
                                                                        02980000
           IF SWPMNT-RESP NOT = DFHRESP(NORMAL)                         02990000
               MOVE '6' TO COMM-SWP-FAIL-CD                             03000000
           ELSE                                                         03002500
               MOVE SWPORD-VERSION OF SWPMNT-SWPORD-REC                 03005000
                   TO COMM-SWP-VERSION                                  03007500
           END-IF.                                                      03010000
       2000-EXIT.                                                       03020000
           EXIT.                                                        03030000
           MOVE SWPORD-LINKED-SORTCODE OF SWPMNT-SWPORD-REC             03290000
               TO COMM-SWP-LINKED-SORTCODE                              03300000
           MOVE SWPORD-LINKED-ACCOUNT OF SWPMNT-SWPORD-REC              03310000
               TO COMM-SWP-LINKED-ACCOUNT                               03320000
           IF SWPORD-VERSION OF SWPMNT-SWPORD-REC NUMERIC               03321428
               MOVE SWPORD-VERSION OF SWPMNT-SWPORD-REC                 03322856
                   TO COMM-SWP-VERSION                                  03324284
           ELSE                                                         03325712
               MOVE ZERO TO COMM-SWP-VERSION                            03327140
           END-IF.                                                      03328568
       3000-EXIT.                                                       03330000
           EXIT.                                                        03340000
                                                                        03350000
