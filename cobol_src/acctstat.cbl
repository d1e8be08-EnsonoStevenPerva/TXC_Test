      *             EVERY CHANGE IS LOGGED AS AN OAS-TYPED PROCTRAN    *00290000
      *             ROW CARRYING THE OPERATOR AND THE DOCUMENTED       *00300000
      *             REASON, SO NO FREEZE OR THAW HAPPENS QUIETLY.      *00310000
      *                                                                *00311428
      *             THE CALLER SENDS BACK THE VERSION STAMP INQACC     *00312856
      *             RETURNED; IF THE ACCOUNT'S STATUS HAS CHANGED      *00314284
      *             SINCE, THE ACTION FAILS WITH CODE 'C' AND THE      *00315712
      *             REFUSAL IS LOGGED ON UPDCONF.  A SUCCESSFUL CHANGE *00317140
      *             RAISES THE STAMP AND RETURNS IT.                   *00318568
      *                                                                *00320000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00330000
      *             SUSPREG  - VSAM KSDS - SUSPENSE REGISTER           *00340000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00350000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00355000
      *             UPDCONF  - VSAM KSDS - UPDATE CONFLICT LOG         *00357500
      *                                                                *00360000
      *  CHANGE HISTORY                                                *00370000
      *  ----------------------------------------------------------    *00380000
      *  DATE        BY    DESCRIPTION                                 *00390000
      *  2026-08-22  BAG   INITIAL VERSION                             *00400000
      *  2026-08-22  BAG   SUSPEND AND RELEASE ACTIONS WITH SUSPREG    *00410000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00413333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00416666
      *  2026-10-15  BAG   REFUSE A CHANGE WHOSE VERSION STAMP NO      *00417499
      *                    LONGER MATCHES THE ACCOUNT; LOG IT ON       *00418332
      *                    UPDCONF                                     *00419165
      *                                                                *00420000
      ******************************************************************00430000
       DATA DIVISION.                                                   00440000
       01  ACCTSTAT-PROCTRAN-REC.                                       00610000
           COPY PROCTRAN.                                               00620000
                                                                        00630000
       01  ACCTSTAT-BUSDATE-REC.                                        00632500
           COPY BUSDATE.                                                00635000
                                                                        00635625
       01  ACCTSTAT-UPDCONF-REC.                                        00636250
           COPY UPDCONF.                                                00636875
                                                                        00637500
       LINKAGE SECTION.                                                 00640000
       01  DFHCOMMAREA.                                                 00650000
           COPY ACCTSTAT.                                               00660000
       0000-MAINLINE.                                                   00710000
           MOVE SPACE TO COMM-STAT-SUCCESS                              00720000
           MOVE SPACE TO COMM-STAT-FAIL-CD                              00730000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF ACCTSTAT-BUSDATE-REC 00731428
           EXEC CICS                                                    00732856
               READ DATASET('BUSDATE')                                  00734284
                    INTO(ACCTSTAT-BUSDATE-REC)                          00735712
                    RIDFLD(BUSDATE-KEY OF ACCTSTAT-BUSDATE-REC)         00737140
                    RESP(ACCTSTAT-RESP)                                 00738568
           END-EXEC                                                     00739996
           IF ACCTSTAT-RESP = DFHRESP(NORMAL)                           00741424
               MOVE BUSDATE-CURRENT-DATE OF ACCTSTAT-BUSDATE-REC        00742852
                   TO ACCTSTAT-TODAYS-DATE                              00744280
           ELSE                                                         00745708
               ACCEPT ACCTSTAT-TODAYS-DATE FROM DATE YYYYMMDD           00747136
           END-IF                                                       00748564
           ACCEPT ACCTSTAT-TODAYS-TIME FROM TIME                        00750000
                                                                        00760000
           IF NOT COMM-STAT-ACT-REACTIVATE                              00770000
      *  1000-READ-ACCOUNT - READ THE ACCOUNT FOR UPDATE AND CONFIRM   *01050000
      *  IT IS IN A STATE THE REQUESTED ACTION CAN MOVE IT FROM -      *01060000
      *  ONLY A DORMANT ACCOUNT REACTIVATES, ONLY AN OPEN ONE          *01070000
      *  SUSPENDS, ONLY A SUSPENDED ONE RELEASES - AND THAT NOBODY HAS *01076666
      *  CHANGED IT SINCE THE CALLER'S INQUIRY.                        *01083332
      ******************************************************************01090000
       1000-READ-ACCOUNT.                                               01100000
           MOVE COMM-SORTCODE TO ACCTSTAT-KEY-SORTCODE                  01110000
               MOVE '8' TO COMM-STAT-FAIL-CD                            01280000
               GO TO 1000-EXIT                                          01290000
           END-IF                                                       01300000
                                                                        01301250
           IF ACCOUNT-VERSION OF ACCTSTAT-ACCOUNT-REC                   01302500
                   NOT = COMM-STAT-VERSION                              01303750
               MOVE 'C' TO COMM-STAT-FAIL-CD                            01305000
               PERFORM 1100-LOG-CONFLICT THRU 1100-EXIT                 01306250
               GO TO 1000-EXIT                                          01307500
           END-IF                                                       01308750
                                                                        01310000
           EVALUATE TRUE                                                01320000
               WHEN COMM-STAT-ACT-REACTIVATE                            01330000
           END-EVALUATE.                                                01450000
       1000-EXIT.                                                       01460000
           EXIT.                                                        01470000
                                                                        01470294
      ******************************************************************01470588
      *  1100-LOG-CONFLICT - RECORD THE REFUSED CHANGE ON THE UPDATE   *01470882
      *  CONFLICT LOG.  THE LOG IS FOR MONITORING ONLY, SO A FAILED    *01471176
      *  WRITE DOES NOT CHANGE THE OUTCOME.                            *01471470
      ******************************************************************01471764
       1100-LOG-CONFLICT.                                               01472058
           MOVE 'UCNF'   TO UPDCONF-EYECATCHER OF ACCTSTAT-UPDCONF-REC  01472352
           MOVE ACCTSTAT-TODAYS-DATE                                    01472646
                         TO UPDCONF-DATE OF ACCTSTAT-UPDCONF-REC        01472940
           MOVE EIBTIME  TO UPDCONF-TIME OF ACCTSTAT-UPDCONF-REC        01473234
           MOVE EIBTASKN TO UPDCONF-TASK OF ACCTSTAT-UPDCONF-REC        01473528
           MOVE 'ACCTSTAT' TO UPDCONF-PROGRAM OF ACCTSTAT-UPDCONF-REC   01473822
           MOVE 'ACCOUNT'  TO UPDCONF-DATASET OF ACCTSTAT-UPDCONF-REC   01474116
           MOVE ACCTSTAT-KEY                                            01474410
                         TO UPDCONF-RECORD-KEY OF ACCTSTAT-UPDCONF-REC  01474704
           MOVE COMM-STAT-ACTION                                        01474998
                         TO UPDCONF-ACTION OF ACCTSTAT-UPDCONF-REC      01475292
           MOVE COMM-STAT-OPERATOR                                      01475586
                         TO UPDCONF-OPERATOR OF ACCTSTAT-UPDCONF-REC    01475880
           MOVE COMM-STAT-VERSION                                       01476174
                         TO UPDCONF-SENT-VERSION OF ACCTSTAT-UPDCONF-REC01476468
           MOVE ACCOUNT-VERSION OF ACCTSTAT-ACCOUNT-REC                 01476762
                         TO UPDCONF-FILE-VERSION OF ACCTSTAT-UPDCONF-REC01477056
                                                                        01477350
           EXEC CICS                                                    01477644
               WRITE DATASET('UPDCONF')                                 01477938
                     FROM(ACCTSTAT-UPDCONF-REC)                         01478232
                     RIDFLD(UPDCONF-KEY OF ACCTSTAT-UPDCONF-REC)        01478526
                     RESP(ACCTSTAT-RESP2)                               01478820
           END-EXEC.                                                    01479114
       1100-EXIT.                                                       01479408
           EXIT.                                                        01479702
                                                                        01480000
      ******************************************************************01490000
      *  2000-APPLY-ACTION - MOVE THE ACCOUNT TO ITS NEW STATUS, RAISE *01500000
      *  THE VERSION STAMP AND REWRITE, HANDING THE NEW STAMP BACK.    *01510000
      ******************************************************************01520000
       2000-APPLY-ACTION.                                               01530000
           IF COMM-STAT-ACT-SUSPEND                                     01540000
           ELSE                                                         01560000
               SET ACCOUNT-OPEN OF ACCTSTAT-ACCOUNT-REC TO TRUE         01570000
           END-IF                                                       01580000
           ADD 1 TO ACCOUNT-VERSION OF ACCTSTAT-ACCOUNT-REC             01585000
                                                                        01590000
           EXEC CICS                                                    01600000
               REWRITE DATASET('ACCOUNT')                               01610000
                                                                        01650000
           IF ACCTSTAT-RESP NOT = DFHRESP(NORMAL)                       01660000
               MOVE '7' TO COMM-STAT-FAIL-CD                            01670000
           ELSE                                                         01672500
               MOVE ACCOUNT-VERSION OF ACCTSTAT-ACCOUNT-REC             01675000
                   TO COMM-STAT-VERSION                                 01677500
           END-IF.                                                      01680000
       2000-EXIT.                                                       01690000
           EXIT.                                                        01700000
