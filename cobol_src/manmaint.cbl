      *                   TO-SIGN IS ONLY ACCEPTED ON AN ACCOUNT       *00200000
      *                   WITH AT LEAST TWO NAMED HOLDERS ON THE       *00210000
      *                   ACCHOLD LINK FILE.                           *00220000
      *                   DIRECTORS-TO-SIGN ('D') IS ONLY ACCEPTED     *00222000
      *                   ON AN ACCOUNT HELD BY A BUSINESS CUSTOMER    *00224000
      *                   WITH AT LEAST TWO ACTIVE SIGNATORIES ON THE  *00226000
      *                   BUSREL LINK FILE.                            *00228000
      *               G - REGISTER A THIRD-PARTY AUTHORITY (POWER OF   *00230000
      *                   ATTORNEY, DEPUTY OR THIRD-PARTY MANDATE)     *00240000
      *                   WITH AN EXPLICIT SCOPE AND OPTIONAL          *00250000
      *                   REVOKED - NOT DELETED - SO THE REGISTER IS   *00290000
      *                   ITS OWN AUDIT TRAIL.                         *00300000
      *               I - INQUIRE ON THE ACCOUNT'S SIGNING RULE.       *00310000
      *                                                                *00311250
      *             AN INQUIRY RETURNS THE MANDATE'S VERSION STAMP     *00312500
      *             (ZERO WHEN THE ACCOUNT HAS NO MANDATE ROW) AND A   *00313750
      *             SET MUST SEND IT BACK; IF THE MANDATE HAS CHANGED  *00315000
      *             SINCE, NOTHING IS APPLIED, THE SET FAILS WITH      *00316250
      *             CODE 'C' AND THE REFUSAL IS LOGGED ON UPDCONF.  A  *00317500
      *             SUCCESSFUL SET RAISES THE STAMP AND RETURNS IT.    *00318750
      *                                                                *00320000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00330000
      *             ACCHOLD  - VSAM KSDS - ACCOUNT HOLDER LINKS        *00340000
      *             CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00343333
      *             BUSREL   - VSAM KSDS - BUSINESS DIRECTOR LINKS     *00346666
      *             MANDATE  - VSAM KSDS - SIGNING MANDATES            *00350000
      *             THIRDPTY - VSAM KSDS - THIRD-PARTY AUTHORITIES     *00360000
      *             UPDCONF  - VSAM KSDS - UPDATE CONFLICT LOG         *00365000
      *                                                                *00370000
      *  CHANGE HISTORY                                                *00380000
      *  ----------------------------------------------------------    *00390000
      *  DATE        BY    DESCRIPTION                                 *00400000
      *  2026-09-02  BAG   INITIAL VERSION                             *00410000
      *  2026-10-15  BAG   DIRECTORS-TO-SIGN RULE FOR BUSINESS         *00413333
      *                    ACCOUNTS, CHECKED AGAINST BUSREL            *00416666
      *  2026-10-15  BAG   REFUSE A SET WHOSE VERSION STAMP NO LONGER  *00417777
      *                    MATCHES THE MANDATE; LOG IT ON UPDCONF      *00418888
      *                                                                *00420000
      ******************************************************************00430000
       DATA DIVISION.                                                   00440000
               10  MANMAINT-KEY-ACCNO     PIC 9(8).                     00500000
           05  MANMAINT-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00510000
           05  MANMAINT-HOLDER-COUNT      PIC 9(2)  VALUE ZERO.         00520000
           05  MANMAINT-SIGNATORY-COUNT   PIC 9(2)  VALUE ZERO.         00522000
           05  MANMAINT-CUST-KEY.                                       00524000
               10  MANMAINT-CUST-SORTCODE PIC 9(6).                     00526000
               10  MANMAINT-CUST-NUMBER   PIC 9(10).                    00528000
           05  MANMAINT-BROWSE-SWITCH     PIC X     VALUE 'N'.          00530000
               88  MANMAINT-BROWSE-DONE       VALUE 'Y'.                00540000
           05  MANMAINT-HIGH-AUTH         PIC 9(4)  VALUE ZERO.         00550000
                                                                        00610000
       01  MANMAINT-ACCHOLD-REC.                                        00620000
           COPY ACCHOLD.                                                00630000
                                                                        00631428
       01  MANMAINT-CUSTOMER-REC.                                       00632856
           COPY CUSTOMER.                                               00634284
                                                                        00635712
       01  MANMAINT-BUSREL-REC.                                         00637140
           COPY BUSREL.                                                 00638568
                                                                        00640000
       01  MANMAINT-MANDATE-REC.                                        00650000
           COPY MANDATE.                                                00660000
                                                                        00670000
       01  MANMAINT-THIRDPTY-REC.                                       00680000
           COPY THIRDPTY.                                               00690000
                                                                        00692500
       01  MANMAINT-UPDCONF-REC.                                        00695000
           COPY UPDCONF.                                                00697500
                                                                        00700000
       LINKAGE SECTION.                                                 00710000
       01  DFHCOMMAREA.                                                 00720000
       0500-EXIT.                                                       01300000
           EXIT.                                                        01310000
                                                                        01320000
      ******************************************************************01320303
      *  1100-LOG-CONFLICT - RECORD THE REFUSED CHANGE ON THE UPDATE   *01320606
      *  CONFLICT LOG.  THE LOG IS FOR MONITORING ONLY, SO A FAILED    *01320909
      *  WRITE DOES NOT CHANGE THE OUTCOME.                            *01321212
      ******************************************************************01321515
       1100-LOG-CONFLICT.                                               01321818
           MOVE 'UCNF'   TO UPDCONF-EYECATCHER OF MANMAINT-UPDCONF-REC  01322121
           MOVE MANMAINT-TODAYS-DATE                                    01322424
                         TO UPDCONF-DATE OF MANMAINT-UPDCONF-REC        01322727
           MOVE EIBTIME  TO UPDCONF-TIME OF MANMAINT-UPDCONF-REC        01323030
           MOVE EIBTASKN TO UPDCONF-TASK OF MANMAINT-UPDCONF-REC        01323333
           MOVE 'MANMAINT' TO UPDCONF-PROGRAM OF MANMAINT-UPDCONF-REC   01323636
           MOVE 'MANDATE'  TO UPDCONF-DATASET OF MANMAINT-UPDCONF-REC   01323939
           MOVE COMM-MAN-KEY                                            01324242
                         TO UPDCONF-RECORD-KEY OF MANMAINT-UPDCONF-REC  01324545
           MOVE COMM-MAN-ACTION                                         01324848
                         TO UPDCONF-ACTION OF MANMAINT-UPDCONF-REC      01325151
           MOVE COMM-MAN-OPERATOR                                       01325454
                         TO UPDCONF-OPERATOR OF MANMAINT-UPDCONF-REC    01325757
           MOVE COMM-MAN-VERSION                                        01326060
                         TO UPDCONF-SENT-VERSION OF MANMAINT-UPDCONF-REC01326363
           MOVE MANDATE-VERSION OF MANMAINT-MANDATE-REC                 01326666
                         TO UPDCONF-FILE-VERSION OF MANMAINT-UPDCONF-REC01326969
                                                                        01327272
           EXEC CICS                                                    01327575
               WRITE DATASET('UPDCONF')                                 01327878
                     FROM(MANMAINT-UPDCONF-REC)                         01328181
                     RIDFLD(UPDCONF-KEY OF MANMAINT-UPDCONF-REC)        01328484
                     RESP(MANMAINT-RESP)                                01328787
           END-EXEC.                                                    01329090
       1100-EXIT.                                                       01329393
           EXIT.                                                        01329696
                                                                        01329697
      ******************************************************************01330000
      *  2000-SET-RULE - PUT THE SIGNING RULE UP.  BOTH-TO-SIGN NEEDS  *01337142
      *  AT LEAST TWO NAMED HOLDERS - A SOLE ACCOUNT CANNOT DEMAND A   *01344284
      *  SECOND SIGNATURE NOBODY CAN GIVE.  DIRECTORS-TO-SIGN NEEDS A  *01351426
      *  BUSINESS ACCOUNT HOLDER WITH AT LEAST TWO ACTIVE SIGNATORIES. *01358568
      *  A MANDATE BEING REPLACED MUST STILL CARRY THE STAMP THE       *01360948
      *  CALLER WAS SHOWN.                                             *01363328
      ******************************************************************01365710
       2000-SET-RULE.                                                   01372852
           IF COMM-MAN-SIGNING-RULE NOT = 'A'                           01379994
              AND COMM-MAN-SIGNING-RULE NOT = 'B'                       01387136
              AND COMM-MAN-SIGNING-RULE NOT = 'D'                       01394278
               MOVE '4' TO COMM-MAN-FAIL-CD                             01401420
               GO TO 2000-EXIT                                          01408562
           END-IF                                                       01415704
                                                                        01422846
           IF COMM-MAN-SIGNING-RULE = 'B'                               01429988
               PERFORM 2100-COUNT-HOLDERS THRU 2100-EXIT                01437130
               IF MANMAINT-HOLDER-COUNT < 2                             01444272
                   MOVE '5' TO COMM-MAN-FAIL-CD                         01451414
                   GO TO 2000-EXIT                                      01458556
               END-IF                                                   01465698
           END-IF                                                       01472840
                                                                        01479982
           IF COMM-MAN-SIGNING-RULE = 'D'                               01487124
               PERFORM 2200-CHECK-DIRECTORS THRU 2200-EXIT              01494266
               IF COMM-MAN-FAIL-CD NOT = SPACE                          01501408
                   GO TO 2000-EXIT                                      01508550
               END-IF                                                   01515692
           END-IF                                                       01522834
           MOVE 'N' TO MANMAINT-NEW-SWITCH                              01530000
           MOVE COMM-MAN-SORTCODE TO MANDATE-SORTCODE                   01540000
                                      OF MANMAINT-MANDATE-REC           01550000
                                                                        01660000
           IF MANMAINT-RESP NOT = DFHRESP(NORMAL)                       01670000
               SET MANMAINT-NEW-MANDATE TO TRUE                         01680000
               MOVE ZERO TO MANDATE-VERSION OF MANMAINT-MANDATE-REC     01681111
           ELSE                                                         01682222
               IF MANDATE-VERSION OF MANMAINT-MANDATE-REC               01683333
                       NOT = COMM-MAN-VERSION                           01684444
                   MOVE 'C' TO COMM-MAN-FAIL-CD                         01685555
                   PERFORM 1100-LOG-CONFLICT THRU 1100-EXIT             01686666
                   GO TO 2000-EXIT                                      01687777
               END-IF                                                   01688888
           END-IF                                                       01690000
                                                                        01700000
           MOVE 'MAND' TO MANDATE-EYECATCHER OF MANMAINT-MANDATE-REC    01710000
                                         OF MANMAINT-MANDATE-REC        01810000
           MOVE COMM-MAN-OPERATOR TO MANDATE-SET-BY                     01820000
                                      OF MANMAINT-MANDATE-REC           01830000
           ADD 1 TO MANDATE-VERSION OF MANMAINT-MANDATE-REC             01835000
                                                                        01840000
           IF MANMAINT-NEW-MANDATE                                      01850000
               EXEC CICS                                                01860000
                                                                        01990000
           IF MANMAINT-RESP NOT = DFHRESP(NORMAL)                       02000000
               MOVE '6' TO COMM-MAN-FAIL-CD                             02010000
           ELSE                                                         02012500
               MOVE MANDATE-VERSION OF MANMAINT-MANDATE-REC             02015000
                   TO COMM-MAN-VERSION                                  02017500
           END-IF.                                                      02020000
       2000-EXIT.                                                       02030000
           EXIT.                                                        02040000
           ADD 1 TO MANMAINT-HOLDER-COUNT.                              02660000
       2150-EXIT.                                                       02670000
           EXIT.                                                        02680000
                                                                        02680109
      ******************************************************************02680218
      *  2200-CHECK-DIRECTORS - THE ACCOUNT'S CUSTOMER MUST BE A       *02680327
      *  BUSINESS WITH AT LEAST TWO ACTIVE SIGNATORIES ON BUSREL.      *02680436
      ******************************************************************02680545
       2200-CHECK-DIRECTORS.                                            02680654
           MOVE COMM-MAN-SORTCODE TO MANMAINT-CUST-SORTCODE             02680763
           MOVE ACCOUNT-CUSTOMER-NUMBER OF MANMAINT-ACCOUNT-REC         02680872
               TO MANMAINT-CUST-NUMBER                                  02680981
                                                                        02681090
           EXEC CICS                                                    02681199
               READ DATASET('CUSTOMER')                                 02681308
                    INTO(MANMAINT-CUSTOMER-REC)                         02681417
                    RIDFLD(MANMAINT-CUST-KEY)                           02681526
                    RESP(MANMAINT-RESP)                                 02681635
           END-EXEC                                                     02681744
                                                                        02681853
           IF MANMAINT-RESP NOT = DFHRESP(NORMAL)                       02681962
               MOVE '8' TO COMM-MAN-FAIL-CD                             02682071
               GO TO 2200-EXIT                                          02682180
           END-IF                                                       02682289
                                                                        02682398
           IF NOT CUSTOMER-BUSINESS OF MANMAINT-CUSTOMER-REC            02682507
               MOVE 'D' TO COMM-MAN-FAIL-CD                             02682616
               GO TO 2200-EXIT                                          02682725
           END-IF                                                       02682834
                                                                        02682943
           MOVE ZERO TO MANMAINT-SIGNATORY-COUNT                        02683052
           MOVE 'N'  TO MANMAINT-BROWSE-SWITCH                          02683161
                                                                        02683270
           MOVE MANMAINT-CUST-SORTCODE TO BUSREL-SORTCODE               02683379
                                          OF MANMAINT-BUSREL-REC        02683488
           MOVE MANMAINT-CUST-NUMBER   TO BUSREL-BUSINESS               02683597
                                          OF MANMAINT-BUSREL-REC        02683706
           MOVE ZERO TO BUSREL-PERSON OF MANMAINT-BUSREL-REC            02683815
                                                                        02683924
           EXEC CICS                                                    02684033
               STARTBR DATASET('BUSREL')                                02684142
                       RIDFLD(BUSREL-KEY OF MANMAINT-BUSREL-REC)        02684251
                       GTEQ                                             02684360
                       RESP(MANMAINT-RESP)                              02684469
           END-EXEC                                                     02684578
                                                                        02684687
           IF MANMAINT-RESP = DFHRESP(NORMAL)                           02684796
               PERFORM 2250-READ-NEXT-DIRECTOR THRU 2250-EXIT           02684905
                  UNTIL MANMAINT-BROWSE-DONE                            02685014
                                                                        02685123
               EXEC CICS                                                02685232
                   ENDBR DATASET('BUSREL')                              02685341
                         RESP(MANMAINT-RESP)                            02685450
               END-EXEC                                                 02685559
           END-IF                                                       02685668
                                                                        02685777
           IF MANMAINT-SIGNATORY-COUNT < 2                              02685886
               MOVE 'E' TO COMM-MAN-FAIL-CD                             02685995
           END-IF.                                                      02686104
       2200-EXIT.                                                       02686213
           EXIT.                                                        02686322
                                                                        02686431
      ******************************************************************02686540
      *  2250-READ-NEXT-DIRECTOR - STEP THE BROWSE, COUNTING ACTIVE    *02686649
      *  SIGNATORY LINKS UNTIL IT LEAVES THE BUSINESS'S KEY RANGE.     *02686758
      ******************************************************************02686867
       2250-READ-NEXT-DIRECTOR.                                         02686976
           EXEC CICS                                                    02687085
               READNEXT DATASET('BUSREL')                               02687194
                        INTO(MANMAINT-BUSREL-REC)                       02687303
                        RIDFLD(BUSREL-KEY OF MANMAINT-BUSREL-REC)       02687412
                        RESP(MANMAINT-RESP)                             02687521
           END-EXEC                                                     02687630
                                                                        02687739
           IF MANMAINT-RESP NOT = DFHRESP(NORMAL)                       02687848
               SET MANMAINT-BROWSE-DONE TO TRUE                         02687957
               GO TO 2250-EXIT                                          02688066
           END-IF                                                       02688175
                                                                        02688284
           IF BUSREL-SORTCODE OF MANMAINT-BUSREL-REC                    02688393
              NOT = MANMAINT-CUST-SORTCODE                              02688502
              OR BUSREL-BUSINESS OF MANMAINT-BUSREL-REC                 02688611
                 NOT = MANMAINT-CUST-NUMBER                             02688720
               SET MANMAINT-BROWSE-DONE TO TRUE                         02688829
               GO TO 2250-EXIT                                          02688938
           END-IF                                                       02689047
                                                                        02689156
           IF BUSREL-ACTIVE OF MANMAINT-BUSREL-REC                      02689265
              AND BUSREL-IS-SIGNATORY OF MANMAINT-BUSREL-REC            02689374
               ADD 1 TO MANMAINT-SIGNATORY-COUNT                        02689483
           END-IF.                                                      02689592
       2250-EXIT.                                                       02689701
           EXIT.                                                        02689810
                                                                        02690000
      ******************************************************************02700000
      *  3000-REGISTER-AUTHORITY - PUT A THIRD-PARTY AUTHORITY ON THE  *02710000
           IF MANMAINT-RESP NOT = DFHRESP(NORMAL)                       04780000
               MOVE 'A'  TO COMM-MAN-SIGNING-RULE                       04790000
               MOVE ZERO TO COMM-MAN-THRESHOLD                          04800000
               MOVE ZERO TO COMM-MAN-VERSION                            04805000
               GO TO 5000-EXIT                                          04810000
           END-IF                                                       04820000
                                                                        04830000
           MOVE MANDATE-SIGNING-RULE OF MANMAINT-MANDATE-REC            04840000
               TO COMM-MAN-SIGNING-RULE                                 04850000
           MOVE MANDATE-BOTH-THRESHOLD OF MANMAINT-MANDATE-REC          04860000
               TO COMM-MAN-THRESHOLD                                    04870000
           MOVE MANDATE-VERSION OF MANMAINT-MANDATE-REC                 04873333
               TO COMM-MAN-VERSION.                                     04876666
       5000-EXIT.                                                       04880000
           EXIT.                                                        04890000
                                                                        04900000
