      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    HVREL.                                            00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  HVREL - HIGH-VALUE PAYMENT RELEASE                            *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS AN HVREL COMMAREA (COPYBOOK HVREL) NAMING  *00150000
      *             ONE PAYMENT ON THE HIGH-VALUE RELEASE QUEUE        *00160000
      *             (COPYBOOK PENDREL, QUEUED BY XFRFUN FOR THE        *00170000
      *             TELLER AND JSON CHANNELS AND BY THE PAYREL BATCH   *00180000
      *             FOR WAREHOUSED PAYMENTS WHEN THE AMOUNT IS OVER    *00190000
      *             THE CHANNEL'S RELEASE THRESHOLD) :                 *00200000
      *                                                                *00210000
      *               A - APPROVE.  THE RELEASING OPERATOR MUST BE     *00220000
      *                   ACTIVE ON THE OPERATOR FILE, MUST HOLD A     *00230000
      *                   PAY-RELEASE LIMIT COVERING THE STERLING      *00240000
      *                   VALUE OF THE PAYMENT, AND MUST NOT BE THE    *00250000
      *                   OPERATOR WHO CAPTURED IT.  A TRANSFER IS     *00260000
      *                   THEN RE-DRIVEN THROUGH XFRFUN WITH THE       *00270000
      *                   RELEASE MARKED GIVEN, SO THE MONEY MOVES     *00280000
      *                   THROUGH EXACTLY THE CODE THAT WOULD HAVE     *00290000
      *                   MOVED IT FIRST TIME.  A WAREHOUSED PAYMENT   *00300000
      *                   IS MARKED AUTHORISED ON PAYWARE AND POSTS    *00310000
      *                   ON THE NEXT PAYREL RUN.                      *00320000
      *               R - REJECT.  THE SAME OPERATOR RULES APPLY.      *00330000
      *                   THE ITEM IS MARKED REJECTED AND NOTHING      *00340000
      *                   POSTS; A WAREHOUSED PAYMENT IS ALSO MARKED   *00350000
      *                   REJECTED ON PAYWARE.                         *00360000
      *               I - INQUIRE ON THE ITEM.                         *00370000
      *                                                                *00380000
      *             EITHER DECISION RELEASES THE EARMARK THE QUEUED    *00390000
      *             AMOUNT HELD AGAINST THE PAYING ACCOUNT.            *00400000
      *                                                                *00410000
      *  FILES    : PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00420000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00430000
      *             PAYWARE  - VSAM KSDS - PAYMENT WAREHOUSE           *00440000
      *             (LINKS TO XFRFUN FOR THE POSTING)                  *00450000
      *                                                                *00460000
      *  CHANGE HISTORY                                                *00470000
      *  ----------------------------------------------------------    *00480000
      *  DATE        BY    DESCRIPTION                                 *00490000
      *  2026-10-15  BAG   INITIAL VERSION                             *00500000
      *                                                                *00510000
      ******************************************************************00520000
       DATA DIVISION.                                                   00530000
       WORKING-STORAGE SECTION.                                         00540000
       01  HVREL-WORK-AREA.                                             00550000
           05  HVREL-RESP                 PIC S9(8) COMP.               00560000
           05  HVREL-TODAYS-DATE          PIC 9(8)  VALUE ZERO.         00570000
                                                                        00580000
       01  HVREL-PENDREL-REC.                                           00590000
           COPY PENDREL.                                                00600000
                                                                        00610000
       01  HVREL-OPERATOR-REC.                                          00620000
           COPY OPERATOR.                                               00630000
                                                                        00640000
       01  HVREL-PAYWARE-REC.                                           00650000
           COPY PAYWARE.                                                00660000
                                                                        00670000
       01  HVREL-XFR-COMMAREA.                                          00680000
           COPY XFRFUN.                                                 00690000
                                                                        00700000
       LINKAGE SECTION.                                                 00710000
       01  DFHCOMMAREA.                                                 00720000
           COPY HVREL.                                                  00730000
                                                                        00740000
      ******************************************************************00750000
       PROCEDURE DIVISION.                                              00760000
      ******************************************************************00770000
       0000-MAINLINE.                                                   00780000
           MOVE SPACE TO COMM-HVR-SUCCESS                               00790000
           MOVE SPACE TO COMM-HVR-FAIL-CD                               00800000
           ACCEPT HVREL-TODAYS-DATE FROM DATE YYYYMMDD                  00810000
                                                                        00820000
           EVALUATE TRUE                                                00830000
               WHEN COMM-HVR-ACT-APPROVE                                00840000
                   PERFORM 2000-APPROVE THRU 2000-EXIT                  00850000
               WHEN COMM-HVR-ACT-REJECT                                 00860000
                   PERFORM 3000-REJECT THRU 3000-EXIT                   00870000
               WHEN COMM-HVR-ACT-INQUIRE                                00880000
                   PERFORM 4000-INQUIRE THRU 4000-EXIT                  00890000
               WHEN OTHER                                               00900000
                   MOVE '3' TO COMM-HVR-FAIL-CD                         00910000
           END-EVALUATE                                                 00920000
                                                                        00930000
           IF COMM-HVR-FAIL-CD = SPACE                                  00940000
               MOVE 'Y' TO COMM-HVR-SUCCESS                             00950000
           ELSE                                                         00960000
               MOVE 'N' TO COMM-HVR-SUCCESS                             00970000
           END-IF                                                       00980000
                                                                        00990000
           GO TO 9999-EXIT.                                             01000000
                                                                        01010000
      ******************************************************************01020000
      *  2000-APPROVE - VERIFY THE RELEASING OPERATOR, THEN POST THE   *01030000
      *  TRANSFER OR AUTHORISE THE WAREHOUSED PAYMENT.  A TRANSFER     *01040000
      *  THAT STILL FAILS (FUNDS HAVE GONE IN THE MEANTIME) LEAVES     *01050000
      *  THE ITEM OUTSTANDING SO IT CAN BE TRIED AGAIN OR REJECTED.    *01060000
      ******************************************************************01070000
       2000-APPROVE.                                                    01080000
           PERFORM 1000-READ-PENDING THRU 1000-EXIT                     01090000
           IF COMM-HVR-FAIL-CD NOT = SPACE                              01100000
               GO TO 2000-EXIT                                          01110000
           END-IF                                                       01120000
                                                                        01130000
           PERFORM 1500-CHECK-OPERATOR THRU 1500-EXIT                   01140000
           IF COMM-HVR-FAIL-CD NOT = SPACE                              01150000
               GO TO 2000-EXIT                                          01160000
           END-IF                                                       01170000
                                                                        01180000
           EVALUATE TRUE                                                01190000
               WHEN PENDREL-SRC-TELLER OF HVREL-PENDREL-REC             01200000
               WHEN PENDREL-SRC-JSON OF HVREL-PENDREL-REC               01210000
                   PERFORM 2200-POST-TRANSFER THRU 2200-EXIT            01220000
               WHEN PENDREL-SRC-WAREHOUSE OF HVREL-PENDREL-REC          01230000
                   PERFORM 2300-AUTHORISE-WAREHOUSE THRU 2300-EXIT      01240000
               WHEN OTHER                                               01250000
                   MOVE '7' TO COMM-HVR-FAIL-CD                         01260000
           END-EVALUATE                                                 01270000
                                                                        01280000
           IF COMM-HVR-FAIL-CD NOT = SPACE                              01290000
               GO TO 2000-EXIT                                          01300000
           END-IF                                                       01310000
                                                                        01320000
           SET PENDREL-RELEASED OF HVREL-PENDREL-REC TO TRUE            01330000
           MOVE HVREL-TODAYS-DATE                                       01340000
               TO PENDREL-DECIDED-DATE OF HVREL-PENDREL-REC             01350000
           MOVE COMM-HVR-OPERATOR                                       01360000
               TO PENDREL-DECIDED-BY OF HVREL-PENDREL-REC               01370000
           PERFORM 2500-REWRITE-PENDING THRU 2500-EXIT.                 01380000
       2000-EXIT.                                                       01390000
           EXIT.                                                        01400000
                                                                        01410000
      ******************************************************************01420000
      *  1000-READ-PENDING - READ THE QUEUED ITEM FOR UPDATE; ONLY AN  *01430000
      *  OUTSTANDING ITEM (WAITING, OR REFERRED AT THE CUT-OFF) CAN    *01440000
      *  BE DECIDED.                                                   *01450000
      ******************************************************************01460000
       1000-READ-PENDING.                                               01470000
           MOVE COMM-HVR-KEY TO PENDREL-KEY OF HVREL-PENDREL-REC        01480000
                                                                        01490000
           EXEC CICS                                                    01500000
               READ DATASET('PENDREL')                                  01510000
                    INTO(HVREL-PENDREL-REC)                             01520000
                    RIDFLD(PENDREL-KEY OF HVREL-PENDREL-REC)            01530000
                    UPDATE                                              01540000
                    RESP(HVREL-RESP)                                    01550000
           END-EXEC                                                     01560000
                                                                        01570000
           IF HVREL-RESP = DFHRESP(NOTFND)                              01580000
               MOVE '1' TO COMM-HVR-FAIL-CD                             01590000
               GO TO 1000-EXIT                                          01600000
           END-IF                                                       01610000
                                                                        01620000
           IF HVREL-RESP NOT = DFHRESP(NORMAL)                          01630000
               MOVE '8' TO COMM-HVR-FAIL-CD                             01640000
               GO TO 1000-EXIT                                          01650000
           END-IF                                                       01660000
                                                                        01670000
           IF NOT PENDREL-OUTSTANDING OF HVREL-PENDREL-REC              01680000
               MOVE '2' TO COMM-HVR-FAIL-CD                             01690000
           END-IF.                                                      01700000
       1000-EXIT.                                                       01710000
           EXIT.                                                        01720000
                                                                        01730000
      ******************************************************************01740000
      *  1500-CHECK-OPERATOR - THE DECIDING OPERATOR MUST NOT BE THE   *01750000
      *  ONE WHO CAPTURED THE PAYMENT, MUST BE ACTIVE, AND MUST HOLD   *01760000
      *  A PAY-RELEASE LIMIT NO LOWER THAN THE PAYMENT'S STERLING      *01770000
      *  VALUE.  A ZERO LIMIT MEANS NO RELEASE ENTITLEMENT AT ALL.     *01780000
      ******************************************************************01790000
       1500-CHECK-OPERATOR.                                             01800000
           IF COMM-HVR-OPERATOR = SPACES                                01810000
               MOVE '4' TO COMM-HVR-FAIL-CD                             01820000
               GO TO 1500-EXIT                                          01830000
           END-IF                                                       01840000
                                                                        01850000
           IF COMM-HVR-OPERATOR                                         01860000
              = PENDREL-CAPTURED-BY OF HVREL-PENDREL-REC                01870000
               MOVE '5' TO COMM-HVR-FAIL-CD                             01880000
               GO TO 1500-EXIT                                          01890000
           END-IF                                                       01900000
                                                                        01910000
           MOVE COMM-HVR-OPERATOR TO OPERATOR-ID OF HVREL-OPERATOR-REC  01920000
                                                                        01930000
           EXEC CICS                                                    01940000
               READ DATASET('OPERATOR')                                 01950000
                    INTO(HVREL-OPERATOR-REC)                            01960000
                    RIDFLD(OPERATOR-KEY OF HVREL-OPERATOR-REC)          01970000
                    RESP(HVREL-RESP)                                    01980000
           END-EXEC                                                     01990000
                                                                        02000000
           IF HVREL-RESP NOT = DFHRESP(NORMAL)                          02010000
               MOVE '4' TO COMM-HVR-FAIL-CD                             02020000
               GO TO 1500-EXIT                                          02030000
           END-IF                                                       02040000
                                                                        02050000
           IF NOT OPERATOR-ACTIVE OF HVREL-OPERATOR-REC                 02060000
               MOVE '4' TO COMM-HVR-FAIL-CD                             02070000
               GO TO 1500-EXIT                                          02080000
           END-IF                                                       02090000
                                                                        02100000
           IF OPERATOR-PAY-RELEASE-LIMIT OF HVREL-OPERATOR-REC          02110000
                  NOT > ZERO                                            02120000
              OR OPERATOR-PAY-RELEASE-LIMIT OF HVREL-OPERATOR-REC       02130000
                  < PENDREL-GBP-AMOUNT OF HVREL-PENDREL-REC             02140000
               MOVE '9' TO COMM-HVR-FAIL-CD                             02150000
           END-IF.                                                      02160000
       1500-EXIT.                                                       02170000
           EXIT.                                                        02180000
                                                                        02190000
      ******************************************************************02200000
      *  2200-POST-TRANSFER - RE-DRIVE XFRFUN WITH THE RELEASE GIVEN   *02210000
      *  AND THE MANDATE SATISFIED (A MANDATED DEBIT HAS ALREADY       *02220000
      *  CLEARED SIGREL BEFORE IT COULD REACH THIS QUEUE).             *02230000
      ******************************************************************02240000
       2200-POST-TRANSFER.                                              02250000
           MOVE SPACES TO HVREL-XFR-COMMAREA                            02260000
           MOVE 'XFRC' TO COMM-EYECATCHER OF HVREL-XFR-COMMAREA         02270000
           MOVE PENDREL-SORTCODE OF HVREL-PENDREL-REC                   02280000
               TO COMM-FROM-SORTCODE OF HVREL-XFR-COMMAREA              02290000
           MOVE PENDREL-FROM-ACCOUNT OF HVREL-PENDREL-REC               02300000
               TO COMM-FROM-ACCNO OF HVREL-XFR-COMMAREA                 02310000
           MOVE PENDREL-TO-SORTCODE OF HVREL-PENDREL-REC                02320000
               TO COMM-TO-SORTCODE OF HVREL-XFR-COMMAREA                02330000
           MOVE PENDREL-TO-ACCOUNT OF HVREL-PENDREL-REC                 02340000
               TO COMM-TO-ACCNO OF HVREL-XFR-COMMAREA                   02350000
           MOVE PENDREL-AMOUNT OF HVREL-PENDREL-REC                     02360000
               TO COMM-XFR-AMOUNT OF HVREL-XFR-COMMAREA                 02370000
      *    NO DECLARED CURRENCY - THE QUEUED AMOUNT IS IN THE PAYING   *02380000
      *    ACCOUNT'S OWN DENOMINATION, WHICH XFRFUN THEN TAKES.        *02390000
           MOVE SPACES TO COMM-XFR-CURRENCY OF HVREL-XFR-COMMAREA       02400000
           MOVE ZERO TO COMM-XFR-PAYEE-NUMBER OF HVREL-XFR-COMMAREA     02410000
           MOVE PENDREL-INITIATOR OF HVREL-PENDREL-REC                  02420000
               TO COMM-XFR-INITIATOR OF HVREL-XFR-COMMAREA              02430000
           MOVE 'Y' TO COMM-XFR-MANDATE-OK OF HVREL-XFR-COMMAREA        02440000
           MOVE PENDREL-SOURCE OF HVREL-PENDREL-REC                     02450000
               TO COMM-XFR-CHANNEL OF HVREL-XFR-COMMAREA                02460000
           MOVE PENDREL-CAPTURED-BY OF HVREL-PENDREL-REC                02470000
               TO COMM-XFR-OPERATOR OF HVREL-XFR-COMMAREA               02480000
           MOVE 'Y' TO COMM-XFR-RELEASE-OK OF HVREL-XFR-COMMAREA        02490000
                                                                        02500000
           EXEC CICS                                                    02510000
               LINK PROGRAM('XFRFUN')                                   02520000
                    COMMAREA(HVREL-XFR-COMMAREA)                        02530000
                    LENGTH(LENGTH OF HVREL-XFR-COMMAREA)                02540000
                    RESP(HVREL-RESP)                                    02550000
           END-EXEC                                                     02560000
                                                                        02570000
           IF HVREL-RESP NOT = DFHRESP(NORMAL)                          02580000
               MOVE '7' TO COMM-HVR-FAIL-CD                             02590000
               GO TO 2200-EXIT                                          02600000
           END-IF                                                       02610000
                                                                        02620000
           IF COMM-XFR-SUCCESS OF HVREL-XFR-COMMAREA NOT = 'Y'          02630000
               MOVE '7' TO COMM-HVR-FAIL-CD                             02640000
           END-IF.                                                      02650000
       2200-EXIT.                                                       02660000
           EXIT.                                                        02670000
                                                                        02680000
      ******************************************************************02690000
      *  2300-AUTHORISE-WAREHOUSE - MARK THE HELD WAREHOUSE ROW        *02700000
      *  AUTHORISED SO THE NEXT PAYREL RUN POSTS IT PAST THE RELEASE   *02710000
      *  THRESHOLD.                                                    *02720000
      ******************************************************************02730000
       2300-AUTHORISE-WAREHOUSE.                                        02740000
           PERFORM 2350-READ-WAREHOUSE THRU 2350-EXIT                   02750000
           IF COMM-HVR-FAIL-CD NOT = SPACE                              02760000
               GO TO 2300-EXIT                                          02770000
           END-IF                                                       02780000
                                                                        02790000
           SET PAYWARE-AUTHORISED OF HVREL-PAYWARE-REC TO TRUE          02800000
           PERFORM 2400-REWRITE-WAREHOUSE THRU 2400-EXIT.               02810000
       2300-EXIT.                                                       02820000
           EXIT.                                                        02830000
                                                                        02840000
      ******************************************************************02850000
      *  2350-READ-WAREHOUSE - READ THE WAREHOUSE ROW BEHIND A QUEUED  *02860000
      *  PAYREL ITEM FOR UPDATE; IT MUST STILL BE HELD.                *02870000
      ******************************************************************02880000
       2350-READ-WAREHOUSE.                                             02890000
           MOVE PENDREL-SORTCODE OF HVREL-PENDREL-REC                   02900000
               TO PAYWARE-SORTCODE OF HVREL-PAYWARE-REC                 02910000
           MOVE PENDREL-NUMBER OF HVREL-PENDREL-REC                     02920000
               TO PAYWARE-NUMBER OF HVREL-PAYWARE-REC                   02930000
                                                                        02940000
           EXEC CICS                                                    02950000
               READ DATASET('PAYWARE')                                  02960000
                    INTO(HVREL-PAYWARE-REC)                             02970000
                    RIDFLD(PAYWARE-KEY OF HVREL-PAYWARE-REC)            02980000
                    UPDATE                                              02990000
                    RESP(HVREL-RESP)                                    03000000
           END-EXEC                                                     03010000
                                                                        03020000
           IF HVREL-RESP NOT = DFHRESP(NORMAL)                          03030000
               MOVE '7' TO COMM-HVR-FAIL-CD                             03040000
               GO TO 2350-EXIT                                          03050000
           END-IF                                                       03060000
                                                                        03070000
           IF NOT PAYWARE-HELD OF HVREL-PAYWARE-REC                     03080000
               MOVE '7' TO COMM-HVR-FAIL-CD                             03090000
           END-IF.                                                      03100000
       2350-EXIT.                                                       03110000
           EXIT.                                                        03120000
                                                                        03130000
      ******************************************************************03140000
      *  2400-REWRITE-WAREHOUSE - PUT THE WAREHOUSE ROW BACK.          *03150000
      ******************************************************************03160000
       2400-REWRITE-WAREHOUSE.                                          03170000
           EXEC CICS                                                    03180000
               REWRITE DATASET('PAYWARE')                               03190000
                       FROM(HVREL-PAYWARE-REC)                          03200000
                       RESP(HVREL-RESP)                                 03210000
           END-EXEC                                                     03220000
                                                                        03230000
           IF HVREL-RESP NOT = DFHRESP(NORMAL)                          03240000
               MOVE '6' TO COMM-HVR-FAIL-CD                             03250000
           END-IF.                                                      03260000
       2400-EXIT.                                                       03270000
           EXIT.                                                        03280000
                                                                        03290000
      ******************************************************************03300000
      *  2500-REWRITE-PENDING - PUT THE DECIDED ITEM BACK.             *03310000
      ******************************************************************03320000
       2500-REWRITE-PENDING.                                            03330000
           EXEC CICS                                                    03340000
               REWRITE DATASET('PENDREL')                               03350000
                       FROM(HVREL-PENDREL-REC)                          03360000
                       RESP(HVREL-RESP)                                 03370000
           END-EXEC                                                     03380000
                                                                        03390000
           IF HVREL-RESP NOT = DFHRESP(NORMAL)                          03400000
               MOVE '6' TO COMM-HVR-FAIL-CD                             03410000
           END-IF.                                                      03420000
       2500-EXIT.                                                       03430000
           EXIT.                                                        03440000
                                                                        03450000
      ******************************************************************03460000
      *  3000-REJECT - THE RELEASING OPERATOR DECLINES; NOTHING POSTS, *03470000
      *  THE EARMARK FALLS AWAY AND THE ITEM KEEPS ITS AUDIT TRAIL.    *03480000
      ******************************************************************03490000
       3000-REJECT.                                                     03500000
           PERFORM 1000-READ-PENDING THRU 1000-EXIT                     03510000
           IF COMM-HVR-FAIL-CD NOT = SPACE                              03520000
               GO TO 3000-EXIT                                          03530000
           END-IF                                                       03540000
                                                                        03550000
           PERFORM 1500-CHECK-OPERATOR THRU 1500-EXIT                   03560000
           IF COMM-HVR-FAIL-CD NOT = SPACE                              03570000
               GO TO 3000-EXIT                                          03580000
           END-IF                                                       03590000
                                                                        03600000
           IF PENDREL-SRC-WAREHOUSE OF HVREL-PENDREL-REC                03610000
               PERFORM 3300-REJECT-WAREHOUSE THRU 3300-EXIT             03620000
               IF COMM-HVR-FAIL-CD NOT = SPACE                          03630000
                   GO TO 3000-EXIT                                      03640000
               END-IF                                                   03650000
           END-IF                                                       03660000
                                                                        03670000
           SET PENDREL-REJECTED OF HVREL-PENDREL-REC TO TRUE            03680000
           MOVE HVREL-TODAYS-DATE                                       03690000
               TO PENDREL-DECIDED-DATE OF HVREL-PENDREL-REC             03700000
           MOVE COMM-HVR-OPERATOR                                       03710000
               TO PENDREL-DECIDED-BY OF HVREL-PENDREL-REC               03720000
           PERFORM 2500-REWRITE-PENDING THRU 2500-EXIT.                 03730000
       3000-EXIT.                                                       03740000
           EXIT.                                                        03750000
                                                                        03760000
      ******************************************************************03770000
      *  3300-REJECT-WAREHOUSE - MARK THE HELD WAREHOUSE ROW REJECTED  *03780000
      *  SO PAYREL NEVER PICKS IT UP AND THE BRANCH SEES WHY.          *03790000
      ******************************************************************03800000
       3300-REJECT-WAREHOUSE.                                           03810000
           PERFORM 2350-READ-WAREHOUSE THRU 2350-EXIT                   03820000
           IF COMM-HVR-FAIL-CD NOT = SPACE                              03830000
               GO TO 3300-EXIT                                          03840000
           END-IF                                                       03850000
                                                                        03860000
           SET PAYWARE-REJECTED OF HVREL-PAYWARE-REC TO TRUE            03870000
           MOVE 'REJECTED AT RELEASE'                                   03880000
               TO PAYWARE-REJECT-REASON OF HVREL-PAYWARE-REC            03890000
           PERFORM 2400-REWRITE-WAREHOUSE THRU 2400-EXIT.               03900000
       3300-EXIT.                                                       03910000
           EXIT.                                                        03920000
                                                                        03930000
      ******************************************************************03940000
      *  4000-INQUIRE - RETURN THE ITEM'S DETAILS AND STATUS.          *03950000
      ******************************************************************03960000
       4000-INQUIRE.                                                    03970000
           MOVE COMM-HVR-KEY TO PENDREL-KEY OF HVREL-PENDREL-REC        03980000
                                                                        03990000
           EXEC CICS                                                    04000000
               READ DATASET('PENDREL')                                  04010000
                    INTO(HVREL-PENDREL-REC)                             04020000
                    RIDFLD(PENDREL-KEY OF HVREL-PENDREL-REC)            04030000
                    RESP(HVREL-RESP)                                    04040000
           END-EXEC                                                     04050000
                                                                        04060000
           IF HVREL-RESP = DFHRESP(NOTFND)                              04070000
               MOVE '1' TO COMM-HVR-FAIL-CD                             04080000
               GO TO 4000-EXIT                                          04090000
           END-IF                                                       04100000
                                                                        04110000
           IF HVREL-RESP NOT = DFHRESP(NORMAL)                          04120000
               MOVE '8' TO COMM-HVR-FAIL-CD                             04130000
               GO TO 4000-EXIT                                          04140000
           END-IF                                                       04150000
                                                                        04160000
           MOVE PENDREL-TO-SORTCODE OF HVREL-PENDREL-REC                04170000
               TO COMM-HVR-TO-SORTCODE                                  04180000
           MOVE PENDREL-TO-ACCOUNT OF HVREL-PENDREL-REC                 04190000
               TO COMM-HVR-TO-ACCOUNT                                   04200000
           MOVE PENDREL-AMOUNT OF HVREL-PENDREL-REC                     04210000
               TO COMM-HVR-AMOUNT                                       04220000
           MOVE PENDREL-CURRENCY OF HVREL-PENDREL-REC                   04230000
               TO COMM-HVR-CURRENCY                                     04240000
           MOVE PENDREL-GBP-AMOUNT OF HVREL-PENDREL-REC                 04250000
               TO COMM-HVR-GBP-AMOUNT                                   04260000
           MOVE PENDREL-CAPTURED-BY OF HVREL-PENDREL-REC                04270000
               TO COMM-HVR-CAPTURED-BY                                  04280000
           MOVE PENDREL-QUEUED-DATE OF HVREL-PENDREL-REC                04290000
               TO COMM-HVR-QUEUED-DATE                                  04300000
           MOVE PENDREL-STATUS-FLAG OF HVREL-PENDREL-REC                04310000
               TO COMM-HVR-STATUS.                                      04320000
       4000-EXIT.                                                       04330000
           EXIT.                                                        04340000
                                                                        04350000
      ******************************************************************04360000
      *  9999-EXIT - RETURN TO THE CALLER.                             *04370000
      ******************************************************************04380000
       9999-EXIT.                                                       04390000
           EXEC CICS                                                    04400000
               RETURN                                                   04410000
           END-EXEC.                                                    04420000
