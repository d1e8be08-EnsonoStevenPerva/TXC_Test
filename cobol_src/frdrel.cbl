      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    FRDREL.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  FRDREL - FRAUD CALL-BACK QUEUE RELEASE                        *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A FRDREL COMMAREA (COPYBOOK FRDREL) NAMING *00150000
      *             ONE ONLINE TRANSFER ON THE FRAUD CALL-BACK QUEUE   *00160000
      *             (COPYBOOK FRDQUE, QUEUED BY XFRFUNJ WHEN FRDSCORE  *00170000
      *             DECIDED TO HOLD IT).  THE DECIDING OPERATOR MUST   *00180000
      *             BE ACTIVE ON THE OPERATOR FILE, AND RECORDS WHAT   *00190000
      *             THE CALL-BACK TO THE CUSTOMER ESTABLISHED :        *00200000
      *                                                                *00210000
      *               R - RELEASE.  THE CUSTOMER CONFIRMED THE         *00220000
      *                   PAYMENT.  IT IS RE-DRIVEN THROUGH XFRFUN AS  *00230000
      *                   A JSON-CHANNEL TRANSFER CAPTURED BY THIS     *00240000
      *                   OPERATOR, SO ALL OF XFRFUN'S CONTROLS STILL  *00250000
      *                   APPLY - ONE OVER THE HIGH-VALUE THRESHOLD    *00260000
      *                   MOVES ON TO THE PENDREL RELEASE QUEUE, WHERE *00270000
      *                   A DIFFERENT OPERATOR MUST RELEASE IT.  A     *00280000
      *                   TRANSFER THAT NOW FAILS LEAVES THE ITEM      *00290000
      *                   WAITING.                                     *00300000
      *               C - CANCEL.  THE CUSTOMER DID NOT CONFIRM IT,    *00310000
      *                   OR COULD NOT BE REACHED.  NOTHING POSTS.     *00320000
      *               I - INQUIRE ON THE ITEM.                         *00330000
      *                                                                *00340000
      *             EITHER DECISION IS ALSO STORED UNDER THE CLIENT'S  *00350000
      *             IDEMPOTENCY KEY, SO A REPLAY OF THE ORIGINAL       *00360000
      *             REQUEST GETS THE FINAL ANSWER, NOT "HELD".         *00370000
      *                                                                *00380000
      *  FILES    : FRDQUE   - VSAM KSDS - FRAUD CALL-BACK QUEUE       *00390000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00400000
      *             IDEMKEY  - VSAM KSDS - IDEMPOTENCY KEY STORE       *00410000
      *             (LINKS TO XFRFUN FOR THE POSTING)                  *00420000
      *                                                                *00430000
      *  CHANGE HISTORY                                                *00440000
      *  ----------------------------------------------------------    *00450000
      *  DATE        BY    DESCRIPTION                                 *00460000
      *  2026-10-15  BAG   INITIAL VERSION                             *00470000
      *                                                                *00480000
      ******************************************************************00490000
       DATA DIVISION.                                                   00500000
       WORKING-STORAGE SECTION.                                         00510000
       01  FRDREL-WORK-AREA.                                            00520000
           05  FRDREL-RESP                PIC S9(8) COMP.               00530000
           05  FRDREL-TODAYS-DATE         PIC 9(8)  VALUE ZERO.         00540000
           05  FRDREL-OUTCOME             PIC X(7)  VALUE SPACES.       00550000
           05  FRDREL-FAIL-CD             PIC X     VALUE SPACE.        00560000
                                                                        00570000
       01  FRDREL-FRDQUE-REC.                                           00580000
           COPY FRDQUE.                                                 00590000
                                                                        00600000
       01  FRDREL-OPERATOR-REC.                                         00610000
           COPY OPERATOR.                                               00620000
                                                                        00630000
       01  FRDREL-IDEMKEY-REC.                                          00640000
           COPY IDEMKEY.                                                00650000
                                                                        00660000
       01  FRDREL-XFR-COMMAREA.                                         00670000
           COPY XFRFUN.                                                 00680000
                                                                        00690000
       LINKAGE SECTION.                                                 00700000
       01  DFHCOMMAREA.                                                 00710000
           COPY FRDREL.                                                 00720000
                                                                        00730000
      ******************************************************************00740000
       PROCEDURE DIVISION.                                              00750000
      ******************************************************************00760000
       0000-MAINLINE.                                                   00770000
           MOVE SPACE TO COMM-FRQ-SUCCESS                               00780000
           MOVE SPACE TO COMM-FRQ-FAIL-CD                               00790000
           ACCEPT FRDREL-TODAYS-DATE FROM DATE YYYYMMDD                 00800000
                                                                        00810000
           EVALUATE TRUE                                                00820000
               WHEN COMM-FRQ-ACT-RELEASE                                00830000
                   PERFORM 2000-RELEASE THRU 2000-EXIT                  00840000
               WHEN COMM-FRQ-ACT-CANCEL                                 00850000
                   PERFORM 3000-CANCEL THRU 3000-EXIT                   00860000
               WHEN COMM-FRQ-ACT-INQUIRE                                00870000
                   PERFORM 4000-INQUIRE THRU 4000-EXIT                  00880000
               WHEN OTHER                                               00890000
                   MOVE '3' TO COMM-FRQ-FAIL-CD                         00900000
           END-EVALUATE                                                 00910000
                                                                        00920000
           IF COMM-FRQ-FAIL-CD = SPACE                                  00930000
               MOVE 'Y' TO COMM-FRQ-SUCCESS                             00940000
           ELSE                                                         00950000
               MOVE 'N' TO COMM-FRQ-SUCCESS                             00960000
           END-IF                                                       00970000
                                                                        00980000
           GO TO 9999-EXIT.                                             00990000
                                                                        01000000
      ******************************************************************01010000
      *  1000-READ-QUEUED - READ THE QUEUED ITEM FOR UPDATE; ONLY A    *01020000
      *  WAITING ITEM CAN BE DECIDED.                                  *01030000
      ******************************************************************01040000
       1000-READ-QUEUED.                                                01050000
           MOVE COMM-FRQ-KEY TO FRDQUE-KEY OF FRDREL-FRDQUE-REC         01060000
                                                                        01070000
           EXEC CICS                                                    01080000
               READ DATASET('FRDQUE')                                   01090000
                    INTO(FRDREL-FRDQUE-REC)                             01100000
                    RIDFLD(FRDQUE-KEY OF FRDREL-FRDQUE-REC)             01110000
                    UPDATE                                              01120000
                    RESP(FRDREL-RESP)                                   01130000
           END-EXEC                                                     01140000
                                                                        01150000
           IF FRDREL-RESP = DFHRESP(NOTFND)                             01160000
               MOVE '1' TO COMM-FRQ-FAIL-CD                             01170000
               GO TO 1000-EXIT                                          01180000
           END-IF                                                       01190000
                                                                        01200000
           IF FRDREL-RESP NOT = DFHRESP(NORMAL)                         01210000
               MOVE '8' TO COMM-FRQ-FAIL-CD                             01220000
               GO TO 1000-EXIT                                          01230000
           END-IF                                                       01240000
                                                                        01250000
           IF NOT FRDQUE-WAITING OF FRDREL-FRDQUE-REC                   01260000
               MOVE '2' TO COMM-FRQ-FAIL-CD                             01270000
           END-IF.                                                      01280000
       1000-EXIT.                                                       01290000
           EXIT.                                                        01300000
                                                                        01310000
      ******************************************************************01320000
      *  1500-CHECK-OPERATOR - THE DECIDING OPERATOR MUST BE NAMED     *01330000
      *  AND ACTIVE ON THE OPERATOR FILE.                              *01340000
      ******************************************************************01350000
       1500-CHECK-OPERATOR.                                             01360000
           IF COMM-FRQ-OPERATOR = SPACES                                01370000
               MOVE '4' TO COMM-FRQ-FAIL-CD                             01380000
               GO TO 1500-EXIT                                          01390000
           END-IF                                                       01400000
                                                                        01410000
           MOVE COMM-FRQ-OPERATOR TO OPERATOR-ID OF FRDREL-OPERATOR-REC 01420000
                                                                        01430000
           EXEC CICS                                                    01440000
               READ DATASET('OPERATOR')                                 01450000
                    INTO(FRDREL-OPERATOR-REC)                           01460000
                    RIDFLD(OPERATOR-KEY OF FRDREL-OPERATOR-REC)         01470000
                    RESP(FRDREL-RESP)                                   01480000
           END-EXEC                                                     01490000
                                                                        01500000
           IF FRDREL-RESP NOT = DFHRESP(NORMAL)                         01510000
               MOVE '4' TO COMM-FRQ-FAIL-CD                             01520000
               GO TO 1500-EXIT                                          01530000
           END-IF                                                       01540000
                                                                        01550000
           IF NOT OPERATOR-ACTIVE OF FRDREL-OPERATOR-REC                01560000
               MOVE '4' TO COMM-FRQ-FAIL-CD                             01570000
           END-IF.                                                      01580000
       1500-EXIT.                                                       01590000
           EXIT.                                                        01600000
                                                                        01610000
      ******************************************************************01620000
      *  2000-RELEASE - VERIFY THE OPERATOR, THEN POST THE TRANSFER.   *01630000
      *  ONE THAT XFRFUN HOLDS FOR HIGH-VALUE RELEASE HAS STILL LEFT   *01640000
      *  THIS QUEUE.                                                   *01650000
      ******************************************************************01660000
       2000-RELEASE.                                                    01670000
           PERFORM 1000-READ-QUEUED THRU 1000-EXIT                      01680000
           IF COMM-FRQ-FAIL-CD NOT = SPACE                              01690000
               GO TO 2000-EXIT                                          01700000
           END-IF                                                       01710000
                                                                        01720000
           PERFORM 1500-CHECK-OPERATOR THRU 1500-EXIT                   01730000
           IF COMM-FRQ-FAIL-CD NOT = SPACE                              01740000
               GO TO 2000-EXIT                                          01750000
           END-IF                                                       01760000
                                                                        01770000
           PERFORM 2200-POST-TRANSFER THRU 2200-EXIT                    01780000
           IF COMM-FRQ-FAIL-CD NOT = SPACE                              01790000
               GO TO 2000-EXIT                                          01800000
           END-IF                                                       01810000
                                                                        01820000
           SET FRDQUE-RELEASED OF FRDREL-FRDQUE-REC TO TRUE             01830000
           PERFORM 2500-REWRITE-QUEUED THRU 2500-EXIT                   01840000
           IF COMM-FRQ-FAIL-CD NOT = SPACE                              01850000
               GO TO 2000-EXIT                                          01860000
           END-IF                                                       01870000
                                                                        01880000
           IF COMM-XFR-SUCCESS OF FRDREL-XFR-COMMAREA = 'Y'             01890000
               MOVE 'OK' TO FRDREL-OUTCOME                              01900000
               MOVE SPACE TO FRDREL-FAIL-CD                             01910000
           ELSE                                                         01920000
               MOVE 'ERROR' TO FRDREL-OUTCOME                           01930000
               MOVE COMM-XFR-FAIL-CODE OF FRDREL-XFR-COMMAREA           01940000
                   TO FRDREL-FAIL-CD                                    01950000
           END-IF                                                       01960000
           PERFORM 2600-UPDATE-IDEMKEY THRU 2600-EXIT.                  01970000
       2000-EXIT.                                                       01980000
           EXIT.                                                        01990000
                                                                        02000000
      ******************************************************************02010000
      *  2200-POST-TRANSFER - RE-DRIVE XFRFUN EXACTLY AS XFRFUNJ       *02020000
      *  WOULD HAVE, WITH THIS OPERATOR AS THE CAPTURING OPERATOR.     *02030000
      ******************************************************************02040000
       2200-POST-TRANSFER.                                              02050000
           MOVE SPACES TO FRDREL-XFR-COMMAREA                           02060000
           MOVE 'XFRC' TO COMM-EYECATCHER OF FRDREL-XFR-COMMAREA        02070000
           MOVE FRDQUE-SORTCODE OF FRDREL-FRDQUE-REC                    02080000
               TO COMM-FROM-SORTCODE OF FRDREL-XFR-COMMAREA             02090000
           MOVE FRDQUE-FROM-ACCOUNT OF FRDREL-FRDQUE-REC                02100000
               TO COMM-FROM-ACCNO OF FRDREL-XFR-COMMAREA                02110000
           MOVE FRDQUE-TO-SORTCODE OF FRDREL-FRDQUE-REC                 02120000
               TO COMM-TO-SORTCODE OF FRDREL-XFR-COMMAREA               02130000
           MOVE FRDQUE-TO-ACCOUNT OF FRDREL-FRDQUE-REC                  02140000
               TO COMM-TO-ACCNO OF FRDREL-XFR-COMMAREA                  02150000
           MOVE FRDQUE-AMOUNT OF FRDREL-FRDQUE-REC                      02160000
               TO COMM-XFR-AMOUNT OF FRDREL-XFR-COMMAREA                02170000
           MOVE 'GBP' TO COMM-XFR-CURRENCY OF FRDREL-XFR-COMMAREA       02180000
           MOVE FRDQUE-PAYEE-NAME OF FRDREL-FRDQUE-REC                  02190000
               TO COMM-XFR-PAYEE-NAME OF FRDREL-XFR-COMMAREA            02200000
           MOVE FRDQUE-NAME-OVERRIDE OF FRDREL-FRDQUE-REC               02210000
               TO COMM-XFR-NAME-OVERRIDE OF FRDREL-XFR-COMMAREA         02220000
           MOVE FRDQUE-PAYEE-NUMBER OF FRDREL-FRDQUE-REC                02230000
               TO COMM-XFR-PAYEE-NUMBER OF FRDREL-XFR-COMMAREA          02240000
           MOVE 'XFJ' TO COMM-XFR-CHANNEL OF FRDREL-XFR-COMMAREA        02250000
           MOVE COMM-FRQ-OPERATOR                                       02260000
               TO COMM-XFR-OPERATOR OF FRDREL-XFR-COMMAREA              02270000
                                                                        02280000
           EXEC CICS                                                    02290000
               LINK PROGRAM('XFRFUN')                                   02300000
                    COMMAREA(FRDREL-XFR-COMMAREA)                       02310000
                    LENGTH(LENGTH OF FRDREL-XFR-COMMAREA)               02320000
                    RESP(FRDREL-RESP)                                   02330000
           END-EXEC                                                     02340000
                                                                        02350000
           IF FRDREL-RESP NOT = DFHRESP(NORMAL)                         02360000
               MOVE '7' TO COMM-FRQ-FAIL-CD                             02370000
               GO TO 2200-EXIT                                          02380000
           END-IF                                                       02390000
                                                                        02400000
           IF COMM-XFR-SUCCESS OF FRDREL-XFR-COMMAREA NOT = 'Y'         02410000
              AND NOT COMM-XFR-FAIL-HELD OF FRDREL-XFR-COMMAREA         02420000
               MOVE '7' TO COMM-FRQ-FAIL-CD                             02430000
           END-IF.                                                      02440000
       2200-EXIT.                                                       02450000
           EXIT.                                                        02460000
                                                                        02470000
      ******************************************************************02480000
      *  2500-REWRITE-QUEUED - STAMP THE DECISION AND PUT THE ITEM     *02490000
      *  BACK.                                                         *02500000
      ******************************************************************02510000
       2500-REWRITE-QUEUED.                                             02520000
           MOVE COMM-FRQ-OPERATOR                                       02530000
               TO FRDQUE-DECIDED-BY OF FRDREL-FRDQUE-REC                02540000
           MOVE FRDREL-TODAYS-DATE                                      02550000
               TO FRDQUE-DECIDED-DATE OF FRDREL-FRDQUE-REC              02560000
           MOVE COMM-FRQ-CALLBACK-NOTE                                  02570000
               TO FRDQUE-CALLBACK-NOTE OF FRDREL-FRDQUE-REC             02580000
                                                                        02590000
           EXEC CICS                                                    02600000
               REWRITE DATASET('FRDQUE')                                02610000
                       FROM(FRDREL-FRDQUE-REC)                          02620000
                       RESP(FRDREL-RESP)                                02630000
           END-EXEC                                                     02640000
                                                                        02650000
           IF FRDREL-RESP NOT = DFHRESP(NORMAL)                         02660000
               MOVE '6' TO COMM-FRQ-FAIL-CD                             02670000
           END-IF.                                                      02680000
       2500-EXIT.                                                       02690000
           EXIT.                                                        02700000
                                                                        02710000
      ******************************************************************02720000
      *  2600-UPDATE-IDEMKEY - REPLACE THE HELD OUTCOME STORED UNDER   *02730000
      *  THE CLIENT'S KEY WITH THE FINAL ONE.  A KEY NO LONGER ON      *02740000
      *  FILE HAS NOTHING TO REPLAY AND IS LEFT ALONE.                 *02750000
      ******************************************************************02760000
       2600-UPDATE-IDEMKEY.                                             02770000
           MOVE FRDQUE-IDEMKEY OF FRDREL-FRDQUE-REC                     02780000
               TO IDEMKEY-VALUE OF FRDREL-IDEMKEY-REC                   02790000
                                                                        02800000
           EXEC CICS                                                    02810000
               READ DATASET('IDEMKEY')                                  02820000
                    INTO(FRDREL-IDEMKEY-REC)                            02830000
                    RIDFLD(IDEMKEY-KEY OF FRDREL-IDEMKEY-REC)           02840000
                    UPDATE                                              02850000
                    RESP(FRDREL-RESP)                                   02860000
           END-EXEC                                                     02870000
                                                                        02880000
           IF FRDREL-RESP NOT = DFHRESP(NORMAL)                         02890000
               GO TO 2600-EXIT                                          02900000
           END-IF                                                       02910000
                                                                        02920000
           MOVE FRDREL-OUTCOME                                          02930000
               TO IDEMKEY-OUTCOME OF FRDREL-IDEMKEY-REC                 02940000
           MOVE FRDREL-FAIL-CD                                          02950000
               TO IDEMKEY-FAIL-CD OF FRDREL-IDEMKEY-REC                 02960000
                                                                        02970000
           EXEC CICS                                                    02980000
               REWRITE DATASET('IDEMKEY')                               02990000
                       FROM(FRDREL-IDEMKEY-REC)                         03000000
                       RESP(FRDREL-RESP)                                03010000
           END-EXEC.                                                    03020000
       2600-EXIT.                                                       03030000
           EXIT.                                                        03040000
                                                                        03050000
      ******************************************************************03060000
      *  3000-CANCEL - THE PAYMENT WAS NOT CONFIRMED; NOTHING POSTS    *03070000
      *  AND THE ITEM KEEPS ITS AUDIT TRAIL.                           *03080000
      ******************************************************************03090000
       3000-CANCEL.                                                     03100000
           PERFORM 1000-READ-QUEUED THRU 1000-EXIT                      03110000
           IF COMM-FRQ-FAIL-CD NOT = SPACE                              03120000
               GO TO 3000-EXIT                                          03130000
           END-IF                                                       03140000
                                                                        03150000
           PERFORM 1500-CHECK-OPERATOR THRU 1500-EXIT                   03160000
           IF COMM-FRQ-FAIL-CD NOT = SPACE                              03170000
               GO TO 3000-EXIT                                          03180000
           END-IF                                                       03190000
                                                                        03200000
           SET FRDQUE-CANCELLED OF FRDREL-FRDQUE-REC TO TRUE            03210000
           PERFORM 2500-REWRITE-QUEUED THRU 2500-EXIT                   03220000
           IF COMM-FRQ-FAIL-CD NOT = SPACE                              03230000
               GO TO 3000-EXIT                                          03240000
           END-IF                                                       03250000
                                                                        03260000
           MOVE 'ERROR' TO FRDREL-OUTCOME                               03270000
           MOVE 'R' TO FRDREL-FAIL-CD                                   03280000
           PERFORM 2600-UPDATE-IDEMKEY THRU 2600-EXIT.                  03290000
       3000-EXIT.                                                       03300000
           EXIT.                                                        03310000
                                                                        03320000
      ******************************************************************03330000
      *  4000-INQUIRE - RETURN THE ITEM'S DETAILS AND STATUS.          *03340000
      ******************************************************************03350000
       4000-INQUIRE.                                                    03360000
           MOVE COMM-FRQ-KEY TO FRDQUE-KEY OF FRDREL-FRDQUE-REC         03370000
                                                                        03380000
           EXEC CICS                                                    03390000
               READ DATASET('FRDQUE')                                   03400000
                    INTO(FRDREL-FRDQUE-REC)                             03410000
                    RIDFLD(FRDQUE-KEY OF FRDREL-FRDQUE-REC)             03420000
                    RESP(FRDREL-RESP)                                   03430000
           END-EXEC                                                     03440000
                                                                        03450000
           IF FRDREL-RESP = DFHRESP(NOTFND)                             03460000
               MOVE '1' TO COMM-FRQ-FAIL-CD                             03470000
               GO TO 4000-EXIT                                          03480000
           END-IF                                                       03490000
                                                                        03500000
           IF FRDREL-RESP NOT = DFHRESP(NORMAL)                         03510000
               MOVE '8' TO COMM-FRQ-FAIL-CD                             03520000
               GO TO 4000-EXIT                                          03530000
           END-IF                                                       03540000
                                                                        03550000
           MOVE FRDQUE-CUSTOMER OF FRDREL-FRDQUE-REC                    03560000
               TO COMM-FRQ-CUSTOMER                                     03570000
           MOVE FRDQUE-TO-SORTCODE OF FRDREL-FRDQUE-REC                 03580000
               TO COMM-FRQ-TO-SORTCODE                                  03590000
           MOVE FRDQUE-TO-ACCOUNT OF FRDREL-FRDQUE-REC                  03600000
               TO COMM-FRQ-TO-ACCOUNT                                   03610000
           MOVE FRDQUE-AMOUNT OF FRDREL-FRDQUE-REC                      03620000
               TO COMM-FRQ-AMOUNT                                       03630000
           MOVE FRDQUE-PAYEE-NAME OF FRDREL-FRDQUE-REC                  03640000
               TO COMM-FRQ-PAYEE-NAME                                   03650000
           MOVE FRDQUE-SCORE OF FRDREL-FRDQUE-REC                       03660000
               TO COMM-FRQ-SCORE                                        03670000
           MOVE FRDQUE-QUEUED-DATE OF FRDREL-FRDQUE-REC                 03680000
               TO COMM-FRQ-QUEUED-DATE                                  03690000
           MOVE FRDQUE-CALLBACK-NOTE OF FRDREL-FRDQUE-REC               03700000
               TO COMM-FRQ-CALLBACK-NOTE                                03710000
           MOVE FRDQUE-STATUS-FLAG OF FRDREL-FRDQUE-REC                 03720000
               TO COMM-FRQ-STATUS.                                      03730000
       4000-EXIT.                                                       03740000
           EXIT.                                                        03750000
                                                                        03760000
      ******************************************************************03770000
      *  9999-EXIT - RETURN TO THE CALLER.                             *03780000
      ******************************************************************03790000
       9999-EXIT.                                                       03800000
           EXEC CICS                                                    03810000
               RETURN                                                   03820000
           END-EXEC.                                                    03830000
