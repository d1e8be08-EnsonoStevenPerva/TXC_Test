      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PARMMNT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  PARMMNT - SYSTEM PARAMETER MAINTENANCE                        *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A PARMMNT COMMAREA (COPYBOOK PARMMNT)      *00150000
      *             AGAINST THE SYSTEM PARAMETER FILE (COPYBOOK        *00160000
      *             SYSPARM) THAT THE BATCH SUITE READS ITS BUSINESS   *00170000
      *             THRESHOLDS FROM THROUGH PARMGET :                  *00180000
      *                                                                *00190000
      *               I - INQUIRE ON ONE EFFECTIVE-DATED VALUE.        *00200000
      *               A - PROPOSE A NEW VALUE FROM AN EFFECTIVE DATE   *00210000
      *                   NO EARLIER THAN TODAY.  A CHANGE OF POLICY   *00220000
      *                   IS A NEW ROW FROM THE DATE IT TAKES EFFECT;  *00230000
      *                   THE ROWS BEFORE IT STAY AS THE HISTORY.      *00240000
      *               C - PROPOSE A CORRECTION TO A VALUE THAT TAKES   *00250000
      *                   EFFECT TODAY OR LATER.                       *00260000
      *               D - PROPOSE WITHDRAWING A FUTURE-DATED VALUE.    *00270000
      *               P - APPROVE THE PROPOSAL WAITING ON A ROW.       *00280000
      *               R - REJECT IT (OR, BY THE OPERATOR WHO MADE IT,  *00290000
      *                   WITHDRAW IT).                                *00300000
      *                                                                *00310000
      *             A PROPOSAL CHANGES NOTHING THE BATCH SEES UNTIL A  *00320000
      *             SECOND OPERATOR, NOT THE ONE WHO MADE IT, APPROVES *00330000
      *             IT - THE MAKER-CHECKER CONTROL AS IN CSAPPRV.  ONE *00340000
      *             PROPOSAL AT A TIME MAY WAIT ON A ROW.  A PROPOSAL  *00350000
      *             WHOSE EFFECTIVE DATE HAS PASSED BEFORE IT IS       *00360000
      *             APPROVED MUST BE REJECTED AND MADE AGAIN.          *00370000
      *                                                                *00380000
      *             EVERY APPROVAL AND REJECTION IS LOGGED (COPYBOOK   *00390000
      *             SYSPLOG) WITH THE OLD AND NEW VALUES, THE MAKER    *00400000
      *             AND THE CHECKER.                                   *00410000
      *                                                                *00420000
      *  FILES    : SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS           *00430000
      *             SYSPLOG  - VSAM KSDS - PARAMETER CHANGE LOG        *00440000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00450000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00460000
      *                                                                *00470000
      *  CHANGE HISTORY                                                *00480000
      *  ----------------------------------------------------------    *00490000
      *  DATE        BY    DESCRIPTION                                 *00500000
      *  2026-10-15  BAG   INITIAL VERSION                             *00510000
      *                                                                *00520000
      ******************************************************************00530000
       DATA DIVISION.                                                   00540000
       WORKING-STORAGE SECTION.                                         00550000
       01  PARMMNT-WORK-AREA.                                           00560000
           05  PARMMNT-RESP               PIC S9(8) COMP.               00570000
           05  PARMMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00580000
           05  PARMMNT-TODAYS-TIME        PIC 9(8)  VALUE ZERO.         00590000
                                                                        00600000
       01  PARMMNT-SYSPARM-REC.                                         00610000
           COPY SYSPARM.                                                00620000
                                                                        00630000
       01  PARMMNT-SYSPLOG-REC.                                         00640000
           COPY SYSPLOG.                                                00650000
                                                                        00660000
       01  PARMMNT-OPERATOR-REC.                                        00670000
           COPY OPERATOR.                                               00680000
                                                                        00690000
       01  PARMMNT-BUSDATE-REC.                                         00700000
           COPY BUSDATE.                                                00710000
                                                                        00720000
       LINKAGE SECTION.                                                 00730000
       01  DFHCOMMAREA.                                                 00740000
           COPY PARMMNT.                                                00750000
                                                                        00760000
      ******************************************************************00770000
       PROCEDURE DIVISION.                                              00780000
      ******************************************************************00790000
       0000-MAINLINE.                                                   00800000
           MOVE SPACE TO COMM-PRM-SUCCESS                               00810000
           MOVE SPACE TO COMM-PRM-FAIL-CD                               00820000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF PARMMNT-BUSDATE-REC  00830000
           EXEC CICS                                                    00840000
               READ DATASET('BUSDATE')                                  00850000
                    INTO(PARMMNT-BUSDATE-REC)                           00860000
                    RIDFLD(BUSDATE-KEY OF PARMMNT-BUSDATE-REC)          00870000
                    RESP(PARMMNT-RESP)                                  00880000
           END-EXEC                                                     00890000
           IF PARMMNT-RESP = DFHRESP(NORMAL)                            00900000
               MOVE BUSDATE-CURRENT-DATE OF PARMMNT-BUSDATE-REC         00910000
                   TO PARMMNT-TODAYS-DATE                               00920000
           ELSE                                                         00930000
               ACCEPT PARMMNT-TODAYS-DATE FROM DATE YYYYMMDD            00940000
           END-IF                                                       00950000
           ACCEPT PARMMNT-TODAYS-TIME FROM TIME                         00960000
                                                                        00970000
           IF NOT COMM-PRM-ACT-INQUIRE                                  00980000
               PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT               00990000
           END-IF                                                       01000000
                                                                        01010000
           IF COMM-PRM-FAIL-CD = SPACE                                  01020000
               EVALUATE TRUE                                            01030000
                   WHEN COMM-PRM-ACT-INQUIRE                            01040000
                       PERFORM 1000-INQUIRE THRU 1000-EXIT              01050000
                   WHEN COMM-PRM-ACT-ADD                                01060000
                       PERFORM 2000-PROPOSE-ADD THRU 2000-EXIT          01070000
                   WHEN COMM-PRM-ACT-CHANGE                             01080000
                       PERFORM 3000-PROPOSE-CHANGE THRU 3000-EXIT       01090000
                   WHEN COMM-PRM-ACT-DELETE                             01100000
                       PERFORM 4000-PROPOSE-DELETE THRU 4000-EXIT       01110000
                   WHEN COMM-PRM-ACT-APPROVE                            01120000
                       PERFORM 5000-APPROVE THRU 5000-EXIT              01130000
                   WHEN COMM-PRM-ACT-REJECT                             01140000
                       PERFORM 6000-REJECT THRU 6000-EXIT               01150000
                   WHEN OTHER                                           01160000
                       MOVE '3' TO COMM-PRM-FAIL-CD                     01170000
               END-EVALUATE                                             01180000
           END-IF                                                       01190000
                                                                        01200000
           IF COMM-PRM-FAIL-CD = SPACE                                  01210000
               MOVE 'Y' TO COMM-PRM-SUCCESS                             01220000
           ELSE                                                         01230000
               MOVE 'N' TO COMM-PRM-SUCCESS                             01240000
           END-IF                                                       01250000
                                                                        01260000
           GO TO 9999-EXIT.                                             01270000
                                                                        01280000
      ******************************************************************01290000
      *  0600-CHECK-OPERATOR - EVERY PROPOSAL AND DECISION IS          *01300000
      *  RECORDED AGAINST AN OPERATOR WHO MUST BE ACTIVE ON THE        *01310000
      *  MASTER.                                                       *01320000
      ******************************************************************01330000
       0600-CHECK-OPERATOR.                                             01340000
           MOVE COMM-PRM-OPERATOR TO OPERATOR-ID                        01350000
                                      OF PARMMNT-OPERATOR-REC           01360000
                                                                        01370000
           EXEC CICS                                                    01380000
               READ DATASET('OPERATOR')                                 01390000
                    INTO(PARMMNT-OPERATOR-REC)                          01400000
                    RIDFLD(OPERATOR-KEY OF PARMMNT-OPERATOR-REC)        01410000
                    RESP(PARMMNT-RESP)                                  01420000
           END-EXEC                                                     01430000
                                                                        01440000
           IF PARMMNT-RESP NOT = DFHRESP(NORMAL)                        01450000
               MOVE 'O' TO COMM-PRM-FAIL-CD                             01460000
               GO TO 0600-EXIT                                          01470000
           END-IF                                                       01480000
                                                                        01490000
           IF NOT OPERATOR-ACTIVE OF PARMMNT-OPERATOR-REC               01500000
               MOVE 'O' TO COMM-PRM-FAIL-CD                             01510000
           END-IF.                                                      01520000
       0600-EXIT.                                                       01530000
           EXIT.                                                        01540000
                                                                        01550000
      ******************************************************************01560000
      *  1000-INQUIRE - RETURN ONE ROW.                                *01570000
      ******************************************************************01580000
       1000-INQUIRE.                                                    01590000
           MOVE COMM-PRM-KEY TO SYSPARM-KEY OF PARMMNT-SYSPARM-REC      01600000
                                                                        01610000
           EXEC CICS                                                    01620000
               READ DATASET('SYSPARM')                                  01630000
                    INTO(PARMMNT-SYSPARM-REC)                           01640000
                    RIDFLD(SYSPARM-KEY OF PARMMNT-SYSPARM-REC)          01650000
                    RESP(PARMMNT-RESP)                                  01660000
           END-EXEC                                                     01670000
                                                                        01680000
           IF PARMMNT-RESP = DFHRESP(NOTFND)                            01690000
               MOVE '1' TO COMM-PRM-FAIL-CD                             01700000
               GO TO 1000-EXIT                                          01710000
           END-IF                                                       01720000
                                                                        01730000
           IF PARMMNT-RESP NOT = DFHRESP(NORMAL)                        01740000
               MOVE '8' TO COMM-PRM-FAIL-CD                             01750000
               GO TO 1000-EXIT                                          01760000
           END-IF                                                       01770000
                                                                        01780000
           PERFORM 1900-RETURN-ROW THRU 1900-EXIT.                      01790000
       1000-EXIT.                                                       01800000
           EXIT.                                                        01810000
                                                                        01820000
      ******************************************************************01830000
      *  1100-READ-FOR-UPDATE - READ THE ROW NAMED IN THE COMMAREA FOR *01840000
      *  UPDATE.                                                       *01850000
      ******************************************************************01860000
       1100-READ-FOR-UPDATE.                                            01870000
           MOVE COMM-PRM-KEY TO SYSPARM-KEY OF PARMMNT-SYSPARM-REC      01880000
                                                                        01890000
           EXEC CICS                                                    01900000
               READ DATASET('SYSPARM')                                  01910000
                    INTO(PARMMNT-SYSPARM-REC)                           01920000
                    RIDFLD(SYSPARM-KEY OF PARMMNT-SYSPARM-REC)          01930000
                    UPDATE                                              01940000
                    RESP(PARMMNT-RESP)                                  01950000
           END-EXEC                                                     01960000
                                                                        01970000
           IF PARMMNT-RESP = DFHRESP(NOTFND)                            01980000
               MOVE '1' TO COMM-PRM-FAIL-CD                             01990000
               GO TO 1100-EXIT                                          02000000
           END-IF                                                       02010000
                                                                        02020000
           IF PARMMNT-RESP NOT = DFHRESP(NORMAL)                        02030000
               MOVE '8' TO COMM-PRM-FAIL-CD                             02040000
           END-IF.                                                      02050000
       1100-EXIT.                                                       02060000
           EXIT.                                                        02070000
                                                                        02080000
      ******************************************************************02090000
      *  1200-RELEASE - GIVE UP THE UPDATE LOCK ON A ROW LEFT AS IT    *02100000
      *  STANDS.                                                       *02110000
      ******************************************************************02120000
       1200-RELEASE.                                                    02130000
           EXEC CICS                                                    02140000
               UNLOCK DATASET('SYSPARM')                                02150000
           END-EXEC.                                                    02160000
       1200-EXIT.                                                       02170000
           EXIT.                                                        02180000
                                                                        02190000
      ******************************************************************02200000
      *  1900-RETURN-ROW - COPY THE ROW TO THE COMMAREA.               *02210000
      ******************************************************************02220000
       1900-RETURN-ROW.                                                 02230000
           MOVE SYSPARM-DESCRIPTION OF PARMMNT-SYSPARM-REC              02240000
               TO COMM-PRM-DESCRIPTION                                  02250000
           MOVE SYSPARM-TYPE OF PARMMNT-SYSPARM-REC TO COMM-PRM-TYPE    02260000
           MOVE SYSPARM-NUMBER OF PARMMNT-SYSPARM-REC                   02270000
               TO COMM-PRM-NUMBER                                       02280000
           MOVE SYSPARM-TEXT OF PARMMNT-SYSPARM-REC TO COMM-PRM-TEXT    02290000
           MOVE SYSPARM-STATUS-FLAG OF PARMMNT-SYSPARM-REC              02300000
               TO COMM-PRM-STATUS                                       02310000
           MOVE SYSPARM-PENDING-ACTION OF PARMMNT-SYSPARM-REC           02320000
               TO COMM-PRM-PENDING-ACTION                               02330000
           MOVE SYSPARM-PENDING-NUMBER OF PARMMNT-SYSPARM-REC           02340000
               TO COMM-PRM-PENDING-NUMBER                               02350000
           MOVE SYSPARM-PENDING-TEXT OF PARMMNT-SYSPARM-REC             02360000
               TO COMM-PRM-PENDING-TEXT                                 02370000
           MOVE SYSPARM-PENDING-BY OF PARMMNT-SYSPARM-REC               02380000
               TO COMM-PRM-PENDING-BY                                   02390000
           MOVE SYSPARM-PENDING-DATE OF PARMMNT-SYSPARM-REC             02400000
               TO COMM-PRM-PENDING-DATE                                 02410000
           MOVE SYSPARM-APPROVED-BY OF PARMMNT-SYSPARM-REC              02420000
               TO COMM-PRM-APPROVED-BY                                  02430000
           MOVE SYSPARM-APPROVED-DATE OF PARMMNT-SYSPARM-REC            02440000
               TO COMM-PRM-APPROVED-DATE.                               02450000
       1900-EXIT.                                                       02460000
           EXIT.                                                        02470000
                                                                        02480000
      ******************************************************************02490000
      *  2000-PROPOSE-ADD - A NEW ROW, NOT IN FORCE UNTIL APPROVED.    *02500000
      ******************************************************************02510000
       2000-PROPOSE-ADD.                                                02520000
           IF COMM-PRM-SUBSYSTEM = SPACES                               02530000
              OR COMM-PRM-NAME = SPACES                                 02540000
               MOVE '5' TO COMM-PRM-FAIL-CD                             02550000
               GO TO 2000-EXIT                                          02560000
           END-IF                                                       02570000
                                                                        02580000
           IF COMM-PRM-EFFECTIVE-DATE < PARMMNT-TODAYS-DATE             02590000
               MOVE '7' TO COMM-PRM-FAIL-CD                             02600000
               GO TO 2000-EXIT                                          02610000
           END-IF                                                       02620000
                                                                        02630000
           MOVE COMM-PRM-TYPE TO SYSPARM-TYPE OF PARMMNT-SYSPARM-REC    02640000
           PERFORM 2900-CHECK-VALUE THRU 2900-EXIT                      02650000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              02660000
               GO TO 2000-EXIT                                          02670000
           END-IF                                                       02680000
                                                                        02690000
           MOVE SPACES TO PARMMNT-SYSPARM-REC                           02700000
           MOVE 'SPRM' TO SYSPARM-EYECATCHER OF PARMMNT-SYSPARM-REC     02710000
           MOVE COMM-PRM-KEY TO SYSPARM-KEY OF PARMMNT-SYSPARM-REC      02720000
           MOVE COMM-PRM-DESCRIPTION                                    02730000
               TO SYSPARM-DESCRIPTION OF PARMMNT-SYSPARM-REC            02740000
           MOVE COMM-PRM-TYPE TO SYSPARM-TYPE OF PARMMNT-SYSPARM-REC    02750000
           MOVE ZERO TO SYSPARM-NUMBER OF PARMMNT-SYSPARM-REC           02760000
           SET SYSPARM-NEW OF PARMMNT-SYSPARM-REC TO TRUE               02770000
           SET SYSPARM-PENDING-ADD OF PARMMNT-SYSPARM-REC TO TRUE       02780000
           PERFORM 2800-SET-PENDING THRU 2800-EXIT                      02790000
           MOVE ZERO TO SYSPARM-APPROVED-DATE OF PARMMNT-SYSPARM-REC    02800000
                                                                        02810000
           EXEC CICS                                                    02820000
               WRITE DATASET('SYSPARM')                                 02830000
                     FROM(PARMMNT-SYSPARM-REC)                          02840000
                     RIDFLD(SYSPARM-KEY OF PARMMNT-SYSPARM-REC)         02850000
                     RESP(PARMMNT-RESP)                                 02860000
           END-EXEC                                                     02870000
                                                                        02880000
           IF PARMMNT-RESP = DFHRESP(DUPREC)                            02890000
               MOVE '9' TO COMM-PRM-FAIL-CD                             02900000
               GO TO 2000-EXIT                                          02910000
           END-IF                                                       02920000
                                                                        02930000
           IF PARMMNT-RESP NOT = DFHRESP(NORMAL)                        02940000
               MOVE '6' TO COMM-PRM-FAIL-CD                             02950000
               GO TO 2000-EXIT                                          02960000
           END-IF                                                       02970000
                                                                        02980000
           PERFORM 1900-RETURN-ROW THRU 1900-EXIT.                      02990000
       2000-EXIT.                                                       03000000
           EXIT.                                                        03010000
                                                                        03020000
      ******************************************************************03030000
      *  2800-SET-PENDING - RECORD THE PROPOSED VALUE AND ITS MAKER.   *03040000
      ******************************************************************03050000
       2800-SET-PENDING.                                                03060000
           MOVE COMM-PRM-NUMBER                                         03070000
               TO SYSPARM-PENDING-NUMBER OF PARMMNT-SYSPARM-REC         03080000
           MOVE COMM-PRM-TEXT                                           03090000
               TO SYSPARM-PENDING-TEXT OF PARMMNT-SYSPARM-REC           03100000
           MOVE COMM-PRM-OPERATOR                                       03110000
               TO SYSPARM-PENDING-BY OF PARMMNT-SYSPARM-REC             03120000
           MOVE PARMMNT-TODAYS-DATE                                     03130000
               TO SYSPARM-PENDING-DATE OF PARMMNT-SYSPARM-REC.          03140000
       2800-EXIT.                                                       03150000
           EXIT.                                                        03160000
                                                                        03170000
      ******************************************************************03180000
      *  2900-CHECK-VALUE - A TEXT PARAMETER TAKES A TEXT VALUE ONLY;  *03190000
      *  A NUMBER OR AMOUNT TAKES A NUMERIC VALUE ONLY.  THE TYPE IS   *03200000
      *  THE ROW'S (SET UP BY THE CALLER).                             *03210000
      ******************************************************************03220000
       2900-CHECK-VALUE.                                                03230000
           IF NOT SYSPARM-TYPE-VALID OF PARMMNT-SYSPARM-REC             03240000
               MOVE '5' TO COMM-PRM-FAIL-CD                             03250000
               GO TO 2900-EXIT                                          03260000
           END-IF                                                       03270000
                                                                        03280000
           IF COMM-PRM-NUMBER IS NOT NUMERIC                            03290000
               MOVE '5' TO COMM-PRM-FAIL-CD                             03300000
               GO TO 2900-EXIT                                          03310000
           END-IF                                                       03320000
                                                                        03330000
           IF SYSPARM-TYPE-TEXT OF PARMMNT-SYSPARM-REC                  03340000
               IF COMM-PRM-TEXT = SPACES                                03350000
                  OR COMM-PRM-NUMBER NOT = ZERO                         03360000
                   MOVE '5' TO COMM-PRM-FAIL-CD                         03370000
               END-IF                                                   03380000
           ELSE                                                         03390000
               IF COMM-PRM-TEXT NOT = SPACES                            03400000
                   MOVE '5' TO COMM-PRM-FAIL-CD                         03410000
               END-IF                                                   03420000
           END-IF.                                                      03430000
       2900-EXIT.                                                       03440000
           EXIT.                                                        03450000
                                                                        03460000
      ******************************************************************03470000
      *  3000-PROPOSE-CHANGE - A NEW VALUE FOR A ROW TAKING EFFECT     *03480000
      *  TODAY OR LATER.  EARLIER ROWS ARE HISTORY.                    *03490000
      ******************************************************************03500000
       3000-PROPOSE-CHANGE.                                             03510000
           PERFORM 1100-READ-FOR-UPDATE THRU 1100-EXIT                  03520000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              03530000
               GO TO 3000-EXIT                                          03540000
           END-IF                                                       03550000
                                                                        03560000
           IF NOT SYSPARM-NOTHING-PENDING OF PARMMNT-SYSPARM-REC        03570000
               MOVE '2' TO COMM-PRM-FAIL-CD                             03580000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      03590000
               GO TO 3000-EXIT                                          03600000
           END-IF                                                       03610000
                                                                        03620000
           IF SYSPARM-EFFECTIVE-DATE OF PARMMNT-SYSPARM-REC             03630000
                   < PARMMNT-TODAYS-DATE                                03640000
               MOVE '7' TO COMM-PRM-FAIL-CD                             03650000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      03660000
               GO TO 3000-EXIT                                          03670000
           END-IF                                                       03680000
                                                                        03690000
           PERFORM 2900-CHECK-VALUE THRU 2900-EXIT                      03700000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              03710000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      03720000
               GO TO 3000-EXIT                                          03730000
           END-IF                                                       03740000
                                                                        03750000
           SET SYSPARM-PENDING-CHANGE OF PARMMNT-SYSPARM-REC TO TRUE    03760000
           PERFORM 2800-SET-PENDING THRU 2800-EXIT                      03770000
           PERFORM 7000-REWRITE THRU 7000-EXIT.                         03780000
       3000-EXIT.                                                       03790000
           EXIT.                                                        03800000
                                                                        03810000
      ******************************************************************03820000
      *  4000-PROPOSE-DELETE - WITHDRAW A VALUE NOT YET IN FORCE.  A   *03830000
      *  VALUE IN FORCE IS REPLACED BY ADDING A NEW ONE, NOT DELETED.  *03840000
      ******************************************************************03850000
       4000-PROPOSE-DELETE.                                             03860000
           PERFORM 1100-READ-FOR-UPDATE THRU 1100-EXIT                  03870000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              03880000
               GO TO 4000-EXIT                                          03890000
           END-IF                                                       03900000
                                                                        03910000
           IF NOT SYSPARM-NOTHING-PENDING OF PARMMNT-SYSPARM-REC        03920000
               MOVE '2' TO COMM-PRM-FAIL-CD                             03930000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      03940000
               GO TO 4000-EXIT                                          03950000
           END-IF                                                       03960000
                                                                        03970000
           IF SYSPARM-EFFECTIVE-DATE OF PARMMNT-SYSPARM-REC             03980000
                   NOT > PARMMNT-TODAYS-DATE                            03990000
               MOVE '7' TO COMM-PRM-FAIL-CD                             04000000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      04010000
               GO TO 4000-EXIT                                          04020000
           END-IF                                                       04030000
                                                                        04040000
           SET SYSPARM-PENDING-DELETE OF PARMMNT-SYSPARM-REC TO TRUE    04050000
           MOVE ZERO TO COMM-PRM-NUMBER                                 04060000
           MOVE SPACES TO COMM-PRM-TEXT                                 04070000
           PERFORM 2800-SET-PENDING THRU 2800-EXIT                      04080000
           PERFORM 7000-REWRITE THRU 7000-EXIT.                         04090000
       4000-EXIT.                                                       04100000
           EXIT.                                                        04110000
                                                                        04120000
      ******************************************************************04130000
      *  5000-APPROVE - A SECOND OPERATOR APPLIES THE PROPOSAL.  THE   *04140000
      *  LOG ROW IS WRITTEN FIRST SO NO CHANGE IS MADE UNLOGGED.       *04150000
      ******************************************************************04160000
       5000-APPROVE.                                                    04170000
           PERFORM 1100-READ-FOR-UPDATE THRU 1100-EXIT                  04180000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              04190000
               GO TO 5000-EXIT                                          04200000
           END-IF                                                       04210000
                                                                        04220000
           IF SYSPARM-NOTHING-PENDING OF PARMMNT-SYSPARM-REC            04230000
               MOVE '2' TO COMM-PRM-FAIL-CD                             04240000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      04250000
               GO TO 5000-EXIT                                          04260000
           END-IF                                                       04270000
                                                                        04280000
           IF SYSPARM-PENDING-BY OF PARMMNT-SYSPARM-REC                 04290000
                   = COMM-PRM-OPERATOR                                  04300000
               MOVE '4' TO COMM-PRM-FAIL-CD                             04310000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      04320000
               GO TO 5000-EXIT                                          04330000
           END-IF                                                       04340000
                                                                        04350000
           IF SYSPARM-EFFECTIVE-DATE OF PARMMNT-SYSPARM-REC             04360000
                   < PARMMNT-TODAYS-DATE                                04370000
               MOVE '7' TO COMM-PRM-FAIL-CD                             04380000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      04390000
               GO TO 5000-EXIT                                          04400000
           END-IF                                                       04410000
                                                                        04420000
           MOVE SPACES TO PARMMNT-SYSPLOG-REC                           04430000
           SET SYSPLOG-APPROVED OF PARMMNT-SYSPLOG-REC TO TRUE          04440000
           PERFORM 8000-WRITE-LOG THRU 8000-EXIT                        04450000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              04460000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      04470000
               GO TO 5000-EXIT                                          04480000
           END-IF                                                       04490000
                                                                        04500000
           IF SYSPARM-PENDING-DELETE OF PARMMNT-SYSPARM-REC             04510000
               PERFORM 7100-DELETE THRU 7100-EXIT                       04520000
               GO TO 5000-EXIT                                          04530000
           END-IF                                                       04540000
                                                                        04550000
           MOVE SYSPARM-PENDING-NUMBER OF PARMMNT-SYSPARM-REC           04560000
               TO SYSPARM-NUMBER OF PARMMNT-SYSPARM-REC                 04570000
           MOVE SYSPARM-PENDING-TEXT OF PARMMNT-SYSPARM-REC             04580000
               TO SYSPARM-TEXT OF PARMMNT-SYSPARM-REC                   04590000
           SET SYSPARM-LIVE OF PARMMNT-SYSPARM-REC TO TRUE              04600000
           MOVE COMM-PRM-OPERATOR                                       04610000
               TO SYSPARM-APPROVED-BY OF PARMMNT-SYSPARM-REC            04620000
           MOVE PARMMNT-TODAYS-DATE                                     04630000
               TO SYSPARM-APPROVED-DATE OF PARMMNT-SYSPARM-REC          04640000
           PERFORM 7200-CLEAR-PENDING THRU 7200-EXIT                    04650000
           PERFORM 7000-REWRITE THRU 7000-EXIT.                         04660000
       5000-EXIT.                                                       04670000
           EXIT.                                                        04680000
                                                                        04690000
      ******************************************************************04700000
      *  6000-REJECT - THE PROPOSAL IS DROPPED AND THE ROW LEFT AS IT  *04710000
      *  WAS.  A REJECTED ADD TAKES THE NEW ROW AWAY.                  *04720000
      ******************************************************************04730000
       6000-REJECT.                                                     04740000
           PERFORM 1100-READ-FOR-UPDATE THRU 1100-EXIT                  04750000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              04760000
               GO TO 6000-EXIT                                          04770000
           END-IF                                                       04780000
                                                                        04790000
           IF SYSPARM-NOTHING-PENDING OF PARMMNT-SYSPARM-REC            04800000
               MOVE '2' TO COMM-PRM-FAIL-CD                             04810000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      04820000
               GO TO 6000-EXIT                                          04830000
           END-IF                                                       04840000
                                                                        04850000
           MOVE SPACES TO PARMMNT-SYSPLOG-REC                           04860000
           SET SYSPLOG-REJECTED OF PARMMNT-SYSPLOG-REC TO TRUE          04870000
           PERFORM 8000-WRITE-LOG THRU 8000-EXIT                        04880000
           IF COMM-PRM-FAIL-CD NOT = SPACE                              04890000
               PERFORM 1200-RELEASE THRU 1200-EXIT                      04900000
               GO TO 6000-EXIT                                          04910000
           END-IF                                                       04920000
                                                                        04930000
           IF SYSPARM-PENDING-ADD OF PARMMNT-SYSPARM-REC                04940000
               PERFORM 7100-DELETE THRU 7100-EXIT                       04950000
               GO TO 6000-EXIT                                          04960000
           END-IF                                                       04970000
                                                                        04980000
           PERFORM 7200-CLEAR-PENDING THRU 7200-EXIT                    04990000
           PERFORM 7000-REWRITE THRU 7000-EXIT.                         05000000
       6000-EXIT.                                                       05010000
           EXIT.                                                        05020000
                                                                        05030000
      ******************************************************************05040000
      *  7000-REWRITE - PUT THE UPDATED ROW BACK AND RETURN IT.        *05050000
      ******************************************************************05060000
       7000-REWRITE.                                                    05070000
           EXEC CICS                                                    05080000
               REWRITE DATASET('SYSPARM')                               05090000
                       FROM(PARMMNT-SYSPARM-REC)                        05100000
                       RESP(PARMMNT-RESP)                               05110000
           END-EXEC                                                     05120000
                                                                        05130000
           IF PARMMNT-RESP NOT = DFHRESP(NORMAL)                        05140000
               MOVE '6' TO COMM-PRM-FAIL-CD                             05150000
               GO TO 7000-EXIT                                          05160000
           END-IF                                                       05170000
                                                                        05180000
           PERFORM 1900-RETURN-ROW THRU 1900-EXIT.                      05190000
       7000-EXIT.                                                       05200000
           EXIT.                                                        05210000
                                                                        05220000
      ******************************************************************05230000
      *  7100-DELETE - REMOVE THE ROW HELD FOR UPDATE.                 *05240000
      ******************************************************************05250000
       7100-DELETE.                                                     05260000
           EXEC CICS                                                    05270000
               DELETE DATASET('SYSPARM')                                05280000
                      RESP(PARMMNT-RESP)                                05290000
           END-EXEC                                                     05300000
                                                                        05310000
           IF PARMMNT-RESP NOT = DFHRESP(NORMAL)                        05320000
               MOVE '6' TO COMM-PRM-FAIL-CD                             05330000
           END-IF.                                                      05340000
       7100-EXIT.                                                       05350000
           EXIT.                                                        05360000
                                                                        05370000
      ******************************************************************05380000
      *  7200-CLEAR-PENDING - NOTHING NOW WAITS ON THE ROW.            *05390000
      ******************************************************************05400000
       7200-CLEAR-PENDING.                                              05410000
           MOVE SPACE TO SYSPARM-PENDING-ACTION OF PARMMNT-SYSPARM-REC  05420000
           MOVE ZERO TO SYSPARM-PENDING-NUMBER OF PARMMNT-SYSPARM-REC   05430000
           MOVE SPACES TO SYSPARM-PENDING-TEXT OF PARMMNT-SYSPARM-REC   05440000
           MOVE SPACES TO SYSPARM-PENDING-BY OF PARMMNT-SYSPARM-REC     05450000
           MOVE ZERO TO SYSPARM-PENDING-DATE OF PARMMNT-SYSPARM-REC.    05460000
       7200-EXIT.                                                       05470000
           EXIT.                                                        05480000
                                                                        05490000
      ******************************************************************05500000
      *  8000-WRITE-LOG - THE DECISION, WITH THE VALUE BEFORE AND THE  *05510000
      *  VALUE PROPOSED.  THE OUTCOME IS SET BY THE CALLER.            *05520000
      ******************************************************************05530000
       8000-WRITE-LOG.                                                  05540000
           MOVE 'SPLG' TO SYSPLOG-EYECATCHER OF PARMMNT-SYSPLOG-REC     05550000
           MOVE SYSPARM-SUBSYSTEM OF PARMMNT-SYSPARM-REC                05560000
               TO SYSPLOG-SUBSYSTEM OF PARMMNT-SYSPLOG-REC              05570000
           MOVE SYSPARM-NAME OF PARMMNT-SYSPARM-REC                     05580000
               TO SYSPLOG-NAME OF PARMMNT-SYSPLOG-REC                   05590000
           MOVE SYSPARM-EFFECTIVE-DATE OF PARMMNT-SYSPARM-REC           05600000
               TO SYSPLOG-EFFECTIVE-DATE OF PARMMNT-SYSPLOG-REC         05610000
           MOVE PARMMNT-TODAYS-DATE                                     05620000
               TO SYSPLOG-DATE OF PARMMNT-SYSPLOG-REC                   05630000
           MOVE PARMMNT-TODAYS-TIME                                     05640000
               TO SYSPLOG-TIME OF PARMMNT-SYSPLOG-REC                   05650000
           MOVE SYSPARM-PENDING-ACTION OF PARMMNT-SYSPARM-REC           05660000
               TO SYSPLOG-ACTION OF PARMMNT-SYSPLOG-REC                 05670000
           MOVE SYSPARM-TYPE OF PARMMNT-SYSPARM-REC                     05680000
               TO SYSPLOG-TYPE OF PARMMNT-SYSPLOG-REC                   05690000
                                                                        05700000
           IF SYSPARM-PENDING-ADD OF PARMMNT-SYSPARM-REC                05710000
               MOVE ZERO TO SYSPLOG-OLD-NUMBER OF PARMMNT-SYSPLOG-REC   05720000
               MOVE SPACES TO SYSPLOG-OLD-TEXT OF PARMMNT-SYSPLOG-REC   05730000
           ELSE                                                         05740000
               MOVE SYSPARM-NUMBER OF PARMMNT-SYSPARM-REC               05750000
                   TO SYSPLOG-OLD-NUMBER OF PARMMNT-SYSPLOG-REC         05760000
               MOVE SYSPARM-TEXT OF PARMMNT-SYSPARM-REC                 05770000
                   TO SYSPLOG-OLD-TEXT OF PARMMNT-SYSPLOG-REC           05780000
           END-IF                                                       05790000
           MOVE SYSPARM-PENDING-NUMBER OF PARMMNT-SYSPARM-REC           05800000
               TO SYSPLOG-NEW-NUMBER OF PARMMNT-SYSPLOG-REC             05810000
           MOVE SYSPARM-PENDING-TEXT OF PARMMNT-SYSPARM-REC             05820000
               TO SYSPLOG-NEW-TEXT OF PARMMNT-SYSPLOG-REC               05830000
                                                                        05840000
           MOVE SYSPARM-PENDING-BY OF PARMMNT-SYSPARM-REC               05850000
               TO SYSPLOG-MAKER OF PARMMNT-SYSPLOG-REC                  05860000
           MOVE SYSPARM-PENDING-DATE OF PARMMNT-SYSPARM-REC             05870000
               TO SYSPLOG-MADE-DATE OF PARMMNT-SYSPLOG-REC              05880000
           MOVE COMM-PRM-OPERATOR                                       05890000
               TO SYSPLOG-CHECKER OF PARMMNT-SYSPLOG-REC                05900000
                                                                        05910000
           EXEC CICS                                                    05920000
               WRITE DATASET('SYSPLOG')                                 05930000
                     FROM(PARMMNT-SYSPLOG-REC)                          05940000
                     RIDFLD(SYSPLOG-KEY OF PARMMNT-SYSPLOG-REC)         05950000
                     RESP(PARMMNT-RESP)                                 05960000
           END-EXEC                                                     05970000
                                                                        05980000
           IF PARMMNT-RESP NOT = DFHRESP(NORMAL)                        05990000
               MOVE '6' TO COMM-PRM-FAIL-CD                             06000000
           END-IF.                                                      06010000
       8000-EXIT.                                                       06020000
           EXIT.                                                        06030000
                                                                        06040000
      ******************************************************************06050000
      *  9999-EXIT - RETURN TO THE CALLER.                             *06060000
      ******************************************************************06070000
       9999-EXIT.                                                       06080000
           EXEC CICS                                                    06090000
               RETURN                                                   06100000
           END-EXEC.                                                    06110000
           EXIT.                                                        06120000
