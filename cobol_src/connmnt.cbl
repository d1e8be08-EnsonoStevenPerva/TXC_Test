      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CONNMNT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  CONNMNT - CONNECTED-PARTY GROUP MAINTENANCE                   *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A CONNMNT COMMAREA (COPYBOOK CONNMNT)      *00150000
      *             NAMING ONE CUSTOMER :                              *00160000
      *                                                                *00170000
      *               L - LINK THE CUSTOMER TO ANOTHER CUSTOMER WITH   *00180000
      *                   A RELATIONSHIP (S SPOUSE OR PARTNER, B       *00190000
      *                   BUSINESS AND ITS PROPRIETOR, G GUARANTOR,    *00200000
      *                   D DIRECTOR OR CONTROLLER, H HOUSEHOLD, O     *00210000
      *                   OTHER).  THE CUSTOMER JOINS THE OTHER'S      *00220000
      *                   GROUP; IF THE OTHER IS IN NO GROUP YET, A    *00230000
      *                   NEW GROUP IS STARTED WITH THE OTHER AS ITS   *00240000
      *                   LEAD.  A CUSTOMER ALREADY IN A GROUP MUST BE *00250000
      *                   UNLINKED FIRST.                              *00260000
      *               U - UNLINK THE CUSTOMER FROM ITS GROUP.  THE     *00270000
      *                   LEAD CANNOT LEAVE WHILE OTHERS REMAIN; WHEN  *00280000
      *                   ONLY THE LEAD IS LEFT THE GROUP IS DISSOLVED.*00290000
      *               I - INQUIRE ON THE CUSTOMER'S LINK.              *00300000
      *                                                                *00310000
      *             EVERY ACTION RETURNS THE GROUP'S MEMBER COUNT AND  *00320000
      *             ITS EXPOSURE AS AT THE LAST CONNEXP RUN.  THE      *00330000
      *             OPERATOR MUST BE ACTIVE ON THE OPERATOR MASTER     *00340000
      *             AND IS STAMPED ON THE LINKS MADE.                  *00350000
      *                                                                *00360000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00370000
      *             CONNPTY  - VSAM KSDS - CONNECTED-PARTY LINKS       *00380000
      *             CONNGRP  - VSAM KSDS - CONNECTED-PARTY GROUPS      *00390000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00400000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00410000
      *                                                                *00420000
      *  CHANGE HISTORY                                                *00430000
      *  ----------------------------------------------------------    *00440000
      *  DATE        BY    DESCRIPTION                                 *00450000
      *  2026-10-15  BAG   INITIAL VERSION                             *00460000
      *                                                                *00470000
      ******************************************************************00480000
       DATA DIVISION.                                                   00490000
       WORKING-STORAGE SECTION.                                         00500000
       01  CONNMNT-WORK-AREA.                                           00510000
           05  CONNMNT-RESP               PIC S9(8) COMP.               00520000
           05  CONNMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00530000
           05  CONNMNT-CUST-KEY.                                        00540000
               10  CONNMNT-CUST-SORTCODE  PIC 9(6).                     00550000
               10  CONNMNT-CUST-NUMBER    PIC 9(10).                    00560000
           05  CONNMNT-GROUP-KEY.                                       00570000
               10  CONNMNT-GROUP-SORTCODE PIC 9(6).                     00580000
               10  CONNMNT-GROUP-CUSTOMER PIC 9(10).                    00590000
           05  CONNMNT-NEW-GROUP-SWITCH   PIC X     VALUE SPACE.        00600000
               88  CONNMNT-NEW-GROUP                VALUE 'Y'.          00610000
                                                                        00620000
       01  CONNMNT-CUSTOMER-REC.                                        00630000
           COPY CUSTOMER.                                               00640000
                                                                        00650000
       01  CONNMNT-CONNPTY-REC.                                         00660000
           COPY CONNPTY.                                                00670000
                                                                        00680000
       01  CONNMNT-CONNGRP-REC.                                         00690000
           COPY CONNGRP.                                                00700000
                                                                        00710000
       01  CONNMNT-OPERATOR-REC.                                        00720000
           COPY OPERATOR.                                               00730000
                                                                        00740000
       01  CONNMNT-BUSDATE-REC.                                         00750000
           COPY BUSDATE.                                                00760000
                                                                        00770000
       LINKAGE SECTION.                                                 00780000
       01  DFHCOMMAREA.                                                 00790000
           COPY CONNMNT.                                                00800000
                                                                        00810000
      ******************************************************************00820000
       PROCEDURE DIVISION.                                              00830000
      ******************************************************************00840000
       0000-MAINLINE.                                                   00850000
           MOVE SPACE TO COMM-CPT-SUCCESS                               00860000
           MOVE SPACE TO COMM-CPT-FAIL-CD                               00870000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CONNMNT-BUSDATE-REC  00880000
           EXEC CICS                                                    00890000
               READ DATASET('BUSDATE')                                  00900000
                    INTO(CONNMNT-BUSDATE-REC)                           00910000
                    RIDFLD(BUSDATE-KEY OF CONNMNT-BUSDATE-REC)          00920000
                    RESP(CONNMNT-RESP)                                  00930000
           END-EXEC                                                     00940000
           IF CONNMNT-RESP = DFHRESP(NORMAL)                            00950000
               MOVE BUSDATE-CURRENT-DATE OF CONNMNT-BUSDATE-REC         00960000
                   TO CONNMNT-TODAYS-DATE                               00970000
           ELSE                                                         00980000
               ACCEPT CONNMNT-TODAYS-DATE FROM DATE YYYYMMDD            00990000
           END-IF                                                       01000000
                                                                        01010000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   01020000
                                                                        01030000
           IF COMM-CPT-FAIL-CD = SPACE                                  01040000
               EVALUATE TRUE                                            01050000
                   WHEN COMM-CPT-ACT-LINK                               01060000
                       PERFORM 2000-LINK THRU 2000-EXIT                 01070000
                   WHEN COMM-CPT-ACT-UNLINK                             01080000
                       PERFORM 3000-UNLINK THRU 3000-EXIT               01090000
                   WHEN COMM-CPT-ACT-INQUIRE                            01100000
                       PERFORM 4000-INQUIRE THRU 4000-EXIT              01110000
                   WHEN OTHER                                           01120000
                       MOVE '3' TO COMM-CPT-FAIL-CD                     01130000
               END-EVALUATE                                             01140000
           END-IF                                                       01150000
                                                                        01160000
           IF COMM-CPT-FAIL-CD = SPACE                                  01170000
               MOVE 'Y' TO COMM-CPT-SUCCESS                             01180000
           ELSE                                                         01190000
               MOVE 'N' TO COMM-CPT-SUCCESS                             01200000
           END-IF                                                       01210000
                                                                        01220000
           GO TO 9999-EXIT.                                             01230000
                                                                        01240000
      ******************************************************************01250000
      *  0600-CHECK-OPERATOR - EVERY ACTION MUST BE ATTRIBUTABLE TO    *01260000
      *  AN ACTIVE OPERATOR ON THE MASTER.                             *01270000
      ******************************************************************01280000
       0600-CHECK-OPERATOR.                                             01290000
           MOVE COMM-CPT-OPERATOR TO OPERATOR-ID                        01300000
                                      OF CONNMNT-OPERATOR-REC           01310000
                                                                        01320000
           EXEC CICS                                                    01330000
               READ DATASET('OPERATOR')                                 01340000
                    INTO(CONNMNT-OPERATOR-REC)                          01350000
                    RIDFLD(OPERATOR-KEY OF CONNMNT-OPERATOR-REC)        01360000
                    RESP(CONNMNT-RESP)                                  01370000
           END-EXEC                                                     01380000
                                                                        01390000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        01400000
               MOVE 'O' TO COMM-CPT-FAIL-CD                             01410000
               GO TO 0600-EXIT                                          01420000
           END-IF                                                       01430000
                                                                        01440000
           IF NOT OPERATOR-ACTIVE OF CONNMNT-OPERATOR-REC               01450000
               MOVE 'O' TO COMM-CPT-FAIL-CD                             01460000
           END-IF.                                                      01470000
       0600-EXIT.                                                       01480000
           EXIT.                                                        01490000
                                                                        01500000
      ******************************************************************01510000
      *  0700-CHECK-CUSTOMER - THE CUSTOMER IN CONNMNT-CUST-KEY MUST   *01520000
      *  BE ON THE CUSTOMER MASTER.                                    *01530000
      ******************************************************************01540000
       0700-CHECK-CUSTOMER.                                             01550000
           MOVE CONNMNT-CUST-SORTCODE                                   01560000
               TO CUSTOMER-SORTCODE OF CONNMNT-CUSTOMER-REC             01570000
           MOVE CONNMNT-CUST-NUMBER                                     01580000
               TO CUSTOMER-NUMBER OF CONNMNT-CUSTOMER-REC               01590000
                                                                        01600000
           EXEC CICS                                                    01610000
               READ DATASET('CUSTOMER')                                 01620000
                    INTO(CONNMNT-CUSTOMER-REC)                          01630000
                    RIDFLD(CUSTOMER-KEY OF CONNMNT-CUSTOMER-REC)        01640000
                    RESP(CONNMNT-RESP)                                  01650000
           END-EXEC                                                     01660000
                                                                        01670000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        01680000
               MOVE '1' TO COMM-CPT-FAIL-CD                             01690000
           END-IF.                                                      01700000
       0700-EXIT.                                                       01710000
           EXIT.                                                        01720000
                                                                        01730000
      ******************************************************************01740000
      *  2000-LINK - VALIDATE BOTH CUSTOMERS, FIND OR START THE        *01750000
      *  OTHER CUSTOMER'S GROUP, THEN ADD THIS CUSTOMER TO IT.         *01760000
      ******************************************************************01770000
       2000-LINK.                                                       01780000
           IF NOT COMM-CPT-REL-VALID                                    01790000
               MOVE '4' TO COMM-CPT-FAIL-CD                             01800000
               GO TO 2000-EXIT                                          01810000
           END-IF                                                       01820000
                                                                        01830000
           IF COMM-CPT-KEY = COMM-CPT-LINKED-TO                         01840000
               MOVE '5' TO COMM-CPT-FAIL-CD                             01850000
               GO TO 2000-EXIT                                          01860000
           END-IF                                                       01870000
                                                                        01880000
           MOVE COMM-CPT-KEY TO CONNMNT-CUST-KEY                        01890000
           PERFORM 0700-CHECK-CUSTOMER THRU 0700-EXIT                   01900000
           IF COMM-CPT-FAIL-CD NOT = SPACE                              01910000
               GO TO 2000-EXIT                                          01920000
           END-IF                                                       01930000
                                                                        01940000
           MOVE COMM-CPT-LINKED-TO TO CONNMNT-CUST-KEY                  01950000
           PERFORM 0700-CHECK-CUSTOMER THRU 0700-EXIT                   01960000
           IF COMM-CPT-FAIL-CD NOT = SPACE                              01970000
               GO TO 2000-EXIT                                          01980000
           END-IF                                                       01990000
                                                                        02000000
      *    THE CUSTOMER BEING LINKED MUST NOT ALREADY BE IN A GROUP.   *02010000
           MOVE COMM-CPT-KEY TO CONNPTY-KEY OF CONNMNT-CONNPTY-REC      02020000
                                                                        02030000
           EXEC CICS                                                    02040000
               READ DATASET('CONNPTY')                                  02050000
                    INTO(CONNMNT-CONNPTY-REC)                           02060000
                    RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)          02070000
                    RESP(CONNMNT-RESP)                                  02080000
           END-EXEC                                                     02090000
                                                                        02100000
           IF CONNMNT-RESP = DFHRESP(NORMAL)                            02110000
               MOVE 'M' TO COMM-CPT-FAIL-CD                             02120000
               GO TO 2000-EXIT                                          02130000
           END-IF                                                       02140000
                                                                        02150000
           IF CONNMNT-RESP NOT = DFHRESP(NOTFND)                        02160000
               MOVE '8' TO COMM-CPT-FAIL-CD                             02170000
               GO TO 2000-EXIT                                          02180000
           END-IF                                                       02190000
                                                                        02200000
      *    THE OTHER CUSTOMER'S GROUP, OR A NEW ONE THEY LEAD.         *02210000
           MOVE COMM-CPT-LINKED-TO TO CONNPTY-KEY OF CONNMNT-CONNPTY-REC02220000
                                                                        02230000
           EXEC CICS                                                    02240000
               READ DATASET('CONNPTY')                                  02250000
                    INTO(CONNMNT-CONNPTY-REC)                           02260000
                    RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)          02270000
                    RESP(CONNMNT-RESP)                                  02280000
           END-EXEC                                                     02290000
                                                                        02300000
           EVALUATE TRUE                                                02310000
               WHEN CONNMNT-RESP = DFHRESP(NORMAL)                      02320000
                   MOVE 'N' TO CONNMNT-NEW-GROUP-SWITCH                 02330000
                   MOVE CONNPTY-GROUP-KEY OF CONNMNT-CONNPTY-REC        02340000
                       TO CONNMNT-GROUP-KEY                             02350000
               WHEN CONNMNT-RESP = DFHRESP(NOTFND)                      02360000
                   SET CONNMNT-NEW-GROUP TO TRUE                        02370000
                   MOVE COMM-CPT-LINKED-TO TO CONNMNT-GROUP-KEY         02380000
               WHEN OTHER                                               02390000
                   MOVE '8' TO COMM-CPT-FAIL-CD                         02400000
                   GO TO 2000-EXIT                                      02410000
           END-EVALUATE                                                 02420000
                                                                        02430000
           IF CONNMNT-NEW-GROUP                                         02440000
               PERFORM 2100-START-GROUP THRU 2100-EXIT                  02450000
           ELSE                                                         02460000
               PERFORM 2200-ADD-MEMBER THRU 2200-EXIT                   02470000
           END-IF                                                       02480000
           IF COMM-CPT-FAIL-CD NOT = SPACE                              02490000
               GO TO 2000-EXIT                                          02500000
           END-IF                                                       02510000
                                                                        02520000
           MOVE 'CPTY' TO CONNPTY-EYECATCHER OF CONNMNT-CONNPTY-REC     02530000
           MOVE COMM-CPT-KEY TO CONNPTY-KEY OF CONNMNT-CONNPTY-REC      02540000
           MOVE CONNMNT-GROUP-KEY                                       02550000
               TO CONNPTY-GROUP-KEY OF CONNMNT-CONNPTY-REC              02560000
           MOVE COMM-CPT-REL-TYPE                                       02570000
               TO CONNPTY-REL-TYPE OF CONNMNT-CONNPTY-REC               02580000
           MOVE COMM-CPT-LINKED-TO                                      02590000
               TO CONNPTY-LINKED-TO OF CONNMNT-CONNPTY-REC              02600000
           MOVE CONNMNT-TODAYS-DATE                                     02610000
               TO CONNPTY-LINKED-DATE OF CONNMNT-CONNPTY-REC            02620000
           MOVE COMM-CPT-OPERATOR                                       02630000
               TO CONNPTY-LINKED-BY OF CONNMNT-CONNPTY-REC              02640000
                                                                        02650000
           EXEC CICS                                                    02660000
               WRITE DATASET('CONNPTY')                                 02670000
                     FROM(CONNMNT-CONNPTY-REC)                          02680000
                     RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)         02690000
                     RESP(CONNMNT-RESP)                                 02700000
           END-EXEC                                                     02710000
                                                                        02720000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        02730000
               MOVE '6' TO COMM-CPT-FAIL-CD                             02740000
               GO TO 2000-EXIT                                          02750000
           END-IF                                                       02760000
                                                                        02770000
           PERFORM 4100-RETURN-GROUP THRU 4100-EXIT.                    02780000
       2000-EXIT.                                                       02790000
           EXIT.                                                        02800000
                                                                        02810000
      ******************************************************************02820000
      *  2100-START-GROUP - A NEW GROUP LED BY THE OTHER CUSTOMER.     *02830000
      *  THE HEADER COUNTS BOTH MEMBERS; THE LEAD'S OWN LINK ROW IS    *02840000
      *  WRITTEN HERE AND THE NEW MEMBER'S BY THE CALLER.  THE         *02850000
      *  EXPOSURE STAYS ZERO UNTIL CONNEXP NEXT RUNS.                  *02860000
      ******************************************************************02870000
       2100-START-GROUP.                                                02880000
           INITIALIZE CONNMNT-CONNGRP-REC                               02890000
           MOVE 'CGRP' TO CONNGRP-EYECATCHER OF CONNMNT-CONNGRP-REC     02900000
           MOVE CONNMNT-GROUP-KEY TO CONNGRP-KEY OF CONNMNT-CONNGRP-REC 02910000
           MOVE 2 TO CONNGRP-MEMBER-COUNT OF CONNMNT-CONNGRP-REC        02920000
           MOVE CONNMNT-TODAYS-DATE                                     02930000
               TO CONNGRP-CREATED-DATE OF CONNMNT-CONNGRP-REC           02940000
           MOVE COMM-CPT-OPERATOR                                       02950000
               TO CONNGRP-CREATED-BY OF CONNMNT-CONNGRP-REC             02960000
           MOVE SPACE TO CONNGRP-LARGE-FLAG OF CONNMNT-CONNGRP-REC      02970000
                                                                        02980000
           EXEC CICS                                                    02990000
               WRITE DATASET('CONNGRP')                                 03000000
                     FROM(CONNMNT-CONNGRP-REC)                          03010000
                     RIDFLD(CONNGRP-KEY OF CONNMNT-CONNGRP-REC)         03020000
                     RESP(CONNMNT-RESP)                                 03030000
           END-EXEC                                                     03040000
                                                                        03050000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        03060000
               MOVE '6' TO COMM-CPT-FAIL-CD                             03070000
               GO TO 2100-EXIT                                          03080000
           END-IF                                                       03090000
                                                                        03100000
           MOVE 'CPTY' TO CONNPTY-EYECATCHER OF CONNMNT-CONNPTY-REC     03110000
           MOVE CONNMNT-GROUP-KEY TO CONNPTY-KEY OF CONNMNT-CONNPTY-REC 03120000
           MOVE CONNMNT-GROUP-KEY                                       03130000
               TO CONNPTY-GROUP-KEY OF CONNMNT-CONNPTY-REC              03140000
           SET CONNPTY-REL-LEAD OF CONNMNT-CONNPTY-REC TO TRUE          03150000
           MOVE CONNMNT-GROUP-KEY                                       03160000
               TO CONNPTY-LINKED-TO OF CONNMNT-CONNPTY-REC              03170000
           MOVE CONNMNT-TODAYS-DATE                                     03180000
               TO CONNPTY-LINKED-DATE OF CONNMNT-CONNPTY-REC            03190000
           MOVE COMM-CPT-OPERATOR                                       03200000
               TO CONNPTY-LINKED-BY OF CONNMNT-CONNPTY-REC              03210000
                                                                        03220000
           EXEC CICS                                                    03230000
               WRITE DATASET('CONNPTY')                                 03240000
                     FROM(CONNMNT-CONNPTY-REC)                          03250000
                     RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)         03260000
                     RESP(CONNMNT-RESP)                                 03270000
           END-EXEC                                                     03280000
                                                                        03290000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        03300000
               MOVE '6' TO COMM-CPT-FAIL-CD                             03310000
           END-IF.                                                      03320000
       2100-EXIT.                                                       03330000
           EXIT.                                                        03340000
                                                                        03350000
      ******************************************************************03360000
      *  2200-ADD-MEMBER - ONE MORE MEMBER ON AN EXISTING GROUP.       *03370000
      ******************************************************************03380000
       2200-ADD-MEMBER.                                                 03390000
           MOVE CONNMNT-GROUP-KEY TO CONNGRP-KEY OF CONNMNT-CONNGRP-REC 03400000
                                                                        03410000
           EXEC CICS                                                    03420000
               READ DATASET('CONNGRP')                                  03430000
                    INTO(CONNMNT-CONNGRP-REC)                           03440000
                    RIDFLD(CONNGRP-KEY OF CONNMNT-CONNGRP-REC)          03450000
                    UPDATE                                              03460000
                    RESP(CONNMNT-RESP)                                  03470000
           END-EXEC                                                     03480000
                                                                        03490000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        03500000
               MOVE '8' TO COMM-CPT-FAIL-CD                             03510000
               GO TO 2200-EXIT                                          03520000
           END-IF                                                       03530000
                                                                        03540000
           ADD 1 TO CONNGRP-MEMBER-COUNT OF CONNMNT-CONNGRP-REC         03550000
                                                                        03560000
           EXEC CICS                                                    03570000
               REWRITE DATASET('CONNGRP')                               03580000
                       FROM(CONNMNT-CONNGRP-REC)                        03590000
                       RESP(CONNMNT-RESP)                               03600000
           END-EXEC                                                     03610000
                                                                        03620000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        03630000
               MOVE '6' TO COMM-CPT-FAIL-CD                             03640000
           END-IF.                                                      03650000
       2200-EXIT.                                                       03660000
           EXIT.                                                        03670000
                                                                        03680000
      ******************************************************************03690000
      *  3000-UNLINK - TAKE THE CUSTOMER OUT OF ITS GROUP.  THE LEAD   *03700000
      *  GOES LAST; ONCE ONLY THE LEAD IS LEFT THE GROUP IS NO         *03710000
      *  LONGER A GROUP, SO THE LEAD'S ROW AND THE HEADER GO TOO.      *03720000
      ******************************************************************03730000
       3000-UNLINK.                                                     03740000
           MOVE COMM-CPT-KEY TO CONNPTY-KEY OF CONNMNT-CONNPTY-REC      03750000
                                                                        03760000
           EXEC CICS                                                    03770000
               READ DATASET('CONNPTY')                                  03780000
                    INTO(CONNMNT-CONNPTY-REC)                           03790000
                    RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)          03800000
                    RESP(CONNMNT-RESP)                                  03810000
           END-EXEC                                                     03820000
                                                                        03830000
           IF CONNMNT-RESP = DFHRESP(NOTFND)                            03840000
               MOVE '2' TO COMM-CPT-FAIL-CD                             03850000
               GO TO 3000-EXIT                                          03860000
           END-IF                                                       03870000
                                                                        03880000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        03890000
               MOVE '8' TO COMM-CPT-FAIL-CD                             03900000
               GO TO 3000-EXIT                                          03910000
           END-IF                                                       03920000
                                                                        03930000
           MOVE CONNPTY-GROUP-KEY OF CONNMNT-CONNPTY-REC                03940000
               TO CONNMNT-GROUP-KEY                                     03950000
           MOVE CONNMNT-GROUP-KEY TO CONNGRP-KEY OF CONNMNT-CONNGRP-REC 03960000
                                                                        03970000
           EXEC CICS                                                    03980000
               READ DATASET('CONNGRP')                                  03990000
                    INTO(CONNMNT-CONNGRP-REC)                           04000000
                    RIDFLD(CONNGRP-KEY OF CONNMNT-CONNGRP-REC)          04010000
                    UPDATE                                              04020000
                    RESP(CONNMNT-RESP)                                  04030000
           END-EXEC                                                     04040000
                                                                        04050000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        04060000
               MOVE '8' TO COMM-CPT-FAIL-CD                             04070000
               GO TO 3000-EXIT                                          04080000
           END-IF                                                       04090000
                                                                        04100000
           IF CONNPTY-REL-LEAD OF CONNMNT-CONNPTY-REC                   04110000
              AND CONNGRP-MEMBER-COUNT OF CONNMNT-CONNGRP-REC > 1       04120000
               EXEC CICS                                                04130000
                   UNLOCK DATASET('CONNGRP')                            04140000
               END-EXEC                                                 04150000
               MOVE 'L' TO COMM-CPT-FAIL-CD                             04160000
               GO TO 3000-EXIT                                          04170000
           END-IF                                                       04180000
                                                                        04190000
           EXEC CICS                                                    04200000
               DELETE DATASET('CONNPTY')                                04210000
                      RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)        04220000
                      RESP(CONNMNT-RESP)                                04230000
           END-EXEC                                                     04240000
                                                                        04250000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        04260000
               EXEC CICS                                                04270000
                   UNLOCK DATASET('CONNGRP')                            04280000
               END-EXEC                                                 04290000
               MOVE '6' TO COMM-CPT-FAIL-CD                             04300000
               GO TO 3000-EXIT                                          04310000
           END-IF                                                       04320000
                                                                        04330000
           IF CONNGRP-MEMBER-COUNT OF CONNMNT-CONNGRP-REC > ZERO        04340000
               SUBTRACT 1 FROM CONNGRP-MEMBER-COUNT                     04350000
                                   OF CONNMNT-CONNGRP-REC               04360000
           END-IF                                                       04370000
                                                                        04380000
           IF CONNGRP-MEMBER-COUNT OF CONNMNT-CONNGRP-REC > 1           04390000
               EXEC CICS                                                04400000
                   REWRITE DATASET('CONNGRP')                           04410000
                           FROM(CONNMNT-CONNGRP-REC)                    04420000
                           RESP(CONNMNT-RESP)                           04430000
               END-EXEC                                                 04440000
               IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                    04450000
                   MOVE '6' TO COMM-CPT-FAIL-CD                         04460000
                   GO TO 3000-EXIT                                      04470000
               END-IF                                                   04480000
               PERFORM 4100-RETURN-GROUP THRU 4100-EXIT                 04490000
               GO TO 3000-EXIT                                          04500000
           END-IF                                                       04510000
                                                                        04520000
           PERFORM 3100-DISSOLVE-GROUP THRU 3100-EXIT.                  04530000
       3000-EXIT.                                                       04540000
           EXIT.                                                        04550000
                                                                        04560000
      ******************************************************************04570000
      *  3100-DISSOLVE-GROUP - NOBODY BUT THE LEAD IS LEFT.  DELETE    *04580000
      *  THE HEADER (STILL HELD FOR UPDATE) AND THE LEAD'S OWN ROW.    *04590000
      ******************************************************************04600000
       3100-DISSOLVE-GROUP.                                             04610000
           EXEC CICS                                                    04620000
               DELETE DATASET('CONNGRP')                                04630000
                      RESP(CONNMNT-RESP)                                04640000
           END-EXEC                                                     04650000
                                                                        04660000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        04670000
               MOVE '6' TO COMM-CPT-FAIL-CD                             04680000
               GO TO 3100-EXIT                                          04690000
           END-IF                                                       04700000
                                                                        04710000
           IF CONNMNT-GROUP-KEY NOT = COMM-CPT-KEY                      04720000
               MOVE CONNMNT-GROUP-KEY                                   04730000
                   TO CONNPTY-KEY OF CONNMNT-CONNPTY-REC                04740000
               EXEC CICS                                                04750000
                   DELETE DATASET('CONNPTY')                            04760000
                          RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)    04770000
                          RESP(CONNMNT-RESP)                            04780000
               END-EXEC                                                 04790000
               IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                    04800000
                  AND CONNMNT-RESP NOT = DFHRESP(NOTFND)                04810000
                   MOVE '6' TO COMM-CPT-FAIL-CD                         04820000
                   GO TO 3100-EXIT                                      04830000
               END-IF                                                   04840000
           END-IF                                                       04850000
                                                                        04860000
           MOVE ZERO TO COMM-CPT-GROUP-KEY                              04870000
           MOVE ZERO TO COMM-CPT-MEMBER-COUNT                           04880000
           MOVE ZERO TO COMM-CPT-EXPOSURE-DATE                          04890000
           MOVE ZERO TO COMM-CPT-TOTAL-EXPOSURE                         04900000
           MOVE SPACE TO COMM-CPT-LARGE-FLAG.                           04910000
       3100-EXIT.                                                       04920000
           EXIT.                                                        04930000
                                                                        04940000
      ******************************************************************04950000
      *  4000-INQUIRE - RETURN THE CUSTOMER'S LINK AND ITS GROUP.      *04960000
      ******************************************************************04970000
       4000-INQUIRE.                                                    04980000
           MOVE COMM-CPT-KEY TO CONNPTY-KEY OF CONNMNT-CONNPTY-REC      04990000
                                                                        05000000
           EXEC CICS                                                    05010000
               READ DATASET('CONNPTY')                                  05020000
                    INTO(CONNMNT-CONNPTY-REC)                           05030000
                    RIDFLD(CONNPTY-KEY OF CONNMNT-CONNPTY-REC)          05040000
                    RESP(CONNMNT-RESP)                                  05050000
           END-EXEC                                                     05060000
                                                                        05070000
           IF CONNMNT-RESP = DFHRESP(NOTFND)                            05080000
               MOVE '2' TO COMM-CPT-FAIL-CD                             05090000
               GO TO 4000-EXIT                                          05100000
           END-IF                                                       05110000
                                                                        05120000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        05130000
               MOVE '8' TO COMM-CPT-FAIL-CD                             05140000
               GO TO 4000-EXIT                                          05150000
           END-IF                                                       05160000
                                                                        05170000
           MOVE CONNPTY-LINKED-TO OF CONNMNT-CONNPTY-REC                05180000
               TO COMM-CPT-LINKED-TO                                    05190000
           MOVE CONNPTY-REL-TYPE OF CONNMNT-CONNPTY-REC                 05200000
               TO COMM-CPT-REL-TYPE                                     05210000
           MOVE CONNPTY-GROUP-KEY OF CONNMNT-CONNPTY-REC                05220000
               TO CONNMNT-GROUP-KEY                                     05230000
           MOVE CONNMNT-GROUP-KEY TO CONNGRP-KEY OF CONNMNT-CONNGRP-REC 05240000
                                                                        05250000
           EXEC CICS                                                    05260000
               READ DATASET('CONNGRP')                                  05270000
                    INTO(CONNMNT-CONNGRP-REC)                           05280000
                    RIDFLD(CONNGRP-KEY OF CONNMNT-CONNGRP-REC)          05290000
                    RESP(CONNMNT-RESP)                                  05300000
           END-EXEC                                                     05310000
                                                                        05320000
           IF CONNMNT-RESP NOT = DFHRESP(NORMAL)                        05330000
               MOVE '8' TO COMM-CPT-FAIL-CD                             05340000
               GO TO 4000-EXIT                                          05350000
           END-IF                                                       05360000
                                                                        05370000
           PERFORM 4100-RETURN-GROUP THRU 4100-EXIT.                    05380000
       4000-EXIT.                                                       05390000
           EXIT.                                                        05400000
                                                                        05410000
      ******************************************************************05420000
      *  4100-RETURN-GROUP - THE GROUP HEADER AS HELD.                 *05430000
      ******************************************************************05440000
       4100-RETURN-GROUP.                                               05450000
           MOVE CONNMNT-GROUP-KEY TO COMM-CPT-GROUP-KEY                 05460000
           MOVE CONNGRP-MEMBER-COUNT OF CONNMNT-CONNGRP-REC             05470000
               TO COMM-CPT-MEMBER-COUNT                                 05480000
           MOVE CONNGRP-EXPOSURE-DATE OF CONNMNT-CONNGRP-REC            05490000
               TO COMM-CPT-EXPOSURE-DATE                                05500000
           MOVE CONNGRP-TOTAL-EXPOSURE OF CONNMNT-CONNGRP-REC           05510000
               TO COMM-CPT-TOTAL-EXPOSURE                               05520000
           MOVE CONNGRP-LARGE-FLAG OF CONNMNT-CONNGRP-REC               05530000
               TO COMM-CPT-LARGE-FLAG.                                  05540000
       4100-EXIT.                                                       05550000
           EXIT.                                                        05560000
                                                                        05570000
      ******************************************************************05580000
      *  9999-EXIT - RETURN TO THE CALLER.                             *05590000
      ******************************************************************05600000
       9999-EXIT.                                                       05610000
           EXEC CICS                                                    05620000
               RETURN                                                   05630000
           END-EXEC.                                                    05640000
