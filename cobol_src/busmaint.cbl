      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    BUSMAINT.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  BUSMAINT - BUSINESS CUSTOMER DIRECTORS, OWNERS AND SIGNATORIES*00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A BUSMNT COMMAREA (COPYBOOK BUSMNT)        *00150000
      *             NAMING ONE BUSINESS CUSTOMER AND ONE INDIVIDUAL :  *00160000
      *                                                                *00170000
      *               L - LINK THE INDIVIDUAL TO THE BUSINESS AS A     *00180000
      *                   DIRECTOR, BENEFICIAL OWNER (WITH THEIR       *00190000
      *                   SHARE) AND/OR AUTHORISED SIGNATORY.  THE     *00200000
      *                   BUSINESS MUST BE A BUSINESS CUSTOMER AND     *00210000
      *                   THE INDIVIDUAL A LIVING PERSONAL CUSTOMER.   *00220000
      *                   A PAIR ALREADY ON FILE HAS ITS ROLES         *00230000
      *                   REPLACED, AND IS RE-OPENED IF IT HAD ENDED.  *00240000
      *               E - END THE LINK (RESIGNATION, SALE OF SHARES,   *00250000
      *                   SIGNING AUTHORITY WITHDRAWN).  THE ROW IS    *00260000
      *                   MARKED ENDED - NOT DELETED - SO THE          *00270000
      *                   REGISTER IS ITS OWN AUDIT TRAIL.             *00280000
      *               I - INQUIRE ON THE LINK.                         *00290000
      *                                                                *00300000
      *             THE OPERATOR MUST BE ACTIVE ON THE OPERATOR        *00310000
      *             MASTER AND IS STAMPED ON THE LINK.                 *00320000
      *                                                                *00330000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00340000
      *             BUSREL   - VSAM KSDS - BUSINESS RELATED PARTIES    *00350000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00360000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00370000
      *                                                                *00380000
      *  CHANGE HISTORY                                                *00390000
      *  ----------------------------------------------------------    *00400000
      *  DATE        BY    DESCRIPTION                                 *00410000
      *  2026-10-15  BAG   INITIAL VERSION                             *00420000
      *                                                                *00430000
      ******************************************************************00440000
       DATA DIVISION.                                                   00450000
       WORKING-STORAGE SECTION.                                         00460000
       01  BUSMAINT-WORK-AREA.                                          00470000
           05  BUSMAINT-RESP              PIC S9(8) COMP.               00480000
           05  BUSMAINT-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00490000
           05  BUSMAINT-NEW-SWITCH        PIC X     VALUE 'N'.          00500000
               88  BUSMAINT-NEW-LINK                VALUE 'Y'.          00510000
                                                                        00520000
       01  BUSMAINT-CUSTOMER-REC.                                       00530000
           COPY CUSTOMER.                                               00540000
                                                                        00550000
       01  BUSMAINT-BUSREL-REC.                                         00560000
           COPY BUSREL.                                                 00570000
                                                                        00580000
       01  BUSMAINT-OPERATOR-REC.                                       00590000
           COPY OPERATOR.                                               00600000
                                                                        00610000
       01  BUSMAINT-BUSDATE-REC.                                        00620000
           COPY BUSDATE.                                                00630000
                                                                        00640000
       LINKAGE SECTION.                                                 00650000
       01  DFHCOMMAREA.                                                 00660000
           COPY BUSMNT.                                                 00670000
                                                                        00680000
      ******************************************************************00690000
       PROCEDURE DIVISION.                                              00700000
      ******************************************************************00710000
       0000-MAINLINE.                                                   00720000
           MOVE SPACE TO COMM-BRL-SUCCESS                               00730000
           MOVE SPACE TO COMM-BRL-FAIL-CD                               00740000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF BUSMAINT-BUSDATE-REC 00750000
           EXEC CICS                                                    00760000
               READ DATASET('BUSDATE')                                  00770000
                    INTO(BUSMAINT-BUSDATE-REC)                          00780000
                    RIDFLD(BUSDATE-KEY OF BUSMAINT-BUSDATE-REC)         00790000
                    RESP(BUSMAINT-RESP)                                 00800000
           END-EXEC                                                     00810000
           IF BUSMAINT-RESP = DFHRESP(NORMAL)                           00820000
               MOVE BUSDATE-CURRENT-DATE OF BUSMAINT-BUSDATE-REC        00830000
                   TO BUSMAINT-TODAYS-DATE                              00840000
           ELSE                                                         00850000
               ACCEPT BUSMAINT-TODAYS-DATE FROM DATE YYYYMMDD           00860000
           END-IF                                                       00870000
                                                                        00880000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   00890000
                                                                        00900000
           IF COMM-BRL-FAIL-CD = SPACE                                  00910000
               EVALUATE TRUE                                            00920000
                   WHEN COMM-BRL-ACT-LINK                               00930000
                       PERFORM 2000-LINK THRU 2000-EXIT                 00940000
                   WHEN COMM-BRL-ACT-END                                00950000
                       PERFORM 3000-END-LINK THRU 3000-EXIT             00960000
                   WHEN COMM-BRL-ACT-INQUIRE                            00970000
                       PERFORM 4000-INQUIRE THRU 4000-EXIT              00980000
                   WHEN OTHER                                           00990000
                       MOVE '3' TO COMM-BRL-FAIL-CD                     01000000
               END-EVALUATE                                             01010000
           END-IF                                                       01020000
                                                                        01030000
           IF COMM-BRL-FAIL-CD = SPACE                                  01040000
               MOVE 'Y' TO COMM-BRL-SUCCESS                             01050000
           ELSE                                                         01060000
               MOVE 'N' TO COMM-BRL-SUCCESS                             01070000
           END-IF                                                       01080000
                                                                        01090000
           GO TO 9999-EXIT.                                             01100000
                                                                        01110000
      ******************************************************************01120000
      *  0600-CHECK-OPERATOR - EVERY ACTION MUST BE ATTRIBUTABLE TO    *01130000
      *  AN ACTIVE OPERATOR ON THE MASTER.                             *01140000
      ******************************************************************01150000
       0600-CHECK-OPERATOR.                                             01160000
           MOVE COMM-BRL-OPERATOR TO OPERATOR-ID                        01170000
                                      OF BUSMAINT-OPERATOR-REC          01180000
                                                                        01190000
           EXEC CICS                                                    01200000
               READ DATASET('OPERATOR')                                 01210000
                    INTO(BUSMAINT-OPERATOR-REC)                         01220000
                    RIDFLD(OPERATOR-KEY OF BUSMAINT-OPERATOR-REC)       01230000
                    RESP(BUSMAINT-RESP)                                 01240000
           END-EXEC                                                     01250000
                                                                        01260000
           IF BUSMAINT-RESP NOT = DFHRESP(NORMAL)                       01270000
               MOVE 'O' TO COMM-BRL-FAIL-CD                             01280000
               GO TO 0600-EXIT                                          01290000
           END-IF                                                       01300000
                                                                        01310000
           IF NOT OPERATOR-ACTIVE OF BUSMAINT-OPERATOR-REC              01320000
               MOVE 'O' TO COMM-BRL-FAIL-CD                             01330000
           END-IF.                                                      01340000
       0600-EXIT.                                                       01350000
           EXIT.                                                        01360000
                                                                        01370000
      ******************************************************************01380000
      *  0700-READ-CUSTOMER - READ THE CUSTOMER WHOSE NUMBER IS IN     *01390000
      *  CUSTOMER-NUMBER OF BUSMAINT-CUSTOMER-REC, UNDER THE LINK'S    *01400000
      *  SORT CODE.                                                    *01410000
      ******************************************************************01420000
       0700-READ-CUSTOMER.                                              01430000
           MOVE COMM-BRL-SORTCODE                                       01440000
               TO CUSTOMER-SORTCODE OF BUSMAINT-CUSTOMER-REC            01450000
                                                                        01460000
           EXEC CICS                                                    01470000
               READ DATASET('CUSTOMER')                                 01480000
                    INTO(BUSMAINT-CUSTOMER-REC)                         01490000
                    RIDFLD(CUSTOMER-KEY OF BUSMAINT-CUSTOMER-REC)       01500000
                    RESP(BUSMAINT-RESP)                                 01510000
           END-EXEC                                                     01520000
                                                                        01530000
           IF BUSMAINT-RESP NOT = DFHRESP(NORMAL)                       01540000
               MOVE '1' TO COMM-BRL-FAIL-CD                             01550000
           END-IF.                                                      01560000
       0700-EXIT.                                                       01570000
           EXIT.                                                        01580000
                                                                        01590000
      ******************************************************************01600000
      *  2000-LINK - CHECK THE ROLES AND BOTH CUSTOMERS, THEN ADD THE  *01610000
      *  LINK OR REPLACE THE ROLES ON THE ONE ALREADY ON FILE.         *01620000
      ******************************************************************01630000
       2000-LINK.                                                       01640000
           IF NOT COMM-BRL-DIRECTOR-VALID                               01650000
              OR NOT COMM-BRL-OWNER-VALID                               01660000
              OR NOT COMM-BRL-SIGNATORY-VALID                           01670000
               MOVE '4' TO COMM-BRL-FAIL-CD                             01680000
               GO TO 2000-EXIT                                          01690000
           END-IF                                                       01700000
                                                                        01710000
           IF COMM-BRL-DIRECTOR-FLAG = 'N'                              01720000
              AND COMM-BRL-OWNER-FLAG = 'N'                             01730000
              AND COMM-BRL-SIGNATORY-FLAG = 'N'                         01740000
               MOVE '4' TO COMM-BRL-FAIL-CD                             01750000
               GO TO 2000-EXIT                                          01760000
           END-IF                                                       01770000
                                                                        01780000
           IF COMM-BRL-OWNER-FLAG = 'Y'                                 01790000
              AND (COMM-BRL-OWNERSHIP-PCT NOT NUMERIC                   01800000
                   OR COMM-BRL-OWNERSHIP-PCT = ZERO                     01810000
                   OR COMM-BRL-OWNERSHIP-PCT > 100)                     01820000
               MOVE '4' TO COMM-BRL-FAIL-CD                             01830000
               GO TO 2000-EXIT                                          01840000
           END-IF                                                       01850000
                                                                        01860000
           IF COMM-BRL-OWNER-FLAG = 'N'                                 01870000
               MOVE ZERO TO COMM-BRL-OWNERSHIP-PCT                      01880000
           END-IF                                                       01890000
                                                                        01900000
           IF COMM-BRL-BUSINESS = COMM-BRL-PERSON                       01910000
               MOVE '5' TO COMM-BRL-FAIL-CD                             01920000
               GO TO 2000-EXIT                                          01930000
           END-IF                                                       01940000
                                                                        01950000
           MOVE COMM-BRL-BUSINESS                                       01960000
               TO CUSTOMER-NUMBER OF BUSMAINT-CUSTOMER-REC              01970000
           PERFORM 0700-READ-CUSTOMER THRU 0700-EXIT                    01980000
           IF COMM-BRL-FAIL-CD NOT = SPACE                              01990000
               GO TO 2000-EXIT                                          02000000
           END-IF                                                       02010000
                                                                        02020000
           IF NOT CUSTOMER-BUSINESS OF BUSMAINT-CUSTOMER-REC            02030000
               MOVE 'B' TO COMM-BRL-FAIL-CD                             02040000
               GO TO 2000-EXIT                                          02050000
           END-IF                                                       02060000
                                                                        02070000
           MOVE COMM-BRL-PERSON                                         02080000
               TO CUSTOMER-NUMBER OF BUSMAINT-CUSTOMER-REC              02090000
           PERFORM 0700-READ-CUSTOMER THRU 0700-EXIT                    02100000
           IF COMM-BRL-FAIL-CD NOT = SPACE                              02110000
               GO TO 2000-EXIT                                          02120000
           END-IF                                                       02130000
                                                                        02140000
           IF NOT CUSTOMER-PERSONAL OF BUSMAINT-CUSTOMER-REC            02150000
              OR CUSTOMER-DECEASED OF BUSMAINT-CUSTOMER-REC             02160000
               MOVE 'P' TO COMM-BRL-FAIL-CD                             02170000
               GO TO 2000-EXIT                                          02180000
           END-IF                                                       02190000
                                                                        02200000
           MOVE 'N' TO BUSMAINT-NEW-SWITCH                              02210000
           MOVE COMM-BRL-KEY TO BUSREL-KEY OF BUSMAINT-BUSREL-REC       02220000
                                                                        02230000
           EXEC CICS                                                    02240000
               READ DATASET('BUSREL')                                   02250000
                    INTO(BUSMAINT-BUSREL-REC)                           02260000
                    RIDFLD(BUSREL-KEY OF BUSMAINT-BUSREL-REC)           02270000
                    UPDATE                                              02280000
                    RESP(BUSMAINT-RESP)                                 02290000
           END-EXEC                                                     02300000
                                                                        02310000
           EVALUATE TRUE                                                02320000
               WHEN BUSMAINT-RESP = DFHRESP(NORMAL)                     02330000
                   CONTINUE                                             02340000
               WHEN BUSMAINT-RESP = DFHRESP(NOTFND)                     02350000
                   SET BUSMAINT-NEW-LINK TO TRUE                        02360000
               WHEN OTHER                                               02370000
                   MOVE '8' TO COMM-BRL-FAIL-CD                         02380000
                   GO TO 2000-EXIT                                      02390000
           END-EVALUATE                                                 02400000
                                                                        02410000
      *    A NEW ROW, OR AN ENDED ONE BEING RE-OPENED, IS STAMPED AS   *02420000
      *    LINKED TODAY; A CHANGE OF ROLES ON AN ACTIVE ROW KEEPS ITS  *02430000
      *    ORIGINAL APPOINTMENT DATE.                                  *02440000
           IF BUSMAINT-NEW-LINK                                         02450000
              OR BUSREL-ENDED OF BUSMAINT-BUSREL-REC                    02460000
               MOVE BUSMAINT-TODAYS-DATE                                02470000
                   TO BUSREL-LINKED-DATE OF BUSMAINT-BUSREL-REC         02480000
               MOVE COMM-BRL-OPERATOR                                   02490000
                   TO BUSREL-LINKED-BY OF BUSMAINT-BUSREL-REC           02500000
           END-IF                                                       02510000
                                                                        02520000
           MOVE 'BREL' TO BUSREL-EYECATCHER OF BUSMAINT-BUSREL-REC      02530000
           MOVE COMM-BRL-KEY TO BUSREL-KEY OF BUSMAINT-BUSREL-REC       02540000
           MOVE COMM-BRL-DIRECTOR-FLAG                                  02550000
               TO BUSREL-DIRECTOR-FLAG OF BUSMAINT-BUSREL-REC           02560000
           MOVE COMM-BRL-OWNER-FLAG                                     02570000
               TO BUSREL-OWNER-FLAG OF BUSMAINT-BUSREL-REC              02580000
           MOVE COMM-BRL-OWNERSHIP-PCT                                  02590000
               TO BUSREL-OWNERSHIP-PCT OF BUSMAINT-BUSREL-REC           02600000
           MOVE COMM-BRL-SIGNATORY-FLAG                                 02610000
               TO BUSREL-SIGNATORY-FLAG OF BUSMAINT-BUSREL-REC          02620000
           SET BUSREL-ACTIVE OF BUSMAINT-BUSREL-REC TO TRUE             02630000
           MOVE ZERO   TO BUSREL-ENDED-DATE OF BUSMAINT-BUSREL-REC      02640000
           MOVE SPACES TO BUSREL-ENDED-BY OF BUSMAINT-BUSREL-REC        02650000
                                                                        02660000
           IF BUSMAINT-NEW-LINK                                         02670000
               EXEC CICS                                                02680000
                   WRITE DATASET('BUSREL')                              02690000
                         FROM(BUSMAINT-BUSREL-REC)                      02700000
                         RIDFLD(BUSREL-KEY OF BUSMAINT-BUSREL-REC)      02710000
                         RESP(BUSMAINT-RESP)                            02720000
               END-EXEC                                                 02730000
           ELSE                                                         02740000
               EXEC CICS                                                02750000
                   REWRITE DATASET('BUSREL')                            02760000
                           FROM(BUSMAINT-BUSREL-REC)                    02770000
                           RESP(BUSMAINT-RESP)                          02780000
               END-EXEC                                                 02790000
           END-IF                                                       02800000
                                                                        02810000
           IF BUSMAINT-RESP NOT = DFHRESP(NORMAL)                       02820000
               MOVE '6' TO COMM-BRL-FAIL-CD                             02830000
               GO TO 2000-EXIT                                          02840000
           END-IF                                                       02850000
                                                                        02860000
           PERFORM 4100-RETURN-LINK THRU 4100-EXIT.                     02870000
       2000-EXIT.                                                       02880000
           EXIT.                                                        02890000
                                                                        02900000
      ******************************************************************02910000
      *  3000-END-LINK - MARK AN ACTIVE LINK ENDED TODAY.              *02920000
      ******************************************************************02930000
       3000-END-LINK.                                                   02940000
           MOVE COMM-BRL-KEY TO BUSREL-KEY OF BUSMAINT-BUSREL-REC       02950000
                                                                        02960000
           EXEC CICS                                                    02970000
               READ DATASET('BUSREL')                                   02980000
                    INTO(BUSMAINT-BUSREL-REC)                           02990000
                    RIDFLD(BUSREL-KEY OF BUSMAINT-BUSREL-REC)           03000000
                    UPDATE                                              03010000
                    RESP(BUSMAINT-RESP)                                 03020000
           END-EXEC                                                     03030000
                                                                        03040000
           IF BUSMAINT-RESP = DFHRESP(NOTFND)                           03050000
               MOVE '2' TO COMM-BRL-FAIL-CD                             03060000
               GO TO 3000-EXIT                                          03070000
           END-IF                                                       03080000
                                                                        03090000
           IF BUSMAINT-RESP NOT = DFHRESP(NORMAL)                       03100000
               MOVE '8' TO COMM-BRL-FAIL-CD                             03110000
               GO TO 3000-EXIT                                          03120000
           END-IF                                                       03130000
                                                                        03140000
           IF NOT BUSREL-ACTIVE OF BUSMAINT-BUSREL-REC                  03150000
               EXEC CICS                                                03160000
                   UNLOCK DATASET('BUSREL')                             03170000
               END-EXEC                                                 03180000
               MOVE '7' TO COMM-BRL-FAIL-CD                             03190000
               GO TO 3000-EXIT                                          03200000
           END-IF                                                       03210000
                                                                        03220000
           SET BUSREL-ENDED OF BUSMAINT-BUSREL-REC TO TRUE              03230000
           MOVE BUSMAINT-TODAYS-DATE                                    03240000
               TO BUSREL-ENDED-DATE OF BUSMAINT-BUSREL-REC              03250000
           MOVE COMM-BRL-OPERATOR                                       03260000
               TO BUSREL-ENDED-BY OF BUSMAINT-BUSREL-REC                03270000
                                                                        03280000
           EXEC CICS                                                    03290000
               REWRITE DATASET('BUSREL')                                03300000
                       FROM(BUSMAINT-BUSREL-REC)                        03310000
                       RESP(BUSMAINT-RESP)                              03320000
           END-EXEC                                                     03330000
                                                                        03340000
           IF BUSMAINT-RESP NOT = DFHRESP(NORMAL)                       03350000
               MOVE '6' TO COMM-BRL-FAIL-CD                             03360000
               GO TO 3000-EXIT                                          03370000
           END-IF                                                       03380000
                                                                        03390000
           PERFORM 4100-RETURN-LINK THRU 4100-EXIT.                     03400000
       3000-EXIT.                                                       03410000
           EXIT.                                                        03420000
                                                                        03430000
      ******************************************************************03440000
      *  4000-INQUIRE - RETURN THE LINK AS HELD, ACTIVE OR ENDED.      *03450000
      ******************************************************************03460000
       4000-INQUIRE.                                                    03470000
           MOVE COMM-BRL-KEY TO BUSREL-KEY OF BUSMAINT-BUSREL-REC       03480000
                                                                        03490000
           EXEC CICS                                                    03500000
               READ DATASET('BUSREL')                                   03510000
                    INTO(BUSMAINT-BUSREL-REC)                           03520000
                    RIDFLD(BUSREL-KEY OF BUSMAINT-BUSREL-REC)           03530000
                    RESP(BUSMAINT-RESP)                                 03540000
           END-EXEC                                                     03550000
                                                                        03560000
           IF BUSMAINT-RESP = DFHRESP(NOTFND)                           03570000
               MOVE '2' TO COMM-BRL-FAIL-CD                             03580000
               GO TO 4000-EXIT                                          03590000
           END-IF                                                       03600000
                                                                        03610000
           IF BUSMAINT-RESP NOT = DFHRESP(NORMAL)                       03620000
               MOVE '8' TO COMM-BRL-FAIL-CD                             03630000
               GO TO 4000-EXIT                                          03640000
           END-IF                                                       03650000
                                                                        03660000
           PERFORM 4100-RETURN-LINK THRU 4100-EXIT.                     03670000
       4000-EXIT.                                                       03680000
           EXIT.                                                        03690000
                                                                        03700000
      ******************************************************************03710000
      *  4100-RETURN-LINK - THE LINK ROW INTO THE COMMAREA.            *03720000
      ******************************************************************03730000
       4100-RETURN-LINK.                                                03740000
           MOVE BUSREL-DIRECTOR-FLAG OF BUSMAINT-BUSREL-REC             03750000
               TO COMM-BRL-DIRECTOR-FLAG                                03760000
           MOVE BUSREL-OWNER-FLAG OF BUSMAINT-BUSREL-REC                03770000
               TO COMM-BRL-OWNER-FLAG                                   03780000
           MOVE BUSREL-OWNERSHIP-PCT OF BUSMAINT-BUSREL-REC             03790000
               TO COMM-BRL-OWNERSHIP-PCT                                03800000
           MOVE BUSREL-SIGNATORY-FLAG OF BUSMAINT-BUSREL-REC            03810000
               TO COMM-BRL-SIGNATORY-FLAG                               03820000
           MOVE BUSREL-STATUS OF BUSMAINT-BUSREL-REC                    03830000
               TO COMM-BRL-STATUS                                       03840000
           MOVE BUSREL-LINKED-DATE OF BUSMAINT-BUSREL-REC               03850000
               TO COMM-BRL-LINKED-DATE                                  03860000
           MOVE BUSREL-LINKED-BY OF BUSMAINT-BUSREL-REC                 03870000
               TO COMM-BRL-LINKED-BY                                    03880000
           MOVE BUSREL-ENDED-DATE OF BUSMAINT-BUSREL-REC                03890000
               TO COMM-BRL-ENDED-DATE                                   03900000
           MOVE BUSREL-ENDED-BY OF BUSMAINT-BUSREL-REC                  03910000
               TO COMM-BRL-ENDED-BY.                                    03920000
       4100-EXIT.                                                       03930000
           EXIT.                                                        03940000
                                                                        03950000
      ******************************************************************03960000
      *  9999-EXIT - RETURN TO THE CALLER.                             *03970000
      ******************************************************************03980000
       9999-EXIT.                                                       03990000
           EXEC CICS                                                    04000000
               RETURN                                                   04010000
           END-EXEC.                                                    04020000
