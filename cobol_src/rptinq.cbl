      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    RPTINQ.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  RPTINQ - BRANCH REPORT REPOSITORY ENQUIRY                     *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS AN RPTINQ COMMAREA (COPYBOOK RPTINQ)       *00150000
      *             AGAINST THE REPORT REPOSITORY THAT RPTCAP FILES    *00160000
      *             THE NIGHTLY PRINT REPORTS INTO, BURST BY BRANCH :  *00170000
      *                                                                *00180000
      *               L - LIST A BRANCH'S CAPTURED REPORTS FROM THE    *00190000
      *                   DIRECTORY, OLDEST RUN DATE FIRST, UP TO 20   *00200000
      *                   AT A TIME.  WHEN MORE ROWS REMAIN THE NEXT   *00210000
      *                   KEY IS RETURNED TO LIST ON FROM.             *00220000
      *               V - VIEW ONE PAGE OF A BRANCH'S COPY OF A        *00230000
      *                   REPORT, WITH THE NUMBER OF PAGES IT HAS.     *00240000
      *                                                                *00250000
      *             THE OPERATOR MUST BE ACTIVE ON THE MASTER.  A      *00260000
      *             BRANCH OPERATOR SEES ONLY THEIR OWN BRANCH         *00270000
      *             (OPERATOR-BRANCH); OPERATIONS STAFF (ROLE OPS)     *00280000
      *             MAY SEE ANY BRANCH AND THE WHOLE REPORT, FILED     *00290000
      *             UNDER SORT CODE ZERO.                              *00300000
      *                                                                *00310000
      *  FILES    : RPTDIR   - VSAM KSDS - REPOSITORY DIRECTORY        *00320000
      *             RPTREPO  - VSAM KSDS - REPORT REPOSITORY           *00330000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00340000
      *                                                                *00350000
      *  CHANGE HISTORY                                                *00360000
      *  ----------------------------------------------------------    *00370000
      *  DATE        BY    DESCRIPTION                                 *00380000
      *  2026-10-15  BAG   INITIAL VERSION                             *00390000
      *                                                                *00400000
      ******************************************************************00410000
       DATA DIVISION.                                                   00420000
       WORKING-STORAGE SECTION.                                         00430000
       01  RPTINQ-WORK-AREA.                                            00440000
           05  RPTINQ-RESP                PIC S9(8) COMP.               00450000
           05  RPTINQ-SUB                 PIC S9(4) COMP VALUE ZERO.    00460000
           05  RPTINQ-BROWSE-SWITCH       PIC X     VALUE 'N'.          00470000
               88  RPTINQ-BROWSE-EOF            VALUE 'Y'.              00480000
                                                                        00490000
       01  RPTINQ-RPTDIR-REC.                                           00500000
           COPY RPTDIR.                                                 00510000
                                                                        00520000
       01  RPTINQ-RPTREPO-REC.                                          00530000
           COPY RPTREPO.                                                00540000
                                                                        00550000
       01  RPTINQ-OPERATOR-REC.                                         00560000
           COPY OPERATOR.                                               00570000
                                                                        00580000
       LINKAGE SECTION.                                                 00590000
       01  DFHCOMMAREA.                                                 00600000
           COPY RPTINQ.                                                 00610000
                                                                        00620000
      ******************************************************************00630000
       PROCEDURE DIVISION.                                              00640000
      ******************************************************************00650000
       0000-MAINLINE.                                                   00660000
           MOVE SPACE TO COMM-RPQ-SUCCESS                               00670000
           MOVE SPACE TO COMM-RPQ-FAIL-CD                               00680000
           MOVE ZERO TO COMM-RPQ-ROW-COUNT                              00690000
           MOVE 'N' TO COMM-RPQ-MORE-FLAG                               00700000
           MOVE ZERO TO COMM-RPQ-NEXT-SORTCODE                          00710000
           MOVE ZERO TO COMM-RPQ-NEXT-RUN-DATE                          00720000
           MOVE SPACES TO COMM-RPQ-NEXT-REPORT-ID                       00730000
           MOVE ZERO TO COMM-RPQ-PAGE-COUNT                             00740000
           MOVE ZERO TO COMM-RPQ-LINE-COUNT                             00750000
                                                                        00760000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   00770000
                                                                        00780000
           IF COMM-RPQ-FAIL-CD = SPACE                                  00790000
               EVALUATE TRUE                                            00800000
                   WHEN COMM-RPQ-ACT-LIST                               00810000
                       PERFORM 2000-LIST-REPORTS THRU 2000-EXIT         00820000
                   WHEN COMM-RPQ-ACT-VIEW                               00830000
                       PERFORM 3000-VIEW-PAGE THRU 3000-EXIT            00840000
                   WHEN OTHER                                           00850000
                       MOVE '3' TO COMM-RPQ-FAIL-CD                     00860000
               END-EVALUATE                                             00870000
           END-IF                                                       00880000
                                                                        00890000
           IF COMM-RPQ-FAIL-CD = SPACE                                  00900000
               MOVE 'Y' TO COMM-RPQ-SUCCESS                             00910000
           ELSE                                                         00920000
               MOVE 'N' TO COMM-RPQ-SUCCESS                             00930000
           END-IF                                                       00940000
                                                                        00950000
           GO TO 9999-EXIT.                                             00960000
                                                                        00970000
      ******************************************************************00980000
      *  0600-CHECK-OPERATOR - THE OPERATOR MUST BE ACTIVE ON THE      *00990000
      *  MASTER, AND MAY ONLY ASK FOR THEIR OWN BRANCH UNLESS THEY     *01000000
      *  WORK IN OPERATIONS.                                           *01010000
      ******************************************************************01020000
       0600-CHECK-OPERATOR.                                             01030000
           MOVE COMM-RPQ-OPERATOR TO OPERATOR-ID                        01040000
                                      OF RPTINQ-OPERATOR-REC            01050000
                                                                        01060000
           EXEC CICS                                                    01070000
               READ DATASET('OPERATOR')                                 01080000
                    INTO(RPTINQ-OPERATOR-REC)                           01090000
                    RIDFLD(OPERATOR-KEY OF RPTINQ-OPERATOR-REC)         01100000
                    RESP(RPTINQ-RESP)                                   01110000
           END-EXEC                                                     01120000
                                                                        01130000
           IF RPTINQ-RESP NOT = DFHRESP(NORMAL)                         01140000
               MOVE 'O' TO COMM-RPQ-FAIL-CD                             01150000
               GO TO 0600-EXIT                                          01160000
           END-IF                                                       01170000
                                                                        01180000
           IF NOT OPERATOR-ACTIVE OF RPTINQ-OPERATOR-REC                01190000
               MOVE 'O' TO COMM-RPQ-FAIL-CD                             01200000
               GO TO 0600-EXIT                                          01210000
           END-IF                                                       01220000
                                                                        01230000
           IF OPERATOR-ROLE-BACKOFFICE OF RPTINQ-OPERATOR-REC           01240000
               GO TO 0600-EXIT                                          01250000
           END-IF                                                       01260000
                                                                        01270000
           IF COMM-RPQ-SORTCODE                                         01280000
              NOT = OPERATOR-BRANCH OF RPTINQ-OPERATOR-REC              01290000
               MOVE 'R' TO COMM-RPQ-FAIL-CD                             01300000
           END-IF.                                                      01310000
       0600-EXIT.                                                       01320000
           EXIT.                                                        01330000
                                                                        01340000
      ******************************************************************01350000
      *  2000-LIST-REPORTS - BROWSE THE BRANCH'S RANGE OF THE          *01360000
      *  DIRECTORY FROM THE KEY GIVEN, RETURNING UP TO 20 REPORTS.  A  *01370000
      *  21ST SETS THE MORE FLAG AND BECOMES THE NEXT KEY.             *01380000
      ******************************************************************01390000
       2000-LIST-REPORTS.                                               01400000
           MOVE COMM-RPQ-KEY TO RPTDIR-KEY OF RPTINQ-RPTDIR-REC         01410000
           MOVE 'N' TO RPTINQ-BROWSE-SWITCH                             01420000
                                                                        01430000
           EXEC CICS                                                    01440000
               STARTBR DATASET('RPTDIR')                                01450000
                       RIDFLD(RPTDIR-KEY OF RPTINQ-RPTDIR-REC)          01460000
                       GTEQ                                             01470000
                       RESP(RPTINQ-RESP)                                01480000
           END-EXEC                                                     01490000
                                                                        01500000
           IF RPTINQ-RESP = DFHRESP(NOTFND)                             01510000
               MOVE '1' TO COMM-RPQ-FAIL-CD                             01520000
               GO TO 2000-EXIT                                          01530000
           END-IF                                                       01540000
                                                                        01550000
           IF RPTINQ-RESP NOT = DFHRESP(NORMAL)                         01560000
               MOVE '8' TO COMM-RPQ-FAIL-CD                             01570000
               GO TO 2000-EXIT                                          01580000
           END-IF                                                       01590000
                                                                        01600000
           PERFORM 2100-SCAN-DIRECTORY THRU 2100-EXIT                   01610000
              UNTIL RPTINQ-BROWSE-EOF                                   01620000
                                                                        01630000
           EXEC CICS                                                    01640000
               ENDBR DATASET('RPTDIR')                                  01650000
           END-EXEC                                                     01660000
                                                                        01670000
           IF COMM-RPQ-ROW-COUNT = ZERO                                 01680000
               MOVE '1' TO COMM-RPQ-FAIL-CD                             01690000
           END-IF.                                                      01700000
       2000-EXIT.                                                       01710000
           EXIT.                                                        01720000
                                                                        01730000
      ******************************************************************01740000
      *  2100-SCAN-DIRECTORY - READ THE NEXT DIRECTORY ROW.  STOP AT   *01750000
      *  THE BRANCH BOUNDARY; OTHERWISE RETURN THE ROW IF THERE IS     *01760000
      *  ROOM, OR NOTE WHERE TO GO ON FROM.                            *01770000
      ******************************************************************01780000
       2100-SCAN-DIRECTORY.                                             01790000
           EXEC CICS                                                    01800000
               READNEXT DATASET('RPTDIR')                               01810000
                        INTO(RPTINQ-RPTDIR-REC)                         01820000
                        RIDFLD(RPTDIR-KEY OF RPTINQ-RPTDIR-REC)         01830000
                        RESP(RPTINQ-RESP)                               01840000
           END-EXEC                                                     01850000
                                                                        01860000
           IF RPTINQ-RESP NOT = DFHRESP(NORMAL)                         01870000
               SET RPTINQ-BROWSE-EOF TO TRUE                            01880000
               GO TO 2100-EXIT                                          01890000
           END-IF                                                       01900000
                                                                        01910000
           IF RPTDIR-SORTCODE OF RPTINQ-RPTDIR-REC                      01920000
              NOT = COMM-RPQ-SORTCODE                                   01930000
               SET RPTINQ-BROWSE-EOF TO TRUE                            01940000
               GO TO 2100-EXIT                                          01950000
           END-IF                                                       01960000
                                                                        01970000
           IF COMM-RPQ-ROW-COUNT = 20                                   01980000
               SET COMM-RPQ-MORE-ROWS TO TRUE                           01990000
               MOVE RPTDIR-KEY OF RPTINQ-RPTDIR-REC                     02000000
                   TO COMM-RPQ-NEXT-KEY                                 02010000
               SET RPTINQ-BROWSE-EOF TO TRUE                            02020000
               GO TO 2100-EXIT                                          02030000
           END-IF                                                       02040000
                                                                        02050000
           ADD 1 TO COMM-RPQ-ROW-COUNT                                  02060000
           MOVE COMM-RPQ-ROW-COUNT TO RPTINQ-SUB                        02070000
           MOVE RPTDIR-REPORT-ID OF RPTINQ-RPTDIR-REC                   02080000
               TO COMM-RPQ-ROW-REPORT-ID(RPTINQ-SUB)                    02090000
           MOVE RPTDIR-RUN-DATE OF RPTINQ-RPTDIR-REC                    02100000
               TO COMM-RPQ-ROW-RUN-DATE(RPTINQ-SUB)                     02110000
           MOVE RPTDIR-JOB-NAME OF RPTINQ-RPTDIR-REC                    02120000
               TO COMM-RPQ-ROW-JOB-NAME(RPTINQ-SUB)                     02130000
           MOVE RPTDIR-JOB-STATUS OF RPTINQ-RPTDIR-REC                  02140000
               TO COMM-RPQ-ROW-JOB-STATUS(RPTINQ-SUB)                   02150000
           MOVE RPTDIR-PAGE-COUNT OF RPTINQ-RPTDIR-REC                  02160000
               TO COMM-RPQ-ROW-PAGE-COUNT(RPTINQ-SUB)                   02170000
           MOVE RPTDIR-LINE-COUNT OF RPTINQ-RPTDIR-REC                  02180000
               TO COMM-RPQ-ROW-LINE-COUNT(RPTINQ-SUB)                   02190000
           MOVE RPTDIR-CAPTURED-DATE OF RPTINQ-RPTDIR-REC               02200000
               TO COMM-RPQ-ROW-CAPTURED-DATE(RPTINQ-SUB)                02210000
           MOVE RPTDIR-CAPTURED-TIME OF RPTINQ-RPTDIR-REC               02220000
               TO COMM-RPQ-ROW-CAPTURED-TIME(RPTINQ-SUB).               02230000
       2100-EXIT.                                                       02240000
           EXIT.                                                        02250000
                                                                        02260000
      ******************************************************************02270000
      *  3000-VIEW-PAGE - CHECK THE BRANCH HAS A COPY OF THE REPORT    *02280000
      *  AND THE PAGE EXISTS, THEN BROWSE THE PAGE'S LINES.            *02290000
      ******************************************************************02300000
       3000-VIEW-PAGE.                                                  02310000
           MOVE COMM-RPQ-KEY TO RPTDIR-KEY OF RPTINQ-RPTDIR-REC         02320000
                                                                        02330000
           EXEC CICS                                                    02340000
               READ DATASET('RPTDIR')                                   02350000
                    INTO(RPTINQ-RPTDIR-REC)                             02360000
                    RIDFLD(RPTDIR-KEY OF RPTINQ-RPTDIR-REC)             02370000
                    RESP(RPTINQ-RESP)                                   02380000
           END-EXEC                                                     02390000
                                                                        02400000
           IF RPTINQ-RESP = DFHRESP(NOTFND)                             02410000
               MOVE '1' TO COMM-RPQ-FAIL-CD                             02420000
               GO TO 3000-EXIT                                          02430000
           END-IF                                                       02440000
                                                                        02450000
           IF RPTINQ-RESP NOT = DFHRESP(NORMAL)                         02460000
               MOVE '8' TO COMM-RPQ-FAIL-CD                             02470000
               GO TO 3000-EXIT                                          02480000
           END-IF                                                       02490000
                                                                        02500000
           MOVE RPTDIR-PAGE-COUNT OF RPTINQ-RPTDIR-REC                  02510000
               TO COMM-RPQ-PAGE-COUNT                                   02520000
           IF COMM-RPQ-PAGE = ZERO                                      02530000
               MOVE 1 TO COMM-RPQ-PAGE                                  02540000
           END-IF                                                       02550000
           IF COMM-RPQ-PAGE > COMM-RPQ-PAGE-COUNT                       02560000
               MOVE '1' TO COMM-RPQ-FAIL-CD                             02570000
               GO TO 3000-EXIT                                          02580000
           END-IF                                                       02590000
                                                                        02600000
           MOVE COMM-RPQ-REPORT-ID                                      02610000
               TO RPTREPO-REPORT-ID OF RPTINQ-RPTREPO-REC               02620000
           MOVE COMM-RPQ-RUN-DATE                                       02630000
               TO RPTREPO-RUN-DATE OF RPTINQ-RPTREPO-REC                02640000
           MOVE COMM-RPQ-SORTCODE                                       02650000
               TO RPTREPO-SORTCODE OF RPTINQ-RPTREPO-REC                02660000
           MOVE COMM-RPQ-PAGE TO RPTREPO-PAGE OF RPTINQ-RPTREPO-REC     02670000
           MOVE ZERO TO RPTREPO-LINE OF RPTINQ-RPTREPO-REC              02680000
           MOVE 'N' TO RPTINQ-BROWSE-SWITCH                             02690000
                                                                        02700000
           EXEC CICS                                                    02710000
               STARTBR DATASET('RPTREPO')                               02720000
                       RIDFLD(RPTREPO-KEY OF RPTINQ-RPTREPO-REC)        02730000
                       GTEQ                                             02740000
                       RESP(RPTINQ-RESP)                                02750000
           END-EXEC                                                     02760000
                                                                        02770000
           IF RPTINQ-RESP = DFHRESP(NOTFND)                             02780000
               MOVE '1' TO COMM-RPQ-FAIL-CD                             02790000
               GO TO 3000-EXIT                                          02800000
           END-IF                                                       02810000
                                                                        02820000
           IF RPTINQ-RESP NOT = DFHRESP(NORMAL)                         02830000
               MOVE '8' TO COMM-RPQ-FAIL-CD                             02840000
               GO TO 3000-EXIT                                          02850000
           END-IF                                                       02860000
                                                                        02870000
           PERFORM 3100-SCAN-PAGE THRU 3100-EXIT                        02880000
              UNTIL RPTINQ-BROWSE-EOF                                   02890000
                                                                        02900000
           EXEC CICS                                                    02910000
               ENDBR DATASET('RPTREPO')                                 02920000
           END-EXEC                                                     02930000
                                                                        02940000
           IF COMM-RPQ-LINE-COUNT = ZERO                                02950000
               MOVE '1' TO COMM-RPQ-FAIL-CD                             02960000
           END-IF.                                                      02970000
       3000-EXIT.                                                       02980000
           EXIT.                                                        02990000
                                                                        03000000
      ******************************************************************03010000
      *  3100-SCAN-PAGE - READ THE NEXT REPOSITORY LINE AND RETURN IT  *03020000
      *  WHILE IT IS STILL ON THE PAGE ASKED FOR.                      *03030000
      ******************************************************************03040000
       3100-SCAN-PAGE.                                                  03050000
           EXEC CICS                                                    03060000
               READNEXT DATASET('RPTREPO')                              03070000
                        INTO(RPTINQ-RPTREPO-REC)                        03080000
                        RIDFLD(RPTREPO-KEY OF RPTINQ-RPTREPO-REC)       03090000
                        RESP(RPTINQ-RESP)                               03100000
           END-EXEC                                                     03110000
                                                                        03120000
           IF RPTINQ-RESP NOT = DFHRESP(NORMAL)                         03130000
               SET RPTINQ-BROWSE-EOF TO TRUE                            03140000
               GO TO 3100-EXIT                                          03150000
           END-IF                                                       03160000
                                                                        03170000
           IF RPTREPO-REPORT-ID OF RPTINQ-RPTREPO-REC                   03180000
                   NOT = COMM-RPQ-REPORT-ID                             03190000
              OR RPTREPO-RUN-DATE OF RPTINQ-RPTREPO-REC                 03200000
                   NOT = COMM-RPQ-RUN-DATE                              03210000
              OR RPTREPO-SORTCODE OF RPTINQ-RPTREPO-REC                 03220000
                   NOT = COMM-RPQ-SORTCODE                              03230000
              OR RPTREPO-PAGE OF RPTINQ-RPTREPO-REC                     03240000
                   NOT = COMM-RPQ-PAGE                                  03250000
              OR COMM-RPQ-LINE-COUNT = 60                               03260000
               SET RPTINQ-BROWSE-EOF TO TRUE                            03270000
               GO TO 3100-EXIT                                          03280000
           END-IF                                                       03290000
                                                                        03300000
           ADD 1 TO COMM-RPQ-LINE-COUNT                                 03310000
           MOVE RPTREPO-TEXT OF RPTINQ-RPTREPO-REC                      03320000
               TO COMM-RPQ-LINE-TEXT(COMM-RPQ-LINE-COUNT).              03330000
       3100-EXIT.                                                       03340000
           EXIT.                                                        03350000
                                                                        03360000
       9999-EXIT.                                                       03370000
           EXEC CICS RETURN END-EXEC.                                   03380000
           EXIT.                                                        03390000
