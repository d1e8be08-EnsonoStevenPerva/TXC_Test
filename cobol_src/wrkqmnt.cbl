      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    WRKQMNT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  WRKQMNT - OPERATOR WORK QUEUE ENQUIRY AND ASSIGNMENT          *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A WRKQMNT COMMAREA (COPYBOOK WRKQMNT)      *00150000
      *             AGAINST THE OPERATOR WORK QUEUE (COPYBOOK WORKQ)   *00160000
      *             THAT WRKQBLD BUILDS FROM THE PENDING-APPROVAL      *00170000
      *             REGISTERS :                                        *00180000
      *                                                                *00190000
      *               L - LIST A BRANCH'S ITEMS, UP TO 20 AT A TIME,   *00200000
      *                   OPTIONALLY ONLY ONE ROLE'S, ONE QUEUE'S, ONE *00210000
      *                   OPERATOR'S OR THOSE NOT YET ASSIGNED.  EACH  *00220000
      *                   ROW CARRIES ITS AGE IN DAYS (30/360) AND     *00230000
      *                   WHETHER IT IS PAST ITS DUE-BY TIME.  WHEN    *00240000
      *                   MORE ROWS REMAIN THE NEXT KEY IS RETURNED TO *00250000
      *                   LIST ON FROM.                                *00260000
      *               I - INQUIRE ON ONE ITEM.                         *00270000
      *               A - ASSIGN AN ITEM TO AN OPERATOR, OR RETURN IT  *00280000
      *                   TO THE QUEUE (ASSIGN-TO SPACES).  A          *00290000
      *                   SUPERVISOR OR MANAGER MAY ASSIGN ANY ITEM TO *00300000
      *                   ANY ACTIVE OPERATOR WHO WORKS ITS ROLE.  ANY *00310000
      *                   OTHER OPERATOR MAY ONLY TAKE AN ITEM OF THEIR*00320000
      *                   OWN ROLE FOR THEMSELVES, OR GIVE BACK AN ITEM*00330000
      *                   ASSIGNED TO THEM.                            *00340000
      *                                                                *00350000
      *             THE ITEM ITSELF IS STILL WORKED THROUGH ITS OWN    *00360000
      *             TRANSACTION (CSAPPRV, SIGREL, WLREVIEW, DSPMNT,    *00370000
      *             CMPMNT, SUSPREL, APPMNT, COLLMNT); THE NEXT        *00380000
      *             WRKQBLD RUN TAKES IT OFF THE QUEUE.                *00390000
      *                                                                *00400000
      *  FILES    : WORKQ    - VSAM KSDS - OPERATOR WORK QUEUE         *00410000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00420000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00430000
      *                                                                *00440000
      *  CHANGE HISTORY                                                *00450000
      *  ----------------------------------------------------------    *00460000
      *  DATE        BY    DESCRIPTION                                 *00470000
      *  2026-10-15  BAG   INITIAL VERSION                             *00480000
      *                                                                *00490000
      ******************************************************************00500000
       DATA DIVISION.                                                   00510000
       WORKING-STORAGE SECTION.                                         00520000
       01  WRKQMNT-WORK-AREA.                                           00530000
           05  WRKQMNT-RESP               PIC S9(8) COMP.               00540000
           05  WRKQMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00550000
           05  WRKQMNT-TODAYS-SPLIT REDEFINES WRKQMNT-TODAYS-DATE.      00560000
               10  WRKQMNT-TODAYS-YYYY    PIC 9999.                     00570000
               10  WRKQMNT-TODAYS-MM      PIC 99.                       00580000
               10  WRKQMNT-TODAYS-DD      PIC 99.                       00590000
           05  WRKQMNT-TODAYS-TIME        PIC 9(8)  VALUE ZERO.         00600000
           05  WRKQMNT-NOW-TIME           PIC 9(6)  VALUE ZERO.         00610000
           05  WRKQMNT-RAISED-DATE        PIC 9(8)  VALUE ZERO.         00620000
           05  WRKQMNT-RAISED-SPLIT REDEFINES WRKQMNT-RAISED-DATE.      00630000
               10  WRKQMNT-RAISED-YYYY    PIC 9999.                     00640000
               10  WRKQMNT-RAISED-MM      PIC 99.                       00650000
               10  WRKQMNT-RAISED-DD      PIC 99.                       00660000
           05  WRKQMNT-AGE-DAYS           PIC S9(7) COMP-3 VALUE ZERO.  00670000
           05  WRKQMNT-SUB                PIC S9(4) COMP VALUE ZERO.    00680000
           05  WRKQMNT-BROWSE-SWITCH      PIC X     VALUE 'N'.          00690000
               88  WRKQMNT-BROWSE-EOF           VALUE 'Y'.              00700000
           05  WRKQMNT-MATCH-SWITCH       PIC X     VALUE 'N'.          00710000
               88  WRKQMNT-ROW-MATCHES          VALUE 'Y'.              00720000
           05  WRKQMNT-OPERATOR-ROLE      PIC X(3)  VALUE SPACES.       00730000
           05  WRKQMNT-OPERATOR-SWITCH    PIC X     VALUE 'N'.          00740000
               88  WRKQMNT-OPERATOR-IS-SENIOR   VALUE 'Y'.              00750000
                                                                        00760000
       01  WRKQMNT-WORKQ-REC.                                           00770000
           COPY WORKQ.                                                  00780000
                                                                        00790000
       01  WRKQMNT-OPERATOR-REC.                                        00800000
           COPY OPERATOR.                                               00810000
                                                                        00820000
       01  WRKQMNT-BUSDATE-REC.                                         00830000
           COPY BUSDATE.                                                00840000
                                                                        00850000
       LINKAGE SECTION.                                                 00860000
       01  DFHCOMMAREA.                                                 00870000
           COPY WRKQMNT.                                                00880000
                                                                        00890000
      ******************************************************************00900000
       PROCEDURE DIVISION.                                              00910000
      ******************************************************************00920000
       0000-MAINLINE.                                                   00930000
           MOVE SPACE TO COMM-WKQ-SUCCESS                               00940000
           MOVE SPACE TO COMM-WKQ-FAIL-CD                               00950000
           MOVE ZERO TO COMM-WKQ-ROW-COUNT                              00960000
           MOVE 'N' TO COMM-WKQ-MORE-FLAG                               00970000
           MOVE ZERO TO COMM-WKQ-NEXT-SORTCODE                          00980000
           MOVE SPACES TO COMM-WKQ-NEXT-QUEUE                           00990000
           MOVE ZERO TO COMM-WKQ-NEXT-ITEM                              01000000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF WRKQMNT-BUSDATE-REC  01010000
           EXEC CICS                                                    01020000
               READ DATASET('BUSDATE')                                  01030000
                    INTO(WRKQMNT-BUSDATE-REC)                           01040000
                    RIDFLD(BUSDATE-KEY OF WRKQMNT-BUSDATE-REC)          01050000
                    RESP(WRKQMNT-RESP)                                  01060000
           END-EXEC                                                     01070000
           IF WRKQMNT-RESP = DFHRESP(NORMAL)                            01080000
               MOVE BUSDATE-CURRENT-DATE OF WRKQMNT-BUSDATE-REC         01090000
                   TO WRKQMNT-TODAYS-DATE                               01100000
           ELSE                                                         01110000
               ACCEPT WRKQMNT-TODAYS-DATE FROM DATE YYYYMMDD            01120000
           END-IF                                                       01130000
           ACCEPT WRKQMNT-TODAYS-TIME FROM TIME                         01140000
           MOVE WRKQMNT-TODAYS-TIME(1:6) TO WRKQMNT-NOW-TIME            01150000
                                                                        01160000
           IF COMM-WKQ-ACT-ASSIGN                                       01170000
               PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT               01180000
           END-IF                                                       01190000
                                                                        01200000
           IF COMM-WKQ-FAIL-CD = SPACE                                  01210000
               EVALUATE TRUE                                            01220000
                   WHEN COMM-WKQ-ACT-LIST                               01230000
                       PERFORM 2000-LIST-ITEMS THRU 2000-EXIT           01240000
                   WHEN COMM-WKQ-ACT-INQUIRE                            01250000
                       PERFORM 3000-INQUIRE-ITEM THRU 3000-EXIT         01260000
                   WHEN COMM-WKQ-ACT-ASSIGN                             01270000
                       PERFORM 4000-ASSIGN-ITEM THRU 4000-EXIT          01280000
                   WHEN OTHER                                           01290000
                       MOVE '3' TO COMM-WKQ-FAIL-CD                     01300000
               END-EVALUATE                                             01310000
           END-IF                                                       01320000
                                                                        01330000
           IF COMM-WKQ-FAIL-CD = SPACE                                  01340000
               MOVE 'Y' TO COMM-WKQ-SUCCESS                             01350000
           ELSE                                                         01360000
               MOVE 'N' TO COMM-WKQ-SUCCESS                             01370000
           END-IF                                                       01380000
                                                                        01390000
           GO TO 9999-EXIT.                                             01400000
                                                                        01410000
      ******************************************************************01420000
      *  0600-CHECK-OPERATOR - AN ASSIGNMENT IS RECORDED AGAINST AN    *01430000
      *  OPERATOR WHO MUST BE ACTIVE ON THE MASTER.  THE OPERATOR'S    *01440000
      *  ROLE IS KEPT FOR THE ASSIGNMENT RULES.                        *01450000
      ******************************************************************01460000
       0600-CHECK-OPERATOR.                                             01470000
           MOVE COMM-WKQ-OPERATOR TO OPERATOR-ID                        01480000
                                      OF WRKQMNT-OPERATOR-REC           01490000
                                                                        01500000
           EXEC CICS                                                    01510000
               READ DATASET('OPERATOR')                                 01520000
                    INTO(WRKQMNT-OPERATOR-REC)                          01530000
                    RIDFLD(OPERATOR-KEY OF WRKQMNT-OPERATOR-REC)        01540000
                    RESP(WRKQMNT-RESP)                                  01550000
           END-EXEC                                                     01560000
                                                                        01570000
           IF WRKQMNT-RESP NOT = DFHRESP(NORMAL)                        01580000
               MOVE 'O' TO COMM-WKQ-FAIL-CD                             01590000
               GO TO 0600-EXIT                                          01600000
           END-IF                                                       01610000
                                                                        01620000
           IF NOT OPERATOR-ACTIVE OF WRKQMNT-OPERATOR-REC               01630000
               MOVE 'O' TO COMM-WKQ-FAIL-CD                             01640000
               GO TO 0600-EXIT                                          01650000
           END-IF                                                       01660000
                                                                        01670000
           MOVE OPERATOR-ROLE OF WRKQMNT-OPERATOR-REC                   01680000
               TO WRKQMNT-OPERATOR-ROLE                                 01690000
           MOVE 'N' TO WRKQMNT-OPERATOR-SWITCH                          01700000
           IF OPERATOR-ROLE-SUPERVISOR OF WRKQMNT-OPERATOR-REC          01710000
              OR OPERATOR-ROLE-MANAGER OF WRKQMNT-OPERATOR-REC          01720000
               SET WRKQMNT-OPERATOR-IS-SENIOR TO TRUE                   01730000
           END-IF.                                                      01740000
       0600-EXIT.                                                       01750000
           EXIT.                                                        01760000
                                                                        01770000
      ******************************************************************01780000
      *  2000-LIST-ITEMS - BROWSE THE BRANCH'S RANGE OF THE QUEUE      *01790000
      *  FROM THE KEY GIVEN, RETURNING UP TO 20 ITEMS THAT PASS THE    *01800000
      *  FILTERS.  A 21ST MATCHING ITEM SETS THE MORE FLAG AND BECOMES *01810000
      *  THE NEXT KEY.                                                 *01820000
      ******************************************************************01830000
       2000-LIST-ITEMS.                                                 01840000
           MOVE COMM-WKQ-KEY TO WORKQ-KEY OF WRKQMNT-WORKQ-REC          01850000
           MOVE 'N' TO WRKQMNT-BROWSE-SWITCH                            01860000
                                                                        01870000
           EXEC CICS                                                    01880000
               STARTBR DATASET('WORKQ')                                 01890000
                       RIDFLD(WORKQ-KEY OF WRKQMNT-WORKQ-REC)           01900000
                       GTEQ                                             01910000
                       RESP(WRKQMNT-RESP)                               01920000
           END-EXEC                                                     01930000
                                                                        01940000
           IF WRKQMNT-RESP = DFHRESP(NOTFND)                            01950000
               MOVE '1' TO COMM-WKQ-FAIL-CD                             01960000
               GO TO 2000-EXIT                                          01970000
           END-IF                                                       01980000
                                                                        01990000
           IF WRKQMNT-RESP NOT = DFHRESP(NORMAL)                        02000000
               MOVE '8' TO COMM-WKQ-FAIL-CD                             02010000
               GO TO 2000-EXIT                                          02020000
           END-IF                                                       02030000
                                                                        02040000
           PERFORM 2100-SCAN-QUEUE THRU 2100-EXIT                       02050000
              UNTIL WRKQMNT-BROWSE-EOF                                  02060000
                                                                        02070000
           EXEC CICS                                                    02080000
               ENDBR DATASET('WORKQ')                                   02090000
           END-EXEC                                                     02100000
                                                                        02110000
           IF COMM-WKQ-ROW-COUNT = ZERO                                 02120000
               MOVE '1' TO COMM-WKQ-FAIL-CD                             02130000
           END-IF.                                                      02140000
       2000-EXIT.                                                       02150000
           EXIT.                                                        02160000
                                                                        02170000
      ******************************************************************02180000
      *  2100-SCAN-QUEUE - READ THE NEXT ITEM ON THE BROWSE.  STOP AT  *02190000
      *  THE BRANCH BOUNDARY; OTHERWISE TEST THE FILTERS AND RETURN    *02200000
      *  THE ITEM IF THERE IS ROOM, OR NOTE WHERE TO GO ON FROM.       *02210000
      ******************************************************************02220000
       2100-SCAN-QUEUE.                                                 02230000
           EXEC CICS                                                    02240000
               READNEXT DATASET('WORKQ')                                02250000
                        INTO(WRKQMNT-WORKQ-REC)                         02260000
                        RIDFLD(WORKQ-KEY OF WRKQMNT-WORKQ-REC)          02270000
                        RESP(WRKQMNT-RESP)                              02280000
           END-EXEC                                                     02290000
                                                                        02300000
           IF WRKQMNT-RESP NOT = DFHRESP(NORMAL)                        02310000
               SET WRKQMNT-BROWSE-EOF TO TRUE                           02320000
               GO TO 2100-EXIT                                          02330000
           END-IF                                                       02340000
                                                                        02350000
           IF WORKQ-SORTCODE OF WRKQMNT-WORKQ-REC                       02360000
              NOT = COMM-WKQ-SORTCODE                                   02370000
               SET WRKQMNT-BROWSE-EOF TO TRUE                           02380000
               GO TO 2100-EXIT                                          02390000
           END-IF                                                       02400000
                                                                        02410000
           PERFORM 2200-TEST-FILTERS THRU 2200-EXIT                     02420000
           IF NOT WRKQMNT-ROW-MATCHES                                   02430000
               GO TO 2100-EXIT                                          02440000
           END-IF                                                       02450000
                                                                        02460000
           IF COMM-WKQ-ROW-COUNT = 20                                   02470000
               SET COMM-WKQ-MORE-ROWS TO TRUE                           02480000
               MOVE WORKQ-KEY OF WRKQMNT-WORKQ-REC                      02490000
                   TO COMM-WKQ-NEXT-KEY                                 02500000
               SET WRKQMNT-BROWSE-EOF TO TRUE                           02510000
               GO TO 2100-EXIT                                          02520000
           END-IF                                                       02530000
                                                                        02540000
           ADD 1 TO COMM-WKQ-ROW-COUNT                                  02550000
           MOVE COMM-WKQ-ROW-COUNT TO WRKQMNT-SUB                       02560000
           PERFORM 8000-RETURN-ROW THRU 8000-EXIT.                      02570000
       2100-EXIT.                                                       02580000
           EXIT.                                                        02590000
                                                                        02600000
      ******************************************************************02610000
      *  2200-TEST-FILTERS - AN ITEM MATCHES WHEN IT PASSES EVERY      *02620000
      *  FILTER THAT IS NOT SPACES.  AN ASSIGNED FILTER OF 'NON' TAKES *02630000
      *  ONLY THE ITEMS NOBODY HAS YET.                                *02640000
      ******************************************************************02650000
       2200-TEST-FILTERS.                                               02660000
           MOVE 'N' TO WRKQMNT-MATCH-SWITCH                             02670000
                                                                        02680000
           IF COMM-WKQ-ROLE-FILTER NOT = SPACES                         02690000
              AND COMM-WKQ-ROLE-FILTER                                  02700000
                  NOT = WORKQ-ROLE OF WRKQMNT-WORKQ-REC                 02710000
               GO TO 2200-EXIT                                          02720000
           END-IF                                                       02730000
                                                                        02740000
           IF COMM-WKQ-QUEUE-FILTER NOT = SPACES                        02750000
              AND COMM-WKQ-QUEUE-FILTER                                 02760000
                  NOT = WORKQ-QUEUE OF WRKQMNT-WORKQ-REC                02770000
               GO TO 2200-EXIT                                          02780000
           END-IF                                                       02790000
                                                                        02800000
           IF COMM-WKQ-ASSIGNED-FILTER = 'NON'                          02810000
               IF WORKQ-ASSIGNED-TO OF WRKQMNT-WORKQ-REC NOT = SPACES   02820000
                   GO TO 2200-EXIT                                      02830000
               END-IF                                                   02840000
           ELSE                                                         02850000
               IF COMM-WKQ-ASSIGNED-FILTER NOT = SPACES                 02860000
                  AND COMM-WKQ-ASSIGNED-FILTER                          02870000
                      NOT = WORKQ-ASSIGNED-TO OF WRKQMNT-WORKQ-REC      02880000
                   GO TO 2200-EXIT                                      02890000
               END-IF                                                   02900000
           END-IF                                                       02910000
                                                                        02920000
           SET WRKQMNT-ROW-MATCHES TO TRUE.                             02930000
       2200-EXIT.                                                       02940000
           EXIT.                                                        02950000
                                                                        02960000
      ******************************************************************02970000
      *  3000-INQUIRE-ITEM - READ THE NAMED ITEM AND RETURN IT AS THE  *02980000
      *  FIRST ROW.                                                    *02990000
      ******************************************************************03000000
       3000-INQUIRE-ITEM.                                               03010000
           MOVE COMM-WKQ-KEY TO WORKQ-KEY OF WRKQMNT-WORKQ-REC          03020000
                                                                        03030000
           EXEC CICS                                                    03040000
               READ DATASET('WORKQ')                                    03050000
                    INTO(WRKQMNT-WORKQ-REC)                             03060000
                    RIDFLD(WORKQ-KEY OF WRKQMNT-WORKQ-REC)              03070000
                    RESP(WRKQMNT-RESP)                                  03080000
           END-EXEC                                                     03090000
                                                                        03100000
           IF WRKQMNT-RESP = DFHRESP(NOTFND)                            03110000
               MOVE '1' TO COMM-WKQ-FAIL-CD                             03120000
               GO TO 3000-EXIT                                          03130000
           END-IF                                                       03140000
                                                                        03150000
           IF WRKQMNT-RESP NOT = DFHRESP(NORMAL)                        03160000
               MOVE '8' TO COMM-WKQ-FAIL-CD                             03170000
               GO TO 3000-EXIT                                          03180000
           END-IF                                                       03190000
                                                                        03200000
           MOVE 1 TO COMM-WKQ-ROW-COUNT                                 03210000
           MOVE 1 TO WRKQMNT-SUB                                        03220000
           PERFORM 8000-RETURN-ROW THRU 8000-EXIT.                      03230000
       3000-EXIT.                                                       03240000
           EXIT.                                                        03250000
                                                                        03260000
      ******************************************************************03270000
      *  4000-ASSIGN-ITEM - READ THE ITEM FOR UPDATE, CHECK THE        *03280000
      *  OPERATOR MAY MAKE THIS ASSIGNMENT AND THAT ANY ASSIGNEE IS AN *03290000
      *  ACTIVE OPERATOR WHO WORKS THE ITEM'S ROLE, THEN RECORD WHO    *03300000
      *  HAS THE ITEM, WHO GAVE IT THEM AND WHEN.                      *03310000
      ******************************************************************03320000
       4000-ASSIGN-ITEM.                                                03330000
           MOVE COMM-WKQ-KEY TO WORKQ-KEY OF WRKQMNT-WORKQ-REC          03340000
                                                                        03350000
           EXEC CICS                                                    03360000
               READ DATASET('WORKQ')                                    03370000
                    INTO(WRKQMNT-WORKQ-REC)                             03380000
                    RIDFLD(WORKQ-KEY OF WRKQMNT-WORKQ-REC)              03390000
                    UPDATE                                              03400000
                    RESP(WRKQMNT-RESP)                                  03410000
           END-EXEC                                                     03420000
                                                                        03430000
           IF WRKQMNT-RESP = DFHRESP(NOTFND)                            03440000
               MOVE '1' TO COMM-WKQ-FAIL-CD                             03450000
               GO TO 4000-EXIT                                          03460000
           END-IF                                                       03470000
                                                                        03480000
           IF WRKQMNT-RESP NOT = DFHRESP(NORMAL)                        03490000
               MOVE '8' TO COMM-WKQ-FAIL-CD                             03500000
               GO TO 4000-EXIT                                          03510000
           END-IF                                                       03520000
                                                                        03530000
           PERFORM 4100-CHECK-ALLOWED THRU 4100-EXIT                    03540000
           IF COMM-WKQ-FAIL-CD NOT = SPACE                              03550000
               GO TO 4000-EXIT                                          03560000
           END-IF                                                       03570000
                                                                        03580000
           IF COMM-WKQ-ASSIGN-TO NOT = SPACES                           03590000
               PERFORM 4200-CHECK-ASSIGNEE THRU 4200-EXIT               03600000
               IF COMM-WKQ-FAIL-CD NOT = SPACE                          03610000
                   GO TO 4000-EXIT                                      03620000
               END-IF                                                   03630000
           END-IF                                                       03640000
                                                                        03650000
           MOVE COMM-WKQ-ASSIGN-TO                                      03660000
               TO WORKQ-ASSIGNED-TO OF WRKQMNT-WORKQ-REC                03670000
           MOVE COMM-WKQ-OPERATOR                                       03680000
               TO WORKQ-ASSIGNED-BY OF WRKQMNT-WORKQ-REC                03690000
           MOVE WRKQMNT-TODAYS-DATE                                     03700000
               TO WORKQ-ASSIGNED-DATE OF WRKQMNT-WORKQ-REC              03710000
           MOVE WRKQMNT-NOW-TIME                                        03720000
               TO WORKQ-ASSIGNED-TIME OF WRKQMNT-WORKQ-REC              03730000
                                                                        03740000
           EXEC CICS                                                    03750000
               REWRITE DATASET('WORKQ')                                 03760000
                       FROM(WRKQMNT-WORKQ-REC)                          03770000
                       RESP(WRKQMNT-RESP)                               03780000
           END-EXEC                                                     03790000
                                                                        03800000
           IF WRKQMNT-RESP NOT = DFHRESP(NORMAL)                        03810000
               MOVE '6' TO COMM-WKQ-FAIL-CD                             03820000
               GO TO 4000-EXIT                                          03830000
           END-IF                                                       03840000
                                                                        03850000
           MOVE 1 TO COMM-WKQ-ROW-COUNT                                 03860000
           MOVE 1 TO WRKQMNT-SUB                                        03870000
           PERFORM 8000-RETURN-ROW THRU 8000-EXIT.                      03880000
       4000-EXIT.                                                       03890000
           EXIT.                                                        03900000
                                                                        03910000
      ******************************************************************03920000
      *  4100-CHECK-ALLOWED - A SUPERVISOR OR MANAGER MAY MAKE ANY     *03930000
      *  ASSIGNMENT.  ANY OTHER OPERATOR MAY TAKE AN UNASSIGNED ITEM   *03940000
      *  OF THEIR OWN ROLE FOR THEMSELVES, OR GIVE BACK AN ITEM THAT   *03950000
      *  IS ASSIGNED TO THEM.                                          *03960000
      ******************************************************************03970000
       4100-CHECK-ALLOWED.                                              03980000
           IF WRKQMNT-OPERATOR-IS-SENIOR                                03990000
               GO TO 4100-EXIT                                          04000000
           END-IF                                                       04010000
                                                                        04020000
           IF COMM-WKQ-ASSIGN-TO = SPACES                               04030000
               IF WORKQ-ASSIGNED-TO OF WRKQMNT-WORKQ-REC                04040000
                  NOT = COMM-WKQ-OPERATOR                               04050000
                   MOVE 'R' TO COMM-WKQ-FAIL-CD                         04060000
               END-IF                                                   04070000
               GO TO 4100-EXIT                                          04080000
           END-IF                                                       04090000
                                                                        04100000
           IF COMM-WKQ-ASSIGN-TO NOT = COMM-WKQ-OPERATOR                04110000
              OR WRKQMNT-OPERATOR-ROLE                                  04120000
                 NOT = WORKQ-ROLE OF WRKQMNT-WORKQ-REC                  04130000
              OR WORKQ-ASSIGNED-TO OF WRKQMNT-WORKQ-REC NOT = SPACES    04140000
               MOVE 'R' TO COMM-WKQ-FAIL-CD                             04150000
           END-IF.                                                      04160000
       4100-EXIT.                                                       04170000
           EXIT.                                                        04180000
                                                                        04190000
      ******************************************************************04200000
      *  4200-CHECK-ASSIGNEE - THE ASSIGNEE MUST BE ACTIVE ON THE      *04210000
      *  OPERATOR MASTER AND EITHER WORK THE ITEM'S ROLE OR BE A       *04220000
      *  SUPERVISOR OR MANAGER.                                        *04230000
      ******************************************************************04240000
       4200-CHECK-ASSIGNEE.                                             04250000
           MOVE COMM-WKQ-ASSIGN-TO TO OPERATOR-ID                       04260000
                                       OF WRKQMNT-OPERATOR-REC          04270000
                                                                        04280000
           EXEC CICS                                                    04290000
               READ DATASET('OPERATOR')                                 04300000
                    INTO(WRKQMNT-OPERATOR-REC)                          04310000
                    RIDFLD(OPERATOR-KEY OF WRKQMNT-OPERATOR-REC)        04320000
                    RESP(WRKQMNT-RESP)                                  04330000
           END-EXEC                                                     04340000
                                                                        04350000
           IF WRKQMNT-RESP NOT = DFHRESP(NORMAL)                        04360000
               MOVE 'A' TO COMM-WKQ-FAIL-CD                             04370000
               GO TO 4200-EXIT                                          04380000
           END-IF                                                       04390000
                                                                        04400000
           IF NOT OPERATOR-ACTIVE OF WRKQMNT-OPERATOR-REC               04410000
               MOVE 'A' TO COMM-WKQ-FAIL-CD                             04420000
               GO TO 4200-EXIT                                          04430000
           END-IF                                                       04440000
                                                                        04450000
           IF OPERATOR-ROLE OF WRKQMNT-OPERATOR-REC                     04460000
              NOT = WORKQ-ROLE OF WRKQMNT-WORKQ-REC                     04470000
              AND NOT OPERATOR-ROLE-SUPERVISOR OF WRKQMNT-OPERATOR-REC  04480000
              AND NOT OPERATOR-ROLE-MANAGER OF WRKQMNT-OPERATOR-REC     04490000
               MOVE 'A' TO COMM-WKQ-FAIL-CD                             04500000
           END-IF.                                                      04510000
       4200-EXIT.                                                       04520000
           EXIT.                                                        04530000
                                                                        04540000
      ******************************************************************04550000
      *  8000-RETURN-ROW - COPY THE ITEM INTO ROW WRKQMNT-SUB, WITH    *04560000
      *  ITS AGE IN DAYS ON THE 30/360 CONVENTION AND WHETHER IT IS    *04570000
      *  PAST ITS DUE-BY DATE AND TIME.                                *04580000
      ******************************************************************04590000
       8000-RETURN-ROW.                                                 04600000
           MOVE WORKQ-QUEUE OF WRKQMNT-WORKQ-REC                        04610000
               TO COMM-WKQ-ROW-QUEUE (WRKQMNT-SUB)                      04620000
           MOVE WORKQ-ITEM OF WRKQMNT-WORKQ-REC                         04630000
               TO COMM-WKQ-ROW-ITEM (WRKQMNT-SUB)                       04640000
           MOVE WORKQ-ROLE OF WRKQMNT-WORKQ-REC                         04650000
               TO COMM-WKQ-ROW-ROLE (WRKQMNT-SUB)                       04660000
           MOVE WORKQ-CUSTOMER OF WRKQMNT-WORKQ-REC                     04670000
               TO COMM-WKQ-ROW-CUSTOMER (WRKQMNT-SUB)                   04680000
           MOVE WORKQ-ACCOUNT OF WRKQMNT-WORKQ-REC                      04690000
               TO COMM-WKQ-ROW-ACCOUNT (WRKQMNT-SUB)                    04700000
           MOVE WORKQ-AMOUNT OF WRKQMNT-WORKQ-REC                       04710000
               TO COMM-WKQ-ROW-AMOUNT (WRKQMNT-SUB)                     04720000
           MOVE WORKQ-RAISED-BY OF WRKQMNT-WORKQ-REC                    04730000
               TO COMM-WKQ-ROW-RAISED-BY (WRKQMNT-SUB)                  04740000
           MOVE WORKQ-SOURCE OF WRKQMNT-WORKQ-REC                       04750000
               TO COMM-WKQ-ROW-SOURCE (WRKQMNT-SUB)                     04760000
           MOVE WORKQ-RAISED-DATE OF WRKQMNT-WORKQ-REC                  04770000
               TO COMM-WKQ-ROW-RAISED-DATE (WRKQMNT-SUB)                04780000
           MOVE WORKQ-DUE-DATE OF WRKQMNT-WORKQ-REC                     04790000
               TO COMM-WKQ-ROW-DUE-DATE (WRKQMNT-SUB)                   04800000
           MOVE WORKQ-DUE-TIME OF WRKQMNT-WORKQ-REC                     04810000
               TO COMM-WKQ-ROW-DUE-TIME (WRKQMNT-SUB)                   04820000
           MOVE WORKQ-ASSIGNED-TO OF WRKQMNT-WORKQ-REC                  04830000
               TO COMM-WKQ-ROW-ASSIGNED-TO (WRKQMNT-SUB)                04840000
                                                                        04850000
           MOVE WORKQ-RAISED-DATE OF WRKQMNT-WORKQ-REC                  04860000
               TO WRKQMNT-RAISED-DATE                                   04870000
           COMPUTE WRKQMNT-AGE-DAYS =                                   04880000
               (WRKQMNT-TODAYS-YYYY - WRKQMNT-RAISED-YYYY) * 360        04890000
             + (WRKQMNT-TODAYS-MM   - WRKQMNT-RAISED-MM)   * 30         04900000
             + (WRKQMNT-TODAYS-DD   - WRKQMNT-RAISED-DD)                04910000
           IF WRKQMNT-AGE-DAYS < ZERO                                   04920000
               MOVE ZERO TO WRKQMNT-AGE-DAYS                            04930000
           END-IF                                                       04940000
           MOVE WRKQMNT-AGE-DAYS TO COMM-WKQ-ROW-AGE-DAYS (WRKQMNT-SUB) 04950000
                                                                        04960000
           MOVE 'N' TO COMM-WKQ-ROW-OVERDUE (WRKQMNT-SUB)               04970000
           IF WORKQ-DUE-DATE OF WRKQMNT-WORKQ-REC < WRKQMNT-TODAYS-DATE 04980000
              OR (WORKQ-DUE-DATE OF WRKQMNT-WORKQ-REC                   04990000
                  = WRKQMNT-TODAYS-DATE                                 05000000
                  AND WORKQ-DUE-TIME OF WRKQMNT-WORKQ-REC               05010000
                      < WRKQMNT-NOW-TIME)                               05020000
               SET COMM-WKQ-ROW-PAST-SLA (WRKQMNT-SUB) TO TRUE          05030000
           END-IF.                                                      05040000
       8000-EXIT.                                                       05050000
           EXIT.                                                        05060000
                                                                        05070000
      ******************************************************************05080000
      *  9999-EXIT - RETURN TO THE CALLER.                             *05090000
      ******************************************************************05100000
       9999-EXIT.                                                       05110000
           EXEC CICS                                                    05120000
               RETURN                                                   05130000
           END-EXEC.                                                    05140000
           EXIT.                                                        05150000
