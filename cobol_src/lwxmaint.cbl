      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    LWXMAINT.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  LWXMAINT - LOAN CHARGE-OFF EXCEPTION LIST MAINTENANCE         *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS AN LWXMNT COMMAREA (COPYBOOK LWXMNT)       *00150000
      *             NAMING ONE LOAN :                                  *00160000
      *                                                                *00170000
      *               P - PLACE THE LOAN ON THE EXCEPTION LIST SO THE  *00180000
      *                   MONTHLY LOANWOFF RUN PASSES IT OVER UNTIL    *00190000
      *                   THE REVIEW DATE (ZERO = UNTIL LIFTED).  THE  *00200000
      *                   LOAN MUST BE ACTIVE AND A REASON GIVEN.      *00210000
      *               L - LIFT THE EXCEPTION, LEAVING THE LOAN TO BE   *00220000
      *                   WRITTEN OFF BY THE NEXT RUN IF IT IS STILL   *00230000
      *                   OVER THE THRESHOLD.                          *00240000
      *               I - INQUIRE ON THE EXCEPTION.                    *00250000
      *                                                                *00260000
      *             PLACING AND LIFTING ARE SUPERVISOR DECISIONS - THE *00270000
      *             OPERATOR MUST BE ACTIVE ON THE OPERATOR MASTER     *00280000
      *             WITH THE SUPERVISOR OR MANAGER ROLE.               *00290000
      *                                                                *00300000
      *  FILES    : LOAN     - VSAM KSDS - LOAN MASTER                 *00310000
      *             LOANWOEX - VSAM KSDS - CHARGE-OFF EXCEPTIONS       *00320000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00330000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00340000
      *                                                                *00350000
      *  CHANGE HISTORY                                                *00360000
      *  ----------------------------------------------------------    *00370000
      *  DATE        BY    DESCRIPTION                                 *00380000
      *  2026-10-15  BAG   INITIAL VERSION                             *00390000
      *                                                                *00400000
      ******************************************************************00410000
       DATA DIVISION.                                                   00420000
       WORKING-STORAGE SECTION.                                         00430000
       01  LWXMAINT-WORK-AREA.                                          00440000
           05  LWXMAINT-RESP              PIC S9(8) COMP.               00450000
           05  LWXMAINT-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00460000
                                                                        00470000
       01  LWXMAINT-LOAN-REC.                                           00480000
           COPY LOAN.                                                   00490000
                                                                        00500000
       01  LWXMAINT-WOEX-REC.                                           00510000
           COPY LOANWOEX.                                               00520000
                                                                        00530000
       01  LWXMAINT-OPERATOR-REC.                                       00540000
           COPY OPERATOR.                                               00550000
                                                                        00560000
       01  LWXMAINT-BUSDATE-REC.                                        00570000
           COPY BUSDATE.                                                00580000
                                                                        00590000
       LINKAGE SECTION.                                                 00600000
       01  DFHCOMMAREA.                                                 00610000
           COPY LWXMNT.                                                 00620000
                                                                        00630000
      ******************************************************************00640000
       PROCEDURE DIVISION.                                              00650000
      ******************************************************************00660000
       0000-MAINLINE.                                                   00670000
           MOVE SPACE TO COMM-LWX-SUCCESS                               00680000
           MOVE SPACE TO COMM-LWX-FAIL-CD                               00690000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF LWXMAINT-BUSDATE-REC 00700000
           EXEC CICS                                                    00710000
               READ DATASET('BUSDATE')                                  00720000
                    INTO(LWXMAINT-BUSDATE-REC)                          00730000
                    RIDFLD(BUSDATE-KEY OF LWXMAINT-BUSDATE-REC)         00740000
                    RESP(LWXMAINT-RESP)                                 00750000
           END-EXEC                                                     00760000
           IF LWXMAINT-RESP = DFHRESP(NORMAL)                           00770000
               MOVE BUSDATE-CURRENT-DATE OF LWXMAINT-BUSDATE-REC        00780000
                   TO LWXMAINT-TODAYS-DATE                              00790000
           ELSE                                                         00800000
               ACCEPT LWXMAINT-TODAYS-DATE FROM DATE YYYYMMDD           00810000
           END-IF                                                       00820000
                                                                        00830000
           EVALUATE TRUE                                                00840000
               WHEN COMM-LWX-ACT-PLACE                                  00850000
                   PERFORM 2000-PLACE-EXCEPTION THRU 2000-EXIT          00860000
               WHEN COMM-LWX-ACT-LIFT                                   00870000
                   PERFORM 3000-LIFT-EXCEPTION THRU 3000-EXIT           00880000
               WHEN COMM-LWX-ACT-INQUIRE                                00890000
                   PERFORM 4000-INQUIRE-EXCEPTION THRU 4000-EXIT        00900000
               WHEN OTHER                                               00910000
                   MOVE '3' TO COMM-LWX-FAIL-CD                         00920000
           END-EVALUATE                                                 00930000
                                                                        00940000
           IF COMM-LWX-FAIL-CD = SPACE                                  00950000
               MOVE 'Y' TO COMM-LWX-SUCCESS                             00960000
           ELSE                                                         00970000
               MOVE 'N' TO COMM-LWX-SUCCESS                             00980000
           END-IF                                                       00990000
                                                                        01000000
           GO TO 9999-EXIT.                                             01010000
                                                                        01020000
      ******************************************************************01030000
      *  2000-PLACE-EXCEPTION - CHECK THE SUPERVISOR, THE LOAN AND     *01040000
      *  THE REASON, THEN WRITE THE EXCEPTION ROW.                     *01050000
      ******************************************************************01060000
       2000-PLACE-EXCEPTION.                                            01070000
           IF COMM-LWX-REASON = SPACES                                  01080000
               MOVE '5' TO COMM-LWX-FAIL-CD                             01090000
               GO TO 2000-EXIT                                          01100000
           END-IF                                                       01110000
                                                                        01120000
           PERFORM 2100-CHECK-SUPERVISOR THRU 2100-EXIT                 01130000
           IF COMM-LWX-FAIL-CD NOT = SPACE                              01140000
               GO TO 2000-EXIT                                          01150000
           END-IF                                                       01160000
                                                                        01170000
           MOVE COMM-LWX-SORTCODE    TO LOAN-SORTCODE                   01180000
                                         OF LWXMAINT-LOAN-REC           01190000
           MOVE COMM-LWX-LOAN-NUMBER TO LOAN-NUMBER                     01200000
                                         OF LWXMAINT-LOAN-REC           01210000
                                                                        01220000
           EXEC CICS                                                    01230000
               READ DATASET('LOAN')                                     01240000
                    INTO(LWXMAINT-LOAN-REC)                             01250000
                    RIDFLD(LOAN-KEY OF LWXMAINT-LOAN-REC)               01260000
                    RESP(LWXMAINT-RESP)                                 01270000
           END-EXEC                                                     01280000
                                                                        01290000
           IF LWXMAINT-RESP = DFHRESP(NOTFND)                           01300000
               MOVE '1' TO COMM-LWX-FAIL-CD                             01310000
               GO TO 2000-EXIT                                          01320000
           END-IF                                                       01330000
                                                                        01340000
           IF LWXMAINT-RESP NOT = DFHRESP(NORMAL)                       01350000
               MOVE '8' TO COMM-LWX-FAIL-CD                             01360000
               GO TO 2000-EXIT                                          01370000
           END-IF                                                       01380000
                                                                        01390000
           IF NOT LOAN-ACTIVE OF LWXMAINT-LOAN-REC                      01400000
               MOVE '4' TO COMM-LWX-FAIL-CD                             01410000
               GO TO 2000-EXIT                                          01420000
           END-IF                                                       01430000
                                                                        01440000
           MOVE 'LWEX' TO LOANWOEX-EYECATCHER OF LWXMAINT-WOEX-REC      01450000
           MOVE COMM-LWX-SORTCODE    TO LOANWOEX-SORTCODE               01460000
                                         OF LWXMAINT-WOEX-REC           01470000
           MOVE COMM-LWX-LOAN-NUMBER TO LOANWOEX-LOAN-NUMBER            01480000
                                         OF LWXMAINT-WOEX-REC           01490000
           MOVE COMM-LWX-REASON      TO LOANWOEX-REASON                 01500000
                                         OF LWXMAINT-WOEX-REC           01510000
           MOVE COMM-LWX-OPERATOR    TO LOANWOEX-APPROVED-BY            01520000
                                         OF LWXMAINT-WOEX-REC           01530000
           MOVE LWXMAINT-TODAYS-DATE TO LOANWOEX-APPROVED-DATE          01540000
                                         OF LWXMAINT-WOEX-REC           01550000
           MOVE COMM-LWX-REVIEW-DATE TO LOANWOEX-REVIEW-DATE            01560000
                                         OF LWXMAINT-WOEX-REC           01570000
                                                                        01580000
           EXEC CICS                                                    01590000
               WRITE DATASET('LOANWOEX')                                01600000
                     FROM(LWXMAINT-WOEX-REC)                            01610000
                     RIDFLD(LOANWOEX-KEY OF LWXMAINT-WOEX-REC)          01620000
                     RESP(LWXMAINT-RESP)                                01630000
           END-EXEC                                                     01640000
                                                                        01650000
           IF LWXMAINT-RESP = DFHRESP(DUPREC)                           01660000
               MOVE '9' TO COMM-LWX-FAIL-CD                             01670000
               GO TO 2000-EXIT                                          01680000
           END-IF                                                       01690000
                                                                        01700000
           IF LWXMAINT-RESP NOT = DFHRESP(NORMAL)                       01710000
               MOVE '6' TO COMM-LWX-FAIL-CD                             01720000
               GO TO 2000-EXIT                                          01730000
           END-IF                                                       01740000
                                                                        01750000
           MOVE LWXMAINT-TODAYS-DATE TO COMM-LWX-APPROVED-DATE.         01760000
       2000-EXIT.                                                       01770000
           EXIT.                                                        01780000
                                                                        01790000
      ******************************************************************01800000
      *  2100-CHECK-SUPERVISOR - THE OPERATOR MUST BE ON THE MASTER,   *01810000
      *  ACTIVE, AND A SUPERVISOR OR MANAGER.                          *01820000
      ******************************************************************01830000
       2100-CHECK-SUPERVISOR.                                           01840000
           MOVE COMM-LWX-OPERATOR TO OPERATOR-ID                        01850000
                                      OF LWXMAINT-OPERATOR-REC          01860000
                                                                        01870000
           EXEC CICS                                                    01880000
               READ DATASET('OPERATOR')                                 01890000
                    INTO(LWXMAINT-OPERATOR-REC)                         01900000
                    RIDFLD(OPERATOR-KEY OF LWXMAINT-OPERATOR-REC)       01910000
                    RESP(LWXMAINT-RESP)                                 01920000
           END-EXEC                                                     01930000
                                                                        01940000
           IF LWXMAINT-RESP NOT = DFHRESP(NORMAL)                       01950000
               MOVE 'O' TO COMM-LWX-FAIL-CD                             01960000
               GO TO 2100-EXIT                                          01970000
           END-IF                                                       01980000
                                                                        01990000
           IF NOT OPERATOR-ACTIVE OF LWXMAINT-OPERATOR-REC              02000000
               MOVE 'O' TO COMM-LWX-FAIL-CD                             02010000
               GO TO 2100-EXIT                                          02020000
           END-IF                                                       02030000
                                                                        02040000
           IF NOT OPERATOR-ROLE-SUPERVISOR OF LWXMAINT-OPERATOR-REC     02050000
              AND NOT OPERATOR-ROLE-MANAGER OF LWXMAINT-OPERATOR-REC    02060000
               MOVE 'V' TO COMM-LWX-FAIL-CD                             02070000
           END-IF.                                                      02080000
       2100-EXIT.                                                       02090000
           EXIT.                                                        02100000
                                                                        02110000
      ******************************************************************02120000
      *  3000-LIFT-EXCEPTION - DELETE THE EXCEPTION ROW.               *02130000
      ******************************************************************02140000
       3000-LIFT-EXCEPTION.                                             02150000
           PERFORM 2100-CHECK-SUPERVISOR THRU 2100-EXIT                 02160000
           IF COMM-LWX-FAIL-CD NOT = SPACE                              02170000
               GO TO 3000-EXIT                                          02180000
           END-IF                                                       02190000
                                                                        02200000
           MOVE COMM-LWX-SORTCODE    TO LOANWOEX-SORTCODE               02210000
                                         OF LWXMAINT-WOEX-REC           02220000
           MOVE COMM-LWX-LOAN-NUMBER TO LOANWOEX-LOAN-NUMBER            02230000
                                         OF LWXMAINT-WOEX-REC           02240000
                                                                        02250000
           EXEC CICS                                                    02260000
               DELETE DATASET('LOANWOEX')                               02270000
                      RIDFLD(LOANWOEX-KEY OF LWXMAINT-WOEX-REC)         02280000
                      RESP(LWXMAINT-RESP)                               02290000
           END-EXEC                                                     02300000
                                                                        02310000
           IF LWXMAINT-RESP = DFHRESP(NOTFND)                           02320000
               MOVE '2' TO COMM-LWX-FAIL-CD                             02330000
               GO TO 3000-EXIT                                          02340000
           END-IF                                                       02350000
                                                                        02360000
           IF LWXMAINT-RESP NOT = DFHRESP(NORMAL)                       02370000
               MOVE '6' TO COMM-LWX-FAIL-CD                             02380000
           END-IF.                                                      02390000
       3000-EXIT.                                                       02400000
           EXIT.                                                        02410000
                                                                        02420000
      ******************************************************************02430000
      *  4000-INQUIRE-EXCEPTION - RETURN THE EXCEPTION'S DETAILS.      *02440000
      ******************************************************************02450000
       4000-INQUIRE-EXCEPTION.                                          02460000
           MOVE COMM-LWX-SORTCODE    TO LOANWOEX-SORTCODE               02470000
                                         OF LWXMAINT-WOEX-REC           02480000
           MOVE COMM-LWX-LOAN-NUMBER TO LOANWOEX-LOAN-NUMBER            02490000
                                         OF LWXMAINT-WOEX-REC           02500000
                                                                        02510000
           EXEC CICS                                                    02520000
               READ DATASET('LOANWOEX')                                 02530000
                    INTO(LWXMAINT-WOEX-REC)                             02540000
                    RIDFLD(LOANWOEX-KEY OF LWXMAINT-WOEX-REC)           02550000
                    RESP(LWXMAINT-RESP)                                 02560000
           END-EXEC                                                     02570000
                                                                        02580000
           IF LWXMAINT-RESP = DFHRESP(NOTFND)                           02590000
               MOVE '2' TO COMM-LWX-FAIL-CD                             02600000
               GO TO 4000-EXIT                                          02610000
           END-IF                                                       02620000
                                                                        02630000
           IF LWXMAINT-RESP NOT = DFHRESP(NORMAL)                       02640000
               MOVE '8' TO COMM-LWX-FAIL-CD                             02650000
               GO TO 4000-EXIT                                          02660000
           END-IF                                                       02670000
                                                                        02680000
           MOVE LOANWOEX-REASON OF LWXMAINT-WOEX-REC                    02690000
               TO COMM-LWX-REASON                                       02700000
           MOVE LOANWOEX-REVIEW-DATE OF LWXMAINT-WOEX-REC               02710000
               TO COMM-LWX-REVIEW-DATE                                  02720000
           MOVE LOANWOEX-APPROVED-BY OF LWXMAINT-WOEX-REC               02730000
               TO COMM-LWX-OPERATOR                                     02740000
           MOVE LOANWOEX-APPROVED-DATE OF LWXMAINT-WOEX-REC             02750000
               TO COMM-LWX-APPROVED-DATE.                               02760000
       4000-EXIT.                                                       02770000
           EXIT.                                                        02780000
                                                                        02790000
      ******************************************************************02800000
      *  9999-EXIT - RETURN TO THE CALLER.                             *02810000
      ******************************************************************02820000
       9999-EXIT.                                                       02830000
           EXEC CICS                                                    02840000
               RETURN                                                   02850000
           END-EXEC.                                                    02860000
