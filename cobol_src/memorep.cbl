      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    MEMOREP.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  MEMOREP - STAND-IN MEMO-POSTING REPLAY                        *00150000
      *                                                                *00160000
      *  FUNCTION : WHILE THE BATCH WINDOW IS CLOSED (EODSNAP CLOSES   *00170000
      *             IT), CASHTXN, XFRFUN AND CARDAUTH APPROVE AGAINST  *00180000
      *             THE START-OF-BATCH SNAPSHOT PLUS THE STAND-IN      *00190000
      *             ACTIVITY SO FAR AND QUEUE EACH APPROVED ITEM ON    *00200000
      *             MEMOPOST INSTEAD OF TOUCHING THE MASTERS.  THIS    *00210000
      *             JOB RUNS AT THE END OF THE SUITE AND APPLIES THE   *00220000
      *             PENDING ITEMS IN ARRIVAL (SEQUENCE) ORDER :        *00230000
      *                                                                *00240000
      *               - A DEBIT OR CREDIT IS POSTED TO THE ACCOUNT     *00250000
      *                 AND LOGGED ON PROCTRAN AS THE ONLINE PROGRAM   *00260000
      *                 WOULD HAVE LOGGED IT, DATED THE BUSINESS DATE  *00270000
      *                 THE ITEM BELONGS TO.  A CARD SETTLEMENT ALSO   *00280000
      *                 MARKS ITS HOLD SETTLED.                        *00290000
      *               - A DEBIT OR CREDIT THAT NO LONGER FITS - THE    *00300000
      *                 ACCOUNT WAS CLOSED OVERNIGHT, IS NOT STERLING, *00310000
      *                 OR A CHECKED DEBIT NOW EXCEEDS THE BALANCE     *00320000
      *                 PLUS ARRANGED OVERDRAFT - IS PARKED ON THE     *00330000
      *                 SUSPENSE LEDGER (PDR FOR A DEBIT, PCR FOR A    *00340000
      *                 CREDIT) FOR SUSPREL TO REPAIR, WITH A SUS ROW  *00350000
      *                 CARRYING IT INTO THE GL EXTRACT.               *00360000
      *               - A CARD HOLD IS PLACED ON AUTHHOLD, AND A CARD  *00370000
      *                 RELEASE RELEASES ITS HOLD.  ONE THAT CANNOT BE *00380000
      *                 APPLIED MOVES NO MONEY AND IS ONLY REJECTED.   *00390000
      *                                                                *00400000
      *             EACH ITEM IS MARKED WITH ITS OUTCOME AND THE       *00410000
      *             REPLAY DATE; EVERY ITEM THAT IS NOT APPLIED IS     *00420000
      *             LISTED WITH ITS EXCEPTION TYPE AND THE SUMMARY     *00430000
      *             COUNTS THE EXCEPTIONS BY TYPE.  AN ITEM THAT       *00440000
      *             COULD NOT BE NUMBERED (CTL) IS LEFT PENDING FOR    *00450000
      *             THE RERUN.                                         *00460000
      *                                                                *00470000
      *             ONCE THE QUEUE IS EMPTY THE BATCH WINDOW IS        *00476250
      *             REOPENED, AND THE QUEUE IS SWEPT ONCE MORE FOR     *00482500
      *             ANY ITEM THAT ARRIVED WHILE THE REPLAY WAS         *00488750
      *             RUNNING.  IF ANY ITEM IS LEFT PENDING THE WINDOW   *00495000
      *             STAYS CLOSED, SO NOTHING POSTS AHEAD OF IT, AND    *00501250
      *             THE JOB ENDS FAILED TO FORCE THE RERUN.  MUST RUN  *00507500
      *             AFTER EODROLL.                                     *00513750
      *                                                                *00520000
      *  FILES    : MEMOPOST - VSAM KSDS - MEMO-POSTING QUEUE (I-O)    *00530000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00540000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (INPUT) *00550000
      *             AUTHHOLD - VSAM KSDS - AUTHORIZATION HOLDS (I-O)   *00560000
      *             PROCTRAN - VSAM KSDS - PROCESSED TRANSACTIONS (I-O)*00570000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00580000
      *             SUSPACCT - VSAM KSDS - SUSPENSE LEDGER (I-O)       *00590000
      *             BDATFILE - VSAM KSDS - BUSINESS-DATE CONTROL (I-O) *00600000
      *             MEMORPT  - REPLAY REPORT (OUTPUT)                  *00610000
      *                                                                *00620000
      *  EXCEPTION TYPES :                                             *00630000
      *             NSF - INSUFFICIENT FUNDS (SUSPENSE)                *00640000
      *             ACU - ACCOUNT NOT FOUND (SUSPENSE OR REJECTED)     *00650000
      *             ACC - ACCOUNT NOT OPEN (SUSPENSE OR REJECTED)      *00660000
      *             CUR - ACCOUNT NOT IN STERLING (SUSPENSE)           *00670000
      *             DUP - HOLD ALREADY ON FILE (REJECTED)              *00680000
      *             NOH - NO HOLD TO RELEASE (REJECTED)                *00690000
      *             NAH - HOLD NO LONGER ACTIVE (REJECTED)             *00700000
      *             BAD - UNKNOWN ACTION (REJECTED)                    *00710000
      *             CTL - PROCTRAN CONTROL RECORD ERROR (PENDING)      *00720000
      *                                                                *00730000
      *  CHANGE HISTORY                                                *00740000
      *  ----------------------------------------------------------    *00750000
      *  DATE        BY    DESCRIPTION                                 *00760000
      *  2026-10-15  BAG   INITIAL VERSION                             *00770000
      *  2026-10-15  BAG   THE WINDOW STAYS CLOSED AND THE JOB ENDS    *00771666
      *                    FAILED WHILE ANY ITEM IS LEFT PENDING       *00773332
      *  2026-10-15  BAG   THE PROCTRAN NUMBER IS TAKEN ONLY ONCE THE  *00774998
      *                    ACCOUNT IS UPDATED; A FAILED SUS LOG ROW    *00776664
      *                    TAKES ITS SUSPENSE ENTRY BACK OFF           *00778330
      *                                                                *00780000
      ******************************************************************00790000
       ENVIRONMENT DIVISION.                                            00800000
       INPUT-OUTPUT SECTION.                                            00810000
       FILE-CONTROL.                                                    00820000
           SELECT MEMOPOST-FILE   ASSIGN TO MEMOPOST                    00830000
                  ORGANIZATION IS INDEXED                               00840000
                  ACCESS MODE IS DYNAMIC                                00850000
                  RECORD KEY IS MEMOPOST-KEY OF MEMOPOST-FILE-REC       00860000
                  FILE STATUS IS MEMOREP-MEMOPOST-STATUS.               00870000
                                                                        00880000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00890000
                  ORGANIZATION IS INDEXED                               00900000
                  ACCESS MODE IS RANDOM                                 00910000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00920000
                  FILE STATUS IS MEMOREP-ACCOUNT-STATUS.                00930000
                                                                        00940000
           SELECT ODFAC-FILE      ASSIGN TO ODFACIL                     00950000
                  ORGANIZATION IS INDEXED                               00960000
                  ACCESS MODE IS RANDOM                                 00970000
                  RECORD KEY IS ODFACIL-KEY OF ODFAC-FILE-REC           00980000
                  FILE STATUS IS MEMOREP-ODFAC-STATUS.                  00990000
                                                                        01000000
           SELECT HOLD-FILE       ASSIGN TO AUTHHOLD                    01010000
                  ORGANIZATION IS INDEXED                               01020000
                  ACCESS MODE IS RANDOM                                 01030000
                  RECORD KEY IS AUTHHOLD-KEY OF HOLD-FILE-REC           01040000
                  FILE STATUS IS MEMOREP-HOLD-STATUS.                   01050000
                                                                        01060000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    01070000
                  ORGANIZATION IS INDEXED                               01080000
                  ACCESS MODE IS RANDOM                                 01090000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       01100000
                  FILE STATUS IS MEMOREP-PROCTRAN-STATUS.               01110000
                                                                        01120000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    01130000
                  ORGANIZATION IS INDEXED                               01140000
                  ACCESS MODE IS RANDOM                                 01150000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  01160000
                  FILE STATUS IS MEMOREP-PCTRL-STATUS.                  01170000
                                                                        01180000
           SELECT SUSPACCT-FILE   ASSIGN TO SUSPACCT                    01190000
                  ORGANIZATION IS INDEXED                               01200000
                  ACCESS MODE IS RANDOM                                 01210000
                  RECORD KEY IS SUSPACCT-KEY OF SUSPACCT-FILE-REC       01220000
                  FILE STATUS IS MEMOREP-SUSPACCT-STATUS.               01230000
                                                                        01240000
           SELECT BUSDATE-FILE    ASSIGN TO BDATFILE                    01250000
                  ORGANIZATION IS INDEXED                               01260000
                  ACCESS MODE IS RANDOM                                 01270000
                  RECORD KEY IS BUSDATE-KEY OF BUSDATE-FILE-REC         01280000
                  FILE STATUS IS MEMOREP-BUSDATE-STATUS.                01290000
                                                                        01300000
           SELECT MEMO-RPT        ASSIGN TO MEMORPT                     01310000
                  ORGANIZATION IS LINE SEQUENTIAL                       01320000
                  FILE STATUS IS MEMOREP-RPT-STATUS.                    01330000
                                                                        01340000
       DATA DIVISION.                                                   01350000
       FILE SECTION.                                                    01360000
       FD  MEMOPOST-FILE                                                01370000
           RECORDING MODE IS F.                                         01380000
       01  MEMOPOST-FILE-REC.                                           01390000
           COPY MEMOPOST.                                               01400000
                                                                        01410000
       FD  ACCOUNT-FILE                                                 01420000
           RECORDING MODE IS F.                                         01430000
       01  ACCOUNT-FILE-REC.                                            01440000
           COPY ACCOUNT.                                                01450000
                                                                        01460000
       FD  ODFAC-FILE                                                   01470000
           RECORDING MODE IS F.                                         01480000
       01  ODFAC-FILE-REC.                                              01490000
           COPY ODFACIL.                                                01500000
                                                                        01510000
       FD  HOLD-FILE                                                    01520000
           RECORDING MODE IS F.                                         01530000
       01  HOLD-FILE-REC.                                               01540000
           COPY AUTHHOLD.                                               01550000
                                                                        01560000
       FD  PROCTRAN-FILE                                                01570000
           RECORDING MODE IS F.                                         01580000
       01  PROCTRAN-FILE-REC.                                           01590000
           COPY PROCTRAN.                                               01600000
                                                                        01610000
       FD  PCTRL-FILE                                                   01620000
           RECORDING MODE IS F.                                         01630000
       01  PCTRL-FILE-REC.                                              01640000
           COPY PRCTCTRL.                                               01650000
                                                                        01660000
       FD  SUSPACCT-FILE                                                01670000
           RECORDING MODE IS F.                                         01680000
       01  SUSPACCT-FILE-REC.                                           01690000
           COPY SUSPACCT.                                               01700000
                                                                        01710000
       FD  BUSDATE-FILE                                                 01720000
           RECORDING MODE IS F.                                         01730000
       01  BUSDATE-FILE-REC.                                            01740000
           COPY BUSDATE.                                                01750000
                                                                        01760000
       FD  MEMO-RPT                                                     01770000
           RECORDING MODE IS F.                                         01780000
       01  MEMO-RPT-LINE                   PIC X(80).                   01790000
                                                                        01800000
       WORKING-STORAGE SECTION.                                         01810000
       01  MEMOREP-WORK-AREA.                                           01820000
           05  MEMOREP-MEMOPOST-STATUS     PIC XX.                      01830000
           05  MEMOREP-ACCOUNT-STATUS      PIC XX.                      01840000
           05  MEMOREP-ODFAC-STATUS        PIC XX.                      01850000
           05  MEMOREP-HOLD-STATUS         PIC XX.                      01860000
           05  MEMOREP-PROCTRAN-STATUS     PIC XX.                      01870000
           05  MEMOREP-PCTRL-STATUS        PIC XX.                      01880000
           05  MEMOREP-SUSPACCT-STATUS     PIC XX.                      01890000
           05  MEMOREP-BUSDATE-STATUS      PIC XX.                      01900000
           05  MEMOREP-RPT-STATUS          PIC XX.                      01910000
           05  MEMOREP-EOF-SWITCH          PIC X     VALUE 'N'.         01920000
               88  MEMOREP-AT-EOF                VALUE 'Y'.             01930000
           05  MEMOREP-CTL-FAIL-SWITCH     PIC X     VALUE 'N'.         01940000
               88  MEMOREP-CTL-FAILED            VALUE 'Y'.             01950000
           05  MEMOREP-EXCEPTION           PIC X(3)  VALUE SPACES.      01960000
           05  MEMOREP-OUTCOME             PIC X(8)  VALUE SPACES.      01970000
           05  MEMOREP-CTL-SORTCODE        PIC 9(6)  VALUE 987654.      01980000
           05  MEMOREP-CTL-NUMBER          PIC 9(8)  VALUE ZERO.        01990000
           05  MEMOREP-TRAN-NUMBER         PIC 9(8)  VALUE ZERO.        02000000
           05  MEMOREP-LAST-SEQUENCE       PIC 9(10) VALUE ZERO.        02010000
           05  MEMOREP-OD-LIMIT            PIC S9(10)V99 VALUE ZERO.    02020000
           05  MEMOREP-CURRENT-DATE        PIC 9(8).                    02030000
           05  MEMOREP-EXC-SUB             PIC 9(4)  COMP VALUE ZERO.   02040000
           05  MEMOREP-READ-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02050000
           05  MEMOREP-APPLIED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02060000
           05  MEMOREP-SUSP-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02070000
           05  MEMOREP-REJECT-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02080000
           05  MEMOREP-PENDING-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02090000
           05  MEMOREP-APPLIED-AMOUNT      PIC S9(13)V99 COMP-3         02100000
                                                     VALUE ZERO.        02110000
                                                                        02120000
      *    THE EXCEPTION TYPES IN REPORT ORDER, EACH WITH THE LABEL    *02130000
      *    ITS SUMMARY LINE CARRIES.  THE COUNTS SIT IN A PARALLEL     *02140000
      *    TABLE AT THE SAME SUBSCRIPT.                                *02150000
       01  MEMOREP-EXC-CODES.                                           02160000
           05  FILLER                      PIC X(23) VALUE              02170000
               'NSFINSUFFICIENT FUNDS :'.                               02180000
           05  FILLER                      PIC X(23) VALUE              02190000
               'ACUACCOUNT NOT FOUND  :'.                               02200000
           05  FILLER                      PIC X(23) VALUE              02210000
               'ACCACCOUNT NOT OPEN   :'.                               02220000
           05  FILLER                      PIC X(23) VALUE              02230000
               'CURNOT STERLING       :'.                               02240000
           05  FILLER                      PIC X(23) VALUE              02250000
               'DUPHOLD ALREADY HELD  :'.                               02260000
           05  FILLER                      PIC X(23) VALUE              02270000
               'NOHNO HOLD TO RELEASE :'.                               02280000
           05  FILLER                      PIC X(23) VALUE              02290000
               'NAHHOLD NOT ACTIVE    :'.                               02300000
           05  FILLER                      PIC X(23) VALUE              02310000
               'BADUNKNOWN ACTION     :'.                               02320000
           05  FILLER                      PIC X(23) VALUE              02330000
               'CTLCONTROL ERROR      :'.                               02340000
       01  MEMOREP-EXC-TABLE REDEFINES MEMOREP-EXC-CODES.               02350000
           05  MEMOREP-EXC-ENTRY           OCCURS 9 TIMES               02360000
                                           INDEXED BY MEMOREP-EXC-IDX.  02370000
               10  MEMOREP-EXC-CODE        PIC X(3).                    02380000
               10  MEMOREP-EXC-LABEL       PIC X(20).                   02390000
                                                                        02400000
       01  MEMOREP-EXC-COUNTS.                                          02410000
           05  MEMOREP-EXC-COUNT           PIC 9(9)  COMP-3 VALUE ZERO  02420000
                                           OCCURS 9 TIMES.              02430000
                                                                        02440000
       01  MEMOREP-DETAIL-LINE.                                         02450000
           05  MEMOREP-DTL-OUTCOME         PIC X(8).                    02460000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02470000
           05  MEMOREP-DTL-EXCEPTION       PIC X(3).                    02480000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02490000
           05  MEMOREP-DTL-SEQUENCE        PIC 9(10).                   02500000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02510000
           05  MEMOREP-DTL-SOURCE          PIC X(8).                    02520000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02530000
           05  MEMOREP-DTL-ACTION          PIC X(1).                    02540000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02550000
           05  MEMOREP-DTL-SORTCODE        PIC 9(6).                    02560000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02570000
           05  MEMOREP-DTL-ACCNO           PIC 9(8).                    02580000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02590000
           05  MEMOREP-DTL-AMOUNT          PIC Z(9)9.99.                02600000
           05  FILLER                      PIC X(12) VALUE SPACES.      02610000
                                                                        02620000
       01  MEMOREP-SUMMARY-LINE-1.                                      02630000
           05  FILLER                      PIC X(20) VALUE              02640000
               'ITEMS REPLAYED    : '.                                  02650000
           05  MEMOREP-SUM-READ            PIC Z(8)9.                   02660000
           05  FILLER                      PIC X(51) VALUE SPACES.      02670000
                                                                        02680000
       01  MEMOREP-SUMMARY-LINE-2.                                      02690000
           05  FILLER                      PIC X(20) VALUE              02700000
               'APPLIED           : '.                                  02710000
           05  MEMOREP-SUM-APPLIED         PIC Z(8)9.                   02720000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02730000
           05  MEMOREP-SUM-APPLIED-AMOUNT  PIC Z(12)9.99-.              02740000
           05  FILLER                      PIC X(32) VALUE SPACES.      02750000
                                                                        02760000
       01  MEMOREP-SUMMARY-LINE-3.                                      02770000
           05  FILLER                      PIC X(20) VALUE              02780000
               'SENT TO SUSPENSE  : '.                                  02790000
           05  MEMOREP-SUM-SUSP            PIC Z(8)9.                   02800000
           05  FILLER                      PIC X(51) VALUE SPACES.      02810000
                                                                        02820000
       01  MEMOREP-SUMMARY-LINE-4.                                      02830000
           05  FILLER                      PIC X(20) VALUE              02840000
               'REJECTED          : '.                                  02850000
           05  MEMOREP-SUM-REJECTED        PIC Z(8)9.                   02860000
           05  FILLER                      PIC X(51) VALUE SPACES.      02870000
                                                                        02880000
       01  MEMOREP-SUMMARY-LINE-5.                                      02890000
           05  FILLER                      PIC X(20) VALUE              02900000
               'LEFT PENDING      : '.                                  02910000
           05  MEMOREP-SUM-PENDING         PIC Z(8)9.                   02920000
           05  FILLER                      PIC X(51) VALUE SPACES.      02930000
                                                                        02940000
       01  MEMOREP-EXC-SUMMARY-LINE.                                    02950000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02960000
           05  MEMOREP-SUM-EXC-CODE        PIC X(3).                    02970000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02980000
           05  MEMOREP-SUM-EXC-LABEL       PIC X(20).                   02990000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03000000
           05  MEMOREP-SUM-EXC-COUNT       PIC Z(8)9.                   03010000
           05  FILLER                      PIC X(44) VALUE SPACES.      03020000
                                                                        03030000
       01  RUNCTL-REQUEST-AREA.                                         03040000
           COPY RUNCTLQ.                                                03050000
                                                                        03060000
       01  BALTOT-REQUEST-AREA.                                         03070000
           COPY BALTOTQ.                                                03080000
                                                                        03090000
       01  BUSDATE-REQUEST-AREA.                                        03100000
           COPY BUSDATEQ.                                               03110000
                                                                        03120000
      ******************************************************************03130000
       PROCEDURE DIVISION.                                              03140000
      ******************************************************************03150000
       0000-MAINLINE.                                                   03160000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03170000
                                                                        03180000
           PERFORM 2000-REPLAY-QUEUE THRU 2000-EXIT                     03183888
                                                                        03187776
      *    THE WINDOW IS REOPENED ONLY WHEN NOTHING IS LEFT PENDING -  *03193794
      *    ONCE IT IS OPEN THE ONLINE PROGRAMS WOULD POST AHEAD OF A   *03199812
      *    PENDING ITEM.  ITEMS QUEUED WHILE THE FIRST PASS WAS        *03205830
      *    RUNNING ARE PICKED UP BEHIND THE LAST SEQUENCE IT SAW.      *03211848
           IF MEMOREP-PENDING-COUNT = ZERO                              03217866
               PERFORM 3000-REOPEN-WINDOW THRU 3000-EXIT                03223884
               PERFORM 2000-REPLAY-QUEUE THRU 2000-EXIT                 03229902
           ELSE                                                         03235920
               DISPLAY 'MEMOREP - BATCH WINDOW LEFT CLOSED - '          03241938
                   MEMOREP-PENDING-COUNT ' ITEMS STILL PENDING'         03247956
           END-IF                                                       03253974
                                                                        03256987
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    03260000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03270000
           GO TO 9999-EXIT.                                             03280000
                                                                        03290000
      ******************************************************************03300000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *03310000
      *  DATE AND OPEN THE FILES.                                      *03320000
      ******************************************************************03330000
       1000-INITIALIZE.                                                 03340000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03350000
           MOVE 'MEMOREP' TO RUNCTL-REQ-JOB                             03360000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03370000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03380000
           IF RUNCTL-HELD                                               03390000
               DISPLAY 'MEMOREP - HELD - PREDECESSOR NOT COMPLETE'      03400000
               STOP RUN                                                 03410000
           END-IF                                                       03420000
                                                                        03430000
           MOVE 'MEMOREP' TO BALTOT-REQ-JOB                             03440000
           SET BALTOT-REQ-PRODUCER TO TRUE                              03450000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           03460000
                                                                        03470000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03480000
           MOVE BUSDATE-REQ-CURRENT TO MEMOREP-CURRENT-DATE             03490000
                                                                        03500000
           OPEN I-O    MEMOPOST-FILE                                    03510000
           OPEN I-O    ACCOUNT-FILE                                     03520000
           OPEN INPUT  ODFAC-FILE                                       03530000
           OPEN I-O    HOLD-FILE                                        03540000
           OPEN I-O    PROCTRAN-FILE                                    03550000
           OPEN I-O    PCTRL-FILE                                       03560000
           OPEN I-O    SUSPACCT-FILE                                    03570000
           OPEN OUTPUT MEMO-RPT.                                        03580000
       1000-EXIT.                                                       03590000
           EXIT.                                                        03600000
                                                                        03610000
      ******************************************************************03620000
      *  2000-REPLAY-QUEUE - POSITION AFTER THE LAST SEQUENCE SEEN     *03630000
      *  (THE CONTROL ROW, SEQUENCE ZERO, ON THE FIRST PASS) AND       *03640000
      *  REPLAY EVERY PENDING ITEM TO THE END OF THE QUEUE.            *03650000
      ******************************************************************03660000
       2000-REPLAY-QUEUE.                                               03670000
           MOVE 'N' TO MEMOREP-EOF-SWITCH                               03680000
           MOVE MEMOREP-LAST-SEQUENCE                                   03690000
               TO MEMOPOST-SEQUENCE OF MEMOPOST-FILE-REC                03700000
           START MEMOPOST-FILE KEY IS GREATER                           03710000
                 THAN MEMOPOST-KEY OF MEMOPOST-FILE-REC                 03720000
               INVALID KEY                                              03730000
                   SET MEMOREP-AT-EOF TO TRUE                           03740000
           END-START                                                    03750000
                                                                        03760000
           PERFORM 2100-REPLAY-ONE-ITEM THRU 2100-EXIT                  03770000
              UNTIL MEMOREP-AT-EOF.                                     03780000
       2000-EXIT.                                                       03790000
           EXIT.                                                        03800000
                                                                        03810000
      ******************************************************************03820000
      *  2100-REPLAY-ONE-ITEM - READ THE NEXT ITEM AND, IF IT IS STILL *03830000
      *  PENDING, APPLY IT AND RECORD THE OUTCOME ON THE ITEM.         *03840000
      ******************************************************************03850000
       2100-REPLAY-ONE-ITEM.                                            03860000
           READ MEMOPOST-FILE NEXT RECORD                               03870000
               AT END                                                   03880000
                   SET MEMOREP-AT-EOF TO TRUE                           03890000
                   GO TO 2100-EXIT                                      03900000
           END-READ                                                     03910000
                                                                        03920000
           MOVE MEMOPOST-SEQUENCE OF MEMOPOST-FILE-REC                  03930000
               TO MEMOREP-LAST-SEQUENCE                                 03940000
           IF NOT MEMOPOST-PENDING OF MEMOPOST-FILE-REC                 03950000
               GO TO 2100-EXIT                                          03960000
           END-IF                                                       03970000
                                                                        03980000
           ADD 1 TO MEMOREP-READ-COUNT                                  03990000
           MOVE SPACES TO MEMOREP-EXCEPTION                             04000000
           MOVE SPACES TO MEMOREP-OUTCOME                               04010000
                                                                        04020000
           EVALUATE TRUE                                                04030000
               WHEN MEMOPOST-DEBIT OF MEMOPOST-FILE-REC                 04040000
               WHEN MEMOPOST-CREDIT OF MEMOPOST-FILE-REC                04050000
                   PERFORM 2200-APPLY-POSTING THRU 2200-EXIT            04060000
               WHEN MEMOPOST-HOLD OF MEMOPOST-FILE-REC                  04070000
                   PERFORM 2300-PLACE-HOLD THRU 2300-EXIT               04080000
               WHEN MEMOPOST-RELEASE OF MEMOPOST-FILE-REC               04090000
                   PERFORM 2400-RELEASE-HOLD THRU 2400-EXIT             04100000
               WHEN OTHER                                               04110000
                   MOVE 'BAD' TO MEMOREP-EXCEPTION                      04120000
                   PERFORM 2450-REJECT-ITEM THRU 2450-EXIT              04130000
           END-EVALUATE                                                 04140000
                                                                        04150000
           IF MEMOREP-EXCEPTION NOT = SPACES                            04160000
               PERFORM 2800-COUNT-EXCEPTION THRU 2800-EXIT              04170000
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT                 04180000
           END-IF                                                       04190000
                                                                        04200000
           IF MEMOPOST-PENDING OF MEMOPOST-FILE-REC                     04210000
               ADD 1 TO MEMOREP-PENDING-COUNT                           04220000
               GO TO 2100-EXIT                                          04230000
           END-IF                                                       04240000
                                                                        04250000
           MOVE MEMOREP-CURRENT-DATE                                    04260000
               TO MEMOPOST-REPLAY-DATE OF MEMOPOST-FILE-REC             04270000
           REWRITE MEMOPOST-FILE-REC                                    04280000
               INVALID KEY                                              04290000
                   DISPLAY 'MEMOREP - CRITICAL - QUEUE REWRITE FAILED ' 04300000
                       'FOR SEQUENCE ' MEMOREP-LAST-SEQUENCE            04310000
                       ', STATUS ' MEMOREP-MEMOPOST-STATUS              04320000
           END-REWRITE.                                                 04330000
       2100-EXIT.                                                       04340000
           EXIT.                                                        04350000
                                                                        04360000
      ******************************************************************04370000
      *  2200-APPLY-POSTING - POST A QUEUED DEBIT OR CREDIT, OR PARK   *04380000
      *  IT IN SUSPENSE IF IT NO LONGER FITS THE ACCOUNT.  A DEBIT     *04390000
      *  QUEUED WITH A FUNDS CHECK MUST STILL FIT THE LEDGER BALANCE   *04400000
      *  PLUS ANY UNEXPIRED ARRANGED OVERDRAFT; A CARD SETTLEMENT HAS  *04410000
      *  ALREADY BEEN PAID AND POSTS WHATEVER THE BALANCE.             *04420000
      ******************************************************************04430000
       2200-APPLY-POSTING.                                              04440000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  04450000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  04460000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     04470000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    04480000
                                                                        04490000
           READ ACCOUNT-FILE                                            04500000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   04510000
               INVALID KEY                                              04520000
                   MOVE 'ACU' TO MEMOREP-EXCEPTION                      04530000
           END-READ                                                     04540000
                                                                        04550000
           IF MEMOREP-EXCEPTION = SPACES                                04560000
               IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                  04570000
                   MOVE 'ACC' TO MEMOREP-EXCEPTION                      04580000
               ELSE                                                     04590000
                   IF NOT ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC       04600000
                       MOVE 'CUR' TO MEMOREP-EXCEPTION                  04610000
                   END-IF                                               04620000
               END-IF                                                   04630000
           END-IF                                                       04640000
                                                                        04650000
           IF MEMOREP-EXCEPTION = SPACES                                04660000
              AND MEMOPOST-DEBIT OF MEMOPOST-FILE-REC                   04670000
              AND MEMOPOST-CHECK-FUNDS OF MEMOPOST-FILE-REC             04680000
               PERFORM 2250-CHECK-FUNDS THRU 2250-EXIT                  04690000
           END-IF                                                       04700000
                                                                        04710000
           IF MEMOREP-EXCEPTION NOT = SPACES                            04720000
               PERFORM 2600-PARK-IN-SUSPENSE THRU 2600-EXIT             04730000
               GO TO 2200-EXIT                                          04740000
           END-IF                                                       04750000
                                                                        04760000
           IF MEMOPOST-DEBIT OF MEMOPOST-FILE-REC                       04840000
               SUBTRACT MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC            04850000
                  FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC              04860000
           ELSE                                                         04870000
               ADD MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                 04880000
                  TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                04890000
           END-IF                                                       04900000
                                                                        04910000
           REWRITE ACCOUNT-FILE-REC                                     04920000
               INVALID KEY                                              04930000
                   DISPLAY 'MEMOREP - CRITICAL - ACCOUNT REWRITE '      04940000
                       'FAILED FOR ACCOUNT '                            04950000
                       MEMOPOST-ACCNO OF MEMOPOST-FILE-REC              04960000
                       ', STATUS ' MEMOREP-ACCOUNT-STATUS               04970000
                   MOVE 'CTL' TO MEMOREP-EXCEPTION                      04980000
                   MOVE 'PENDING' TO MEMOREP-OUTCOME                    04990000
                   GO TO 2200-EXIT                                      05000000
           END-REWRITE                                                  05010000
                                                                        05020000
      *    THE PROCTRAN NUMBER IS TAKEN ONLY NOW THE ACCOUNT HAS BEEN  *05020833
      *    UPDATED, SO A FAILED ACCOUNT REWRITE DOES NOT USE ONE UP.   *05021666
      *    IF NO NUMBER CAN BE HAD THE POSTING IS TAKEN BACK OFF THE   *05022499
      *    ACCOUNT AND THE ITEM LEFT PENDING FOR THE RERUN.            *05023332
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           05024165
           IF MEMOREP-CTL-FAILED                                        05024998
               PERFORM 2260-BACK-OUT-POSTING THRU 2260-EXIT             05025831
               MOVE 'CTL' TO MEMOREP-EXCEPTION                          05026664
               MOVE 'PENDING' TO MEMOREP-OUTCOME                        05027497
               GO TO 2200-EXIT                                          05028330
           END-IF                                                       05029163
                                                                        05029581
           PERFORM 2700-WRITE-PROCTRAN THRU 2700-EXIT                   05030000
                                                                        05040000
           IF MEMOPOST-SOURCE OF MEMOPOST-FILE-REC = 'CARDAUTH'         05050000
               PERFORM 2750-SETTLE-HOLD THRU 2750-EXIT                  05060000
           END-IF                                                       05070000
                                                                        05080000
           SET MEMOPOST-APPLIED OF MEMOPOST-FILE-REC TO TRUE            05090000
           ADD 1 TO MEMOREP-APPLIED-COUNT                               05100000
           ADD MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                     05110000
               TO MEMOREP-APPLIED-AMOUNT                                05120000
           MOVE 'APPLIED' TO MEMOREP-OUTCOME.                           05130000
       2200-EXIT.                                                       05140000
           EXIT.                                                        05150000
                                                                        05160000
      ******************************************************************05170000
      *  2250-CHECK-FUNDS - THE DEBIT MUST FIT THE LEDGER BALANCE PLUS *05180000
      *  AN ARRANGED OVERDRAFT STILL IN FORCE ON THE ITEM'S BUSINESS   *05190000
      *  DATE.                                                         *05200000
      ******************************************************************05210000
       2250-CHECK-FUNDS.                                                05220000
           MOVE ZERO TO MEMOREP-OD-LIMIT                                05230000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  05240000
               TO ODFACIL-SORTCODE OF ODFAC-FILE-REC                    05250000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     05260000
               TO ODFACIL-NUMBER OF ODFAC-FILE-REC                      05270000
                                                                        05280000
           READ ODFAC-FILE                                              05290000
               KEY IS ODFACIL-KEY OF ODFAC-FILE-REC                     05300000
               INVALID KEY                                              05310000
                   CONTINUE                                             05320000
           END-READ                                                     05330000
                                                                        05340000
           IF MEMOREP-ODFAC-STATUS = '00'                               05350000
              AND ODFACIL-EXPIRY-DATE OF ODFAC-FILE-REC                 05360000
                  NOT < MEMOPOST-BUS-DATE OF MEMOPOST-FILE-REC          05370000
               MOVE ODFACIL-LIMIT OF ODFAC-FILE-REC                     05380000
                   TO MEMOREP-OD-LIMIT                                  05390000
           END-IF                                                       05400000
                                                                        05410000
           IF MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC >                    05420000
              ACCOUNT-BALANCE OF ACCOUNT-FILE-REC + MEMOREP-OD-LIMIT    05430000
               MOVE 'NSF' TO MEMOREP-EXCEPTION                          05440000
           END-IF.                                                      05450000
       2250-EXIT.                                                       05460000
           EXIT.                                                        05470000
                                                                        05480000
      ******************************************************************05480416
      *  2260-BACK-OUT-POSTING - TAKE A POSTING THAT COULD NOT BE      *05480832
      *  NUMBERED BACK OFF THE ACCOUNT, SO THE RERUN DOES NOT APPLY IT *05481248
      *  TWICE.                                                        *05481664
      ******************************************************************05482080
       2260-BACK-OUT-POSTING.                                           05482496
           IF MEMOPOST-DEBIT OF MEMOPOST-FILE-REC                       05482912
               ADD MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                 05483328
                  TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                05483744
           ELSE                                                         05484160
               SUBTRACT MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC            05484576
                  FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC              05484992
           END-IF                                                       05485408
                                                                        05485824
           REWRITE ACCOUNT-FILE-REC                                     05486240
               INVALID KEY                                              05486656
                   DISPLAY 'MEMOREP - CRITICAL - ACCOUNT '              05487072
                       MEMOPOST-ACCNO OF MEMOPOST-FILE-REC              05487488
                       ' HOLDS SEQUENCE ' MEMOREP-LAST-SEQUENCE         05487904
                       ' WITH NO PROCTRAN ROW - CORRECT BEFORE RERUN'   05488320
           END-REWRITE.                                                 05488736
       2260-EXIT.                                                       05489152
           EXIT.                                                        05489568
                                                                        05489784
      ******************************************************************05490000
      *  2300-PLACE-HOLD - PLACE THE HOLD CARDAUTH AUTHORIZED DURING   *05500000
      *  THE WINDOW, AS 2000-AUTHORIZE WOULD HAVE PLACED IT.  THE      *05510000
      *  MERCHANT HAS THE AUTHORIZATION, SO NO FUNDS CHECK IS MADE.    *05520000
      ******************************************************************05530000
       2300-PLACE-HOLD.                                                 05540000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  05550000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  05560000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     05570000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    05580000
                                                                        05590000
           READ ACCOUNT-FILE                                            05600000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05610000
               INVALID KEY                                              05620000
                   MOVE 'ACU' TO MEMOREP-EXCEPTION                      05630000
                   PERFORM 2450-REJECT-ITEM THRU 2450-EXIT              05640000
                   GO TO 2300-EXIT                                      05650000
           END-READ                                                     05660000
                                                                        05670000
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      05680000
               MOVE 'ACC' TO MEMOREP-EXCEPTION                          05690000
               PERFORM 2450-REJECT-ITEM THRU 2450-EXIT                  05700000
               GO TO 2300-EXIT                                          05710000
           END-IF                                                       05720000
                                                                        05730000
           MOVE 'AHLD' TO AUTHHOLD-EYECATCHER OF HOLD-FILE-REC          05740000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  05750000
               TO AUTHHOLD-SORTCODE OF HOLD-FILE-REC                    05760000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     05770000
               TO AUTHHOLD-NUMBER OF HOLD-FILE-REC                      05780000
           MOVE MEMOPOST-REF OF MEMOPOST-FILE-REC                       05790000
               TO AUTHHOLD-AUTH-REF OF HOLD-FILE-REC                    05800000
           MOVE MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                    05810000
               TO AUTHHOLD-AMOUNT OF HOLD-FILE-REC                      05820000
           MOVE MEMOPOST-BUS-DATE OF MEMOPOST-FILE-REC                  05830000
               TO AUTHHOLD-AUTH-DATE OF HOLD-FILE-REC                   05840000
           MOVE MEMOPOST-HOLD-EXPIRY OF MEMOPOST-FILE-REC               05850000
               TO AUTHHOLD-EXPIRY-DATE OF HOLD-FILE-REC                 05860000
           MOVE MEMOPOST-CARD-MERCHANT OF MEMOPOST-FILE-REC             05870000
               TO AUTHHOLD-MERCHANT-DESC OF HOLD-FILE-REC               05880000
           MOVE MEMOPOST-CARD-TOKEN OF MEMOPOST-FILE-REC                05890000
               TO AUTHHOLD-CARD-TOKEN OF HOLD-FILE-REC                  05900000
           MOVE MEMOPOST-CARDHOLDER OF MEMOPOST-FILE-REC                05910000
               TO AUTHHOLD-CARDHOLDER OF HOLD-FILE-REC                  05920000
           MOVE MEMOPOST-CARD-MCC OF MEMOPOST-FILE-REC                  05930000
               TO AUTHHOLD-MCC OF HOLD-FILE-REC                         05940000
           SET AUTHHOLD-ACTIVE OF HOLD-FILE-REC TO TRUE                 05950000
                                                                        05960000
           WRITE HOLD-FILE-REC                                          05970000
               INVALID KEY                                              05980000
                   MOVE 'DUP' TO MEMOREP-EXCEPTION                      05990000
                   PERFORM 2450-REJECT-ITEM THRU 2450-EXIT              06000000
                   GO TO 2300-EXIT                                      06010000
           END-WRITE                                                    06020000
                                                                        06030000
           SET MEMOPOST-APPLIED OF MEMOPOST-FILE-REC TO TRUE            06040000
           ADD 1 TO MEMOREP-APPLIED-COUNT                               06050000
           MOVE 'APPLIED' TO MEMOREP-OUTCOME.                           06060000
       2300-EXIT.                                                       06070000
           EXIT.                                                        06080000
                                                                        06090000
      ******************************************************************06100000
      *  2400-RELEASE-HOLD - RELEASE THE HOLD NAMED BY THE ITEM, AS    *06110000
      *  4000-RELEASE WOULD HAVE.  THE HOLD MAY BE ONE PLACED BEFORE   *06120000
      *  THE WINDOW OR ONE THIS RUN HAS JUST PLACED FROM THE QUEUE.    *06130000
      ******************************************************************06140000
       2400-RELEASE-HOLD.                                               06150000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  06160000
               TO AUTHHOLD-SORTCODE OF HOLD-FILE-REC                    06170000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     06180000
               TO AUTHHOLD-NUMBER OF HOLD-FILE-REC                      06190000
           MOVE MEMOPOST-REF OF MEMOPOST-FILE-REC                       06200000
               TO AUTHHOLD-AUTH-REF OF HOLD-FILE-REC                    06210000
                                                                        06220000
           READ HOLD-FILE                                               06230000
               KEY IS AUTHHOLD-KEY OF HOLD-FILE-REC                     06240000
               INVALID KEY                                              06250000
                   MOVE 'NOH' TO MEMOREP-EXCEPTION                      06260000
                   PERFORM 2450-REJECT-ITEM THRU 2450-EXIT              06270000
                   GO TO 2400-EXIT                                      06280000
           END-READ                                                     06290000
                                                                        06300000
           IF NOT AUTHHOLD-ACTIVE OF HOLD-FILE-REC                      06310000
               MOVE 'NAH' TO MEMOREP-EXCEPTION                          06320000
               PERFORM 2450-REJECT-ITEM THRU 2450-EXIT                  06330000
               GO TO 2400-EXIT                                          06340000
           END-IF                                                       06350000
                                                                        06360000
           SET AUTHHOLD-RELEASED OF HOLD-FILE-REC TO TRUE               06370000
           REWRITE HOLD-FILE-REC                                        06380000
               INVALID KEY                                              06390000
                   DISPLAY 'MEMOREP - CRITICAL - HOLD REWRITE '         06400000
                       'FAILED FOR ACCOUNT '                            06410000
                       MEMOPOST-ACCNO OF MEMOPOST-FILE-REC              06420000
                       ', STATUS ' MEMOREP-HOLD-STATUS                  06430000
           END-REWRITE                                                  06440000
                                                                        06450000
           SET MEMOPOST-APPLIED OF MEMOPOST-FILE-REC TO TRUE            06460000
           ADD 1 TO MEMOREP-APPLIED-COUNT                               06470000
           MOVE 'APPLIED' TO MEMOREP-OUTCOME.                           06480000
       2400-EXIT.                                                       06490000
           EXIT.                                                        06500000
                                                                        06510000
      ******************************************************************06520000
      *  2450-REJECT-ITEM - A HOLD OR RELEASE THAT CANNOT BE APPLIED   *06530000
      *  MOVES NO MONEY, SO IT IS MARKED REJECTED AND ONLY REPORTED.   *06540000
      ******************************************************************06550000
       2450-REJECT-ITEM.                                                06560000
           SET MEMOPOST-REJECTED OF MEMOPOST-FILE-REC TO TRUE           06570000
           MOVE MEMOREP-EXCEPTION                                       06580000
               TO MEMOPOST-REASON OF MEMOPOST-FILE-REC                  06590000
           ADD 1 TO MEMOREP-REJECT-COUNT                                06600000
           MOVE 'REJECTED' TO MEMOREP-OUTCOME.                          06610000
       2450-EXIT.                                                       06620000
           EXIT.                                                        06630000
                                                                        06640000
      ******************************************************************06650000
      *  2500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *06660000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, THE SAME  *06670000
      *  WAY INCLRNG HANDS OUT ITS NUMBERS.                            *06680000
      ******************************************************************06690000
       2500-ASSIGN-PROCTRAN-NUMBER.                                     06700000
           MOVE 'N' TO MEMOREP-CTL-FAIL-SWITCH                          06710000
           MOVE MEMOREP-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE       06720000
                                         OF PCTRL-FILE-REC              06730000
           MOVE MEMOREP-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER         06740000
                                         OF PCTRL-FILE-REC              06750000
                                                                        06760000
           READ PCTRL-FILE                                              06770000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            06780000
               INVALID KEY                                              06790000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           06800000
                                   OF PCTRL-FILE-REC                    06810000
                   MOVE MEMOREP-CTL-SORTCODE                            06820000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   06830000
                   MOVE MEMOREP-CTL-NUMBER                              06840000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     06850000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 06860000
                   WRITE PCTRL-FILE-REC                                 06870000
           END-READ                                                     06880000
                                                                        06890000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             06900000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 06910000
               TO MEMOREP-TRAN-NUMBER                                   06920000
                                                                        06930000
           REWRITE PCTRL-FILE-REC                                       06940000
               INVALID KEY                                              06950000
                   DISPLAY 'MEMOREP - CRITICAL - CONTROL RECORD '       06960000
                       'REWRITE FAILED, STATUS ' MEMOREP-PCTRL-STATUS   06970000
                   SET MEMOREP-CTL-FAILED TO TRUE                       06980000
           END-REWRITE.                                                 06990000
       2500-EXIT.                                                       07000000
           EXIT.                                                        07010000
                                                                        07020000
      ******************************************************************07030000
      *  2600-PARK-IN-SUSPENSE - THE ONLINE SIDE HAS ALREADY ACTED ON  *07040000
      *  THE ITEM (CASH HAS CHANGED HANDS, A TRANSFER LEG OR A CARD    *07050000
      *  SETTLEMENT HAS BEEN CONFIRMED) BUT IT CANNOT BE POSTED, SO IT *07060000
      *  PARKS ON THE SUSPENSE LEDGER UNDER THE ITEM'S SORT CODE - A   *07070000
      *  DEBIT AS A PDR WITH A NEGATIVE SUS ROW, A CREDIT AS A PCR     *07080000
      *  WITH A POSITIVE ONE - DATED THE ITEM'S BUSINESS DATE.  THE    *07090000
      *  ITEM IS MARKED SUSPENDED UNDER THE SUSPENSE ENTRY NUMBER.     *07100000
      ******************************************************************07110000
       2600-PARK-IN-SUSPENSE.                                           07120000
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           07130000
           IF MEMOREP-CTL-FAILED                                        07140000
               MOVE 'CTL' TO MEMOREP-EXCEPTION                          07150000
               MOVE 'PENDING' TO MEMOREP-OUTCOME                        07160000
               GO TO 2600-EXIT                                          07170000
           END-IF                                                       07180000
                                                                        07190000
           MOVE 'SACC' TO SUSPACCT-EYECATCHER OF SUSPACCT-FILE-REC      07200000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  07210000
               TO SUSPACCT-SORTCODE OF SUSPACCT-FILE-REC                07220000
           MOVE MEMOREP-TRAN-NUMBER                                     07230000
               TO SUSPACCT-ENTRY-NUMBER OF SUSPACCT-FILE-REC            07240000
           MOVE 'MEMOREP' TO SUSPACCT-SOURCE OF SUSPACCT-FILE-REC       07250000
           IF MEMOPOST-DEBIT OF MEMOPOST-FILE-REC                       07260000
               MOVE 'PDR' TO SUSPACCT-DIRECTION OF SUSPACCT-FILE-REC    07270000
           ELSE                                                         07280000
               MOVE 'PCR' TO SUSPACCT-DIRECTION OF SUSPACCT-FILE-REC    07290000
           END-IF                                                       07300000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     07310000
               TO SUSPACCT-TARGET-ACCOUNT OF SUSPACCT-FILE-REC          07320000
           MOVE MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                    07330000
               TO SUSPACCT-AMOUNT OF SUSPACCT-FILE-REC                  07340000
           MOVE SPACES TO SUSPACCT-REFERENCE OF SUSPACCT-FILE-REC       07350000
           STRING 'MEMOPOST ' MEMOPOST-SEQUENCE OF MEMOPOST-FILE-REC    07360000
               DELIMITED BY SIZE                                        07370000
               INTO SUSPACCT-REFERENCE OF SUSPACCT-FILE-REC             07380000
           END-STRING                                                   07390000
           MOVE MEMOPOST-BUS-DATE OF MEMOPOST-FILE-REC                  07400000
               TO SUSPACCT-POSTED-DATE OF SUSPACCT-FILE-REC             07410000
           MOVE MEMOREP-EXCEPTION                                       07420000
               TO SUSPACCT-REASON OF SUSPACCT-FILE-REC                  07430000
           SET SUSPACCT-ENTRY-OPEN OF SUSPACCT-FILE-REC TO TRUE         07440000
           MOVE ZERO   TO SUSPACCT-CLEARED-DATE OF SUSPACCT-FILE-REC    07450000
           MOVE SPACES TO SUSPACCT-CLEARED-BY OF SUSPACCT-FILE-REC      07460000
                                                                        07470000
           WRITE SUSPACCT-FILE-REC                                      07480000
               INVALID KEY                                              07490000
                   DISPLAY 'MEMOREP - CRITICAL - SUSPENSE WRITE '       07500000
                       'FAILED FOR SEQUENCE ' MEMOREP-LAST-SEQUENCE     07510000
                   MOVE 'PENDING' TO MEMOREP-OUTCOME                    07520000
                   GO TO 2600-EXIT                                      07530000
           END-WRITE                                                    07540000
                                                                        07550000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    07560000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  07570000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              07580000
           MOVE MEMOREP-TRAN-NUMBER                                     07590000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 07600000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     07610000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         07620000
           MOVE MEMOPOST-BUS-DATE OF MEMOPOST-FILE-REC                  07630000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   07640000
           MOVE MEMOPOST-ARRIVAL-TIME OF MEMOPOST-FILE-REC              07650000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   07660000
           MOVE MEMOREP-TRAN-NUMBER                                     07670000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    07680000
           MOVE 'SUS' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            07690000
           IF MEMOPOST-DEBIT OF MEMOPOST-FILE-REC                       07700000
               COMPUTE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC =          07710000
                   ZERO - MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC          07720000
           ELSE                                                         07730000
               MOVE MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                07740000
                   TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC             07750000
           END-IF                                                       07760000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        07770000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC      07780000
           MOVE MEMOPOST-OPERATOR OF MEMOPOST-FILE-REC                  07790000
               TO PROC-TRAN-OPERATOR OF PROCTRAN-FILE-REC               07800000
           MOVE MEMOPOST-DESC OF MEMOPOST-FILE-REC                      07810000
               TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                   07820000
                                                                        07830000
           WRITE PROCTRAN-FILE-REC                                      07840000
               INVALID KEY                                              07850000
                   DISPLAY 'MEMOREP - CRITICAL - SUS WRITE FAILED '     07860000
                       'FOR SEQUENCE ' MEMOREP-LAST-SEQUENCE            07870000
                   PERFORM 2650-REMOVE-SUSPENSE THRU 2650-EXIT          07872500
                   MOVE 'PENDING' TO MEMOREP-OUTCOME                    07875000
                   GO TO 2600-EXIT                                      07877500
               NOT INVALID KEY                                          07880000
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        07890000
           END-WRITE                                                    07900000
                                                                        07910000
           SET MEMOPOST-SUSPENDED OF MEMOPOST-FILE-REC TO TRUE          07920000
           MOVE MEMOREP-EXCEPTION                                       07930000
               TO MEMOPOST-REASON OF MEMOPOST-FILE-REC                  07940000
           MOVE MEMOREP-TRAN-NUMBER                                     07950000
               TO MEMOPOST-ENTRY-NUMBER OF MEMOPOST-FILE-REC            07960000
           ADD 1 TO MEMOREP-SUSP-COUNT                                  07970000
           MOVE 'SUSPENSE' TO MEMOREP-OUTCOME.                          07980000
       2600-EXIT.                                                       07990000
           EXIT.                                                        08000000
                                                                        08010000
      ******************************************************************08010625
      *  2650-REMOVE-SUSPENSE - THE SUS LOG ROW COULD NOT BE WRITTEN,  *08011250
      *  SO THE SUSPENSE ENTRY JUST WRITTEN IS DELETED AGAIN - A       *08011875
      *  SUSPACCT ROW WITH NO GL ROW BEHIND IT WOULD NEVER BALANCE.    *08012500
      *  THE ITEM STAYS PENDING FOR THE RERUN.                         *08013125
      ******************************************************************08013750
       2650-REMOVE-SUSPENSE.                                            08014375
           DELETE SUSPACCT-FILE RECORD                                  08015000
               INVALID KEY                                              08015625
                   DISPLAY 'MEMOREP - CRITICAL - SUSPENSE ENTRY '       08016250
                       SUSPACCT-ENTRY-NUMBER OF SUSPACCT-FILE-REC       08016875
                       ' HAS NO SUS ROW - REMOVE BEFORE RERUN'          08017500
           END-DELETE.                                                  08018125
       2650-EXIT.                                                       08018750
           EXIT.                                                        08019375
                                                                        08019687
      ******************************************************************08020000
      *  2700-WRITE-PROCTRAN - LOG THE POSTING AS THE ONLINE PROGRAM   *08030000
      *  WOULD HAVE LOGGED IT : ITS TYPE, REFERENCE, OPERATOR AND      *08040000
      *  DESCRIPTION, DATED THE ITEM'S BUSINESS DATE AND TIMED WHEN    *08050000
      *  IT ARRIVED.                                                   *08060000
      ******************************************************************08070000
       2700-WRITE-PROCTRAN.                                             08080000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    08090000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  08100000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              08110000
           MOVE MEMOREP-TRAN-NUMBER                                     08120000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 08130000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     08140000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         08150000
           MOVE MEMOPOST-BUS-DATE OF MEMOPOST-FILE-REC                  08160000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   08170000
           MOVE MEMOPOST-ARRIVAL-TIME OF MEMOPOST-FILE-REC              08180000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   08190000
           MOVE MEMOPOST-REF OF MEMOPOST-FILE-REC                       08200000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    08210000
           MOVE MEMOPOST-TXN-TYPE OF MEMOPOST-FILE-REC                  08220000
               TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC                   08230000
           MOVE MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                    08240000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 08250000
           IF MEMOPOST-CURRENCY OF MEMOPOST-FILE-REC = SPACES           08260000
               MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC    08270000
           ELSE                                                         08280000
               MOVE MEMOPOST-CURRENCY OF MEMOPOST-FILE-REC              08290000
                   TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC           08300000
           END-IF                                                       08310000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC      08320000
           MOVE MEMOPOST-OPERATOR OF MEMOPOST-FILE-REC                  08330000
               TO PROC-TRAN-OPERATOR OF PROCTRAN-FILE-REC               08340000
           MOVE MEMOPOST-DESC OF MEMOPOST-FILE-REC                      08350000
               TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                   08360000
                                                                        08370000
           WRITE PROCTRAN-FILE-REC                                      08380000
               INVALID KEY                                              08390000
                   DISPLAY 'MEMOREP - CRITICAL - PROCTRAN WRITE '       08400000
                       'FAILED FOR ACCOUNT '                            08410000
                       MEMOPOST-ACCNO OF MEMOPOST-FILE-REC              08420000
               NOT INVALID KEY                                          08430000
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        08440000
           END-WRITE.                                                   08450000
       2700-EXIT.                                                       08460000
           EXIT.                                                        08470000
                                                                        08480000
      ******************************************************************08490000
      *  2750-SETTLE-HOLD - A CARD SETTLEMENT MARKS ITS HOLD SETTLED,  *08500000
      *  WHETHER THE HOLD WAS PLACED BEFORE THE WINDOW OR FROM THE     *08510000
      *  QUEUE EARLIER IN THIS RUN.  NO ACTIVE HOLD IS NOT AN ERROR -  *08520000
      *  HOLDEXP MAY HAVE EXPIRED IT OVERNIGHT.                        *08530000
      ******************************************************************08540000
       2750-SETTLE-HOLD.                                                08550000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  08560000
               TO AUTHHOLD-SORTCODE OF HOLD-FILE-REC                    08570000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     08580000
               TO AUTHHOLD-NUMBER OF HOLD-FILE-REC                      08590000
           MOVE MEMOPOST-REF OF MEMOPOST-FILE-REC                       08600000
               TO AUTHHOLD-AUTH-REF OF HOLD-FILE-REC                    08610000
                                                                        08620000
           READ HOLD-FILE                                               08630000
               KEY IS AUTHHOLD-KEY OF HOLD-FILE-REC                     08640000
               INVALID KEY                                              08650000
                   GO TO 2750-EXIT                                      08660000
           END-READ                                                     08670000
                                                                        08680000
           IF NOT AUTHHOLD-ACTIVE OF HOLD-FILE-REC                      08690000
               GO TO 2750-EXIT                                          08700000
           END-IF                                                       08710000
                                                                        08720000
           SET AUTHHOLD-SETTLED OF HOLD-FILE-REC TO TRUE                08730000
           REWRITE HOLD-FILE-REC                                        08740000
               INVALID KEY                                              08750000
                   DISPLAY 'MEMOREP - CRITICAL - HOLD REWRITE '         08760000
                       'FAILED FOR ACCOUNT '                            08770000
                       MEMOPOST-ACCNO OF MEMOPOST-FILE-REC              08780000
                       ', STATUS ' MEMOREP-HOLD-STATUS                  08790000
           END-REWRITE.                                                 08800000
       2750-EXIT.                                                       08810000
           EXIT.                                                        08820000
                                                                        08830000
      ******************************************************************08840000
      *  2800-COUNT-EXCEPTION - ADD ONE TO THE EXCEPTION TYPE'S COUNT. *08850000
      ******************************************************************08860000
       2800-COUNT-EXCEPTION.                                            08870000
           SET MEMOREP-EXC-IDX TO 1                                     08880000
           SEARCH MEMOREP-EXC-ENTRY                                     08890000
               AT END                                                   08900000
                   CONTINUE                                             08910000
               WHEN MEMOREP-EXC-CODE(MEMOREP-EXC-IDX)                   08920000
                    = MEMOREP-EXCEPTION                                 08930000
                   SET MEMOREP-EXC-SUB TO MEMOREP-EXC-IDX               08940000
                   ADD 1 TO MEMOREP-EXC-COUNT(MEMOREP-EXC-SUB)          08950000
           END-SEARCH.                                                  08960000
       2800-EXIT.                                                       08970000
           EXIT.                                                        08980000
                                                                        08990000
      ******************************************************************09000000
      *  2900-WRITE-DETAIL - LIST THE ITEM THAT WAS NOT APPLIED.       *09010000
      ******************************************************************09020000
       2900-WRITE-DETAIL.                                               09030000
           MOVE MEMOREP-OUTCOME TO MEMOREP-DTL-OUTCOME                  09040000
           MOVE MEMOREP-EXCEPTION TO MEMOREP-DTL-EXCEPTION              09050000
           MOVE MEMOPOST-SEQUENCE OF MEMOPOST-FILE-REC                  09060000
               TO MEMOREP-DTL-SEQUENCE                                  09070000
           MOVE MEMOPOST-SOURCE OF MEMOPOST-FILE-REC                    09080000
               TO MEMOREP-DTL-SOURCE                                    09090000
           MOVE MEMOPOST-ACTION OF MEMOPOST-FILE-REC                    09100000
               TO MEMOREP-DTL-ACTION                                    09110000
           MOVE MEMOPOST-SORTCODE OF MEMOPOST-FILE-REC                  09120000
               TO MEMOREP-DTL-SORTCODE                                  09130000
           MOVE MEMOPOST-ACCNO OF MEMOPOST-FILE-REC                     09140000
               TO MEMOREP-DTL-ACCNO                                     09150000
           MOVE MEMOPOST-AMOUNT OF MEMOPOST-FILE-REC                    09160000
               TO MEMOREP-DTL-AMOUNT                                    09170000
                                                                        09180000
           WRITE MEMO-RPT-LINE FROM MEMOREP-DETAIL-LINE.                09190000
       2900-EXIT.                                                       09200000
           EXIT.                                                        09210000
                                                                        09220000
      ******************************************************************09230000
      *  3000-REOPEN-WINDOW - MARK THE BATCH WINDOW OPEN, SO THE       *09240000
      *  ONLINE PROGRAMS GO BACK TO POSTING STRAIGHT TO THE MASTERS.   *09250000
      *  A RERUN FINDS IT ALREADY OPEN AND CHANGES NOTHING.            *09260000
      ******************************************************************09270000
       3000-REOPEN-WINDOW.                                              09280000
           OPEN I-O BUSDATE-FILE                                        09290000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF BUSDATE-FILE-REC     09300000
           READ BUSDATE-FILE                                            09310000
               INVALID KEY                                              09320000
                   DISPLAY 'MEMOREP - CRITICAL - BUSINESS-DATE '        09330000
                       'CONTROL RECORD NOT FOUND, STATUS '              09340000
                       MEMOREP-BUSDATE-STATUS                           09350000
                   CLOSE BUSDATE-FILE                                   09360000
                   GO TO 3000-EXIT                                      09370000
           END-READ                                                     09380000
                                                                        09390000
           SET BUSDATE-WINDOW-OPEN OF BUSDATE-FILE-REC TO TRUE          09400000
                                                                        09410000
           REWRITE BUSDATE-FILE-REC                                     09420000
               INVALID KEY                                              09430000
                   DISPLAY 'MEMOREP - CRITICAL - UNABLE TO REOPEN THE ' 09440000
                       'BATCH WINDOW, STATUS ' MEMOREP-BUSDATE-STATUS   09450000
           END-REWRITE                                                  09460000
                                                                        09470000
           CLOSE BUSDATE-FILE.                                          09480000
       3000-EXIT.                                                       09490000
           EXIT.                                                        09500000
                                                                        09510000
      ******************************************************************09520000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS AND THE EXCEPTION   *09530000
      *  COUNTS BY TYPE.                                               *09540000
      ******************************************************************09550000
       4000-PRINT-SUMMARY.                                              09560000
           MOVE MEMOREP-READ-COUNT TO MEMOREP-SUM-READ                  09570000
           WRITE MEMO-RPT-LINE FROM MEMOREP-SUMMARY-LINE-1              09580000
                                                                        09590000
           MOVE MEMOREP-APPLIED-COUNT TO MEMOREP-SUM-APPLIED            09600000
           MOVE MEMOREP-APPLIED-AMOUNT TO MEMOREP-SUM-APPLIED-AMOUNT    09610000
           WRITE MEMO-RPT-LINE FROM MEMOREP-SUMMARY-LINE-2              09620000
                                                                        09630000
           MOVE MEMOREP-SUSP-COUNT TO MEMOREP-SUM-SUSP                  09640000
           WRITE MEMO-RPT-LINE FROM MEMOREP-SUMMARY-LINE-3              09650000
                                                                        09660000
           MOVE MEMOREP-REJECT-COUNT TO MEMOREP-SUM-REJECTED            09670000
           WRITE MEMO-RPT-LINE FROM MEMOREP-SUMMARY-LINE-4              09680000
                                                                        09690000
           MOVE MEMOREP-PENDING-COUNT TO MEMOREP-SUM-PENDING            09700000
           WRITE MEMO-RPT-LINE FROM MEMOREP-SUMMARY-LINE-5              09710000
                                                                        09720000
           PERFORM 4100-PRINT-EXCEPTION-COUNT THRU 4100-EXIT            09730000
               VARYING MEMOREP-EXC-SUB FROM 1 BY 1                      09740000
               UNTIL MEMOREP-EXC-SUB > 9.                               09750000
       4000-EXIT.                                                       09760000
           EXIT.                                                        09770000
                                                                        09780000
      ******************************************************************09790000
      *  4100-PRINT-EXCEPTION-COUNT - ONE LINE PER EXCEPTION TYPE.     *09800000
      ******************************************************************09810000
       4100-PRINT-EXCEPTION-COUNT.                                      09820000
           MOVE MEMOREP-EXC-CODE(MEMOREP-EXC-SUB)                       09830000
               TO MEMOREP-SUM-EXC-CODE                                  09840000
           MOVE MEMOREP-EXC-LABEL(MEMOREP-EXC-SUB)                      09850000
               TO MEMOREP-SUM-EXC-LABEL                                 09860000
           MOVE MEMOREP-EXC-COUNT(MEMOREP-EXC-SUB)                      09870000
               TO MEMOREP-SUM-EXC-COUNT                                 09880000
           WRITE MEMO-RPT-LINE FROM MEMOREP-EXC-SUMMARY-LINE.           09890000
       4100-EXIT.                                                       09900000
           EXIT.                                                        09910000
                                                                        09920000
      ******************************************************************09930000
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *09940000
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *09950000
      ******************************************************************09960000
       8900-ADD-CONTROL-TOTAL.                                          09970000
           SET BALTOT-REQ-ADD TO TRUE                                   09980000
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  09990000
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  10000000
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   10010000
               TO BALTOT-REQ-AMOUNT                                     10020000
           CALL 'BALTOT' USING BALTOT-REQUEST.                          10030000
       8900-EXIT.                                                       10040000
           EXIT.                                                        10050000
                                                                        10060000
      ******************************************************************10070000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.  A RUN *10076666
      *  THAT LEFT ANY ITEM PENDING ENDS FAILED.                       *10083332
      ******************************************************************10090000
       9000-TERMINATE.                                                  10100000
           CLOSE MEMOPOST-FILE                                          10110000
           CLOSE ACCOUNT-FILE                                           10120000
           CLOSE ODFAC-FILE                                             10130000
           CLOSE HOLD-FILE                                              10140000
           CLOSE PROCTRAN-FILE                                          10150000
           CLOSE PCTRL-FILE                                             10160000
           CLOSE SUSPACCT-FILE                                          10170000
           CLOSE MEMO-RPT                                               10180000
                                                                        10190000
           SET BALTOT-REQ-WRITE TO TRUE                                 10200000
           CALL 'BALTOT' USING BALTOT-REQUEST                           10210000
                                                                        10220000
           IF MEMOREP-PENDING-COUNT NOT = ZERO                          10223333
               MOVE 'F' TO RUNCTL-REQ-FUNCTION                          10226666
           ELSE                                                         10229999
               MOVE 'E' TO RUNCTL-REQ-FUNCTION                          10233332
           END-IF                                                       10236665
           MOVE MEMOREP-READ-COUNT TO RUNCTL-REQ-COUNT                  10240000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          10250000
       9000-EXIT.                                                       10260000
           EXIT.                                                        10270000
                                                                        10280000
       9999-EXIT.                                                       10290000
           STOP RUN.                                                    10300000
