      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    NTCPAY.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  NTCPAY - NIGHTLY WITHDRAWAL-NOTICE PAYOUT AND LAPSE RUN       *00150000
      *                                                                *00160000
      *  FUNCTION : SWEEPS THE WITHDRAWAL-NOTICE REGISTER (COPYBOOK    *00170000
      *             NOTICE) EACH NIGHT.  FOR EVERY NOTICE STILL        *00180000
      *             GIVEN :                                            *00190000
      *                                                                *00200000
      *               - ONE PAST ITS LAPSE DATE WAS NEVER USED IN      *00210000
      *                 TIME : IT IS MARKED LAPSED AND REPORTED, AND   *00220000
      *                 THE CUSTOMER MUST GIVE NOTICE AGAIN            *00230000
      *               - ONE THAT HAS MATURED AND NAMES A PAY-TO        *00240000
      *                 ACCOUNT IS PAID OUT : WHAT IS LEFT UNDRAWN ON  *00250000
      *                 IT (OR AS MUCH AS THE NOTICE ACCOUNT HOLDS) IS *00260000
      *                 DEBITED FROM THE NOTICE ACCOUNT AND CREDITED   *00270000
      *                 TO THE PAY-TO ACCOUNT, LOGGED AS A TFD/TFC     *00280000
      *                 PROCTRAN PAIR THE WAY PAYREL LOGS A PAYMENT,   *00290000
      *                 AND THE NOTICE IS MARKED PAID OUT              *00300000
      *               - ONE THAT HAS MATURED WITH NO PAY-TO ACCOUNT    *00310000
      *                 IS LEFT FOR THE CUSTOMER TO DRAW THROUGH THE   *00320000
      *                 DEBIT PATHS UNTIL IT LAPSES                    *00330000
      *                                                                *00340000
      *             A PAY-TO ACCOUNT MUST BE ONE OF OURS AND OPEN.     *00350000
      *             WHEN IT IS NOT, OR THE NOTICE ACCOUNT HOLDS        *00360000
      *             NOTHING, THE NOTICE IS REPORTED AND LEFT GIVEN SO  *00370000
      *             THE CUSTOMER CAN STILL DRAW IT.                    *00380000
      *                                                                *00390000
      *  FILES    : NOTICE   - VSAM KSDS - WITHDRAWAL NOTICES (I-O)    *00400000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00410000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00420000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00430000
      *             NTCPRPT  - NOTICE PAYOUT REPORT (OUTPUT)           *00440000
      *                                                                *00450000
      *  CHANGE HISTORY                                                *00460000
      *  ----------------------------------------------------------    *00470000
      *  DATE        BY    DESCRIPTION                                 *00480000
      *  2026-10-15  BAG   INITIAL VERSION                             *00490000
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00493333
      *                    BALCHK THROUGH BALTOT                       *00496666
      *                                                                *00500000
      ******************************************************************00510000
       ENVIRONMENT DIVISION.                                            00520000
       INPUT-OUTPUT SECTION.                                            00530000
       FILE-CONTROL.                                                    00540000
           SELECT NOTICE-FILE     ASSIGN TO NOTICE                      00550000
                  ORGANIZATION IS INDEXED                               00560000
                  ACCESS MODE IS SEQUENTIAL                             00570000
                  RECORD KEY IS NOTICE-KEY OF NOTICE-FILE-REC           00580000
                  FILE STATUS IS NTCPAY-NOTICE-STATUS.                  00590000
                                                                        00600000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00610000
                  ORGANIZATION IS INDEXED                               00620000
                  ACCESS MODE IS RANDOM                                 00630000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00640000
                  FILE STATUS IS NTCPAY-ACCOUNT-STATUS.                 00650000
                                                                        00660000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00670000
                  ORGANIZATION IS INDEXED                               00680000
                  ACCESS MODE IS RANDOM                                 00690000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00700000
                  FILE STATUS IS NTCPAY-PROCTRAN-STATUS.                00710000
                                                                        00720000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    00730000
                  ORGANIZATION IS INDEXED                               00740000
                  ACCESS MODE IS RANDOM                                 00750000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00760000
                  FILE STATUS IS NTCPAY-PCTRL-STATUS.                   00770000
                                                                        00780000
           SELECT NOTICE-RPT      ASSIGN TO NTCPRPT                     00790000
                  ORGANIZATION IS LINE SEQUENTIAL                       00800000
                  FILE STATUS IS NTCPAY-RPT-STATUS.                     00810000
                                                                        00820000
       DATA DIVISION.                                                   00830000
       FILE SECTION.                                                    00840000
       FD  NOTICE-FILE                                                  00850000
           RECORDING MODE IS F.                                         00860000
       01  NOTICE-FILE-REC.                                             00870000
           COPY NOTICE.                                                 00880000
                                                                        00890000
       FD  ACCOUNT-FILE                                                 00900000
           RECORDING MODE IS F.                                         00910000
       01  ACCOUNT-FILE-REC.                                            00920000
           COPY ACCOUNT.                                                00930000
                                                                        00940000
       FD  PROCTRAN-FILE                                                00950000
           RECORDING MODE IS F.                                         00960000
       01  PROCTRAN-FILE-REC.                                           00970000
           COPY PROCTRAN.                                               00980000
                                                                        00990000
       FD  PCTRL-FILE                                                   01000000
           RECORDING MODE IS F.                                         01010000
       01  PCTRL-FILE-REC.                                              01020000
           COPY PRCTCTRL.                                               01030000
                                                                        01040000
       FD  NOTICE-RPT                                                   01050000
           RECORDING MODE IS F.                                         01060000
       01  NOTICE-RPT-LINE                 PIC X(80).                   01070000
                                                                        01080000
       WORKING-STORAGE SECTION.                                         01090000
       01  NTCPAY-WORK-AREA.                                            01100000
           05  NTCPAY-NOTICE-STATUS        PIC XX.                      01110000
           05  NTCPAY-ACCOUNT-STATUS       PIC XX.                      01120000
           05  NTCPAY-PROCTRAN-STATUS      PIC XX.                      01130000
           05  NTCPAY-PCTRL-STATUS         PIC XX.                      01140000
           05  NTCPAY-RPT-STATUS           PIC XX.                      01150000
           05  NTCPAY-EOF-SWITCH           PIC X     VALUE 'N'.         01160000
               88  NTCPAY-AT-EOF                 VALUE 'Y'.             01170000
           05  NTCPAY-OUTCOME-SWITCH       PIC X     VALUE 'D'.         01180000
               88  NTCPAY-OUTCOME-DUE            VALUE 'D'.             01190000
               88  NTCPAY-OUTCOME-REJECT         VALUE 'R'.             01200000
           05  NTCPAY-REJECT-REASON        PIC X(24) VALUE SPACES.      01210000
           05  NTCPAY-CURRENT-DATE         PIC 9(8).                    01220000
           05  NTCPAY-CURRENT-TIME         PIC 9(6).                    01230000
           05  NTCPAY-CTL-SORTCODE         PIC 9(6)  VALUE 987654.      01240000
           05  NTCPAY-CTL-NUMBER           PIC 9(8)  VALUE ZERO.        01250000
           05  NTCPAY-DEBIT-TRAN-NUMBER    PIC 9(8)  VALUE ZERO.        01260000
           05  NTCPAY-CREDIT-TRAN-NUMBER   PIC 9(8)  VALUE ZERO.        01270000
           05  NTCPAY-UNDRAWN              PIC S9(10)V99 VALUE ZERO.    01280000
           05  NTCPAY-PAY-AMOUNT           PIC S9(10)V99 VALUE ZERO.    01290000
           05  NTCPAY-READ-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01300000
           05  NTCPAY-PAID-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01310000
           05  NTCPAY-LAPSED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01320000
           05  NTCPAY-UNPAID-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01330000
           05  NTCPAY-PAID-TOTAL           PIC S9(10)V99 VALUE ZERO.    01340000
                                                                        01350000
       01  NTCPAY-NOTICE-ACCOUNT-REC.                                   01360000
           COPY ACCOUNT.                                                01370000
                                                                        01380000
       01  NTCPAY-PAYTO-ACCOUNT-REC.                                    01390000
           COPY ACCOUNT.                                                01400000
                                                                        01410000
       01  NTCPAY-HEADING-LINE.                                         01420000
           05  FILLER                      PIC X(36) VALUE              01430000
               'WITHDRAWAL NOTICE PAYOUT RUN FOR   '.                   01440000
           05  NTCPAY-HDG-DATE             PIC 9(8).                    01450000
           05  FILLER                      PIC X(36) VALUE SPACES.      01460000
                                                                        01470000
       01  NTCPAY-DETAIL-LINE.                                          01480000
           05  NTCPAY-DTL-SORTCODE         PIC 9(6).                    01490000
           05  FILLER                      PIC X(1)  VALUE '-'.         01500000
           05  NTCPAY-DTL-ACCOUNT          PIC 9(8).                    01510000
           05  FILLER                      PIC X(1)  VALUE '/'.         01520000
           05  NTCPAY-DTL-NUMBER           PIC 9(4).                    01530000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01540000
           05  NTCPAY-DTL-AMOUNT           PIC Z(7)9.99.                01550000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01560000
           05  NTCPAY-DTL-PAID             PIC Z(7)9.99.                01570000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01580000
           05  NTCPAY-DTL-PAY-ACCOUNT      PIC 9(8).                    01590000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01600000
           05  NTCPAY-DTL-ACTION           PIC X(24).                   01610000
                                                                        01620000
       01  NTCPAY-SUMMARY-LINE-1.                                       01630000
           05  FILLER                      PIC X(20) VALUE              01640000
               'NOTICES READ      : '.                                  01650000
           05  NTCPAY-SUM-READ             PIC Z(8)9.                   01660000
           05  FILLER                      PIC X(51) VALUE SPACES.      01670000
                                                                        01680000
       01  NTCPAY-SUMMARY-LINE-2.                                       01690000
           05  FILLER                      PIC X(20) VALUE              01700000
               'NOTICES PAID OUT  : '.                                  01710000
           05  NTCPAY-SUM-PAID             PIC Z(8)9.                   01720000
           05  FILLER                      PIC X(51) VALUE SPACES.      01730000
                                                                        01740000
       01  NTCPAY-SUMMARY-LINE-3.                                       01750000
           05  FILLER                      PIC X(20) VALUE              01760000
               'NOTICES NOT PAID  : '.                                  01770000
           05  NTCPAY-SUM-UNPAID           PIC Z(8)9.                   01780000
           05  FILLER                      PIC X(51) VALUE SPACES.      01790000
                                                                        01800000
       01  NTCPAY-SUMMARY-LINE-4.                                       01810000
           05  FILLER                      PIC X(20) VALUE              01820000
               'NOTICES LAPSED    : '.                                  01830000
           05  NTCPAY-SUM-LAPSED           PIC Z(8)9.                   01840000
           05  FILLER                      PIC X(51) VALUE SPACES.      01850000
                                                                        01860000
       01  NTCPAY-SUMMARY-LINE-5.                                       01870000
           05  FILLER                      PIC X(20) VALUE              01880000
               'TOTAL PAID OUT    : '.                                  01890000
           05  NTCPAY-SUM-TOTAL            PIC Z(8)9.99.                01900000
           05  FILLER                      PIC X(48) VALUE SPACES.      01910000
                                                                        01920000
       01  RUNCTL-REQUEST-AREA.                                         01930000
           COPY RUNCTLQ.                                                01940000
                                                                        01942500
       01  BALTOT-REQUEST-AREA.                                         01945000
           COPY BALTOTQ.                                                01947500
                                                                        01950000
       01  BUSDATE-REQUEST-AREA.                                        01960000
           COPY BUSDATEQ.                                               01970000
                                                                        01980000
      ******************************************************************01990000
       PROCEDURE DIVISION.                                              02000000
      ******************************************************************02010000
       0000-MAINLINE.                                                   02020000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02030000
                                                                        02040000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT                        02050000
           PERFORM 2000-PROCESS-NOTICE                                  02060000
              UNTIL NTCPAY-AT-EOF                                       02070000
                                                                        02080000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    02090000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02100000
           GO TO 9999-EXIT.                                             02110000
                                                                        02120000
      ******************************************************************02130000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *02140000
      *  DATE, OPEN THE FILES AND HEAD THE REPORT.                     *02150000
      ******************************************************************02160000
       1000-INITIALIZE.                                                 02170000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02180000
           MOVE 'NTCPAY' TO RUNCTL-REQ-JOB                              02190000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02200000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02210000
           IF RUNCTL-HELD                                               02220000
               DISPLAY 'NTCPAY - HELD - PREDECESSOR NOT COMPLETE'       02230000
               STOP RUN                                                 02240000
           END-IF                                                       02250000
                                                                        02252000
           MOVE 'NTCPAY' TO BALTOT-REQ-JOB                              02254000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02256000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02258000
                                                                        02260000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02270000
           MOVE BUSDATE-REQ-CURRENT TO NTCPAY-CURRENT-DATE              02280000
           ACCEPT NTCPAY-CURRENT-TIME FROM TIME                         02290000
                                                                        02300000
           OPEN I-O    NOTICE-FILE                                      02310000
           OPEN I-O    ACCOUNT-FILE                                     02320000
           OPEN I-O    PROCTRAN-FILE                                    02330000
           OPEN I-O    PCTRL-FILE                                       02340000
           OPEN OUTPUT NOTICE-RPT                                       02350000
                                                                        02360000
           MOVE NTCPAY-CURRENT-DATE TO NTCPAY-HDG-DATE                  02370000
           WRITE NOTICE-RPT-LINE FROM NTCPAY-HEADING-LINE               02380000
           MOVE SPACES TO NOTICE-RPT-LINE                               02390000
           WRITE NOTICE-RPT-LINE.                                       02400000
       1000-EXIT.                                                       02410000
           EXIT.                                                        02420000
                                                                        02430000
      ******************************************************************02440000
      *  2000-PROCESS-NOTICE - LAPSE A GIVEN NOTICE PAST ITS LAPSE     *02450000
      *  DATE, PAY OUT A MATURED ONE THAT NAMES A PAY-TO ACCOUNT,      *02460000
      *  THEN READ THE NEXT NOTICE.                                    *02470000
      ******************************************************************02480000
       2000-PROCESS-NOTICE.                                             02490000
           IF NOTICE-GIVEN OF NOTICE-FILE-REC                           02500000
               IF NOTICE-LAPSE-DATE OF NOTICE-FILE-REC                  02510000
                  < NTCPAY-CURRENT-DATE                                 02520000
                   PERFORM 2200-LAPSE-NOTICE THRU 2200-EXIT             02530000
               ELSE                                                     02540000
                   IF NOTICE-PAYABLE-DATE OF NOTICE-FILE-REC            02550000
                      NOT > NTCPAY-CURRENT-DATE                         02560000
                      AND NOTICE-PAY-ACCOUNT OF NOTICE-FILE-REC         02570000
                          NOT = ZERO                                    02580000
                       PERFORM 2300-PAY-NOTICE THRU 2300-EXIT           02590000
                   END-IF                                               02600000
               END-IF                                                   02610000
           END-IF                                                       02620000
                                                                        02630000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.                       02640000
                                                                        02650000
      ******************************************************************02660000
      *  2100-READ-NEXT - READ THE NEXT NOTICE.                        *02670000
      ******************************************************************02680000
       2100-READ-NEXT.                                                  02690000
           READ NOTICE-FILE NEXT RECORD                                 02700000
               AT END                                                   02710000
                   SET NTCPAY-AT-EOF TO TRUE                            02720000
                   GO TO 2100-EXIT                                      02730000
           END-READ                                                     02740000
                                                                        02750000
           ADD 1 TO NTCPAY-READ-COUNT.                                  02760000
       2100-EXIT.                                                       02770000
           EXIT.                                                        02780000
                                                                        02790000
      ******************************************************************02800000
      *  2200-LAPSE-NOTICE - THE NOTICE WAS NOT USED BY ITS LAPSE      *02810000
      *  DATE.  CLOSE IT AS LAPSED AND REPORT WHAT WAS LEFT ON IT.     *02820000
      ******************************************************************02830000
       2200-LAPSE-NOTICE.                                               02840000
           COMPUTE NTCPAY-UNDRAWN =                                     02850000
               NOTICE-AMOUNT OF NOTICE-FILE-REC                         02860000
             - NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC                   02870000
                                                                        02880000
           MOVE 'L' TO NOTICE-STATUS OF NOTICE-FILE-REC                 02890000
           MOVE NTCPAY-CURRENT-DATE                                     02900000
               TO NOTICE-CLOSED-DATE OF NOTICE-FILE-REC                 02910000
           REWRITE NOTICE-FILE-REC                                      02920000
               INVALID KEY                                              02930000
                   DISPLAY 'NTCPAY - NOTICE REWRITE FAILED FOR '        02940000
                       NOTICE-KEY OF NOTICE-FILE-REC                    02950000
                       ' STATUS ' NTCPAY-NOTICE-STATUS                  02960000
                   GO TO 2200-EXIT                                      02970000
           END-REWRITE                                                  02980000
                                                                        02990000
           ADD 1 TO NTCPAY-LAPSED-COUNT                                 03000000
           MOVE ZERO TO NTCPAY-PAY-AMOUNT                               03010000
           MOVE 'LAPSED UNUSED' TO NTCPAY-DTL-ACTION                    03020000
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.                    03030000
       2200-EXIT.                                                       03040000
           EXIT.                                                        03050000
                                                                        03060000
      ******************************************************************03070000
      *  2300-PAY-NOTICE - PAY THE UNDRAWN PART OF A MATURED NOTICE    *03080000
      *  TO ITS PAY-TO ACCOUNT.  THE NOTICE ACCOUNT IS NOT TAKEN       *03090000
      *  OVERDRAWN : WHEN IT HOLDS LESS THAN THE NOTICE, WHAT IT       *03100000
      *  HOLDS IS PAID.  A NOTICE THAT CANNOT BE PAID IS REPORTED      *03110000
      *  AND LEFT GIVEN.                                               *03120000
      ******************************************************************03130000
       2300-PAY-NOTICE.                                                 03140000
           MOVE 'D'    TO NTCPAY-OUTCOME-SWITCH                         03150000
           MOVE SPACES TO NTCPAY-REJECT-REASON                          03160000
           MOVE ZERO   TO NTCPAY-PAY-AMOUNT                             03170000
           COMPUTE NTCPAY-UNDRAWN =                                     03180000
               NOTICE-AMOUNT OF NOTICE-FILE-REC                         03190000
             - NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC                   03200000
                                                                        03210000
           PERFORM 2400-READ-ACCOUNTS THRU 2400-EXIT                    03220000
                                                                        03230000
           IF NTCPAY-OUTCOME-DUE                                        03240000
               PERFORM 2500-POST-PAYOUT THRU 2500-EXIT                  03250000
           END-IF                                                       03260000
                                                                        03270000
           IF NTCPAY-OUTCOME-DUE                                        03280000
               PERFORM 2600-ASSIGN-PROCTRAN-NUMBERS THRU 2600-EXIT      03290000
           END-IF                                                       03300000
                                                                        03310000
           IF NTCPAY-OUTCOME-DUE                                        03320000
               PERFORM 2650-WRITE-DEBIT-PROCTRAN THRU 2650-EXIT         03330000
               PERFORM 2660-WRITE-CREDIT-PROCTRAN THRU 2660-EXIT        03340000
               PERFORM 2700-MARK-PAID-OUT THRU 2700-EXIT                03350000
               ADD 1 TO NTCPAY-PAID-COUNT                               03360000
               ADD NTCPAY-PAY-AMOUNT TO NTCPAY-PAID-TOTAL               03370000
               IF NTCPAY-PAY-AMOUNT < NTCPAY-UNDRAWN                    03380000
                   MOVE 'PART PAID OUT' TO NTCPAY-DTL-ACTION            03390000
               ELSE                                                     03400000
                   MOVE 'PAID OUT' TO NTCPAY-DTL-ACTION                 03410000
               END-IF                                                   03420000
           ELSE                                                         03430000
               ADD 1 TO NTCPAY-UNPAID-COUNT                             03440000
               MOVE NTCPAY-REJECT-REASON TO NTCPAY-DTL-ACTION           03450000
           END-IF                                                       03460000
                                                                        03470000
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.                    03480000
       2300-EXIT.                                                       03490000
           EXIT.                                                        03500000
                                                                        03510000
      ******************************************************************03520000
      *  2400-READ-ACCOUNTS - READ THE NOTICE ACCOUNT AND THE PAY-TO   *03530000
      *  ACCOUNT.  BOTH MUST BE ON FILE AND OPEN, AND THE NOTICE       *03540000
      *  ACCOUNT MUST HOLD SOMETHING TO PAY.                           *03550000
      ******************************************************************03560000
       2400-READ-ACCOUNTS.                                              03570000
           MOVE NOTICE-SORTCODE OF NOTICE-FILE-REC                      03580000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  03590000
           MOVE NOTICE-ACCOUNT OF NOTICE-FILE-REC                       03600000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    03610000
           READ ACCOUNT-FILE                                            03620000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   03630000
               INVALID KEY                                              03640000
                   MOVE 'R' TO NTCPAY-OUTCOME-SWITCH                    03650000
                   MOVE 'NOTICE ACCOUNT NOT FOUND'                      03660000
                       TO NTCPAY-REJECT-REASON                          03670000
                   GO TO 2400-EXIT                                      03680000
           END-READ                                                     03690000
           MOVE ACCOUNT-FILE-REC TO NTCPAY-NOTICE-ACCOUNT-REC           03700000
                                                                        03710000
           IF NOT ACCOUNT-OPEN OF NTCPAY-NOTICE-ACCOUNT-REC             03720000
               MOVE 'R' TO NTCPAY-OUTCOME-SWITCH                        03730000
               MOVE 'NOTICE ACCOUNT NOT OPEN' TO NTCPAY-REJECT-REASON   03740000
               GO TO 2400-EXIT                                          03750000
           END-IF                                                       03760000
                                                                        03770000
           IF ACCOUNT-BALANCE OF NTCPAY-NOTICE-ACCOUNT-REC              03780000
              NOT > ZERO                                                03790000
               MOVE 'R' TO NTCPAY-OUTCOME-SWITCH                        03800000
               MOVE 'NO FUNDS TO PAY' TO NTCPAY-REJECT-REASON           03810000
               GO TO 2400-EXIT                                          03820000
           END-IF                                                       03830000
                                                                        03840000
           MOVE NOTICE-PAY-SORTCODE OF NOTICE-FILE-REC                  03850000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  03860000
           MOVE NOTICE-PAY-ACCOUNT OF NOTICE-FILE-REC                   03870000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    03880000
           READ ACCOUNT-FILE                                            03890000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   03900000
               INVALID KEY                                              03910000
                   MOVE 'R' TO NTCPAY-OUTCOME-SWITCH                    03920000
                   MOVE 'PAY-TO ACCOUNT NOT FOUND'                      03930000
                       TO NTCPAY-REJECT-REASON                          03940000
                   GO TO 2400-EXIT                                      03950000
           END-READ                                                     03960000
           MOVE ACCOUNT-FILE-REC TO NTCPAY-PAYTO-ACCOUNT-REC            03970000
                                                                        03980000
           IF NOT ACCOUNT-OPEN OF NTCPAY-PAYTO-ACCOUNT-REC              03990000
               MOVE 'R' TO NTCPAY-OUTCOME-SWITCH                        04000000
               MOVE 'PAY-TO ACCOUNT NOT OPEN' TO NTCPAY-REJECT-REASON   04010000
           END-IF.                                                      04020000
       2400-EXIT.                                                       04030000
           EXIT.                                                        04040000
                                                                        04050000
      ******************************************************************04060000
      *  2500-POST-PAYOUT - DEBIT THE NOTICE ACCOUNT AND CREDIT THE    *04070000
      *  PAY-TO ACCOUNT.  A FAILED CREDIT PUTS THE DEBIT BACK.         *04080000
      ******************************************************************04090000
       2500-POST-PAYOUT.                                                04100000
           MOVE NTCPAY-UNDRAWN TO NTCPAY-PAY-AMOUNT                     04110000
           IF NTCPAY-PAY-AMOUNT >                                       04120000
              ACCOUNT-BALANCE OF NTCPAY-NOTICE-ACCOUNT-REC              04130000
               MOVE ACCOUNT-BALANCE OF NTCPAY-NOTICE-ACCOUNT-REC        04140000
                   TO NTCPAY-PAY-AMOUNT                                 04150000
           END-IF                                                       04160000
                                                                        04170000
           SUBTRACT NTCPAY-PAY-AMOUNT                                   04180000
              FROM ACCOUNT-BALANCE OF NTCPAY-NOTICE-ACCOUNT-REC         04190000
           MOVE NTCPAY-NOTICE-ACCOUNT-REC TO ACCOUNT-FILE-REC           04200000
           REWRITE ACCOUNT-FILE-REC                                     04210000
               INVALID KEY                                              04220000
                   MOVE 'R' TO NTCPAY-OUTCOME-SWITCH                    04230000
                   MOVE 'NOTICE ACCOUNT REWRITE' TO NTCPAY-REJECT-REASON04240000
                   GO TO 2500-EXIT                                      04250000
           END-REWRITE                                                  04260000
                                                                        04270000
           ADD NTCPAY-PAY-AMOUNT                                        04280000
              TO ACCOUNT-BALANCE OF NTCPAY-PAYTO-ACCOUNT-REC            04290000
           MOVE NTCPAY-PAYTO-ACCOUNT-REC TO ACCOUNT-FILE-REC            04300000
           REWRITE ACCOUNT-FILE-REC                                     04310000
               INVALID KEY                                              04320000
                   MOVE 'R' TO NTCPAY-OUTCOME-SWITCH                    04330000
                   MOVE 'PAY-TO ACCOUNT REWRITE' TO NTCPAY-REJECT-REASON04340000
                   PERFORM 2550-REVERSE-DEBIT THRU 2550-EXIT            04350000
           END-REWRITE.                                                 04360000
       2500-EXIT.                                                       04370000
           EXIT.                                                        04380000
                                                                        04390000
      ******************************************************************04400000
      *  2550-REVERSE-DEBIT - THE CREDIT FAILED AFTER THE NOTICE       *04410000
      *  ACCOUNT WAS DEBITED.  PUT THE AMOUNT BACK.                    *04420000
      ******************************************************************04430000
       2550-REVERSE-DEBIT.                                              04440000
           ADD NTCPAY-PAY-AMOUNT                                        04450000
              TO ACCOUNT-BALANCE OF NTCPAY-NOTICE-ACCOUNT-REC           04460000
           MOVE NTCPAY-NOTICE-ACCOUNT-REC TO ACCOUNT-FILE-REC           04470000
           REWRITE ACCOUNT-FILE-REC                                     04480000
               INVALID KEY                                              04490000
                   DISPLAY 'NTCPAY - CRITICAL - UNABLE TO REVERSE '     04500000
                       'DEBIT FOR ACCOUNT ' NOTICE-ACCOUNT              04510000
                           OF NOTICE-FILE-REC                           04520000
           END-REWRITE                                                  04530000
           MOVE ZERO TO NTCPAY-PAY-AMOUNT.                              04540000
       2550-EXIT.                                                       04550000
           EXIT.                                                        04560000
                                                                        04570000
      ******************************************************************04580000
      *  2600-ASSIGN-PROCTRAN-NUMBERS - READ THE PROCTRAN CONTROL      *04590000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER ONCE FOR EACH LEG, AND  *04600000
      *  REWRITE, THE SAME WAY PAYREL HANDS OUT ITS NUMBERS.           *04610000
      ******************************************************************04620000
       2600-ASSIGN-PROCTRAN-NUMBERS.                                    04630000
           MOVE NTCPAY-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE        04640000
                                        OF PCTRL-FILE-REC               04650000
           MOVE NTCPAY-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER          04660000
                                        OF PCTRL-FILE-REC               04670000
                                                                        04680000
           READ PCTRL-FILE                                              04690000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            04700000
               INVALID KEY                                              04710000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           04720000
                                   OF PCTRL-FILE-REC                    04730000
                   MOVE NTCPAY-CTL-SORTCODE                             04740000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   04750000
                   MOVE NTCPAY-CTL-NUMBER                               04760000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     04770000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 04780000
                   WRITE PCTRL-FILE-REC                                 04790000
           END-READ                                                     04800000
                                                                        04810000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             04820000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 04830000
               TO NTCPAY-DEBIT-TRAN-NUMBER                              04840000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             04850000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 04860000
               TO NTCPAY-CREDIT-TRAN-NUMBER                             04870000
                                                                        04880000
           REWRITE PCTRL-FILE-REC                                       04890000
               INVALID KEY                                              04900000
                   DISPLAY 'NTCPAY - CRITICAL - CONTROL RECORD ERROR '  04910000
                       'AFTER PAYOUT FOR ACCOUNT ' NOTICE-ACCOUNT       04920000
                           OF NOTICE-FILE-REC                           04930000
           END-REWRITE.                                                 04940000
       2600-EXIT.                                                       04950000
           EXIT.                                                        04960000
                                                                        04970000
      ******************************************************************04980000
      *  2650-WRITE-DEBIT-PROCTRAN - LOG THE DEBIT LEG AGAINST THE     *04990000
      *  NOTICE ACCOUNT, CARRYING THE PAY-TO ACCOUNT IN THE            *05000000
      *  PROC-TRAN-DESC-XFR COUNTERPARTY FIELDS.  THE MONEY HAS        *05010000
      *  ALREADY MOVED, SO A LOG FAILURE IS REPORTED, NOT UNWOUND.     *05020000
      ******************************************************************05030000
       2650-WRITE-DEBIT-PROCTRAN.                                       05040000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05050000
           MOVE NOTICE-SORTCODE OF NOTICE-FILE-REC                      05060000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05070000
           MOVE NTCPAY-DEBIT-TRAN-NUMBER                                05080000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05090000
           MOVE NOTICE-ACCOUNT OF NOTICE-FILE-REC                       05100000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05110000
           MOVE NTCPAY-CURRENT-DATE                                     05120000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05130000
           MOVE NTCPAY-CURRENT-TIME                                     05140000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05150000
           MOVE NTCPAY-DEBIT-TRAN-NUMBER                                05160000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05170000
           MOVE 'TFD' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05180000
           MOVE NTCPAY-PAY-AMOUNT                                       05190000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05200000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05210000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05220000
                                                                        05230000
           MOVE 'NOTICE PAYOUT'                                         05240000
               TO PROC-TRAN-DESC-XFR-HEADER OF PROCTRAN-FILE-REC        05250000
           MOVE NOTICE-PAY-SORTCODE OF NOTICE-FILE-REC                  05260000
               TO PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC      05270000
           MOVE NOTICE-PAY-ACCOUNT OF NOTICE-FILE-REC                   05280000
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05290000
                                                                        05300000
           WRITE PROCTRAN-FILE-REC                                      05310000
               INVALID KEY                                              05320000
                   DISPLAY 'NTCPAY - CRITICAL - PROCTRAN WRITE FAILED ' 05330000
                       'FOR PAYOUT DEBIT, ACCOUNT ' NOTICE-ACCOUNT      05340000
                           OF NOTICE-FILE-REC                           05350000
               NOT INVALID KEY                                          05353333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05356666
           END-WRITE.                                                   05360000
       2650-EXIT.                                                       05370000
           EXIT.                                                        05380000
                                                                        05390000
      ******************************************************************05400000
      *  2660-WRITE-CREDIT-PROCTRAN - LOG THE CREDIT LEG AGAINST THE   *05410000
      *  PAY-TO ACCOUNT, CARRYING THE NOTICE ACCOUNT IN THE            *05420000
      *  PROC-TRAN-DESC-XFR COUNTERPARTY FIELDS.                       *05430000
      ******************************************************************05440000
       2660-WRITE-CREDIT-PROCTRAN.                                      05450000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05460000
           MOVE NOTICE-PAY-SORTCODE OF NOTICE-FILE-REC                  05470000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05480000
           MOVE NTCPAY-CREDIT-TRAN-NUMBER                               05490000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05500000
           MOVE NOTICE-PAY-ACCOUNT OF NOTICE-FILE-REC                   05510000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05520000
           MOVE NTCPAY-CURRENT-DATE                                     05530000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05540000
           MOVE NTCPAY-CURRENT-TIME                                     05550000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05560000
           MOVE NTCPAY-CREDIT-TRAN-NUMBER                               05570000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05580000
           MOVE 'TFC' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05590000
           MOVE NTCPAY-PAY-AMOUNT                                       05600000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05610000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05620000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05630000
                                                                        05640000
           MOVE 'NOTICE PAYOUT'                                         05650000
               TO PROC-TRAN-DESC-XFR-HEADER OF PROCTRAN-FILE-REC        05660000
           MOVE NOTICE-SORTCODE OF NOTICE-FILE-REC                      05670000
               TO PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC      05680000
           MOVE NOTICE-ACCOUNT OF NOTICE-FILE-REC                       05690000
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05700000
                                                                        05710000
           WRITE PROCTRAN-FILE-REC                                      05720000
               INVALID KEY                                              05730000
                   DISPLAY 'NTCPAY - CRITICAL - PROCTRAN WRITE FAILED ' 05740000
                       'FOR PAYOUT CREDIT, ACCOUNT ' NOTICE-PAY-ACCOUNT 05750000
                           OF NOTICE-FILE-REC                           05760000
               NOT INVALID KEY                                          05763333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05766666
           END-WRITE.                                                   05770000
       2660-EXIT.                                                       05780000
           EXIT.                                                        05790000
                                                                        05800000
      ******************************************************************05810000
      *  2700-MARK-PAID-OUT - RECORD THE PAYOUT AS DRAWN AND CLOSE     *05820000
      *  THE NOTICE AS PAID OUT.                                       *05830000
      ******************************************************************05840000
       2700-MARK-PAID-OUT.                                              05850000
           ADD NTCPAY-PAY-AMOUNT                                        05860000
               TO NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC                05870000
           MOVE 'P' TO NOTICE-STATUS OF NOTICE-FILE-REC                 05880000
           MOVE NTCPAY-CURRENT-DATE                                     05890000
               TO NOTICE-CLOSED-DATE OF NOTICE-FILE-REC                 05900000
           REWRITE NOTICE-FILE-REC                                      05910000
               INVALID KEY                                              05920000
                   DISPLAY 'NTCPAY - CRITICAL - NOTICE UPDATE FAILED '  05930000
                       'AFTER PAYOUT FOR ' NOTICE-KEY OF NOTICE-FILE-REC05940000
           END-REWRITE.                                                 05950000
       2700-EXIT.                                                       05960000
           EXIT.                                                        05970000
                                                                        05980000
      ******************************************************************05990000
      *  2800-WRITE-DETAIL - ONE REPORT LINE FOR THE NOTICE ACTED ON.  *06000000
      ******************************************************************06010000
       2800-WRITE-DETAIL.                                               06020000
           MOVE NOTICE-SORTCODE OF NOTICE-FILE-REC                      06030000
               TO NTCPAY-DTL-SORTCODE                                   06040000
           MOVE NOTICE-ACCOUNT OF NOTICE-FILE-REC TO NTCPAY-DTL-ACCOUNT 06050000
           MOVE NOTICE-NUMBER OF NOTICE-FILE-REC TO NTCPAY-DTL-NUMBER   06060000
           MOVE NTCPAY-UNDRAWN TO NTCPAY-DTL-AMOUNT                     06070000
           MOVE NTCPAY-PAY-AMOUNT TO NTCPAY-DTL-PAID                    06080000
           MOVE NOTICE-PAY-ACCOUNT OF NOTICE-FILE-REC                   06090000
               TO NTCPAY-DTL-PAY-ACCOUNT                                06100000
           WRITE NOTICE-RPT-LINE FROM NTCPAY-DETAIL-LINE.               06110000
       2800-EXIT.                                                       06120000
           EXIT.                                                        06130000
                                                                        06140000
      ******************************************************************06150000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *06160000
      ******************************************************************06170000
       4000-PRINT-SUMMARY.                                              06180000
           MOVE SPACES TO NOTICE-RPT-LINE                               06190000
           WRITE NOTICE-RPT-LINE                                        06200000
                                                                        06210000
           MOVE NTCPAY-READ-COUNT TO NTCPAY-SUM-READ                    06220000
           WRITE NOTICE-RPT-LINE FROM NTCPAY-SUMMARY-LINE-1             06230000
                                                                        06240000
           MOVE NTCPAY-PAID-COUNT TO NTCPAY-SUM-PAID                    06250000
           WRITE NOTICE-RPT-LINE FROM NTCPAY-SUMMARY-LINE-2             06260000
                                                                        06270000
           MOVE NTCPAY-UNPAID-COUNT TO NTCPAY-SUM-UNPAID                06280000
           WRITE NOTICE-RPT-LINE FROM NTCPAY-SUMMARY-LINE-3             06290000
                                                                        06300000
           MOVE NTCPAY-LAPSED-COUNT TO NTCPAY-SUM-LAPSED                06310000
           WRITE NOTICE-RPT-LINE FROM NTCPAY-SUMMARY-LINE-4             06320000
                                                                        06330000
           MOVE NTCPAY-PAID-TOTAL TO NTCPAY-SUM-TOTAL                   06340000
           WRITE NOTICE-RPT-LINE FROM NTCPAY-SUMMARY-LINE-5.            06350000
       4000-EXIT.                                                       06360000
           EXIT.                                                        06370000
                                                                        06380000
      ******************************************************************06380666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *06381332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *06381998
      ******************************************************************06382664
       8900-ADD-CONTROL-TOTAL.                                          06383330
           SET BALTOT-REQ-ADD TO TRUE                                   06383996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  06384662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  06385328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   06385994
               TO BALTOT-REQ-AMOUNT                                     06386660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          06387326
       8900-EXIT.                                                       06387992
           EXIT.                                                        06388658
                                                                        06389324
      ******************************************************************06390000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *06400000
      ******************************************************************06410000
       9000-TERMINATE.                                                  06420000
           CLOSE NOTICE-FILE                                            06430000
           CLOSE ACCOUNT-FILE                                           06440000
           CLOSE PROCTRAN-FILE                                          06450000
           CLOSE PCTRL-FILE                                             06460000
           CLOSE NOTICE-RPT                                             06470000
                                                                        06480000
           SET BALTOT-REQ-WRITE TO TRUE                                 06482500
           CALL 'BALTOT' USING BALTOT-REQUEST                           06485000
                                                                        06487500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06490000
           MOVE NTCPAY-PAID-COUNT TO RUNCTL-REQ-COUNT                   06500000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          06510000
       9000-EXIT.                                                       06520000
           EXIT.                                                        06530000
                                                                        06540000
       9999-EXIT.                                                       06550000
           STOP RUN.                                                    06560000
