      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    LOANWOFF.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  LOANWOFF - MONTHLY LOAN CHARGE-OFF                            *00150000
      *                                                                *00160000
      *  FUNCTION : SCANS EVERY LOAN (COPYBOOK LOAN) AND WRITES OFF    *00170000
      *             EACH ACTIVE LOAN WHOSE LOAN-ARREARS-COUNT HAS      *00180000
      *             REACHED THE CHARGE-OFF THRESHOLD ON THE SYSIN      *00190000
      *             PARAMETER CARD :                                   *00200000
      *                                                                *00210000
      *               - A LOAN ON THE SUPERVISOR-APPROVED EXCEPTION    *00220000
      *                 LIST (COPYBOOK LOANWOEX) WHOSE REVIEW DATE     *00230000
      *                 HAS NOT PASSED IS LEFT ALONE AND REPORTED AS   *00240000
      *                 EXCEPTED                                       *00250000
      *               - ANY OTHER LOAN IS CHARGED OFF.  THE DEBT - THE *00260000
      *                 OUTSTANDING PRINCIPAL PLUS THE INTEREST        *00270000
      *                 ELEMENT OF THE ARREARS (THE PRINCIPAL OF A     *00280000
      *                 MISSED INSTALMENT IS ALREADY IN THE            *00290000
      *                 OUTSTANDING FIGURE) - MOVES TO A NEW ROW ON    *00300000
      *                 THE RECOVERIES LEDGER (COPYBOOK LNRECOV), THE  *00310000
      *                 LOSS IS LOGGED AS AN LWO PROCTRAN ROW FOR      *00320000
      *                 GLEXTR TO CARRY TO THE WRITE-OFF GL ACCOUNT,   *00330000
      *                 AND THE LOAN GOES WRITTEN-OFF WITH NOTHING     *00340000
      *                 LEFT OUTSTANDING ON IT.                        *00350000
      *                                                                *00360000
      *             LOANCOLL ONLY COLLECTS ACTIVE LOANS, SO A          *00370000
      *             WRITTEN-OFF LOAN RAISES NO FURTHER INSTALMENTS;    *00380000
      *             LATER MONEY POSTS AGAINST THE LEDGER THROUGH       *00390000
      *             LOANRCVY.                                          *00400000
      *                                                                *00410000
      *  FILES    : LOANFILE - VSAM KSDS - LOAN MASTER (I-O)           *00420000
      *             LOANSCH  - VSAM KSDS - AMORTIZATION SCHEDULE (IN)  *00430000
      *             LOANWOEX - VSAM KSDS - CHARGE-OFF EXCEPTIONS (IN)  *00440000
      *             LNRECOV  - VSAM KSDS - RECOVERIES LEDGER (I-O)     *00450000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00460000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00470000
      *             SYSIN    - ONE PARAMETER CARD, COLS 1-3 = THE      *00480000
      *                        ARREARS COUNT AT WHICH A LOAN IS        *00490000
      *                        WRITTEN OFF (BLANK OR ZERO = 6)         *00500000
      *             LOANWRPT - CHARGE-OFF REPORT (OUTPUT)              *00510000
      *                                                                *00520000
      *  CHANGE HISTORY                                                *00530000
      *  ----------------------------------------------------------    *00540000
      *  DATE        BY    DESCRIPTION                                 *00550000
      *  2026-10-15  BAG   INITIAL VERSION                             *00560000
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00563333
      *                    BALCHK THROUGH BALTOT                       *00566666
      *                                                                *00570000
      ******************************************************************00580000
       ENVIRONMENT DIVISION.                                            00590000
       INPUT-OUTPUT SECTION.                                            00600000
       FILE-CONTROL.                                                    00610000
           SELECT LOAN-FILE       ASSIGN TO LOANFILE                    00620000
                  ORGANIZATION IS INDEXED                               00630000
                  ACCESS MODE IS DYNAMIC                                00640000
                  RECORD KEY IS LOAN-KEY OF LOAN-FILE-REC               00650000
                  FILE STATUS IS LOANWOFF-LOAN-STATUS.                  00660000
                                                                        00670000
           SELECT SCHED-FILE      ASSIGN TO LOANSCH                     00680000
                  ORGANIZATION IS INDEXED                               00690000
                  ACCESS MODE IS RANDOM                                 00700000
                  RECORD KEY IS LOANSCH-KEY OF SCHED-FILE-REC           00710000
                  FILE STATUS IS LOANWOFF-SCHED-STATUS.                 00720000
                                                                        00730000
           SELECT WOEX-FILE       ASSIGN TO LOANWOEX                    00740000
                  ORGANIZATION IS INDEXED                               00750000
                  ACCESS MODE IS RANDOM                                 00760000
                  RECORD KEY IS LOANWOEX-KEY OF WOEX-FILE-REC           00770000
                  FILE STATUS IS LOANWOFF-WOEX-STATUS.                  00780000
                                                                        00790000
           SELECT RECOV-FILE      ASSIGN TO LNRECOV                     00800000
                  ORGANIZATION IS INDEXED                               00810000
                  ACCESS MODE IS RANDOM                                 00820000
                  RECORD KEY IS LNRECOV-KEY OF RECOV-FILE-REC           00830000
                  FILE STATUS IS LOANWOFF-RECOV-STATUS.                 00840000
                                                                        00850000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00860000
                  ORGANIZATION IS INDEXED                               00870000
                  ACCESS MODE IS RANDOM                                 00880000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00890000
                  FILE STATUS IS LOANWOFF-PROCTRAN-STATUS.              00900000
                                                                        00910000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    00920000
                  ORGANIZATION IS INDEXED                               00930000
                  ACCESS MODE IS RANDOM                                 00940000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00950000
                  FILE STATUS IS LOANWOFF-PCTRL-STATUS.                 00960000
                                                                        00970000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00980000
                  ORGANIZATION IS LINE SEQUENTIAL                       00990000
                  FILE STATUS IS LOANWOFF-PARM-STATUS.                  01000000
                                                                        01010000
           SELECT WOFF-RPT        ASSIGN TO LOANWRPT                    01020000
                  ORGANIZATION IS LINE SEQUENTIAL                       01030000
                  FILE STATUS IS LOANWOFF-RPT-STATUS.                   01040000
                                                                        01050000
       DATA DIVISION.                                                   01060000
       FILE SECTION.                                                    01070000
       FD  LOAN-FILE                                                    01080000
           RECORDING MODE IS F.                                         01090000
       01  LOAN-FILE-REC.                                               01100000
           COPY LOAN.                                                   01110000
                                                                        01120000
       FD  SCHED-FILE                                                   01130000
           RECORDING MODE IS F.                                         01140000
       01  SCHED-FILE-REC.                                              01150000
           COPY LOANSCH.                                                01160000
                                                                        01170000
       FD  WOEX-FILE                                                    01180000
           RECORDING MODE IS F.                                         01190000
       01  WOEX-FILE-REC.                                               01200000
           COPY LOANWOEX.                                               01210000
                                                                        01220000
       FD  RECOV-FILE                                                   01230000
           RECORDING MODE IS F.                                         01240000
       01  RECOV-FILE-REC.                                              01250000
           COPY LNRECOV.                                                01260000
                                                                        01270000
       FD  PROCTRAN-FILE                                                01280000
           RECORDING MODE IS F.                                         01290000
       01  PROCTRAN-FILE-REC.                                           01300000
           COPY PROCTRAN.                                               01310000
                                                                        01320000
       FD  PCTRL-FILE                                                   01330000
           RECORDING MODE IS F.                                         01340000
       01  PCTRL-FILE-REC.                                              01350000
           COPY PRCTCTRL.                                               01360000
                                                                        01370000
       FD  PARAMETER-FILE                                               01380000
           RECORDING MODE IS F.                                         01390000
       01  PARAMETER-FILE-REC             PIC X(80).                    01400000
                                                                        01410000
       FD  WOFF-RPT                                                     01420000
           RECORDING MODE IS F.                                         01430000
       01  WOFF-RPT-LINE                  PIC X(80).                    01440000
                                                                        01450000
       WORKING-STORAGE SECTION.                                         01460000
       01  LOANWOFF-WORK-AREA.                                          01470000
           05  LOANWOFF-LOAN-STATUS        PIC XX.                      01480000
           05  LOANWOFF-SCHED-STATUS       PIC XX.                      01490000
           05  LOANWOFF-WOEX-STATUS        PIC XX.                      01500000
           05  LOANWOFF-RECOV-STATUS       PIC XX.                      01510000
           05  LOANWOFF-PROCTRAN-STATUS    PIC XX.                      01520000
           05  LOANWOFF-PCTRL-STATUS       PIC XX.                      01530000
           05  LOANWOFF-PARM-STATUS        PIC XX.                      01540000
           05  LOANWOFF-RPT-STATUS         PIC XX.                      01550000
           05  LOANWOFF-EOF-SWITCH         PIC X     VALUE 'N'.         01560000
               88  LOANWOFF-AT-EOF               VALUE 'Y'.             01570000
           05  LOANWOFF-EXCEPT-SWITCH      PIC X     VALUE 'N'.         01580000
               88  LOANWOFF-EXCEPTED             VALUE 'Y'.             01590000
           05  LOANWOFF-THRESHOLD          PIC 9(3)  VALUE 6.           01600000
           05  LOANWOFF-CURRENT-DATE       PIC 9(8).                    01610000
           05  LOANWOFF-CURRENT-TIME       PIC 9(6).                    01620000
           05  LOANWOFF-CTL-SORTCODE       PIC 9(6)  VALUE 987654.      01630000
           05  LOANWOFF-CTL-NUMBER         PIC 9(8)  VALUE ZERO.        01640000
           05  LOANWOFF-TRAN-NUMBER        PIC 9(8)  VALUE ZERO.        01650000
           05  LOANWOFF-INSTALMENT         PIC 9(3)  VALUE ZERO.        01660000
           05  LOANWOFF-LAST-INSTALMENT    PIC 9(3)  VALUE ZERO.        01670000
           05  LOANWOFF-MISSED-PRINCIPAL   PIC S9(10)V99 VALUE ZERO.    01680000
           05  LOANWOFF-PRINCIPAL          PIC S9(10)V99 VALUE ZERO.    01690000
           05  LOANWOFF-INTEREST           PIC S9(10)V99 VALUE ZERO.    01700000
           05  LOANWOFF-DEBT               PIC S9(10)V99 VALUE ZERO.    01710000
           05  LOANWOFF-READ-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01720000
           05  LOANWOFF-DUE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01730000
           05  LOANWOFF-EXCEPTED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01740000
           05  LOANWOFF-WRITTEN-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01750000
           05  LOANWOFF-WRITTEN-AMOUNT     PIC S9(13)V99 COMP-3         01760000
                                                     VALUE ZERO.        01770000
                                                                        01780000
       01  LOANWOFF-PARM-REDEF.                                         01790000
           05  LOANWOFF-PARM-THRESHOLD     PIC X(3).                    01800000
           05  FILLER                      PIC X(77).                   01810000
                                                                        01820000
       01  LOANWOFF-HEADING-1.                                          01830000
           05  FILLER                      PIC X(20) VALUE SPACES.      01840000
           05  FILLER                      PIC X(30)                    01850000
                  VALUE 'LOAN CHARGE-OFF RUN'.                          01860000
           05  FILLER                      PIC X(30) VALUE SPACES.      01870000
                                                                        01880000
       01  LOANWOFF-HEADING-2.                                          01890000
           05  FILLER                      PIC X(12) VALUE              01900000
               'RUN DATE : '.                                           01910000
           05  LOANWOFF-HDR-DATE           PIC 9(8).                    01920000
           05  FILLER                      PIC X(4)  VALUE SPACES.      01930000
           05  FILLER                      PIC X(20) VALUE              01940000
               'ARREARS THRESHOLD : '.                                  01950000
           05  LOANWOFF-HDR-THRESHOLD      PIC ZZ9.                     01960000
           05  FILLER                      PIC X(33) VALUE SPACES.      01970000
                                                                        01980000
       01  LOANWOFF-DETAIL-LINE.                                        01990000
           05  LOANWOFF-DTL-SORTCODE       PIC 9(6).                    02000000
           05  FILLER                      PIC X(1)  VALUE '-'.         02010000
           05  LOANWOFF-DTL-NUMBER         PIC 9(8).                    02020000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02030000
           05  LOANWOFF-DTL-ARREARS        PIC ZZ9.                     02040000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02050000
           05  LOANWOFF-DTL-PRINCIPAL      PIC -(9)9.99.                02060000
           05  FILLER                      PIC X(1)  VALUE SPACES.      02070000
           05  LOANWOFF-DTL-INTEREST       PIC -(9)9.99.                02080000
           05  FILLER                      PIC X(1)  VALUE SPACES.      02090000
           05  LOANWOFF-DTL-DEBT           PIC -(9)9.99.                02100000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02110000
           05  LOANWOFF-DTL-OUTCOME        PIC X(11).                   02120000
                                                                        02130000
       01  LOANWOFF-SUMMARY-LINE-1.                                     02140000
           05  FILLER                      PIC X(20) VALUE              02150000
               'LOANS SCANNED     : '.                                  02160000
           05  LOANWOFF-SUM-READ           PIC Z(8)9.                   02170000
           05  FILLER                      PIC X(51) VALUE SPACES.      02180000
                                                                        02190000
       01  LOANWOFF-SUMMARY-LINE-2.                                     02200000
           05  FILLER                      PIC X(20) VALUE              02210000
               'OVER THRESHOLD    : '.                                  02220000
           05  LOANWOFF-SUM-DUE            PIC Z(8)9.                   02230000
           05  FILLER                      PIC X(51) VALUE SPACES.      02240000
                                                                        02250000
       01  LOANWOFF-SUMMARY-LINE-3.                                     02260000
           05  FILLER                      PIC X(20) VALUE              02270000
               'EXCEPTED          : '.                                  02280000
           05  LOANWOFF-SUM-EXCEPTED       PIC Z(8)9.                   02290000
           05  FILLER                      PIC X(51) VALUE SPACES.      02300000
                                                                        02310000
       01  LOANWOFF-SUMMARY-LINE-4.                                     02320000
           05  FILLER                      PIC X(20) VALUE              02330000
               'WRITTEN OFF       : '.                                  02340000
           05  LOANWOFF-SUM-WRITTEN        PIC Z(8)9.                   02350000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02360000
           05  LOANWOFF-SUM-WRITTEN-AMOUNT PIC Z(12)9.99-.              02370000
           05  FILLER                      PIC X(32) VALUE SPACES.      02380000
                                                                        02390000
       01  RUNCTL-REQUEST-AREA.                                         02400000
           COPY RUNCTLQ.                                                02410000
                                                                        02412500
       01  BALTOT-REQUEST-AREA.                                         02415000
           COPY BALTOTQ.                                                02417500
                                                                        02420000
       01  BUSDATE-REQUEST-AREA.                                        02430000
           COPY BUSDATEQ.                                               02440000
                                                                        02450000
      ******************************************************************02460000
       PROCEDURE DIVISION.                                              02470000
      ******************************************************************02480000
       0000-MAINLINE.                                                   02490000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02500000
                                                                        02510000
           PERFORM 2000-PROCESS-LOAN                                    02520000
              UNTIL LOANWOFF-AT-EOF                                     02530000
                                                                        02540000
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT                    02550000
                                                                        02560000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02570000
                                                                        02580000
           GO TO 9999-EXIT.                                             02590000
                                                                        02600000
      ******************************************************************02610000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, READ THE THRESHOLD    *02620000
      *  CARD, OPEN THE FILES, AND PRIME THE FIRST READ.               *02630000
      ******************************************************************02640000
       1000-INITIALIZE.                                                 02650000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02660000
           MOVE 'LOANWOFF' TO RUNCTL-REQ-JOB                            02670000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02680000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02690000
           IF RUNCTL-HELD                                               02700000
               DISPLAY 'LOANWOFF - HELD - PREDECESSOR NOT COMPLETE'     02710000
               STOP RUN                                                 02720000
           END-IF                                                       02730000
                                                                        02732000
           MOVE 'LOANWOFF' TO BALTOT-REQ-JOB                            02734000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02736000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02738000
                                                                        02740000
           OPEN INPUT  PARAMETER-FILE                                   02750000
           READ PARAMETER-FILE INTO LOANWOFF-PARM-REDEF                 02760000
               AT END                                                   02770000
                   MOVE SPACES TO LOANWOFF-PARM-REDEF                   02780000
           END-READ                                                     02790000
           CLOSE PARAMETER-FILE                                         02800000
                                                                        02810000
           IF LOANWOFF-PARM-THRESHOLD IS NUMERIC                        02820000
               MOVE LOANWOFF-PARM-THRESHOLD TO LOANWOFF-THRESHOLD       02830000
           END-IF                                                       02840000
           IF LOANWOFF-THRESHOLD = ZERO                                 02850000
               MOVE 6 TO LOANWOFF-THRESHOLD                             02860000
           END-IF                                                       02870000
                                                                        02880000
           OPEN I-O    LOAN-FILE                                        02890000
           OPEN INPUT  SCHED-FILE                                       02900000
           OPEN INPUT  WOEX-FILE                                        02910000
           OPEN I-O    RECOV-FILE                                       02920000
           OPEN I-O    PROCTRAN-FILE                                    02930000
           OPEN I-O    PCTRL-FILE                                       02940000
           OPEN OUTPUT WOFF-RPT                                         02950000
                                                                        02960000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02970000
           MOVE BUSDATE-REQ-CURRENT TO LOANWOFF-CURRENT-DATE            02980000
           ACCEPT LOANWOFF-CURRENT-TIME FROM TIME                       02990000
                                                                        03000000
           WRITE WOFF-RPT-LINE FROM LOANWOFF-HEADING-1                  03010000
           MOVE LOANWOFF-CURRENT-DATE TO LOANWOFF-HDR-DATE              03020000
           MOVE LOANWOFF-THRESHOLD TO LOANWOFF-HDR-THRESHOLD            03030000
           WRITE WOFF-RPT-LINE FROM LOANWOFF-HEADING-2                  03040000
           MOVE SPACES TO WOFF-RPT-LINE                                 03050000
           WRITE WOFF-RPT-LINE                                          03060000
                                                                        03070000
           MOVE ZERO TO LOAN-SORTCODE OF LOAN-FILE-REC                  03080000
           MOVE ZERO TO LOAN-NUMBER OF LOAN-FILE-REC                    03090000
           START LOAN-FILE KEY IS GREATER                               03100000
                 THAN LOAN-KEY OF LOAN-FILE-REC                         03110000
               INVALID KEY                                              03120000
                   SET LOANWOFF-AT-EOF TO TRUE                          03130000
           END-START                                                    03140000
                                                                        03150000
           IF NOT LOANWOFF-AT-EOF                                       03160000
               PERFORM 1200-READ-LOAN-NEXT THRU 1200-EXIT               03170000
           END-IF.                                                      03180000
       1000-EXIT.                                                       03190000
           EXIT.                                                        03200000
                                                                        03210000
      ******************************************************************03220000
      *  1200-READ-LOAN-NEXT - READ THE NEXT LOAN IN KEY ORDER.        *03230000
      ******************************************************************03240000
       1200-READ-LOAN-NEXT.                                             03250000
           READ LOAN-FILE NEXT RECORD                                   03260000
               AT END                                                   03270000
                   SET LOANWOFF-AT-EOF TO TRUE                          03280000
           END-READ.                                                    03290000
       1200-EXIT.                                                       03300000
           EXIT.                                                        03310000
                                                                        03320000
      ******************************************************************03330000
      *  2000-PROCESS-LOAN - CHARGE OFF ONE LOAN THAT HAS REACHED THE  *03340000
      *  THRESHOLD, UNLESS IT IS EXCEPTED, AND READ THE NEXT LOAN.     *03350000
      ******************************************************************03360000
       2000-PROCESS-LOAN.                                               03370000
           ADD 1 TO LOANWOFF-READ-COUNT                                 03380000
                                                                        03390000
           IF LOAN-ACTIVE OF LOAN-FILE-REC                              03400000
              AND LOAN-ARREARS-COUNT OF LOAN-FILE-REC                   03410000
                  NOT < LOANWOFF-THRESHOLD                              03420000
               ADD 1 TO LOANWOFF-DUE-COUNT                              03430000
               PERFORM 2100-WORK-OUT-DEBT THRU 2100-EXIT                03440000
               PERFORM 2200-CHECK-EXCEPTION THRU 2200-EXIT              03450000
               IF LOANWOFF-EXCEPTED                                     03460000
                   ADD 1 TO LOANWOFF-EXCEPTED-COUNT                     03470000
                   MOVE 'EXCEPTED' TO LOANWOFF-DTL-OUTCOME              03480000
                   PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT             03490000
               ELSE                                                     03500000
                   PERFORM 2300-WRITE-OFF-LOAN THRU 2300-EXIT           03510000
               END-IF                                                   03520000
           END-IF                                                       03530000
                                                                        03540000
           PERFORM 1200-READ-LOAN-NEXT THRU 1200-EXIT.                  03550000
                                                                        03560000
      ******************************************************************03570000
      *  2100-WORK-OUT-DEBT - THE OUTSTANDING PRINCIPAL PLUS THE       *03580000
      *  INTEREST ELEMENT OF THE ARREARS.  THE ARREARS AMOUNT HOLDS    *03590000
      *  EACH MISSED INSTALMENT IN FULL, BUT ITS PRINCIPAL NEVER CAME  *03600000
      *  OFF LOAN-OUTSTANDING, SO THE MISSED ROWS' PRINCIPAL PARTS ARE *03610000
      *  TAKEN BACK OUT TO AVOID COUNTING THEM TWICE.                  *03620000
      ******************************************************************03630000
       2100-WORK-OUT-DEBT.                                              03640000
           MOVE ZERO TO LOANWOFF-MISSED-PRINCIPAL                       03650000
           MOVE ZERO TO LOANWOFF-INSTALMENT                             03660000
           COMPUTE LOANWOFF-LAST-INSTALMENT =                           03670000
               LOAN-PAID-COUNT OF LOAN-FILE-REC                         03680000
             + LOAN-ARREARS-COUNT OF LOAN-FILE-REC                      03690000
           PERFORM 2150-ADD-MISSED-ROW THRU 2150-EXIT                   03700000
              UNTIL LOANWOFF-INSTALMENT NOT < LOANWOFF-LAST-INSTALMENT  03710000
                                                                        03720000
           MOVE LOAN-OUTSTANDING OF LOAN-FILE-REC TO LOANWOFF-PRINCIPAL 03730000
           COMPUTE LOANWOFF-INTEREST =                                  03740000
               LOAN-ARREARS-AMOUNT OF LOAN-FILE-REC                     03750000
             - LOANWOFF-MISSED-PRINCIPAL                                03760000
           IF LOANWOFF-INTEREST < ZERO                                  03770000
               MOVE ZERO TO LOANWOFF-INTEREST                           03780000
           END-IF                                                       03790000
           COMPUTE LOANWOFF-DEBT =                                      03800000
               LOANWOFF-PRINCIPAL + LOANWOFF-INTEREST.                  03810000
       2100-EXIT.                                                       03820000
           EXIT.                                                        03830000
                                                                        03840000
      ******************************************************************03850000
      *  2150-ADD-MISSED-ROW - READ ONE RAISED SCHEDULE ROW AND, IF IT *03860000
      *  WAS MISSED, ADD ITS PRINCIPAL PART.                           *03870000
      ******************************************************************03880000
       2150-ADD-MISSED-ROW.                                             03890000
           ADD 1 TO LOANWOFF-INSTALMENT                                 03900000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          03910000
               TO LOANSCH-SORTCODE OF SCHED-FILE-REC                    03920000
           MOVE LOAN-NUMBER OF LOAN-FILE-REC                            03930000
               TO LOANSCH-LOAN-NUMBER OF SCHED-FILE-REC                 03940000
           MOVE LOANWOFF-INSTALMENT                                     03950000
               TO LOANSCH-INSTALMENT OF SCHED-FILE-REC                  03960000
                                                                        03970000
           READ SCHED-FILE                                              03980000
               KEY IS LOANSCH-KEY OF SCHED-FILE-REC                     03990000
               INVALID KEY                                              04000000
                   GO TO 2150-EXIT                                      04010000
           END-READ                                                     04020000
                                                                        04030000
           IF LOANSCH-MISSED OF SCHED-FILE-REC                          04040000
               ADD LOANSCH-PRINCIPAL-PART OF SCHED-FILE-REC             04050000
                   TO LOANWOFF-MISSED-PRINCIPAL                         04060000
           END-IF.                                                      04070000
       2150-EXIT.                                                       04080000
           EXIT.                                                        04090000
                                                                        04100000
      ******************************************************************04110000
      *  2200-CHECK-EXCEPTION - A LOAN ON THE EXCEPTION LIST IS HELD   *04120000
      *  BACK UNTIL ITS REVIEW DATE GOES BY.  A ZERO REVIEW DATE HOLDS *04130000
      *  IT BACK UNTIL THE ROW IS LIFTED.                              *04140000
      ******************************************************************04150000
       2200-CHECK-EXCEPTION.                                            04160000
           MOVE 'N' TO LOANWOFF-EXCEPT-SWITCH                           04170000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          04180000
               TO LOANWOEX-SORTCODE OF WOEX-FILE-REC                    04190000
           MOVE LOAN-NUMBER OF LOAN-FILE-REC                            04200000
               TO LOANWOEX-LOAN-NUMBER OF WOEX-FILE-REC                 04210000
                                                                        04220000
           READ WOEX-FILE                                               04230000
               KEY IS LOANWOEX-KEY OF WOEX-FILE-REC                     04240000
               INVALID KEY                                              04250000
                   GO TO 2200-EXIT                                      04260000
           END-READ                                                     04270000
                                                                        04280000
           IF LOANWOEX-REVIEW-DATE OF WOEX-FILE-REC = ZERO              04290000
              OR LOANWOEX-REVIEW-DATE OF WOEX-FILE-REC                  04300000
                 NOT < LOANWOFF-CURRENT-DATE                            04310000
               SET LOANWOFF-EXCEPTED TO TRUE                            04320000
           END-IF.                                                      04330000
       2200-EXIT.                                                       04340000
           EXIT.                                                        04350000
                                                                        04360000
      ******************************************************************04370000
      *  2300-WRITE-OFF-LOAN - OPEN THE RECOVERIES-LEDGER ROW, LOG THE *04380000
      *  LOSS AND TAKE THE DEBT OFF THE LOAN.  A LEDGER ROW ALREADY ON *04390000
      *  FILE MEANS THE LOAN WAS CHARGED OFF BEFORE AND ITS STATUS     *04400000
      *  DID NOT STICK, SO IT IS REPORTED AND LEFT FOR INVESTIGATION.  *04410000
      ******************************************************************04420000
       2300-WRITE-OFF-LOAN.                                             04430000
           INITIALIZE RECOV-FILE-REC                                    04440000
           MOVE 'LNRV' TO LNRECOV-EYECATCHER OF RECOV-FILE-REC          04450000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          04460000
               TO LNRECOV-SORTCODE OF RECOV-FILE-REC                    04470000
           MOVE LOAN-NUMBER OF LOAN-FILE-REC                            04480000
               TO LNRECOV-LOAN-NUMBER OF RECOV-FILE-REC                 04490000
           MOVE LOAN-CUSTOMER OF LOAN-FILE-REC                          04500000
               TO LNRECOV-CUSTOMER OF RECOV-FILE-REC                    04510000
           MOVE LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC                  04520000
               TO LNRECOV-DISBURSE-ACCOUNT OF RECOV-FILE-REC            04530000
           MOVE LOANWOFF-CURRENT-DATE                                   04540000
               TO LNRECOV-WRITEOFF-DATE OF RECOV-FILE-REC               04550000
           MOVE LOAN-ARREARS-COUNT OF LOAN-FILE-REC                     04560000
               TO LNRECOV-ARREARS-COUNT OF RECOV-FILE-REC               04570000
           MOVE LOANWOFF-PRINCIPAL                                      04580000
               TO LNRECOV-WRITEOFF-PRINCIPAL OF RECOV-FILE-REC          04590000
           MOVE LOANWOFF-INTEREST                                       04600000
               TO LNRECOV-WRITEOFF-INTEREST OF RECOV-FILE-REC           04610000
           MOVE LOANWOFF-DEBT                                           04620000
               TO LNRECOV-WRITEOFF-AMOUNT OF RECOV-FILE-REC             04630000
           MOVE ZERO TO LNRECOV-RECOVERED-AMOUNT OF RECOV-FILE-REC      04640000
           MOVE LOANWOFF-DEBT TO LNRECOV-BALANCE OF RECOV-FILE-REC      04650000
           MOVE ZERO TO LNRECOV-RECOVERY-COUNT OF RECOV-FILE-REC        04660000
           MOVE ZERO TO LNRECOV-LAST-RECOVERY-DATE OF RECOV-FILE-REC    04670000
           SET LNRECOV-OPEN OF RECOV-FILE-REC TO TRUE                   04680000
                                                                        04690000
           WRITE RECOV-FILE-REC                                         04700000
               INVALID KEY                                              04710000
                   DISPLAY 'LOANWOFF - CRITICAL - LEDGER ROW ALREADY '  04720000
                       'ON FILE FOR LOAN ' LOAN-NUMBER OF LOAN-FILE-REC 04730000
                       ', STATUS ' LOANWOFF-RECOV-STATUS                04740000
                   MOVE 'LEDGER ERR' TO LOANWOFF-DTL-OUTCOME            04750000
                   PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT             04760000
                   GO TO 2300-EXIT                                      04770000
           END-WRITE                                                    04780000
                                                                        04790000
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           04800000
           PERFORM 2550-WRITE-LWO-PROCTRAN THRU 2550-EXIT               04810000
                                                                        04820000
           SET LOAN-WRITTEN-OFF OF LOAN-FILE-REC TO TRUE                04830000
           MOVE ZERO TO LOAN-OUTSTANDING OF LOAN-FILE-REC               04840000
           MOVE ZERO TO LOAN-ARREARS-AMOUNT OF LOAN-FILE-REC            04850000
           MOVE ZERO TO LOAN-QUOTE-AMOUNT OF LOAN-FILE-REC              04860000
           MOVE ZERO TO LOAN-QUOTE-GOOD-UNTIL OF LOAN-FILE-REC          04870000
                                                                        04880000
           REWRITE LOAN-FILE-REC                                        04890000
               INVALID KEY                                              04900000
                   DISPLAY 'LOANWOFF - CRITICAL - LOAN REWRITE '        04910000
                       'FAILED FOR LOAN ' LOAN-NUMBER                   04920000
                           OF LOAN-FILE-REC                             04930000
           END-REWRITE                                                  04940000
                                                                        04950000
           ADD 1 TO LOANWOFF-WRITTEN-COUNT                              04960000
           ADD LOANWOFF-DEBT TO LOANWOFF-WRITTEN-AMOUNT                 04970000
           MOVE 'WRITTEN OFF' TO LOANWOFF-DTL-OUTCOME                   04980000
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.                    04990000
       2300-EXIT.                                                       05000000
           EXIT.                                                        05010000
                                                                        05020000
      ******************************************************************05030000
      *  2500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *05040000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, THE       *05050000
      *  SAME WAY THE OTHER BATCHES HAND OUT THEIR NUMBERS.            *05060000
      ******************************************************************05070000
       2500-ASSIGN-PROCTRAN-NUMBER.                                     05080000
           MOVE LOANWOFF-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE      05090000
                                          OF PCTRL-FILE-REC             05100000
           MOVE LOANWOFF-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER        05110000
                                          OF PCTRL-FILE-REC             05120000
                                                                        05130000
           READ PCTRL-FILE                                              05140000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            05150000
               INVALID KEY                                              05160000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           05170000
                                   OF PCTRL-FILE-REC                    05180000
                   MOVE LOANWOFF-CTL-SORTCODE                           05190000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   05200000
                   MOVE LOANWOFF-CTL-NUMBER                             05210000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     05220000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 05230000
                   WRITE PCTRL-FILE-REC                                 05240000
           END-READ                                                     05250000
                                                                        05260000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             05270000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 05280000
               TO LOANWOFF-TRAN-NUMBER                                  05290000
                                                                        05300000
           REWRITE PCTRL-FILE-REC.                                      05310000
       2500-EXIT.                                                       05320000
           EXIT.                                                        05330000
                                                                        05340000
      ******************************************************************05350000
      *  2550-WRITE-LWO-PROCTRAN - LOG THE LOSS.  THE ROW CARRIES THE  *05360000
      *  DISBURSEMENT ACCOUNT FOR TRACING BUT MOVES NO ACCOUNT         *05370000
      *  BALANCE; GLEXTR POSTS IT TO THE WRITE-OFF GL ACCOUNT.         *05380000
      ******************************************************************05390000
       2550-WRITE-LWO-PROCTRAN.                                         05400000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05410000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          05420000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05430000
           MOVE LOANWOFF-TRAN-NUMBER                                    05440000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05450000
           MOVE LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC                  05460000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05470000
           MOVE LOANWOFF-CURRENT-DATE                                   05480000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05490000
           MOVE LOANWOFF-CURRENT-TIME                                   05500000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05510000
           MOVE LOANWOFF-TRAN-NUMBER                                    05520000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05530000
           MOVE 'LWO' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05540000
           MOVE LOANWOFF-DEBT                                           05550000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05560000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05570000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05580000
           MOVE 'LOAN WRITTEN OFF'                                      05590000
               TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                   05600000
                                                                        05610000
           WRITE PROCTRAN-FILE-REC                                      05620000
               INVALID KEY                                              05630000
                   DISPLAY 'LOANWOFF - CRITICAL - LWO WRITE FAILED '    05640000
                       'FOR LOAN ' LOAN-NUMBER OF LOAN-FILE-REC         05650000
               NOT INVALID KEY                                          05653333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05656666
           END-WRITE.                                                   05660000
       2550-EXIT.                                                       05670000
           EXIT.                                                        05680000
                                                                        05690000
      ******************************************************************05700000
      *  2800-WRITE-DETAIL - ONE REPORT LINE PER LOAN OVER THE         *05710000
      *  THRESHOLD, WRITTEN OFF OR EXCEPTED.                           *05720000
      ******************************************************************05730000
       2800-WRITE-DETAIL.                                               05740000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          05750000
               TO LOANWOFF-DTL-SORTCODE                                 05760000
           MOVE LOAN-NUMBER OF LOAN-FILE-REC                            05770000
               TO LOANWOFF-DTL-NUMBER                                   05780000
           MOVE LOAN-ARREARS-COUNT OF LOAN-FILE-REC                     05790000
               TO LOANWOFF-DTL-ARREARS                                  05800000
           MOVE LOANWOFF-PRINCIPAL TO LOANWOFF-DTL-PRINCIPAL            05810000
           MOVE LOANWOFF-INTEREST  TO LOANWOFF-DTL-INTEREST             05820000
           MOVE LOANWOFF-DEBT      TO LOANWOFF-DTL-DEBT                 05830000
                                                                        05840000
           WRITE WOFF-RPT-LINE FROM LOANWOFF-DETAIL-LINE.               05850000
       2800-EXIT.                                                       05860000
           EXIT.                                                        05870000
                                                                        05880000
      ******************************************************************05890000
      *  3000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *05900000
      ******************************************************************05910000
       3000-PRINT-SUMMARY.                                              05920000
           MOVE SPACES TO WOFF-RPT-LINE                                 05930000
           WRITE WOFF-RPT-LINE                                          05940000
                                                                        05950000
           MOVE LOANWOFF-READ-COUNT TO LOANWOFF-SUM-READ                05960000
           WRITE WOFF-RPT-LINE FROM LOANWOFF-SUMMARY-LINE-1             05970000
                                                                        05980000
           MOVE LOANWOFF-DUE-COUNT TO LOANWOFF-SUM-DUE                  05990000
           WRITE WOFF-RPT-LINE FROM LOANWOFF-SUMMARY-LINE-2             06000000
                                                                        06010000
           MOVE LOANWOFF-EXCEPTED-COUNT TO LOANWOFF-SUM-EXCEPTED        06020000
           WRITE WOFF-RPT-LINE FROM LOANWOFF-SUMMARY-LINE-3             06030000
                                                                        06040000
           MOVE LOANWOFF-WRITTEN-COUNT TO LOANWOFF-SUM-WRITTEN          06050000
           MOVE LOANWOFF-WRITTEN-AMOUNT TO LOANWOFF-SUM-WRITTEN-AMOUNT  06060000
           WRITE WOFF-RPT-LINE FROM LOANWOFF-SUMMARY-LINE-4.            06070000
       3000-EXIT.                                                       06080000
           EXIT.                                                        06090000
                                                                        06100000
      ******************************************************************06100666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *06101332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *06101998
      ******************************************************************06102664
       8900-ADD-CONTROL-TOTAL.                                          06103330
           SET BALTOT-REQ-ADD TO TRUE                                   06103996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  06104662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  06105328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   06105994
               TO BALTOT-REQ-AMOUNT                                     06106660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          06107326
       8900-EXIT.                                                       06107992
           EXIT.                                                        06108658
                                                                        06109324
      ******************************************************************06110000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *06120000
      *  FILES.                                                        *06130000
      ******************************************************************06140000
       9000-TERMINATE.                                                  06150000
           CLOSE LOAN-FILE                                              06160000
           CLOSE SCHED-FILE                                             06170000
           CLOSE WOEX-FILE                                              06180000
           CLOSE RECOV-FILE                                             06190000
           CLOSE PROCTRAN-FILE                                          06200000
           CLOSE PCTRL-FILE                                             06210000
           CLOSE WOFF-RPT                                               06220000
                                                                        06230000
           SET BALTOT-REQ-WRITE TO TRUE                                 06232500
           CALL 'BALTOT' USING BALTOT-REQUEST                           06235000
                                                                        06237500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06240000
           MOVE LOANWOFF-WRITTEN-COUNT TO RUNCTL-REQ-COUNT              06250000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          06260000
       9000-EXIT.                                                       06270000
           EXIT.                                                        06280000
                                                                        06290000
       9999-EXIT.                                                       06300000
           STOP RUN.                                                    06310000
