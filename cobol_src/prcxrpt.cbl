      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PRCXRPT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  PRCXRPT - PRICING EXCEPTIONS : INCOME FORGONE AND EXPIRIES    *00150000
      *                                                                *00160000
      *  FUNCTION : MONTHLY REPORT ON ACCOUNT PRICING EXCEPTIONS       *00170000
      *             (COPYBOOK PRICEXC) FOR THE MONTH NAMED ON SYSIN    *00180000
      *             (YYYYMM, DEFAULT THE CURRENT MONTH) :              *00190000
      *                                                                *00200000
      *               - THE INCOME FORGONE BY EVERY ACCOUNT THAT HAD   *00210000
      *                 AN EXCEPTION IN THE MONTH, FROM THE LEDGER     *00220000
      *                 (COPYBOOK PRCXFGN) THAT INTACCR AND FEECHG     *00230000
      *                 KEEP - THE CREDIT AND DEBIT INTEREST GIVEN     *00240000
      *                 AWAY AGAINST THE PRODUCT RATE, AND THE FEES    *00250000
      *                 WAIVED - WITH THE MONTH'S TOTALS               *00260000
      *               - EVERY ACTIVE EXCEPTION DUE TO EXPIRE IN THE    *00270000
      *                 FOLLOWING MONTH, SO THE BRANCH CAN RENEW IT    *00280000
      *                 THROUGH PRCXMNT OR LET IT LAPSE                *00290000
      *                                                                *00300000
      *             INTEREST FORGONE IS SIGNED AS THE INTEREST IS, SO  *00310000
      *             A NEGATIVE FIGURE IS AN EXCEPTION THAT EARNED THE  *00320000
      *             BANK MORE THAN THE PRODUCT RATE WOULD HAVE.        *00330000
      *                                                                *00340000
      *  FILES    : PRCXFGN  - VSAM KSDS - FORGONE INCOME LEDGER (IN)  *00350000
      *             PRCXFILE - VSAM KSDS - PRICING EXCEPTIONS (INPUT)  *00360000
      *             SYSIN    - PARAMETER FILE - REPORT MONTH (YYYYMM)  *00370000
      *             PRCXRPT  - PRICING EXCEPTION REPORT (OUTPUT)       *00380000
      *                                                                *00390000
      *  CHANGE HISTORY                                                *00400000
      *  ----------------------------------------------------------    *00410000
      *  DATE        BY    DESCRIPTION                                 *00420000
      *  2026-10-15  BAG   INITIAL VERSION                             *00430000
      *                                                                *00440000
      ******************************************************************00450000
       ENVIRONMENT DIVISION.                                            00460000
       INPUT-OUTPUT SECTION.                                            00470000
       FILE-CONTROL.                                                    00480000
           SELECT PRCXFGN-FILE    ASSIGN TO PRCXFGN                     00490000
                  ORGANIZATION IS INDEXED                               00500000
                  ACCESS MODE IS DYNAMIC                                00510000
                  RECORD KEY IS PRCXFGN-KEY OF PRCXFGN-FILE-REC         00520000
                  FILE STATUS IS PRCXRPT-PFGN-STATUS.                   00530000
                                                                        00540000
           SELECT PRCX-FILE       ASSIGN TO PRCXFILE                    00550000
                  ORGANIZATION IS INDEXED                               00560000
                  ACCESS MODE IS SEQUENTIAL                             00570000
                  RECORD KEY IS PRICEXC-KEY OF PRCX-FILE-REC            00580000
                  FILE STATUS IS PRCXRPT-PRCX-STATUS.                   00590000
                                                                        00600000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00610000
                  ORGANIZATION IS LINE SEQUENTIAL                       00620000
                  FILE STATUS IS PRCXRPT-PARM-STATUS.                   00630000
                                                                        00640000
           SELECT PRCX-RPT        ASSIGN TO PRCXRPT                     00650000
                  ORGANIZATION IS LINE SEQUENTIAL                       00660000
                  FILE STATUS IS PRCXRPT-RPT-STATUS.                    00670000
                                                                        00680000
       DATA DIVISION.                                                   00690000
       FILE SECTION.                                                    00700000
       FD  PRCXFGN-FILE                                                 00710000
           RECORDING MODE IS F.                                         00720000
       01  PRCXFGN-FILE-REC.                                            00730000
           COPY PRCXFGN.                                                00740000
                                                                        00750000
       FD  PRCX-FILE                                                    00760000
           RECORDING MODE IS F.                                         00770000
       01  PRCX-FILE-REC.                                               00780000
           COPY PRICEXC.                                                00790000
                                                                        00800000
       FD  PARAMETER-FILE                                               00810000
           RECORDING MODE IS F.                                         00820000
       01  PARAMETER-FILE-REC             PIC X(80).                    00830000
                                                                        00840000
       FD  PRCX-RPT                                                     00850000
           RECORDING MODE IS F.                                         00860000
       01  PRCX-RPT-LINE                  PIC X(100).                   00870000
                                                                        00880000
       WORKING-STORAGE SECTION.                                         00890000
       01  PRCXRPT-WORK-AREA.                                           00900000
           05  PRCXRPT-PFGN-STATUS         PIC XX.                      00910000
           05  PRCXRPT-PRCX-STATUS         PIC XX.                      00920000
           05  PRCXRPT-PARM-STATUS         PIC XX.                      00930000
           05  PRCXRPT-RPT-STATUS          PIC XX.                      00940000
           05  PRCXRPT-PFGN-EOF-SWITCH     PIC X     VALUE 'N'.         00950000
               88  PRCXRPT-PFGN-AT-EOF           VALUE 'Y'.             00960000
           05  PRCXRPT-PRCX-EOF-SWITCH     PIC X     VALUE 'N'.         00970000
               88  PRCXRPT-PRCX-AT-EOF           VALUE 'Y'.             00980000
           05  PRCXRPT-CURRENT-DATE        PIC 9(8)  VALUE ZERO.        00990000
           05  PRCXRPT-REPORT-MONTH        PIC 9(6)  VALUE ZERO.        01000000
           05  PRCXRPT-NEXT-MONTH          PIC 9(6)  VALUE ZERO.        01010000
           05  PRCXRPT-NEXT-SPLIT REDEFINES PRCXRPT-NEXT-MONTH.         01020000
               10  PRCXRPT-NEXT-YYYY       PIC 9999.                    01030000
               10  PRCXRPT-NEXT-MM         PIC 99.                      01040000
           05  PRCXRPT-ACCOUNT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01050000
           05  PRCXRPT-WAIVED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01060000
           05  PRCXRPT-ROW-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01070000
           05  PRCXRPT-ACTIVE-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01080000
           05  PRCXRPT-EXPIRING-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01090000
           05  PRCXRPT-CREDIT-TOTAL        PIC S9(10)V9(4) VALUE ZERO.  01100000
           05  PRCXRPT-DEBIT-TOTAL         PIC S9(10)V9(4) VALUE ZERO.  01110000
           05  PRCXRPT-FEES-TOTAL          PIC S9(10)V99 VALUE ZERO.    01120000
           05  PRCXRPT-GRAND-TOTAL         PIC S9(10)V99 VALUE ZERO.    01130000
                                                                        01140000
       01  PRCXRPT-PARM-REDEF.                                          01150000
           05  PRCXRPT-PARM-MONTH          PIC X(6).                    01160000
           05  FILLER                      PIC X(74).                   01170000
                                                                        01180000
       01  PRCXRPT-TITLE-LINE.                                          01190000
           05  FILLER                      PIC X(40) VALUE              01200000
               'PRICING EXCEPTIONS - MONTH '.                           01210000
           05  PRCXRPT-TTL-MONTH           PIC 9(6).                    01220000
           05  FILLER                      PIC X(10) VALUE              01230000
               '   RUN ON '.                                            01240000
           05  PRCXRPT-TTL-DATE            PIC 9(8).                    01250000
           05  FILLER                      PIC X(36) VALUE SPACES.      01260000
                                                                        01270000
       01  PRCXRPT-SECTION-LINE.                                        01280000
           05  PRCXRPT-SEC-TEXT            PIC X(60).                   01290000
           05  PRCXRPT-SEC-MONTH           PIC 9(6).                    01300000
           05  FILLER                      PIC X(34) VALUE SPACES.      01310000
                                                                        01320000
       01  PRCXRPT-HEADING-1.                                           01330000
           05  FILLER                      PIC X(17) VALUE              01340000
               'ACCOUNT'.                                               01350000
           05  FILLER                      PIC X(10) VALUE              01360000
               'EXC FROM'.                                              01370000
           05  FILLER                      PIC X(16) VALUE              01380000
               ' CREDIT FORGONE'.                                       01390000
           05  FILLER                      PIC X(16) VALUE              01400000
               '  DEBIT FORGONE'.                                       01410000
           05  FILLER                      PIC X(6)  VALUE              01420000
               ' DAYS'.                                                 01430000
           05  FILLER                      PIC X(14) VALUE              01440000
               '   FEES WAIVED'.                                        01450000
           05  FILLER                      PIC X(6)  VALUE              01460000
               '  FEES'.                                                01470000
           05  FILLER                      PIC X(15) VALUE SPACES.      01480000
                                                                        01490000
       01  PRCXRPT-FORGONE-LINE.                                        01500000
           05  PRCXRPT-FGN-SORTCODE        PIC 9(6).                    01510000
           05  FILLER                      PIC X(1)  VALUE '-'.         01520000
           05  PRCXRPT-FGN-ACCOUNT         PIC 9(8).                    01530000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01540000
           05  PRCXRPT-FGN-EFFECTIVE       PIC 9(8).                    01550000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01560000
           05  PRCXRPT-FGN-CREDIT          PIC -(9)9.9999.              01570000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01580000
           05  PRCXRPT-FGN-DEBIT           PIC -(9)9.9999.              01590000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01600000
           05  PRCXRPT-FGN-DAYS            PIC ZZ9.                     01610000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01620000
           05  PRCXRPT-FGN-FEES            PIC -(10)9.99.               01630000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01640000
           05  PRCXRPT-FGN-WAIVED          PIC ZZZZ9.                   01650000
           05  FILLER                      PIC X(16) VALUE SPACES.      01660000
                                                                        01670000
       01  PRCXRPT-HEADING-2.                                           01680000
           05  FILLER                      PIC X(17) VALUE              01690000
               'ACCOUNT'.                                               01700000
           05  FILLER                      PIC X(10) VALUE              01710000
               'EFFECTIVE'.                                             01720000
           05  FILLER                      PIC X(10) VALUE              01730000
               'EXPIRES'.                                               01740000
           05  FILLER                      PIC X(4)  VALUE              01750000
               'RSN'.                                                   01760000
           05  FILLER                      PIC X(8)  VALUE              01770000
               'CR RATE'.                                               01780000
           05  FILLER                      PIC X(8)  VALUE              01790000
               'DR RATE'.                                               01800000
           05  FILLER                      PIC X(6)  VALUE              01810000
               'WAIVE'.                                                 01820000
           05  FILLER                      PIC X(4)  VALUE              01830000
               'BY'.                                                    01840000
           05  FILLER                      PIC X(4)  VALUE              01850000
               'APP'.                                                   01860000
           05  FILLER                      PIC X(29) VALUE SPACES.      01870000
                                                                        01880000
       01  PRCXRPT-EXPIRY-LINE.                                         01890000
           05  PRCXRPT-EXP-SORTCODE        PIC 9(6).                    01900000
           05  FILLER                      PIC X(1)  VALUE '-'.         01910000
           05  PRCXRPT-EXP-ACCOUNT         PIC 9(8).                    01920000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01930000
           05  PRCXRPT-EXP-EFFECTIVE       PIC 9(8).                    01940000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01950000
           05  PRCXRPT-EXP-EXPIRY          PIC 9(8).                    01960000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01970000
           05  PRCXRPT-EXP-REASON          PIC X.                       01980000
           05  FILLER                      PIC X(3)  VALUE SPACES.      01990000
           05  PRCXRPT-EXP-CREDIT          PIC X(7).                    02000000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02010000
           05  PRCXRPT-EXP-DEBIT           PIC X(7).                    02020000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02030000
           05  PRCXRPT-EXP-WAIVE           PIC X(5).                    02040000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02050000
           05  PRCXRPT-EXP-CAPTURED-BY     PIC X(3).                    02060000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02070000
           05  PRCXRPT-EXP-APPROVED-BY     PIC X(3).                    02080000
           05  FILLER                      PIC X(30) VALUE SPACES.      02090000
                                                                        02100000
       01  PRCXRPT-RATE-EDIT               PIC Z9.9999.                 02110000
                                                                        02120000
       01  PRCXRPT-SUMMARY-LINE.                                        02130000
           05  PRCXRPT-SUM-LABEL           PIC X(30).                   02140000
           05  PRCXRPT-SUM-COUNT           PIC Z(8)9.                   02150000
           05  FILLER                      PIC X(61) VALUE SPACES.      02160000
                                                                        02170000
       01  PRCXRPT-AMOUNT-LINE.                                         02180000
           05  PRCXRPT-AMT-LABEL           PIC X(30).                   02190000
           05  PRCXRPT-AMT-VALUE           PIC -(10)9.99.               02200000
           05  FILLER                      PIC X(56) VALUE SPACES.      02210000
                                                                        02220000
       01  RUNCTL-REQUEST-AREA.                                         02230000
           COPY RUNCTLQ.                                                02240000
                                                                        02250000
       01  BUSDATE-REQUEST-AREA.                                        02260000
           COPY BUSDATEQ.                                               02270000
                                                                        02280000
      ******************************************************************02290000
       PROCEDURE DIVISION.                                              02300000
      ******************************************************************02310000
       0000-MAINLINE.                                                   02320000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02330000
                                                                        02340000
           PERFORM 2000-FORGONE-PASS THRU 2000-EXIT                     02350000
                                                                        02360000
           PERFORM 3000-EXPIRY-PASS THRU 3000-EXIT                      02370000
                                                                        02380000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             02390000
                                                                        02400000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02410000
                                                                        02420000
           GO TO 9999-EXIT.                                             02430000
                                                                        02440000
      ******************************************************************02450000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, OPEN THE FILES, TAKE  *02460000
      *  THE REPORT MONTH FROM SYSIN OR THE BUSINESS DATE, WORK OUT    *02470000
      *  THE MONTH AFTER IT AND HEAD THE REPORT.                       *02480000
      ******************************************************************02490000
       1000-INITIALIZE.                                                 02500000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02510000
           MOVE 'PRCXRPT' TO RUNCTL-REQ-JOB                             02520000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02530000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02540000
           IF RUNCTL-HELD                                               02550000
               DISPLAY 'PRCXRPT - HELD - PREDECESSOR NOT COMPLETE'      02560000
               STOP RUN                                                 02570000
           END-IF                                                       02580000
                                                                        02590000
           OPEN INPUT  PRCXFGN-FILE                                     02600000
           OPEN INPUT  PRCX-FILE                                        02610000
           OPEN INPUT  PARAMETER-FILE                                   02620000
           OPEN OUTPUT PRCX-RPT                                         02630000
                                                                        02640000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02650000
           MOVE BUSDATE-REQ-CURRENT TO PRCXRPT-CURRENT-DATE             02660000
           MOVE PRCXRPT-CURRENT-DATE(1:6) TO PRCXRPT-REPORT-MONTH       02670000
                                                                        02680000
           MOVE SPACES TO PRCXRPT-PARM-REDEF                            02690000
           READ PARAMETER-FILE INTO PRCXRPT-PARM-REDEF                  02700000
               AT END                                                   02710000
                   CONTINUE                                             02720000
           END-READ                                                     02730000
                                                                        02740000
           IF PRCXRPT-PARM-MONTH IS NUMERIC                             02750000
              AND PRCXRPT-PARM-MONTH NOT = '000000'                     02760000
               MOVE PRCXRPT-PARM-MONTH TO PRCXRPT-REPORT-MONTH          02770000
           END-IF                                                       02780000
           CLOSE PARAMETER-FILE                                         02790000
                                                                        02800000
           MOVE PRCXRPT-REPORT-MONTH TO PRCXRPT-NEXT-MONTH              02810000
           IF PRCXRPT-NEXT-MM = 12                                      02820000
               ADD 1 TO PRCXRPT-NEXT-YYYY                               02830000
               MOVE 1 TO PRCXRPT-NEXT-MM                                02840000
           ELSE                                                         02850000
               ADD 1 TO PRCXRPT-NEXT-MM                                 02860000
           END-IF                                                       02870000
                                                                        02880000
           MOVE PRCXRPT-REPORT-MONTH TO PRCXRPT-TTL-MONTH               02890000
           MOVE PRCXRPT-CURRENT-DATE TO PRCXRPT-TTL-DATE                02900000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-TITLE-LINE.                 02910000
       1000-EXIT.                                                       02920000
           EXIT.                                                        02930000
                                                                        02940000
      ******************************************************************02950000
      *  2000-FORGONE-PASS - LIST THE LEDGER ROWS FOR THE REPORT       *02960000
      *  MONTH.  THE MONTH LEADS THE KEY, SO THE PASS STARTS AT ITS    *02970000
      *  FIRST ROW AND STOPS AT THE FIRST ROW OF ANY OTHER MONTH.      *02980000
      ******************************************************************02990000
       2000-FORGONE-PASS.                                               03000000
           MOVE SPACES TO PRCX-RPT-LINE                                 03010000
           WRITE PRCX-RPT-LINE                                          03020000
           MOVE 'INCOME FORGONE UNDER PRICING EXCEPTIONS - MONTH'       03030000
               TO PRCXRPT-SEC-TEXT                                      03040000
           MOVE PRCXRPT-REPORT-MONTH TO PRCXRPT-SEC-MONTH               03050000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-SECTION-LINE                03060000
           MOVE SPACES TO PRCX-RPT-LINE                                 03070000
           WRITE PRCX-RPT-LINE                                          03080000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-HEADING-1                   03090000
                                                                        03100000
           MOVE PRCXRPT-REPORT-MONTH                                    03110000
               TO PRCXFGN-MONTH OF PRCXFGN-FILE-REC                     03120000
           MOVE ZERO TO PRCXFGN-SORTCODE OF PRCXFGN-FILE-REC            03130000
           MOVE ZERO TO PRCXFGN-ACCOUNT OF PRCXFGN-FILE-REC             03140000
           START PRCXFGN-FILE KEY IS NOT LESS                           03150000
                 THAN PRCXFGN-KEY OF PRCXFGN-FILE-REC                   03160000
               INVALID KEY                                              03170000
                   GO TO 2000-EXIT                                      03180000
           END-START                                                    03190000
                                                                        03200000
           PERFORM 2100-LIST-FORGONE THRU 2100-EXIT                     03210000
               UNTIL PRCXRPT-PFGN-AT-EOF.                               03220000
       2000-EXIT.                                                       03230000
           EXIT.                                                        03240000
                                                                        03250000
      ******************************************************************03260000
      *  2100-LIST-FORGONE - ONE ACCOUNT'S FORGONE INCOME FOR THE      *03270000
      *  MONTH.                                                        *03280000
      ******************************************************************03290000
       2100-LIST-FORGONE.                                               03300000
           READ PRCXFGN-FILE NEXT RECORD                                03310000
               AT END                                                   03320000
                   SET PRCXRPT-PFGN-AT-EOF TO TRUE                      03330000
                   GO TO 2100-EXIT                                      03340000
           END-READ                                                     03350000
                                                                        03360000
           IF PRCXFGN-MONTH OF PRCXFGN-FILE-REC                         03370000
              NOT = PRCXRPT-REPORT-MONTH                                03380000
               SET PRCXRPT-PFGN-AT-EOF TO TRUE                          03390000
               GO TO 2100-EXIT                                          03400000
           END-IF                                                       03410000
                                                                        03420000
           ADD 1 TO PRCXRPT-ACCOUNT-COUNT                               03430000
           ADD PRCXFGN-CREDIT-FORGONE OF PRCXFGN-FILE-REC               03440000
              TO PRCXRPT-CREDIT-TOTAL                                   03450000
           ADD PRCXFGN-DEBIT-FORGONE OF PRCXFGN-FILE-REC                03460000
              TO PRCXRPT-DEBIT-TOTAL                                    03470000
           ADD PRCXFGN-FEES-WAIVED OF PRCXFGN-FILE-REC                  03480000
              TO PRCXRPT-FEES-TOTAL                                     03490000
           ADD PRCXFGN-WAIVED-COUNT OF PRCXFGN-FILE-REC                 03500000
              TO PRCXRPT-WAIVED-COUNT                                   03510000
                                                                        03520000
           MOVE PRCXFGN-SORTCODE OF PRCXFGN-FILE-REC                    03530000
               TO PRCXRPT-FGN-SORTCODE                                  03540000
           MOVE PRCXFGN-ACCOUNT OF PRCXFGN-FILE-REC                     03550000
               TO PRCXRPT-FGN-ACCOUNT                                   03560000
           MOVE PRCXFGN-EFFECTIVE-DATE OF PRCXFGN-FILE-REC              03570000
               TO PRCXRPT-FGN-EFFECTIVE                                 03580000
           MOVE PRCXFGN-CREDIT-FORGONE OF PRCXFGN-FILE-REC              03590000
               TO PRCXRPT-FGN-CREDIT                                    03600000
           MOVE PRCXFGN-DEBIT-FORGONE OF PRCXFGN-FILE-REC               03610000
               TO PRCXRPT-FGN-DEBIT                                     03620000
           MOVE PRCXFGN-INTEREST-DAYS OF PRCXFGN-FILE-REC               03630000
               TO PRCXRPT-FGN-DAYS                                      03640000
           MOVE PRCXFGN-FEES-WAIVED OF PRCXFGN-FILE-REC                 03650000
               TO PRCXRPT-FGN-FEES                                      03660000
           MOVE PRCXFGN-WAIVED-COUNT OF PRCXFGN-FILE-REC                03670000
               TO PRCXRPT-FGN-WAIVED                                    03680000
                                                                        03690000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-FORGONE-LINE.               03700000
       2100-EXIT.                                                       03710000
           EXIT.                                                        03720000
                                                                        03730000
      ******************************************************************03740000
      *  3000-EXPIRY-PASS - LIST EVERY ACTIVE EXCEPTION WHOSE LAST DAY *03750000
      *  IN FORCE FALLS IN THE MONTH AFTER THE REPORT MONTH.           *03760000
      ******************************************************************03770000
       3000-EXPIRY-PASS.                                                03780000
           MOVE SPACES TO PRCX-RPT-LINE                                 03790000
           WRITE PRCX-RPT-LINE                                          03800000
           MOVE 'PRICING EXCEPTIONS DUE TO EXPIRE - MONTH'              03810000
               TO PRCXRPT-SEC-TEXT                                      03820000
           MOVE PRCXRPT-NEXT-MONTH TO PRCXRPT-SEC-MONTH                 03830000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-SECTION-LINE                03840000
           MOVE SPACES TO PRCX-RPT-LINE                                 03850000
           WRITE PRCX-RPT-LINE                                          03860000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-HEADING-2                   03870000
                                                                        03880000
           PERFORM 3100-CHECK-EXPIRY THRU 3100-EXIT                     03890000
               UNTIL PRCXRPT-PRCX-AT-EOF.                               03900000
       3000-EXIT.                                                       03910000
           EXIT.                                                        03920000
                                                                        03930000
      ******************************************************************03940000
      *  3100-CHECK-EXPIRY - ONE EXCEPTION ROW.  A RATE NOT OVERRIDDEN *03950000
      *  IS SHOWN BLANK; 'ALL' OR 'SOME' SAYS WHETHER IT WAIVES EVERY  *03960000
      *  FEE OR ONLY THOSE IT NAMES.                                   *03970000
      ******************************************************************03980000
       3100-CHECK-EXPIRY.                                               03990000
           READ PRCX-FILE NEXT RECORD                                   04000000
               AT END                                                   04010000
                   SET PRCXRPT-PRCX-AT-EOF TO TRUE                      04020000
                   GO TO 3100-EXIT                                      04030000
           END-READ                                                     04040000
                                                                        04050000
           ADD 1 TO PRCXRPT-ROW-COUNT                                   04060000
                                                                        04070000
           IF NOT PRICEXC-ACTIVE OF PRCX-FILE-REC                       04080000
               GO TO 3100-EXIT                                          04090000
           END-IF                                                       04100000
                                                                        04110000
           ADD 1 TO PRCXRPT-ACTIVE-COUNT                                04120000
                                                                        04130000
           IF PRICEXC-EXPIRY-DATE OF PRCX-FILE-REC(1:6)                 04140000
              NOT = PRCXRPT-NEXT-MONTH                                  04150000
               GO TO 3100-EXIT                                          04160000
           END-IF                                                       04170000
                                                                        04180000
           ADD 1 TO PRCXRPT-EXPIRING-COUNT                              04190000
                                                                        04200000
           MOVE PRICEXC-SORTCODE OF PRCX-FILE-REC                       04210000
               TO PRCXRPT-EXP-SORTCODE                                  04220000
           MOVE PRICEXC-ACCOUNT OF PRCX-FILE-REC                        04230000
               TO PRCXRPT-EXP-ACCOUNT                                   04240000
           MOVE PRICEXC-EFFECTIVE-DATE OF PRCX-FILE-REC                 04250000
               TO PRCXRPT-EXP-EFFECTIVE                                 04260000
           MOVE PRICEXC-EXPIRY-DATE OF PRCX-FILE-REC                    04270000
               TO PRCXRPT-EXP-EXPIRY                                    04280000
           MOVE PRICEXC-REASON OF PRCX-FILE-REC                         04290000
               TO PRCXRPT-EXP-REASON                                    04300000
           MOVE PRICEXC-CAPTURED-BY OF PRCX-FILE-REC                    04310000
               TO PRCXRPT-EXP-CAPTURED-BY                               04320000
           MOVE PRICEXC-APPROVED-BY OF PRCX-FILE-REC                    04330000
               TO PRCXRPT-EXP-APPROVED-BY                               04340000
                                                                        04350000
           MOVE SPACES TO PRCXRPT-EXP-CREDIT                            04360000
           IF PRICEXC-CREDIT-RATE-SET OF PRCX-FILE-REC                  04370000
               MOVE PRICEXC-CREDIT-RATE OF PRCX-FILE-REC                04380000
                   TO PRCXRPT-RATE-EDIT                                 04390000
               MOVE PRCXRPT-RATE-EDIT TO PRCXRPT-EXP-CREDIT             04400000
           END-IF                                                       04410000
                                                                        04420000
           MOVE SPACES TO PRCXRPT-EXP-DEBIT                             04430000
           IF PRICEXC-DEBIT-RATE-SET OF PRCX-FILE-REC                   04440000
               MOVE PRICEXC-DEBIT-RATE OF PRCX-FILE-REC                 04450000
                   TO PRCXRPT-RATE-EDIT                                 04460000
               MOVE PRCXRPT-RATE-EDIT TO PRCXRPT-EXP-DEBIT              04470000
           END-IF                                                       04480000
                                                                        04490000
           EVALUATE TRUE                                                04500000
               WHEN PRICEXC-WAIVE-ALL-FEES OF PRCX-FILE-REC             04510000
                   MOVE 'ALL' TO PRCXRPT-EXP-WAIVE                      04520000
               WHEN PRICEXC-WAIVE-EVENTS OF PRCX-FILE-REC NOT = SPACES  04530000
                   MOVE 'SOME' TO PRCXRPT-EXP-WAIVE                     04540000
               WHEN OTHER                                               04550000
                   MOVE SPACES TO PRCXRPT-EXP-WAIVE                     04560000
           END-EVALUATE                                                 04570000
                                                                        04580000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-EXPIRY-LINE.                04590000
       3100-EXIT.                                                       04600000
           EXIT.                                                        04610000
                                                                        04620000
      ******************************************************************04630000
      *  8000-PRINT-CONTROL-TOTALS - WRITE THE RUN TOTALS.             *04640000
      ******************************************************************04650000
       8000-PRINT-CONTROL-TOTALS.                                       04660000
           MOVE SPACES TO PRCX-RPT-LINE                                 04670000
           WRITE PRCX-RPT-LINE                                          04680000
                                                                        04690000
           MOVE 'ACCOUNTS WITH INCOME FORGONE' TO PRCXRPT-SUM-LABEL     04700000
           MOVE PRCXRPT-ACCOUNT-COUNT          TO PRCXRPT-SUM-COUNT     04710000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-SUMMARY-LINE                04720000
                                                                        04730000
           MOVE 'CREDIT INTEREST FORGONE'      TO PRCXRPT-AMT-LABEL     04740000
           MOVE PRCXRPT-CREDIT-TOTAL           TO PRCXRPT-AMT-VALUE     04750000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-AMOUNT-LINE                 04760000
                                                                        04770000
           MOVE 'DEBIT INTEREST FORGONE'       TO PRCXRPT-AMT-LABEL     04780000
           MOVE PRCXRPT-DEBIT-TOTAL            TO PRCXRPT-AMT-VALUE     04790000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-AMOUNT-LINE                 04800000
                                                                        04810000
           MOVE 'FEES WAIVED'                  TO PRCXRPT-SUM-LABEL     04820000
           MOVE PRCXRPT-WAIVED-COUNT           TO PRCXRPT-SUM-COUNT     04830000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-SUMMARY-LINE                04840000
                                                                        04850000
           MOVE 'FEE INCOME WAIVED'            TO PRCXRPT-AMT-LABEL     04860000
           MOVE PRCXRPT-FEES-TOTAL             TO PRCXRPT-AMT-VALUE     04870000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-AMOUNT-LINE                 04880000
                                                                        04890000
           COMPUTE PRCXRPT-GRAND-TOTAL ROUNDED =                        04900000
               PRCXRPT-CREDIT-TOTAL + PRCXRPT-DEBIT-TOTAL               04910000
             + PRCXRPT-FEES-TOTAL                                       04920000
           MOVE 'TOTAL INCOME FORGONE'         TO PRCXRPT-AMT-LABEL     04930000
           MOVE PRCXRPT-GRAND-TOTAL            TO PRCXRPT-AMT-VALUE     04940000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-AMOUNT-LINE                 04950000
                                                                        04960000
           MOVE SPACES TO PRCX-RPT-LINE                                 04970000
           WRITE PRCX-RPT-LINE                                          04980000
                                                                        04990000
           MOVE 'EXCEPTION ROWS READ'          TO PRCXRPT-SUM-LABEL     05000000
           MOVE PRCXRPT-ROW-COUNT              TO PRCXRPT-SUM-COUNT     05010000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-SUMMARY-LINE                05020000
                                                                        05030000
           MOVE 'ACTIVE EXCEPTIONS'            TO PRCXRPT-SUM-LABEL     05040000
           MOVE PRCXRPT-ACTIVE-COUNT           TO PRCXRPT-SUM-COUNT     05050000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-SUMMARY-LINE                05060000
                                                                        05070000
           MOVE 'DUE TO EXPIRE NEXT MONTH'     TO PRCXRPT-SUM-LABEL     05080000
           MOVE PRCXRPT-EXPIRING-COUNT         TO PRCXRPT-SUM-COUNT     05090000
           WRITE PRCX-RPT-LINE FROM PRCXRPT-SUMMARY-LINE.               05100000
       8000-EXIT.                                                       05110000
           EXIT.                                                        05120000
                                                                        05130000
      ******************************************************************05140000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *05150000
      *  FILES.                                                        *05160000
      ******************************************************************05170000
       9000-TERMINATE.                                                  05180000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05190000
           MOVE PRCXRPT-ACCOUNT-COUNT TO RUNCTL-REQ-COUNT               05200000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05210000
                                                                        05220000
           CLOSE PRCXFGN-FILE                                           05230000
           CLOSE PRCX-FILE                                              05240000
           CLOSE PRCX-RPT.                                              05250000
       9000-EXIT.                                                       05260000
           EXIT.                                                        05270000
                                                                        05280000
       9999-EXIT.                                                       05290000
           STOP RUN.                                                    05300000
