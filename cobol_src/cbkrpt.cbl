      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CBKRPT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CBKRPT - CARD CASHBACK : MONTHLY COST AND LIABILITY           *00150000
      *                                                                *00160000
      *  FUNCTION : MONTHLY FINANCE REPORT ON CARD CASHBACK FOR THE    *00170000
      *             REWARD MONTH NAMED ON SYSIN (YYYYMM, DEFAULT THE   *00180000
      *             MONTH BEFORE THE BUSINESS DATE'S, AS FOR CBKPAY),  *00190000
      *             RUN AFTER CBKPAY HAS SETTLED THE MONTH :           *00200000
      *                                                                *00210000
      *               - THE MONTH'S CARD SPEND, SPEND REVERSED OR      *00220000
      *                 DISPUTED, AND CASHBACK EARNED BY CATEGORY,     *00230000
      *                 FROM THE MONTHLY LEDGER (COPYBOOK CBKMNTH)     *00240000
      *               - EVERY ACCOUNT WHOSE CASHBACK WAS WITHHELD OR   *00250000
      *                 CLAWED BACK IN THE MONTH, FROM THE ACCOUNT     *00260000
      *                 LEDGER (COPYBOOK CBKACCT)                      *00270000
      *               - THE MONTH'S CASHBACK PAID, CLAWED BACK AND     *00280000
      *                 WITHHELD, AND THE LIABILITY OUTSTANDING : THE  *00290000
      *                 CASHBACK WITHHELD AND NOT YET PAID ON EVERY    *00300000
      *                 ACCOUNT, BY WITHHOLD REASON                    *00310000
      *                                                                *00320000
      *             CATEGORY CASHBACK IS BEFORE THE ACCOUNT MONTHLY    *00330000
      *             CAP; THE AMOUNTS PAID ARE AFTER IT.                *00340000
      *                                                                *00350000
      *  FILES    : CBKRATE  - VSAM KSDS - CASHBACK RATE TABLE (INPUT) *00360000
      *             CBKMNTH  - VSAM KSDS - CASHBACK MONTHLY LEDGER     *00370000
      *                        (INPUT)                                 *00380000
      *             CBKACCT  - VSAM KSDS - CASHBACK ACCOUNT LEDGER     *00390000
      *                        (INPUT)                                 *00400000
      *             SYSIN    - PARAMETER FILE - REWARD MONTH (YYYYMM)  *00410000
      *             CBKRPT   - CASHBACK LIABILITY REPORT (OUTPUT)      *00420000
      *                                                                *00430000
      *  CHANGE HISTORY                                                *00440000
      *  ----------------------------------------------------------    *00450000
      *  DATE        BY    DESCRIPTION                                 *00460000
      *  2026-10-15  BAG   INITIAL VERSION                             *00470000
      *                                                                *00480000
      ******************************************************************00490000
       ENVIRONMENT DIVISION.                                            00500000
       INPUT-OUTPUT SECTION.                                            00510000
       FILE-CONTROL.                                                    00520000
           SELECT CBKRATE-FILE    ASSIGN TO CBKRATE                     00530000
                  ORGANIZATION IS INDEXED                               00540000
                  ACCESS MODE IS SEQUENTIAL                             00550000
                  RECORD KEY IS CBKRATE-KEY OF CBKRATE-FILE-REC         00560000
                  FILE STATUS IS CBKRPT-RATE-STATUS.                    00570000
                                                                        00580000
           SELECT CBKMNTH-FILE    ASSIGN TO CBKMNTH                     00590000
                  ORGANIZATION IS INDEXED                               00600000
                  ACCESS MODE IS DYNAMIC                                00610000
                  RECORD KEY IS CBKMNTH-KEY OF CBKMNTH-FILE-REC         00620000
                  FILE STATUS IS CBKRPT-MNTH-STATUS.                    00630000
                                                                        00640000
           SELECT CBKACCT-FILE    ASSIGN TO CBKACCT                     00650000
                  ORGANIZATION IS INDEXED                               00660000
                  ACCESS MODE IS SEQUENTIAL                             00670000
                  RECORD KEY IS CBKACCT-KEY OF CBKACCT-FILE-REC         00680000
                  FILE STATUS IS CBKRPT-ACCT-STATUS.                    00690000
                                                                        00700000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00710000
                  ORGANIZATION IS LINE SEQUENTIAL                       00720000
                  FILE STATUS IS CBKRPT-PARM-STATUS.                    00730000
                                                                        00740000
           SELECT CBK-RPT         ASSIGN TO CBKRPT                      00750000
                  ORGANIZATION IS LINE SEQUENTIAL                       00760000
                  FILE STATUS IS CBKRPT-RPT-STATUS.                     00770000
                                                                        00780000
       DATA DIVISION.                                                   00790000
       FILE SECTION.                                                    00800000
       FD  CBKRATE-FILE                                                 00810000
           RECORDING MODE IS F.                                         00820000
       01  CBKRATE-FILE-REC.                                            00830000
           COPY CBKRATE.                                                00840000
                                                                        00850000
       FD  CBKMNTH-FILE                                                 00860000
           RECORDING MODE IS F.                                         00870000
       01  CBKMNTH-FILE-REC.                                            00880000
           COPY CBKMNTH.                                                00890000
                                                                        00900000
       FD  CBKACCT-FILE                                                 00910000
           RECORDING MODE IS F.                                         00920000
       01  CBKACCT-FILE-REC.                                            00930000
           COPY CBKACCT.                                                00940000
                                                                        00950000
       FD  PARAMETER-FILE                                               00960000
           RECORDING MODE IS F.                                         00970000
       01  PARAMETER-FILE-REC             PIC X(80).                    00980000
                                                                        00990000
       FD  CBK-RPT                                                      01000000
           RECORDING MODE IS F.                                         01010000
       01  CBK-RPT-LINE                   PIC X(100).                   01020000
                                                                        01030000
       WORKING-STORAGE SECTION.                                         01040000
       01  CBKRPT-WORK-AREA.                                            01050000
           05  CBKRPT-RATE-STATUS          PIC XX.                      01060000
           05  CBKRPT-MNTH-STATUS          PIC XX.                      01070000
           05  CBKRPT-ACCT-STATUS          PIC XX.                      01080000
           05  CBKRPT-PARM-STATUS          PIC XX.                      01090000
           05  CBKRPT-RPT-STATUS           PIC XX.                      01100000
           05  CBKRPT-RATE-EOF-SWITCH      PIC X     VALUE 'N'.         01110000
               88  CBKRPT-RATE-AT-EOF            VALUE 'Y'.             01120000
           05  CBKRPT-MNTH-EOF-SWITCH      PIC X     VALUE 'N'.         01130000
               88  CBKRPT-MNTH-AT-EOF            VALUE 'Y'.             01140000
           05  CBKRPT-ACCT-EOF-SWITCH      PIC X     VALUE 'N'.         01150000
               88  CBKRPT-ACCT-AT-EOF            VALUE 'Y'.             01160000
           05  CBKRPT-CAT-SWITCH           PIC X     VALUE 'N'.         01170000
               88  CBKRPT-CAT-FOUND              VALUE 'Y'.             01180000
           05  CBKRPT-CURRENT-DATE         PIC 9(8)  VALUE ZERO.        01190000
           05  CBKRPT-REPORT-MONTH         PIC 9(6)  VALUE ZERO.        01200000
           05  CBKRPT-MONTH-SPLIT REDEFINES CBKRPT-REPORT-MONTH.        01210000
               10  CBKRPT-MONTH-YYYY       PIC 9999.                    01220000
               10  CBKRPT-MONTH-MM         PIC 99.                      01230000
           05  CBKRPT-CATEGORY             PIC X(8)  VALUE SPACES.      01240000
           05  CBKRPT-CAT-SUB              PIC S9(4) COMP VALUE ZERO.   01250000
           05  CBKRPT-ROW-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01260000
           05  CBKRPT-CAPPED-ROWS          PIC 9(9)  COMP-3 VALUE ZERO. 01270000
           05  CBKRPT-LISTED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01280000
           05  CBKRPT-SETTLED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01290000
           05  CBKRPT-OWED-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01300000
           05  CBKRPT-SPEND-TOTAL          PIC S9(12)V99 VALUE ZERO.    01310000
           05  CBKRPT-REVERSED-TOTAL       PIC S9(12)V99 VALUE ZERO.    01320000
           05  CBKRPT-EARNED-TOTAL         PIC S9(10)V99 VALUE ZERO.    01330000
           05  CBKRPT-PAID-TOTAL           PIC S9(10)V99 VALUE ZERO.    01340000
           05  CBKRPT-CLAWED-TOTAL         PIC S9(10)V99 VALUE ZERO.    01350000
           05  CBKRPT-WITHHELD-TOTAL       PIC S9(10)V99 VALUE ZERO.    01360000
           05  CBKRPT-LIABILITY-TOTAL      PIC S9(10)V99 VALUE ZERO.    01370000
                                                                        01380000
      *    THE LIABILITY OUTSTANDING, BY WITHHOLD REASON.              *01390000
       01  CBKRPT-REASON-TOTALS.                                        01400000
           05  CBKRPT-OWED-SUSPENDED       PIC S9(10)V99 VALUE ZERO.    01410000
           05  CBKRPT-OWED-DORMANT         PIC S9(10)V99 VALUE ZERO.    01420000
           05  CBKRPT-OWED-CLOSED          PIC S9(10)V99 VALUE ZERO.    01430000
           05  CBKRPT-OWED-DECEASED        PIC S9(10)V99 VALUE ZERO.    01440000
           05  CBKRPT-OWED-COLLECTIONS     PIC S9(10)V99 VALUE ZERO.    01450000
           05  CBKRPT-OWED-OTHER           PIC S9(10)V99 VALUE ZERO.    01460000
                                                                        01470000
      *    ONE ENTRY PER CATEGORY : THOSE IN THE RATE TABLE FIRST, IN  *01480000
      *    TABLE ORDER, THEN ANY FOUND ONLY ON THE LEDGER.             *01490000
       01  CBKRPT-CAT-TABLE.                                            01500000
           05  CBKRPT-CAT-COUNT            PIC S9(4) COMP VALUE ZERO.   01510000
           05  CBKRPT-CAT-ENTRY OCCURS 50 TIMES.                        01520000
               10  CBKRPT-CT-CATEGORY      PIC X(8).                    01530000
               10  CBKRPT-CT-NAME          PIC X(20).                   01540000
               10  CBKRPT-CT-ACCOUNTS      PIC 9(9)  COMP-3.            01550000
               10  CBKRPT-CT-SPEND         PIC S9(12)V99.               01560000
               10  CBKRPT-CT-REVERSED      PIC S9(12)V99.               01570000
               10  CBKRPT-CT-CASHBACK      PIC S9(10)V99.               01580000
                                                                        01590000
       01  CBKRPT-PARM-REDEF.                                           01600000
           05  CBKRPT-PARM-MONTH           PIC X(6).                    01610000
           05  FILLER                      PIC X(74).                   01620000
                                                                        01630000
       01  CBKRPT-TITLE-LINE.                                           01640000
           05  FILLER                      PIC X(40) VALUE              01650000
               'CARD CASHBACK LIABILITY - REWARD MONTH '.               01660000
           05  CBKRPT-TTL-MONTH            PIC 9(6).                    01670000
           05  FILLER                      PIC X(10) VALUE              01680000
               '   RUN ON '.                                            01690000
           05  CBKRPT-TTL-DATE             PIC 9(8).                    01700000
           05  FILLER                      PIC X(36) VALUE SPACES.      01710000
                                                                        01720000
       01  CBKRPT-SECTION-LINE.                                         01730000
           05  CBKRPT-SEC-TEXT             PIC X(60).                   01740000
           05  CBKRPT-SEC-MONTH            PIC 9(6).                    01750000
           05  FILLER                      PIC X(34) VALUE SPACES.      01760000
                                                                        01770000
       01  CBKRPT-HEADING-1.                                            01780000
           05  FILLER                      PIC X(10) VALUE              01790000
               'CATEGORY'.                                              01800000
           05  FILLER                      PIC X(21) VALUE              01810000
               'NAME'.                                                  01820000
           05  FILLER                      PIC X(10) VALUE              01830000
               '  ACCOUNTS'.                                            01840000
           05  FILLER                      PIC X(17) VALUE              01850000
               '       CARD SPEND'.                                     01860000
           05  FILLER                      PIC X(17) VALUE              01870000
               '   SPEND REVERSED'.                                     01880000
           05  FILLER                      PIC X(15) VALUE              01890000
               '       CASHBACK'.                                       01900000
           05  FILLER                      PIC X(10) VALUE SPACES.      01910000
                                                                        01920000
       01  CBKRPT-CATEGORY-LINE.                                        01930000
           05  CBKRPT-CAT-CODE             PIC X(8).                    01940000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01950000
           05  CBKRPT-CAT-NAME             PIC X(20).                   01960000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01970000
           05  CBKRPT-CAT-ACCOUNTS         PIC Z(8)9.                   01980000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01990000
           05  CBKRPT-CAT-SPEND            PIC -(12)9.99.               02000000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02010000
           05  CBKRPT-CAT-REVERSED         PIC -(12)9.99.               02020000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02030000
           05  CBKRPT-CAT-CASHBACK         PIC -(10)9.99.               02040000
           05  FILLER                      PIC X(11) VALUE SPACES.      02050000
                                                                        02060000
       01  CBKRPT-HEADING-2.                                            02070000
           05  FILLER                      PIC X(17) VALUE              02080000
               'ACCOUNT'.                                               02090000
           05  FILLER                      PIC X(14) VALUE              02100000
               '       EARNED'.                                         02110000
           05  FILLER                      PIC X(14) VALUE              02120000
               '  PAID/CLAWED'.                                         02130000
           05  FILLER                      PIC X(17) VALUE              02140000
               ' WITHHELD TO DATE'.                                     02150000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02160000
           05  FILLER                      PIC X(36) VALUE              02170000
               'NOTE'.                                                  02180000
                                                                        02190000
       01  CBKRPT-ACCOUNT-LINE.                                         02200000
           05  CBKRPT-ACC-SORTCODE         PIC 9(6).                    02210000
           05  FILLER                      PIC X(1)  VALUE '-'.         02220000
           05  CBKRPT-ACC-ACCOUNT          PIC 9(8).                    02230000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02240000
           05  CBKRPT-ACC-EARNED           PIC -(9)9.99.                02250000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02260000
           05  CBKRPT-ACC-PAID             PIC -(9)9.99.                02270000
           05  FILLER                      PIC X(3)  VALUE SPACES.      02280000
           05  CBKRPT-ACC-WITHHELD         PIC -(9)9.99.                02290000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02300000
           05  CBKRPT-ACC-NOTE             PIC X(20).                   02310000
           05  FILLER                      PIC X(18) VALUE SPACES.      02320000
                                                                        02330000
       01  CBKRPT-SUMMARY-LINE.                                         02340000
           05  CBKRPT-SUM-LABEL            PIC X(30).                   02350000
           05  CBKRPT-SUM-COUNT            PIC Z(8)9.                   02360000
           05  FILLER                      PIC X(61) VALUE SPACES.      02370000
                                                                        02380000
       01  CBKRPT-AMOUNT-LINE.                                          02390000
           05  CBKRPT-AMT-LABEL            PIC X(30).                   02400000
           05  CBKRPT-AMT-VALUE            PIC -(12)9.99.               02410000
           05  FILLER                      PIC X(54) VALUE SPACES.      02420000
                                                                        02430000
       01  RUNCTL-REQUEST-AREA.                                         02440000
           COPY RUNCTLQ.                                                02450000
                                                                        02460000
       01  BUSDATE-REQUEST-AREA.                                        02470000
           COPY BUSDATEQ.                                               02480000
                                                                        02490000
      ******************************************************************02500000
       PROCEDURE DIVISION.                                              02510000
      ******************************************************************02520000
       0000-MAINLINE.                                                   02530000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02540000
                                                                        02550000
           PERFORM 2000-CATEGORY-PASS THRU 2000-EXIT                    02560000
                                                                        02570000
           PERFORM 3000-ACCOUNT-PASS THRU 3000-EXIT                     02580000
                                                                        02590000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             02600000
                                                                        02610000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02620000
                                                                        02630000
           GO TO 9999-EXIT.                                             02640000
                                                                        02650000
      ******************************************************************02660000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, OPEN THE FILES, TAKE  *02670000
      *  THE REWARD MONTH FROM SYSIN OR THE BUSINESS DATE, LOAD THE    *02680000
      *  CATEGORIES AND HEAD THE REPORT.                               *02690000
      ******************************************************************02700000
       1000-INITIALIZE.                                                 02710000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02720000
           MOVE 'CBKRPT' TO RUNCTL-REQ-JOB                              02730000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02740000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02750000
           IF RUNCTL-HELD                                               02760000
               DISPLAY 'CBKRPT - HELD - PREDECESSOR NOT COMPLETE'       02770000
               STOP RUN                                                 02780000
           END-IF                                                       02790000
                                                                        02800000
           OPEN INPUT  CBKRATE-FILE                                     02810000
           OPEN INPUT  CBKMNTH-FILE                                     02820000
           OPEN INPUT  CBKACCT-FILE                                     02830000
           OPEN INPUT  PARAMETER-FILE                                   02840000
           OPEN OUTPUT CBK-RPT                                          02850000
                                                                        02860000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02870000
           MOVE BUSDATE-REQ-CURRENT TO CBKRPT-CURRENT-DATE              02880000
           MOVE CBKRPT-CURRENT-DATE(1:6) TO CBKRPT-REPORT-MONTH         02890000
           IF CBKRPT-MONTH-MM = 1                                       02900000
               SUBTRACT 1 FROM CBKRPT-MONTH-YYYY                        02910000
               MOVE 12 TO CBKRPT-MONTH-MM                               02920000
           ELSE                                                         02930000
               SUBTRACT 1 FROM CBKRPT-MONTH-MM                          02940000
           END-IF                                                       02950000
                                                                        02960000
           MOVE SPACES TO CBKRPT-PARM-REDEF                             02970000
           READ PARAMETER-FILE INTO CBKRPT-PARM-REDEF                   02980000
               AT END                                                   02990000
                   CONTINUE                                             03000000
           END-READ                                                     03010000
                                                                        03020000
           IF CBKRPT-PARM-MONTH IS NUMERIC                              03030000
              AND CBKRPT-PARM-MONTH NOT = '000000'                      03040000
               MOVE CBKRPT-PARM-MONTH TO CBKRPT-REPORT-MONTH            03050000
           END-IF                                                       03060000
           CLOSE PARAMETER-FILE                                         03070000
                                                                        03080000
           PERFORM 1250-READ-RATE-NEXT THRU 1250-EXIT                   03090000
               UNTIL CBKRPT-RATE-AT-EOF                                 03100000
           CLOSE CBKRATE-FILE                                           03110000
                                                                        03120000
           MOVE CBKRPT-REPORT-MONTH TO CBKRPT-TTL-MONTH                 03130000
           MOVE CBKRPT-CURRENT-DATE TO CBKRPT-TTL-DATE                  03140000
           WRITE CBK-RPT-LINE FROM CBKRPT-TITLE-LINE.                   03150000
       1000-EXIT.                                                       03160000
           EXIT.                                                        03170000
                                                                        03180000
      ******************************************************************03190000
      *  1250-READ-RATE-NEXT - READ THE NEXT RATE ROW AND ENTER ITS    *03200000
      *  CATEGORY IN THE TABLE THE FIRST TIME IT IS SEEN.              *03210000
      ******************************************************************03220000
       1250-READ-RATE-NEXT.                                             03230000
           READ CBKRATE-FILE                                            03240000
               AT END                                                   03250000
                   SET CBKRPT-RATE-AT-EOF TO TRUE                       03260000
                   GO TO 1250-EXIT                                      03270000
           END-READ                                                     03280000
                                                                        03290000
           MOVE CBKRATE-CATEGORY OF CBKRATE-FILE-REC TO CBKRPT-CATEGORY 03300000
           PERFORM 2500-FIND-CATEGORY THRU 2500-EXIT                    03310000
           IF NOT CBKRPT-CAT-FOUND                                      03320000
               PERFORM 2600-ADD-CATEGORY THRU 2600-EXIT                 03330000
               MOVE CBKRATE-CATEGORY-NAME OF CBKRATE-FILE-REC           03340000
                   TO CBKRPT-CT-NAME(CBKRPT-CAT-SUB)                    03350000
           END-IF.                                                      03360000
       1250-EXIT.                                                       03370000
           EXIT.                                                        03380000
                                                                        03390000
      ******************************************************************03400000
      *  2000-CATEGORY-PASS - ADD UP THE LEDGER ROWS FOR THE REWARD    *03410000
      *  MONTH BY CATEGORY AND LIST THE CATEGORIES.  THE MONTH LEADS   *03420000
      *  THE KEY, SO THE PASS STARTS AT ITS FIRST ROW AND STOPS AT THE *03430000
      *  FIRST ROW OF ANY OTHER MONTH.                                 *03440000
      ******************************************************************03450000
       2000-CATEGORY-PASS.                                              03460000
           MOVE SPACES TO CBK-RPT-LINE                                  03470000
           WRITE CBK-RPT-LINE                                           03480000
           MOVE 'CARD SPEND AND CASHBACK BY CATEGORY - MONTH'           03490000
               TO CBKRPT-SEC-TEXT                                       03500000
           MOVE CBKRPT-REPORT-MONTH TO CBKRPT-SEC-MONTH                 03510000
           WRITE CBK-RPT-LINE FROM CBKRPT-SECTION-LINE                  03520000
           MOVE SPACES TO CBK-RPT-LINE                                  03530000
           WRITE CBK-RPT-LINE                                           03540000
           WRITE CBK-RPT-LINE FROM CBKRPT-HEADING-1                     03550000
                                                                        03560000
           MOVE CBKRPT-REPORT-MONTH TO CBKMNTH-MONTH OF CBKMNTH-FILE-REC03570000
           MOVE ZERO TO CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC            03580000
           MOVE ZERO TO CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC             03590000
           MOVE LOW-VALUES TO CBKMNTH-CATEGORY OF CBKMNTH-FILE-REC      03600000
           START CBKMNTH-FILE KEY IS NOT LESS                           03610000
                 THAN CBKMNTH-KEY OF CBKMNTH-FILE-REC                   03620000
               INVALID KEY                                              03630000
                   SET CBKRPT-MNTH-AT-EOF TO TRUE                       03640000
           END-START                                                    03650000
                                                                        03660000
           PERFORM 2100-ADD-LEDGER-ROW THRU 2100-EXIT                   03670000
               UNTIL CBKRPT-MNTH-AT-EOF                                 03680000
                                                                        03690000
           PERFORM 2200-LIST-CATEGORY THRU 2200-EXIT                    03700000
               VARYING CBKRPT-CAT-SUB FROM 1 BY 1                       03710000
               UNTIL CBKRPT-CAT-SUB > CBKRPT-CAT-COUNT.                 03720000
       2000-EXIT.                                                       03730000
           EXIT.                                                        03740000
                                                                        03750000
      ******************************************************************03760000
      *  2100-ADD-LEDGER-ROW - ONE ACCOUNT'S SPEND IN ONE CATEGORY.    *03770000
      ******************************************************************03780000
       2100-ADD-LEDGER-ROW.                                             03790000
           READ CBKMNTH-FILE NEXT RECORD                                03800000
               AT END                                                   03810000
                   SET CBKRPT-MNTH-AT-EOF TO TRUE                       03820000
                   GO TO 2100-EXIT                                      03830000
           END-READ                                                     03840000
                                                                        03850000
           IF CBKMNTH-MONTH OF CBKMNTH-FILE-REC                         03860000
              NOT = CBKRPT-REPORT-MONTH                                 03870000
               SET CBKRPT-MNTH-AT-EOF TO TRUE                           03880000
               GO TO 2100-EXIT                                          03890000
           END-IF                                                       03900000
                                                                        03910000
           ADD 1 TO CBKRPT-ROW-COUNT                                    03920000
           IF CBKMNTH-CAP-APPLIED OF CBKMNTH-FILE-REC                   03930000
               ADD 1 TO CBKRPT-CAPPED-ROWS                              03940000
           END-IF                                                       03950000
                                                                        03960000
           MOVE CBKMNTH-CATEGORY OF CBKMNTH-FILE-REC TO CBKRPT-CATEGORY 03970000
           PERFORM 2500-FIND-CATEGORY THRU 2500-EXIT                    03980000
           IF NOT CBKRPT-CAT-FOUND                                      03990000
               PERFORM 2600-ADD-CATEGORY THRU 2600-EXIT                 04000000
               MOVE 'NOT IN RATE TABLE'                                 04010000
                   TO CBKRPT-CT-NAME(CBKRPT-CAT-SUB)                    04020000
           END-IF                                                       04030000
                                                                        04040000
           ADD 1 TO CBKRPT-CT-ACCOUNTS(CBKRPT-CAT-SUB)                  04050000
           ADD CBKMNTH-SPEND OF CBKMNTH-FILE-REC                        04060000
              TO CBKRPT-CT-SPEND(CBKRPT-CAT-SUB)                        04070000
           ADD CBKMNTH-REVERSED OF CBKMNTH-FILE-REC                     04080000
              TO CBKRPT-CT-REVERSED(CBKRPT-CAT-SUB)                     04090000
           ADD CBKMNTH-CASHBACK OF CBKMNTH-FILE-REC                     04100000
              TO CBKRPT-CT-CASHBACK(CBKRPT-CAT-SUB).                    04110000
       2100-EXIT.                                                       04120000
           EXIT.                                                        04130000
                                                                        04140000
      ******************************************************************04150000
      *  2200-LIST-CATEGORY - ONE CATEGORY'S LINE AND ITS SHARE OF THE *04160000
      *  MONTH'S TOTALS.                                               *04170000
      ******************************************************************04180000
       2200-LIST-CATEGORY.                                              04190000
           ADD CBKRPT-CT-SPEND(CBKRPT-CAT-SUB) TO CBKRPT-SPEND-TOTAL    04200000
           ADD CBKRPT-CT-REVERSED(CBKRPT-CAT-SUB)                       04210000
              TO CBKRPT-REVERSED-TOTAL                                  04220000
           ADD CBKRPT-CT-CASHBACK(CBKRPT-CAT-SUB) TO CBKRPT-EARNED-TOTAL04230000
                                                                        04240000
           MOVE CBKRPT-CT-CATEGORY(CBKRPT-CAT-SUB) TO CBKRPT-CAT-CODE   04250000
           MOVE CBKRPT-CT-NAME(CBKRPT-CAT-SUB) TO CBKRPT-CAT-NAME       04260000
           MOVE CBKRPT-CT-ACCOUNTS(CBKRPT-CAT-SUB)                      04270000
               TO CBKRPT-CAT-ACCOUNTS                                   04280000
           MOVE CBKRPT-CT-SPEND(CBKRPT-CAT-SUB) TO CBKRPT-CAT-SPEND     04290000
           MOVE CBKRPT-CT-REVERSED(CBKRPT-CAT-SUB)                      04300000
               TO CBKRPT-CAT-REVERSED                                   04310000
           MOVE CBKRPT-CT-CASHBACK(CBKRPT-CAT-SUB)                      04320000
               TO CBKRPT-CAT-CASHBACK                                   04330000
                                                                        04340000
           WRITE CBK-RPT-LINE FROM CBKRPT-CATEGORY-LINE.                04350000
       2200-EXIT.                                                       04360000
           EXIT.                                                        04370000
                                                                        04380000
      ******************************************************************04390000
      *  2500-FIND-CATEGORY - THE TABLE ENTRY FOR CBKRPT-CATEGORY, IN  *04400000
      *  CBKRPT-CAT-SUB WHEN FOUND.                                    *04410000
      ******************************************************************04420000
       2500-FIND-CATEGORY.                                              04430000
           MOVE 'N' TO CBKRPT-CAT-SWITCH                                04440000
                                                                        04450000
           PERFORM 2550-MATCH-CATEGORY THRU 2550-EXIT                   04460000
               VARYING CBKRPT-CAT-SUB FROM 1 BY 1                       04470000
               UNTIL CBKRPT-CAT-SUB > CBKRPT-CAT-COUNT                  04480000
                  OR CBKRPT-CAT-FOUND                                   04490000
                                                                        04500000
           IF CBKRPT-CAT-FOUND                                          04510000
               SUBTRACT 1 FROM CBKRPT-CAT-SUB                           04520000
           END-IF.                                                      04530000
       2500-EXIT.                                                       04540000
           EXIT.                                                        04550000
                                                                        04560000
      ******************************************************************04570000
      *  2550-MATCH-CATEGORY - ONE ENTRY OF THE CATEGORY TABLE.        *04580000
      ******************************************************************04590000
       2550-MATCH-CATEGORY.                                             04600000
           IF CBKRPT-CT-CATEGORY(CBKRPT-CAT-SUB) = CBKRPT-CATEGORY      04610000
               SET CBKRPT-CAT-FOUND TO TRUE                             04620000
           END-IF.                                                      04630000
       2550-EXIT.                                                       04640000
           EXIT.                                                        04650000
                                                                        04660000
      ******************************************************************04670000
      *  2600-ADD-CATEGORY - START A TABLE ENTRY FOR CBKRPT-CATEGORY.  *04680000
      ******************************************************************04690000
       2600-ADD-CATEGORY.                                               04700000
           IF CBKRPT-CAT-COUNT = 50                                     04710000
               DISPLAY 'CBKRPT - ERROR - MORE THAN 50 CATEGORIES'       04720000
               MOVE 16 TO RETURN-CODE                                   04730000
               STOP RUN                                                 04740000
           END-IF                                                       04750000
                                                                        04760000
           ADD 1 TO CBKRPT-CAT-COUNT                                    04770000
           MOVE CBKRPT-CAT-COUNT TO CBKRPT-CAT-SUB                      04780000
           MOVE CBKRPT-CATEGORY TO CBKRPT-CT-CATEGORY(CBKRPT-CAT-SUB)   04790000
           MOVE SPACES TO CBKRPT-CT-NAME(CBKRPT-CAT-SUB)                04800000
           MOVE ZERO TO CBKRPT-CT-ACCOUNTS(CBKRPT-CAT-SUB)              04810000
           MOVE ZERO TO CBKRPT-CT-SPEND(CBKRPT-CAT-SUB)                 04820000
           MOVE ZERO TO CBKRPT-CT-REVERSED(CBKRPT-CAT-SUB)              04830000
           MOVE ZERO TO CBKRPT-CT-CASHBACK(CBKRPT-CAT-SUB).             04840000
       2600-EXIT.                                                       04850000
           EXIT.                                                        04860000
                                                                        04870000
      ******************************************************************04880000
      *  3000-ACCOUNT-PASS - READ THE WHOLE ACCOUNT LEDGER : ADD UP    *04890000
      *  WHAT WAS SETTLED IN THE REWARD MONTH, LIST THE ACCOUNTS       *04900000
      *  WITHHELD OR CLAWED BACK IN IT, AND ADD EVERY WITHHELD BALANCE *04910000
      *  TO THE LIABILITY OUTSTANDING.                                 *04920000
      ******************************************************************04930000
       3000-ACCOUNT-PASS.                                               04940000
           MOVE SPACES TO CBK-RPT-LINE                                  04950000
           WRITE CBK-RPT-LINE                                           04960000
           MOVE 'ACCOUNTS WITHHELD OR CLAWED BACK - MONTH'              04970000
               TO CBKRPT-SEC-TEXT                                       04980000
           MOVE CBKRPT-REPORT-MONTH TO CBKRPT-SEC-MONTH                 04990000
           WRITE CBK-RPT-LINE FROM CBKRPT-SECTION-LINE                  05000000
           MOVE SPACES TO CBK-RPT-LINE                                  05010000
           WRITE CBK-RPT-LINE                                           05020000
           WRITE CBK-RPT-LINE FROM CBKRPT-HEADING-2                     05030000
                                                                        05040000
           PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT                    05050000
               UNTIL CBKRPT-ACCT-AT-EOF.                                05060000
       3000-EXIT.                                                       05070000
           EXIT.                                                        05080000
                                                                        05090000
      ******************************************************************05100000
      *  3100-CHECK-ACCOUNT - ONE ACCOUNT LEDGER ROW.                  *05110000
      ******************************************************************05120000
       3100-CHECK-ACCOUNT.                                              05130000
           READ CBKACCT-FILE NEXT RECORD                                05140000
               AT END                                                   05150000
                   SET CBKRPT-ACCT-AT-EOF TO TRUE                       05160000
                   GO TO 3100-EXIT                                      05170000
           END-READ                                                     05180000
                                                                        05190000
           IF CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC NOT = ZERO   05200000
               PERFORM 3200-ADD-LIABILITY THRU 3200-EXIT                05210000
           END-IF                                                       05220000
                                                                        05230000
           IF CBKACCT-LAST-MONTH OF CBKACCT-FILE-REC                    05240000
              NOT = CBKRPT-REPORT-MONTH                                 05250000
               GO TO 3100-EXIT                                          05260000
           END-IF                                                       05270000
                                                                        05280000
           ADD 1 TO CBKRPT-SETTLED-COUNT                                05290000
           ADD CBKACCT-MONTH-WITHHELD OF CBKACCT-FILE-REC               05300000
              TO CBKRPT-WITHHELD-TOTAL                                  05310000
           IF CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC > ZERO             05320000
               ADD CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC               05330000
                  TO CBKRPT-PAID-TOTAL                                  05340000
           ELSE                                                         05350000
               SUBTRACT CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC          05360000
                   FROM CBKRPT-CLAWED-TOTAL                             05370000
           END-IF                                                       05380000
                                                                        05390000
           IF CBKACCT-NOT-WITHHELD OF CBKACCT-FILE-REC                  05400000
              AND CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC NOT < ZERO     05410000
               GO TO 3100-EXIT                                          05420000
           END-IF                                                       05430000
                                                                        05440000
           ADD 1 TO CBKRPT-LISTED-COUNT                                 05450000
           MOVE CBKACCT-SORTCODE OF CBKACCT-FILE-REC                    05460000
               TO CBKRPT-ACC-SORTCODE                                   05470000
           MOVE CBKACCT-ACCOUNT OF CBKACCT-FILE-REC                     05480000
               TO CBKRPT-ACC-ACCOUNT                                    05490000
           MOVE CBKACCT-MONTH-EARNED OF CBKACCT-FILE-REC                05500000
               TO CBKRPT-ACC-EARNED                                     05510000
           MOVE CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC                  05520000
               TO CBKRPT-ACC-PAID                                       05530000
           MOVE CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC            05540000
               TO CBKRPT-ACC-WITHHELD                                   05550000
                                                                        05560000
           EVALUATE TRUE                                                05570000
               WHEN CBKACCT-WH-CLOSED OF CBKACCT-FILE-REC               05580000
                   MOVE 'WITHHELD - CLOSED' TO CBKRPT-ACC-NOTE          05590000
               WHEN CBKACCT-WH-SUSPENDED OF CBKACCT-FILE-REC            05600000
                   MOVE 'WITHHELD - SUSPENDED' TO CBKRPT-ACC-NOTE       05610000
               WHEN CBKACCT-WH-DORMANT OF CBKACCT-FILE-REC              05620000
                   MOVE 'WITHHELD - DORMANT' TO CBKRPT-ACC-NOTE         05630000
               WHEN CBKACCT-WH-DECEASED OF CBKACCT-FILE-REC             05640000
                   MOVE 'WITHHELD - DECEASED' TO CBKRPT-ACC-NOTE        05650000
               WHEN CBKACCT-WH-COLLECTIONS OF CBKACCT-FILE-REC          05660000
                   MOVE 'WITHHELD - COLLECT' TO CBKRPT-ACC-NOTE         05670000
               WHEN OTHER                                               05680000
                   MOVE 'CLAWED BACK' TO CBKRPT-ACC-NOTE                05690000
           END-EVALUATE                                                 05700000
                                                                        05710000
           WRITE CBK-RPT-LINE FROM CBKRPT-ACCOUNT-LINE.                 05720000
       3100-EXIT.                                                       05730000
           EXIT.                                                        05740000
                                                                        05750000
      ******************************************************************05760000
      *  3200-ADD-LIABILITY - ADD AN ACCOUNT'S WITHHELD BALANCE TO THE *05770000
      *  LIABILITY, UNDER THE REASON IT WAS LAST WITHHELD FOR.         *05780000
      ******************************************************************05790000
       3200-ADD-LIABILITY.                                              05800000
           ADD 1 TO CBKRPT-OWED-COUNT                                   05810000
           ADD CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC             05820000
              TO CBKRPT-LIABILITY-TOTAL                                 05830000
                                                                        05840000
           EVALUATE TRUE                                                05850000
               WHEN CBKACCT-WH-SUSPENDED OF CBKACCT-FILE-REC            05860000
                   ADD CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC     05870000
                      TO CBKRPT-OWED-SUSPENDED                          05880000
               WHEN CBKACCT-WH-DORMANT OF CBKACCT-FILE-REC              05890000
                   ADD CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC     05900000
                      TO CBKRPT-OWED-DORMANT                            05910000
               WHEN CBKACCT-WH-CLOSED OF CBKACCT-FILE-REC               05920000
                   ADD CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC     05930000
                      TO CBKRPT-OWED-CLOSED                             05940000
               WHEN CBKACCT-WH-DECEASED OF CBKACCT-FILE-REC             05950000
                   ADD CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC     05960000
                      TO CBKRPT-OWED-DECEASED                           05970000
               WHEN CBKACCT-WH-COLLECTIONS OF CBKACCT-FILE-REC          05980000
                   ADD CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC     05990000
                      TO CBKRPT-OWED-COLLECTIONS                        06000000
               WHEN OTHER                                               06010000
                   ADD CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC     06020000
                      TO CBKRPT-OWED-OTHER                              06030000
           END-EVALUATE.                                                06040000
       3200-EXIT.                                                       06050000
           EXIT.                                                        06060000
                                                                        06070000
      ******************************************************************06080000
      *  8000-PRINT-CONTROL-TOTALS - WRITE THE MONTH'S TOTALS AND THE  *06090000
      *  LIABILITY OUTSTANDING.                                        *06100000
      ******************************************************************06110000
       8000-PRINT-CONTROL-TOTALS.                                       06120000
           MOVE SPACES TO CBK-RPT-LINE                                  06130000
           WRITE CBK-RPT-LINE                                           06140000
                                                                        06150000
           MOVE 'LEDGER ROWS FOR THE MONTH'    TO CBKRPT-SUM-LABEL      06160000
           MOVE CBKRPT-ROW-COUNT               TO CBKRPT-SUM-COUNT      06170000
           WRITE CBK-RPT-LINE FROM CBKRPT-SUMMARY-LINE                  06180000
                                                                        06190000
           MOVE 'ROWS HELD TO CATEGORY CAP'    TO CBKRPT-SUM-LABEL      06200000
           MOVE CBKRPT-CAPPED-ROWS             TO CBKRPT-SUM-COUNT      06210000
           WRITE CBK-RPT-LINE FROM CBKRPT-SUMMARY-LINE                  06220000
                                                                        06230000
           MOVE 'CARD SPEND'                   TO CBKRPT-AMT-LABEL      06240000
           MOVE CBKRPT-SPEND-TOTAL             TO CBKRPT-AMT-VALUE      06250000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06260000
                                                                        06270000
           MOVE 'SPEND REVERSED OR DISPUTED'   TO CBKRPT-AMT-LABEL      06280000
           MOVE CBKRPT-REVERSED-TOTAL          TO CBKRPT-AMT-VALUE      06290000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06300000
                                                                        06310000
           MOVE 'CASHBACK EARNED BEFORE CAP'   TO CBKRPT-AMT-LABEL      06320000
           MOVE CBKRPT-EARNED-TOTAL            TO CBKRPT-AMT-VALUE      06330000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06340000
                                                                        06350000
           MOVE SPACES TO CBK-RPT-LINE                                  06360000
           WRITE CBK-RPT-LINE                                           06370000
                                                                        06380000
           MOVE 'ACCOUNTS SETTLED'             TO CBKRPT-SUM-LABEL      06390000
           MOVE CBKRPT-SETTLED-COUNT           TO CBKRPT-SUM-COUNT      06400000
           WRITE CBK-RPT-LINE FROM CBKRPT-SUMMARY-LINE                  06410000
                                                                        06420000
           MOVE 'ACCOUNTS LISTED'              TO CBKRPT-SUM-LABEL      06430000
           MOVE CBKRPT-LISTED-COUNT            TO CBKRPT-SUM-COUNT      06440000
           WRITE CBK-RPT-LINE FROM CBKRPT-SUMMARY-LINE                  06450000
                                                                        06460000
           MOVE 'CASHBACK PAID'                TO CBKRPT-AMT-LABEL      06470000
           MOVE CBKRPT-PAID-TOTAL              TO CBKRPT-AMT-VALUE      06480000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06490000
                                                                        06500000
           MOVE 'CASHBACK CLAWED BACK'         TO CBKRPT-AMT-LABEL      06510000
           MOVE CBKRPT-CLAWED-TOTAL            TO CBKRPT-AMT-VALUE      06520000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06530000
                                                                        06540000
           MOVE 'CASHBACK WITHHELD IN MONTH'   TO CBKRPT-AMT-LABEL      06550000
           MOVE CBKRPT-WITHHELD-TOTAL          TO CBKRPT-AMT-VALUE      06560000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06570000
                                                                        06580000
           MOVE SPACES TO CBK-RPT-LINE                                  06590000
           WRITE CBK-RPT-LINE                                           06600000
                                                                        06610000
           MOVE 'ACCOUNTS WITH CASHBACK OWED'  TO CBKRPT-SUM-LABEL      06620000
           MOVE CBKRPT-OWED-COUNT              TO CBKRPT-SUM-COUNT      06630000
           WRITE CBK-RPT-LINE FROM CBKRPT-SUMMARY-LINE                  06640000
                                                                        06650000
           MOVE 'OWED - SUSPENDED'             TO CBKRPT-AMT-LABEL      06660000
           MOVE CBKRPT-OWED-SUSPENDED          TO CBKRPT-AMT-VALUE      06670000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06680000
                                                                        06690000
           MOVE 'OWED - DORMANT'               TO CBKRPT-AMT-LABEL      06700000
           MOVE CBKRPT-OWED-DORMANT            TO CBKRPT-AMT-VALUE      06710000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06720000
                                                                        06730000
           MOVE 'OWED - CLOSED'                TO CBKRPT-AMT-LABEL      06740000
           MOVE CBKRPT-OWED-CLOSED             TO CBKRPT-AMT-VALUE      06750000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06760000
                                                                        06770000
           MOVE 'OWED - DECEASED'              TO CBKRPT-AMT-LABEL      06780000
           MOVE CBKRPT-OWED-DECEASED           TO CBKRPT-AMT-VALUE      06790000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06800000
                                                                        06810000
           MOVE 'OWED - IN COLLECTIONS'        TO CBKRPT-AMT-LABEL      06820000
           MOVE CBKRPT-OWED-COLLECTIONS        TO CBKRPT-AMT-VALUE      06830000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE                   06840000
                                                                        06850000
           IF CBKRPT-OWED-OTHER NOT = ZERO                              06860000
               MOVE 'OWED - OTHER'             TO CBKRPT-AMT-LABEL      06870000
               MOVE CBKRPT-OWED-OTHER          TO CBKRPT-AMT-VALUE      06880000
               WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE               06890000
           END-IF                                                       06900000
                                                                        06910000
           MOVE 'CASHBACK LIABILITY OUTSTANDING' TO CBKRPT-AMT-LABEL    06920000
           MOVE CBKRPT-LIABILITY-TOTAL         TO CBKRPT-AMT-VALUE      06930000
           WRITE CBK-RPT-LINE FROM CBKRPT-AMOUNT-LINE.                  06940000
       8000-EXIT.                                                       06950000
           EXIT.                                                        06960000
                                                                        06970000
      ******************************************************************06980000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *06990000
      *  FILES.                                                        *07000000
      ******************************************************************07010000
       9000-TERMINATE.                                                  07020000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              07030000
           MOVE CBKRPT-SETTLED-COUNT TO RUNCTL-REQ-COUNT                07040000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           07050000
                                                                        07060000
           CLOSE CBKMNTH-FILE                                           07070000
           CLOSE CBKACCT-FILE                                           07080000
           CLOSE CBK-RPT.                                               07090000
       9000-EXIT.                                                       07100000
           EXIT.                                                        07110000
                                                                        07120000
       9999-EXIT.                                                       07130000
           STOP RUN.                                                    07140000
