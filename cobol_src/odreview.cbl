      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    ODREVIEW.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  ODREVIEW - OVERDRAFT LIMIT REVIEW                             *00150000
      *                                                                *00160000
      *  FUNCTION : RUNS THE OVERDRAFT LIMIT REVIEW REGISTER (COPYBOOK *00170000
      *             ODLREV) IN TWO PASSES.                             *00180000
      *                                                                *00190000
      *             PROPOSALS - ONLY WHEN A SCORE MONTH IS GIVEN ON    *00200000
      *             SYSIN, ONCE BHVCALC HAS SCORED IT.  EVERY ACCOUNT  *00210000
      *             WITH A LIVE ARRANGED OVERDRAFT IS LOOKED AT :      *00220000
      *                                                                *00230000
      *               INCREASE - BAND A, WITH NO DAY OVER THE LIMIT,   *00240000
      *                          NO COLLECTIONS CASE, NO FAILED        *00250000
      *                          STANDING ORDER AND NO RETURNED        *00260000
      *                          CHEQUE IN THE MONTH.  THE LIMIT       *00270000
      *                          RISES BY A QUARTER, AT MOST THE       *00280000
      *                          STEP CAP.                             *00290000
      *               DECREASE - BAND D, OR A COLLECTIONS CASE STILL   *00300000
      *                          OPEN.  THE LIMIT IS HALVED.           *00310000
      *                                                                *00320000
      *             NEW LIMITS ARE ROUNDED DOWN TO A MULTIPLE OF THE   *00330000
      *             ROUNDING UNIT.  A PROPOSAL IS ONLY RAISED -        *00340000
      *             NOTHING CHANGES UNTIL AN OFFICER APPROVES IT       *00350000
      *             THROUGH THE OVERDRAFT FACILITY TRANSACTION         *00360000
      *             (ODFMAINT).  A PROPOSAL NOT YET DECIDED IS         *00370000
      *             REPLACED BY THE NEWER ONE; ONE APPROVED AND IN ITS *00380000
      *             NOTICE PERIOD IS LEFT TO RUN ITS COURSE; AND A     *00390000
      *             RERUN FOR THE SAME MONTH DOES NOT REOPEN A         *00400000
      *             PROPOSAL ALREADY DECIDED.                          *00410000
      *                                                                *00420000
      *             NOTICE AND APPLICATION - EVERY RUN.  ODFMAINT      *00430000
      *             APPLIES AN APPROVED INCREASE AT ONCE, BUT A        *00440000
      *             REDUCTION NEEDS NOTICE :                           *00450000
      *                                                                *00460000
      *               APPROVED - THE EFFECTIVE DATE IS SET THE NOTICE  *00470000
      *                          PERIOD AHEAD AND A CUSCHG ENTRY IS    *00480000
      *                          WRITTEN, FROM WHICH CUSNOTIF SENDS    *00490000
      *                          THE CUSTOMER THE ADVANCE NOTICE.      *00500000
      *               NOTIFIED - ONCE THE EFFECTIVE DATE ARRIVES THE   *00510000
      *                          NEW LIMIT IS WRITTEN TO ODFACIL.  IF  *00520000
      *                          THE FACILITY HAS GONE, EXPIRED OR HAD *00530000
      *                          ITS LIMIT CHANGED SINCE THE PROPOSAL, *00540000
      *                          THE REVIEW IS MARKED SUPERSEDED AND   *00550000
      *                          THE FACILITY LEFT ALONE.              *00560000
      *                                                                *00570000
      *  FILES    : BHVSCORE - VSAM KSDS - BEHAVIOURAL SCORES (INPUT)  *00580000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (I-O)   *00590000
      *             ODLREV   - VSAM KSDS - LIMIT REVIEW REGISTER (I-O) *00600000
      *             CUSCHG   - VSAM KSDS - CHANGE HISTORY (I-O)        *00610000
      *             SYSIN    - PARAMETER FILE - SCORE MONTH (YYYYMM,   *00620000
      *                        COLS 1-6, BLANK FOR NO PROPOSALS)       *00630000
      *             ODRVRPT  - REVIEW REPORT (OUTPUT)                  *00640000
      *                                                                *00650000
      *  CHANGE HISTORY                                                *00660000
      *  ----------------------------------------------------------    *00670000
      *  DATE        BY    DESCRIPTION                                 *00680000
      *  2026-10-15  BAG   INITIAL VERSION                             *00690000
      *  2026-10-15  BAG   RAISE THE FACILITY VERSION STAMP WHEN A     *00693333
      *                    REDUCTION IS APPLIED                        *00696666
      *                                                                *00700000
      ******************************************************************00710000
       ENVIRONMENT DIVISION.                                            00720000
       INPUT-OUTPUT SECTION.                                            00730000
       FILE-CONTROL.                                                    00740000
           SELECT SCORE-FILE      ASSIGN TO BHVSCORE                    00750000
                  ORGANIZATION IS INDEXED                               00760000
                  ACCESS MODE IS DYNAMIC                                00770000
                  RECORD KEY IS BHVSCORE-KEY OF SCORE-FILE-REC          00780000
                  FILE STATUS IS ODREVIEW-SCORE-STATUS.                 00790000
                                                                        00800000
           SELECT ODFACIL-FILE    ASSIGN TO ODFACIL                     00810000
                  ORGANIZATION IS INDEXED                               00820000
                  ACCESS MODE IS RANDOM                                 00830000
                  RECORD KEY IS ODFACIL-KEY OF ODFACIL-FILE-REC         00840000
                  FILE STATUS IS ODREVIEW-ODFACIL-STATUS.               00850000
                                                                        00860000
           SELECT ODLREV-FILE     ASSIGN TO ODLREV                      00870000
                  ORGANIZATION IS INDEXED                               00880000
                  ACCESS MODE IS DYNAMIC                                00890000
                  RECORD KEY IS ODLREV-KEY OF ODLREV-FILE-REC           00900000
                  FILE STATUS IS ODREVIEW-ODLREV-STATUS.                00910000
                                                                        00920000
           SELECT CUSCHG-FILE     ASSIGN TO CUSCHG                      00930000
                  ORGANIZATION IS INDEXED                               00940000
                  ACCESS MODE IS RANDOM                                 00950000
                  RECORD KEY IS CUSCHG-KEY OF CUSCHG-FILE-REC           00960000
                  FILE STATUS IS ODREVIEW-CUSCHG-STATUS.                00970000
                                                                        00980000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00990000
                  ORGANIZATION IS LINE SEQUENTIAL                       01000000
                  FILE STATUS IS ODREVIEW-PARM-STATUS.                  01010000
                                                                        01020000
           SELECT REVIEW-RPT      ASSIGN TO ODRVRPT                     01030000
                  ORGANIZATION IS LINE SEQUENTIAL                       01040000
                  FILE STATUS IS ODREVIEW-RPT-STATUS.                   01050000
                                                                        01060000
       DATA DIVISION.                                                   01070000
       FILE SECTION.                                                    01080000
       FD  SCORE-FILE                                                   01090000
           RECORDING MODE IS F.                                         01100000
       01  SCORE-FILE-REC.                                              01110000
           COPY BHVSCORE.                                               01120000
                                                                        01130000
       FD  ODFACIL-FILE                                                 01140000
           RECORDING MODE IS F.                                         01150000
       01  ODFACIL-FILE-REC.                                            01160000
           COPY ODFACIL.                                                01170000
                                                                        01180000
       FD  ODLREV-FILE                                                  01190000
           RECORDING MODE IS F.                                         01200000
       01  ODLREV-FILE-REC.                                             01210000
           COPY ODLREV.                                                 01220000
                                                                        01230000
       FD  CUSCHG-FILE                                                  01240000
           RECORDING MODE IS F.                                         01250000
       01  CUSCHG-FILE-REC.                                             01260000
           COPY CUSCHG.                                                 01270000
                                                                        01280000
       FD  PARAMETER-FILE                                               01290000
           RECORDING MODE IS F.                                         01300000
       01  PARAMETER-FILE-REC              PIC X(80).                   01310000
                                                                        01320000
       FD  REVIEW-RPT                                                   01330000
           RECORDING MODE IS F.                                         01340000
       01  REVIEW-RPT-LINE                 PIC X(80).                   01350000
                                                                        01360000
       WORKING-STORAGE SECTION.                                         01370000
       01  ODREVIEW-WORK-AREA.                                          01380000
           05  ODREVIEW-SCORE-STATUS       PIC XX.                      01390000
           05  ODREVIEW-ODFACIL-STATUS     PIC XX.                      01400000
           05  ODREVIEW-ODLREV-STATUS      PIC XX.                      01410000
           05  ODREVIEW-CUSCHG-STATUS      PIC XX.                      01420000
           05  ODREVIEW-PARM-STATUS        PIC XX.                      01430000
           05  ODREVIEW-RPT-STATUS         PIC XX.                      01440000
           05  ODREVIEW-EOF-SWITCH         PIC X     VALUE 'N'.         01450000
               88  ODREVIEW-AT-EOF               VALUE 'Y'.             01460000
           05  ODREVIEW-FOUND-SWITCH       PIC X     VALUE 'N'.         01470000
               88  ODREVIEW-ROW-FOUND            VALUE 'Y'.             01480000
           05  ODREVIEW-CURRENT-DATE       PIC 9(8).                    01490000
           05  ODREVIEW-CURRENT-TIME       PIC 9(8).                    01500000
           05  ODREVIEW-SCORE-MONTH        PIC 9(6)  VALUE ZERO.        01510000
           05  ODREVIEW-DIRECTION          PIC X     VALUE SPACE.       01520000
               88  ODREVIEW-NO-CHANGE            VALUE SPACE.           01530000
               88  ODREVIEW-GO-UP                VALUE 'I'.             01540000
               88  ODREVIEW-GO-DOWN              VALUE 'D'.             01550000
           05  ODREVIEW-OLD-LIMIT          PIC 9(10)V99 VALUE ZERO.     01560000
           05  ODREVIEW-NEW-LIMIT          PIC 9(10)V99 VALUE ZERO.     01570000
           05  ODREVIEW-STEP               PIC 9(10)V99 VALUE ZERO.     01580000
           05  ODREVIEW-UNITS              PIC 9(10) VALUE ZERO.        01590000
           05  ODREVIEW-CHANGE-SEQ         PIC 9(5)  VALUE ZERO.        01600000
           05  ODREVIEW-SEQ-QUOT           PIC 9(5)  VALUE ZERO.        01610000
           05  ODREVIEW-SEQ-REM            PIC 99    VALUE ZERO.        01620000
           05  ODREVIEW-SCORE-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01630000
           05  ODREVIEW-UP-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01640000
           05  ODREVIEW-DOWN-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01650000
           05  ODREVIEW-REPLACED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01660000
           05  ODREVIEW-KEPT-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01670000
           05  ODREVIEW-NOTIFIED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01680000
           05  ODREVIEW-APPLIED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01690000
           05  ODREVIEW-SUPERSEDED-COUNT   PIC 9(9)  COMP-3 VALUE ZERO. 01700000
           05  ODREVIEW-ACTION-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01710000
                                                                        01720000
      *    THE REVIEW RULES.                                           *01730000
       01  ODREVIEW-RULES.                                              01740000
           05  ODREVIEW-UP-PERCENT         PIC 9(3)  VALUE 25.          01750000
           05  ODREVIEW-UP-CAP             PIC 9(7)V99 VALUE 2500.00.   01760000
           05  ODREVIEW-DOWN-PERCENT       PIC 9(3)  VALUE 50.          01770000
           05  ODREVIEW-ROUND-UNIT         PIC 9(5)  VALUE 50.          01780000
      *    A REDUCTION TAKES EFFECT THIS MANY DAYS AFTER NOTICE.       *01790000
           05  ODREVIEW-NOTICE-DAYS        PIC 999   VALUE 30.          01800000
           05  ODREVIEW-LEAP-SWITCH        PIC X     VALUE 'N'.         01810000
               88  ODREVIEW-IS-LEAP              VALUE 'Y'.             01820000
           05  ODREVIEW-DAYS-IN-MONTH      PIC 99.                      01830000
           05  ODREVIEW-YEAR-QUOT          PIC 9(4).                    01840000
           05  ODREVIEW-YEAR-REM           PIC 9(4).                    01850000
           05  ODREVIEW-WALK-DATE          PIC 9(8)  VALUE ZERO.        01860000
           05  ODREVIEW-WALK-DATE-GRP REDEFINES ODREVIEW-WALK-DATE.     01870000
               10  ODREVIEW-WALK-YYYY      PIC 9(4).                    01880000
               10  ODREVIEW-WALK-MM        PIC 99.                      01890000
               10  ODREVIEW-WALK-DD        PIC 99.                      01900000
                                                                        01910000
       01  ODREVIEW-MONTH-DAYS-VALUES.                                  01920000
           05  FILLER                      PIC 99    VALUE 31.          01930000
           05  FILLER                      PIC 99    VALUE 28.          01940000
           05  FILLER                      PIC 99    VALUE 31.          01950000
           05  FILLER                      PIC 99    VALUE 30.          01960000
           05  FILLER                      PIC 99    VALUE 31.          01970000
           05  FILLER                      PIC 99    VALUE 30.          01980000
           05  FILLER                      PIC 99    VALUE 31.          01990000
           05  FILLER                      PIC 99    VALUE 31.          02000000
           05  FILLER                      PIC 99    VALUE 30.          02010000
           05  FILLER                      PIC 99    VALUE 31.          02020000
           05  FILLER                      PIC 99    VALUE 30.          02030000
           05  FILLER                      PIC 99    VALUE 31.          02040000
       01  ODREVIEW-MONTH-DAYS REDEFINES ODREVIEW-MONTH-DAYS-VALUES.    02050000
           05  ODREVIEW-MONTH-DAY-TAB      PIC 99    OCCURS 12 TIMES.   02060000
                                                                        02070000
       01  ODREVIEW-PARM-REDEF.                                         02080000
           05  ODREVIEW-PARM-MONTH         PIC X(6).                    02090000
           05  FILLER                      PIC X(74).                   02100000
                                                                        02110000
       01  ODREVIEW-HEADING-LINE-1.                                     02120000
           05  FILLER                      PIC X(30) VALUE              02130000
               'OVERDRAFT LIMIT REVIEW - RUN '.                         02140000
           05  ODREVIEW-HDG-DATE           PIC 9(8).                    02150000
           05  FILLER                      PIC X(15) VALUE              02160000
               '  SCORE MONTH '.                                        02170000
           05  ODREVIEW-HDG-MONTH          PIC X(6).                    02180000
           05  FILLER                      PIC X(21) VALUE SPACES.      02190000
                                                                        02200000
       01  ODREVIEW-HEADING-LINE-2.                                     02210000
           05  FILLER                      PIC X(40) VALUE              02220000
               'ACTION      SORTCD ACCOUNT  SCORE BAND  '.              02230000
           05  FILLER                      PIC X(40) VALUE              02240000
               '    OLD LIMIT     NEW LIMIT  DATE'.                     02250000
                                                                        02260000
       01  ODREVIEW-DETAIL-LINE.                                        02270000
           05  ODREVIEW-DTL-ACTION         PIC X(11).                   02280000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02290000
           05  ODREVIEW-DTL-SORTCODE       PIC 9(6).                    02300000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02310000
           05  ODREVIEW-DTL-ACCOUNT        PIC 9(8).                    02320000
           05  FILLER                      PIC X(3)  VALUE SPACES.      02330000
           05  ODREVIEW-DTL-SCORE          PIC ZZ9.                     02340000
           05  FILLER                      PIC X(4)  VALUE SPACES.      02350000
           05  ODREVIEW-DTL-BAND           PIC X.                       02360000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02370000
           05  ODREVIEW-DTL-OLD-LIMIT      PIC Z(9)9.99.                02380000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02390000
           05  ODREVIEW-DTL-NEW-LIMIT      PIC Z(9)9.99.                02400000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02410000
           05  ODREVIEW-DTL-DATE           PIC 9(8).                    02420000
           05  FILLER                      PIC X(4)  VALUE SPACES.      02430000
                                                                        02440000
       01  ODREVIEW-SUMMARY-LINE.                                       02450000
           05  ODREVIEW-SUM-LABEL          PIC X(30).                   02460000
           05  ODREVIEW-SUM-COUNT          PIC Z(8)9.                   02470000
           05  FILLER                      PIC X(41) VALUE SPACES.      02480000
                                                                        02490000
       01  RUNCTL-REQUEST-AREA.                                         02500000
           COPY RUNCTLQ.                                                02510000
                                                                        02520000
       01  BUSDATE-REQUEST-AREA.                                        02530000
           COPY BUSDATEQ.                                               02540000
                                                                        02550000
      ******************************************************************02560000
       PROCEDURE DIVISION.                                              02570000
      ******************************************************************02580000
       0000-MAINLINE.                                                   02590000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02600000
                                                                        02610000
           IF ODREVIEW-SCORE-MONTH NOT = ZERO                           02620000
               PERFORM 2000-PROPOSE-CHANGES THRU 2000-EXIT              02630000
           END-IF                                                       02640000
                                                                        02650000
           PERFORM 4000-PROGRESS-REVIEWS THRU 4000-EXIT                 02660000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    02670000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02680000
           GO TO 9999-EXIT.                                             02690000
                                                                        02700000
      ******************************************************************02710000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *02720000
      *  DATE, READ ANY SCORE MONTH FROM SYSIN AND OPEN THE FILES.     *02730000
      ******************************************************************02740000
       1000-INITIALIZE.                                                 02750000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02760000
           MOVE 'ODREVIEW' TO RUNCTL-REQ-JOB                            02770000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02780000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02790000
           IF RUNCTL-HELD                                               02800000
               DISPLAY 'ODREVIEW - HELD - PREDECESSOR NOT COMPLETE'     02810000
               STOP RUN                                                 02820000
           END-IF                                                       02830000
                                                                        02840000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02850000
           MOVE BUSDATE-REQ-CURRENT TO ODREVIEW-CURRENT-DATE            02860000
           ACCEPT ODREVIEW-CURRENT-TIME FROM TIME                       02870000
                                                                        02880000
           MOVE SPACES TO ODREVIEW-PARM-REDEF                           02890000
           OPEN INPUT  PARAMETER-FILE                                   02900000
           READ PARAMETER-FILE INTO ODREVIEW-PARM-REDEF                 02910000
               AT END                                                   02920000
                   CONTINUE                                             02930000
           END-READ                                                     02940000
           CLOSE PARAMETER-FILE                                         02950000
                                                                        02960000
           IF ODREVIEW-PARM-MONTH IS NUMERIC                            02970000
              AND ODREVIEW-PARM-MONTH NOT = '000000'                    02980000
               MOVE ODREVIEW-PARM-MONTH TO ODREVIEW-SCORE-MONTH         02990000
           END-IF                                                       03000000
                                                                        03010000
           OPEN INPUT  SCORE-FILE                                       03020000
           OPEN I-O    ODFACIL-FILE                                     03030000
           OPEN I-O    ODLREV-FILE                                      03040000
           OPEN I-O    CUSCHG-FILE                                      03050000
           OPEN OUTPUT REVIEW-RPT                                       03060000
                                                                        03070000
           MOVE ODREVIEW-CURRENT-DATE TO ODREVIEW-HDG-DATE              03080000
           IF ODREVIEW-SCORE-MONTH = ZERO                               03090000
               MOVE 'NONE' TO ODREVIEW-HDG-MONTH                        03100000
           ELSE                                                         03110000
               MOVE ODREVIEW-SCORE-MONTH TO ODREVIEW-HDG-MONTH          03120000
           END-IF                                                       03130000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-HEADING-LINE-1           03140000
           MOVE SPACES TO REVIEW-RPT-LINE                               03150000
           WRITE REVIEW-RPT-LINE                                        03160000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-HEADING-LINE-2.          03170000
       1000-EXIT.                                                       03180000
           EXIT.                                                        03190000
                                                                        03200000
      ******************************************************************03210000
      *  2000-PROPOSE-CHANGES - WALK THE SCORE MONTH'S ACCOUNT ROWS,   *03220000
      *  WHICH ARE ONE KEY RANGE.                                      *03230000
      ******************************************************************03240000
       2000-PROPOSE-CHANGES.                                            03250000
           MOVE 'N' TO ODREVIEW-EOF-SWITCH                              03260000
           MOVE LOW-VALUES TO BHVSCORE-KEY OF SCORE-FILE-REC            03270000
           MOVE ODREVIEW-SCORE-MONTH TO BHVSCORE-MONTH OF SCORE-FILE-REC03280000
           SET BHVSCORE-ACCOUNT-ROW OF SCORE-FILE-REC TO TRUE           03290000
                                                                        03300000
           START SCORE-FILE KEY IS NOT LESS THAN                        03310000
                 BHVSCORE-KEY OF SCORE-FILE-REC                         03320000
               INVALID KEY                                              03330000
                   GO TO 2000-EXIT                                      03340000
           END-START                                                    03350000
                                                                        03360000
           PERFORM 2100-READ-SCORE THRU 2100-EXIT                       03370000
           PERFORM 2200-REVIEW-ACCOUNT THRU 2200-EXIT                   03380000
              UNTIL ODREVIEW-AT-EOF.                                    03390000
       2000-EXIT.                                                       03400000
           EXIT.                                                        03410000
                                                                        03420000
      ******************************************************************03430000
      *  2100-READ-SCORE - READ THE NEXT SCORE ROW, STOPPING AT THE    *03440000
      *  END OF THE MONTH'S ACCOUNT ROWS.                              *03450000
      ******************************************************************03460000
       2100-READ-SCORE.                                                 03470000
           READ SCORE-FILE NEXT RECORD                                  03480000
               AT END                                                   03490000
                   SET ODREVIEW-AT-EOF TO TRUE                          03500000
                   GO TO 2100-EXIT                                      03510000
           END-READ                                                     03520000
                                                                        03530000
           IF BHVSCORE-MONTH OF SCORE-FILE-REC                          03540000
              NOT = ODREVIEW-SCORE-MONTH                                03550000
              OR NOT BHVSCORE-ACCOUNT-ROW OF SCORE-FILE-REC             03560000
               SET ODREVIEW-AT-EOF TO TRUE                              03570000
           END-IF.                                                      03580000
       2100-EXIT.                                                       03590000
           EXIT.                                                        03600000
                                                                        03610000
      ******************************************************************03620000
      *  2200-REVIEW-ACCOUNT - AN ACCOUNT WITH A LIVE FACILITY IS      *03630000
      *  TESTED AGAINST THE RULES, AND ANY CHANGE IS PROPOSED.  THEN   *03640000
      *  READ THE NEXT.                                                *03650000
      ******************************************************************03660000
       2200-REVIEW-ACCOUNT.                                             03670000
           ADD 1 TO ODREVIEW-SCORE-COUNT                                03680000
           SET ODREVIEW-NO-CHANGE TO TRUE                               03690000
                                                                        03700000
           MOVE BHVSCORE-SORTCODE OF SCORE-FILE-REC                     03710000
               TO ODFACIL-SORTCODE OF ODFACIL-FILE-REC                  03720000
           MOVE BHVSCORE-ID OF SCORE-FILE-REC                           03730000
               TO ODFACIL-NUMBER OF ODFACIL-FILE-REC                    03740000
           READ ODFACIL-FILE                                            03750000
               KEY IS ODFACIL-KEY OF ODFACIL-FILE-REC                   03760000
               INVALID KEY                                              03770000
                   GO TO 2200-NEXT                                      03780000
           END-READ                                                     03790000
                                                                        03800000
           IF ODFACIL-EXPIRY-DATE OF ODFACIL-FILE-REC                   03810000
              < ODREVIEW-CURRENT-DATE                                   03820000
              OR ODFACIL-LIMIT OF ODFACIL-FILE-REC = ZERO               03830000
               GO TO 2200-NEXT                                          03840000
           END-IF                                                       03850000
                                                                        03860000
           MOVE ODFACIL-LIMIT OF ODFACIL-FILE-REC TO ODREVIEW-OLD-LIMIT 03870000
           PERFORM 2300-APPLY-RULES THRU 2300-EXIT                      03880000
                                                                        03890000
           IF ODREVIEW-NO-CHANGE                                        03900000
              OR ODREVIEW-NEW-LIMIT = ODREVIEW-OLD-LIMIT                03910000
               GO TO 2200-NEXT                                          03920000
           END-IF                                                       03930000
                                                                        03940000
           PERFORM 2400-RAISE-PROPOSAL THRU 2400-EXIT.                  03950000
       2200-NEXT.                                                       03960000
           PERFORM 2100-READ-SCORE THRU 2100-EXIT.                      03970000
       2200-EXIT.                                                       03980000
           EXIT.                                                        03990000
                                                                        04000000
      ******************************************************************04010000
      *  2300-APPLY-RULES - SET THE DIRECTION AND THE ROUNDED NEW      *04020000
      *  LIMIT FOR THE SCORE ROW.  A DECREASE WINS OVER AN INCREASE.   *04030000
      ******************************************************************04040000
       2300-APPLY-RULES.                                                04050000
           IF BHVSCORE-BAND-D OF SCORE-FILE-REC                         04060000
              OR BHVSCORE-COLL-OPEN OF SCORE-FILE-REC                   04070000
               SET ODREVIEW-GO-DOWN TO TRUE                             04080000
               COMPUTE ODREVIEW-NEW-LIMIT =                             04090000
                   ODREVIEW-OLD-LIMIT * ODREVIEW-DOWN-PERCENT / 100     04100000
           ELSE                                                         04110000
               IF BHVSCORE-BAND-A OF SCORE-FILE-REC                     04120000
                  AND BHVSCORE-DAYS-OVER-LIMIT OF SCORE-FILE-REC = ZERO 04130000
                  AND BHVSCORE-COLL-CASES OF SCORE-FILE-REC = ZERO      04140000
                  AND BHVSCORE-SOD-FAILURES OF SCORE-FILE-REC = ZERO    04150000
                  AND BHVSCORE-RETURNED-CHEQUES OF SCORE-FILE-REC       04160000
                      = ZERO                                            04170000
                   SET ODREVIEW-GO-UP TO TRUE                           04180000
                   COMPUTE ODREVIEW-STEP =                              04190000
                       ODREVIEW-OLD-LIMIT * ODREVIEW-UP-PERCENT / 100   04200000
                   IF ODREVIEW-STEP > ODREVIEW-UP-CAP                   04210000
                       MOVE ODREVIEW-UP-CAP TO ODREVIEW-STEP            04220000
                   END-IF                                               04230000
                   COMPUTE ODREVIEW-NEW-LIMIT =                         04240000
                       ODREVIEW-OLD-LIMIT + ODREVIEW-STEP               04250000
               ELSE                                                     04260000
                   GO TO 2300-EXIT                                      04270000
               END-IF                                                   04280000
           END-IF                                                       04290000
                                                                        04300000
           DIVIDE ODREVIEW-NEW-LIMIT BY ODREVIEW-ROUND-UNIT             04310000
               GIVING ODREVIEW-UNITS                                    04320000
           COMPUTE ODREVIEW-NEW-LIMIT =                                 04330000
               ODREVIEW-UNITS * ODREVIEW-ROUND-UNIT.                    04340000
       2300-EXIT.                                                       04350000
           EXIT.                                                        04360000
                                                                        04370000
      ******************************************************************04380000
      *  2400-RAISE-PROPOSAL - WRITE THE PROPOSAL TO THE REGISTER,     *04390000
      *  WHICH HOLDS ONE REVIEW PER ACCOUNT.  A REVIEW APPROVED AND    *04400000
      *  WAITING ON ITS NOTICE IS LEFT ALONE, AS IS ONE ALREADY        *04410000
      *  DECIDED FROM THIS SAME MONTH'S SCORES.  ANYTHING ELSE IS      *04420000
      *  REPLACED.                                                     *04430000
      ******************************************************************04440000
       2400-RAISE-PROPOSAL.                                             04450000
           MOVE 'N' TO ODREVIEW-FOUND-SWITCH                            04460000
           MOVE BHVSCORE-SORTCODE OF SCORE-FILE-REC                     04470000
               TO ODLREV-SORTCODE OF ODLREV-FILE-REC                    04480000
           MOVE BHVSCORE-ID OF SCORE-FILE-REC                           04490000
               TO ODLREV-NUMBER OF ODLREV-FILE-REC                      04500000
           READ ODLREV-FILE                                             04510000
               KEY IS ODLREV-KEY OF ODLREV-FILE-REC                     04520000
               INVALID KEY                                              04530000
                   CONTINUE                                             04540000
               NOT INVALID KEY                                          04550000
                   SET ODREVIEW-ROW-FOUND TO TRUE                       04560000
           END-READ                                                     04570000
                                                                        04580000
           IF ODREVIEW-ROW-FOUND                                        04590000
               IF ODLREV-APPROVED OF ODLREV-FILE-REC                    04600000
                  OR ODLREV-NOTIFIED OF ODLREV-FILE-REC                 04610000
                  OR (ODLREV-SCORE-MONTH OF ODLREV-FILE-REC             04620000
                      = ODREVIEW-SCORE-MONTH                            04630000
                      AND NOT ODLREV-PROPOSED OF ODLREV-FILE-REC)       04640000
                   ADD 1 TO ODREVIEW-KEPT-COUNT                         04650000
                   GO TO 2400-EXIT                                      04660000
               END-IF                                                   04670000
               ADD 1 TO ODREVIEW-REPLACED-COUNT                         04680000
           END-IF                                                       04690000
                                                                        04700000
           MOVE SPACES TO ODLREV-FILE-REC                               04710000
           MOVE 'ODLR' TO ODLREV-EYECATCHER OF ODLREV-FILE-REC          04720000
           MOVE BHVSCORE-SORTCODE OF SCORE-FILE-REC                     04730000
               TO ODLREV-SORTCODE OF ODLREV-FILE-REC                    04740000
           MOVE BHVSCORE-ID OF SCORE-FILE-REC                           04750000
               TO ODLREV-NUMBER OF ODLREV-FILE-REC                      04760000
           MOVE BHVSCORE-CUSTOMER OF SCORE-FILE-REC                     04770000
               TO ODLREV-CUSTOMER OF ODLREV-FILE-REC                    04780000
           MOVE ODREVIEW-SCORE-MONTH                                    04790000
               TO ODLREV-SCORE-MONTH OF ODLREV-FILE-REC                 04800000
           MOVE BHVSCORE-SCORE OF SCORE-FILE-REC                        04810000
               TO ODLREV-SCORE OF ODLREV-FILE-REC                       04820000
           MOVE BHVSCORE-BAND OF SCORE-FILE-REC                         04830000
               TO ODLREV-BAND OF ODLREV-FILE-REC                        04840000
           MOVE ODREVIEW-DIRECTION                                      04850000
               TO ODLREV-DIRECTION OF ODLREV-FILE-REC                   04860000
           MOVE ODREVIEW-OLD-LIMIT                                      04870000
               TO ODLREV-OLD-LIMIT OF ODLREV-FILE-REC                   04880000
           MOVE ODREVIEW-NEW-LIMIT                                      04890000
               TO ODLREV-NEW-LIMIT OF ODLREV-FILE-REC                   04900000
           SET ODLREV-PROPOSED OF ODLREV-FILE-REC TO TRUE               04910000
           MOVE ODREVIEW-CURRENT-DATE                                   04920000
               TO ODLREV-PROPOSED-DATE OF ODLREV-FILE-REC               04930000
           MOVE ZERO TO ODLREV-DECIDED-DATE OF ODLREV-FILE-REC          04940000
           MOVE ZERO TO ODLREV-EFFECTIVE-DATE OF ODLREV-FILE-REC        04950000
           MOVE ZERO TO ODLREV-APPLIED-DATE OF ODLREV-FILE-REC          04960000
                                                                        04970000
           IF ODREVIEW-ROW-FOUND                                        04980000
               REWRITE ODLREV-FILE-REC                                  04990000
                   INVALID KEY                                          05000000
                       DISPLAY 'ODREVIEW - CRITICAL - ODLREV REWRITE '  05010000
                           'FAILED FOR ' ODLREV-KEY OF ODLREV-FILE-REC  05020000
                       GO TO 2400-EXIT                                  05030000
               END-REWRITE                                              05040000
           ELSE                                                         05050000
               WRITE ODLREV-FILE-REC                                    05060000
                   INVALID KEY                                          05070000
                       DISPLAY 'ODREVIEW - CRITICAL - ODLREV WRITE '    05080000
                           'FAILED FOR ' ODLREV-KEY OF ODLREV-FILE-REC  05090000
                       GO TO 2400-EXIT                                  05100000
               END-WRITE                                                05110000
           END-IF                                                       05120000
                                                                        05130000
           IF ODREVIEW-GO-UP                                            05140000
               ADD 1 TO ODREVIEW-UP-COUNT                               05150000
               MOVE 'PROPOSE UP' TO ODREVIEW-DTL-ACTION                 05160000
           ELSE                                                         05170000
               ADD 1 TO ODREVIEW-DOWN-COUNT                             05180000
               MOVE 'PROPOSE DN' TO ODREVIEW-DTL-ACTION                 05190000
           END-IF                                                       05200000
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.                    05210000
       2400-EXIT.                                                       05220000
           EXIT.                                                        05230000
                                                                        05240000
      ******************************************************************05250000
      *  4000-PROGRESS-REVIEWS - WALK THE WHOLE REGISTER, GIVING       *05260000
      *  NOTICE OF APPROVED REDUCTIONS AND APPLYING THOSE WHOSE        *05270000
      *  NOTICE HAS RUN.                                               *05280000
      ******************************************************************05290000
       4000-PROGRESS-REVIEWS.                                           05300000
           MOVE 'N' TO ODREVIEW-EOF-SWITCH                              05310000
           MOVE LOW-VALUES TO ODLREV-KEY OF ODLREV-FILE-REC             05320000
                                                                        05330000
           START ODLREV-FILE KEY IS NOT LESS THAN                       05340000
                 ODLREV-KEY OF ODLREV-FILE-REC                          05350000
               INVALID KEY                                              05360000
                   GO TO 4000-EXIT                                      05370000
           END-START                                                    05380000
                                                                        05390000
           PERFORM 4100-READ-REVIEW THRU 4100-EXIT                      05400000
           PERFORM 4200-PROGRESS-REVIEW THRU 4200-EXIT                  05410000
              UNTIL ODREVIEW-AT-EOF.                                    05420000
       4000-EXIT.                                                       05430000
           EXIT.                                                        05440000
                                                                        05450000
      ******************************************************************05460000
      *  4100-READ-REVIEW - READ THE NEXT REGISTER ROW.                *05470000
      ******************************************************************05480000
       4100-READ-REVIEW.                                                05490000
           READ ODLREV-FILE NEXT RECORD                                 05500000
               AT END                                                   05510000
                   SET ODREVIEW-AT-EOF TO TRUE                          05520000
           END-READ.                                                    05530000
       4100-EXIT.                                                       05540000
           EXIT.                                                        05550000
                                                                        05560000
      ******************************************************************05570000
      *  4200-PROGRESS-REVIEW - MOVE ONE REVIEW ON IF IT IS DUE, THEN  *05580000
      *  READ THE NEXT.                                                *05590000
      ******************************************************************05600000
       4200-PROGRESS-REVIEW.                                            05610000
           EVALUATE TRUE                                                05620000
               WHEN ODLREV-APPROVED OF ODLREV-FILE-REC                  05630000
                   PERFORM 4300-GIVE-NOTICE THRU 4300-EXIT              05640000
               WHEN ODLREV-NOTIFIED OF ODLREV-FILE-REC                  05650000
                AND ODLREV-EFFECTIVE-DATE OF ODLREV-FILE-REC            05660000
                    NOT > ODREVIEW-CURRENT-DATE                         05670000
                   PERFORM 4500-APPLY-REDUCTION THRU 4500-EXIT          05680000
               WHEN OTHER                                               05690000
                   CONTINUE                                             05700000
           END-EVALUATE                                                 05710000
                                                                        05720000
           PERFORM 4100-READ-REVIEW THRU 4100-EXIT.                     05730000
       4200-EXIT.                                                       05740000
           EXIT.                                                        05750000
                                                                        05760000
      ******************************************************************05770000
      *  4300-GIVE-NOTICE - SET THE EFFECTIVE DATE THE NOTICE PERIOD   *05780000
      *  AHEAD OF TODAY, RECORD THE CHANGE ON CUSCHG FOR CUSNOTIF TO   *05790000
      *  LETTER, AND MARK THE REVIEW NOTIFIED.                         *05800000
      ******************************************************************05810000
       4300-GIVE-NOTICE.                                                05820000
           MOVE ODREVIEW-CURRENT-DATE TO ODREVIEW-WALK-DATE             05830000
           PERFORM 4700-ADD-ONE-DAY THRU 4700-EXIT                      05840000
               ODREVIEW-NOTICE-DAYS TIMES                               05850000
           MOVE ODREVIEW-WALK-DATE                                      05860000
               TO ODLREV-EFFECTIVE-DATE OF ODLREV-FILE-REC              05870000
                                                                        05880000
           PERFORM 4400-WRITE-CUSCHG THRU 4400-EXIT                     05890000
                                                                        05900000
           SET ODLREV-NOTIFIED OF ODLREV-FILE-REC TO TRUE               05910000
           REWRITE ODLREV-FILE-REC                                      05920000
               INVALID KEY                                              05930000
                   DISPLAY 'ODREVIEW - CRITICAL - ODLREV REWRITE '      05940000
                       'FAILED FOR ' ODLREV-KEY OF ODLREV-FILE-REC      05950000
                   GO TO 4300-EXIT                                      05960000
           END-REWRITE                                                  05970000
                                                                        05980000
           ADD 1 TO ODREVIEW-NOTIFIED-COUNT                             05990000
           MOVE 'NOTICE SENT' TO ODREVIEW-DTL-ACTION                    06000000
           PERFORM 7100-PRINT-REVIEW THRU 7100-EXIT.                    06010000
       4300-EXIT.                                                       06020000
           EXIT.                                                        06030000
                                                                        06040000
      ******************************************************************06050000
      *  4400-WRITE-CUSCHG - ONE CHANGE-HISTORY ENTRY PER NOTICE, IN   *06060000
      *  THE SAME SHAPE UPDCUST WRITES FOR ITS FIELD CHANGES.  THE     *06070000
      *  CHANGE NUMBER IS THE RUN TIME (HHMMSS) FOLLOWED BY THE        *06080000
      *  RUN'S NOTICE COUNT, SO TWO NOTICES FOR ONE CUSTOMER IN ONE    *06090000
      *  RUN CANNOT COLLIDE.                                           *06100000
      ******************************************************************06110000
       4400-WRITE-CUSCHG.                                               06120000
           ADD 1 TO ODREVIEW-CHANGE-SEQ                                 06130000
           DIVIDE ODREVIEW-CHANGE-SEQ BY 100                            06140000
               GIVING ODREVIEW-SEQ-QUOT                                 06150000
               REMAINDER ODREVIEW-SEQ-REM                               06160000
                                                                        06170000
           MOVE SPACES TO CUSCHG-FILE-REC                               06180000
           MOVE 'CCHG' TO CUSCHG-EYECATCHER OF CUSCHG-FILE-REC          06190000
           MOVE ODLREV-SORTCODE OF ODLREV-FILE-REC                      06200000
               TO CUSCHG-SORTCODE OF CUSCHG-FILE-REC                    06210000
           MOVE ODLREV-CUSTOMER OF ODLREV-FILE-REC                      06220000
               TO CUSCHG-CUSTNO OF CUSCHG-FILE-REC                      06230000
           MOVE ODREVIEW-CURRENT-TIME(1:6)                              06240000
               TO CUSCHG-CHANGE-NUMBER OF CUSCHG-FILE-REC (1:6)         06250000
           MOVE ODREVIEW-SEQ-REM                                        06260000
               TO CUSCHG-CHANGE-NUMBER OF CUSCHG-FILE-REC (7:2)         06270000
           MOVE 'ODREVIEW' TO CUSCHG-SOURCE-PROGRAM OF CUSCHG-FILE-REC  06280000
           MOVE ODREVIEW-CURRENT-DATE                                   06290000
               TO CUSCHG-CHANGE-DATE OF CUSCHG-FILE-REC                 06300000
           MOVE ODREVIEW-CURRENT-TIME(1:6)                              06310000
               TO CUSCHG-CHANGE-TIME OF CUSCHG-FILE-REC                 06320000
           SET CUSCHG-NAME-NOT-CHANGED    OF CUSCHG-FILE-REC TO TRUE    06330000
           SET CUSCHG-ADDR-NOT-CHANGED    OF CUSCHG-FILE-REC TO TRUE    06340000
           SET CUSCHG-DOB-NOT-CHANGED     OF CUSCHG-FILE-REC TO TRUE    06350000
           SET CUSCHG-SCORE-NOT-CHANGED   OF CUSCHG-FILE-REC TO TRUE    06360000
           SET CUSCHG-REVIEW-NOT-CHANGED  OF CUSCHG-FILE-REC TO TRUE    06370000
           SET CUSCHG-MINOR-NOT-CHANGED   OF CUSCHG-FILE-REC TO TRUE    06380000
           SET CUSCHG-CONSENT-NOT-CHANGED OF CUSCHG-FILE-REC TO TRUE    06390000
           SET CUSCHG-PHONE-NOT-CHANGED   OF CUSCHG-FILE-REC TO TRUE    06400000
           MOVE ZERO TO CUSCHG-OLD-DOB OF CUSCHG-FILE-REC               06410000
           MOVE ZERO TO CUSCHG-NEW-DOB OF CUSCHG-FILE-REC               06420000
           MOVE ZERO TO CUSCHG-OLD-SCORE OF CUSCHG-FILE-REC             06430000
           MOVE ZERO TO CUSCHG-NEW-SCORE OF CUSCHG-FILE-REC             06440000
           MOVE ZERO TO CUSCHG-OLD-REVIEW-DATE OF CUSCHG-FILE-REC       06450000
           MOVE ZERO TO CUSCHG-NEW-REVIEW-DATE OF CUSCHG-FILE-REC       06460000
           SET CUSCHG-ODLIMIT-CHANGED OF CUSCHG-FILE-REC TO TRUE        06470000
           MOVE ODLREV-SORTCODE OF ODLREV-FILE-REC                      06480000
               TO CUSCHG-ODLIMIT-SORTCODE OF CUSCHG-FILE-REC            06490000
           MOVE ODLREV-NUMBER OF ODLREV-FILE-REC                        06500000
               TO CUSCHG-ODLIMIT-ACCOUNT OF CUSCHG-FILE-REC             06510000
           MOVE ODLREV-OLD-LIMIT OF ODLREV-FILE-REC                     06520000
               TO CUSCHG-OLD-ODLIMIT OF CUSCHG-FILE-REC                 06530000
           MOVE ODLREV-NEW-LIMIT OF ODLREV-FILE-REC                     06540000
               TO CUSCHG-NEW-ODLIMIT OF CUSCHG-FILE-REC                 06550000
           MOVE ODLREV-EFFECTIVE-DATE OF ODLREV-FILE-REC                06560000
               TO CUSCHG-ODLIMIT-EFFECTIVE-DATE OF CUSCHG-FILE-REC      06570000
                                                                        06580000
           WRITE CUSCHG-FILE-REC                                        06590000
               INVALID KEY                                              06600000
                   DISPLAY 'ODREVIEW - CRITICAL - CUSCHG WRITE '        06610000
                       'FAILED FOR CUSTOMER '                           06620000
                           ODLREV-CUSTOMER OF ODLREV-FILE-REC           06630000
           END-WRITE.                                                   06640000
       4400-EXIT.                                                       06650000
           EXIT.                                                        06660000
                                                                        06670000
      ******************************************************************06680000
      *  4500-APPLY-REDUCTION - THE NOTICE HAS RUN, SO WRITE THE NEW   *06690000
      *  LIMIT TO THE FACILITY UNDER THE APPROVING OFFICER.  A         *06700000
      *  FACILITY THAT HAS GONE, EXPIRED OR BEEN CHANGED SINCE THE     *06710000
      *  PROPOSAL IS LEFT ALONE AND THE REVIEW SUPERSEDED.             *06720000
      ******************************************************************06730000
       4500-APPLY-REDUCTION.                                            06740000
           MOVE ODLREV-SORTCODE OF ODLREV-FILE-REC                      06750000
               TO ODFACIL-SORTCODE OF ODFACIL-FILE-REC                  06760000
           MOVE ODLREV-NUMBER OF ODLREV-FILE-REC                        06770000
               TO ODFACIL-NUMBER OF ODFACIL-FILE-REC                    06780000
           READ ODFACIL-FILE                                            06790000
               KEY IS ODFACIL-KEY OF ODFACIL-FILE-REC                   06800000
               INVALID KEY                                              06810000
                   GO TO 4500-SUPERSEDE                                 06820000
           END-READ                                                     06830000
                                                                        06840000
           IF ODFACIL-EXPIRY-DATE OF ODFACIL-FILE-REC                   06850000
              < ODREVIEW-CURRENT-DATE                                   06860000
              OR ODFACIL-LIMIT OF ODFACIL-FILE-REC                      06870000
                 NOT = ODLREV-OLD-LIMIT OF ODLREV-FILE-REC              06880000
               GO TO 4500-SUPERSEDE                                     06890000
           END-IF                                                       06900000
                                                                        06910000
           MOVE ODLREV-NEW-LIMIT OF ODLREV-FILE-REC                     06920000
               TO ODFACIL-LIMIT OF ODFACIL-FILE-REC                     06930000
           MOVE ODLREV-DECIDED-BY OF ODLREV-FILE-REC                    06940000
               TO ODFACIL-APPROVED-BY OF ODFACIL-FILE-REC               06950000
           ADD 1 TO ODFACIL-VERSION OF ODFACIL-FILE-REC                 06955000
           REWRITE ODFACIL-FILE-REC                                     06960000
               INVALID KEY                                              06970000
                   DISPLAY 'ODREVIEW - CRITICAL - ODFACIL REWRITE '     06980000
                       'FAILED FOR ' ODFACIL-KEY OF ODFACIL-FILE-REC    06990000
                   GO TO 4500-EXIT                                      07000000
           END-REWRITE                                                  07010000
                                                                        07020000
           SET ODLREV-APPLIED OF ODLREV-FILE-REC TO TRUE                07030000
           MOVE ODREVIEW-CURRENT-DATE                                   07040000
               TO ODLREV-APPLIED-DATE OF ODLREV-FILE-REC                07050000
           ADD 1 TO ODREVIEW-APPLIED-COUNT                              07060000
           MOVE 'APPLIED' TO ODREVIEW-DTL-ACTION                        07070000
           GO TO 4500-REWRITE.                                          07080000
       4500-SUPERSEDE.                                                  07090000
           SET ODLREV-SUPERSEDED OF ODLREV-FILE-REC TO TRUE             07100000
           ADD 1 TO ODREVIEW-SUPERSEDED-COUNT                           07110000
           MOVE 'SUPERSEDED' TO ODREVIEW-DTL-ACTION.                    07120000
       4500-REWRITE.                                                    07130000
           REWRITE ODLREV-FILE-REC                                      07140000
               INVALID KEY                                              07150000
                   DISPLAY 'ODREVIEW - CRITICAL - ODLREV REWRITE '      07160000
                       'FAILED FOR ' ODLREV-KEY OF ODLREV-FILE-REC      07170000
                   GO TO 4500-EXIT                                      07180000
           END-REWRITE                                                  07190000
                                                                        07200000
           PERFORM 7100-PRINT-REVIEW THRU 7100-EXIT.                    07210000
       4500-EXIT.                                                       07220000
           EXIT.                                                        07230000
                                                                        07240000
      ******************************************************************07250000
      *  4700-ADD-ONE-DAY - STEP THE WALK DATE FORWARD ONE DAY,        *07260000
      *  CARRYING INTO THE NEXT MONTH AND YEAR AS NEEDED.              *07270000
      ******************************************************************07280000
       4700-ADD-ONE-DAY.                                                07290000
           MOVE ODREVIEW-MONTH-DAY-TAB(ODREVIEW-WALK-MM)                07300000
               TO ODREVIEW-DAYS-IN-MONTH                                07310000
           IF ODREVIEW-WALK-MM = 2                                      07320000
               PERFORM 4750-SET-LEAP-SWITCH THRU 4750-EXIT              07330000
               IF ODREVIEW-IS-LEAP                                      07340000
                   MOVE 29 TO ODREVIEW-DAYS-IN-MONTH                    07350000
               END-IF                                                   07360000
           END-IF                                                       07370000
                                                                        07380000
           ADD 1 TO ODREVIEW-WALK-DD                                    07390000
           IF ODREVIEW-WALK-DD > ODREVIEW-DAYS-IN-MONTH                 07400000
               MOVE 1 TO ODREVIEW-WALK-DD                               07410000
               ADD 1 TO ODREVIEW-WALK-MM                                07420000
               IF ODREVIEW-WALK-MM > 12                                 07430000
                   MOVE 1 TO ODREVIEW-WALK-MM                           07440000
                   ADD 1 TO ODREVIEW-WALK-YYYY                          07450000
               END-IF                                                   07460000
           END-IF.                                                      07470000
       4700-EXIT.                                                       07480000
           EXIT.                                                        07490000
                                                                        07500000
      ******************************************************************07510000
      *  4750-SET-LEAP-SWITCH - A YEAR IS A LEAP YEAR IF DIVISIBLE BY  *07520000
      *  400, OR DIVISIBLE BY 4 BUT NOT BY 100.                        *07530000
      ******************************************************************07540000
       4750-SET-LEAP-SWITCH.                                            07550000
           MOVE 'N' TO ODREVIEW-LEAP-SWITCH                             07560000
                                                                        07570000
           DIVIDE ODREVIEW-WALK-YYYY BY 400                             07580000
               GIVING ODREVIEW-YEAR-QUOT                                07590000
               REMAINDER ODREVIEW-YEAR-REM                              07600000
           IF ODREVIEW-YEAR-REM = ZERO                                  07610000
               SET ODREVIEW-IS-LEAP TO TRUE                             07620000
               GO TO 4750-EXIT                                          07630000
           END-IF                                                       07640000
                                                                        07650000
           DIVIDE ODREVIEW-WALK-YYYY BY 100                             07660000
               GIVING ODREVIEW-YEAR-QUOT                                07670000
               REMAINDER ODREVIEW-YEAR-REM                              07680000
           IF ODREVIEW-YEAR-REM = ZERO                                  07690000
               GO TO 4750-EXIT                                          07700000
           END-IF                                                       07710000
                                                                        07720000
           DIVIDE ODREVIEW-WALK-YYYY BY 4                               07730000
               GIVING ODREVIEW-YEAR-QUOT                                07740000
               REMAINDER ODREVIEW-YEAR-REM                              07750000
           IF ODREVIEW-YEAR-REM = ZERO                                  07760000
               SET ODREVIEW-IS-LEAP TO TRUE                             07770000
           END-IF.                                                      07780000
       4750-EXIT.                                                       07790000
           EXIT.                                                        07800000
                                                                        07810000
      ******************************************************************07820000
      *  7000-PRINT-DETAIL - ONE PROPOSAL LINE, FROM THE REGISTER ROW  *07830000
      *  JUST WRITTEN.                                                 *07840000
      ******************************************************************07850000
       7000-PRINT-DETAIL.                                               07860000
           MOVE ODLREV-PROPOSED-DATE OF ODLREV-FILE-REC                 07870000
               TO ODREVIEW-DTL-DATE                                     07880000
           PERFORM 7200-MOVE-REVIEW THRU 7200-EXIT                      07890000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-DETAIL-LINE.             07900000
       7000-EXIT.                                                       07910000
           EXIT.                                                        07920000
                                                                        07930000
      ******************************************************************07940000
      *  7100-PRINT-REVIEW - ONE NOTICE OR APPLICATION LINE.  THE DATE *07950000
      *  SHOWN IS THE EFFECTIVE DATE.                                  *07960000
      ******************************************************************07970000
       7100-PRINT-REVIEW.                                               07980000
           ADD 1 TO ODREVIEW-ACTION-COUNT                               07990000
           MOVE ODLREV-EFFECTIVE-DATE OF ODLREV-FILE-REC                08000000
               TO ODREVIEW-DTL-DATE                                     08010000
           PERFORM 7200-MOVE-REVIEW THRU 7200-EXIT                      08020000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-DETAIL-LINE.             08030000
       7100-EXIT.                                                       08040000
           EXIT.                                                        08050000
                                                                        08060000
      ******************************************************************08070000
      *  7200-MOVE-REVIEW - THE COMMON COLUMNS OF A REPORT LINE.       *08080000
      ******************************************************************08090000
       7200-MOVE-REVIEW.                                                08100000
           MOVE ODLREV-SORTCODE OF ODLREV-FILE-REC                      08110000
               TO ODREVIEW-DTL-SORTCODE                                 08120000
           MOVE ODLREV-NUMBER OF ODLREV-FILE-REC                        08130000
               TO ODREVIEW-DTL-ACCOUNT                                  08140000
           MOVE ODLREV-SCORE OF ODLREV-FILE-REC TO ODREVIEW-DTL-SCORE   08150000
           MOVE ODLREV-BAND OF ODLREV-FILE-REC TO ODREVIEW-DTL-BAND     08160000
           MOVE ODLREV-OLD-LIMIT OF ODLREV-FILE-REC                     08170000
               TO ODREVIEW-DTL-OLD-LIMIT                                08180000
           MOVE ODLREV-NEW-LIMIT OF ODLREV-FILE-REC                     08190000
               TO ODREVIEW-DTL-NEW-LIMIT.                               08200000
       7200-EXIT.                                                       08210000
           EXIT.                                                        08220000
                                                                        08230000
      ******************************************************************08240000
      *  8000-PRINT-SUMMARY - THE RUN TOTALS.                          *08250000
      ******************************************************************08260000
       8000-PRINT-SUMMARY.                                              08270000
           MOVE SPACES TO REVIEW-RPT-LINE                               08280000
           WRITE REVIEW-RPT-LINE                                        08290000
                                                                        08300000
           MOVE 'ACCOUNTS REVIEWED            ' TO ODREVIEW-SUM-LABEL   08310000
           MOVE ODREVIEW-SCORE-COUNT TO ODREVIEW-SUM-COUNT              08320000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE             08330000
           MOVE 'INCREASES PROPOSED           ' TO ODREVIEW-SUM-LABEL   08340000
           MOVE ODREVIEW-UP-COUNT TO ODREVIEW-SUM-COUNT                 08350000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE             08360000
           MOVE 'DECREASES PROPOSED           ' TO ODREVIEW-SUM-LABEL   08370000
           MOVE ODREVIEW-DOWN-COUNT TO ODREVIEW-SUM-COUNT               08380000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE             08390000
           MOVE 'EARLIER PROPOSALS REPLACED   ' TO ODREVIEW-SUM-LABEL   08400000
           MOVE ODREVIEW-REPLACED-COUNT TO ODREVIEW-SUM-COUNT           08410000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE             08420000
           MOVE 'REVIEWS LEFT IN PROGRESS     ' TO ODREVIEW-SUM-LABEL   08430000
           MOVE ODREVIEW-KEPT-COUNT TO ODREVIEW-SUM-COUNT               08440000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE             08450000
           MOVE 'REDUCTION NOTICES SENT       ' TO ODREVIEW-SUM-LABEL   08460000
           MOVE ODREVIEW-NOTIFIED-COUNT TO ODREVIEW-SUM-COUNT           08470000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE             08480000
           MOVE 'REDUCTIONS APPLIED           ' TO ODREVIEW-SUM-LABEL   08490000
           MOVE ODREVIEW-APPLIED-COUNT TO ODREVIEW-SUM-COUNT            08500000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE             08510000
           MOVE 'REVIEWS SUPERSEDED           ' TO ODREVIEW-SUM-LABEL   08520000
           MOVE ODREVIEW-SUPERSEDED-COUNT TO ODREVIEW-SUM-COUNT         08530000
           WRITE REVIEW-RPT-LINE FROM ODREVIEW-SUMMARY-LINE.            08540000
       8000-EXIT.                                                       08550000
           EXIT.                                                        08560000
                                                                        08570000
      ******************************************************************08580000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *08590000
      ******************************************************************08600000
       9000-TERMINATE.                                                  08610000
           CLOSE SCORE-FILE                                             08620000
           CLOSE ODFACIL-FILE                                           08630000
           CLOSE ODLREV-FILE                                            08640000
           CLOSE CUSCHG-FILE                                            08650000
           CLOSE REVIEW-RPT                                             08660000
                                                                        08670000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              08680000
           COMPUTE RUNCTL-REQ-COUNT =                                   08690000
               ODREVIEW-UP-COUNT + ODREVIEW-DOWN-COUNT                  08700000
             + ODREVIEW-ACTION-COUNT                                    08710000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          08720000
       9000-EXIT.                                                       08730000
           EXIT.                                                        08740000
                                                                        08750000
       9999-EXIT.                                                       08760000
           STOP RUN.                                                    08770000
