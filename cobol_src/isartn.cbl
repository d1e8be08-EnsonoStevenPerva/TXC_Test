      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    ISARTN.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  ISARTN - ANNUAL ISA SUBSCRIPTIONS AND MARKET-VALUE RETURN     *00150000
      *                                                                *00160000
      *  FUNCTION : PRODUCES THE YEAR-END ISA RETURN FOR ONE TAX YEAR  *00170000
      *             FROM THE SUBSCRIPTION LEDGER (COPYBOOK ISASUB)     *00180000
      *             THAT CASHTXN, XFRFUN, INCLRNG, SODDPAY, CHQCLR     *00190000
      *             AND SUSPREL MAINTAIN, AND THE DATED BALANCES       *00200000
      *             EODSNAP RETAINS (COPYBOOK BALSNAP) :               *00210000
      *                                                                *00220000
      *               PASS 1 CLEARS THE MARKET VALUE ON THE TAX        *00230000
      *               YEAR'S LEDGER ROWS, SO A RERUN STARTS CLEAN.     *00240000
      *                                                                *00250000
      *               PASS 2 WALKS THE ACCOUNT MASTER.  EVERY ACCOUNT  *00260000
      *               ON A PRODUCT FLAGGED PRODCAT-ISA IS VALUED AT    *00270000
      *               ITS SNAPSHOT BALANCE AND ADDED TO ITS            *00280000
      *               CUSTOMER'S LEDGER ROW.  A CUSTOMER WHO HOLDS     *00290000
      *               AN ISA BUT SUBSCRIBED NOTHING THIS YEAR STILL    *00300000
      *               GETS A ROW, SINCE THE MARKET VALUE IS STILL      *00310000
      *               RETURNABLE.  AN ISA WITH NO SNAPSHOT ROW IS      *00320000
      *               COUNTED AS UNVALUED RATHER THAN GUESSED AT.      *00330000
      *                                                                *00340000
      *               PASS 3 SWEEPS THE YEAR'S LEDGER ROWS IN KEY      *00350000
      *               ORDER AND WRITES ONE RETURN RECORD AND ONE       *00360000
      *               REPORT LINE PER CUSTOMER, WITH CONTROL TOTALS.   *00370000
      *                                                                *00380000
      *             SYSIN (OPTIONAL) : TAX YEAR COLS 1-4 (THE YEAR IN  *00390000
      *             WHICH IT STARTS ON 6 APRIL), SNAPSHOT DATE COLS    *00400000
      *             6-13.  WITH NO TAX YEAR THE RETURN IS FOR THE      *00410000
      *             MOST RECENTLY ENDED TAX YEAR BY THE BUSINESS DATE  *00420000
      *             (BUSDATE).  WITH NO SNAPSHOT DATE IT IS 5 APRIL    *00430000
      *             AT YEAR END, STEPPED BACK A DAY AT A TIME (UP TO   *00440000
      *             TEN DAYS) TO THE LAST DATE EODSNAP HAS ROWS FOR,   *00450000
      *             SINCE THE SNAPSHOT ONLY RUNS ON BUSINESS DAYS.     *00460000
      *                                                                *00470000
      *  FILES    : ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00480000
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE (INPUT)   *00490000
      *             SNAPFILE - VSAM KSDS - BALANCE SNAPSHOTS (INPUT)   *00500000
      *             ISASUB   - VSAM KSDS - ISA SUBSCRIPTIONS (I-O)     *00510000
      *             SYSIN    - PARAMETER - TAX YEAR, SNAPSHOT DATE     *00520000
      *             ISAOUT   - ISA RETURN EXTRACT (OUTPUT)             *00530000
      *             ISARPT   - RETURN REPORT AND CONTROL TOTALS        *00540000
      *                                                                *00550000
      *  CHANGE HISTORY                                                *00560000
      *  ----------------------------------------------------------    *00570000
      *  DATE        BY    DESCRIPTION                                 *00580000
      *  2026-10-15  BAG   INITIAL VERSION                             *00590000
      *                                                                *00600000
      ******************************************************************00610000
       ENVIRONMENT DIVISION.                                            00620000
       INPUT-OUTPUT SECTION.                                            00630000
       FILE-CONTROL.                                                    00640000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00650000
                  ORGANIZATION IS INDEXED                               00660000
                  ACCESS MODE IS SEQUENTIAL                             00670000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00680000
                  FILE STATUS IS ISARTN-ACCOUNT-STATUS.                 00690000
                                                                        00700000
           SELECT PRODCAT-FILE    ASSIGN TO PRODCAT                     00710000
                  ORGANIZATION IS INDEXED                               00720000
                  ACCESS MODE IS RANDOM                                 00730000
                  RECORD KEY IS PRODCAT-KEY OF PRODCAT-FILE-REC         00740000
                  FILE STATUS IS ISARTN-PRODCAT-STATUS.                 00750000
                                                                        00760000
           SELECT SNAP-FILE       ASSIGN TO SNAPFILE                    00770000
                  ORGANIZATION IS INDEXED                               00780000
                  ACCESS MODE IS DYNAMIC                                00790000
                  RECORD KEY IS BALSNAP-KEY OF SNAP-FILE-REC            00800000
                  FILE STATUS IS ISARTN-SNAP-STATUS.                    00810000
                                                                        00820000
           SELECT ISASUB-FILE     ASSIGN TO ISASUB                      00830000
                  ORGANIZATION IS INDEXED                               00840000
                  ACCESS MODE IS DYNAMIC                                00850000
                  RECORD KEY IS ISASUB-KEY OF ISASUB-FILE-REC           00860000
                  FILE STATUS IS ISARTN-ISASUB-STATUS.                  00870000
                                                                        00880000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00890000
                  ORGANIZATION IS LINE SEQUENTIAL                       00900000
                  FILE STATUS IS ISARTN-PARM-STATUS.                    00910000
                                                                        00920000
           SELECT ISA-OUT         ASSIGN TO ISAOUT                      00930000
                  ORGANIZATION IS LINE SEQUENTIAL                       00940000
                  FILE STATUS IS ISARTN-OUT-STATUS.                     00950000
                                                                        00960000
           SELECT ISA-RPT         ASSIGN TO ISARPT                      00970000
                  ORGANIZATION IS LINE SEQUENTIAL                       00980000
                  FILE STATUS IS ISARTN-RPT-STATUS.                     00990000
                                                                        01000000
       DATA DIVISION.                                                   01010000
       FILE SECTION.                                                    01020000
       FD  ACCOUNT-FILE                                                 01030000
           RECORDING MODE IS F.                                         01040000
       01  ACCOUNT-FILE-REC.                                            01050000
           COPY ACCOUNT.                                                01060000
                                                                        01070000
       FD  PRODCAT-FILE                                                 01080000
           RECORDING MODE IS F.                                         01090000
       01  PRODCAT-FILE-REC.                                            01100000
           COPY PRODCAT.                                                01110000
                                                                        01120000
       FD  SNAP-FILE                                                    01130000
           RECORDING MODE IS F.                                         01140000
       01  SNAP-FILE-REC.                                               01150000
           COPY BALSNAP.                                                01160000
                                                                        01170000
       FD  ISASUB-FILE                                                  01180000
           RECORDING MODE IS F.                                         01190000
       01  ISASUB-FILE-REC.                                             01200000
           COPY ISASUB.                                                 01210000
                                                                        01220000
       FD  PARAMETER-FILE                                               01230000
           RECORDING MODE IS F.                                         01240000
       01  PARAMETER-FILE-REC             PIC X(80).                    01250000
                                                                        01260000
       FD  ISA-OUT                                                      01270000
           RECORDING MODE IS F.                                         01280000
       01  ISA-OUT-REC.                                                 01290000
           05  ISAOUT-TAX-YEAR             PIC 9(4).                    01300000
           05  ISAOUT-SORTCODE             PIC 9(6).                    01310000
           05  ISAOUT-CUSTOMER             PIC 9(10).                   01320000
           05  ISAOUT-ALLOWANCE            PIC 9(7)V99.                 01330000
           05  ISAOUT-SUBSCRIBED           PIC 9(7)V99.                 01340000
           05  ISAOUT-SUB-COUNT            PIC 9(5).                    01350000
           05  ISAOUT-FIRST-SUB-DATE       PIC 9(8).                    01360000
           05  ISAOUT-LAST-SUB-DATE        PIC 9(8).                    01370000
           05  ISAOUT-MARKET-VALUE         PIC S9(10)V99.               01380000
           05  ISAOUT-ISA-ACCOUNTS         PIC 9(3).                    01390000
           05  ISAOUT-VALUED-DATE          PIC 9(8).                    01400000
                                                                        01410000
       FD  ISA-RPT                                                      01420000
           RECORDING MODE IS F.                                         01430000
       01  ISA-RPT-LINE                   PIC X(90).                    01440000
                                                                        01450000
       WORKING-STORAGE SECTION.                                         01460000
       01  ISARTN-WORK-AREA.                                            01470000
           05  ISARTN-ACCOUNT-STATUS       PIC XX.                      01480000
           05  ISARTN-PRODCAT-STATUS       PIC XX.                      01490000
           05  ISARTN-SNAP-STATUS          PIC XX.                      01500000
           05  ISARTN-ISASUB-STATUS        PIC XX.                      01510000
           05  ISARTN-PARM-STATUS          PIC XX.                      01520000
           05  ISARTN-OUT-STATUS           PIC XX.                      01530000
           05  ISARTN-RPT-STATUS           PIC XX.                      01540000
           05  ISARTN-ACC-EOF-SWITCH       PIC X     VALUE 'N'.         01550000
               88  ISARTN-ACC-AT-EOF             VALUE 'Y'.             01560000
           05  ISARTN-SUB-EOF-SWITCH       PIC X     VALUE 'N'.         01570000
               88  ISARTN-SUB-AT-EOF             VALUE 'Y'.             01580000
           05  ISARTN-SNAP-SWITCH          PIC X     VALUE 'N'.         01590000
               88  ISARTN-SNAP-FOUND             VALUE 'Y'.             01600000
           05  ISARTN-CURRENT-DATE         PIC 9(8)  VALUE ZERO.        01610000
           05  ISARTN-TAX-YEAR             PIC 9(4)  VALUE ZERO.        01620000
           05  ISARTN-TAX-DATE             PIC 9(8)  VALUE ZERO.        01630000
           05  ISARTN-TAX-DATE-GRP REDEFINES ISARTN-TAX-DATE.           01640000
               10  ISARTN-TAX-DATE-YYYY    PIC 9(4).                    01650000
               10  ISARTN-TAX-DATE-MMDD    PIC 9(4).                    01660000
           05  ISARTN-SNAP-DATE            PIC 9(8)  VALUE ZERO.        01670000
           05  ISARTN-SNAP-DATE-GRP REDEFINES ISARTN-SNAP-DATE.         01680000
               10  ISARTN-SNAP-YYYY        PIC 9(4).                    01690000
               10  ISARTN-SNAP-MM          PIC 99.                      01700000
               10  ISARTN-SNAP-DD          PIC 99.                      01710000
           05  ISARTN-PROBE-COUNT          PIC 9(3)  COMP VALUE ZERO.   01720000
           05  ISARTN-PROBE-LIMIT          PIC 9(3)  COMP VALUE 10.     01730000
           05  ISARTN-LEAP-QUOTIENT        PIC 9(4)  VALUE ZERO.        01740000
           05  ISARTN-LEAP-REMAINDER       PIC 9     VALUE ZERO.        01750000
           05  ISARTN-CLEARED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01760000
           05  ISARTN-ISA-ACCT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01770000
           05  ISARTN-UNVALUED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01780000
           05  ISARTN-CUST-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01790000
           05  ISARTN-OVER-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01800000
           05  ISARTN-TOTAL-SUBSCRIBED     PIC S9(13)V99 VALUE ZERO.    01810000
           05  ISARTN-TOTAL-MARKET-VALUE   PIC S9(13)V99 VALUE ZERO.    01820000
                                                                        01830000
       01  ISARTN-MONTH-DAYS-VALUES        PIC X(24) VALUE              01840000
           '312831303130313130313031'.                                  01850000
       01  ISARTN-MONTH-DAYS-TABLE REDEFINES ISARTN-MONTH-DAYS-VALUES.  01860000
           05  ISARTN-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.      01870000
                                                                        01880000
       01  ISARTN-PARM-REDEF.                                           01890000
           05  ISARTN-PARM-TAX-YEAR        PIC X(4).                    01900000
           05  FILLER                      PIC X(1).                    01910000
           05  ISARTN-PARM-SNAP-DATE       PIC X(8).                    01920000
           05  FILLER                      PIC X(67).                   01930000
                                                                        01940000
       01  ISARTN-DETAIL-LINE.                                          01950000
           05  ISARTN-DTL-SORTCODE         PIC 9(6).                    01960000
           05  FILLER                      PIC X(1)  VALUE '-'.         01970000
           05  ISARTN-DTL-CUSTOMER         PIC 9(10).                   01980000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01990000
           05  ISARTN-DTL-ALLOWANCE        PIC Z(6)9.99.                02000000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02010000
           05  ISARTN-DTL-SUBSCRIBED       PIC Z(6)9.99.                02020000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02030000
           05  ISARTN-DTL-SUB-COUNT        PIC Z(4)9.                   02040000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02050000
           05  ISARTN-DTL-MARKET-VALUE     PIC -(9)9.99.                02060000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02070000
           05  ISARTN-DTL-ACCOUNTS         PIC ZZ9.                     02080000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02090000
           05  ISARTN-DTL-FLAG             PIC X(10) VALUE SPACES.      02100000
                                                                        02110000
       01  ISARTN-TITLE-LINE.                                           02120000
           05  FILLER                      PIC X(22) VALUE              02130000
               'ISA RETURN, TAX YEAR '.                                 02140000
           05  ISARTN-TTL-TAX-YEAR         PIC 9(4).                    02150000
           05  FILLER                      PIC X(17) VALUE              02160000
               '  VALUED AT     '.                                      02170000
           05  ISARTN-TTL-SNAP-DATE        PIC 9(8).                    02180000
           05  FILLER                      PIC X(39) VALUE SPACES.      02190000
                                                                        02200000
       01  ISARTN-HEADING-1.                                            02210000
           05  FILLER                      PIC X(19) VALUE              02220000
               'CUSTOMER'.                                              02230000
           05  FILLER                      PIC X(12) VALUE              02240000
               'ALLOWANCE'.                                             02250000
           05  FILLER                      PIC X(12) VALUE              02260000
               'SUBSCRIBED'.                                            02270000
           05  FILLER                      PIC X(7)  VALUE              02280000
               'SUBS'.                                                  02290000
           05  FILLER                      PIC X(15) VALUE              02300000
               'MARKET VALUE'.                                          02310000
           05  FILLER                      PIC X(5)  VALUE              02320000
               'ISAS'.                                                  02330000
                                                                        02340000
       01  ISARTN-SUMMARY-LINE-1.                                       02350000
           05  FILLER                      PIC X(20) VALUE              02360000
               'CUSTOMERS RETURNED: '.                                  02370000
           05  ISARTN-SUM-CUSTS            PIC Z(8)9.                   02380000
           05  FILLER                      PIC X(61) VALUE SPACES.      02390000
                                                                        02400000
       01  ISARTN-SUMMARY-LINE-2.                                       02410000
           05  FILLER                      PIC X(20) VALUE              02420000
               'TOTAL SUBSCRIBED  : '.                                  02430000
           05  ISARTN-SUM-SUBSCRIBED       PIC Z(12)9.99.               02440000
           05  FILLER                      PIC X(54) VALUE SPACES.      02450000
                                                                        02460000
       01  ISARTN-SUMMARY-LINE-3.                                       02470000
           05  FILLER                      PIC X(20) VALUE              02480000
               'TOTAL MARKET VALUE: '.                                  02490000
           05  ISARTN-SUM-MARKET-VALUE     PIC -(12)9.99.               02500000
           05  FILLER                      PIC X(53) VALUE SPACES.      02510000
                                                                        02520000
       01  ISARTN-SUMMARY-LINE-4.                                       02530000
           05  FILLER                      PIC X(20) VALUE              02540000
               'ISA ACCOUNTS      : '.                                  02550000
           05  ISARTN-SUM-ISA-ACCTS        PIC Z(8)9.                   02560000
           05  FILLER                      PIC X(61) VALUE SPACES.      02570000
                                                                        02580000
       01  ISARTN-SUMMARY-LINE-5.                                       02590000
           05  FILLER                      PIC X(20) VALUE              02600000
               'UNVALUED ACCOUNTS : '.                                  02610000
           05  ISARTN-SUM-UNVALUED         PIC Z(8)9.                   02620000
           05  FILLER                      PIC X(61) VALUE SPACES.      02630000
                                                                        02640000
       01  ISARTN-SUMMARY-LINE-6.                                       02650000
           05  FILLER                      PIC X(20) VALUE              02660000
               'OVER ALLOWANCE    : '.                                  02670000
           05  ISARTN-SUM-OVER             PIC Z(8)9.                   02680000
           05  FILLER                      PIC X(61) VALUE SPACES.      02690000
                                                                        02700000
       01  RUNCTL-REQUEST-AREA.                                         02710000
           COPY RUNCTLQ.                                                02720000
                                                                        02730000
       01  BUSDATE-REQUEST-AREA.                                        02740000
           COPY BUSDATEQ.                                               02750000
                                                                        02760000
      ******************************************************************02770000
       PROCEDURE DIVISION.                                              02780000
      ******************************************************************02790000
       0000-MAINLINE.                                                   02800000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02810000
                                                                        02820000
           PERFORM 2000-CLEAR-VALUES THRU 2000-EXIT                     02830000
                                                                        02840000
           PERFORM 3000-VALUE-ONE-ACCOUNT THRU 3000-EXIT                02850000
               UNTIL ISARTN-ACC-AT-EOF                                  02860000
                                                                        02870000
           PERFORM 4000-WRITE-RETURN THRU 4000-EXIT                     02880000
                                                                        02890000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             02900000
                                                                        02910000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02920000
                                                                        02930000
           GO TO 9999-EXIT.                                             02940000
                                                                        02950000
      ******************************************************************02960000
      *  1000-INITIALIZE - OPEN THE FILES, READ THE PARAMETERS AND     *02970000
      *  SETTLE THE TAX YEAR AND THE SNAPSHOT DATE TO VALUE AT.        *02980000
      ******************************************************************02990000
       1000-INITIALIZE.                                                 03000000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03010000
           MOVE 'ISARTN' TO RUNCTL-REQ-JOB                              03020000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03030000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03040000
           IF RUNCTL-HELD                                               03050000
               DISPLAY 'ISARTN - HELD - PREDECESSOR NOT COMPLETE'       03060000
               STOP RUN                                                 03070000
           END-IF                                                       03080000
                                                                        03090000
           OPEN INPUT  ACCOUNT-FILE                                     03100000
           OPEN INPUT  PRODCAT-FILE                                     03110000
           OPEN INPUT  SNAP-FILE                                        03120000
           OPEN I-O    ISASUB-FILE                                      03130000
           OPEN INPUT  PARAMETER-FILE                                   03140000
           OPEN OUTPUT ISA-OUT                                          03150000
           OPEN OUTPUT ISA-RPT                                          03160000
                                                                        03170000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03180000
           MOVE BUSDATE-REQ-CURRENT TO ISARTN-CURRENT-DATE              03190000
                                                                        03200000
           MOVE SPACES TO ISARTN-PARM-REDEF                             03210000
           READ PARAMETER-FILE INTO ISARTN-PARM-REDEF                   03220000
               AT END                                                   03230000
                   CONTINUE                                             03240000
           END-READ                                                     03250000
           CLOSE PARAMETER-FILE                                         03260000
                                                                        03270000
           IF ISARTN-PARM-TAX-YEAR IS NUMERIC                           03280000
              AND ISARTN-PARM-TAX-YEAR NOT = '0000'                     03290000
               MOVE ISARTN-PARM-TAX-YEAR TO ISARTN-TAX-YEAR             03300000
           ELSE                                                         03310000
               MOVE ISARTN-CURRENT-DATE TO ISARTN-TAX-DATE              03320000
               MOVE ISARTN-TAX-DATE-YYYY TO ISARTN-TAX-YEAR             03330000
               IF ISARTN-TAX-DATE-MMDD < 0406                           03340000
                   SUBTRACT 1 FROM ISARTN-TAX-YEAR                      03350000
               END-IF                                                   03360000
               SUBTRACT 1 FROM ISARTN-TAX-YEAR                          03370000
           END-IF                                                       03380000
                                                                        03390000
           IF ISARTN-PARM-SNAP-DATE IS NUMERIC                          03400000
              AND ISARTN-PARM-SNAP-DATE NOT = '00000000'                03410000
               MOVE ISARTN-PARM-SNAP-DATE TO ISARTN-SNAP-DATE           03420000
           ELSE                                                         03430000
               COMPUTE ISARTN-SNAP-YYYY = ISARTN-TAX-YEAR + 1           03440000
               MOVE 04 TO ISARTN-SNAP-MM                                03450000
               MOVE 05 TO ISARTN-SNAP-DD                                03460000
               PERFORM 1100-FIND-SNAPSHOT-DATE THRU 1100-EXIT           03470000
           END-IF.                                                      03480000
       1000-EXIT.                                                       03490000
           EXIT.                                                        03500000
                                                                        03510000
      ******************************************************************03520000
      *  1100-FIND-SNAPSHOT-DATE - STEP BACK FROM 5 APRIL TO THE LAST  *03530000
      *  DATE EODSNAP WROTE BALANCES FOR.  IF NONE IS FOUND WITHIN THE *03540000
      *  PROBE LIMIT THE YEAR-END DATE STANDS AND EVERY ISA WILL       *03550000
      *  REPORT AS UNVALUED.                                           *03560000
      ******************************************************************03570000
       1100-FIND-SNAPSHOT-DATE.                                         03580000
           MOVE 'N' TO ISARTN-SNAP-SWITCH                               03590000
           MOVE ZERO TO ISARTN-PROBE-COUNT                              03600000
                                                                        03610000
           PERFORM 1150-PROBE-SNAPSHOT THRU 1150-EXIT                   03620000
               UNTIL ISARTN-SNAP-FOUND                                  03630000
                  OR ISARTN-PROBE-COUNT > ISARTN-PROBE-LIMIT            03640000
                                                                        03650000
           IF NOT ISARTN-SNAP-FOUND                                     03660000
               DISPLAY 'ISARTN - WARNING - NO BALANCE SNAPSHOT FOUND '  03670000
                   'FOR TAX YEAR END ' ISARTN-TAX-YEAR                  03680000
               COMPUTE ISARTN-SNAP-YYYY = ISARTN-TAX-YEAR + 1           03690000
               MOVE 04 TO ISARTN-SNAP-MM                                03700000
               MOVE 05 TO ISARTN-SNAP-DD                                03710000
           END-IF.                                                      03720000
       1100-EXIT.                                                       03730000
           EXIT.                                                        03740000
                                                                        03750000
      ******************************************************************03760000
      *  1150-PROBE-SNAPSHOT - DOES THE SNAPSHOT FILE HOLD ANY ROW FOR *03770000
      *  THE CANDIDATE DATE?  IF NOT, TRY THE DAY BEFORE.              *03780000
      ******************************************************************03790000
       1150-PROBE-SNAPSHOT.                                             03800000
           ADD 1 TO ISARTN-PROBE-COUNT                                  03810000
           MOVE ISARTN-SNAP-DATE TO BALSNAP-DATE OF SNAP-FILE-REC       03820000
           MOVE ZERO TO BALSNAP-SORTCODE OF SNAP-FILE-REC               03830000
           MOVE ZERO TO BALSNAP-NUMBER OF SNAP-FILE-REC                 03840000
                                                                        03850000
           START SNAP-FILE KEY IS NOT LESS THAN                         03860000
                 BALSNAP-KEY OF SNAP-FILE-REC                           03870000
               INVALID KEY                                              03880000
                   PERFORM 1180-STEP-BACK-ONE-DAY THRU 1180-EXIT        03890000
                   GO TO 1150-EXIT                                      03900000
           END-START                                                    03910000
                                                                        03920000
           READ SNAP-FILE NEXT RECORD                                   03930000
               AT END                                                   03940000
                   PERFORM 1180-STEP-BACK-ONE-DAY THRU 1180-EXIT        03950000
                   GO TO 1150-EXIT                                      03960000
           END-READ                                                     03970000
                                                                        03980000
           IF BALSNAP-DATE OF SNAP-FILE-REC = ISARTN-SNAP-DATE          03990000
               MOVE 'Y' TO ISARTN-SNAP-SWITCH                           04000000
           ELSE                                                         04010000
               PERFORM 1180-STEP-BACK-ONE-DAY THRU 1180-EXIT            04020000
           END-IF.                                                      04030000
       1150-EXIT.                                                       04040000
           EXIT.                                                        04050000
                                                                        04060000
      ******************************************************************04070000
      *  1180-STEP-BACK-ONE-DAY - THE CALENDAR DAY BEFORE THE          *04080000
      *  CANDIDATE DATE, ACROSS MONTH AND YEAR ENDS.  LEAP YEARS ARE   *04090000
      *  EVERY FOURTH YEAR, WHICH HOLDS FOR ANY DATE THIS BANK WILL    *04100000
      *  RETURN ON.                                                    *04110000
      ******************************************************************04120000
       1180-STEP-BACK-ONE-DAY.                                          04130000
           IF ISARTN-SNAP-DD > 1                                        04140000
               SUBTRACT 1 FROM ISARTN-SNAP-DD                           04150000
               GO TO 1180-EXIT                                          04160000
           END-IF                                                       04170000
                                                                        04180000
           IF ISARTN-SNAP-MM > 1                                        04190000
               SUBTRACT 1 FROM ISARTN-SNAP-MM                           04200000
           ELSE                                                         04210000
               SUBTRACT 1 FROM ISARTN-SNAP-YYYY                         04220000
               MOVE 12 TO ISARTN-SNAP-MM                                04230000
           END-IF                                                       04240000
                                                                        04250000
           MOVE ISARTN-MONTH-DAYS (ISARTN-SNAP-MM) TO ISARTN-SNAP-DD    04260000
           IF ISARTN-SNAP-MM = 2                                        04270000
               DIVIDE ISARTN-SNAP-YYYY BY 4                             04280000
                   GIVING ISARTN-LEAP-QUOTIENT                          04290000
                   REMAINDER ISARTN-LEAP-REMAINDER                      04300000
               IF ISARTN-LEAP-REMAINDER = ZERO                          04310000
                   MOVE 29 TO ISARTN-SNAP-DD                            04320000
               END-IF                                                   04330000
           END-IF.                                                      04340000
       1180-EXIT.                                                       04350000
           EXIT.                                                        04360000
                                                                        04370000
      ******************************************************************04380000
      *  2000-CLEAR-VALUES - ZERO THE MARKET VALUE ON EVERY LEDGER ROW *04390000
      *  FOR THE TAX YEAR, SO A RERUN (OR A RUN AT A DIFFERENT         *04400000
      *  SNAPSHOT DATE) DOES NOT ADD TO THE LAST ONE.                  *04410000
      ******************************************************************04420000
       2000-CLEAR-VALUES.                                               04430000
           MOVE 'N' TO ISARTN-SUB-EOF-SWITCH                            04440000
           PERFORM 2900-START-TAX-YEAR THRU 2900-EXIT                   04450000
                                                                        04460000
           PERFORM 2100-CLEAR-ONE-ROW THRU 2100-EXIT                    04470000
               UNTIL ISARTN-SUB-AT-EOF.                                 04480000
       2000-EXIT.                                                       04490000
           EXIT.                                                        04500000
                                                                        04510000
      ******************************************************************04520000
      *  2100-CLEAR-ONE-ROW - ONE LEDGER ROW.                          *04530000
      ******************************************************************04540000
       2100-CLEAR-ONE-ROW.                                              04550000
           PERFORM 2950-READ-NEXT-IN-YEAR THRU 2950-EXIT                04560000
           IF ISARTN-SUB-AT-EOF                                         04570000
               GO TO 2100-EXIT                                          04580000
           END-IF                                                       04590000
                                                                        04600000
           MOVE ZERO TO ISASUB-MARKET-VALUE OF ISASUB-FILE-REC          04610000
           MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC          04620000
           MOVE ZERO TO ISASUB-VALUED-DATE OF ISASUB-FILE-REC           04630000
           REWRITE ISASUB-FILE-REC                                      04640000
               INVALID KEY                                              04650000
                   DISPLAY 'ISARTN - CRITICAL - ISASUB REWRITE FAILED ' 04660000
                       'STATUS ' ISARTN-ISASUB-STATUS                   04670000
           END-REWRITE                                                  04680000
           ADD 1 TO ISARTN-CLEARED-COUNT.                               04690000
       2100-EXIT.                                                       04700000
           EXIT.                                                        04710000
                                                                        04720000
      ******************************************************************04730000
      *  2900-START-TAX-YEAR - POSITION THE LEDGER AT THE FIRST ROW    *04740000
      *  FOR THE TAX YEAR.  THE YEAR LEADS THE KEY.                    *04750000
      ******************************************************************04760000
       2900-START-TAX-YEAR.                                             04770000
           MOVE ISARTN-TAX-YEAR TO ISASUB-TAX-YEAR OF ISASUB-FILE-REC   04780000
           MOVE ZERO TO ISASUB-CUST-SORTCODE OF ISASUB-FILE-REC         04790000
           MOVE ZERO TO ISASUB-CUST-NUMBER OF ISASUB-FILE-REC           04800000
                                                                        04810000
           START ISASUB-FILE KEY IS NOT LESS THAN                       04820000
                 ISASUB-KEY OF ISASUB-FILE-REC                          04830000
               INVALID KEY                                              04840000
                   SET ISARTN-SUB-AT-EOF TO TRUE                        04850000
           END-START.                                                   04860000
       2900-EXIT.                                                       04870000
           EXIT.                                                        04880000
                                                                        04890000
      ******************************************************************04900000
      *  2950-READ-NEXT-IN-YEAR - THE NEXT LEDGER ROW, OR END OF FILE  *04910000
      *  ONCE THE SWEEP PASSES THE END OF THE TAX YEAR.                *04920000
      ******************************************************************04930000
       2950-READ-NEXT-IN-YEAR.                                          04940000
           READ ISASUB-FILE NEXT RECORD                                 04950000
               AT END                                                   04960000
                   SET ISARTN-SUB-AT-EOF TO TRUE                        04970000
                   GO TO 2950-EXIT                                      04980000
           END-READ                                                     04990000
                                                                        05000000
           IF ISASUB-TAX-YEAR OF ISASUB-FILE-REC NOT = ISARTN-TAX-YEAR  05010000
               SET ISARTN-SUB-AT-EOF TO TRUE                            05020000
           END-IF.                                                      05030000
       2950-EXIT.                                                       05040000
           EXIT.                                                        05050000
                                                                        05060000
      ******************************************************************05070000
      *  3000-VALUE-ONE-ACCOUNT - AN ACCOUNT ON AN ISA PRODUCT ADDS    *05080000
      *  ITS SNAPSHOT BALANCE TO ITS CUSTOMER'S LEDGER ROW.            *05090000
      ******************************************************************05100000
       3000-VALUE-ONE-ACCOUNT.                                          05110000
           READ ACCOUNT-FILE NEXT                                       05120000
               AT END                                                   05130000
                   SET ISARTN-ACC-AT-EOF TO TRUE                        05140000
                   GO TO 3000-EXIT                                      05150000
           END-READ                                                     05160000
                                                                        05170000
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC                        05180000
               TO PRODCAT-TYPE OF PRODCAT-FILE-REC                      05190000
           READ PRODCAT-FILE                                            05200000
               INVALID KEY                                              05210000
                   GO TO 3000-EXIT                                      05220000
           END-READ                                                     05230000
                                                                        05240000
           IF NOT PRODCAT-ISA OF PRODCAT-FILE-REC                       05250000
               GO TO 3000-EXIT                                          05260000
           END-IF                                                       05270000
                                                                        05280000
           ADD 1 TO ISARTN-ISA-ACCT-COUNT                               05290000
                                                                        05300000
           MOVE ISARTN-SNAP-DATE TO BALSNAP-DATE OF SNAP-FILE-REC       05310000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    05320000
               TO BALSNAP-SORTCODE OF SNAP-FILE-REC                     05330000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      05340000
               TO BALSNAP-NUMBER OF SNAP-FILE-REC                       05350000
           READ SNAP-FILE                                               05360000
               KEY IS BALSNAP-KEY OF SNAP-FILE-REC                      05370000
               INVALID KEY                                              05380000
                   ADD 1 TO ISARTN-UNVALUED-COUNT                       05390000
                   GO TO 3000-EXIT                                      05400000
           END-READ                                                     05410000
                                                                        05420000
           PERFORM 3100-ADD-TO-CUSTOMER THRU 3100-EXIT.                 05430000
       3000-EXIT.                                                       05440000
           EXIT.                                                        05450000
                                                                        05460000
      ******************************************************************05470000
      *  3100-ADD-TO-CUSTOMER - FOLD THE BALANCE INTO THE CUSTOMER'S   *05480000
      *  LEDGER ROW FOR THE TAX YEAR, STARTING ONE WITH NO             *05490000
      *  SUBSCRIPTIONS IF THE CUSTOMER PAID NOTHING IN THIS YEAR.      *05500000
      ******************************************************************05510000
       3100-ADD-TO-CUSTOMER.                                            05520000
           MOVE ISARTN-TAX-YEAR TO ISASUB-TAX-YEAR OF ISASUB-FILE-REC   05530000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    05540000
               TO ISASUB-CUST-SORTCODE OF ISASUB-FILE-REC               05550000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             05560000
               TO ISASUB-CUST-NUMBER OF ISASUB-FILE-REC                 05570000
                                                                        05580000
           READ ISASUB-FILE                                             05590000
               KEY IS ISASUB-KEY OF ISASUB-FILE-REC                     05600000
               INVALID KEY                                              05610000
                   MOVE 'ISAS' TO ISASUB-EYECATCHER OF ISASUB-FILE-REC  05620000
                   MOVE ZERO TO ISASUB-ALLOWANCE OF ISASUB-FILE-REC     05630000
                   MOVE ZERO TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC    05640000
                   MOVE ZERO TO ISASUB-SUB-COUNT OF ISASUB-FILE-REC     05650000
                   MOVE ZERO TO ISASUB-FIRST-SUB-DATE OF ISASUB-FILE-REC05660000
                   MOVE ZERO TO ISASUB-LAST-SUB-DATE OF ISASUB-FILE-REC 05670000
                   MOVE ZERO TO ISASUB-MARKET-VALUE OF ISASUB-FILE-REC  05680000
                   MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC  05690000
                   PERFORM 3200-SET-VALUE THRU 3200-EXIT                05700000
                   WRITE ISASUB-FILE-REC                                05710000
                       INVALID KEY                                      05720000
                           DISPLAY 'ISARTN - CRITICAL - ISASUB WRITE '  05730000
                               'FAILED STATUS ' ISARTN-ISASUB-STATUS    05740000
                   END-WRITE                                            05750000
                   GO TO 3100-EXIT                                      05760000
           END-READ                                                     05770000
                                                                        05780000
           PERFORM 3200-SET-VALUE THRU 3200-EXIT                        05790000
           REWRITE ISASUB-FILE-REC                                      05800000
               INVALID KEY                                              05810000
                   DISPLAY 'ISARTN - CRITICAL - ISASUB REWRITE FAILED ' 05820000
                       'STATUS ' ISARTN-ISASUB-STATUS                   05830000
           END-REWRITE.                                                 05840000
       3100-EXIT.                                                       05850000
           EXIT.                                                        05860000
                                                                        05870000
      ******************************************************************05880000
      *  3200-SET-VALUE - ADD ONE ISA'S SNAPSHOT BALANCE TO THE ROW.   *05890000
      ******************************************************************05900000
       3200-SET-VALUE.                                                  05910000
           ADD BALSNAP-BALANCE OF SNAP-FILE-REC                         05920000
               TO ISASUB-MARKET-VALUE OF ISASUB-FILE-REC                05930000
           ADD 1 TO ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC              05940000
           MOVE ISARTN-SNAP-DATE                                        05950000
               TO ISASUB-VALUED-DATE OF ISASUB-FILE-REC.                05960000
       3200-EXIT.                                                       05970000
           EXIT.                                                        05980000
                                                                        05990000
      ******************************************************************06000000
      *  4000-WRITE-RETURN - ONE RETURN RECORD AND REPORT LINE PER     *06010000
      *  CUSTOMER ROW FOR THE TAX YEAR, IN SORT-CODE AND CUSTOMER      *06020000
      *  ORDER.                                                        *06030000
      ******************************************************************06040000
       4000-WRITE-RETURN.                                               06050000
           MOVE ISARTN-TAX-YEAR TO ISARTN-TTL-TAX-YEAR                  06060000
           MOVE ISARTN-SNAP-DATE TO ISARTN-TTL-SNAP-DATE                06070000
           WRITE ISA-RPT-LINE FROM ISARTN-TITLE-LINE                    06080000
           MOVE SPACES TO ISA-RPT-LINE                                  06090000
           WRITE ISA-RPT-LINE                                           06100000
           WRITE ISA-RPT-LINE FROM ISARTN-HEADING-1                     06110000
                                                                        06120000
           MOVE 'N' TO ISARTN-SUB-EOF-SWITCH                            06130000
           PERFORM 2900-START-TAX-YEAR THRU 2900-EXIT                   06140000
                                                                        06150000
           PERFORM 4100-WRITE-ONE-CUSTOMER THRU 4100-EXIT               06160000
               UNTIL ISARTN-SUB-AT-EOF.                                 06170000
       4000-EXIT.                                                       06180000
           EXIT.                                                        06190000
                                                                        06200000
      ******************************************************************06210000
      *  4100-WRITE-ONE-CUSTOMER - ONE CUSTOMER'S RETURN.  A ROW       *06220000
      *  SHOWING MORE SUBSCRIBED THAN ITS ALLOWANCE IS FLAGGED FOR     *06230000
      *  REVIEW - THE CREDIT PATHS SHOULD NEVER LET ONE THROUGH.       *06240000
      ******************************************************************06250000
       4100-WRITE-ONE-CUSTOMER.                                         06260000
           PERFORM 2950-READ-NEXT-IN-YEAR THRU 2950-EXIT                06270000
           IF ISARTN-SUB-AT-EOF                                         06280000
               GO TO 4100-EXIT                                          06290000
           END-IF                                                       06300000
                                                                        06310000
           ADD 1 TO ISARTN-CUST-COUNT                                   06320000
           ADD ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                     06330000
               TO ISARTN-TOTAL-SUBSCRIBED                               06340000
           ADD ISASUB-MARKET-VALUE OF ISASUB-FILE-REC                   06350000
               TO ISARTN-TOTAL-MARKET-VALUE                             06360000
                                                                        06370000
           MOVE ISASUB-TAX-YEAR OF ISASUB-FILE-REC TO ISAOUT-TAX-YEAR   06380000
           MOVE ISASUB-CUST-SORTCODE OF ISASUB-FILE-REC                 06390000
               TO ISAOUT-SORTCODE                                       06400000
           MOVE ISASUB-CUST-NUMBER OF ISASUB-FILE-REC                   06410000
               TO ISAOUT-CUSTOMER                                       06420000
           MOVE ISASUB-ALLOWANCE OF ISASUB-FILE-REC TO ISAOUT-ALLOWANCE 06430000
           MOVE ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                    06440000
               TO ISAOUT-SUBSCRIBED                                     06450000
           MOVE ISASUB-SUB-COUNT OF ISASUB-FILE-REC TO ISAOUT-SUB-COUNT 06460000
           MOVE ISASUB-FIRST-SUB-DATE OF ISASUB-FILE-REC                06470000
               TO ISAOUT-FIRST-SUB-DATE                                 06480000
           MOVE ISASUB-LAST-SUB-DATE OF ISASUB-FILE-REC                 06490000
               TO ISAOUT-LAST-SUB-DATE                                  06500000
           MOVE ISASUB-MARKET-VALUE OF ISASUB-FILE-REC                  06510000
               TO ISAOUT-MARKET-VALUE                                   06520000
           MOVE ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC                  06530000
               TO ISAOUT-ISA-ACCOUNTS                                   06540000
           MOVE ISASUB-VALUED-DATE OF ISASUB-FILE-REC                   06550000
               TO ISAOUT-VALUED-DATE                                    06560000
           WRITE ISA-OUT-REC                                            06570000
                                                                        06580000
           MOVE ISASUB-CUST-SORTCODE OF ISASUB-FILE-REC                 06590000
               TO ISARTN-DTL-SORTCODE                                   06600000
           MOVE ISASUB-CUST-NUMBER OF ISASUB-FILE-REC                   06610000
               TO ISARTN-DTL-CUSTOMER                                   06620000
           MOVE ISASUB-ALLOWANCE OF ISASUB-FILE-REC                     06630000
               TO ISARTN-DTL-ALLOWANCE                                  06640000
           MOVE ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                    06650000
               TO ISARTN-DTL-SUBSCRIBED                                 06660000
           MOVE ISASUB-SUB-COUNT OF ISASUB-FILE-REC                     06670000
               TO ISARTN-DTL-SUB-COUNT                                  06680000
           MOVE ISASUB-MARKET-VALUE OF ISASUB-FILE-REC                  06690000
               TO ISARTN-DTL-MARKET-VALUE                               06700000
           MOVE ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC                  06710000
               TO ISARTN-DTL-ACCOUNTS                                   06720000
           MOVE SPACES TO ISARTN-DTL-FLAG                               06730000
           IF ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                      06740000
              > ISASUB-ALLOWANCE OF ISASUB-FILE-REC                     06750000
               MOVE 'OVER' TO ISARTN-DTL-FLAG                           06760000
               ADD 1 TO ISARTN-OVER-COUNT                               06770000
           END-IF                                                       06780000
                                                                        06790000
           WRITE ISA-RPT-LINE FROM ISARTN-DETAIL-LINE.                  06800000
       4100-EXIT.                                                       06810000
           EXIT.                                                        06820000
                                                                        06830000
      ******************************************************************06840000
      *  8000-PRINT-CONTROL-TOTALS - THE FIGURES THE RETURN IS SIGNED  *06850000
      *  OFF AGAINST.                                                  *06860000
      ******************************************************************06870000
       8000-PRINT-CONTROL-TOTALS.                                       06880000
           MOVE SPACES TO ISA-RPT-LINE                                  06890000
           WRITE ISA-RPT-LINE                                           06900000
                                                                        06910000
           MOVE ISARTN-CUST-COUNT TO ISARTN-SUM-CUSTS                   06920000
           WRITE ISA-RPT-LINE FROM ISARTN-SUMMARY-LINE-1                06930000
                                                                        06940000
           MOVE ISARTN-TOTAL-SUBSCRIBED TO ISARTN-SUM-SUBSCRIBED        06950000
           WRITE ISA-RPT-LINE FROM ISARTN-SUMMARY-LINE-2                06960000
                                                                        06970000
           MOVE ISARTN-TOTAL-MARKET-VALUE TO ISARTN-SUM-MARKET-VALUE    06980000
           WRITE ISA-RPT-LINE FROM ISARTN-SUMMARY-LINE-3                06990000
                                                                        07000000
           MOVE ISARTN-ISA-ACCT-COUNT TO ISARTN-SUM-ISA-ACCTS           07010000
           WRITE ISA-RPT-LINE FROM ISARTN-SUMMARY-LINE-4                07020000
                                                                        07030000
           MOVE ISARTN-UNVALUED-COUNT TO ISARTN-SUM-UNVALUED            07040000
           WRITE ISA-RPT-LINE FROM ISARTN-SUMMARY-LINE-5                07050000
                                                                        07060000
           MOVE ISARTN-OVER-COUNT TO ISARTN-SUM-OVER                    07070000
           WRITE ISA-RPT-LINE FROM ISARTN-SUMMARY-LINE-6.               07080000
       8000-EXIT.                                                       07090000
           EXIT.                                                        07100000
                                                                        07110000
      ******************************************************************07120000
      *  9000-TERMINATE - CLOSE THE FILES.                             *07130000
      ******************************************************************07140000
       9000-TERMINATE.                                                  07150000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              07160000
           MOVE ISARTN-CUST-COUNT TO RUNCTL-REQ-COUNT                   07170000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           07180000
                                                                        07190000
           CLOSE ACCOUNT-FILE                                           07200000
           CLOSE PRODCAT-FILE                                           07210000
           CLOSE SNAP-FILE                                              07220000
           CLOSE ISASUB-FILE                                            07230000
           CLOSE ISA-OUT                                                07240000
           CLOSE ISA-RPT.                                               07250000
       9000-EXIT.                                                       07260000
           EXIT.                                                        07270000
                                                                        07280000
       9999-EXIT.                                                       07290000
           STOP RUN.                                                    07300000
