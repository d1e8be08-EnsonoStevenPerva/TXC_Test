      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    BHVCALC.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  BHVCALC - MONTHLY BEHAVIOURAL SCORING                         *00150000
      *                                                                *00160000
      *  FUNCTION : SCORES HOW EVERY ACCOUNT WAS RUN IN THE SCORE      *00170000
      *             MONTH AND WRITES THE RESULT TO THE BEHAVIOURAL     *00180000
      *             SCORE FILE (COPYBOOK BHVSCORE) - ONE ROW PER       *00190000
      *             ACCOUNT AND ONE PER CUSTOMER.  THE EVIDENCE IS :   *00200000
      *                                                                *00210000
      *               BALANCES        - THE AVERAGE AND LOWEST         *00220000
      *                                 END-OF-DAY BALANCE (BALSNAP)   *00230000
      *               DAYS OVER LIMIT - DAYS THE BALANCE CLOSED        *00240000
      *                                 BEYOND THE ARRANGED LIMIT      *00250000
      *                                 (ODFACIL; NO FACILITY, OR AN   *00260000
      *                                 EXPIRED ONE, IS A LIMIT OF     *00270000
      *                                 ZERO)                          *00280000
      *               RETRIES         - STANDING-ORDER RETRY ATTEMPTS  *00290000
      *                                 AND RETRIES EXHAUSTED, FROM    *00300000
      *                                 THE SODDPAY RETRY QUEUE        *00310000
      *               RETURNED CHQS   - CHF PROCTRAN ENTRIES           *00320000
      *               COLLECTIONS     - COLLECTIONS CASES OPEN AT ANY  *00330000
      *                                 TIME IN THE MONTH (COLLCASE),  *00340000
      *                                 AND WHETHER ONE IS STILL OPEN  *00350000
      *                                                                *00360000
      *             EACH ACCOUNT STARTS FROM THE BASE SCORE, GAINS     *00370000
      *             POINTS FOR A HEALTHY AVERAGE AND A BALANCE THAT    *00380000
      *             NEVER WENT NEGATIVE, AND LOSES POINTS FOR EACH     *00390000
      *             ITEM OF ADVERSE EVIDENCE.  THE SCORE IS HELD TO    *00400000
      *             0-999 AND BANDED A TO D.  A CUSTOMER TAKES THE     *00410000
      *             LOWEST SCORE OF THEIR ACCOUNTS - A CUSTOMER IS     *00420000
      *             ONLY AS SOUND AS THE WORST-RUN ACCOUNT THEY HOLD.  *00430000
      *                                                                *00440000
      *             A RERUN FOR THE SAME MONTH FIRST REMOVES THAT      *00450000
      *             MONTH'S SCORES, SO IT REPLACES RATHER THAN ADDS.   *00460000
      *             FEECHG TAKES EXHAUSTED RETRIES OFF THE QUEUE WHEN  *00470000
      *             IT CHARGES THEM, SO THIS JOB RUNS AHEAD OF THE     *00480000
      *             MONTH-END FEECHG RUN.  ODREVIEW PROPOSES           *00490000
      *             OVERDRAFT LIMIT CHANGES FROM THE SCORES.           *00500000
      *                                                                *00510000
      *             PASSES 1 TO 4 GATHER THE EVIDENCE ONTO THE         *00520000
      *             MONTH'S ACCOUNT ROWS.  PASS 5 SCORES EACH ACCOUNT  *00530000
      *             AND ROLLS IT UP TO A KEYED CUSTOMER WORK FILE,     *00540000
      *             WHICH PASS 6 SCORES AND WRITES AS CUSTOMER ROWS.   *00550000
      *                                                                *00560000
      *  FILES    : SNAPFILE - VSAM KSDS - BALANCE SNAPSHOTS (INPUT)   *00570000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (INPUT) *00580000
      *             RTRYFILE - VSAM KSDS - STANDING ORDER RETRIES (IN) *00590000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (INPUT)     *00600000
      *             CCASE    - VSAM KSDS - COLLECTIONS CASES (INPUT)   *00610000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00620000
      *             BHVSCORE - VSAM KSDS - BEHAVIOURAL SCORES (I-O)    *00630000
      *             BHVCUST  - VSAM KSDS - CUSTOMER WORK (I-O)         *00640000
      *             SYSIN    - PARAMETER FILE - SCORE MONTH (YYYYMM,   *00650000
      *                        COLS 1-6, DEFAULT THE CURRENT MONTH)    *00660000
      *             BHVRPT   - SCORING REPORT (OUTPUT)                 *00670000
      *                                                                *00680000
      *  CHANGE HISTORY                                                *00690000
      *  ----------------------------------------------------------    *00700000
      *  DATE        BY    DESCRIPTION                                 *00710000
      *  2026-10-15  BAG   INITIAL VERSION                             *00720000
      *                                                                *00730000
      ******************************************************************00740000
       ENVIRONMENT DIVISION.                                            00750000
       INPUT-OUTPUT SECTION.                                            00760000
       FILE-CONTROL.                                                    00770000
           SELECT SNAP-FILE       ASSIGN TO SNAPFILE                    00780000
                  ORGANIZATION IS INDEXED                               00790000
                  ACCESS MODE IS DYNAMIC                                00800000
                  RECORD KEY IS BALSNAP-KEY OF SNAP-FILE-REC            00810000
                  FILE STATUS IS BHVCALC-SNAP-STATUS.                   00820000
                                                                        00830000
           SELECT ODFACIL-FILE    ASSIGN TO ODFACIL                     00840000
                  ORGANIZATION IS INDEXED                               00850000
                  ACCESS MODE IS RANDOM                                 00860000
                  RECORD KEY IS ODFACIL-KEY OF ODFACIL-FILE-REC         00870000
                  FILE STATUS IS BHVCALC-ODFACIL-STATUS.                00880000
                                                                        00890000
           SELECT RETRY-FILE      ASSIGN TO RTRYFILE                    00900000
                  ORGANIZATION IS INDEXED                               00910000
                  ACCESS MODE IS SEQUENTIAL                             00920000
                  RECORD KEY IS SODRETRY-KEY OF RETRY-FILE-REC          00930000
                  FILE STATUS IS BHVCALC-RETRY-STATUS.                  00940000
                                                                        00950000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00960000
                  ORGANIZATION IS INDEXED                               00970000
                  ACCESS MODE IS SEQUENTIAL                             00980000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00990000
                  FILE STATUS IS BHVCALC-PROCTRAN-STATUS.               01000000
                                                                        01010000
           SELECT COLLCASE-FILE   ASSIGN TO CCASE                       01020000
                  ORGANIZATION IS INDEXED                               01030000
                  ACCESS MODE IS SEQUENTIAL                             01040000
                  RECORD KEY IS COLLCASE-KEY OF COLLCASE-FILE-REC       01050000
                  FILE STATUS IS BHVCALC-COLLCASE-STATUS.               01060000
                                                                        01070000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     01080000
                  ORGANIZATION IS INDEXED                               01090000
                  ACCESS MODE IS RANDOM                                 01100000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         01110000
                  FILE STATUS IS BHVCALC-ACCOUNT-STATUS.                01120000
                                                                        01130000
           SELECT SCORE-FILE      ASSIGN TO BHVSCORE                    01140000
                  ORGANIZATION IS INDEXED                               01150000
                  ACCESS MODE IS DYNAMIC                                01160000
                  RECORD KEY IS BHVSCORE-KEY OF SCORE-FILE-REC          01170000
                  FILE STATUS IS BHVCALC-SCORE-STATUS.                  01180000
                                                                        01190000
           SELECT CUST-WORK-FILE  ASSIGN TO BHVCUST                     01200000
                  ORGANIZATION IS INDEXED                               01210000
                  ACCESS MODE IS DYNAMIC                                01220000
                  RECORD KEY IS BHVCALC-CW-KEY                          01230000
                  FILE STATUS IS BHVCALC-CW-STATUS.                     01240000
                                                                        01250000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01260000
                  ORGANIZATION IS LINE SEQUENTIAL                       01270000
                  FILE STATUS IS BHVCALC-PARM-STATUS.                   01280000
                                                                        01290000
           SELECT SCORE-RPT       ASSIGN TO BHVRPT                      01300000
                  ORGANIZATION IS LINE SEQUENTIAL                       01310000
                  FILE STATUS IS BHVCALC-RPT-STATUS.                    01320000
                                                                        01330000
       DATA DIVISION.                                                   01340000
       FILE SECTION.                                                    01350000
       FD  SNAP-FILE                                                    01360000
           RECORDING MODE IS F.                                         01370000
       01  SNAP-FILE-REC.                                               01380000
           COPY BALSNAP.                                                01390000
                                                                        01400000
       FD  ODFACIL-FILE                                                 01410000
           RECORDING MODE IS F.                                         01420000
       01  ODFACIL-FILE-REC.                                            01430000
           COPY ODFACIL.                                                01440000
                                                                        01450000
       FD  RETRY-FILE                                                   01460000
           RECORDING MODE IS F.                                         01470000
       01  RETRY-FILE-REC.                                              01480000
           COPY SODRETRY.                                               01490000
                                                                        01500000
       FD  PROCTRAN-FILE                                                01510000
           RECORDING MODE IS F.                                         01520000
       01  PROCTRAN-FILE-REC.                                           01530000
           COPY PROCTRAN.                                               01540000
                                                                        01550000
       FD  COLLCASE-FILE                                                01560000
           RECORDING MODE IS F.                                         01570000
       01  COLLCASE-FILE-REC.                                           01580000
           COPY COLLCASE.                                               01590000
                                                                        01600000
       FD  ACCOUNT-FILE                                                 01610000
           RECORDING MODE IS F.                                         01620000
       01  ACCOUNT-FILE-REC.                                            01630000
           COPY ACCOUNT.                                                01640000
                                                                        01650000
       FD  SCORE-FILE                                                   01660000
           RECORDING MODE IS F.                                         01670000
       01  SCORE-FILE-REC.                                              01680000
           COPY BHVSCORE.                                               01690000
                                                                        01700000
      *    ONE ROW PER CUSTOMER WITH A SCORED ACCOUNT IN THE MONTH.    *01710000
       FD  CUST-WORK-FILE                                               01720000
           RECORDING MODE IS F.                                         01730000
       01  BHVCALC-CW-REC.                                              01740000
           05  BHVCALC-CW-KEY.                                          01750000
               10  BHVCALC-CW-SORTCODE     PIC 9(6).                    01760000
               10  BHVCALC-CW-CUSTOMER     PIC 9(10).                   01770000
           05  BHVCALC-CW-ACCOUNTS         PIC 9(5).                    01780000
           05  BHVCALC-CW-SNAP-DAYS        PIC 9(3).                    01790000
           05  BHVCALC-CW-BALANCE-SUM      PIC S9(13)V99.               01800000
           05  BHVCALC-CW-AVERAGE          PIC S9(10)V99.               01810000
           05  BHVCALC-CW-MINIMUM          PIC S9(10)V99.               01820000
           05  BHVCALC-CW-OD-LIMIT         PIC 9(10)V99.                01830000
           05  BHVCALC-CW-DAYS-OVER        PIC 9(3).                    01840000
           05  BHVCALC-CW-SOD-RETRIES      PIC 9(5).                    01850000
           05  BHVCALC-CW-SOD-FAILURES     PIC 9(5).                    01860000
           05  BHVCALC-CW-CHEQUES          PIC 9(5).                    01870000
           05  BHVCALC-CW-COLL-CASES       PIC 9(3).                    01880000
           05  BHVCALC-CW-COLL-OPEN        PIC X.                       01890000
           05  BHVCALC-CW-SCORE            PIC 9(3).                    01900000
                                                                        01910000
       FD  PARAMETER-FILE                                               01920000
           RECORDING MODE IS F.                                         01930000
       01  PARAMETER-FILE-REC              PIC X(80).                   01940000
                                                                        01950000
       FD  SCORE-RPT                                                    01960000
           RECORDING MODE IS F.                                         01970000
       01  SCORE-RPT-LINE                  PIC X(80).                   01980000
                                                                        01990000
       WORKING-STORAGE SECTION.                                         02000000
       01  BHVCALC-WORK-AREA.                                           02010000
           05  BHVCALC-SNAP-STATUS         PIC XX.                      02020000
           05  BHVCALC-ODFACIL-STATUS      PIC XX.                      02030000
           05  BHVCALC-RETRY-STATUS        PIC XX.                      02040000
           05  BHVCALC-PROCTRAN-STATUS     PIC XX.                      02050000
           05  BHVCALC-COLLCASE-STATUS     PIC XX.                      02060000
           05  BHVCALC-ACCOUNT-STATUS      PIC XX.                      02070000
           05  BHVCALC-SCORE-STATUS        PIC XX.                      02080000
           05  BHVCALC-CW-STATUS           PIC XX.                      02090000
           05  BHVCALC-PARM-STATUS         PIC XX.                      02100000
           05  BHVCALC-RPT-STATUS          PIC XX.                      02110000
           05  BHVCALC-EOF-SWITCH          PIC X     VALUE 'N'.         02120000
               88  BHVCALC-AT-EOF                VALUE 'Y'.             02130000
           05  BHVCALC-CURRENT-DATE        PIC 9(8).                    02140000
           05  BHVCALC-SCORE-MONTH         PIC 9(6)  VALUE ZERO.        02150000
           05  BHVCALC-SAVE-KEY            PIC X(23).                   02160000
           05  BHVCALC-LIMIT               PIC 9(10)V99 VALUE ZERO.     02170000
           05  BHVCALC-SCORE-WORK          PIC S9(5) COMP VALUE ZERO.   02180000
           05  BHVCALC-PENALTY             PIC S9(5) COMP VALUE ZERO.   02190000
           05  BHVCALC-SCORE               PIC 9(3)  VALUE ZERO.        02200000
           05  BHVCALC-BAND                PIC X     VALUE SPACE.       02210000
           05  BHVCALC-SNAP-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02220000
           05  BHVCALC-RETRY-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02230000
           05  BHVCALC-CHEQUE-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02240000
           05  BHVCALC-CASE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02250000
           05  BHVCALC-CLEARED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02260000
           05  BHVCALC-ACCT-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02270000
           05  BHVCALC-CUST-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02280000
           05  BHVCALC-NO-OWNER-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02290000
                                                                        02300000
      *    THE SCORING WEIGHTS.  EVERY ACCOUNT STARTS AT THE BASE.     *02310000
       01  BHVCALC-WEIGHTS.                                             02320000
           05  BHVCALC-BASE-SCORE          PIC 9(3)  VALUE 600.         02330000
           05  BHVCALC-GOOD-AVERAGE        PIC 9(7)V99 VALUE 1000.00.   02340000
           05  BHVCALC-PTS-GOOD-AVERAGE    PIC 9(3)  VALUE 100.         02350000
           05  BHVCALC-PTS-IN-CREDIT       PIC 9(3)  VALUE 50.          02360000
           05  BHVCALC-PTS-NEVER-OVERDRAWN PIC 9(3)  VALUE 50.          02370000
           05  BHVCALC-PTS-DAY-OVER        PIC 9(3)  VALUE 10.          02380000
           05  BHVCALC-MAX-DAYS-OVER-PTS   PIC 9(3)  VALUE 300.         02390000
           05  BHVCALC-PTS-RETRY           PIC 9(3)  VALUE 5.           02400000
           05  BHVCALC-PTS-FAILURE         PIC 9(3)  VALUE 25.          02410000
           05  BHVCALC-PTS-CHEQUE          PIC 9(3)  VALUE 50.          02420000
           05  BHVCALC-PTS-COLL-CASE       PIC 9(3)  VALUE 150.         02430000
           05  BHVCALC-PTS-COLL-OPEN       PIC 9(3)  VALUE 100.         02440000
                                                                        02450000
       01  BHVCALC-PARM-REDEF.                                          02460000
           05  BHVCALC-PARM-MONTH          PIC X(6).                    02470000
           05  FILLER                      PIC X(74).                   02480000
                                                                        02490000
       01  BHVCALC-BAND-COUNTS.                                         02500000
           05  BHVCALC-BAND-ENTRY          OCCURS 4 TIMES               02510000
                                           INDEXED BY BHVCALC-BD-IDX.   02520000
               10  BHVCALC-BD-ACCOUNTS     PIC 9(7)  VALUE ZERO.        02530000
               10  BHVCALC-BD-CUSTOMERS    PIC 9(7)  VALUE ZERO.        02540000
                                                                        02550000
       01  BHVCALC-BAND-LETTERS            PIC X(4)  VALUE 'ABCD'.      02560000
                                                                        02570000
       01  BHVCALC-HEADING-LINE-1.                                      02580000
           05  FILLER                      PIC X(33) VALUE              02590000
               'BEHAVIOURAL SCORING - MONTH '.                          02600000
           05  BHVCALC-HDG-MONTH           PIC 9(6).                    02610000
           05  FILLER                      PIC X(41) VALUE SPACES.      02620000
                                                                        02630000
       01  BHVCALC-HEADING-LINE-2.                                      02640000
           05  FILLER                      PIC X(40) VALUE              02650000
               'BAND D ACCOUNTS  SORTCD ACCOUNT  SCORE'.                02660000
           05  FILLER                      PIC X(40) VALUE              02670000
               ' DAYS-OVER RETRY FAIL CHF COLL'.                        02680000
                                                                        02690000
       01  BHVCALC-DETAIL-LINE.                                         02700000
           05  FILLER                      PIC X(17) VALUE SPACES.      02710000
           05  BHVCALC-DTL-SORTCODE        PIC 9(6).                    02720000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02730000
           05  BHVCALC-DTL-ACCOUNT         PIC 9(8).                    02740000
           05  FILLER                      PIC X(3)  VALUE SPACES.      02750000
           05  BHVCALC-DTL-SCORE           PIC ZZ9.                     02760000
           05  FILLER                      PIC X(8)  VALUE SPACES.      02770000
           05  BHVCALC-DTL-DAYS-OVER       PIC ZZ9.                     02780000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02790000
           05  BHVCALC-DTL-RETRIES         PIC ZZZZ9.                   02800000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02810000
           05  BHVCALC-DTL-FAILURES        PIC ZZZ9.                    02820000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02830000
           05  BHVCALC-DTL-CHEQUES         PIC ZZ9.                     02840000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02850000
           05  BHVCALC-DTL-COLL            PIC ZZ9.                     02860000
           05  FILLER                      PIC X(11) VALUE SPACES.      02870000
                                                                        02880000
       01  BHVCALC-BAND-LINE.                                           02890000
           05  FILLER                      PIC X(5)  VALUE 'BAND '.     02900000
           05  BHVCALC-BND-LETTER          PIC X.                       02910000
           05  FILLER                      PIC X(13) VALUE              02920000
               '   ACCOUNTS :'.                                         02930000
           05  BHVCALC-BND-ACCOUNTS        PIC Z(6)9.                   02940000
           05  FILLER                      PIC X(14) VALUE              02950000
               '   CUSTOMERS :'.                                        02960000
           05  BHVCALC-BND-CUSTOMERS       PIC Z(6)9.                   02970000
           05  FILLER                      PIC X(33) VALUE SPACES.      02980000
                                                                        02990000
       01  BHVCALC-SUMMARY-LINE.                                        03000000
           05  BHVCALC-SUM-LABEL           PIC X(30).                   03010000
           05  BHVCALC-SUM-COUNT           PIC Z(8)9.                   03020000
           05  FILLER                      PIC X(41) VALUE SPACES.      03030000
                                                                        03040000
       01  RUNCTL-REQUEST-AREA.                                         03050000
           COPY RUNCTLQ.                                                03060000
                                                                        03070000
       01  BUSDATE-REQUEST-AREA.                                        03080000
           COPY BUSDATEQ.                                               03090000
                                                                        03100000
      ******************************************************************03110000
       PROCEDURE DIVISION.                                              03120000
      ******************************************************************03130000
       0000-MAINLINE.                                                   03140000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03150000
           PERFORM 1500-CLEAR-MONTH THRU 1500-EXIT                      03160000
           PERFORM 2000-SWEEP-SNAPSHOTS THRU 2000-EXIT                  03170000
                                                                        03180000
           MOVE 'N' TO BHVCALC-EOF-SWITCH                               03190000
           PERFORM 3100-READ-RETRY THRU 3100-EXIT                       03200000
           PERFORM 3000-PROCESS-RETRY                                   03210000
              UNTIL BHVCALC-AT-EOF                                      03220000
                                                                        03230000
           MOVE 'N' TO BHVCALC-EOF-SWITCH                               03240000
           PERFORM 4100-READ-PROCTRAN THRU 4100-EXIT                    03250000
           PERFORM 4000-PROCESS-PROCTRAN                                03260000
              UNTIL BHVCALC-AT-EOF                                      03270000
                                                                        03280000
           MOVE 'N' TO BHVCALC-EOF-SWITCH                               03290000
           PERFORM 5100-READ-COLLCASE THRU 5100-EXIT                    03300000
           PERFORM 5000-PROCESS-COLLCASE                                03310000
              UNTIL BHVCALC-AT-EOF                                      03320000
                                                                        03330000
           PERFORM 6000-SCORE-ACCOUNTS THRU 6000-EXIT                   03340000
                                                                        03350000
           PERFORM 6900-START-CUST-WORK THRU 6900-EXIT                  03360000
           PERFORM 7100-READ-CUST-WORK THRU 7100-EXIT                   03370000
           PERFORM 7000-SCORE-CUSTOMER                                  03380000
              UNTIL BHVCALC-AT-EOF                                      03390000
                                                                        03400000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    03410000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03420000
           GO TO 9999-EXIT.                                             03430000
                                                                        03440000
      ******************************************************************03450000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *03460000
      *  DATE, READ THE SCORE MONTH FROM SYSIN, OPEN THE FILES AND     *03470000
      *  CLEAR THE CUSTOMER WORK FILE.                                 *03480000
      ******************************************************************03490000
       1000-INITIALIZE.                                                 03500000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03510000
           MOVE 'BHVCALC' TO RUNCTL-REQ-JOB                             03520000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03530000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03540000
           IF RUNCTL-HELD                                               03550000
               DISPLAY 'BHVCALC - HELD - PREDECESSOR NOT COMPLETE'      03560000
               STOP RUN                                                 03570000
           END-IF                                                       03580000
                                                                        03590000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03600000
           MOVE BUSDATE-REQ-CURRENT TO BHVCALC-CURRENT-DATE             03610000
           MOVE BHVCALC-CURRENT-DATE(1:6) TO BHVCALC-SCORE-MONTH        03620000
                                                                        03630000
           MOVE SPACES TO BHVCALC-PARM-REDEF                            03640000
           OPEN INPUT  PARAMETER-FILE                                   03650000
           READ PARAMETER-FILE INTO BHVCALC-PARM-REDEF                  03660000
               AT END                                                   03670000
                   CONTINUE                                             03680000
           END-READ                                                     03690000
           CLOSE PARAMETER-FILE                                         03700000
                                                                        03710000
           IF BHVCALC-PARM-MONTH IS NUMERIC                             03720000
              AND BHVCALC-PARM-MONTH NOT = '000000'                     03730000
               MOVE BHVCALC-PARM-MONTH TO BHVCALC-SCORE-MONTH           03740000
           END-IF                                                       03750000
                                                                        03760000
           OPEN INPUT  SNAP-FILE                                        03770000
           OPEN INPUT  ODFACIL-FILE                                     03780000
           OPEN INPUT  RETRY-FILE                                       03790000
           OPEN INPUT  PROCTRAN-FILE                                    03800000
           OPEN INPUT  COLLCASE-FILE                                    03810000
           OPEN INPUT  ACCOUNT-FILE                                     03820000
           OPEN I-O    SCORE-FILE                                       03830000
           OPEN OUTPUT CUST-WORK-FILE                                   03840000
           CLOSE CUST-WORK-FILE                                         03850000
           OPEN I-O    CUST-WORK-FILE                                   03860000
           OPEN OUTPUT SCORE-RPT                                        03870000
                                                                        03880000
           MOVE BHVCALC-SCORE-MONTH TO BHVCALC-HDG-MONTH                03890000
           WRITE SCORE-RPT-LINE FROM BHVCALC-HEADING-LINE-1             03900000
           MOVE SPACES TO SCORE-RPT-LINE                                03910000
           WRITE SCORE-RPT-LINE                                         03920000
           WRITE SCORE-RPT-LINE FROM BHVCALC-HEADING-LINE-2.            03930000
       1000-EXIT.                                                       03940000
           EXIT.                                                        03950000
                                                                        03960000
      ******************************************************************03970000
      *  1500-CLEAR-MONTH - THE MONTH LEADS THE SCORE KEY, SO ANY ROWS *03980000
      *  LEFT BY AN EARLIER RUN FOR THE SAME MONTH ARE ONE KEY RANGE.  *03990000
      *  THEY ARE DELETED SO THIS RUN STARTS FROM NOTHING.             *04000000
      ******************************************************************04010000
       1500-CLEAR-MONTH.                                                04020000
           MOVE 'N' TO BHVCALC-EOF-SWITCH                               04030000
           MOVE LOW-VALUES TO BHVSCORE-KEY OF SCORE-FILE-REC            04040000
           MOVE BHVCALC-SCORE-MONTH TO BHVSCORE-MONTH OF SCORE-FILE-REC 04050000
                                                                        04060000
           START SCORE-FILE KEY IS NOT LESS THAN                        04070000
                 BHVSCORE-KEY OF SCORE-FILE-REC                         04080000
               INVALID KEY                                              04090000
                   GO TO 1500-EXIT                                      04100000
           END-START                                                    04110000
                                                                        04120000
           PERFORM 1600-DELETE-OLD-ROW THRU 1600-EXIT                   04130000
              UNTIL BHVCALC-AT-EOF.                                     04140000
       1500-EXIT.                                                       04150000
           EXIT.                                                        04160000
                                                                        04170000
      ******************************************************************04180000
      *  1600-DELETE-OLD-ROW - READ THE NEXT SCORE ROW AND DELETE IT   *04190000
      *  IF IT BELONGS TO THE SCORE MONTH.                             *04200000
      ******************************************************************04210000
       1600-DELETE-OLD-ROW.                                             04220000
           READ SCORE-FILE NEXT RECORD                                  04230000
               AT END                                                   04240000
                   SET BHVCALC-AT-EOF TO TRUE                           04250000
                   GO TO 1600-EXIT                                      04260000
           END-READ                                                     04270000
                                                                        04280000
           IF BHVSCORE-MONTH OF SCORE-FILE-REC NOT = BHVCALC-SCORE-MONTH04290000
               SET BHVCALC-AT-EOF TO TRUE                               04300000
               GO TO 1600-EXIT                                          04310000
           END-IF                                                       04320000
                                                                        04330000
           DELETE SCORE-FILE RECORD                                     04340000
           ADD 1 TO BHVCALC-CLEARED-COUNT.                              04350000
       1600-EXIT.                                                       04360000
           EXIT.                                                        04370000
                                                                        04380000
      ******************************************************************04390000
      *  2000-SWEEP-SNAPSHOTS - THE SNAPSHOT KEY LEADS ON THE DATE, SO *04400000
      *  THE MONTH IS ONE KEY RANGE FROM ITS FIRST DAY.                *04410000
      ******************************************************************04420000
       2000-SWEEP-SNAPSHOTS.                                            04430000
           MOVE 'N' TO BHVCALC-EOF-SWITCH                               04440000
           MOVE BHVCALC-SCORE-MONTH TO BALSNAP-DATE OF SNAP-FILE-REC    04450000
                                        (1:6)                           04460000
           MOVE '01' TO BALSNAP-DATE OF SNAP-FILE-REC (7:2)             04470000
           MOVE ZERO TO BALSNAP-SORTCODE OF SNAP-FILE-REC               04480000
           MOVE ZERO TO BALSNAP-NUMBER OF SNAP-FILE-REC                 04490000
                                                                        04500000
           START SNAP-FILE KEY IS NOT LESS THAN                         04510000
                 BALSNAP-KEY OF SNAP-FILE-REC                           04520000
               INVALID KEY                                              04530000
                   GO TO 2000-EXIT                                      04540000
           END-START                                                    04550000
                                                                        04560000
           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT                    04570000
           PERFORM 2200-POST-SNAPSHOT THRU 2200-EXIT                    04580000
              UNTIL BHVCALC-AT-EOF.                                     04590000
       2000-EXIT.                                                       04600000
           EXIT.                                                        04610000
                                                                        04620000
      ******************************************************************04630000
      *  2100-READ-SNAPSHOT - READ THE NEXT SNAPSHOT, STOPPING AT THE  *04640000
      *  END OF THE SCORE MONTH.                                       *04650000
      ******************************************************************04660000
       2100-READ-SNAPSHOT.                                              04670000
           READ SNAP-FILE NEXT RECORD                                   04680000
               AT END                                                   04690000
                   SET BHVCALC-AT-EOF TO TRUE                           04700000
                   GO TO 2100-EXIT                                      04710000
           END-READ                                                     04720000
                                                                        04730000
           IF BALSNAP-DATE OF SNAP-FILE-REC (1:6)                       04740000
              NOT = BHVCALC-SCORE-MONTH                                 04750000
               SET BHVCALC-AT-EOF TO TRUE                               04760000
           END-IF.                                                      04770000
       2100-EXIT.                                                       04780000
           EXIT.                                                        04790000
                                                                        04800000
      ******************************************************************04810000
      *  2200-POST-SNAPSHOT - ADD ONE DAY'S BALANCE TO THE ACCOUNT'S   *04820000
      *  ROW, KEEP ITS LOWEST BALANCE, AND COUNT THE DAY IF THE        *04830000
      *  BALANCE CLOSED BEYOND THE LIMIT IN FORCE THAT DAY.            *04840000
      ******************************************************************04850000
       2200-POST-SNAPSHOT.                                              04860000
           ADD 1 TO BHVCALC-SNAP-COUNT                                  04870000
           MOVE BALSNAP-SORTCODE OF SNAP-FILE-REC                       04880000
               TO BHVSCORE-SORTCODE OF SCORE-FILE-REC                   04890000
           MOVE BALSNAP-NUMBER OF SNAP-FILE-REC                         04900000
               TO BHVSCORE-ID OF SCORE-FILE-REC                         04910000
           PERFORM 2300-GET-ACCOUNT-ROW THRU 2300-EXIT                  04920000
                                                                        04930000
           IF BHVSCORE-SNAP-DAYS OF SCORE-FILE-REC = ZERO               04940000
              OR BALSNAP-BALANCE OF SNAP-FILE-REC                       04950000
                 < BHVSCORE-MINIMUM-BALANCE OF SCORE-FILE-REC           04960000
               MOVE BALSNAP-BALANCE OF SNAP-FILE-REC                    04970000
                   TO BHVSCORE-MINIMUM-BALANCE OF SCORE-FILE-REC        04980000
           END-IF                                                       04990000
           ADD BALSNAP-BALANCE OF SNAP-FILE-REC                         05000000
               TO BHVSCORE-BALANCE-SUM OF SCORE-FILE-REC                05010000
           ADD 1 TO BHVSCORE-SNAP-DAYS OF SCORE-FILE-REC                05020000
                                                                        05030000
           MOVE BALSNAP-SORTCODE OF SNAP-FILE-REC                       05040000
               TO ODFACIL-SORTCODE OF ODFACIL-FILE-REC                  05050000
           MOVE BALSNAP-NUMBER OF SNAP-FILE-REC                         05060000
               TO ODFACIL-NUMBER OF ODFACIL-FILE-REC                    05070000
           PERFORM 2400-GET-LIMIT THRU 2400-EXIT                        05080000
                                                                        05090000
           IF BALSNAP-BALANCE OF SNAP-FILE-REC + BHVCALC-LIMIT < ZERO   05100000
               ADD 1 TO BHVSCORE-DAYS-OVER-LIMIT OF SCORE-FILE-REC      05110000
           END-IF                                                       05120000
                                                                        05130000
           REWRITE SCORE-FILE-REC                                       05140000
                                                                        05150000
           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.                   05160000
       2200-EXIT.                                                       05170000
           EXIT.                                                        05180000
                                                                        05190000
      ******************************************************************05200000
      *  2300-GET-ACCOUNT-ROW - READ THE SCORE MONTH'S ROW FOR THE     *05210000
      *  ACCOUNT WHOSE SORT CODE AND NUMBER ARE ALREADY IN THE KEY,    *05220000
      *  WRITING AN EMPTY ONE IF IT IS NOT THERE YET.                  *05230000
      ******************************************************************05240000
       2300-GET-ACCOUNT-ROW.                                            05250000
           MOVE BHVCALC-SCORE-MONTH TO BHVSCORE-MONTH OF SCORE-FILE-REC 05260000
           SET BHVSCORE-ACCOUNT-ROW OF SCORE-FILE-REC TO TRUE           05270000
                                                                        05280000
           READ SCORE-FILE                                              05290000
               KEY IS BHVSCORE-KEY OF SCORE-FILE-REC                    05300000
               INVALID KEY                                              05310000
                   MOVE BHVSCORE-KEY OF SCORE-FILE-REC                  05320000
                       TO BHVCALC-SAVE-KEY                              05330000
                   MOVE SPACES TO SCORE-FILE-REC                        05340000
                   INITIALIZE BHVSCORE-RECORD OF SCORE-FILE-REC         05350000
                   MOVE BHVCALC-SAVE-KEY                                05360000
                       TO BHVSCORE-KEY OF SCORE-FILE-REC                05370000
                   MOVE 'BHVS' TO BHVSCORE-EYECATCHER OF SCORE-FILE-REC 05380000
                   MOVE 1 TO BHVSCORE-ACCOUNT-COUNT OF SCORE-FILE-REC   05390000
                   SET BHVSCORE-COLL-NOT-OPEN OF SCORE-FILE-REC         05400000
                       TO TRUE                                          05410000
                   MOVE BHVCALC-CURRENT-DATE                            05420000
                       TO BHVSCORE-SCORED-DATE OF SCORE-FILE-REC        05430000
                   WRITE SCORE-FILE-REC                                 05440000
           END-READ.                                                    05450000
       2300-EXIT.                                                       05460000
           EXIT.                                                        05470000
                                                                        05480000
      ******************************************************************05490000
      *  2400-GET-LIMIT - THE ARRANGED LIMIT FOR THE FACILITY KEY      *05500000
      *  ALREADY SET UP, AS AT THE SNAPSHOT DATE.  NO FACILITY, OR ONE *05510000
      *  THAT HAD EXPIRED BY THEN, IS A LIMIT OF ZERO.                 *05520000
      ******************************************************************05530000
       2400-GET-LIMIT.                                                  05540000
           MOVE ZERO TO BHVCALC-LIMIT                                   05550000
                                                                        05560000
           READ ODFACIL-FILE                                            05570000
               KEY IS ODFACIL-KEY OF ODFACIL-FILE-REC                   05580000
               INVALID KEY                                              05590000
                   GO TO 2400-EXIT                                      05600000
           END-READ                                                     05610000
                                                                        05620000
           IF ODFACIL-EXPIRY-DATE OF ODFACIL-FILE-REC                   05630000
              NOT < BALSNAP-DATE OF SNAP-FILE-REC                       05640000
               MOVE ODFACIL-LIMIT OF ODFACIL-FILE-REC TO BHVCALC-LIMIT  05650000
           END-IF.                                                      05660000
       2400-EXIT.                                                       05670000
           EXIT.                                                        05680000
                                                                        05690000
      ******************************************************************05700000
      *  3000-PROCESS-RETRY - A QUEUED STANDING-ORDER RETRY LAST TRIED *05710000
      *  IN THE SCORE MONTH COUNTS ITS ATTEMPTS AGAINST THE PAYING     *05720000
      *  ACCOUNT, AND ONE THAT RAN OUT OF ATTEMPTS COUNTS AS A FAILED  *05730000
      *  PAYMENT.  THEN READ THE NEXT.                                 *05740000
      ******************************************************************05750000
       3000-PROCESS-RETRY.                                              05760000
           IF SODRETRY-LAST-ATTEMPT-DATE OF RETRY-FILE-REC (1:6)        05770000
              = BHVCALC-SCORE-MONTH                                     05780000
               ADD 1 TO BHVCALC-RETRY-COUNT                             05790000
               MOVE SODRETRY-SORTCODE OF RETRY-FILE-REC                 05800000
                   TO BHVSCORE-SORTCODE OF SCORE-FILE-REC               05810000
               MOVE SODRETRY-ORIG-ACCOUNT OF RETRY-FILE-REC             05820000
                   TO BHVSCORE-ID OF SCORE-FILE-REC                     05830000
               PERFORM 2300-GET-ACCOUNT-ROW THRU 2300-EXIT              05840000
               ADD SODRETRY-ATTEMPT-COUNT OF RETRY-FILE-REC             05850000
                   TO BHVSCORE-SOD-RETRIES OF SCORE-FILE-REC            05860000
               IF SODRETRY-EXHAUSTED OF RETRY-FILE-REC                  05870000
                   ADD 1 TO BHVSCORE-SOD-FAILURES OF SCORE-FILE-REC     05880000
               END-IF                                                   05890000
               REWRITE SCORE-FILE-REC                                   05900000
           END-IF                                                       05910000
                                                                        05920000
           PERFORM 3100-READ-RETRY THRU 3100-EXIT.                      05930000
                                                                        05940000
      ******************************************************************05950000
      *  3100-READ-RETRY - READ THE NEXT RETRY QUEUE ENTRY.            *05960000
      ******************************************************************05970000
       3100-READ-RETRY.                                                 05980000
           READ RETRY-FILE NEXT RECORD                                  05990000
               AT END                                                   06000000
                   SET BHVCALC-AT-EOF TO TRUE                           06010000
           END-READ.                                                    06020000
       3100-EXIT.                                                       06030000
           EXIT.                                                        06040000
                                                                        06050000
      ******************************************************************06060000
      *  4000-PROCESS-PROCTRAN - A CHEQUE FAILURE IN THE SCORE MONTH   *06070000
      *  COUNTS AGAINST ITS ACCOUNT.  THEN READ THE NEXT.              *06080000
      ******************************************************************06090000
       4000-PROCESS-PROCTRAN.                                           06100000
           IF NOT PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC      06110000
              AND PROC-TY-CHEQUE-FAILURE OF PROCTRAN-FILE-REC           06120000
              AND PROC-TRAN-DATE OF PROCTRAN-FILE-REC (1:6)             06130000
                  = BHVCALC-SCORE-MONTH                                 06140000
               ADD 1 TO BHVCALC-CHEQUE-COUNT                            06150000
               MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC            06160000
                   TO BHVSCORE-SORTCODE OF SCORE-FILE-REC               06170000
               MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC       06180000
                   TO BHVSCORE-ID OF SCORE-FILE-REC                     06190000
               PERFORM 2300-GET-ACCOUNT-ROW THRU 2300-EXIT              06200000
               ADD 1 TO BHVSCORE-RETURNED-CHEQUES OF SCORE-FILE-REC     06210000
               REWRITE SCORE-FILE-REC                                   06220000
           END-IF                                                       06230000
                                                                        06240000
           PERFORM 4100-READ-PROCTRAN THRU 4100-EXIT.                   06250000
                                                                        06260000
      ******************************************************************06270000
      *  4100-READ-PROCTRAN - READ THE NEXT TRANSACTION LOG ENTRY.     *06280000
      ******************************************************************06290000
       4100-READ-PROCTRAN.                                              06300000
           READ PROCTRAN-FILE NEXT RECORD                               06310000
               AT END                                                   06320000
                   SET BHVCALC-AT-EOF TO TRUE                           06330000
           END-READ.                                                    06340000
       4100-EXIT.                                                       06350000
           EXIT.                                                        06360000
                                                                        06370000
      ******************************************************************06380000
      *  5000-PROCESS-COLLCASE - A CASE OPENED BY THE END OF THE SCORE *06390000
      *  MONTH AND NOT CURED BEFORE IT BEGAN WAS OPEN AT SOME TIME IN  *06400000
      *  THE MONTH AND COUNTS AGAINST ITS ACCOUNT; ONE STILL OPEN NOW  *06410000
      *  ALSO MARKS THE ACCOUNT.  THEN READ THE NEXT.                  *06420000
      ******************************************************************06430000
       5000-PROCESS-COLLCASE.                                           06440000
           IF COLLCASE-OPENED-DATE OF COLLCASE-FILE-REC (1:6)           06450000
              NOT > BHVCALC-SCORE-MONTH                                 06460000
              AND (COLLCASE-CASE-OPEN OF COLLCASE-FILE-REC              06470000
                   OR COLLCASE-CURED-DATE OF COLLCASE-FILE-REC (1:6)    06480000
                      NOT < BHVCALC-SCORE-MONTH)                        06490000
               ADD 1 TO BHVCALC-CASE-COUNT                              06500000
               MOVE COLLCASE-SORTCODE OF COLLCASE-FILE-REC              06510000
                   TO BHVSCORE-SORTCODE OF SCORE-FILE-REC               06520000
               MOVE COLLCASE-NUMBER OF COLLCASE-FILE-REC                06530000
                   TO BHVSCORE-ID OF SCORE-FILE-REC                     06540000
               PERFORM 2300-GET-ACCOUNT-ROW THRU 2300-EXIT              06550000
               ADD 1 TO BHVSCORE-COLL-CASES OF SCORE-FILE-REC           06560000
               IF COLLCASE-CASE-OPEN OF COLLCASE-FILE-REC               06570000
                   SET BHVSCORE-COLL-OPEN OF SCORE-FILE-REC TO TRUE     06580000
               END-IF                                                   06590000
               REWRITE SCORE-FILE-REC                                   06600000
           END-IF                                                       06610000
                                                                        06620000
           PERFORM 5100-READ-COLLCASE THRU 5100-EXIT.                   06630000
                                                                        06640000
      ******************************************************************06650000
      *  5100-READ-COLLCASE - READ THE NEXT COLLECTIONS CASE.          *06660000
      ******************************************************************06670000
       5100-READ-COLLCASE.                                              06680000
           READ COLLCASE-FILE NEXT RECORD                               06690000
               AT END                                                   06700000
                   SET BHVCALC-AT-EOF TO TRUE                           06710000
           END-READ.                                                    06720000
       5100-EXIT.                                                       06730000
           EXIT.                                                        06740000
                                                                        06750000
      ******************************************************************06760000
      *  6000-SCORE-ACCOUNTS - WALK THE SCORE MONTH'S ACCOUNT ROWS,    *06770000
      *  SCORE EACH ONE AND ROLL IT UP TO ITS CUSTOMER.                *06780000
      ******************************************************************06790000
       6000-SCORE-ACCOUNTS.                                             06800000
           MOVE 'N' TO BHVCALC-EOF-SWITCH                               06810000
           MOVE LOW-VALUES TO BHVSCORE-KEY OF SCORE-FILE-REC            06820000
           MOVE BHVCALC-SCORE-MONTH TO BHVSCORE-MONTH OF SCORE-FILE-REC 06830000
           SET BHVSCORE-ACCOUNT-ROW OF SCORE-FILE-REC TO TRUE           06840000
                                                                        06850000
           START SCORE-FILE KEY IS NOT LESS THAN                        06860000
                 BHVSCORE-KEY OF SCORE-FILE-REC                         06870000
               INVALID KEY                                              06880000
                   GO TO 6000-EXIT                                      06890000
           END-START                                                    06900000
                                                                        06910000
           PERFORM 6100-READ-ACCOUNT-ROW THRU 6100-EXIT                 06920000
           PERFORM 6200-SCORE-ACCOUNT THRU 6200-EXIT                    06930000
              UNTIL BHVCALC-AT-EOF.                                     06940000
       6000-EXIT.                                                       06950000
           EXIT.                                                        06960000
                                                                        06970000
      ******************************************************************06980000
      *  6100-READ-ACCOUNT-ROW - READ THE NEXT SCORE ROW, STOPPING AT  *06990000
      *  THE END OF THE MONTH'S ACCOUNT ROWS.                          *07000000
      ******************************************************************07010000
       6100-READ-ACCOUNT-ROW.                                           07020000
           READ SCORE-FILE NEXT RECORD                                  07030000
               AT END                                                   07040000
                   SET BHVCALC-AT-EOF TO TRUE                           07050000
                   GO TO 6100-EXIT                                      07060000
           END-READ                                                     07070000
                                                                        07080000
           IF BHVSCORE-MONTH OF SCORE-FILE-REC NOT = BHVCALC-SCORE-MONTH07090000
              OR NOT BHVSCORE-ACCOUNT-ROW OF SCORE-FILE-REC             07100000
               SET BHVCALC-AT-EOF TO TRUE                               07110000
           END-IF.                                                      07120000
       6100-EXIT.                                                       07130000
           EXIT.                                                        07140000
                                                                        07150000
      ******************************************************************07160000
      *  6200-SCORE-ACCOUNT - FIND THE OWNER AND THE CURRENT LIMIT,    *07170000
      *  WORK OUT THE AVERAGE AND THE SCORE, REWRITE THE ROW, ROLL IT  *07180000
      *  UP TO THE CUSTOMER AND READ THE NEXT.  AN ACCOUNT NO LONGER   *07190000
      *  ON FILE IS SCORED BUT HAS NO CUSTOMER TO ROLL UP TO.          *07200000
      ******************************************************************07210000
       6200-SCORE-ACCOUNT.                                              07220000
           ADD 1 TO BHVCALC-ACCT-COUNT                                  07230000
                                                                        07240000
           MOVE BHVSCORE-SORTCODE OF SCORE-FILE-REC                     07250000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  07260000
           MOVE BHVSCORE-ID OF SCORE-FILE-REC                           07270000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    07280000
           READ ACCOUNT-FILE                                            07290000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   07300000
               INVALID KEY                                              07310000
                   MOVE ZERO TO ACCOUNT-CUSTOMER-NUMBER                 07320000
                                 OF ACCOUNT-FILE-REC                    07330000
           END-READ                                                     07340000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             07350000
               TO BHVSCORE-CUSTOMER OF SCORE-FILE-REC                   07360000
                                                                        07370000
           MOVE BHVSCORE-SORTCODE OF SCORE-FILE-REC                     07380000
               TO ODFACIL-SORTCODE OF ODFACIL-FILE-REC                  07390000
           MOVE BHVSCORE-ID OF SCORE-FILE-REC                           07400000
               TO ODFACIL-NUMBER OF ODFACIL-FILE-REC                    07410000
           MOVE ZERO TO BHVSCORE-OD-LIMIT OF SCORE-FILE-REC             07420000
           READ ODFACIL-FILE                                            07430000
               KEY IS ODFACIL-KEY OF ODFACIL-FILE-REC                   07440000
               INVALID KEY                                              07450000
                   MOVE ZERO TO ODFACIL-EXPIRY-DATE OF ODFACIL-FILE-REC 07460000
           END-READ                                                     07470000
           IF ODFACIL-EXPIRY-DATE OF ODFACIL-FILE-REC                   07480000
              NOT < BHVCALC-CURRENT-DATE                                07490000
               MOVE ODFACIL-LIMIT OF ODFACIL-FILE-REC                   07500000
                   TO BHVSCORE-OD-LIMIT OF SCORE-FILE-REC               07510000
           END-IF                                                       07520000
                                                                        07530000
           MOVE ZERO TO BHVSCORE-AVERAGE-BALANCE OF SCORE-FILE-REC      07540000
           IF BHVSCORE-SNAP-DAYS OF SCORE-FILE-REC > ZERO               07550000
               COMPUTE BHVSCORE-AVERAGE-BALANCE OF SCORE-FILE-REC       07560000
                   ROUNDED =                                            07570000
                   BHVSCORE-BALANCE-SUM OF SCORE-FILE-REC               07580000
                 / BHVSCORE-SNAP-DAYS OF SCORE-FILE-REC                 07590000
           END-IF                                                       07600000
                                                                        07610000
           PERFORM 6300-COMPUTE-SCORE THRU 6300-EXIT                    07620000
           MOVE BHVCALC-SCORE TO BHVSCORE-SCORE OF SCORE-FILE-REC       07630000
           MOVE BHVCALC-BAND  TO BHVSCORE-BAND OF SCORE-FILE-REC        07640000
           MOVE BHVCALC-CURRENT-DATE                                    07650000
               TO BHVSCORE-SCORED-DATE OF SCORE-FILE-REC                07660000
           REWRITE SCORE-FILE-REC                                       07670000
                                                                        07680000
           PERFORM 6400-COUNT-BAND THRU 6400-EXIT                       07690000
           ADD 1 TO BHVCALC-BD-ACCOUNTS(BHVCALC-BD-IDX)                 07700000
                                                                        07710000
           IF BHVSCORE-BAND-D OF SCORE-FILE-REC                         07720000
               PERFORM 6500-PRINT-BAND-D THRU 6500-EXIT                 07730000
           END-IF                                                       07740000
                                                                        07750000
           IF BHVSCORE-CUSTOMER OF SCORE-FILE-REC = ZERO                07760000
               ADD 1 TO BHVCALC-NO-OWNER-COUNT                          07770000
           ELSE                                                         07780000
               PERFORM 6600-ADD-TO-CUSTOMER THRU 6600-EXIT              07790000
           END-IF                                                       07800000
                                                                        07810000
           PERFORM 6100-READ-ACCOUNT-ROW THRU 6100-EXIT.                07820000
       6200-EXIT.                                                       07830000
           EXIT.                                                        07840000
                                                                        07850000
      ******************************************************************07860000
      *  6300-COMPUTE-SCORE - SCORE THE ACCOUNT ROW IN THE RECORD AREA *07870000
      *  FROM THE WEIGHTS, HOLD IT TO 0-999 AND BAND IT.  AN ACCOUNT   *07880000
      *  WITH NO SNAPSHOTS EARNS NO BALANCE POINTS.                    *07890000
      ******************************************************************07900000
       6300-COMPUTE-SCORE.                                              07910000
           MOVE BHVCALC-BASE-SCORE TO BHVCALC-SCORE-WORK                07920000
                                                                        07930000
           IF BHVSCORE-SNAP-DAYS OF SCORE-FILE-REC > ZERO               07940000
               IF BHVSCORE-AVERAGE-BALANCE OF SCORE-FILE-REC            07950000
                  NOT < BHVCALC-GOOD-AVERAGE                            07960000
                   ADD BHVCALC-PTS-GOOD-AVERAGE TO BHVCALC-SCORE-WORK   07970000
               ELSE                                                     07980000
                   IF BHVSCORE-AVERAGE-BALANCE OF SCORE-FILE-REC        07990000
                      NOT < ZERO                                        08000000
                       ADD BHVCALC-PTS-IN-CREDIT TO BHVCALC-SCORE-WORK  08010000
                   END-IF                                               08020000
               END-IF                                                   08030000
               IF BHVSCORE-MINIMUM-BALANCE OF SCORE-FILE-REC            08040000
                  NOT < ZERO                                            08050000
                   ADD BHVCALC-PTS-NEVER-OVERDRAWN                      08060000
                       TO BHVCALC-SCORE-WORK                            08070000
               END-IF                                                   08080000
           END-IF                                                       08090000
                                                                        08100000
           COMPUTE BHVCALC-PENALTY =                                    08110000
               BHVSCORE-DAYS-OVER-LIMIT OF SCORE-FILE-REC               08120000
             * BHVCALC-PTS-DAY-OVER                                     08130000
           IF BHVCALC-PENALTY > BHVCALC-MAX-DAYS-OVER-PTS               08140000
               MOVE BHVCALC-MAX-DAYS-OVER-PTS TO BHVCALC-PENALTY        08150000
           END-IF                                                       08160000
                                                                        08170000
           COMPUTE BHVCALC-PENALTY = BHVCALC-PENALTY                    08180000
             + BHVSCORE-SOD-RETRIES OF SCORE-FILE-REC                   08190000
               * BHVCALC-PTS-RETRY                                      08200000
             + BHVSCORE-SOD-FAILURES OF SCORE-FILE-REC                  08210000
               * BHVCALC-PTS-FAILURE                                    08220000
             + BHVSCORE-RETURNED-CHEQUES OF SCORE-FILE-REC              08230000
               * BHVCALC-PTS-CHEQUE                                     08240000
             + BHVSCORE-COLL-CASES OF SCORE-FILE-REC                    08250000
               * BHVCALC-PTS-COLL-CASE                                  08260000
           IF BHVSCORE-COLL-OPEN OF SCORE-FILE-REC                      08270000
               ADD BHVCALC-PTS-COLL-OPEN TO BHVCALC-PENALTY             08280000
           END-IF                                                       08290000
                                                                        08300000
           SUBTRACT BHVCALC-PENALTY FROM BHVCALC-SCORE-WORK             08310000
           IF BHVCALC-SCORE-WORK < ZERO                                 08320000
               MOVE ZERO TO BHVCALC-SCORE-WORK                          08330000
           END-IF                                                       08340000
           IF BHVCALC-SCORE-WORK > 999                                  08350000
               MOVE 999 TO BHVCALC-SCORE-WORK                           08360000
           END-IF                                                       08370000
           MOVE BHVCALC-SCORE-WORK TO BHVCALC-SCORE                     08380000
                                                                        08390000
           PERFORM 6350-SET-BAND THRU 6350-EXIT.                        08400000
       6300-EXIT.                                                       08410000
           EXIT.                                                        08420000
                                                                        08430000
      ******************************************************************08440000
      *  6350-SET-BAND - BAND THE SCORE IN BHVCALC-SCORE.              *08450000
      ******************************************************************08460000
       6350-SET-BAND.                                                   08470000
           EVALUATE TRUE                                                08480000
               WHEN BHVCALC-SCORE NOT < 700                             08490000
                   MOVE 'A' TO BHVCALC-BAND                             08500000
               WHEN BHVCALC-SCORE NOT < 550                             08510000
                   MOVE 'B' TO BHVCALC-BAND                             08520000
               WHEN BHVCALC-SCORE NOT < 400                             08530000
                   MOVE 'C' TO BHVCALC-BAND                             08540000
               WHEN OTHER                                               08550000
                   MOVE 'D' TO BHVCALC-BAND                             08560000
           END-EVALUATE.                                                08570000
       6350-EXIT.                                                       08580000
           EXIT.                                                        08590000
                                                                        08600000
      ******************************************************************08610000
      *  6400-COUNT-BAND - POINT THE BAND INDEX AT BHVCALC-BAND.       *08620000
      ******************************************************************08630000
       6400-COUNT-BAND.                                                 08640000
           EVALUATE BHVCALC-BAND                                        08650000
               WHEN 'A'                                                 08660000
                   SET BHVCALC-BD-IDX TO 1                              08670000
               WHEN 'B'                                                 08680000
                   SET BHVCALC-BD-IDX TO 2                              08690000
               WHEN 'C'                                                 08700000
                   SET BHVCALC-BD-IDX TO 3                              08710000
               WHEN OTHER                                               08720000
                   SET BHVCALC-BD-IDX TO 4                              08730000
           END-EVALUATE.                                                08740000
       6400-EXIT.                                                       08750000
           EXIT.                                                        08760000
                                                                        08770000
      ******************************************************************08780000
      *  6500-PRINT-BAND-D - LIST A BAND D ACCOUNT WITH ITS EVIDENCE.  *08790000
      ******************************************************************08800000
       6500-PRINT-BAND-D.                                               08810000
           MOVE BHVSCORE-SORTCODE OF SCORE-FILE-REC                     08820000
               TO BHVCALC-DTL-SORTCODE                                  08830000
           MOVE BHVSCORE-ID OF SCORE-FILE-REC TO BHVCALC-DTL-ACCOUNT    08840000
           MOVE BHVSCORE-SCORE OF SCORE-FILE-REC TO BHVCALC-DTL-SCORE   08850000
           MOVE BHVSCORE-DAYS-OVER-LIMIT OF SCORE-FILE-REC              08860000
               TO BHVCALC-DTL-DAYS-OVER                                 08870000
           MOVE BHVSCORE-SOD-RETRIES OF SCORE-FILE-REC                  08880000
               TO BHVCALC-DTL-RETRIES                                   08890000
           MOVE BHVSCORE-SOD-FAILURES OF SCORE-FILE-REC                 08900000
               TO BHVCALC-DTL-FAILURES                                  08910000
           MOVE BHVSCORE-RETURNED-CHEQUES OF SCORE-FILE-REC             08920000
               TO BHVCALC-DTL-CHEQUES                                   08930000
           MOVE BHVSCORE-COLL-CASES OF SCORE-FILE-REC                   08940000
               TO BHVCALC-DTL-COLL                                      08950000
           WRITE SCORE-RPT-LINE FROM BHVCALC-DETAIL-LINE.               08960000
       6500-EXIT.                                                       08970000
           EXIT.                                                        08980000
                                                                        08990000
      ******************************************************************09000000
      *  6600-ADD-TO-CUSTOMER - FIND OR START THE CUSTOMER'S WORK ROW  *09010000
      *  AND ADD THE ACCOUNT TO IT.  THE CUSTOMER KEEPS THE LOWEST     *09020000
      *  ACCOUNT SCORE.                                                *09030000
      ******************************************************************09040000
       6600-ADD-TO-CUSTOMER.                                            09050000
           MOVE BHVSCORE-SORTCODE OF SCORE-FILE-REC                     09060000
               TO BHVCALC-CW-SORTCODE                                   09070000
           MOVE BHVSCORE-CUSTOMER OF SCORE-FILE-REC                     09080000
               TO BHVCALC-CW-CUSTOMER                                   09090000
           READ CUST-WORK-FILE                                          09100000
               KEY IS BHVCALC-CW-KEY                                    09110000
               INVALID KEY                                              09120000
                   MOVE ZERO TO BHVCALC-CW-ACCOUNTS                     09130000
                   MOVE ZERO TO BHVCALC-CW-SNAP-DAYS                    09140000
                   MOVE ZERO TO BHVCALC-CW-BALANCE-SUM                  09150000
                   MOVE ZERO TO BHVCALC-CW-AVERAGE                      09160000
                   MOVE ZERO TO BHVCALC-CW-MINIMUM                      09170000
                   MOVE ZERO TO BHVCALC-CW-OD-LIMIT                     09180000
                   MOVE ZERO TO BHVCALC-CW-DAYS-OVER                    09190000
                   MOVE ZERO TO BHVCALC-CW-SOD-RETRIES                  09200000
                   MOVE ZERO TO BHVCALC-CW-SOD-FAILURES                 09210000
                   MOVE ZERO TO BHVCALC-CW-CHEQUES                      09220000
                   MOVE ZERO TO BHVCALC-CW-COLL-CASES                   09230000
                   MOVE 'N' TO BHVCALC-CW-COLL-OPEN                     09240000
                   MOVE 999 TO BHVCALC-CW-SCORE                         09250000
                   WRITE BHVCALC-CW-REC                                 09260000
           END-READ                                                     09270000
                                                                        09280000
           IF BHVCALC-CW-ACCOUNTS = ZERO                                09290000
              OR BHVSCORE-MINIMUM-BALANCE OF SCORE-FILE-REC             09300000
                 < BHVCALC-CW-MINIMUM                                   09310000
               MOVE BHVSCORE-MINIMUM-BALANCE OF SCORE-FILE-REC          09320000
                   TO BHVCALC-CW-MINIMUM                                09330000
           END-IF                                                       09340000
           ADD 1 TO BHVCALC-CW-ACCOUNTS                                 09350000
           ADD BHVSCORE-AVERAGE-BALANCE OF SCORE-FILE-REC               09360000
               TO BHVCALC-CW-AVERAGE                                    09370000
           ADD BHVSCORE-SNAP-DAYS OF SCORE-FILE-REC                     09380000
               TO BHVCALC-CW-SNAP-DAYS                                  09390000
           ADD BHVSCORE-BALANCE-SUM OF SCORE-FILE-REC                   09400000
               TO BHVCALC-CW-BALANCE-SUM                                09410000
           ADD BHVSCORE-OD-LIMIT OF SCORE-FILE-REC                      09420000
               TO BHVCALC-CW-OD-LIMIT                                   09430000
           ADD BHVSCORE-DAYS-OVER-LIMIT OF SCORE-FILE-REC               09440000
               TO BHVCALC-CW-DAYS-OVER                                  09450000
           ADD BHVSCORE-SOD-RETRIES OF SCORE-FILE-REC                   09460000
               TO BHVCALC-CW-SOD-RETRIES                                09470000
           ADD BHVSCORE-SOD-FAILURES OF SCORE-FILE-REC                  09480000
               TO BHVCALC-CW-SOD-FAILURES                               09490000
           ADD BHVSCORE-RETURNED-CHEQUES OF SCORE-FILE-REC              09500000
               TO BHVCALC-CW-CHEQUES                                    09510000
           ADD BHVSCORE-COLL-CASES OF SCORE-FILE-REC                    09520000
               TO BHVCALC-CW-COLL-CASES                                 09530000
           IF BHVSCORE-COLL-OPEN OF SCORE-FILE-REC                      09540000
               MOVE 'Y' TO BHVCALC-CW-COLL-OPEN                         09550000
           END-IF                                                       09560000
           IF BHVSCORE-SCORE OF SCORE-FILE-REC < BHVCALC-CW-SCORE       09570000
               MOVE BHVSCORE-SCORE OF SCORE-FILE-REC                    09580000
                   TO BHVCALC-CW-SCORE                                  09590000
           END-IF                                                       09600000
                                                                        09610000
           REWRITE BHVCALC-CW-REC.                                      09620000
       6600-EXIT.                                                       09630000
           EXIT.                                                        09640000
                                                                        09650000
      ******************************************************************09660000
      *  6900-START-CUST-WORK - POSITION AT THE FIRST CUSTOMER WORK    *09670000
      *  ROW.  NO ROWS MEANS NO CUSTOMERS TO SCORE.                    *09680000
      ******************************************************************09690000
       6900-START-CUST-WORK.                                            09700000
           MOVE 'N' TO BHVCALC-EOF-SWITCH                               09710000
           MOVE LOW-VALUES TO BHVCALC-CW-KEY                            09720000
                                                                        09730000
           START CUST-WORK-FILE KEY IS NOT LESS THAN BHVCALC-CW-KEY     09740000
               INVALID KEY                                              09750000
                   SET BHVCALC-AT-EOF TO TRUE                           09760000
           END-START.                                                   09770000
       6900-EXIT.                                                       09780000
           EXIT.                                                        09790000
                                                                        09800000
      ******************************************************************09810000
      *  7000-SCORE-CUSTOMER - BAND THE CUSTOMER'S LOWEST ACCOUNT      *09820000
      *  SCORE AND WRITE THE CUSTOMER ROW, THEN READ THE NEXT.  THE    *09830000
      *  AVERAGE BALANCE IS THE SUM OF THE ACCOUNTS' AVERAGES.         *09840000
      ******************************************************************09850000
       7000-SCORE-CUSTOMER.                                             09860000
           ADD 1 TO BHVCALC-CUST-COUNT                                  09870000
           MOVE BHVCALC-CW-SCORE TO BHVCALC-SCORE                       09880000
           PERFORM 6350-SET-BAND THRU 6350-EXIT                         09890000
           PERFORM 6400-COUNT-BAND THRU 6400-EXIT                       09900000
           ADD 1 TO BHVCALC-BD-CUSTOMERS(BHVCALC-BD-IDX)                09910000
                                                                        09920000
           MOVE SPACES TO SCORE-FILE-REC                                09930000
           MOVE 'BHVS' TO BHVSCORE-EYECATCHER OF SCORE-FILE-REC         09940000
           MOVE BHVCALC-SCORE-MONTH TO BHVSCORE-MONTH OF SCORE-FILE-REC 09950000
           SET BHVSCORE-CUSTOMER-ROW OF SCORE-FILE-REC TO TRUE          09960000
           MOVE BHVCALC-CW-SORTCODE TO BHVSCORE-SORTCODE                09970000
                                        OF SCORE-FILE-REC               09980000
           MOVE BHVCALC-CW-CUSTOMER TO BHVSCORE-ID OF SCORE-FILE-REC    09990000
           MOVE BHVCALC-CW-CUSTOMER TO BHVSCORE-CUSTOMER                10000000
                                        OF SCORE-FILE-REC               10010000
           MOVE BHVCALC-CW-ACCOUNTS TO BHVSCORE-ACCOUNT-COUNT           10020000
                                        OF SCORE-FILE-REC               10030000
           MOVE BHVCALC-CW-SNAP-DAYS TO BHVSCORE-SNAP-DAYS              10040000
                                        OF SCORE-FILE-REC               10050000
           MOVE BHVCALC-CW-BALANCE-SUM TO BHVSCORE-BALANCE-SUM          10060000
                                        OF SCORE-FILE-REC               10070000
           MOVE BHVCALC-CW-AVERAGE TO BHVSCORE-AVERAGE-BALANCE          10080000
                                        OF SCORE-FILE-REC               10090000
           MOVE BHVCALC-CW-MINIMUM TO BHVSCORE-MINIMUM-BALANCE          10100000
                                        OF SCORE-FILE-REC               10110000
           MOVE BHVCALC-CW-OD-LIMIT TO BHVSCORE-OD-LIMIT                10120000
                                        OF SCORE-FILE-REC               10130000
           MOVE BHVCALC-CW-DAYS-OVER TO BHVSCORE-DAYS-OVER-LIMIT        10140000
                                        OF SCORE-FILE-REC               10150000
           MOVE BHVCALC-CW-SOD-RETRIES TO BHVSCORE-SOD-RETRIES          10160000
                                        OF SCORE-FILE-REC               10170000
           MOVE BHVCALC-CW-SOD-FAILURES TO BHVSCORE-SOD-FAILURES        10180000
                                        OF SCORE-FILE-REC               10190000
           MOVE BHVCALC-CW-CHEQUES TO BHVSCORE-RETURNED-CHEQUES         10200000
                                        OF SCORE-FILE-REC               10210000
           MOVE BHVCALC-CW-COLL-CASES TO BHVSCORE-COLL-CASES            10220000
                                        OF SCORE-FILE-REC               10230000
           MOVE BHVCALC-CW-COLL-OPEN TO BHVSCORE-COLL-OPEN-FLAG         10240000
                                        OF SCORE-FILE-REC               10250000
           MOVE BHVCALC-SCORE TO BHVSCORE-SCORE OF SCORE-FILE-REC       10260000
           MOVE BHVCALC-BAND TO BHVSCORE-BAND OF SCORE-FILE-REC         10270000
           MOVE BHVCALC-CURRENT-DATE                                    10280000
               TO BHVSCORE-SCORED-DATE OF SCORE-FILE-REC                10290000
                                                                        10300000
           WRITE SCORE-FILE-REC                                         10310000
               INVALID KEY                                              10320000
                   DISPLAY 'BHVCALC - CUSTOMER SCORE WRITE FAILED FOR ' 10330000
                       BHVCALC-CW-SORTCODE ' ' BHVCALC-CW-CUSTOMER      10340000
           END-WRITE                                                    10350000
                                                                        10360000
           PERFORM 7100-READ-CUST-WORK THRU 7100-EXIT.                  10370000
                                                                        10380000
      ******************************************************************10390000
      *  7100-READ-CUST-WORK - READ THE NEXT CUSTOMER WORK ROW.        *10400000
      ******************************************************************10410000
       7100-READ-CUST-WORK.                                             10420000
           IF BHVCALC-AT-EOF                                            10430000
               GO TO 7100-EXIT                                          10440000
           END-IF                                                       10450000
                                                                        10460000
           READ CUST-WORK-FILE NEXT RECORD                              10470000
               AT END                                                   10480000
                   SET BHVCALC-AT-EOF TO TRUE                           10490000
           END-READ.                                                    10500000
       7100-EXIT.                                                       10510000
           EXIT.                                                        10520000
                                                                        10530000
      ******************************************************************10540000
      *  8000-PRINT-SUMMARY - THE BAND COUNTS AND RUN TOTALS.          *10550000
      ******************************************************************10560000
       8000-PRINT-SUMMARY.                                              10570000
           MOVE SPACES TO SCORE-RPT-LINE                                10580000
           WRITE SCORE-RPT-LINE                                         10590000
                                                                        10600000
           PERFORM 8100-PRINT-BAND THRU 8100-EXIT                       10610000
               VARYING BHVCALC-BD-IDX FROM 1 BY 1                       10620000
               UNTIL BHVCALC-BD-IDX > 4                                 10630000
                                                                        10640000
           MOVE SPACES TO SCORE-RPT-LINE                                10650000
           WRITE SCORE-RPT-LINE                                         10660000
                                                                        10670000
           MOVE 'SNAPSHOTS READ               ' TO BHVCALC-SUM-LABEL    10680000
           MOVE BHVCALC-SNAP-COUNT TO BHVCALC-SUM-COUNT                 10690000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE               10700000
           MOVE 'RETRIES IN MONTH             ' TO BHVCALC-SUM-LABEL    10710000
           MOVE BHVCALC-RETRY-COUNT TO BHVCALC-SUM-COUNT                10720000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE               10730000
           MOVE 'RETURNED CHEQUES             ' TO BHVCALC-SUM-LABEL    10740000
           MOVE BHVCALC-CHEQUE-COUNT TO BHVCALC-SUM-COUNT               10750000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE               10760000
           MOVE 'COLLECTIONS CASES            ' TO BHVCALC-SUM-LABEL    10770000
           MOVE BHVCALC-CASE-COUNT TO BHVCALC-SUM-COUNT                 10780000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE               10790000
           MOVE 'ACCOUNTS SCORED              ' TO BHVCALC-SUM-LABEL    10800000
           MOVE BHVCALC-ACCT-COUNT TO BHVCALC-SUM-COUNT                 10810000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE               10820000
           MOVE 'CUSTOMERS SCORED             ' TO BHVCALC-SUM-LABEL    10830000
           MOVE BHVCALC-CUST-COUNT TO BHVCALC-SUM-COUNT                 10840000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE               10850000
           MOVE 'ACCOUNTS NOT ON FILE         ' TO BHVCALC-SUM-LABEL    10860000
           MOVE BHVCALC-NO-OWNER-COUNT TO BHVCALC-SUM-COUNT             10870000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE               10880000
           MOVE 'EARLIER ROWS REPLACED        ' TO BHVCALC-SUM-LABEL    10890000
           MOVE BHVCALC-CLEARED-COUNT TO BHVCALC-SUM-COUNT              10900000
           WRITE SCORE-RPT-LINE FROM BHVCALC-SUMMARY-LINE.              10910000
       8000-EXIT.                                                       10920000
           EXIT.                                                        10930000
                                                                        10940000
      ******************************************************************10950000
      *  8100-PRINT-BAND - ONE LINE OF BAND COUNTS.                    *10960000
      ******************************************************************10970000
       8100-PRINT-BAND.                                                 10980000
           SET BHVCALC-SCORE-WORK TO BHVCALC-BD-IDX                     10990000
           MOVE BHVCALC-BAND-LETTERS(BHVCALC-SCORE-WORK:1)              11000000
               TO BHVCALC-BND-LETTER                                    11010000
           MOVE BHVCALC-BD-ACCOUNTS(BHVCALC-BD-IDX)                     11020000
               TO BHVCALC-BND-ACCOUNTS                                  11030000
           MOVE BHVCALC-BD-CUSTOMERS(BHVCALC-BD-IDX)                    11040000
               TO BHVCALC-BND-CUSTOMERS                                 11050000
           WRITE SCORE-RPT-LINE FROM BHVCALC-BAND-LINE.                 11060000
       8100-EXIT.                                                       11070000
           EXIT.                                                        11080000
                                                                        11090000
      ******************************************************************11100000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *11110000
      ******************************************************************11120000
       9000-TERMINATE.                                                  11130000
           CLOSE SNAP-FILE                                              11140000
           CLOSE ODFACIL-FILE                                           11150000
           CLOSE RETRY-FILE                                             11160000
           CLOSE PROCTRAN-FILE                                          11170000
           CLOSE COLLCASE-FILE                                          11180000
           CLOSE ACCOUNT-FILE                                           11190000
           CLOSE SCORE-FILE                                             11200000
           CLOSE CUST-WORK-FILE                                         11210000
           CLOSE SCORE-RPT                                              11220000
                                                                        11230000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              11240000
           MOVE BHVCALC-ACCT-COUNT TO RUNCTL-REQ-COUNT                  11250000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          11260000
       9000-EXIT.                                                       11270000
           EXIT.                                                        11280000
                                                                        11290000
       9999-EXIT.                                                       11300000
           STOP RUN.                                                    11310000
