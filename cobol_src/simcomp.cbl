      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    SIMCOMP.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  SIMCOMP - WHAT-IF SIMULATION COMPARISON REPORT                *00150000
      *                                                                *00160000
      *  FUNCTION : SETS THE WOULD-BE POSTINGS OF A SCENARIO'S         *00170000
      *             PROPOSED-PARAMETER RUNS AGAINST THOSE OF ITS       *00180000
      *             CURRENT-PARAMETER RUNS.  BOTH SIDES ARE WRITTEN    *00190000
      *             TO THE SIMULATION POSTINGS FILE (COPYBOOK SIMPOST) *00200000
      *             BY INTACCR, FEECHG, SODDPAY, LOANCOLL AND SWEEPRUN *00210000
      *             WHEN THEY RUN WITH A SIMPARM CARD - BASIS C FOR    *00220000
      *             THE CURRENT SIDE, BASIS P FOR THE PROPOSED ONE.    *00230000
      *                                                                *00240000
      *             PASS 1 READS THE POSTINGS FOR THE SCENARIO, LOOKS  *00250000
      *             EACH ACCOUNT UP ON THE ACCOUNT MASTER FOR ITS      *00260000
      *             OWNER AND PRODUCT, AND ADDS THE AMOUNT TO THE      *00270000
      *             CURRENT OR PROPOSED TOTAL OF ITS PRODUCT, ITS      *00280000
      *             BRANCH SORT CODE AND A KEYED CUSTOMER WORK FILE.   *00290000
      *             PASS 2 WALKS THE CUSTOMERS AND LOADS A RANKING     *00300000
      *             FILE KEYED ON THE SIZE OF THE DIFFERENCE, EITHER   *00310000
      *             WAY, LARGEST FIRST.  THE REPORT PRINTS THE         *00320000
      *             PRODUCT AND BRANCH TOTALS, THEN THE MOST AFFECTED  *00330000
      *             CUSTOMERS FROM THE TOP OF THE RANKING FILE.        *00340000
      *                                                                *00350000
      *             AMOUNTS ARE THE SIGNED EFFECT ON THE CUSTOMER'S    *00360000
      *             BALANCES - A CHARGE IS NEGATIVE - SO A NEGATIVE    *00370000
      *             DIFFERENCE MEANS THE PROPOSAL COSTS THE CUSTOMER   *00380000
      *             MORE.  AN ACCOUNT NO LONGER ON FILE IS TOTALLED    *00390000
      *             UNDER PRODUCT UNKNOWN AND COUNTED, BUT NOT RANKED. *00400000
      *                                                                *00410000
      *  FILES    : SIMPOST  - SIMULATION POSTINGS (INPUT)             *00420000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00430000
      *             SIMCUST  - VSAM KSDS - CUSTOMER WORK (I-O)         *00440000
      *             SIMRANK  - VSAM KSDS - RANKING WORK (I-O)          *00450000
      *             SYSIN    - PARAMETER FILE - SCENARIO (COLS 1-8,    *00460000
      *                        DEFAULT THE SCENARIO OF THE FIRST       *00470000
      *                        POSTING) AND NUMBER OF CUSTOMERS TO     *00480000
      *                        LIST (9999, COLS 10-13, DEFAULT 20)     *00490000
      *             SIMRPT   - COMPARISON REPORT (OUTPUT)              *00500000
      *                                                                *00510000
      *  CHANGE HISTORY                                                *00520000
      *  ----------------------------------------------------------    *00530000
      *  DATE        BY    DESCRIPTION                                 *00540000
      *  2026-10-15  BAG   INITIAL VERSION                             *00550000
      *                                                                *00560000
      ******************************************************************00570000
       ENVIRONMENT DIVISION.                                            00580000
       INPUT-OUTPUT SECTION.                                            00590000
       FILE-CONTROL.                                                    00600000
           SELECT SIMPOST-FILE    ASSIGN TO SIMPOST                     00610000
                  ORGANIZATION IS LINE SEQUENTIAL                       00620000
                  FILE STATUS IS SIMCOMP-SPST-STATUS.                   00630000
                                                                        00640000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00650000
                  ORGANIZATION IS INDEXED                               00660000
                  ACCESS MODE IS RANDOM                                 00670000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00680000
                  FILE STATUS IS SIMCOMP-ACCOUNT-STATUS.                00690000
                                                                        00700000
           SELECT CUST-WORK-FILE  ASSIGN TO SIMCUST                     00710000
                  ORGANIZATION IS INDEXED                               00720000
                  ACCESS MODE IS DYNAMIC                                00730000
                  RECORD KEY IS SIMCOMP-CW-KEY                          00740000
                  FILE STATUS IS SIMCOMP-CW-STATUS.                     00750000
                                                                        00760000
           SELECT RANK-WORK-FILE  ASSIGN TO SIMRANK                     00770000
                  ORGANIZATION IS INDEXED                               00780000
                  ACCESS MODE IS DYNAMIC                                00790000
                  RECORD KEY IS SIMCOMP-RW-KEY                          00800000
                  FILE STATUS IS SIMCOMP-RW-STATUS.                     00810000
                                                                        00820000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00830000
                  ORGANIZATION IS LINE SEQUENTIAL                       00840000
                  FILE STATUS IS SIMCOMP-PARM-STATUS.                   00850000
                                                                        00860000
           SELECT COMPARE-RPT     ASSIGN TO SIMRPT                      00870000
                  ORGANIZATION IS LINE SEQUENTIAL                       00880000
                  FILE STATUS IS SIMCOMP-RPT-STATUS.                    00890000
                                                                        00900000
       DATA DIVISION.                                                   00910000
       FILE SECTION.                                                    00920000
       FD  SIMPOST-FILE                                                 00930000
           RECORDING MODE IS F.                                         00940000
       01  SIMPOST-FILE-REC.                                            00950000
           COPY SIMPOST.                                                00960000
                                                                        00970000
       FD  ACCOUNT-FILE                                                 00980000
           RECORDING MODE IS F.                                         00990000
       01  ACCOUNT-FILE-REC.                                            01000000
           COPY ACCOUNT.                                                01010000
                                                                        01020000
      *    ONE ROW PER CUSTOMER (WITHIN SORT CODE) WITH A POSTING ON   *01030000
      *    EITHER SIDE OF THE SCENARIO.                                *01040000
       FD  CUST-WORK-FILE                                               01050000
           RECORDING MODE IS F.                                         01060000
       01  SIMCOMP-CW-REC.                                              01070000
           05  SIMCOMP-CW-KEY.                                          01080000
               10  SIMCOMP-CW-SORTCODE     PIC 9(6).                    01090000
               10  SIMCOMP-CW-CUSTOMER     PIC 9(10).                   01100000
           05  SIMCOMP-CW-AMOUNTS.                                      01110000
               10  SIMCOMP-CW-CURRENT      PIC S9(11)V9(4).             01120000
               10  SIMCOMP-CW-PROPOSED     PIC S9(11)V9(4).             01130000
           05  SIMCOMP-CW-POSTINGS         PIC 9(7).                    01140000
                                                                        01150000
      *    THE RANKING KEY IS THE SIZE OF THE DIFFERENCE TURNED UPSIDE *01160000
      *    DOWN, SO THE MOST AFFECTED CUSTOMER COMES FIRST IN KEY      *01170000
      *    ORDER WHICHEVER WAY THE PROPOSAL MOVES THEM.                *01180000
       FD  RANK-WORK-FILE                                               01190000
           RECORDING MODE IS F.                                         01200000
       01  SIMCOMP-RW-REC.                                              01210000
           05  SIMCOMP-RW-KEY.                                          01220000
               10  SIMCOMP-RW-INVERSE      PIC 9(11)V9(4).              01230000
               10  SIMCOMP-RW-SORTCODE     PIC 9(6).                    01240000
               10  SIMCOMP-RW-CUSTOMER     PIC 9(10).                   01250000
           05  SIMCOMP-RW-AMOUNTS.                                      01260000
               10  SIMCOMP-RW-CURRENT      PIC S9(11)V9(4).             01270000
               10  SIMCOMP-RW-PROPOSED     PIC S9(11)V9(4).             01280000
                                                                        01290000
       FD  PARAMETER-FILE                                               01300000
           RECORDING MODE IS F.                                         01310000
       01  PARAMETER-FILE-REC              PIC X(80).                   01320000
                                                                        01330000
       FD  COMPARE-RPT                                                  01340000
           RECORDING MODE IS F.                                         01350000
       01  COMPARE-RPT-LINE                PIC X(80).                   01360000
                                                                        01370000
       WORKING-STORAGE SECTION.                                         01380000
       01  SIMCOMP-WORK-AREA.                                           01390000
           05  SIMCOMP-SPST-STATUS         PIC XX.                      01400000
           05  SIMCOMP-ACCOUNT-STATUS      PIC XX.                      01410000
           05  SIMCOMP-CW-STATUS           PIC XX.                      01420000
           05  SIMCOMP-RW-STATUS           PIC XX.                      01430000
           05  SIMCOMP-PARM-STATUS         PIC XX.                      01440000
           05  SIMCOMP-RPT-STATUS          PIC XX.                      01450000
           05  SIMCOMP-EOF-SWITCH          PIC X     VALUE 'N'.         01460000
               88  SIMCOMP-AT-EOF                VALUE 'Y'.             01470000
           05  SIMCOMP-CURRENT-DATE        PIC 9(8).                    01480000
           05  SIMCOMP-SCENARIO            PIC X(8)  VALUE SPACES.      01490000
           05  SIMCOMP-TOP-LIMIT           PIC 9(4)  VALUE 20.          01500000
           05  SIMCOMP-LAST-KEY            PIC X(14) VALUE SPACES.      01510000
           05  SIMCOMP-CUSTOMER            PIC 9(10) VALUE ZERO.        01520000
           05  SIMCOMP-PRODUCT             PIC X(8)  VALUE SPACES.      01530000
           05  SIMCOMP-DIFFERENCE          PIC S9(11)V9(4) VALUE ZERO.  01540000
           05  SIMCOMP-RANK                PIC 9(7)  COMP-3 VALUE ZERO. 01550000
           05  SIMCOMP-READ-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01560000
           05  SIMCOMP-CURRENT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01570000
           05  SIMCOMP-PROPOSED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01580000
           05  SIMCOMP-OTHER-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01590000
           05  SIMCOMP-NO-OWNER-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01600000
           05  SIMCOMP-CUST-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01610000
           05  SIMCOMP-OVERFLOW-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01620000
           05  SIMCOMP-TOTAL-CURRENT       PIC S9(11)V9(4) VALUE ZERO.  01630000
           05  SIMCOMP-TOTAL-PROPOSED      PIC S9(11)V9(4) VALUE ZERO.  01640000
                                                                        01650000
       01  SIMCOMP-PARM-REDEF.                                          01660000
           05  SIMCOMP-PARM-SCENARIO       PIC X(8).                    01670000
           05  FILLER                      PIC X(1).                    01680000
           05  SIMCOMP-PARM-TOP            PIC X(4).                    01690000
           05  SIMCOMP-PARM-TOP-N REDEFINES SIMCOMP-PARM-TOP            01700000
                                           PIC 9(4).                    01710000
           05  FILLER                      PIC X(67).                   01720000
                                                                        01730000
      *    RUNNING TOTALS BY PRODUCT (UP TO 100) AND BY BRANCH (UP TO  *01740000
      *    200), EACH SIDE OF THE SCENARIO SEPARATELY.                 *01750000
       01  SIMCOMP-PRODUCT-TABLE.                                       01760000
           05  SIMCOMP-PR-COUNT            PIC 9(4)  COMP VALUE ZERO.   01770000
           05  SIMCOMP-PR-ENTRY            OCCURS 100 TIMES             01780000
                                           INDEXED BY SIMCOMP-PR-IDX.   01790000
               10  SIMCOMP-PR-TYPE         PIC X(8)  VALUE SPACES.      01800000
               10  SIMCOMP-PR-CURRENT      PIC S9(11)V9(4) VALUE ZERO.  01810000
               10  SIMCOMP-PR-PROPOSED     PIC S9(11)V9(4) VALUE ZERO.  01820000
                                                                        01830000
       01  SIMCOMP-BRANCH-TABLE.                                        01840000
           05  SIMCOMP-BR-COUNT            PIC 9(4)  COMP VALUE ZERO.   01850000
           05  SIMCOMP-BR-ENTRY            OCCURS 200 TIMES             01860000
                                           INDEXED BY SIMCOMP-BR-IDX.   01870000
               10  SIMCOMP-BR-SORTCODE     PIC 9(6)  VALUE ZERO.        01880000
               10  SIMCOMP-BR-CURRENT      PIC S9(11)V9(4) VALUE ZERO.  01890000
               10  SIMCOMP-BR-PROPOSED     PIC S9(11)V9(4) VALUE ZERO.  01900000
                                                                        01910000
       01  SIMCOMP-HEADING-LINE-1.                                      01920000
           05  FILLER                      PIC X(32) VALUE              01930000
               'WHAT-IF COMPARISON - SCENARIO '.                        01940000
           05  SIMCOMP-HDG-SCENARIO        PIC X(8).                    01950000
           05  FILLER                      PIC X(12) VALUE              01960000
               '  RUN DATE '.                                           01970000
           05  SIMCOMP-HDG-DATE            PIC 9(8).                    01980000
           05  FILLER                      PIC X(20) VALUE SPACES.      01990000
                                                                        02000000
       01  SIMCOMP-HEADING-LINE-2.                                      02010000
           05  FILLER                      PIC X(25) VALUE              02020000
               ' RANK SORTCD CUSTOMER   '.                              02030000
           05  FILLER                      PIC X(55) VALUE              02040000
               '     CURRENT     PROPOSED   DIFFERENCE'.                02050000
                                                                        02060000
       01  SIMCOMP-HEADING-LINE-3.                                      02070000
           05  FILLER                      PIC X(25) VALUE              02080000
               'GROUP                   '.                              02090000
           05  FILLER                      PIC X(55) VALUE              02100000
               '     CURRENT     PROPOSED   DIFFERENCE'.                02110000
                                                                        02120000
       01  SIMCOMP-DETAIL-LINE.                                         02130000
           05  SIMCOMP-DTL-LABEL.                                       02140000
               10  SIMCOMP-DTL-RANK        PIC ZZZZ9.                   02150000
               10  FILLER                  PIC X(1)  VALUE SPACE.       02160000
               10  SIMCOMP-DTL-SORTCODE    PIC 9(6).                    02170000
               10  FILLER                  PIC X(1)  VALUE SPACE.       02180000
               10  SIMCOMP-DTL-CUSTOMER    PIC 9(10).                   02190000
               10  FILLER                  PIC X(1)  VALUE SPACE.       02200000
           05  SIMCOMP-DTL-GROUP REDEFINES SIMCOMP-DTL-LABEL            02210000
                                           PIC X(24).                   02220000
           05  SIMCOMP-DTL-CURRENT         PIC -(8)9.99.                02230000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02240000
           05  SIMCOMP-DTL-PROPOSED        PIC -(8)9.99.                02250000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02260000
           05  SIMCOMP-DTL-DIFFERENCE      PIC -(8)9.99.                02270000
           05  FILLER                      PIC X(18) VALUE SPACES.      02280000
                                                                        02290000
       01  SIMCOMP-SECTION-LINE.                                        02300000
           05  FILLER                      PIC X(4)  VALUE '--- '.      02310000
           05  SIMCOMP-SECTION-TITLE       PIC X(30).                   02320000
           05  FILLER                      PIC X(46) VALUE SPACES.      02330000
                                                                        02340000
       01  SIMCOMP-SUMMARY-LINE.                                        02350000
           05  SIMCOMP-SUM-LABEL           PIC X(30).                   02360000
           05  SIMCOMP-SUM-COUNT           PIC Z(8)9.                   02370000
           05  FILLER                      PIC X(41) VALUE SPACES.      02380000
                                                                        02390000
       01  RUNCTL-REQUEST-AREA.                                         02400000
           COPY RUNCTLQ.                                                02410000
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
           MOVE 'N' TO SIMCOMP-EOF-SWITCH                               02520000
           PERFORM 2100-READ-SIMPOST THRU 2100-EXIT                     02530000
           PERFORM 2000-PROCESS-POSTING                                 02540000
              UNTIL SIMCOMP-AT-EOF                                      02550000
                                                                        02560000
           MOVE 'N' TO SIMCOMP-EOF-SWITCH                               02570000
           MOVE ZERO TO SIMCOMP-CW-SORTCODE                             02580000
           MOVE ZERO TO SIMCOMP-CW-CUSTOMER                             02590000
           START CUST-WORK-FILE KEY IS NOT LESS THAN SIMCOMP-CW-KEY     02600000
               INVALID KEY                                              02610000
                   SET SIMCOMP-AT-EOF TO TRUE                           02620000
           END-START                                                    02630000
           PERFORM 3100-READ-CUST-WORK THRU 3100-EXIT                   02640000
           PERFORM 3000-PROCESS-CUSTOMER                                02650000
              UNTIL SIMCOMP-AT-EOF                                      02660000
                                                                        02670000
           PERFORM 4000-PRINT-GROUPS THRU 4000-EXIT                     02680000
           PERFORM 5000-PRINT-RANKING THRU 5000-EXIT                    02690000
           PERFORM 6000-PRINT-COUNTS THRU 6000-EXIT                     02700000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02710000
           GO TO 9999-EXIT.                                             02720000
                                                                        02730000
      ******************************************************************02740000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *02750000
      *  DATE, READ THE SCENARIO AND LIST LENGTH FROM SYSIN, OPEN THE  *02760000
      *  FILES AND CLEAR THE WORK FILES.                               *02770000
      ******************************************************************02780000
       1000-INITIALIZE.                                                 02790000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02800000
           MOVE 'SIMCOMP' TO RUNCTL-REQ-JOB                             02810000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02820000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02830000
           IF RUNCTL-HELD                                               02840000
               DISPLAY 'SIMCOMP - HELD - PREDECESSOR NOT COMPLETE'      02850000
               STOP RUN                                                 02860000
           END-IF                                                       02870000
                                                                        02880000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02890000
           MOVE BUSDATE-REQ-CURRENT TO SIMCOMP-CURRENT-DATE             02900000
                                                                        02910000
           MOVE SPACES TO SIMCOMP-PARM-REDEF                            02920000
           OPEN INPUT  PARAMETER-FILE                                   02930000
           READ PARAMETER-FILE INTO SIMCOMP-PARM-REDEF                  02940000
               AT END                                                   02950000
                   CONTINUE                                             02960000
           END-READ                                                     02970000
           CLOSE PARAMETER-FILE                                         02980000
                                                                        02990000
           MOVE SIMCOMP-PARM-SCENARIO TO SIMCOMP-SCENARIO               03000000
           IF SIMCOMP-PARM-TOP IS NUMERIC                               03010000
              AND SIMCOMP-PARM-TOP-N > ZERO                             03020000
               MOVE SIMCOMP-PARM-TOP-N TO SIMCOMP-TOP-LIMIT             03030000
           END-IF                                                       03040000
                                                                        03050000
           OPEN INPUT  SIMPOST-FILE                                     03060000
           OPEN INPUT  ACCOUNT-FILE                                     03070000
           OPEN OUTPUT CUST-WORK-FILE                                   03080000
           CLOSE CUST-WORK-FILE                                         03090000
           OPEN I-O    CUST-WORK-FILE                                   03100000
           OPEN OUTPUT RANK-WORK-FILE                                   03110000
           CLOSE RANK-WORK-FILE                                         03120000
           OPEN I-O    RANK-WORK-FILE                                   03130000
           OPEN OUTPUT COMPARE-RPT.                                     03140000
       1000-EXIT.                                                       03150000
           EXIT.                                                        03160000
                                                                        03170000
      ******************************************************************03180000
      *  2000-PROCESS-POSTING - ADD A POSTING OF THE SCENARIO TO ITS   *03190000
      *  PRODUCT, BRANCH AND CUSTOMER, THEN READ THE NEXT.  WITH NO    *03200000
      *  SCENARIO ON SYSIN THE FIRST POSTING'S SCENARIO IS TAKEN.      *03210000
      ******************************************************************03220000
       2000-PROCESS-POSTING.                                            03230000
           IF SIMCOMP-SCENARIO = SPACES                                 03240000
               MOVE SIMPOST-SCENARIO TO SIMCOMP-SCENARIO                03250000
           END-IF                                                       03260000
                                                                        03270000
           IF SIMPOST-SCENARIO NOT = SIMCOMP-SCENARIO                   03280000
               ADD 1 TO SIMCOMP-OTHER-COUNT                             03290000
           ELSE                                                         03300000
               PERFORM 2200-POST-AMOUNT THRU 2200-EXIT                  03310000
           END-IF                                                       03320000
                                                                        03330000
           PERFORM 2100-READ-SIMPOST THRU 2100-EXIT.                    03340000
                                                                        03350000
      ******************************************************************03360000
      *  2100-READ-SIMPOST - READ THE NEXT SIMULATED POSTING.          *03370000
      ******************************************************************03380000
       2100-READ-SIMPOST.                                               03390000
           READ SIMPOST-FILE                                            03400000
               AT END                                                   03410000
                   SET SIMCOMP-AT-EOF TO TRUE                           03420000
                   GO TO 2100-EXIT                                      03430000
           END-READ                                                     03440000
                                                                        03450000
           ADD 1 TO SIMCOMP-READ-COUNT.                                 03460000
       2100-EXIT.                                                       03470000
           EXIT.                                                        03480000
                                                                        03490000
      ******************************************************************03500000
      *  2200-POST-AMOUNT - FIND THE ACCOUNT'S OWNER AND PRODUCT AND   *03510000
      *  ADD THE AMOUNT TO ITS SIDE OF EACH GROUP.  THE POSTINGS OF ONE*03520000
      *  ACCOUNT USUALLY COME TOGETHER, SO THE MASTER IS ONLY READ WHEN*03530000
      *  THE ACCOUNT CHANGES.                                          *03540000
      ******************************************************************03550000
       2200-POST-AMOUNT.                                                03560000
           IF SIMPOST-BASIS-PROPOSED                                    03570000
               ADD 1 TO SIMCOMP-PROPOSED-COUNT                          03580000
               ADD SIMPOST-AMOUNT TO SIMCOMP-TOTAL-PROPOSED             03590000
           ELSE                                                         03600000
               ADD 1 TO SIMCOMP-CURRENT-COUNT                           03610000
               ADD SIMPOST-AMOUNT TO SIMCOMP-TOTAL-CURRENT              03620000
           END-IF                                                       03630000
                                                                        03640000
           IF SIMPOST-KEY NOT = SIMCOMP-LAST-KEY                        03650000
               MOVE SIMPOST-KEY TO SIMCOMP-LAST-KEY                     03660000
               PERFORM 2300-FIND-OWNER THRU 2300-EXIT                   03670000
           END-IF                                                       03680000
                                                                        03690000
           PERFORM 2400-ADD-TO-PRODUCT THRU 2400-EXIT                   03700000
           PERFORM 2500-ADD-TO-BRANCH THRU 2500-EXIT                    03710000
           IF SIMCOMP-CUSTOMER = ZERO                                   03720000
               ADD 1 TO SIMCOMP-NO-OWNER-COUNT                          03730000
           ELSE                                                         03740000
               PERFORM 2600-ADD-TO-CUSTOMER THRU 2600-EXIT              03750000
           END-IF.                                                      03760000
       2200-EXIT.                                                       03770000
           EXIT.                                                        03780000
                                                                        03790000
      ******************************************************************03800000
      *  2300-FIND-OWNER - THE ACCOUNT'S OWNER AND PRODUCT COME FROM   *03810000
      *  THE ACCOUNT MASTER.  AN ACCOUNT NO LONGER ON FILE IS LEFT     *03820000
      *  WITH NO OWNER AND PRODUCT UNKNOWN.                            *03830000
      ******************************************************************03840000
       2300-FIND-OWNER.                                                 03850000
           MOVE ZERO TO SIMCOMP-CUSTOMER                                03860000
           MOVE 'UNKNOWN' TO SIMCOMP-PRODUCT                            03870000
           MOVE SIMPOST-SORTCODE TO ACCOUNT-SORTCODE                    03880000
           MOVE SIMPOST-ACCOUNT TO ACCOUNT-NUMBER                       03890000
           READ ACCOUNT-FILE                                            03900000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   03910000
               INVALID KEY                                              03920000
                   GO TO 2300-EXIT                                      03930000
           END-READ                                                     03940000
                                                                        03950000
           MOVE ACCOUNT-CUSTOMER-NUMBER TO SIMCOMP-CUSTOMER             03960000
           MOVE ACCOUNT-TYPE TO SIMCOMP-PRODUCT.                        03970000
       2300-EXIT.                                                       03980000
           EXIT.                                                        03990000
                                                                        04000000
      ******************************************************************04010000
      *  2400-ADD-TO-PRODUCT - FIND (OR ADD) THE PRODUCT'S SLOT AND    *04020000
      *  ADD THE POSTING TO ITS SIDE.                                  *04030000
      ******************************************************************04040000
       2400-ADD-TO-PRODUCT.                                             04050000
           SET SIMCOMP-PR-IDX TO 1                                      04060000
           SEARCH SIMCOMP-PR-ENTRY                                      04070000
               VARYING SIMCOMP-PR-IDX                                   04080000
               AT END                                                   04090000
                   ADD 1 TO SIMCOMP-OVERFLOW-COUNT                      04100000
                   GO TO 2400-EXIT                                      04110000
               WHEN SIMCOMP-PR-IDX > SIMCOMP-PR-COUNT                   04120000
                   ADD 1 TO SIMCOMP-PR-COUNT                            04130000
                   MOVE SIMCOMP-PRODUCT                                 04140000
                       TO SIMCOMP-PR-TYPE(SIMCOMP-PR-IDX)               04150000
               WHEN SIMCOMP-PR-TYPE(SIMCOMP-PR-IDX) = SIMCOMP-PRODUCT   04160000
                   CONTINUE                                             04170000
           END-SEARCH                                                   04180000
                                                                        04190000
           IF SIMPOST-BASIS-PROPOSED                                    04200000
               ADD SIMPOST-AMOUNT                                       04210000
                   TO SIMCOMP-PR-PROPOSED(SIMCOMP-PR-IDX)               04220000
           ELSE                                                         04230000
               ADD SIMPOST-AMOUNT                                       04240000
                   TO SIMCOMP-PR-CURRENT(SIMCOMP-PR-IDX)                04250000
           END-IF.                                                      04260000
       2400-EXIT.                                                       04270000
           EXIT.                                                        04280000
                                                                        04290000
      ******************************************************************04300000
      *  2500-ADD-TO-BRANCH - FIND (OR ADD) THE ACCOUNT'S SORT CODE    *04310000
      *  SLOT AND ADD THE POSTING TO ITS SIDE.                         *04320000
      ******************************************************************04330000
       2500-ADD-TO-BRANCH.                                              04340000
           SET SIMCOMP-BR-IDX TO 1                                      04350000
           SEARCH SIMCOMP-BR-ENTRY                                      04360000
               VARYING SIMCOMP-BR-IDX                                   04370000
               AT END                                                   04380000
                   ADD 1 TO SIMCOMP-OVERFLOW-COUNT                      04390000
                   GO TO 2500-EXIT                                      04400000
               WHEN SIMCOMP-BR-IDX > SIMCOMP-BR-COUNT                   04410000
                   ADD 1 TO SIMCOMP-BR-COUNT                            04420000
                   MOVE SIMPOST-SORTCODE                                04430000
                       TO SIMCOMP-BR-SORTCODE(SIMCOMP-BR-IDX)           04440000
               WHEN SIMCOMP-BR-SORTCODE(SIMCOMP-BR-IDX)                 04450000
                    = SIMPOST-SORTCODE                                  04460000
                   CONTINUE                                             04470000
           END-SEARCH                                                   04480000
                                                                        04490000
           IF SIMPOST-BASIS-PROPOSED                                    04500000
               ADD SIMPOST-AMOUNT                                       04510000
                   TO SIMCOMP-BR-PROPOSED(SIMCOMP-BR-IDX)               04520000
           ELSE                                                         04530000
               ADD SIMPOST-AMOUNT                                       04540000
                   TO SIMCOMP-BR-CURRENT(SIMCOMP-BR-IDX)                04550000
           END-IF.                                                      04560000
       2500-EXIT.                                                       04570000
           EXIT.                                                        04580000
                                                                        04590000
      ******************************************************************04600000
      *  2600-ADD-TO-CUSTOMER - FIND OR START THE CUSTOMER'S WORK ROW  *04610000
      *  AND ADD THE POSTING TO ITS SIDE.                              *04620000
      ******************************************************************04630000
       2600-ADD-TO-CUSTOMER.                                            04640000
           MOVE SIMPOST-SORTCODE TO SIMCOMP-CW-SORTCODE                 04650000
           MOVE SIMCOMP-CUSTOMER TO SIMCOMP-CW-CUSTOMER                 04660000
           READ CUST-WORK-FILE                                          04670000
               KEY IS SIMCOMP-CW-KEY                                    04680000
               INVALID KEY                                              04690000
                   MOVE ZERO TO SIMCOMP-CW-CURRENT                      04700000
                   MOVE ZERO TO SIMCOMP-CW-PROPOSED                     04710000
                   MOVE ZERO TO SIMCOMP-CW-POSTINGS                     04720000
                   WRITE SIMCOMP-CW-REC                                 04730000
           END-READ                                                     04740000
                                                                        04750000
           IF SIMPOST-BASIS-PROPOSED                                    04760000
               ADD SIMPOST-AMOUNT TO SIMCOMP-CW-PROPOSED                04770000
           ELSE                                                         04780000
               ADD SIMPOST-AMOUNT TO SIMCOMP-CW-CURRENT                 04790000
           END-IF                                                       04800000
           ADD 1 TO SIMCOMP-CW-POSTINGS                                 04810000
           REWRITE SIMCOMP-CW-REC.                                      04820000
       2600-EXIT.                                                       04830000
           EXIT.                                                        04840000
                                                                        04850000
      ******************************************************************04860000
      *  3000-PROCESS-CUSTOMER - ADD THE CUSTOMER TO THE RANKING FILE  *04870000
      *  ON THE SIZE OF THEIR DIFFERENCE, THEN READ THE NEXT.          *04880000
      ******************************************************************04890000
       3000-PROCESS-CUSTOMER.                                           04900000
           ADD 1 TO SIMCOMP-CUST-COUNT                                  04910000
           COMPUTE SIMCOMP-DIFFERENCE =                                 04920000
               SIMCOMP-CW-PROPOSED - SIMCOMP-CW-CURRENT                 04930000
           IF SIMCOMP-DIFFERENCE < ZERO                                 04940000
               COMPUTE SIMCOMP-DIFFERENCE = ZERO - SIMCOMP-DIFFERENCE   04950000
           END-IF                                                       04960000
                                                                        04970000
           COMPUTE SIMCOMP-RW-INVERSE =                                 04980000
               99999999999.9999 - SIMCOMP-DIFFERENCE                    04990000
           MOVE SIMCOMP-CW-SORTCODE TO SIMCOMP-RW-SORTCODE              05000000
           MOVE SIMCOMP-CW-CUSTOMER TO SIMCOMP-RW-CUSTOMER              05010000
           MOVE SIMCOMP-CW-AMOUNTS TO SIMCOMP-RW-AMOUNTS                05020000
           WRITE SIMCOMP-RW-REC                                         05030000
               INVALID KEY                                              05040000
                   DISPLAY 'SIMCOMP - DUPLICATE RANKING KEY FOR '       05050000
                       SIMCOMP-CW-KEY                                   05060000
           END-WRITE                                                    05070000
                                                                        05080000
           PERFORM 3100-READ-CUST-WORK THRU 3100-EXIT.                  05090000
                                                                        05100000
      ******************************************************************05110000
      *  3100-READ-CUST-WORK - READ THE NEXT CUSTOMER WORK ROW.        *05120000
      ******************************************************************05130000
       3100-READ-CUST-WORK.                                             05140000
           IF SIMCOMP-AT-EOF                                            05150000
               GO TO 3100-EXIT                                          05160000
           END-IF                                                       05170000
                                                                        05180000
           READ CUST-WORK-FILE NEXT RECORD                              05190000
               AT END                                                   05200000
                   SET SIMCOMP-AT-EOF TO TRUE                           05210000
           END-READ.                                                    05220000
       3100-EXIT.                                                       05230000
           EXIT.                                                        05240000
                                                                        05250000
      ******************************************************************05260000
      *  4000-PRINT-GROUPS - HEAD THE REPORT AND PRINT THE SCENARIO    *05270000
      *  TOTAL, THEN THE PRODUCT AND BRANCH TOTALS.                    *05280000
      ******************************************************************05290000
       4000-PRINT-GROUPS.                                               05300000
           MOVE SIMCOMP-SCENARIO TO SIMCOMP-HDG-SCENARIO                05310000
           MOVE SIMCOMP-CURRENT-DATE TO SIMCOMP-HDG-DATE                05320000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-HEADING-LINE-1           05330000
           MOVE SPACES TO COMPARE-RPT-LINE                              05340000
           WRITE COMPARE-RPT-LINE                                       05350000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-HEADING-LINE-3           05360000
           MOVE SPACES TO SIMCOMP-DTL-GROUP                             05370000
           MOVE 'ALL POSTINGS' TO SIMCOMP-DTL-GROUP                     05380000
           COMPUTE SIMCOMP-DTL-CURRENT ROUNDED = SIMCOMP-TOTAL-CURRENT  05390000
           COMPUTE SIMCOMP-DTL-PROPOSED ROUNDED =                       05400000
               SIMCOMP-TOTAL-PROPOSED                                   05410000
           COMPUTE SIMCOMP-DTL-DIFFERENCE ROUNDED =                     05420000
               SIMCOMP-TOTAL-PROPOSED - SIMCOMP-TOTAL-CURRENT           05430000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-DETAIL-LINE              05440000
                                                                        05450000
           MOVE SPACES TO COMPARE-RPT-LINE                              05460000
           WRITE COMPARE-RPT-LINE                                       05470000
           MOVE 'BY PRODUCT' TO SIMCOMP-SECTION-TITLE                   05480000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SECTION-LINE             05490000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-HEADING-LINE-3           05500000
           PERFORM 4100-PRINT-PRODUCT THRU 4100-EXIT                    05510000
              VARYING SIMCOMP-PR-IDX FROM 1 BY 1                        05520000
                UNTIL SIMCOMP-PR-IDX > SIMCOMP-PR-COUNT                 05530000
                                                                        05540000
           MOVE SPACES TO COMPARE-RPT-LINE                              05550000
           WRITE COMPARE-RPT-LINE                                       05560000
           MOVE 'BY BRANCH SORT CODE' TO SIMCOMP-SECTION-TITLE          05570000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SECTION-LINE             05580000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-HEADING-LINE-3           05590000
           PERFORM 4200-PRINT-BRANCH THRU 4200-EXIT                     05600000
              VARYING SIMCOMP-BR-IDX FROM 1 BY 1                        05610000
                UNTIL SIMCOMP-BR-IDX > SIMCOMP-BR-COUNT.                05620000
       4000-EXIT.                                                       05630000
           EXIT.                                                        05640000
                                                                        05650000
      ******************************************************************05660000
      *  4100-PRINT-PRODUCT - ONE PRODUCT'S TWO SIDES.                 *05670000
      ******************************************************************05680000
       4100-PRINT-PRODUCT.                                              05690000
           MOVE SPACES TO SIMCOMP-DTL-GROUP                             05700000
           MOVE SIMCOMP-PR-TYPE(SIMCOMP-PR-IDX) TO SIMCOMP-DTL-GROUP    05710000
           COMPUTE SIMCOMP-DTL-CURRENT ROUNDED =                        05720000
               SIMCOMP-PR-CURRENT(SIMCOMP-PR-IDX)                       05730000
           COMPUTE SIMCOMP-DTL-PROPOSED ROUNDED =                       05740000
               SIMCOMP-PR-PROPOSED(SIMCOMP-PR-IDX)                      05750000
           COMPUTE SIMCOMP-DTL-DIFFERENCE ROUNDED =                     05760000
               SIMCOMP-PR-PROPOSED(SIMCOMP-PR-IDX)                      05770000
             - SIMCOMP-PR-CURRENT(SIMCOMP-PR-IDX)                       05780000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-DETAIL-LINE.             05790000
       4100-EXIT.                                                       05800000
           EXIT.                                                        05810000
                                                                        05820000
      ******************************************************************05830000
      *  4200-PRINT-BRANCH - ONE SORT CODE'S TWO SIDES.                *05840000
      ******************************************************************05850000
       4200-PRINT-BRANCH.                                               05860000
           MOVE SPACES TO SIMCOMP-DTL-GROUP                             05870000
           MOVE SIMCOMP-BR-SORTCODE(SIMCOMP-BR-IDX)                     05880000
               TO SIMCOMP-DTL-GROUP (1:6)                               05890000
           COMPUTE SIMCOMP-DTL-CURRENT ROUNDED =                        05900000
               SIMCOMP-BR-CURRENT(SIMCOMP-BR-IDX)                       05910000
           COMPUTE SIMCOMP-DTL-PROPOSED ROUNDED =                       05920000
               SIMCOMP-BR-PROPOSED(SIMCOMP-BR-IDX)                      05930000
           COMPUTE SIMCOMP-DTL-DIFFERENCE ROUNDED =                     05940000
               SIMCOMP-BR-PROPOSED(SIMCOMP-BR-IDX)                      05950000
             - SIMCOMP-BR-CURRENT(SIMCOMP-BR-IDX)                       05960000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-DETAIL-LINE.             05970000
       4200-EXIT.                                                       05980000
           EXIT.                                                        05990000
                                                                        06000000
      ******************************************************************06010000
      *  5000-PRINT-RANKING - WALK THE RANKING FILE FROM THE TOP,      *06020000
      *  PRINTING THE MOST AFFECTED CUSTOMERS UP TO THE LIST LENGTH.   *06030000
      ******************************************************************06040000
       5000-PRINT-RANKING.                                              06050000
           MOVE SPACES TO COMPARE-RPT-LINE                              06060000
           WRITE COMPARE-RPT-LINE                                       06070000
           MOVE 'MOST AFFECTED CUSTOMERS' TO SIMCOMP-SECTION-TITLE      06080000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SECTION-LINE             06090000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-HEADING-LINE-2           06100000
                                                                        06110000
           MOVE ZERO TO SIMCOMP-RW-INVERSE                              06120000
           MOVE ZERO TO SIMCOMP-RW-SORTCODE                             06130000
           MOVE ZERO TO SIMCOMP-RW-CUSTOMER                             06140000
           START RANK-WORK-FILE KEY IS NOT LESS THAN SIMCOMP-RW-KEY     06150000
               INVALID KEY                                              06160000
                   GO TO 5000-EXIT                                      06170000
           END-START                                                    06180000
                                                                        06190000
           MOVE 'N' TO SIMCOMP-EOF-SWITCH                               06200000
           PERFORM 5100-PRINT-ONE-CUSTOMER THRU 5100-EXIT               06210000
              UNTIL SIMCOMP-AT-EOF.                                     06220000
       5000-EXIT.                                                       06230000
           EXIT.                                                        06240000
                                                                        06250000
      ******************************************************************06260000
      *  5100-PRINT-ONE-CUSTOMER - ONE RANKED LINE, STOPPING ONCE THE  *06270000
      *  LIST IS FULL.                                                 *06280000
      ******************************************************************06290000
       5100-PRINT-ONE-CUSTOMER.                                         06300000
           IF SIMCOMP-RANK NOT < SIMCOMP-TOP-LIMIT                      06310000
               SET SIMCOMP-AT-EOF TO TRUE                               06320000
               GO TO 5100-EXIT                                          06330000
           END-IF                                                       06340000
                                                                        06350000
           READ RANK-WORK-FILE NEXT RECORD                              06360000
               AT END                                                   06370000
                   SET SIMCOMP-AT-EOF TO TRUE                           06380000
                   GO TO 5100-EXIT                                      06390000
           END-READ                                                     06400000
                                                                        06410000
           ADD 1 TO SIMCOMP-RANK                                        06420000
           MOVE SIMCOMP-RANK TO SIMCOMP-DTL-RANK                        06430000
           MOVE SIMCOMP-RW-SORTCODE TO SIMCOMP-DTL-SORTCODE             06440000
           MOVE SIMCOMP-RW-CUSTOMER TO SIMCOMP-DTL-CUSTOMER             06450000
           COMPUTE SIMCOMP-DTL-CURRENT ROUNDED = SIMCOMP-RW-CURRENT     06460000
           COMPUTE SIMCOMP-DTL-PROPOSED ROUNDED = SIMCOMP-RW-PROPOSED   06470000
           COMPUTE SIMCOMP-DTL-DIFFERENCE ROUNDED =                     06480000
               SIMCOMP-RW-PROPOSED - SIMCOMP-RW-CURRENT                 06490000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-DETAIL-LINE.             06500000
       5100-EXIT.                                                       06510000
           EXIT.                                                        06520000
                                                                        06530000
      ******************************************************************06540000
      *  6000-PRINT-COUNTS - THE RUN COUNTS.                           *06550000
      ******************************************************************06560000
       6000-PRINT-COUNTS.                                               06570000
           MOVE SPACES TO COMPARE-RPT-LINE                              06580000
           WRITE COMPARE-RPT-LINE                                       06590000
           MOVE 'SIMULATED POSTINGS READ    : ' TO SIMCOMP-SUM-LABEL    06600000
           MOVE SIMCOMP-READ-COUNT TO SIMCOMP-SUM-COUNT                 06610000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SUMMARY-LINE             06620000
           MOVE 'CURRENT-BASIS POSTINGS     : ' TO SIMCOMP-SUM-LABEL    06630000
           MOVE SIMCOMP-CURRENT-COUNT TO SIMCOMP-SUM-COUNT              06640000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SUMMARY-LINE             06650000
           MOVE 'PROPOSED-BASIS POSTINGS    : ' TO SIMCOMP-SUM-LABEL    06660000
           MOVE SIMCOMP-PROPOSED-COUNT TO SIMCOMP-SUM-COUNT             06670000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SUMMARY-LINE             06680000
           MOVE 'OTHER SCENARIOS SKIPPED    : ' TO SIMCOMP-SUM-LABEL    06690000
           MOVE SIMCOMP-OTHER-COUNT TO SIMCOMP-SUM-COUNT                06700000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SUMMARY-LINE             06710000
           MOVE 'POSTINGS WITH NO OWNER     : ' TO SIMCOMP-SUM-LABEL    06720000
           MOVE SIMCOMP-NO-OWNER-COUNT TO SIMCOMP-SUM-COUNT             06730000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SUMMARY-LINE             06740000
           MOVE 'CUSTOMERS COMPARED         : ' TO SIMCOMP-SUM-LABEL    06750000
           MOVE SIMCOMP-CUST-COUNT TO SIMCOMP-SUM-COUNT                 06760000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SUMMARY-LINE             06770000
           MOVE 'GROUP TABLE OVERFLOWS      : ' TO SIMCOMP-SUM-LABEL    06780000
           MOVE SIMCOMP-OVERFLOW-COUNT TO SIMCOMP-SUM-COUNT             06790000
           WRITE COMPARE-RPT-LINE FROM SIMCOMP-SUMMARY-LINE.            06800000
       6000-EXIT.                                                       06810000
           EXIT.                                                        06820000
                                                                        06830000
      ******************************************************************06840000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *06850000
      ******************************************************************06860000
       9000-TERMINATE.                                                  06870000
           CLOSE SIMPOST-FILE                                           06880000
           CLOSE ACCOUNT-FILE                                           06890000
           CLOSE CUST-WORK-FILE                                         06900000
           CLOSE RANK-WORK-FILE                                         06910000
           CLOSE COMPARE-RPT                                            06920000
                                                                        06930000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06940000
           MOVE SIMCOMP-READ-COUNT TO RUNCTL-REQ-COUNT                  06950000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          06960000
       9000-EXIT.                                                       06970000
           EXIT.                                                        06980000
                                                                        06990000
       9999-EXIT.                                                       07000000
           STOP RUN.                                                    07010000
