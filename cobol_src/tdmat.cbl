      *               H - HOLD.  THE DEPOSIT IS MARKED MATURED AND     *00310000
      *                   WAITS, WITHOUT FURTHER INTEREST, FOR AN      *00320000
      *                   INSTRUCTION THROUGH TDOPEN.                  *00330000
      *                                                                *00332000
      *             A DEPOSIT PLEDGED AS CASH COLLATERAL (CLTMNT) IS   *00334000
      *             ROLLED OVER WHATEVER ITS INSTRUCTION, SO THE       *00336000
      *             SECURITY STAYS ON DEPOSIT UNTIL IT IS RELEASED.    *00338000
      *                                                                *00338166
      *             A DEPOSIT WITH AN ACTIVE INTEREST PAY-AWAY         *00338332
      *             INSTRUCTION (COPYBOOK PAYAWAY, SET THROUGH PAWMNT) *00338498
      *             HAS ITS INTEREST TO DATE SETTLED (TDI) AND         *00338664
      *             TRANSFERRED OUT (TFD) ON EACH PAY DATE BEFORE      *00338830
      *             MATURITY, AND THE REST OF THE TERM'S INTEREST AT   *00338996
      *             MATURITY.  AN OWN ACCOUNT OR PAYEE AT THIS BANK IS *00339162
      *             CREDITED (TFC); ANY OTHER GOES OUT ON THE CLEARING *00339328
      *             EXTRACT WITH A PAYSTAT ROW FOR PAYACK.  A PAY-AWAY *00339494
      *             THAT CANNOT BE MADE LEAVES THE INTEREST ON THE     *00339660
      *             DEPOSIT, SETTLED WITH THE NEXT ONE OR AT MATURITY. *00339826
      *                                                                *00340000
      *  FILES    : TERMDEP  - VSAM KSDS - TERM DEPOSIT MASTER (I-O)   *00350000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00360000
      *             RATEFILE - VSAM KSDS - CURRENT RATE TABLE (INPUT)  *00370000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00380000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00390000
      *             PAYAWAY  - VSAM KSDS - INTEREST PAY-AWAY (I-O)     *00391666
      *             BENEF    - VSAM KSDS - SAVED PAYEES (INPUT)        *00393332
      *             SRTCODE  - VSAM KSDS - SORT CODE REFERENCE (INPUT) *00394998
      *             OUTTPAY  - OUTBOUND CLEARING EXTRACT (OUTPUT)      *00396664
      *             PAYSTAT  - VSAM KSDS - PAYMENT STATUS (I-O)        *00398330
      *             TDRPT    - MATURITY ACTIVITY REPORT (OUTPUT)       *00400000
      *                                                                *00410000
      *  CHANGE HISTORY                                                *00420000
      *  ----------------------------------------------------------    *00430000
      *  DATE        BY    DESCRIPTION                                 *00440000
      *  2026-09-02  BAG   INITIAL VERSION                             *00450000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00453333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00456666
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00457777
      *                    BALCHK THROUGH BALTOT                       *00458888
      *  2026-10-15  BAG   A PLEDGED DEPOSIT ROLLS OVER AT MATURITY    *00459258
      *                    INSTEAD OF PAYING OUT                       *00459628
      *  2026-10-15  BAG   PAY INTEREST AWAY ON A PAWMNT INSTRUCTION,  *00459752
      *                    NETTED OFF THE INTEREST SETTLED AT MATURITY *00459876
      *                                                                *00460000
      ******************************************************************00470000
       ENVIRONMENT DIVISION.                                            00480000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00780000
                  FILE STATUS IS TDMAT-PCTRL-STATUS.                    00790000
                                                                        00800000
           SELECT PAYAWAY-FILE    ASSIGN TO PAYAWAY                     00800357
                  ORGANIZATION IS INDEXED                               00800714
                  ACCESS MODE IS RANDOM                                 00801071
                  RECORD KEY IS PAYAWAY-KEY OF PAYAWAY-FILE-REC         00801428
                  FILE STATUS IS TDMAT-PAYAWAY-STATUS.                  00801785
                                                                        00802142
           SELECT BENEF-FILE      ASSIGN TO BENEF                       00802499
                  ORGANIZATION IS INDEXED                               00802856
                  ACCESS MODE IS RANDOM                                 00803213
                  RECORD KEY IS BENEF-KEY OF BENEF-FILE-REC             00803570
                  FILE STATUS IS TDMAT-BENEF-STATUS.                    00803927
                                                                        00804284
           SELECT SRTCODE-FILE    ASSIGN TO SRTCODE                     00804641
                  ORGANIZATION IS INDEXED                               00804998
                  ACCESS MODE IS RANDOM                                 00805355
                  RECORD KEY IS SRTCDE-KEY OF SRTCODE-FILE-REC          00805712
                  FILE STATUS IS TDMAT-SRTCDE-STATUS.                   00806069
                                                                        00806426
           SELECT OUTPAY-FILE     ASSIGN TO OUTTPAY                     00806783
                  ORGANIZATION IS LINE SEQUENTIAL                       00807140
                  FILE STATUS IS TDMAT-OUTPAY-STATUS.                   00807497
                                                                        00807854
           SELECT PAYSTAT-FILE    ASSIGN TO PAYSTAT                     00808211
                  ORGANIZATION IS INDEXED                               00808568
                  ACCESS MODE IS RANDOM                                 00808925
                  RECORD KEY IS PAYSTAT-KEY OF PAYSTAT-FILE-REC         00809282
                  FILE STATUS IS TDMAT-PAYSTAT-STATUS.                  00809639
                                                                        00809819
           SELECT TD-RPT          ASSIGN TO TDRPT                       00810000
                  ORGANIZATION IS LINE SEQUENTIAL                       00820000
                  FILE STATUS IS TDMAT-RPT-STATUS.                      00830000
       01  PCTRL-FILE-REC.                                              01090000
           COPY PRCTCTRL.                                               01100000
                                                                        01110000
       FD  PAYAWAY-FILE                                                 01110344
           RECORDING MODE IS F.                                         01110688
       01  PAYAWAY-FILE-REC.                                            01111032
           COPY PAYAWAY.                                                01111376
                                                                        01111720
       FD  BENEF-FILE                                                   01112064
           RECORDING MODE IS F.                                         01112408
       01  BENEF-FILE-REC.                                              01112752
           COPY BENEF.                                                  01113096
                                                                        01113440
       FD  SRTCODE-FILE                                                 01113784
           RECORDING MODE IS F.                                         01114128
       01  SRTCODE-FILE-REC.                                            01114472
           COPY SORTCODE.                                               01114816
                                                                        01115160
       FD  OUTPAY-FILE                                                  01115504
           RECORDING MODE IS F.                                         01115848
       01  OUTPAY-REC.                                                  01116192
           05  OUTPAY-BENEF-SORTCODE       PIC 9(6).                    01116536
           05  OUTPAY-BENEF-ACCOUNT        PIC 9(8).                    01116880
           05  OUTPAY-AMOUNT               PIC 9(10)V99.                01117224
           05  OUTPAY-REFERENCE            PIC X(20).                   01117568
           05  OUTPAY-PROC-DATE            PIC 9(8).                    01117912
                                                                        01118256
       FD  PAYSTAT-FILE                                                 01118600
           RECORDING MODE IS F.                                         01118944
       01  PAYSTAT-FILE-REC.                                            01119288
           COPY PAYSTAT.                                                01119632
                                                                        01119816
       FD  TD-RPT                                                       01120000
           RECORDING MODE IS F.                                         01130000
       01  TD-RPT-LINE                       PIC X(90).                 01140000
           05  TDMAT-PROCTRAN-STATUS       PIC XX.                      01210000
           05  TDMAT-PCTRL-STATUS          PIC XX.                      01220000
           05  TDMAT-RPT-STATUS            PIC XX.                      01230000
           05  TDMAT-PAYAWAY-STATUS        PIC XX.                      01231666
           05  TDMAT-BENEF-STATUS          PIC XX.                      01233332
           05  TDMAT-SRTCDE-STATUS         PIC XX.                      01234998
           05  TDMAT-OUTPAY-STATUS         PIC XX.                      01236664
           05  TDMAT-PAYSTAT-STATUS        PIC XX.                      01238330
           05  TDMAT-EOF-SWITCH            PIC X     VALUE 'N'.         01240000
               88  TDMAT-AT-EOF                  VALUE 'Y'.             01250000
           05  TDMAT-READ-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01260000
           05  TDMAT-PAID-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01280000
           05  TDMAT-HELD-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01290000
           05  TDMAT-FAILED-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01300000
           05  TDMAT-PAWY-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01303333
           05  TDMAT-PAWY-FAILED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01306666
           05  TDMAT-CURRENT-DATE          PIC 9(8).                    01310000
           05  TDMAT-CURRENT-GRP REDEFINES TDMAT-CURRENT-DATE.          01312000
               10  TDMAT-CURRENT-YYYY      PIC 9(4).                    01314000
               10  TDMAT-CURRENT-MM        PIC 9(2).                    01316000
               10  TDMAT-CURRENT-DD        PIC 9(2).                    01318000
           05  TDMAT-CURRENT-TIME          PIC 9(6).                    01320000
           05  TDMAT-CTL-SORTCODE          PIC 9(6)  VALUE 987654.      01330000
           05  TDMAT-CTL-NUMBER            PIC 9(8)  VALUE ZERO.        01340000
           05  TDMAT-MONTHS-LEFT           PIC 9(3)  VALUE ZERO.        01380000
           05  TDMAT-FAIL-SWITCH           PIC X     VALUE 'N'.         01390000
               88  TDMAT-ITEM-FAILED             VALUE 'Y'.             01400000
           05  TDMAT-MATURE-DATE           PIC 9(8)  VALUE ZERO.        01400476
           05  TDMAT-MATURE-GRP REDEFINES TDMAT-MATURE-DATE.            01400952
               10  TDMAT-MATURE-YYYY       PIC 9(4).                    01401428
               10  TDMAT-MATURE-MM         PIC 9(2).                    01401904
               10  TDMAT-MATURE-DD         PIC 9(2).                    01402380
           05  TDMAT-DAY-FROM              PIC 9(2)  VALUE ZERO.        01402856
           05  TDMAT-DAY-TO                PIC 9(2)  VALUE ZERO.        01403332
           05  TDMAT-DAYS-LEFT             PIC S9(5) VALUE ZERO.        01403808
           05  TDMAT-DAYS-RUN              PIC S9(5) VALUE ZERO.        01404284
           05  TDMAT-PAWY-SWITCH           PIC X     VALUE 'N'.         01404760
               88  TDMAT-PAWY-FOUND              VALUE 'Y'.             01405236
           05  TDMAT-PAWY-RESULT           PIC X     VALUE 'P'.         01405712
               88  TDMAT-PAWY-PAID               VALUE 'P'.             01406188
               88  TDMAT-PAWY-FAILED             VALUE 'F'.             01406664
           05  TDMAT-DEST-SWITCH           PIC X     VALUE 'I'.         01407140
               88  TDMAT-DEST-INTERNAL           VALUE 'I'.             01407616
               88  TDMAT-DEST-EXTERNAL           VALUE 'E'.             01408092
           05  TDMAT-PAWY-AMOUNT           PIC S9(10)V99 VALUE ZERO.    01408568
           05  TDMAT-PAWY-REASON           PIC X(24) VALUE SPACES.      01409044
           05  TDMAT-PAY-MONTHS            PIC 9(3)  VALUE ZERO.        01409520
                                                                        01410000
       01  TDMAT-DETAIL-LINE.                                           01420000
           05  TDMAT-DTL-SORTCODE          PIC 9(6).                    01430000
           05  TDMAT-SUM-FAILED            PIC Z(8)9.                   01820000
           05  FILLER                      PIC X(47) VALUE SPACES.      01830000
                                                                        01840000
       01  TDMAT-SUMMARY-LINE-6.                                        01840833
           05  FILLER                      PIC X(20) VALUE              01841666
               'INTEREST PAID AWAY: '.                                  01842499
           05  TDMAT-SUM-PAWY              PIC Z(8)9.                   01843332
           05  FILLER                      PIC X(47) VALUE SPACES.      01844165
                                                                        01844998
       01  TDMAT-SUMMARY-LINE-7.                                        01845831
           05  FILLER                      PIC X(20) VALUE              01846664
               'PAY-AWAYS FAILED  : '.                                  01847497
           05  TDMAT-SUM-PAWY-FAILED       PIC Z(8)9.                   01848330
           05  FILLER                      PIC X(47) VALUE SPACES.      01849163
                                                                        01849581
       01  RUNCTL-REQUEST-AREA.                                         01850000
           COPY RUNCTLQ.                                                01860000
                                                                        01860625
       01  BALTOT-REQUEST-AREA.                                         01861250
           COPY BALTOTQ.                                                01861875
                                                                        01862500
       01  BUSDATE-REQUEST-AREA.                                        01865000
           COPY BUSDATEQ.                                               01867500
                                                                        01870000
      ******************************************************************01880000
       PROCEDURE DIVISION.                                              01890000
               DISPLAY 'TDMAT - HELD - PREDECESSOR NOT COMPLETE'        02130000
               STOP RUN                                                 02140000
           END-IF                                                       02150000
                                                                        02152000
           MOVE 'TDMAT' TO BALTOT-REQ-JOB                               02154000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02156000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02158000
                                                                        02160000
           OPEN I-O    TERMDEP-FILE                                     02170000
           OPEN I-O    ACCOUNT-FILE                                     02180000
           OPEN INPUT  RATE-FILE                                        02190000
           OPEN I-O    PROCTRAN-FILE                                    02200000
           OPEN I-O    PCTRL-FILE                                       02210000
           OPEN I-O    PAYAWAY-FILE                                     02211666
           OPEN INPUT  BENEF-FILE                                       02213332
           OPEN INPUT  SRTCODE-FILE                                     02214998
           OPEN OUTPUT OUTPAY-FILE                                      02216664
           OPEN I-O    PAYSTAT-FILE                                     02218330
           OPEN OUTPUT TD-RPT                                           02220000
                                                                        02230000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02236666
           MOVE BUSDATE-REQ-CURRENT TO TDMAT-CURRENT-DATE               02243332
           ACCEPT TDMAT-CURRENT-TIME FROM TIME                          02250000
                                                                        02260000
           MOVE ZERO TO TERMDEP-SORTCODE OF TERMDEP-FILE-REC            02270000
           EXIT.                                                        02500000
                                                                        02510000
      ******************************************************************02520000
      *  2000-PROCESS-DEPOSIT - JUDGE ONE DEPOSIT, EXECUTE ITS         *02527500
      *  MATURITY INSTRUCTION IF DUE OR PAY ITS INTEREST AWAY IF A     *02535000
      *  PAY DATE HAS COME, AND READ THE NEXT ONE.                     *02542500
      ******************************************************************02550000
       2000-PROCESS-DEPOSIT.                                            02560000
           ADD 1 TO TDMAT-READ-COUNT                                    02570000
           IF TERMDEP-OPEN OF TERMDEP-FILE-REC                          02600000
              AND TERMDEP-MATURITY-DATE OF TERMDEP-FILE-REC             02610000
                  NOT > TDMAT-CURRENT-DATE                              02620000
               PERFORM 2100-MATURE-DEPOSIT THRU 2100-EXIT               02624285
           ELSE                                                         02628570
               IF TERMDEP-OPEN OF TERMDEP-FILE-REC                      02632855
                   PERFORM 2050-INTERIM-PAYAWAY THRU 2050-EXIT          02637140
               END-IF                                                   02641425
           END-IF                                                       02645710
                                                                        02650000
           PERFORM 1200-READ-DEPOSIT-NEXT THRU 1200-EXIT.               02660000
                                                                        02670000
      ******************************************************************02700135
      *  2050-INTERIM-PAYAWAY - A RUNNING DEPOSIT WITH AN ACTIVE       *02700270
      *  PAY-AWAY INSTRUCTION WHOSE PAY DATE HAS COME HAS ITS          *02700405
      *  INTEREST TO DATE, LESS WHAT HAS ALREADY BEEN PAID AWAY THIS   *02700540
      *  TERM, PAID AWAY.  THE PAY DATE MOVES ON WHETHER OR NOT THE    *02700675
      *  PAYMENT COULD BE MADE - A FAILED ONE IS PICKED UP BY THE      *02700810
      *  NEXT, OR SETTLED ON THE DEPOSIT AT MATURITY.                  *02700945
      ******************************************************************02701080
       2050-INTERIM-PAYAWAY.                                            02701215
           PERFORM 2700-READ-PAYAWAY THRU 2700-EXIT                     02701350
           IF NOT TDMAT-PAWY-FOUND                                      02701485
               GO TO 2050-EXIT                                          02701620
           END-IF                                                       02701755
           IF PAYAWAY-NEXT-PAY-DATE OF PAYAWAY-FILE-REC                 02701890
              > TDMAT-CURRENT-DATE                                      02702025
               GO TO 2050-EXIT                                          02702160
           END-IF                                                       02702295
                                                                        02702430
           PERFORM 2060-INTEREST-TO-DATE THRU 2060-EXIT                 02702565
           COMPUTE TDMAT-PAWY-AMOUNT =                                  02702700
               TDMAT-INTEREST - TERMDEP-PAID-AWAY OF TERMDEP-FILE-REC   02702835
                                                                        02702970
           IF TDMAT-PAWY-AMOUNT > ZERO                                  02703105
               PERFORM 2710-PAY-AWAY THRU 2710-EXIT                     02703240
               IF TDMAT-PAWY-PAID                                       02703375
                   PERFORM 2800-REWRITE-DEPOSIT THRU 2800-EXIT          02703510
               END-IF                                                   02703645
           END-IF                                                       02703780
                                                                        02703915
           PERFORM 2790-ADVANCE-PAY-DATE THRU 2790-EXIT.                02704050
       2050-EXIT.                                                       02704185
           EXIT.                                                        02704320
                                                                        02704455
      ******************************************************************02704590
      *  2060-INTEREST-TO-DATE - THE INTEREST EARNED SO FAR THIS TERM  *02704725
      *  ON THE 30/360 CONVENTION, COUNTING THE DAYS RUN AS THE TERM   *02704860
      *  LESS THE DAYS LEFT TO MATURITY, THE SAME WAY TDOPEN PRICES A  *02704995
      *  BREAK.                                                        *02705130
      ******************************************************************02705265
       2060-INTEREST-TO-DATE.                                           02705400
           MOVE TERMDEP-MATURITY-DATE OF TERMDEP-FILE-REC               02705535
               TO TDMAT-MATURE-DATE                                     02705670
           MOVE TDMAT-CURRENT-DD TO TDMAT-DAY-FROM                      02705805
           MOVE TDMAT-MATURE-DD  TO TDMAT-DAY-TO                        02705940
           IF TDMAT-DAY-FROM > 30                                       02706075
               MOVE 30 TO TDMAT-DAY-FROM                                02706210
           END-IF                                                       02706345
           IF TDMAT-DAY-TO > 30                                         02706480
               MOVE 30 TO TDMAT-DAY-TO                                  02706615
           END-IF                                                       02706750
                                                                        02706885
           COMPUTE TDMAT-DAYS-LEFT =                                    02707020
               (TDMAT-MATURE-YYYY - TDMAT-CURRENT-YYYY) * 360           02707155
             + (TDMAT-MATURE-MM - TDMAT-CURRENT-MM) * 30                02707290
             + TDMAT-DAY-TO - TDMAT-DAY-FROM                            02707425
           IF TDMAT-DAYS-LEFT < ZERO                                    02707560
               MOVE ZERO TO TDMAT-DAYS-LEFT                             02707695
           END-IF                                                       02707830
                                                                        02707965
           COMPUTE TDMAT-DAYS-RUN =                                     02708100
               TERMDEP-TERM-MONTHS OF TERMDEP-FILE-REC * 30             02708235
             - TDMAT-DAYS-LEFT                                          02708370
           IF TDMAT-DAYS-RUN < ZERO                                     02708505
               MOVE ZERO TO TDMAT-DAYS-RUN                              02708640
           END-IF                                                       02708775
                                                                        02708910
           COMPUTE TDMAT-INTEREST ROUNDED =                             02709045
               (TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                   02709180
                * TERMDEP-LOCKED-RATE OF TERMDEP-FILE-REC               02709315
                * TDMAT-DAYS-RUN)                                       02709450
               / 36000.                                                 02709585
       2060-EXIT.                                                       02709720
           EXIT.                                                        02709855
                                                                        02709873
      ******************************************************************02709891
      *  2100-MATURE-DEPOSIT - SETTLE THE TERM'S INTEREST AND ROUTE    *02709927
      *  BY INSTRUCTION.                                               *02709963
      ******************************************************************02710000
       2100-MATURE-DEPOSIT.                                             02720000
      *    THE WHOLE TERM'S INTEREST IN ONE FIGURE, ON THE 30/360      *02730000
                * TERMDEP-TERM-MONTHS OF TERMDEP-FILE-REC * 30)         02790000
               / 36000                                                  02800000
                                                                        02810000
      *    WITH A PAY-AWAY INSTRUCTION THE REST OF THE TERM'S          *02811000
      *    INTEREST IS PAID AWAY FIRST; WHATEVER HAS BEEN PAID AWAY    *02812000
      *    THIS TERM IS NOT SETTLED ON THE DEPOSIT AGAIN.              *02813000
           PERFORM 2150-MATURITY-PAYAWAY THRU 2150-EXIT                 02814000
           SUBTRACT TERMDEP-PAID-AWAY OF TERMDEP-FILE-REC               02815000
               FROM TDMAT-INTEREST                                      02816000
           IF TDMAT-INTEREST < ZERO                                     02817000
               MOVE ZERO TO TDMAT-INTEREST                              02818000
           END-IF                                                       02819000
           COMPUTE TDMAT-TOTAL =                                        02820000
               TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC + TDMAT-INTEREST   02830000
                                                                        02840000
           EVALUATE TRUE                                                02850000
               WHEN TERMDEP-INSTR-ROLLOVER OF TERMDEP-FILE-REC          02856666
                 OR TERMDEP-PLEDGED OF TERMDEP-FILE-REC                 02863332
                   PERFORM 2200-ROLL-OVER THRU 2200-EXIT                02870000
               WHEN TERMDEP-INSTR-PAYOUT OF TERMDEP-FILE-REC            02880000
                   PERFORM 2300-PAY-OUT THRU 2300-EXIT                  02890000
                   PERFORM 2400-HOLD-MATURED THRU 2400-EXIT             02910000
           END-EVALUATE                                                 02920000
                                                                        02930000
           IF NOT TDMAT-ITEM-FAILED                                     02938000
               MOVE ZERO TO TERMDEP-PAID-AWAY OF TERMDEP-FILE-REC       02946000
               PERFORM 2800-REWRITE-DEPOSIT THRU 2800-EXIT              02954000
           END-IF.                                                      02962000
       2100-EXIT.                                                       02970000
           EXIT.                                                        02980000
                                                                        02980192
      ******************************************************************02980384
      *  2150-MATURITY-PAYAWAY - PAY AWAY THE TERM'S INTEREST NOT YET  *02980768
      *  PAID AWAY.  THE DEPOSIT IS REWRITTEN AT ONCE WITH THE AMOUNT  *02981152
      *  PAID, SO A MATURITY THAT THEN FAILS AND IS RETRIED TOMORROW   *02981536
      *  CANNOT PAY IT AWAY A SECOND TIME.                             *02981920
      ******************************************************************02982304
       2150-MATURITY-PAYAWAY.                                           02982688
           PERFORM 2700-READ-PAYAWAY THRU 2700-EXIT                     02983072
           IF NOT TDMAT-PAWY-FOUND                                      02983456
               GO TO 2150-EXIT                                          02983840
           END-IF                                                       02984224
                                                                        02984608
           COMPUTE TDMAT-PAWY-AMOUNT =                                  02984992
               TDMAT-INTEREST - TERMDEP-PAID-AWAY OF TERMDEP-FILE-REC   02985376
                                                                        02985760
           IF TDMAT-PAWY-AMOUNT > ZERO                                  02986144
               PERFORM 2710-PAY-AWAY THRU 2710-EXIT                     02986528
               IF TDMAT-PAWY-PAID                                       02986912
                   PERFORM 2800-REWRITE-DEPOSIT THRU 2800-EXIT          02987296
               END-IF                                                   02987680
           END-IF                                                       02988064
                                                                        02988448
           PERFORM 2790-ADVANCE-PAY-DATE THRU 2790-EXIT.                02988832
       2150-EXIT.                                                       02989216
           EXIT.                                                        02989600
                                                                        02990000
      ******************************************************************03000000
      *  2200-ROLL-OVER - INTEREST CAPITALISES, THE RATE RE-LOCKS AT   *03010000
      *  THE SAME TERM.                                                *03030000
      ******************************************************************03040000
       2200-ROLL-OVER.                                                  03050000
           IF TDMAT-INTEREST NOT = ZERO                                 03056000
               PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT       03062000
               PERFORM 2600-WRITE-PROCTRAN THRU 2600-EXIT               03068000
           END-IF                                                       03074000
                                                                        03080000
           ADD TDMAT-INTEREST                                           03090000
              TO TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                  03100000
                                                                        03280000
           ADD 1 TO TDMAT-ROLLED-COUNT                                  03290000
           MOVE 'ROLLED' TO TDMAT-DTL-ACTION                            03300000
           IF TERMDEP-PLEDGED OF TERMDEP-FILE-REC                       03302857
              AND NOT TERMDEP-INSTR-ROLLOVER OF TERMDEP-FILE-REC        03305714
               MOVE 'PLEDGED - NOT PAID OUT' TO TDMAT-DTL-NOTE          03308571
           ELSE                                                         03311428
               MOVE 'RE-LOCKED AT CURRENT RATE' TO TDMAT-DTL-NOTE       03314285
           END-IF                                                       03317142
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.                    03320000
       2200-EXIT.                                                       03330000
           EXIT.                                                        03340000
      *  PRINCIPAL SO NOTHING IS LOST WHILE IT WAITS, LOGGED AS TDI.   *04200000
      ******************************************************************04210000
       2400-HOLD-MATURED.                                               04220000
           IF TDMAT-INTEREST NOT = ZERO                                 04226000
               PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT       04232000
               PERFORM 2600-WRITE-PROCTRAN THRU 2600-EXIT               04238000
           END-IF                                                       04244000
                                                                        04250000
           ADD TDMAT-INTEREST                                           04260000
              TO TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                  04270000
                   DISPLAY 'TDMAT - CRITICAL - PROCTRAN WRITE '         05090000
                       'FAILED FOR DEPOSIT ' TERMDEP-NUMBER             05100000
                           OF TERMDEP-FILE-REC                          05110000
               NOT INVALID KEY                                          05113333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05116666
           END-WRITE.                                                   05120000
       2600-EXIT.                                                       05130000
           EXIT.                                                        05140000
                                                                        05150000
      ******************************************************************05180025
      *  2700-READ-PAYAWAY - LOOK FOR AN ACTIVE PAY-AWAY INSTRUCTION   *05180050
      *  ON THE DEPOSIT.                                               *05180075
      ******************************************************************05180100
       2700-READ-PAYAWAY.                                               05180125
           MOVE 'N' TO TDMAT-PAWY-SWITCH                                05180150
           MOVE 'T' TO PAYAWAY-SOURCE-TYPE OF PAYAWAY-FILE-REC          05180175
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    05180200
               TO PAYAWAY-SORTCODE OF PAYAWAY-FILE-REC                  05180225
           MOVE TERMDEP-NUMBER OF TERMDEP-FILE-REC                      05180250
               TO PAYAWAY-NUMBER OF PAYAWAY-FILE-REC                    05180275
                                                                        05180300
           READ PAYAWAY-FILE                                            05180325
               KEY IS PAYAWAY-KEY OF PAYAWAY-FILE-REC                   05180350
               INVALID KEY                                              05180375
                   GO TO 2700-EXIT                                      05180400
           END-READ                                                     05180425
                                                                        05180450
           IF PAYAWAY-ACTIVE OF PAYAWAY-FILE-REC                        05180475
               SET TDMAT-PAWY-FOUND TO TRUE                             05180500
           END-IF.                                                      05180525
       2700-EXIT.                                                       05180550
           EXIT.                                                        05180575
                                                                        05180600
      ******************************************************************05180625
      *  2710-PAY-AWAY - SETTLE TDMAT-PAWY-AMOUNT OF INTEREST ONTO THE *05180650
      *  DEPOSIT (TDI) AND TRANSFER IT STRAIGHT OUT (TFD), SO THE      *05180675
      *  PRINCIPAL IS UNCHANGED.  AN ACCOUNT AT THIS BANK IS CREDITED  *05180700
      *  FIRST (TFC), SO A CREDIT THAT CANNOT BE MADE LEAVES NOTHING   *05180725
      *  TO UNWIND; ANY OTHER GOES ON THE CLEARING EXTRACT.            *05180750
      ******************************************************************05180775
       2710-PAY-AWAY.                                                   05180800
           MOVE 'P' TO TDMAT-PAWY-RESULT                                05180825
           PERFORM 2720-CHECK-DESTINATION THRU 2720-EXIT                05180850
           IF TDMAT-PAWY-FAILED                                         05180875
               PERFORM 2760-RECORD-FAILURE THRU 2760-EXIT               05180900
               GO TO 2710-EXIT                                          05180925
           END-IF                                                       05180950
                                                                        05180975
           IF TDMAT-DEST-INTERNAL                                       05181000
               ADD TDMAT-PAWY-AMOUNT                                    05181025
                  TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                05181050
               REWRITE ACCOUNT-FILE-REC                                 05181075
                   INVALID KEY                                          05181100
                       MOVE 'F' TO TDMAT-PAWY-RESULT                    05181125
                       MOVE 'DESTINATION REWRITE ERR'                   05181150
                           TO TDMAT-PAWY-REASON                         05181175
                       PERFORM 2760-RECORD-FAILURE THRU 2760-EXIT       05181200
                       GO TO 2710-EXIT                                  05181225
               END-REWRITE                                              05181250
           END-IF                                                       05181275
                                                                        05181300
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           05181325
           PERFORM 2730-WRITE-INTEREST-PROCTRAN THRU 2730-EXIT          05181350
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           05181375
           PERFORM 2740-WRITE-DEBIT-PROCTRAN THRU 2740-EXIT             05181400
           IF TDMAT-DEST-INTERNAL                                       05181425
               PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT       05181450
               PERFORM 2750-WRITE-CREDIT-PROCTRAN THRU 2750-EXIT        05181475
           ELSE                                                         05181500
               PERFORM 2770-WRITE-OUTPAY-EXTRACT THRU 2770-EXIT         05181525
           END-IF                                                       05181550
                                                                        05181575
           ADD TDMAT-PAWY-AMOUNT                                        05181600
              TO TERMDEP-PAID-AWAY OF TERMDEP-FILE-REC                  05181625
           MOVE TDMAT-CURRENT-DATE                                      05181650
               TO PAYAWAY-LAST-PAID-DATE OF PAYAWAY-FILE-REC            05181675
           MOVE TDMAT-PAWY-AMOUNT                                       05181700
               TO PAYAWAY-LAST-PAID-AMOUNT OF PAYAWAY-FILE-REC          05181725
           ADD TDMAT-PAWY-AMOUNT                                        05181750
              TO PAYAWAY-PAID-TOTAL OF PAYAWAY-FILE-REC                 05181775
                                                                        05181800
           ADD 1 TO TDMAT-PAWY-COUNT                                    05181825
           PERFORM 2950-WRITE-PAYAWAY-DETAIL THRU 2950-EXIT.            05181850
       2710-EXIT.                                                       05181875
           EXIT.                                                        05181900
                                                                        05181925
      ******************************************************************05181950
      *  2720-CHECK-DESTINATION - A SAVED PAYEE MUST STILL BE ACTIVE.  *05181975
      *  A SORT CODE NOT ON OUR SRTCODE FILE BELONGS TO ANOTHER BANK;  *05182000
      *  OTHERWISE THE ACCOUNT MUST BE ON FILE, OPEN AND IN STERLING,  *05182025
      *  AND IS LEFT IN ACCOUNT-FILE-REC FOR THE CREDIT.               *05182050
      ******************************************************************05182075
       2720-CHECK-DESTINATION.                                          05182100
           IF PAYAWAY-TO-BENEF OF PAYAWAY-FILE-REC                      05182125
               MOVE PAYAWAY-SORTCODE OF PAYAWAY-FILE-REC                05182150
                   TO BENEF-SORTCODE OF BENEF-FILE-REC                  05182175
               MOVE PAYAWAY-CUSTOMER OF PAYAWAY-FILE-REC                05182200
                   TO BENEF-CUSTOMER OF BENEF-FILE-REC                  05182225
               MOVE PAYAWAY-BENEF-PAYEE OF PAYAWAY-FILE-REC             05182250
                   TO BENEF-PAYEE-NUMBER OF BENEF-FILE-REC              05182275
               READ BENEF-FILE                                          05182300
                   KEY IS BENEF-KEY OF BENEF-FILE-REC                   05182325
                   INVALID KEY                                          05182350
                       MOVE 'F' TO TDMAT-PAWY-RESULT                    05182375
                       MOVE 'PAYEE NOT FOUND' TO TDMAT-PAWY-REASON      05182400
                       GO TO 2720-EXIT                                  05182425
               END-READ                                                 05182450
               IF NOT BENEF-ACTIVE OF BENEF-FILE-REC                    05182475
                   MOVE 'F' TO TDMAT-PAWY-RESULT                        05182500
                   MOVE 'PAYEE REMOVED' TO TDMAT-PAWY-REASON            05182525
                   GO TO 2720-EXIT                                      05182550
               END-IF                                                   05182575
           END-IF                                                       05182600
                                                                        05182625
           SET TDMAT-DEST-INTERNAL TO TRUE                              05182650
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05182675
               TO SRTCDE-SORTCODE OF SRTCODE-FILE-REC                   05182700
           READ SRTCODE-FILE                                            05182725
               KEY IS SRTCDE-KEY OF SRTCODE-FILE-REC                    05182750
               INVALID KEY                                              05182775
                   SET TDMAT-DEST-EXTERNAL TO TRUE                      05182800
                   GO TO 2720-EXIT                                      05182825
           END-READ                                                     05182850
                                                                        05182875
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05182900
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  05182925
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05182950
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    05182975
           READ ACCOUNT-FILE                                            05183000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05183025
               INVALID KEY                                              05183050
                   MOVE 'F' TO TDMAT-PAWY-RESULT                        05183075
                   MOVE 'DESTINATION NOT FOUND' TO TDMAT-PAWY-REASON    05183100
                   GO TO 2720-EXIT                                      05183125
           END-READ                                                     05183150
                                                                        05183175
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      05183200
              OR NOT ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC            05183225
               MOVE 'F' TO TDMAT-PAWY-RESULT                            05183250
               MOVE 'DESTINATION NOT OPEN' TO TDMAT-PAWY-REASON         05183275
           END-IF.                                                      05183300
       2720-EXIT.                                                       05183325
           EXIT.                                                        05183350
                                                                        05183375
      ******************************************************************05183400
      *  2730-WRITE-INTEREST-PROCTRAN - LOG THE INTEREST SETTLED ONTO  *05183425
      *  THE DEPOSIT FOR PAYING AWAY AS TDI AGAINST ITS OWN NUMBER.    *05183450
      ******************************************************************05183475
       2730-WRITE-INTEREST-PROCTRAN.                                    05183500
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05183525
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    05183550
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05183575
           MOVE TDMAT-TRAN-NUMBER                                       05183600
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05183625
           MOVE TERMDEP-NUMBER OF TERMDEP-FILE-REC                      05183650
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05183675
           MOVE TDMAT-CURRENT-DATE                                      05183700
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05183725
           MOVE TDMAT-CURRENT-TIME                                      05183750
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05183775
           MOVE TDMAT-TRAN-NUMBER                                       05183800
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05183825
           MOVE 'TDI' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05183850
           MOVE TDMAT-PAWY-AMOUNT                                       05183875
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05183900
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05183925
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05183950
           MOVE 'TERM DEPOSIT INTEREST SETTLED'                         05183975
               TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                   05184000
                                                                        05184025
           WRITE PROCTRAN-FILE-REC                                      05184050
               INVALID KEY                                              05184075
                   DISPLAY 'TDMAT - CRITICAL - PROCTRAN WRITE '         05184100
                       'FAILED FOR DEPOSIT ' TERMDEP-NUMBER             05184125
                           OF TERMDEP-FILE-REC                          05184150
               NOT INVALID KEY                                          05184175
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05184200
           END-WRITE.                                                   05184225
       2730-EXIT.                                                       05184250
           EXIT.                                                        05184275
                                                                        05184300
      ******************************************************************05184325
      *  2740-WRITE-DEBIT-PROCTRAN - LOG THE TRANSFER OUT OF THE       *05184350
      *  DEPOSIT, CARRYING THE DESTINATION IN THE PROC-TRAN-DESC-XFR   *05184375
      *  COUNTERPARTY FIELDS.                                          *05184400
      ******************************************************************05184425
       2740-WRITE-DEBIT-PROCTRAN.                                       05184450
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05184475
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    05184500
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05184525
           MOVE TDMAT-TRAN-NUMBER                                       05184550
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05184575
           MOVE TERMDEP-NUMBER OF TERMDEP-FILE-REC                      05184600
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05184625
           MOVE TDMAT-CURRENT-DATE                                      05184650
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05184675
           MOVE TDMAT-CURRENT-TIME                                      05184700
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05184725
           MOVE TDMAT-TRAN-NUMBER                                       05184750
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05184775
           MOVE 'TFD' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05184800
           MOVE TDMAT-PAWY-AMOUNT                                       05184825
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05184850
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05184875
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05184900
                                                                        05184925
           MOVE 'INTEREST PAY-AWAY'                                     05184950
               TO PROC-TRAN-DESC-XFR-HEADER OF PROCTRAN-FILE-REC        05184975
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05185000
               TO PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC      05185025
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05185050
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05185075
                                                                        05185100
           WRITE PROCTRAN-FILE-REC                                      05185125
               INVALID KEY                                              05185150
                   DISPLAY 'TDMAT - CRITICAL - PROCTRAN WRITE '         05185175
                       'FAILED FOR PAY-AWAY DEBIT, DEPOSIT '            05185200
                       TERMDEP-NUMBER OF TERMDEP-FILE-REC               05185225
               NOT INVALID KEY                                          05185250
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05185275
           END-WRITE.                                                   05185300
       2740-EXIT.                                                       05185325
           EXIT.                                                        05185350
                                                                        05185375
      ******************************************************************05185400
      *  2750-WRITE-CREDIT-PROCTRAN - LOG THE CREDIT TO THE            *05185425
      *  DESTINATION ACCOUNT, CARRYING THE DEPOSIT IN THE              *05185450
      *  PROC-TRAN-DESC-XFR COUNTERPARTY FIELDS.                       *05185475
      ******************************************************************05185500
       2750-WRITE-CREDIT-PROCTRAN.                                      05185525
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    05185550
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05185575
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              05185600
           MOVE TDMAT-TRAN-NUMBER                                       05185625
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 05185650
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05185675
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         05185700
           MOVE TDMAT-CURRENT-DATE                                      05185725
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   05185750
           MOVE TDMAT-CURRENT-TIME                                      05185775
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   05185800
           MOVE TDMAT-TRAN-NUMBER                                       05185825
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    05185850
           MOVE 'TFC' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            05185875
           MOVE TDMAT-PAWY-AMOUNT                                       05185900
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 05185925
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        05185950
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   05185975
                                                                        05186000
           MOVE 'INTEREST PAY-AWAY'                                     05186025
               TO PROC-TRAN-DESC-XFR-HEADER OF PROCTRAN-FILE-REC        05186050
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    05186075
               TO PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC      05186100
           MOVE TERMDEP-NUMBER OF TERMDEP-FILE-REC                      05186125
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05186150
                                                                        05186175
           WRITE PROCTRAN-FILE-REC                                      05186200
               INVALID KEY                                              05186225
                   DISPLAY 'TDMAT - CRITICAL - PROCTRAN WRITE '         05186250
                       'FAILED FOR PAY-AWAY CREDIT, ACCOUNT '           05186275
                       PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC         05186300
               NOT INVALID KEY                                          05186325
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05186350
           END-WRITE.                                                   05186375
       2750-EXIT.                                                       05186400
           EXIT.                                                        05186425
                                                                        05186450
      ******************************************************************05186475
      *  2760-RECORD-FAILURE - THE PAY-AWAY COULD NOT BE MADE.         *05186500
      *  NOTHING HAS MOVED; THE INTEREST STAYS ON THE DEPOSIT AND THE  *05186525
      *  FAILURE IS KEPT ON THE INSTRUCTION FOR PAWMNT TO SHOW.        *05186550
      ******************************************************************05186575
       2760-RECORD-FAILURE.                                             05186600
           IF PAYAWAY-FAIL-COUNT OF PAYAWAY-FILE-REC < 999              05186625
               ADD 1 TO PAYAWAY-FAIL-COUNT OF PAYAWAY-FILE-REC          05186650
           END-IF                                                       05186675
           MOVE TDMAT-CURRENT-DATE                                      05186700
               TO PAYAWAY-LAST-FAIL-DATE OF PAYAWAY-FILE-REC            05186725
           MOVE TDMAT-PAWY-REASON                                       05186750
               TO PAYAWAY-LAST-FAIL-REASON OF PAYAWAY-FILE-REC          05186775
                                                                        05186800
           ADD 1 TO TDMAT-PAWY-FAILED-COUNT                             05186825
           PERFORM 2950-WRITE-PAYAWAY-DETAIL THRU 2950-EXIT.            05186850
       2760-EXIT.                                                       05186875
           EXIT.                                                        05186900
                                                                        05186925
      ******************************************************************05186950
      *  2770-WRITE-OUTPAY-EXTRACT - THE DESTINATION BANKS ELSEWHERE.  *05186975
      *  THE PAYMENT GOES ON TONIGHT'S OUTBOUND CLEARING EXTRACT,      *05187000
      *  REFERENCED BY THE INSTRUCTION'S KEY, AND IS REGISTERED ON     *05187025
      *  PAYSTAT SO PAYACK CAN TIE A RETURN BACK TO THE DEPOSIT.       *05187050
      ******************************************************************05187075
       2770-WRITE-OUTPAY-EXTRACT.                                       05187100
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05187125
               TO OUTPAY-BENEF-SORTCODE                                 05187150
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05187175
               TO OUTPAY-BENEF-ACCOUNT                                  05187200
           MOVE TDMAT-PAWY-AMOUNT TO OUTPAY-AMOUNT                      05187225
           MOVE SPACES TO OUTPAY-REFERENCE                              05187250
           STRING 'PAWY' PAYAWAY-KEY OF PAYAWAY-FILE-REC                05187275
               DELIMITED BY SIZE                                        05187300
               INTO OUTPAY-REFERENCE                                    05187325
           END-STRING                                                   05187350
           MOVE TDMAT-CURRENT-DATE TO OUTPAY-PROC-DATE                  05187375
                                                                        05187400
           WRITE OUTPAY-REC                                             05187425
                                                                        05187450
           MOVE 'PSTA' TO PAYSTAT-EYECATCHER OF PAYSTAT-FILE-REC        05187475
           MOVE OUTPAY-REFERENCE                                        05187500
               TO PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC                 05187525
           MOVE TDMAT-CURRENT-DATE                                      05187550
               TO PAYSTAT-SENT-DATE OF PAYSTAT-FILE-REC                 05187575
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    05187600
               TO PAYSTAT-ORIG-SORTCODE OF PAYSTAT-FILE-REC             05187625
           MOVE TERMDEP-NUMBER OF TERMDEP-FILE-REC                      05187650
               TO PAYSTAT-ORIG-ACCOUNT OF PAYSTAT-FILE-REC              05187675
           MOVE PAYAWAY-DEST-SORTCODE OF PAYAWAY-FILE-REC               05187700
               TO PAYSTAT-BENEF-SORTCODE OF PAYSTAT-FILE-REC            05187725
           MOVE PAYAWAY-DEST-ACCOUNT OF PAYAWAY-FILE-REC                05187750
               TO PAYSTAT-BENEF-ACCOUNT OF PAYSTAT-FILE-REC             05187775
           MOVE TDMAT-PAWY-AMOUNT                                       05187800
               TO PAYSTAT-AMOUNT OF PAYSTAT-FILE-REC                    05187825
           SET PAYSTAT-SENT OF PAYSTAT-FILE-REC TO TRUE                 05187850
           MOVE TDMAT-CURRENT-DATE                                      05187875
               TO PAYSTAT-STATUS-DATE OF PAYSTAT-FILE-REC               05187900
           MOVE SPACES TO PAYSTAT-RETURN-REASON OF PAYSTAT-FILE-REC     05187925
           MOVE SPACE  TO PAYSTAT-RECREDIT-FLAG OF PAYSTAT-FILE-REC     05187950
                                                                        05187975
           WRITE PAYSTAT-FILE-REC                                       05188000
               INVALID KEY                                              05188025
                   CONTINUE                                             05188050
           END-WRITE.                                                   05188075
       2770-EXIT.                                                       05188100
           EXIT.                                                        05188125
                                                                        05188150
      ******************************************************************05188175
      *  2790-ADVANCE-PAY-DATE - MOVE THE NEXT PAY DATE ON BY THE      *05188200
      *  INSTRUCTION'S FREQUENCY UNTIL IT IS PAST TODAY, AND PUT THE   *05188225
      *  INSTRUCTION BACK.                                             *05188250
      ******************************************************************05188275
       2790-ADVANCE-PAY-DATE.                                           05188300
           PERFORM 2792-NEXT-PAY-PERIOD THRU 2792-EXIT                  05188325
              UNTIL PAYAWAY-NEXT-PAY-DATE OF PAYAWAY-FILE-REC           05188350
                    > TDMAT-CURRENT-DATE                                05188375
                                                                        05188400
           REWRITE PAYAWAY-FILE-REC                                     05188425
               INVALID KEY                                              05188450
                   DISPLAY 'TDMAT - CRITICAL - PAYAWAY REWRITE '        05188475
                       'FAILED FOR DEPOSIT ' TERMDEP-NUMBER             05188500
                           OF TERMDEP-FILE-REC                          05188525
           END-REWRITE.                                                 05188550
       2790-EXIT.                                                       05188575
           EXIT.                                                        05188600
                                                                        05188625
      ******************************************************************05188650
      *  2792-NEXT-PAY-PERIOD - ONE, THREE OR TWELVE MONTHS ON.        *05188675
      ******************************************************************05188700
       2792-NEXT-PAY-PERIOD.                                            05188725
           EVALUATE TRUE                                                05188750
               WHEN PAYAWAY-MONTHLY OF PAYAWAY-FILE-REC                 05188775
                   MOVE 1 TO TDMAT-PAY-MONTHS                           05188800
               WHEN PAYAWAY-QUARTERLY OF PAYAWAY-FILE-REC               05188825
                   MOVE 3 TO TDMAT-PAY-MONTHS                           05188850
               WHEN OTHER                                               05188875
                   MOVE 12 TO TDMAT-PAY-MONTHS                          05188900
           END-EVALUATE                                                 05188925
           PERFORM 2795-ADD-PAY-MONTH THRU 2795-EXIT                    05188950
              UNTIL TDMAT-PAY-MONTHS = ZERO.                            05188975
       2792-EXIT.                                                       05189000
           EXIT.                                                        05189025
                                                                        05189050
      ******************************************************************05189075
      *  2795-ADD-PAY-MONTH - STEP THE PAY DATE FORWARD ONE MONTH THE  *05189100
      *  SAME WAY 2250 STEPS A MATURITY DATE.                          *05189125
      ******************************************************************05189150
       2795-ADD-PAY-MONTH.                                              05189175
           ADD 1 TO PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC             05189200
           IF PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC > 12              05189225
               MOVE 1 TO PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC        05189250
               ADD 1 TO PAYAWAY-NEXT-PAY-YYYY OF PAYAWAY-FILE-REC       05189275
           END-IF                                                       05189300
                                                                        05189325
           IF PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC > 28              05189350
              AND PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 2           05189375
               MOVE 28 TO PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC       05189400
           END-IF                                                       05189425
           IF PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC > 30              05189450
              AND (PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 4          05189475
               OR PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 6           05189500
               OR PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 9           05189525
               OR PAYAWAY-NEXT-PAY-MM OF PAYAWAY-FILE-REC = 11)         05189550
               MOVE 30 TO PAYAWAY-NEXT-PAY-DD OF PAYAWAY-FILE-REC       05189575
           END-IF                                                       05189600
                                                                        05189625
           SUBTRACT 1 FROM TDMAT-PAY-MONTHS.                            05189650
       2795-EXIT.                                                       05189675
           EXIT.                                                        05189700
                                                                        05189737
      ******************************************************************05189775
      *  2800-REWRITE-DEPOSIT - PUT THE DEPOSIT BACK WITH ITS NEW      *05189850
      *  STATE.                                                        *05189925
      ******************************************************************05190000
       2800-REWRITE-DEPOSIT.                                            05200000
           REWRITE TERMDEP-FILE-REC                                     05210000
           WRITE TD-RPT-LINE FROM TDMAT-DETAIL-LINE.                    05420000
       2900-EXIT.                                                       05430000
           EXIT.                                                        05440000
                                                                        05440178
      ******************************************************************05440357
      *  2950-WRITE-PAYAWAY-DETAIL - ONE REPORT LINE PER PAY-AWAY MADE *05440714
      *  OR FAILED.                                                    *05441071
      ******************************************************************05441428
       2950-WRITE-PAYAWAY-DETAIL.                                       05441785
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    05442142
               TO TDMAT-DTL-SORTCODE                                    05442499
           MOVE TERMDEP-NUMBER OF TERMDEP-FILE-REC                      05442856
               TO TDMAT-DTL-NUMBER                                      05443213
           MOVE TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                   05443570
               TO TDMAT-DTL-PRINCIPAL                                   05443927
           MOVE TDMAT-PAWY-AMOUNT TO TDMAT-DTL-INTEREST                 05444284
           IF TDMAT-PAWY-PAID                                           05444641
               MOVE 'PAIDAWAY' TO TDMAT-DTL-ACTION                      05444998
               IF TDMAT-DEST-INTERNAL                                   05445355
                   MOVE 'PAID TO ACCOUNT' TO TDMAT-DTL-NOTE             05445712
               ELSE                                                     05446069
                   MOVE 'SENT ON CLEARING EXTRACT' TO TDMAT-DTL-NOTE    05446426
               END-IF                                                   05446783
           ELSE                                                         05447140
               MOVE 'PAWYFAIL' TO TDMAT-DTL-ACTION                      05447497
               MOVE TDMAT-PAWY-REASON TO TDMAT-DTL-NOTE                 05447854
           END-IF                                                       05448211
                                                                        05448568
           WRITE TD-RPT-LINE FROM TDMAT-DETAIL-LINE.                    05448925
       2950-EXIT.                                                       05449282
           EXIT.                                                        05449639
                                                                        05450000
      ******************************************************************05460000
      *  3000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *05470000
           WRITE TD-RPT-LINE FROM TDMAT-SUMMARY-LINE-4                  05630000
                                                                        05640000
           MOVE TDMAT-FAILED-COUNT TO TDMAT-SUM-FAILED                  05650000
           WRITE TD-RPT-LINE FROM TDMAT-SUMMARY-LINE-5                  05652500
                                                                        05655000
           MOVE TDMAT-PAWY-COUNT TO TDMAT-SUM-PAWY                      05657500
           WRITE TD-RPT-LINE FROM TDMAT-SUMMARY-LINE-6                  05660000
                                                                        05662500
           MOVE TDMAT-PAWY-FAILED-COUNT TO TDMAT-SUM-PAWY-FAILED        05665000
           WRITE TD-RPT-LINE FROM TDMAT-SUMMARY-LINE-7.                 05667500
       3000-EXIT.                                                       05670000
           EXIT.                                                        05680000
                                                                        05690000
      ******************************************************************05690666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05691332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05691998
      ******************************************************************05692664
       8900-ADD-CONTROL-TOTAL.                                          05693330
           SET BALTOT-REQ-ADD TO TRUE                                   05693996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05694662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05695328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05695994
               TO BALTOT-REQ-AMOUNT                                     05696660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05697326
       8900-EXIT.                                                       05697992
           EXIT.                                                        05698658
                                                                        05699324
      ******************************************************************05700000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *05710000
      *  FILES.                                                        *05720000
      ******************************************************************05730000
       9000-TERMINATE.                                                  05740000
           SET BALTOT-REQ-WRITE TO TRUE                                 05742500
           CALL 'BALTOT' USING BALTOT-REQUEST                           05745000
                                                                        05747500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05750000
           MOVE TDMAT-READ-COUNT TO RUNCTL-REQ-COUNT                    05760000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05770000
           CLOSE RATE-FILE                                              05810000
           CLOSE PROCTRAN-FILE                                          05820000
           CLOSE PCTRL-FILE                                             05830000
           CLOSE PAYAWAY-FILE                                           05831666
           CLOSE BENEF-FILE                                             05833332
           CLOSE SRTCODE-FILE                                           05834998
           CLOSE OUTPAY-FILE                                            05836664
           CLOSE PAYSTAT-FILE                                           05838330
           CLOSE TD-RPT.                                                05840000
       9000-EXIT.                                                       05850000
           EXIT.                                                        05860000
