      *             OLDER THAN THE PARAMETER WINDOW (30/360 DAY       * 00360000
      *             COUNT, DEFAULT 5 DAYS) IS LISTED AS UNMATCHED     * 00370000
      *             SO SOMEONE CHASES THE SCHEME.                     * 00380000
      *                                                                *00381000
      *             AN INTERNATIONAL PAYMENT SENT BY INTLSEND IS       *00382000
      *             RE-CREDITED FOR THE AMOUNT THAT WENT ABROAD,       *00383000
      *             CONVERTED BACK INTO THE ACCOUNT'S CURRENCY AT THE  *00384000
      *             DAY'S FX RATE MASTER MID RATES RATHER THAN THE     *00385000
      *             ORIGINAL DEALING RATE, AND MARKED RETURNED ON THE  *00386000
      *             INTERNATIONAL PAYMENT REGISTER.  WHEN THE DAY'S    *00387000
      *             RATES ARE NOT LOADED THE RE-CREDIT IS LISTED AND   *00388000
      *             LEFT FOR A RERUN OF THE SAME RESPONSE FILE.        *00389000
      *                                                                *00389125
      *             A RETURNED INTEREST PAY-AWAY (REFERENCE PAWY, SENT *00389250
      *             BY INTACCR OR TDMAT) IS ALSO RECORDED AS A FAILURE *00389375
      *             ON ITS PAWMNT INSTRUCTION.  ONE FROM A TERM        *00389500
      *             DEPOSIT IS RE-CAPITALISED INTO THE DEPOSIT'S       *00389625
      *             PRINCIPAL RATHER THAN CREDITED TO AN ACCOUNT; A    *00389750
      *             DEPOSIT NO LONGER OPEN IS AN EXCEPTION.            *00389875
      *                                                                *00390000
      *  FILES    : SCHMIN   - SCHEME RESPONSE FILE (INPUT)           * 00400000
      *             PAYSTAT  - VSAM KSDS - PAYMENT STATUS (I-O)       * 00410000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)       * 00420000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)      * 00430000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)     * 00440000
      *             INTLREG  - VSAM KSDS - INTL PAYMENT REGISTER (I-O) *00443333
      *             FXRATES  - VSAM KSDS - FX RATE MASTER (INPUT)      *00446666
      *             TERMDEP  - VSAM KSDS - TERM DEPOSITS (I-O)         *00447777
      *             PAYAWAY  - VSAM KSDS - PAY-AWAY INSTRUCTIONS (I-O) *00448888
      *             PAKPARM  - EXCEPTION WINDOW IN DAYS (INPUT)       * 00450000
      *             PAKRPT   - STATUS AND EXCEPTION REPORT (OUTPUT)   * 00460000
      *                                                                *00470000
      *  ----------------------------------------------------------    *00490000
      *  DATE        BY    DESCRIPTION                                 *00500000
      *  2026-09-02  BAG   INITIAL VERSION                             *00510000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00513333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00516666
      *  2026-10-15  BAG   INTERNATIONAL RETURNS RE-CREDITED AT        *00517777
      *                    THE DAY'S FX RATE AND MARKED ON INTLREG     *00518888
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00519258
      *                    BALCHK THROUGH BALTOT                       *00519628
      *  2026-10-15  BAG   RETURNED INTEREST PAY-AWAYS MARKED ON THE   *00519721
      *                    PAWMNT INSTRUCTION; A DEPOSIT'S IS ADDED    *00519814
      *                    BACK TO ITS PRINCIPAL                       *00519907
      *                                                                *00520000
      ******************************************************************00530000
       ENVIRONMENT DIVISION.                                            00540000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00820000
                  FILE STATUS IS PAYACK-PCTRL-STATUS.                   00830000
                                                                        00840000
           SELECT INTLREG-FILE    ASSIGN TO INTLREG                     00840833
                  ORGANIZATION IS INDEXED                               00841666
                  ACCESS MODE IS RANDOM                                 00842499
                  RECORD KEY IS INTLREG-KEY OF INTLREG-FILE-REC         00843332
                  FILE STATUS IS PAYACK-INTLREG-STATUS.                 00844165
                                                                        00844998
           SELECT FXRATE-FILE     ASSIGN TO FXRATES                     00845831
                  ORGANIZATION IS INDEXED                               00846664
                  ACCESS MODE IS RANDOM                                 00847497
                  RECORD KEY IS FXRATE-KEY OF FXRATE-FILE-REC           00848330
                  FILE STATUS IS PAYACK-FXRATE-STATUS.                  00849163
                                                                        00849180
           SELECT TERMDEP-FILE    ASSIGN TO TERMDEP                     00849197
                  ORGANIZATION IS INDEXED                               00849231
                  ACCESS MODE IS RANDOM                                 00849265
                  RECORD KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC         00849299
                  FILE STATUS IS PAYACK-TERMDEP-STATUS.                 00849333
                                                                        00849367
           SELECT PAYAWAY-FILE    ASSIGN TO PAYAWAY                     00849401
                  ORGANIZATION IS INDEXED                               00849435
                  ACCESS MODE IS RANDOM                                 00849469
                  RECORD KEY IS PAYAWAY-KEY OF PAYAWAY-FILE-REC         00849503
                  FILE STATUS IS PAYACK-PAYAWAY-STATUS.                 00849537
                                                                        00849581
           SELECT PARAMETER-FILE  ASSIGN TO PAKPARM                     00850000
                  ORGANIZATION IS SEQUENTIAL                            00860000
                  FILE STATUS IS PAYACK-PARM-STATUS.                    00870000
       01  PCTRL-FILE-REC.                                              01230000
           COPY PRCTCTRL.                                               01240000
                                                                        01250000
       FD  INTLREG-FILE                                                 01251000
           RECORDING MODE IS F.                                         01252000
       01  INTLREG-FILE-REC.                                            01253000
           COPY INTLREG.                                                01254000
                                                                        01255000
       FD  FXRATE-FILE                                                  01256000
           RECORDING MODE IS F.                                         01257000
       01  FXRATE-FILE-REC.                                             01258000
           COPY FXRATE.                                                 01259000
                                                                        01259025
       FD  TERMDEP-FILE                                                 01259050
           RECORDING MODE IS F.                                         01259100
       01  TERMDEP-FILE-REC.                                            01259150
           COPY TERMDEP.                                                01259200
                                                                        01259250
       FD  PAYAWAY-FILE                                                 01259300
           RECORDING MODE IS F.                                         01259350
       01  PAYAWAY-FILE-REC.                                            01259400
           COPY PAYAWAY.                                                01259450
                                                                        01259500
       FD  PARAMETER-FILE                                               01260000
           RECORDING MODE IS F.                                         01270000
       01  PARAMETER-REC.                                               01280000
           05  PAYACK-ACCOUNT-STATUS       PIC XX.                      01400000
           05  PAYACK-PROCTRAN-STATUS      PIC XX.                      01410000
           05  PAYACK-PCTRL-STATUS         PIC XX.                      01420000
           05  PAYACK-INTLREG-STATUS       PIC XX.                      01423333
           05  PAYACK-FXRATE-STATUS        PIC XX.                      01426666
           05  PAYACK-TERMDEP-STATUS       PIC XX.                      01427777
           05  PAYACK-PAYAWAY-STATUS       PIC XX.                      01428888
           05  PAYACK-PARM-STATUS          PIC XX.                      01430000
           05  PAYACK-RPT-STATUS           PIC XX.                      01440000
           05  PAYACK-IN-EOF-SWITCH        PIC X     VALUE 'N'.         01450000
           05  PAYACK-RECREDIT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01680000
           05  PAYACK-EXCEPTION-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01690000
           05  PAYACK-UNMATCHED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01700000
           05  PAYACK-DEFERRED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01700769
           05  PAYACK-INTL-SWITCH          PIC X     VALUE 'N'.         01701538
               88  PAYACK-INTL-PAYMENT           VALUE 'Y'.             01702307
           05  PAYACK-RATE-SWITCH          PIC X     VALUE 'N'.         01703076
               88  PAYACK-RATE-MISSING           VALUE 'Y'.             01703845
           05  PAYACK-RECREDIT-AMOUNT      PIC S9(10)V99 VALUE ZERO.    01704614
           05  PAYACK-RECREDIT-CCY         PIC X(3)  VALUE 'GBP'.       01705383
           05  PAYACK-RECREDIT-RATE        PIC 9(5)V9(6) VALUE ZERO.    01706152
           05  PAYACK-PAY-RATE             PIC 9(3)V9(6) VALUE 1.       01706921
           05  PAYACK-ACCT-RATE            PIC 9(3)V9(6) VALUE 1.       01707690
           05  PAYACK-RATE-CCY             PIC X(3)  VALUE SPACES.      01708459
           05  PAYACK-RATE-RESULT          PIC 9(3)V9(6) VALUE 1.       01709228
           05  PAYACK-PAWY-REF             PIC X(20) VALUE SPACES.      01709305
           05  PAYACK-PAWY-SPLIT REDEFINES PAYACK-PAWY-REF.             01709382
               10  PAYACK-PAWY-TAG         PIC X(4).                    01709459
                   88  PAYACK-PAWY-RETURN        VALUE 'PAWY'.          01709536
               10  PAYACK-PAWY-KEY.                                     01709613
                   15  PAYACK-PAWY-SOURCE  PIC X.                       01709690
                       88  PAYACK-PAWY-FROM-DEPOSIT  VALUE 'T'.         01709767
                   15  FILLER              PIC X(14).                   01709844
               10  FILLER                  PIC X.                       01709921
                                                                        01710000
       01  PAYACK-EXCEPTION-LINE.                                       01720000
           05  FILLER                      PIC X(12) VALUE              01730000
           05  FILLER                      PIC X(5)  VALUE ' DAYS'.     01980000
           05  FILLER                      PIC X(16) VALUE SPACES.      01990000
                                                                        02000000
       01  PAYACK-DEFERRED-LINE.                                        02000666
           05  FILLER                      PIC X(12) VALUE              02001332
               'NO FX RATE  '.                                          02001998
           05  PAYACK-DF-REFERENCE         PIC X(20).                   02002664
           05  FILLER                      PIC X(2)  VALUE SPACES.      02003330
           05  PAYACK-DF-SENT-DATE         PIC 9(8).                    02003996
           05  FILLER                      PIC X(2)  VALUE SPACES.      02004662
           05  PAYACK-DF-PAY-CCY           PIC X(3).                    02005328
           05  FILLER                      PIC X(1)  VALUE '/'.         02005994
           05  PAYACK-DF-ACCT-CCY          PIC X(3).                    02006660
           05  FILLER                      PIC X(2)  VALUE SPACES.      02007326
           05  FILLER                      PIC X(30) VALUE              02007992
               'RE-CREDIT LEFT FOR RERUN'.                              02008658
           05  FILLER                      PIC X(17) VALUE SPACES.      02009324
                                                                        02009662
       01  PAYACK-SUMMARY-LINE-1.                                       02010000
           05  FILLER                      PIC X(20) VALUE              02020000
               'RESPONSES READ     :'.                                  02030000
           05  FILLER                      PIC X(20) VALUE              02270000
               'AGED SENT PAYMENTS :'.                                  02280000
           05  PAYACK-SUM-UNMATCHED        PIC Z(8)9.                   02290000
                                                                        02291000
       01  PAYACK-SUMMARY-LINE-7.                                       02292000
           05  FILLER                      PIC X(20) VALUE              02294000
               'RE-CREDITS DEFERRED:'.                                  02296000
           05  PAYACK-SUM-DEFERRED         PIC Z(8)9.                   02298000
                                                                        02300000
       01  RUNCTL-REQUEST-AREA.                                         02310000
           COPY RUNCTLQ.                                                02320000
                                                                        02320625
       01  BALTOT-REQUEST-AREA.                                         02321250
           COPY BALTOTQ.                                                02321875
                                                                        02322500
       01  BUSDATE-REQUEST-AREA.                                        02325000
           COPY BUSDATEQ.                                               02327500
                                                                        02330000
      ******************************************************************02340000
       PROCEDURE DIVISION.                                              02350000
               DISPLAY 'PAYACK - HELD - PREDECESSOR NOT COMPLETE'       02610000
               STOP RUN                                                 02620000
           END-IF                                                       02630000
                                                                        02632000
           MOVE 'PAYACK' TO BALTOT-REQ-JOB                              02634000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02636000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02638000
                                                                        02640000
           OPEN INPUT  SCHMIN-FILE                                      02650000
           OPEN I-O    PAYSTAT-FILE                                     02660000
           OPEN I-O    ACCOUNT-FILE                                     02670000
           OPEN I-O    PROCTRAN-FILE                                    02680000
           OPEN I-O    PCTRL-FILE                                       02690000
           OPEN I-O    INTLREG-FILE                                     02693333
           OPEN INPUT  FXRATE-FILE                                      02696666
           OPEN I-O    TERMDEP-FILE                                     02697777
           OPEN I-O    PAYAWAY-FILE                                     02698888
           OPEN INPUT  PARAMETER-FILE                                   02700000
           OPEN OUTPUT PAK-RPT                                          02710000
                                                                        02720000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02726666
           MOVE BUSDATE-REQ-CURRENT TO PAYACK-CURRENT-DATE              02733332
           ACCEPT PAYACK-CURRENT-TIME FROM TIME                         02740000
                                                                        02750000
           PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.                  02760000
           EXIT.                                                        03780000
                                                                        03790000
      ******************************************************************03800000
      *  2300-RECREDIT-CUSTOMER - PUT THE RETURNED MONEY BACK ON THE   *03808571
      *  ORIGINATING ACCOUNT AND LOG THE PRT PROCTRAN ROW.  A          *03817142
      *  MISSING ACCOUNT (CLOSED SINCE THE PAYMENT WENT OUT) IS AN     *03825713
      *  EXCEPTION FOR MANUAL HANDLING.  AN INTERNATIONAL PAYMENT      *03834284
      *  IS RE-CREDITED AT THE DAY'S RATE, OR NOT AT ALL TODAY IF      *03842855
      *  THERE IS NO RATE.  A TERM DEPOSIT'S INTEREST PAY-AWAY GOES    *03848570
      *  BACK INTO THE DEPOSIT.                                        *03854285
       2300-RECREDIT-CUSTOMER.                                          03860000
           MOVE PAYSTAT-AMOUNT OF PAYSTAT-FILE-REC                      03861000
               TO PAYACK-RECREDIT-AMOUNT                                03862000
           MOVE 'GBP' TO PAYACK-RECREDIT-CCY                            03863000
                                                                        03864000
           PERFORM 2350-PRICE-INTL-RETURN THRU 2350-EXIT                03865000
           IF PAYACK-RATE-MISSING                                       03866000
               PERFORM 2380-PRINT-DEFERRED THRU 2380-EXIT               03867000
               GO TO 2300-EXIT                                          03868000
           END-IF                                                       03869000
                                                                        03869035
           MOVE PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC TO PAYACK-PAWY-REF03869071
           IF PAYACK-PAWY-RETURN                                        03869142
              AND PAYACK-PAWY-FROM-DEPOSIT                              03869213
               PERFORM 2330-RECREDIT-DEPOSIT THRU 2330-EXIT             03869284
               GO TO 2300-EXIT                                          03869355
           END-IF                                                       03869426
                                                                        03869500
           MOVE PAYSTAT-ORIG-SORTCODE OF PAYSTAT-FILE-REC               03870000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  03880000
           MOVE PAYSTAT-ORIG-ACCOUNT OF PAYSTAT-FILE-REC                03890000
                   GO TO 2300-EXIT                                      03960000
           END-READ                                                     03970000
                                                                        03980000
           ADD PAYACK-RECREDIT-AMOUNT                                   03990000
               TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                   04000000
                                                                        04030000
           REWRITE ACCOUNT-FILE-REC                                     04040000
           PERFORM 2400-ASSIGN-PROCTRAN-NUMBER THRU 2400-EXIT           04060000
           PERFORM 2500-WRITE-PRT-PROCTRAN THRU 2500-EXIT               04070000
                                                                        04080000
           IF PAYACK-INTL-PAYMENT                                       04082500
               PERFORM 2370-MARK-INTL-RETURNED THRU 2370-EXIT           04085000
           END-IF                                                       04087500
           SET PAYSTAT-RECREDITED OF PAYSTAT-FILE-REC TO TRUE           04090000
           ADD 1 TO PAYACK-RECREDIT-COUNT                               04093333
                                                                        04096666
           IF PAYACK-PAWY-RETURN                                        04099999
               PERFORM 2320-NOTE-PAYAWAY-RETURN THRU 2320-EXIT          04103332
           END-IF.                                                      04106665
       2300-EXIT.                                                       04110000
           EXIT.                                                        04120000
                                                                        04120001
      ******************************************************************04120002
      *  2320-NOTE-PAYAWAY-RETURN - RECORD THE RETURN AS A FAILURE ON  *04120003
      *  THE PAY-AWAY INSTRUCTION SO PAWMNT SHOWS IT.                  *04120004
      ******************************************************************04120005
       2320-NOTE-PAYAWAY-RETURN.                                        04120006
           MOVE PAYACK-PAWY-KEY TO PAYAWAY-KEY OF PAYAWAY-FILE-REC      04120007
                                                                        04120008
           READ PAYAWAY-FILE                                            04120009
               KEY IS PAYAWAY-KEY OF PAYAWAY-FILE-REC                   04120010
               INVALID KEY                                              04120011
                   GO TO 2320-EXIT                                      04120012
           END-READ                                                     04120013
                                                                        04120014
           IF PAYAWAY-FAIL-COUNT OF PAYAWAY-FILE-REC < 999              04120015
               ADD 1 TO PAYAWAY-FAIL-COUNT OF PAYAWAY-FILE-REC          04120016
           END-IF                                                       04120017
           MOVE PAYACK-CURRENT-DATE                                     04120018
               TO PAYAWAY-LAST-FAIL-DATE OF PAYAWAY-FILE-REC            04120019
           MOVE SCHMIN-REASON                                           04120020
               TO PAYAWAY-LAST-FAIL-REASON OF PAYAWAY-FILE-REC          04120021
                                                                        04120022
           REWRITE PAYAWAY-FILE-REC                                     04120023
               INVALID KEY                                              04120024
                   DISPLAY 'PAYACK - ERROR - PAYAWAY REWRITE FAILED'    04120025
                       ' FOR ' PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC    04120026
           END-REWRITE.                                                 04120027
       2320-EXIT.                                                       04120028
           EXIT.                                                        04120029
                                                                        04120030
      ******************************************************************04120031
      *  2330-RECREDIT-DEPOSIT - A TERM DEPOSIT'S INTEREST PAY-AWAY    *04120032
      *  CAME BACK.  ADD IT TO THE DEPOSIT'S PRINCIPAL AND LOG THE PRT *04120033
      *  ROW AGAINST THE DEPOSIT.  A DEPOSIT THAT HAS SINCE MATURED OR *04120034
      *  CLOSED IS AN EXCEPTION FOR MANUAL HANDLING.                   *04120035
      ******************************************************************04120036
       2330-RECREDIT-DEPOSIT.                                           04120037
           MOVE PAYSTAT-ORIG-SORTCODE OF PAYSTAT-FILE-REC               04120038
               TO TERMDEP-SORTCODE OF TERMDEP-FILE-REC                  04120039
           MOVE PAYSTAT-ORIG-ACCOUNT OF PAYSTAT-FILE-REC                04120040
               TO TERMDEP-NUMBER OF TERMDEP-FILE-REC                    04120041
                                                                        04120042
           READ TERMDEP-FILE                                            04120043
               KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC                   04120044
               INVALID KEY                                              04120045
                   PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT          04120046
                   GO TO 2330-EXIT                                      04120047
           END-READ                                                     04120048
                                                                        04120049
           IF NOT TERMDEP-OPEN OF TERMDEP-FILE-REC                      04120050
               PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT              04120051
               GO TO 2330-EXIT                                          04120052
           END-IF                                                       04120053
                                                                        04120054
           ADD PAYACK-RECREDIT-AMOUNT                                   04120055
               TO TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                 04120056
                                                                        04120057
           REWRITE TERMDEP-FILE-REC                                     04120058
                                                                        04120059
           PERFORM 2400-ASSIGN-PROCTRAN-NUMBER THRU 2400-EXIT           04120060
           PERFORM 2500-WRITE-PRT-PROCTRAN THRU 2500-EXIT               04120061
                                                                        04120062
           SET PAYSTAT-RECREDITED OF PAYSTAT-FILE-REC TO TRUE           04120063
           ADD 1 TO PAYACK-RECREDIT-COUNT                               04120064
                                                                        04120065
           PERFORM 2320-NOTE-PAYAWAY-RETURN THRU 2320-EXIT.             04120066
       2330-EXIT.                                                       04120067
           EXIT.                                                        04120068
                                                                        04120069
      ******************************************************************04120078
      *  2350-PRICE-INTL-RETURN - A PAYMENT ON THE INTERNATIONAL       *04120156
      *  REGISTER COMES BACK IN ITS OWN CURRENCY, SO THE RE-CREDIT     *04120234
      *  IS THE AMOUNT SENT CONVERTED INTO THE ACCOUNT'S CURRENCY AT   *04120312
      *  TODAY'S MID RATES (GBP = 1), WITH NO MARGIN.  THE ORIGINAL    *04120390
      *  CHARGE IS NOT REFUNDED.  ANY OTHER PAYMENT IS RE-CREDITED     *04120468
      *  FOR ITS STERLING DEBIT AS BEFORE.                             *04120546
      ******************************************************************04120624
       2350-PRICE-INTL-RETURN.                                          04120702
           MOVE 'N' TO PAYACK-INTL-SWITCH                               04120780
           MOVE 'N' TO PAYACK-RATE-SWITCH                               04120858
           MOVE PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC                   04120936
               TO INTLREG-REFERENCE OF INTLREG-FILE-REC                 04121014
                                                                        04121092
           READ INTLREG-FILE                                            04121170
               KEY IS INTLREG-KEY OF INTLREG-FILE-REC                   04121248
               INVALID KEY                                              04121326
                   GO TO 2350-EXIT                                      04121404
           END-READ                                                     04121482
                                                                        04121560
           SET PAYACK-INTL-PAYMENT TO TRUE                              04121638
           MOVE INTLREG-ACCT-CURRENCY OF INTLREG-FILE-REC               04121716
               TO PAYACK-RECREDIT-CCY                                   04121794
           MOVE 1 TO PAYACK-RECREDIT-RATE                               04121872
                                                                        04121950
           IF INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC                  04122028
              = PAYACK-RECREDIT-CCY                                     04122106
               MOVE INTLREG-SENT-AMOUNT OF INTLREG-FILE-REC             04122184
                   TO PAYACK-RECREDIT-AMOUNT                            04122262
               GO TO 2350-EXIT                                          04122340
           END-IF                                                       04122418
                                                                        04122496
           MOVE 1 TO PAYACK-PAY-RATE                                    04122574
           MOVE 1 TO PAYACK-ACCT-RATE                                   04122652
                                                                        04122730
           IF INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC NOT = 'GBP'      04122808
               MOVE INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC            04122886
                   TO PAYACK-RATE-CCY                                   04122964
               PERFORM 2360-READ-RATE THRU 2360-EXIT                    04123042
               MOVE PAYACK-RATE-RESULT TO PAYACK-PAY-RATE               04123120
           END-IF                                                       04123198
                                                                        04123276
           IF PAYACK-RECREDIT-CCY NOT = 'GBP'                           04123354
               MOVE PAYACK-RECREDIT-CCY TO PAYACK-RATE-CCY              04123432
               PERFORM 2360-READ-RATE THRU 2360-EXIT                    04123510
               MOVE PAYACK-RATE-RESULT TO PAYACK-ACCT-RATE              04123588
           END-IF                                                       04123666
                                                                        04123744
           IF PAYACK-RATE-MISSING                                       04123822
               GO TO 2350-EXIT                                          04123900
           END-IF                                                       04123978
                                                                        04124056
           COMPUTE PAYACK-RECREDIT-RATE ROUNDED =                       04124134
               PAYACK-PAY-RATE / PAYACK-ACCT-RATE                       04124212
           COMPUTE PAYACK-RECREDIT-AMOUNT ROUNDED =                     04124290
               INTLREG-SENT-AMOUNT OF INTLREG-FILE-REC                  04124368
               * PAYACK-RECREDIT-RATE.                                  04124446
       2350-EXIT.                                                       04124524
           EXIT.                                                        04124602
                                                                        04124680
      ******************************************************************04124758
      *  2360-READ-RATE - TODAY'S MID RATE FOR ONE CURRENCY.           *04124836
      ******************************************************************04124914
       2360-READ-RATE.                                                  04124992
           MOVE 1 TO PAYACK-RATE-RESULT                                 04125070
           MOVE PAYACK-RATE-CCY                                         04125148
               TO FXRATE-CURRENCY OF FXRATE-FILE-REC                    04125226
           MOVE PAYACK-CURRENT-DATE                                     04125304
               TO FXRATE-DATE OF FXRATE-FILE-REC                        04125382
                                                                        04125460
           READ FXRATE-FILE                                             04125538
               KEY IS FXRATE-KEY OF FXRATE-FILE-REC                     04125616
               INVALID KEY                                              04125694
                   SET PAYACK-RATE-MISSING TO TRUE                      04125772
                   GO TO 2360-EXIT                                      04125850
           END-READ                                                     04125928
                                                                        04126006
           IF FXRATE-MID-RATE OF FXRATE-FILE-REC = ZERO                 04126084
               SET PAYACK-RATE-MISSING TO TRUE                          04126162
               GO TO 2360-EXIT                                          04126240
           END-IF                                                       04126318
                                                                        04126396
           MOVE FXRATE-MID-RATE OF FXRATE-FILE-REC                      04126474
               TO PAYACK-RATE-RESULT.                                   04126552
       2360-EXIT.                                                       04126630
           EXIT.                                                        04126708
                                                                        04126786
      ******************************************************************04126864
      *  2370-MARK-INTL-RETURNED - RECORD THE RETURN ON THE            *04126942
      *  INTERNATIONAL REGISTER WITH WHAT WAS RE-CREDITED AND THE      *04127020
      *  RATE USED.                                                    *04127098
      ******************************************************************04127176
       2370-MARK-INTL-RETURNED.                                         04127254
           SET INTLREG-RETURNED OF INTLREG-FILE-REC TO TRUE             04127332
           MOVE PAYACK-CURRENT-DATE                                     04127410
               TO INTLREG-STATUS-DATE OF INTLREG-FILE-REC               04127488
           MOVE PAYACK-RECREDIT-AMOUNT                                  04127566
               TO INTLREG-RECREDIT-AMOUNT OF INTLREG-FILE-REC           04127644
           MOVE PAYACK-RECREDIT-RATE                                    04127722
               TO INTLREG-RECREDIT-RATE OF INTLREG-FILE-REC             04127800
                                                                        04127878
           REWRITE INTLREG-FILE-REC                                     04127956
               INVALID KEY                                              04128034
                   DISPLAY 'PAYACK - ERROR - INTLREG REWRITE FAILED'    04128112
                       ' FOR ' PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC    04128190
           END-REWRITE.                                                 04128268
       2370-EXIT.                                                       04128346
           EXIT.                                                        04128424
                                                                        04128502
      ******************************************************************04128580
      *  2380-PRINT-DEFERRED - LIST AN INTERNATIONAL RETURN LEFT       *04128658
      *  UNCREDITED FOR WANT OF TODAY'S RATE.  THE ROW IS MARKED       *04128736
      *  RETURNED BUT NOT RE-CREDITED, SO A RERUN PICKS IT UP.         *04128814
      ******************************************************************04128892
       2380-PRINT-DEFERRED.                                             04128970
           MOVE PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC                   04129048
               TO PAYACK-DF-REFERENCE                                   04129126
           MOVE PAYSTAT-SENT-DATE OF PAYSTAT-FILE-REC                   04129204
               TO PAYACK-DF-SENT-DATE                                   04129282
           MOVE INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC                04129360
               TO PAYACK-DF-PAY-CCY                                     04129438
           MOVE PAYACK-RECREDIT-CCY TO PAYACK-DF-ACCT-CCY               04129516
           WRITE PAK-RPT-LINE FROM PAYACK-DEFERRED-LINE                 04129594
           ADD 1 TO PAYACK-DEFERRED-COUNT.                              04129672
       2380-EXIT.                                                       04129750
           EXIT.                                                        04129828
                                                                        04130000
      ******************************************************************04140000
      *  2400-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *04150000
           MOVE PAYACK-TRAN-NUMBER                                      04620000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    04630000
           MOVE 'PRT' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            04640000
           MOVE PAYACK-RECREDIT-AMOUNT                                  04648000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 04656000
           MOVE PAYACK-RECREDIT-CCY                                     04664000
               TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC               04672000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC      04680000
                                                                        04690000
           MOVE SPACES TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           04700000
               INVALID KEY                                              04770000
                   DISPLAY 'PAYACK - ERROR - PROCTRAN WRITE FAILED'     04780000
                       ' FOR ' PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC    04790000
               NOT INVALID KEY                                          04793333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04796666
           END-WRITE.                                                   04800000
       2500-EXIT.                                                       04810000
           EXIT.                                                        04820000
           MOVE PAYACK-RECREDIT-COUNT  TO PAYACK-SUM-RECREDIT           05660000
           MOVE PAYACK-EXCEPTION-COUNT TO PAYACK-SUM-EXCEPTION          05670000
           MOVE PAYACK-UNMATCHED-COUNT TO PAYACK-SUM-UNMATCHED          05680000
           MOVE PAYACK-DEFERRED-COUNT  TO PAYACK-SUM-DEFERRED           05685000
                                                                        05690000
           WRITE PAK-RPT-LINE FROM PAYACK-SUMMARY-LINE-1                05700000
           WRITE PAK-RPT-LINE FROM PAYACK-SUMMARY-LINE-2                05710000
           WRITE PAK-RPT-LINE FROM PAYACK-SUMMARY-LINE-4                05730000
           WRITE PAK-RPT-LINE FROM PAYACK-SUMMARY-LINE-5                05740000
           WRITE PAK-RPT-LINE FROM PAYACK-SUMMARY-LINE-6                05750000
           WRITE PAK-RPT-LINE FROM PAYACK-SUMMARY-LINE-7                05755000
                                                                        05760000
           DISPLAY 'PAYACK - READ ' PAYACK-READ-COUNT                   05770000
               ' SETTLED ' PAYACK-SETTLED-COUNT                         05780000
       3500-EXIT.                                                       05810000
           EXIT.                                                        05820000
                                                                        05830000
      ******************************************************************05830666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05831332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05831998
      ******************************************************************05832664
       8900-ADD-CONTROL-TOTAL.                                          05833330
           SET BALTOT-REQ-ADD TO TRUE                                   05833996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05834662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05835328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05835994
               TO BALTOT-REQ-AMOUNT                                     05836660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05837326
       8900-EXIT.                                                       05837992
           EXIT.                                                        05838658
                                                                        05839324
      ******************************************************************05840000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *05850000
      *  FILES.                                                        *05860000
      ******************************************************************05870000
       9000-TERMINATE.                                                  05880000
           SET BALTOT-REQ-WRITE TO TRUE                                 05882500
           CALL 'BALTOT' USING BALTOT-REQUEST                           05885000
                                                                        05887500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05890000
           MOVE PAYACK-READ-COUNT TO RUNCTL-REQ-COUNT                   05900000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05910000
           CLOSE ACCOUNT-FILE                                           05950000
           CLOSE PROCTRAN-FILE                                          05960000
           CLOSE PCTRL-FILE                                             05970000
           CLOSE INTLREG-FILE                                           05973333
           CLOSE FXRATE-FILE                                            05976666
           CLOSE TERMDEP-FILE                                           05977777
           CLOSE PAYAWAY-FILE                                           05978888
           CLOSE PARAMETER-FILE                                         05980000
           CLOSE PAK-RPT.                                               05990000
       9000-EXIT.                                                       06000000
