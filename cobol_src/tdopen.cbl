      *                   (ROLLOVER / PAYOUT / HOLD) WHILE THE         *00270000
      *                   DEPOSIT IS STILL OPEN OR HELD.               *00280000
      *               I - INQUIRE ON THE DEPOSIT.                      *00290000
      *               B - BREAK THE DEPOSIT BEFORE MATURITY.  THE      *00290769
      *                   PRINCIPAL EARNS ITS INTEREST SO FAR AT THE   *00291538
      *                   LOCKED RATE LESS THE PRODUCT'S BREAKAGE      *00292307
      *                   PENALTY (DAYS OF INTEREST LOST, OR A MARKET  *00293076
      *                   RATE ADJUSTMENT); THE NET PROCEEDS GO TO     *00293845
      *                   THE LINKED ACCOUNT (TDB) AND THE PENALTY IS  *00294614
      *                   LOGGED AGAINST THE DEPOSIT (TDX).            *00295383
      *               W - WITHDRAW PART OF THE PRINCIPAL ON THE SAME   *00296152
      *                   TERMS (TDW), WHERE THE PRODUCT ALLOWS IT AND *00296921
      *                   ITS MINIMUM STAYS ON DEPOSIT.                *00297690
      *                   NEITHER IS ALLOWED, NOR A PAYOUT (P)         *00297882
      *                   INSTRUCTION, WHILE THE DEPOSIT IS PLEDGED AS *00298074
      *                   CASH COLLATERAL (CLTMNT).                    *00298266
      *                   INTEREST ALREADY PAID AWAY BY A PAWMNT       *00298314
      *                   INSTRUCTION IS NETTED OFF THE BREAK          *00298362
      *                   INTEREST, PRO RATA TO THE AMOUNT TAKEN.      *00298410
      *                   A B OR W OVER THE APPROVAL LIMIT NEEDS A     *00298459
      *                   SUPERVISOR OR MANAGER AS APPROVER.           *00299228
      *                                                                *00300000
      *             THE NIGHTLY TDMAT BATCH EXECUTES THE MATURITY      *00310000
      *             INSTRUCTION AND SETTLES THE INTEREST.              *00320000
      *             RATEFILE - VSAM KSDS - CURRENT RATE TABLE          *00370000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00380000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00390000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00395000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00397500
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00398750
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES           *00399375
      *                                                                *00400000
      *  CHANGE HISTORY                                                *00410000
      *  ----------------------------------------------------------    *00420000
      *  2026-09-02  BAG   DEPOSIT KEY PROVED FREE BEFORE THE        * 00448000
      *                    FUNDING DEBIT; A FAILED DEPOSIT WRITE     * 00448400
      *                    REVERSES THE DEBIT, TDO ROW LAST          * 00448800
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00443333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00446666
      *  2026-10-15  BAG   EARLY BREAK (B) AND PARTIAL WITHDRAWAL (W)  *00447499
      *                    WITH BREAKAGE PENALTY AND SUPERVISOR        *00448332
      *                    APPROVAL OVER THE LIMIT                     *00449165
      *  2026-10-15  BAG   A DEPOSIT PLEDGED AS CASH COLLATERAL CANNOT *00449443
      *                    BE BROKEN OR SET TO PAY OUT (FAIL L)        *00449721
      *  2026-10-15  BAG   NET INTEREST ALREADY PAID AWAY (PAWMNT) OFF *00449814
      *                    THE BREAK INTEREST                          *00449907
      *  2026-10-15  BAG   PAYMENTS WAITING ON PENDREL FOR HIGH-VALUE  *00449930
      *                    RELEASE ARE EARMARKED OUT OF THE AVAILABLE  *00449953
      *                    BALANCE                                     *00449976
      *  2026-10-15  BAG   CHEQUES NOT YET CLEARED (UNCLRCHQ) ARE LEFT *00449984
      *                    OUT OF THE FUNDING BALANCE                  *00449992
      *                                                                *00450000
      ******************************************************************00460000
       DATA DIVISION.                                                   00470000
           05  TDOPEN-RESP                PIC S9(8) COMP.               00500000
           05  TDOPEN-RESP2               PIC S9(8) COMP.               00510000
           05  TDOPEN-TODAYS-DATE         PIC 9(8)  VALUE ZERO.         00520000
           05  TDOPEN-TODAY-GRP REDEFINES TDOPEN-TODAYS-DATE.           00522000
               10  TDOPEN-TODAY-YYYY      PIC 9(4).                     00524000
               10  TDOPEN-TODAY-MM        PIC 9(2).                     00526000
               10  TDOPEN-TODAY-DD        PIC 9(2).                     00528000
           05  TDOPEN-ACCT-KEY.                                         00530000
               10  TDOPEN-KEY-SORTCODE    PIC 9(6).                     00540000
               10  TDOPEN-KEY-ACCNO       PIC 9(8).                     00550000
               88  TDOPEN-HOLD-BROWSE-DONE      VALUE 'Y'.              00594000
           05  TDOPEN-LEG-BROWSE-SWITCH   PIC X     VALUE 'N'.          00595000
               88  TDOPEN-LEG-BROWSE-DONE       VALUE 'Y'.              00596000
           05  TDOPEN-HVQ-TOTAL           PIC S9(10)V99 VALUE ZERO.     00596058
           05  TDOPEN-HVQ-BROWSE-SWITCH   PIC X     VALUE 'N'.          00596116
               88  TDOPEN-HVQ-BROWSE-DONE       VALUE 'Y'.              00596174
           05  TDOPEN-UNCLEARED-TOTAL     PIC S9(10)V99 VALUE ZERO.     00596189
           05  TDOPEN-UNCL-BROWSE-SWITCH  PIC X     VALUE 'N'.          00596204
               88  TDOPEN-UNCL-BROWSE-DONE      VALUE 'Y'.              00596219
           05  TDOPEN-MATURE-DATE         PIC 9(8)  VALUE ZERO.         00596235
           05  TDOPEN-MATURE-GRP REDEFINES TDOPEN-MATURE-DATE.          00596470
               10  TDOPEN-MATURE-YYYY     PIC 9(4).                     00596705
               10  TDOPEN-MATURE-MM       PIC 9(2).                     00596940
               10  TDOPEN-MATURE-DD       PIC 9(2).                     00597175
           05  TDOPEN-DAY-FROM            PIC 9(2)  VALUE ZERO.         00597410
           05  TDOPEN-DAY-TO              PIC 9(2)  VALUE ZERO.         00597645
           05  TDOPEN-DAYS-LEFT           PIC S9(5) VALUE ZERO.         00597880
           05  TDOPEN-DAYS-RUN            PIC S9(5) VALUE ZERO.         00598115
           05  TDOPEN-BREAK-AMOUNT        PIC S9(10)V99 VALUE ZERO.     00598350
           05  TDOPEN-BREAK-INTEREST      PIC S9(10)V99 VALUE ZERO.     00598585
           05  TDOPEN-BREAK-PAID-AWAY     PIC S9(10)V99 VALUE ZERO.     00598702
           05  TDOPEN-BREAK-PENALTY       PIC S9(10)V99 VALUE ZERO.     00598820
           05  TDOPEN-BREAK-PROCEEDS      PIC S9(10)V99 VALUE ZERO.     00599055
           05  TDOPEN-BREAK-APPROVE-LIMIT PIC S9(10)V99                 00599290
                                          VALUE 25000.00.               00599525
           05  TDOPEN-PEN-TRAN-NUMBER     PIC 9(8)  VALUE ZERO.         00599760
                                                                        00600000
                                                                        00598000
       01  TDOPEN-HOLD-REC.                                             00598200
                                                                        00598600
       01  TDOPEN-LEGORDER-REC.                                         00598800
           COPY LEGORDER.                                               00599000
                                                                        00599050
       01  TDOPEN-PENDREL-REC.                                          00599100
           COPY PENDREL.                                                00599150
                                                                        00599158
       01  TDOPEN-UNCLEAR-REC.                                          00599166
           COPY UNCLRCHQ.                                               00599182
                                                                        00599200
       01  TDOPEN-TERMDEP-REC.                                          00610000
           COPY TERMDEP.                                                00620000
       01  TDOPEN-PROCTRAN-REC.                                         00760000
           COPY PROCTRAN.                                               00770000
                                                                        00780000
       01  TDOPEN-BUSDATE-REC.                                          00782500
           COPY BUSDATE.                                                00785000
                                                                        00785625
       01  TDOPEN-OPERATOR-REC.                                         00786250
           COPY OPERATOR.                                               00786875
                                                                        00787500
       LINKAGE SECTION.                                                 00790000
       01  DFHCOMMAREA.                                                 00800000
           COPY TDOPEN.                                                 00810000
       0000-MAINLINE.                                                   00860000
           MOVE SPACE TO COMM-TD-SUCCESS                                00870000
           MOVE SPACE TO COMM-TD-FAIL-CD                                00880000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF TDOPEN-BUSDATE-REC   00881428
           EXEC CICS                                                    00882856
               READ DATASET('BUSDATE')                                  00884284
                    INTO(TDOPEN-BUSDATE-REC)                            00885712
                    RIDFLD(BUSDATE-KEY OF TDOPEN-BUSDATE-REC)           00887140
                    RESP(TDOPEN-RESP)                                   00888568
           END-EXEC                                                     00889996
           IF TDOPEN-RESP = DFHRESP(NORMAL)                             00891424
               MOVE BUSDATE-CURRENT-DATE OF TDOPEN-BUSDATE-REC          00892852
                   TO TDOPEN-TODAYS-DATE                                00894280
           ELSE                                                         00895708
               ACCEPT TDOPEN-TODAYS-DATE FROM DATE YYYYMMDD             00897136
           END-IF                                                       00898564
                                                                        00900000
           EVALUATE TRUE                                                00910000
               WHEN COMM-TD-ACT-OPEN                                    00920000
                   PERFORM 3000-SET-INSTRUCTION THRU 3000-EXIT          00950000
               WHEN COMM-TD-ACT-INQUIRE                                 00960000
                   PERFORM 4000-INQUIRE-DEPOSIT THRU 4000-EXIT          00970000
               WHEN COMM-TD-ACT-BREAK                                   00972000
                   PERFORM 5000-BREAK-DEPOSIT THRU 5000-EXIT            00974000
               WHEN COMM-TD-ACT-PART-WITHDRAW                           00976000
                   PERFORM 5000-BREAK-DEPOSIT THRU 5000-EXIT            00978000
               WHEN OTHER                                               00980000
                   MOVE '3' TO COMM-TD-FAIL-CD                          00990000
           END-EVALUATE                                                 01000000
      *    SAME RULE XFRFUN AND SODDPAY APPLY TO THEIR DEBITS.        * 02319000
           PERFORM 2350-SUM-ACTIVE-HOLDS THRU 2350-EXIT                 02319200
           PERFORM 2370-SUM-EARMARKS THRU 2370-EXIT                     02319400
           PERFORM 2390-SUM-RELEASE-QUEUE THRU 2390-EXIT                02319500
           PERFORM 2396-SUM-UNCLEARED THRU 2396-EXIT                    02319550
                                                                        02319600
           IF COMM-TD-PRINCIPAL >                                       02320000
              ACCOUNT-BALANCE OF TDOPEN-ACCOUNT-REC                     02330000
              - TDOPEN-HOLD-TOTAL - TDOPEN-EARMARK-TOTAL                02335000
              - TDOPEN-HVQ-TOTAL                                        02337500
              - TDOPEN-UNCLEARED-TOTAL                                  02338750
               MOVE '6' TO COMM-TD-FAIL-CD                              02340000
               GO TO 2300-EXIT                                          02350000
           END-IF                                                       02360000
           END-IF.                                                      02600025
       2380-EXIT.                                                       02600026
           EXIT.                                                        02600027
      ******************************************************************02600165
      *  2390-SUM-RELEASE-QUEUE - BROWSE THE LINKED ACCOUNT'S RANGE    *02600303
      *  OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY PAYMENT      *02600441
      *  STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT LEFT     *02600579
      *  THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL          *02600717
      *  DECIDES IT.                                                   *02600855
      ******************************************************************02600993
       2390-SUM-RELEASE-QUEUE.                                          02601131
           MOVE ZERO TO TDOPEN-HVQ-TOTAL                                02601269
           MOVE 'N'  TO TDOPEN-HVQ-BROWSE-SWITCH                        02601407
                                                                        02601545
           MOVE COMM-TD-SORTCODE                                        02601683
               TO PENDREL-SORTCODE OF TDOPEN-PENDREL-REC                02601821
           MOVE COMM-TD-LINKED-ACCOUNT                                  02601959
               TO PENDREL-FROM-ACCOUNT OF TDOPEN-PENDREL-REC            02602097
           MOVE LOW-VALUES TO PENDREL-SOURCE OF TDOPEN-PENDREL-REC      02602235
           MOVE ZERO TO PENDREL-NUMBER OF TDOPEN-PENDREL-REC            02602373
                                                                        02602511
           EXEC CICS                                                    02602649
               STARTBR DATASET('PENDREL')                               02602787
                       RIDFLD(PENDREL-KEY OF TDOPEN-PENDREL-REC)        02602925
                       GTEQ                                             02603063
                       RESP(TDOPEN-RESP)                                02603201
           END-EXEC                                                     02603339
                                                                        02603477
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         02603615
               GO TO 2390-EXIT                                          02603753
           END-IF                                                       02603891
                                                                        02604029
           PERFORM 2395-READ-NEXT-QUEUED THRU 2395-EXIT                 02604167
              UNTIL TDOPEN-HVQ-BROWSE-DONE                              02604305
                                                                        02604443
           EXEC CICS                                                    02604581
               ENDBR DATASET('PENDREL')                                 02604719
                     RESP(TDOPEN-RESP)                                  02604857
           END-EXEC.                                                    02604995
       2390-EXIT.                                                       02605133
           EXIT.                                                        02605271
                                                                        02605409
      ******************************************************************02605547
      *  2395-READ-NEXT-QUEUED - STEP THE BROWSE, COUNTING WAITING     *02605685
      *  AND REFERRED PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S RANGE.    *02605823
      ******************************************************************02605961
       2395-READ-NEXT-QUEUED.                                           02606099
           EXEC CICS                                                    02606237
               READNEXT DATASET('PENDREL')                              02606375
                        INTO(TDOPEN-PENDREL-REC)                        02606513
                        RIDFLD(PENDREL-KEY OF TDOPEN-PENDREL-REC)       02606651
                        RESP(TDOPEN-RESP)                               02606789
           END-EXEC                                                     02606927
                                                                        02607065
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         02607203
               SET TDOPEN-HVQ-BROWSE-DONE TO TRUE                       02607341
               GO TO 2395-EXIT                                          02607479
           END-IF                                                       02607617
                                                                        02607755
           IF PENDREL-SORTCODE OF TDOPEN-PENDREL-REC                    02607893
              NOT = COMM-TD-SORTCODE                                    02608031
              OR PENDREL-FROM-ACCOUNT OF TDOPEN-PENDREL-REC             02608169
                 NOT = COMM-TD-LINKED-ACCOUNT                           02608307
               SET TDOPEN-HVQ-BROWSE-DONE TO TRUE                       02608445
               GO TO 2395-EXIT                                          02608583
           END-IF                                                       02608721
                                                                        02608859
           IF PENDREL-OUTSTANDING OF TDOPEN-PENDREL-REC                 02608997
               ADD PENDREL-AMOUNT OF TDOPEN-PENDREL-REC                 02609135
                  TO TDOPEN-HVQ-TOTAL                                   02609273
           END-IF.                                                      02609411
       2395-EXIT.                                                       02609549
           EXIT.                                                        02609687
                                                                        02609825
      ******************************************************************02609827
      *  2396-SUM-UNCLEARED - BROWSE THE LINKED ACCOUNT'S UNCLEARED-   *02609829
      *  CHEQUE ROWS AND ADD UP EVERY CHEQUE STILL HELD UNCLEARED.     *02609831
      *  THE CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT THE FUNDS    *02609833
      *  ARE NOT AVAILABLE UNTIL CHQREL CLEARS THE CHEQUE.             *02609835
      ******************************************************************02609837
       2396-SUM-UNCLEARED.                                              02609839
           MOVE ZERO TO TDOPEN-UNCLEARED-TOTAL                          02609841
           MOVE 'N'  TO TDOPEN-UNCL-BROWSE-SWITCH                       02609843
                                                                        02609845
           MOVE COMM-TD-SORTCODE TO UNCLRCHQ-SORTCODE                   02609847
                                     OF TDOPEN-UNCLEAR-REC              02609849
           MOVE COMM-TD-LINKED-ACCOUNT                                  02609851
               TO UNCLRCHQ-NUMBER OF TDOPEN-UNCLEAR-REC                 02609853
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF TDOPEN-UNCLEAR-REC    02609855
                                                                        02609857
           EXEC CICS                                                    02609859
               STARTBR DATASET('UNCLRCHQ')                              02609861
                       RIDFLD(UNCLRCHQ-KEY OF TDOPEN-UNCLEAR-REC)       02609863
                       GTEQ                                             02609865
                       RESP(TDOPEN-RESP)                                02609867
           END-EXEC                                                     02609869
                                                                        02609871
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         02609873
               GO TO 2396-EXIT                                          02609875
           END-IF                                                       02609877
                                                                        02609879
           PERFORM 2398-READ-NEXT-UNCLEARED THRU 2398-EXIT              02609881
              UNTIL TDOPEN-UNCL-BROWSE-DONE                             02609883
                                                                        02609885
           EXEC CICS                                                    02609887
               ENDBR DATASET('UNCLRCHQ')                                02609889
                     RESP(TDOPEN-RESP)                                  02609891
           END-EXEC.                                                    02609893
       2396-EXIT.                                                       02609895
           EXIT.                                                        02609897
                                                                        02609899
      ******************************************************************02609901
      *  2398-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *02609903
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *02609905
      ******************************************************************02609907
       2398-READ-NEXT-UNCLEARED.                                        02609909
           EXEC CICS                                                    02609911
               READNEXT DATASET('UNCLRCHQ')                             02609913
                        INTO(TDOPEN-UNCLEAR-REC)                        02609915
                        RIDFLD(UNCLRCHQ-KEY OF TDOPEN-UNCLEAR-REC)      02609917
                        RESP(TDOPEN-RESP)                               02609919
           END-EXEC                                                     02609921
                                                                        02609923
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         02609925
               SET TDOPEN-UNCL-BROWSE-DONE TO TRUE                      02609927
               GO TO 2398-EXIT                                          02609929
           END-IF                                                       02609931
                                                                        02609933
           IF UNCLRCHQ-SORTCODE OF TDOPEN-UNCLEAR-REC                   02609935
              NOT = COMM-TD-SORTCODE                                    02609937
              OR UNCLRCHQ-NUMBER OF TDOPEN-UNCLEAR-REC                  02609939
                 NOT = COMM-TD-LINKED-ACCOUNT                           02609941
               SET TDOPEN-UNCL-BROWSE-DONE TO TRUE                      02609943
               GO TO 2398-EXIT                                          02609945
           END-IF                                                       02609947
                                                                        02609949
           IF UNCLRCHQ-UNCLEARED OF TDOPEN-UNCLEAR-REC                  02609951
               ADD UNCLRCHQ-AMOUNT OF TDOPEN-UNCLEAR-REC                02609953
                  TO TDOPEN-UNCLEARED-TOTAL                             02609955
           END-IF.                                                      02609957
       2398-EXIT.                                                       02609959
           EXIT.                                                        02609961
                                                                        02609963
      ******************************************************************02610000
      *  2400-WRITE-DEPOSIT - BUILD AND WRITE THE DEPOSIT RECORD.      *02620000
      *  MATURITY IS THE OPENED DATE PLUS THE TERM, MONTH BY MONTH,    *02630000
                                        OF TDOPEN-TERMDEP-REC           02960000
           SET TERMDEP-OPEN OF TDOPEN-TERMDEP-REC TO TRUE               02970000
           MOVE ZERO TO TERMDEP-CLOSED-DATE OF TDOPEN-TERMDEP-REC       02980000
           MOVE ZERO TO TERMDEP-WITHDRAWN-TOTAL OF TDOPEN-TERMDEP-REC   02982000
           MOVE ZERO TO TERMDEP-PENALTY-TOTAL OF TDOPEN-TERMDEP-REC     02984000
           MOVE ZERO TO TERMDEP-LAST-BREAK-DATE OF TDOPEN-TERMDEP-REC   02986000
           MOVE SPACE TO TERMDEP-LAST-APPROVER OF TDOPEN-TERMDEP-REC    02988000
           MOVE 'N' TO TERMDEP-PLEDGE-FLAG OF TDOPEN-TERMDEP-REC        02988666
           MOVE ZERO TO TERMDEP-PLEDGE-COLLATERAL OF TDOPEN-TERMDEP-REC 02989332
           MOVE ZERO TO TERMDEP-PAID-AWAY OF TDOPEN-TERMDEP-REC         02989666
                                                                        02990000
           EXEC CICS                                                    03000000
               WRITE DATASET('TERMDEP')                                 03010000
               GO TO 3000-EXIT                                          04560000
           END-IF                                                       04570000
                                                                        04580000
           IF TERMDEP-CLOSED OF TDOPEN-TERMDEP-REC                      04586666
              OR TERMDEP-BROKEN OF TDOPEN-TERMDEP-REC                   04593332
               MOVE '2' TO COMM-TD-FAIL-CD                              04600000
               GO TO 3000-EXIT                                          04610000
           END-IF                                                       04620000
                                                                        04630000
           IF COMM-TD-INSTRUCTION = 'P'                                 04631666
              AND TERMDEP-PLEDGED OF TDOPEN-TERMDEP-REC                 04633332
               MOVE 'L' TO COMM-TD-FAIL-CD                              04634998
               GO TO 3000-EXIT                                          04636664
           END-IF                                                       04638330
           MOVE COMM-TD-INSTRUCTION TO TERMDEP-INSTRUCTION              04640000
                                        OF TDOPEN-TERMDEP-REC           04650000
                                                                        04660000
       4000-EXIT.                                                       05230000
           EXIT.                                                        05240000
                                                                        05250000
      ******************************************************************05250020
      *  5000-BREAK-DEPOSIT - EARLY WITHDRAWAL FROM AN OPEN DEPOSIT :  *05250040
      *  THE WHOLE PRINCIPAL (B) OR PART OF IT (W) WHERE THE PRODUCT   *05250060
      *  ALLOWS.  THE AMOUNT TAKEN EARNS ITS INTEREST SO FAR AT THE    *05250080
      *  LOCKED RATE, LESS THE PRODUCT'S BREAKAGE PENALTY, AND THE     *05250100
      *  NET PROCEEDS GO TO THE LINKED ACCOUNT.  NOTHING MOVES UNTIL   *05250120
      *  THE APPROVER HAS BEEN CHECKED.                                *05250140
      ******************************************************************05250160
       5000-BREAK-DEPOSIT.                                              05250180
           MOVE ZERO TO COMM-TD-BREAK-INTEREST                          05250200
           MOVE ZERO TO COMM-TD-BREAK-PENALTY                           05250220
           MOVE ZERO TO COMM-TD-BREAK-PROCEEDS                          05250240
                                                                        05250260
           MOVE COMM-TD-SORTCODE TO TERMDEP-SORTCODE                    05250280
                                     OF TDOPEN-TERMDEP-REC              05250300
           MOVE COMM-TD-NUMBER   TO TERMDEP-NUMBER                      05250320
                                     OF TDOPEN-TERMDEP-REC              05250340
                                                                        05250360
           EXEC CICS                                                    05250380
               READ DATASET('TERMDEP')                                  05250400
                    INTO(TDOPEN-TERMDEP-REC)                            05250420
                    RIDFLD(TERMDEP-KEY OF TDOPEN-TERMDEP-REC)           05250440
                    UPDATE                                              05250460
                    RESP(TDOPEN-RESP)                                   05250480
           END-EXEC                                                     05250500
                                                                        05250520
           IF TDOPEN-RESP = DFHRESP(NOTFND)                             05250540
               MOVE '2' TO COMM-TD-FAIL-CD                              05250560
               GO TO 5000-EXIT                                          05250580
           END-IF                                                       05250600
                                                                        05250620
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05250640
               MOVE '8' TO COMM-TD-FAIL-CD                              05250660
               GO TO 5000-EXIT                                          05250680
           END-IF                                                       05250700
                                                                        05250720
           IF NOT TERMDEP-OPEN OF TDOPEN-TERMDEP-REC                    05250731
               MOVE '2' TO COMM-TD-FAIL-CD                              05250742
               GO TO 5000-EXIT                                          05250753
           END-IF                                                       05250764
                                                                        05250775
           IF TERMDEP-PLEDGED OF TDOPEN-TERMDEP-REC                     05250786
               MOVE 'L' TO COMM-TD-FAIL-CD                              05250797
               GO TO 5000-EXIT                                          05250808
           END-IF                                                       05250819
                                                                        05250830
           PERFORM 5100-CHECK-BREAK-RULES THRU 5100-EXIT                05250841
           IF COMM-TD-FAIL-CD NOT = SPACE                               05250860
               GO TO 5000-EXIT                                          05250880
           END-IF                                                       05250900
                                                                        05250920
           IF TDOPEN-BREAK-AMOUNT > TDOPEN-BREAK-APPROVE-LIMIT          05250940
               PERFORM 5300-CHECK-APPROVER THRU 5300-EXIT               05250960
               IF COMM-TD-FAIL-CD NOT = SPACE                           05250980
                   GO TO 5000-EXIT                                      05251000
               END-IF                                                   05251020
           END-IF                                                       05251040
                                                                        05251060
           PERFORM 5200-COMPUTE-BREAKAGE THRU 5200-EXIT                 05251080
                                                                        05251100
           PERFORM 5400-CREDIT-LINKED-ACCOUNT THRU 5400-EXIT            05251120
           IF COMM-TD-FAIL-CD NOT = SPACE                               05251140
               GO TO 5000-EXIT                                          05251160
           END-IF                                                       05251180
                                                                        05251200
           PERFORM 5500-UPDATE-DEPOSIT THRU 5500-EXIT                   05251220
           IF COMM-TD-FAIL-CD NOT = SPACE                               05251240
               PERFORM 5460-REVERSE-PROCEEDS THRU 5460-EXIT             05251260
               GO TO 5000-EXIT                                          05251280
           END-IF                                                       05251300
                                                                        05251320
           PERFORM 5600-WRITE-BREAK-PROCTRAN THRU 5600-EXIT             05251340
           IF TDOPEN-BREAK-PENALTY > ZERO                               05251360
               PERFORM 5650-WRITE-PENALTY-PROCTRAN THRU 5650-EXIT       05251380
           END-IF                                                       05251400
                                                                        05251420
           MOVE TDOPEN-BREAK-INTEREST TO COMM-TD-BREAK-INTEREST         05251440
           MOVE TDOPEN-BREAK-PENALTY  TO COMM-TD-BREAK-PENALTY          05251460
           MOVE TDOPEN-BREAK-PROCEEDS TO COMM-TD-BREAK-PROCEEDS         05251480
           MOVE TERMDEP-PRINCIPAL OF TDOPEN-TERMDEP-REC                 05251500
               TO COMM-TD-PRINCIPAL                                     05251520
           MOVE TERMDEP-STATUS-FLAG OF TDOPEN-TERMDEP-REC               05251540
               TO COMM-TD-STATUS.                                       05251560
       5000-EXIT.                                                       05251580
           EXIT.                                                        05251600
                                                                        05251620
      ******************************************************************05251640
      *  5100-CHECK-BREAK-RULES - READ THE DEPOSIT'S PRODUCT AND       *05251660
      *  SETTLE THE AMOUNT BEING TAKEN.  A PARTIAL WITHDRAWAL NEEDS A  *05251680
      *  PRODUCT THAT ALLOWS ONE, MUST BE LESS THAN THE PRINCIPAL,     *05251700
      *  AND MUST LEAVE THE PRODUCT'S MINIMUM ON DEPOSIT.              *05251720
      ******************************************************************05251740
       5100-CHECK-BREAK-RULES.                                          05251760
           MOVE TERMDEP-PRODUCT-TYPE OF TDOPEN-TERMDEP-REC              05251780
               TO PRODCAT-TYPE OF TDOPEN-PRODCAT-REC                    05251800
                                                                        05251820
           EXEC CICS                                                    05251840
               READ DATASET('PRODCAT')                                  05251860
                    INTO(TDOPEN-PRODCAT-REC)                            05251880
                    RIDFLD(PRODCAT-KEY OF TDOPEN-PRODCAT-REC)           05251900
                    RESP(TDOPEN-RESP)                                   05251920
           END-EXEC                                                     05251940
                                                                        05251960
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05251980
               MOVE '4' TO COMM-TD-FAIL-CD                              05252000
               GO TO 5100-EXIT                                          05252020
           END-IF                                                       05252040
                                                                        05252060
           IF COMM-TD-ACT-BREAK                                         05252080
               MOVE TERMDEP-PRINCIPAL OF TDOPEN-TERMDEP-REC             05252100
                   TO TDOPEN-BREAK-AMOUNT                               05252120
               GO TO 5100-EXIT                                          05252140
           END-IF                                                       05252160
                                                                        05252180
           IF NOT PRODCAT-PARTIAL-ALLOWED OF TDOPEN-PRODCAT-REC         05252200
               MOVE 'P' TO COMM-TD-FAIL-CD                              05252220
               GO TO 5100-EXIT                                          05252240
           END-IF                                                       05252260
                                                                        05252280
           IF COMM-TD-WITHDRAW-AMOUNT NOT > ZERO                        05252300
              OR COMM-TD-WITHDRAW-AMOUNT                                05252320
                 NOT < TERMDEP-PRINCIPAL OF TDOPEN-TERMDEP-REC          05252340
               MOVE '6' TO COMM-TD-FAIL-CD                              05252360
               GO TO 5100-EXIT                                          05252380
           END-IF                                                       05252400
                                                                        05252420
           IF TERMDEP-PRINCIPAL OF TDOPEN-TERMDEP-REC                   05252440
              - COMM-TD-WITHDRAW-AMOUNT                                 05252460
              < PRODCAT-PARTIAL-MIN-PRINCIPAL OF TDOPEN-PRODCAT-REC     05252480
               MOVE 'P' TO COMM-TD-FAIL-CD                              05252500
               GO TO 5100-EXIT                                          05252520
           END-IF                                                       05252540
                                                                        05252560
           MOVE COMM-TD-WITHDRAW-AMOUNT TO TDOPEN-BREAK-AMOUNT.         05252580
       5100-EXIT.                                                       05252600
           EXIT.                                                        05252620
                                                                        05252640
      ******************************************************************05252660
      *  5200-COMPUTE-BREAKAGE - ON THE 30/360 CONVENTION TDMAT USES,  *05252680
      *  THE DAYS LEFT TO MATURITY FALL OUT OF THE DATES AND THE DAYS  *05252700
      *  RUN ARE THE TERM LESS THOSE, SO A ROLLED-OVER DEPOSIT COUNTS  *05252720
      *  FROM ITS LAST ROLL.  THE AMOUNT TAKEN EARNS THE DAYS RUN AT   *05252740
      *  THE LOCKED RATE.  THE PENALTY IS EITHER THE PRODUCT'S DAYS    *05252760
      *  OF INTEREST LOST, OR FOR A MARKET-ADJUSTED PRODUCT THE GAP    *05252780
      *  BETWEEN TODAY'S RATE AND THE LOCKED RATE OVER THE DAYS LEFT   *05252800
      *  (NOTHING WHEN RATES HAVE FALLEN).  THE PENALTY NEVER TAKES    *05252820
      *  MORE THAN THE AMOUNT AND ITS INTEREST.                        *05252840
      ******************************************************************05252860
       5200-COMPUTE-BREAKAGE.                                           05252880
           MOVE TERMDEP-MATURITY-DATE OF TDOPEN-TERMDEP-REC             05252900
               TO TDOPEN-MATURE-DATE                                    05252920
           MOVE TDOPEN-TODAY-DD  TO TDOPEN-DAY-FROM                     05252940
           MOVE TDOPEN-MATURE-DD TO TDOPEN-DAY-TO                       05252960
           IF TDOPEN-DAY-FROM > 30                                      05252980
               MOVE 30 TO TDOPEN-DAY-FROM                               05253000
           END-IF                                                       05253020
           IF TDOPEN-DAY-TO > 30                                        05253040
               MOVE 30 TO TDOPEN-DAY-TO                                 05253060
           END-IF                                                       05253080
                                                                        05253100
           COMPUTE TDOPEN-DAYS-LEFT =                                   05253120
               (TDOPEN-MATURE-YYYY - TDOPEN-TODAY-YYYY) * 360           05253140
             + (TDOPEN-MATURE-MM - TDOPEN-TODAY-MM) * 30                05253160
             + TDOPEN-DAY-TO - TDOPEN-DAY-FROM                          05253180
           IF TDOPEN-DAYS-LEFT < ZERO                                   05253200
               MOVE ZERO TO TDOPEN-DAYS-LEFT                            05253220
           END-IF                                                       05253240
                                                                        05253260
           COMPUTE TDOPEN-DAYS-RUN =                                    05253280
               TERMDEP-TERM-MONTHS OF TDOPEN-TERMDEP-REC * 30           05253300
             - TDOPEN-DAYS-LEFT                                         05253320
           IF TDOPEN-DAYS-RUN < ZERO                                    05253340
               MOVE ZERO TO TDOPEN-DAYS-RUN                             05253360
           END-IF                                                       05253380
                                                                        05253400
           COMPUTE TDOPEN-BREAK-INTEREST ROUNDED =                      05253420
               (TDOPEN-BREAK-AMOUNT                                     05253440
                * TERMDEP-LOCKED-RATE OF TDOPEN-TERMDEP-REC             05253460
                * TDOPEN-DAYS-RUN)                                      05253480
               / 36000                                                  05253500
                                                                        05253520
      *    INTEREST THE AMOUNT TAKEN HAS ALREADY HAD PAID AWAY IS      *05253521
      *    NOT PAID TWICE.                                             *05253522
           MOVE ZERO TO TDOPEN-BREAK-PAID-AWAY                          05253523
           IF TERMDEP-PRINCIPAL OF TDOPEN-TERMDEP-REC > ZERO            05253524
               COMPUTE TDOPEN-BREAK-PAID-AWAY ROUNDED =                 05253525
                   TERMDEP-PAID-AWAY OF TDOPEN-TERMDEP-REC              05253526
                 * TDOPEN-BREAK-AMOUNT                                  05253527
                 / TERMDEP-PRINCIPAL OF TDOPEN-TERMDEP-REC              05253528
           END-IF                                                       05253529
           IF TDOPEN-BREAK-PAID-AWAY > TDOPEN-BREAK-INTEREST            05253530
               MOVE TDOPEN-BREAK-INTEREST TO TDOPEN-BREAK-PAID-AWAY     05253531
           END-IF                                                       05253532
           SUBTRACT TDOPEN-BREAK-PAID-AWAY FROM TDOPEN-BREAK-INTEREST   05253533
                                                                        05253536
           MOVE ZERO TO TDOPEN-BREAK-PENALTY                            05253540
           IF PRODCAT-BREAK-MARKET-ADJ OF TDOPEN-PRODCAT-REC            05253560
               PERFORM 5250-MARKET-ADJUSTMENT THRU 5250-EXIT            05253580
           ELSE                                                         05253600
               IF PRODCAT-BREAK-PENALTY-DAYS OF TDOPEN-PRODCAT-REC      05253620
                  IS NUMERIC                                            05253640
                   COMPUTE TDOPEN-BREAK-PENALTY ROUNDED =               05253660
                       (TDOPEN-BREAK-AMOUNT                             05253680
                        * TERMDEP-LOCKED-RATE OF TDOPEN-TERMDEP-REC     05253700
                        * PRODCAT-BREAK-PENALTY-DAYS                    05253720
                              OF TDOPEN-PRODCAT-REC)                    05253740
                       / 36000                                          05253760
               END-IF                                                   05253780
           END-IF                                                       05253800
                                                                        05253820
           IF TDOPEN-BREAK-PENALTY >                                    05253840
              TDOPEN-BREAK-AMOUNT + TDOPEN-BREAK-INTEREST               05253860
               COMPUTE TDOPEN-BREAK-PENALTY =                           05253880
                   TDOPEN-BREAK-AMOUNT + TDOPEN-BREAK-INTEREST          05253900
           END-IF                                                       05253920
                                                                        05253940
           COMPUTE TDOPEN-BREAK-PROCEEDS =                              05253960
               TDOPEN-BREAK-AMOUNT + TDOPEN-BREAK-INTEREST              05253980
             - TDOPEN-BREAK-PENALTY.                                    05254000
       5200-EXIT.                                                       05254020
           EXIT.                                                        05254040
                                                                        05254060
      ******************************************************************05254080
      *  5250-MARKET-ADJUSTMENT - WHAT IT COSTS THE BANK TO REPLACE    *05254100
      *  THE MONEY FOR THE REST OF THE TERM AT THE PRODUCT'S RATE      *05254120
      *  NOW IN FORCE.  NO RATE ROW MEANS NO ADJUSTMENT.               *05254140
      ******************************************************************05254160
       5250-MARKET-ADJUSTMENT.                                          05254180
           MOVE TERMDEP-PRODUCT-TYPE OF TDOPEN-TERMDEP-REC              05254200
               TO ACRATE-ACCOUNT-TYPE OF TDOPEN-RATE-REC                05254220
                                                                        05254240
           EXEC CICS                                                    05254260
               READ DATASET('RATEFILE')                                 05254280
                    INTO(TDOPEN-RATE-REC)                               05254300
                    RIDFLD(ACRATE-KEY OF TDOPEN-RATE-REC)               05254320
                    RESP(TDOPEN-RESP)                                   05254340
           END-EXEC                                                     05254360
                                                                        05254380
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05254400
               GO TO 5250-EXIT                                          05254420
           END-IF                                                       05254440
                                                                        05254460
           IF ACRATE-CREDIT-RATE OF TDOPEN-RATE-REC                     05254480
              > TERMDEP-LOCKED-RATE OF TDOPEN-TERMDEP-REC               05254500
               COMPUTE TDOPEN-BREAK-PENALTY ROUNDED =                   05254520
                   (TDOPEN-BREAK-AMOUNT                                 05254540
                    * (ACRATE-CREDIT-RATE OF TDOPEN-RATE-REC            05254560
                       - TERMDEP-LOCKED-RATE OF TDOPEN-TERMDEP-REC)     05254580
                    * TDOPEN-DAYS-LEFT)                                 05254600
                   / 36000                                              05254620
           END-IF.                                                      05254640
       5250-EXIT.                                                       05254660
           EXIT.                                                        05254680
                                                                        05254700
      ******************************************************************05254720
      *  5300-CHECK-APPROVER - A WITHDRAWAL OVER THE APPROVAL LIMIT    *05254740
      *  NEEDS AN APPROVER ON THE OPERATOR MASTER, ACTIVE, AND A       *05254760
      *  SUPERVISOR OR MANAGER.                                        *05254780
      ******************************************************************05254800
       5300-CHECK-APPROVER.                                             05254820
           MOVE COMM-TD-APPROVER TO OPERATOR-ID OF TDOPEN-OPERATOR-REC  05254840
                                                                        05254860
           EXEC CICS                                                    05254880
               READ DATASET('OPERATOR')                                 05254900
                    INTO(TDOPEN-OPERATOR-REC)                           05254920
                    RIDFLD(OPERATOR-KEY OF TDOPEN-OPERATOR-REC)         05254940
                    RESP(TDOPEN-RESP)                                   05254960
           END-EXEC                                                     05254980
                                                                        05255000
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05255020
               MOVE 'O' TO COMM-TD-FAIL-CD                              05255040
               GO TO 5300-EXIT                                          05255060
           END-IF                                                       05255080
                                                                        05255100
           IF NOT OPERATOR-ACTIVE OF TDOPEN-OPERATOR-REC                05255120
               MOVE 'O' TO COMM-TD-FAIL-CD                              05255140
               GO TO 5300-EXIT                                          05255160
           END-IF                                                       05255180
                                                                        05255200
           IF NOT OPERATOR-ROLE-SUPERVISOR OF TDOPEN-OPERATOR-REC       05255220
              AND NOT OPERATOR-ROLE-MANAGER OF TDOPEN-OPERATOR-REC      05255240
               MOVE 'V' TO COMM-TD-FAIL-CD                              05255260
           END-IF.                                                      05255280
       5300-EXIT.                                                       05255300
           EXIT.                                                        05255320
                                                                        05255340
      ******************************************************************05255360
      *  5400-CREDIT-LINKED-ACCOUNT - THE NET PROCEEDS GO TO THE       *05255380
      *  LINKED ACCOUNT, WHICH MUST STILL BE OPEN.  THE PROCTRAN       *05255400
      *  NUMBERS (ONE MORE FOR A PENALTY) ARE TAKEN FIRST.             *05255420
      ******************************************************************05255440
       5400-CREDIT-LINKED-ACCOUNT.                                      05255460
           MOVE COMM-TD-SORTCODE TO TDOPEN-KEY-SORTCODE                 05255480
           MOVE TERMDEP-LINKED-ACCOUNT OF TDOPEN-TERMDEP-REC            05255500
               TO TDOPEN-KEY-ACCNO                                      05255520
                                                                        05255540
           EXEC CICS                                                    05255560
               READ DATASET('ACCOUNT')                                  05255580
                    INTO(TDOPEN-ACCOUNT-REC)                            05255600
                    RIDFLD(TDOPEN-ACCT-KEY)                             05255620
                    UPDATE                                              05255640
                    RESP(TDOPEN-RESP)                                   05255660
           END-EXEC                                                     05255680
                                                                        05255700
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05255720
               MOVE '1' TO COMM-TD-FAIL-CD                              05255740
               GO TO 5400-EXIT                                          05255760
           END-IF                                                       05255780
                                                                        05255800
           IF NOT ACCOUNT-OPEN OF TDOPEN-ACCOUNT-REC                    05255820
               MOVE '1' TO COMM-TD-FAIL-CD                              05255840
               GO TO 5400-EXIT                                          05255860
           END-IF                                                       05255880
                                                                        05255900
           IF TDOPEN-BREAK-PENALTY > ZERO                               05255920
               PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT       05255940
               IF COMM-TD-FAIL-CD NOT = SPACE                           05255960
                   GO TO 5400-EXIT                                      05255980
               END-IF                                                   05256000
               MOVE TDOPEN-TRAN-NUMBER TO TDOPEN-PEN-TRAN-NUMBER        05256020
           END-IF                                                       05256040
                                                                        05256060
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           05256080
           IF COMM-TD-FAIL-CD NOT = SPACE                               05256100
               GO TO 5400-EXIT                                          05256120
           END-IF                                                       05256140
                                                                        05256160
           ADD TDOPEN-BREAK-PROCEEDS                                    05256180
              TO ACCOUNT-BALANCE OF TDOPEN-ACCOUNT-REC                  05256200
                                                                        05256220
           EXEC CICS                                                    05256240
               REWRITE DATASET('ACCOUNT')                               05256260
                       FROM(TDOPEN-ACCOUNT-REC)                         05256280
                       RESP(TDOPEN-RESP)                                05256300
           END-EXEC                                                     05256320
                                                                        05256340
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05256360
               MOVE '7' TO COMM-TD-FAIL-CD                              05256380
           END-IF.                                                      05256400
       5400-EXIT.                                                       05256420
           EXIT.                                                        05256440
                                                                        05256460
      ******************************************************************05256480
      *  5460-REVERSE-PROCEEDS - THE DEPOSIT REWRITE FAILED AFTER THE  *05256500
      *  LINKED ACCOUNT WAS CREDITED.  TAKE THE PROCEEDS BACK SO THE   *05256520
      *  MONEY IS NOT PAID TWICE.                                      *05256540
      ******************************************************************05256560
       5460-REVERSE-PROCEEDS.                                           05256580
           MOVE COMM-TD-SORTCODE TO TDOPEN-KEY-SORTCODE                 05256600
           MOVE TERMDEP-LINKED-ACCOUNT OF TDOPEN-TERMDEP-REC            05256620
               TO TDOPEN-KEY-ACCNO                                      05256640
                                                                        05256660
           EXEC CICS                                                    05256680
               READ DATASET('ACCOUNT')                                  05256700
                    INTO(TDOPEN-ACCOUNT-REC)                            05256720
                    RIDFLD(TDOPEN-ACCT-KEY)                             05256740
                    UPDATE                                              05256760
                    RESP(TDOPEN-RESP)                                   05256780
           END-EXEC                                                     05256800
                                                                        05256820
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05256840
               DISPLAY 'TDOPEN - CRITICAL - UNABLE TO REVERSE '         05256860
                   'BREAKAGE PROCEEDS FOR ' TDOPEN-KEY-ACCNO            05256880
               GO TO 5460-EXIT                                          05256900
           END-IF                                                       05256920
                                                                        05256940
           SUBTRACT TDOPEN-BREAK-PROCEEDS                               05256960
              FROM ACCOUNT-BALANCE OF TDOPEN-ACCOUNT-REC                05256980
                                                                        05257000
           EXEC CICS                                                    05257020
               REWRITE DATASET('ACCOUNT')                               05257040
                       FROM(TDOPEN-ACCOUNT-REC)                         05257060
                       RESP(TDOPEN-RESP)                                05257080
           END-EXEC                                                     05257100
                                                                        05257120
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05257140
               DISPLAY 'TDOPEN - CRITICAL - UNABLE TO REVERSE '         05257160
                   'BREAKAGE PROCEEDS FOR ' TDOPEN-KEY-ACCNO            05257180
           END-IF.                                                      05257200
       5460-EXIT.                                                       05257220
           EXIT.                                                        05257240
                                                                        05257260
      ******************************************************************05257280
      *  5500-UPDATE-DEPOSIT - A FULL BREAK CLOSES THE DEPOSIT AS      *05257300
      *  BROKEN; A PARTIAL WITHDRAWAL REDUCES THE PRINCIPAL AND LEAVES *05257320
      *  IT OPEN AT THE LOCKED RATE.  EITHER WAY THE RUNNING TOTALS    *05257340
      *  AND THE APPROVER ARE KEPT.                                    *05257360
      ******************************************************************05257380
       5500-UPDATE-DEPOSIT.                                             05257400
           IF COMM-TD-ACT-BREAK                                         05257420
               SET TERMDEP-BROKEN OF TDOPEN-TERMDEP-REC TO TRUE         05257440
               MOVE TDOPEN-TODAYS-DATE                                  05257460
                   TO TERMDEP-CLOSED-DATE OF TDOPEN-TERMDEP-REC         05257480
           ELSE                                                         05257500
               SUBTRACT TDOPEN-BREAK-AMOUNT                             05257520
                  FROM TERMDEP-PRINCIPAL OF TDOPEN-TERMDEP-REC          05257540
           END-IF                                                       05257560
                                                                        05257580
           ADD TDOPEN-BREAK-AMOUNT                                      05257600
              TO TERMDEP-WITHDRAWN-TOTAL OF TDOPEN-TERMDEP-REC          05257620
           SUBTRACT TDOPEN-BREAK-PAID-AWAY                              05257626
               FROM TERMDEP-PAID-AWAY OF TDOPEN-TERMDEP-REC             05257632
           ADD TDOPEN-BREAK-PENALTY                                     05257640
              TO TERMDEP-PENALTY-TOTAL OF TDOPEN-TERMDEP-REC            05257660
           MOVE TDOPEN-TODAYS-DATE                                      05257680
               TO TERMDEP-LAST-BREAK-DATE OF TDOPEN-TERMDEP-REC         05257700
           IF TDOPEN-BREAK-AMOUNT > TDOPEN-BREAK-APPROVE-LIMIT          05257720
               MOVE COMM-TD-APPROVER                                    05257740
                   TO TERMDEP-LAST-APPROVER OF TDOPEN-TERMDEP-REC       05257760
           END-IF                                                       05257780
                                                                        05257800
           EXEC CICS                                                    05257820
               REWRITE DATASET('TERMDEP')                               05257840
                       FROM(TDOPEN-TERMDEP-REC)                         05257860
                       RESP(TDOPEN-RESP)                                05257880
           END-EXEC                                                     05257900
                                                                        05257920
           IF TDOPEN-RESP NOT = DFHRESP(NORMAL)                         05257940
               MOVE '7' TO COMM-TD-FAIL-CD                              05257960
           END-IF.                                                      05257980
       5500-EXIT.                                                       05258000
           EXIT.                                                        05258020
                                                                        05258040
      ******************************************************************05258060
      *  5600-WRITE-BREAK-PROCTRAN - LOG THE NET PROCEEDS PAID TO THE  *05258080
      *  LINKED ACCOUNT : TDB FOR A FULL BREAK, TDW FOR A PARTIAL      *05258100
      *  WITHDRAWAL, CARRYING THE DEPOSIT NUMBER IN THE                *05258120
      *  PROC-TRAN-DESC-XFR COUNTERPARTY FIELDS.                       *05258140
      ******************************************************************05258160
       5600-WRITE-BREAK-PROCTRAN.                                       05258180
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF TDOPEN-PROCTRAN-REC  05258200
           MOVE COMM-TD-SORTCODE TO PROC-TRAN-SORT-CODE                 05258220
                                     OF TDOPEN-PROCTRAN-REC             05258240
           MOVE TDOPEN-TRAN-NUMBER TO PROC-TRAN-NUMBER                  05258260
                                       OF TDOPEN-PROCTRAN-REC           05258280
           MOVE TERMDEP-LINKED-ACCOUNT OF TDOPEN-TERMDEP-REC            05258300
               TO PROC-TRAN-ACCOUNT-NUMBER OF TDOPEN-PROCTRAN-REC       05258320
           MOVE TDOPEN-TODAYS-DATE TO PROC-TRAN-DATE                    05258340
                                       OF TDOPEN-PROCTRAN-REC           05258360
           MOVE EIBTIME TO PROC-TRAN-TIME OF TDOPEN-PROCTRAN-REC        05258380
           MOVE TDOPEN-TRAN-NUMBER TO PROC-TRAN-REF                     05258400
                                       OF TDOPEN-PROCTRAN-REC           05258420
           MOVE TDOPEN-BREAK-PROCEEDS TO PROC-TRAN-AMOUNT               05258440
                                          OF TDOPEN-PROCTRAN-REC        05258460
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF TDOPEN-PROCTRAN-REC      05258480
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF TDOPEN-PROCTRAN-REC 05258500
                                                                        05258520
           IF COMM-TD-ACT-BREAK                                         05258540
               MOVE 'TDB' TO PROC-TRAN-TYPE OF TDOPEN-PROCTRAN-REC      05258560
               MOVE 'TERM DEPOSIT BROKEN'                               05258580
                   TO PROC-TRAN-DESC-XFR-HEADER OF TDOPEN-PROCTRAN-REC  05258600
           ELSE                                                         05258620
               MOVE 'TDW' TO PROC-TRAN-TYPE OF TDOPEN-PROCTRAN-REC      05258640
               MOVE 'TERM DEPOSIT PART WITHDRAW'                        05258660
                   TO PROC-TRAN-DESC-XFR-HEADER OF TDOPEN-PROCTRAN-REC  05258680
           END-IF                                                       05258700
           MOVE COMM-TD-SORTCODE                                        05258720
               TO PROC-TRAN-DESC-XFR-SORTCODE OF TDOPEN-PROCTRAN-REC    05258740
           MOVE COMM-TD-NUMBER                                          05258760
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF TDOPEN-PROCTRAN-REC     05258780
                                                                        05258800
           EXEC CICS                                                    05258820
               WRITE DATASET('PROCTRAN')                                05258840
                     FROM(TDOPEN-PROCTRAN-REC)                          05258860
                     RIDFLD(PROC-TRAN-ID OF TDOPEN-PROCTRAN-REC)        05258880
                     RESP(TDOPEN-RESP2)                                 05258900
           END-EXEC                                                     05258920
                                                                        05258940
           IF TDOPEN-RESP2 NOT = DFHRESP(NORMAL)                        05258960
               DISPLAY 'TDOPEN - CRITICAL - PROCTRAN WRITE FAILED '     05258980
                   'FOR BREAKAGE OF DEPOSIT ' COMM-TD-NUMBER            05259000
           END-IF.                                                      05259020
       5600-EXIT.                                                       05259040
           EXIT.                                                        05259060
                                                                        05259080
      ******************************************************************05259100
      *  5650-WRITE-PENALTY-PROCTRAN - LOG THE BREAKAGE PENALTY THE    *05259116
      *  BANK KEEPS AGAINST THE DEPOSIT ITSELF, THE WAY TDMAT LOGS     *05259132
      *  CAPITALISED INTEREST, WITH THE LINKED ACCOUNT AS THE          *05259148
      *  COUNTERPARTY.                                                 *05259164
      ******************************************************************05259180
       5650-WRITE-PENALTY-PROCTRAN.                                     05259200
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF TDOPEN-PROCTRAN-REC  05259220
           MOVE COMM-TD-SORTCODE TO PROC-TRAN-SORT-CODE                 05259240
                                     OF TDOPEN-PROCTRAN-REC             05259260
           MOVE TDOPEN-PEN-TRAN-NUMBER TO PROC-TRAN-NUMBER              05259280
                                           OF TDOPEN-PROCTRAN-REC       05259300
           MOVE COMM-TD-NUMBER TO PROC-TRAN-ACCOUNT-NUMBER              05259320
                                   OF TDOPEN-PROCTRAN-REC               05259340
           MOVE TDOPEN-TODAYS-DATE TO PROC-TRAN-DATE                    05259360
                                       OF TDOPEN-PROCTRAN-REC           05259380
           MOVE EIBTIME TO PROC-TRAN-TIME OF TDOPEN-PROCTRAN-REC        05259400
           MOVE TDOPEN-PEN-TRAN-NUMBER TO PROC-TRAN-REF                 05259420
                                           OF TDOPEN-PROCTRAN-REC       05259440
           MOVE 'TDX' TO PROC-TRAN-TYPE OF TDOPEN-PROCTRAN-REC          05259460
           MOVE TDOPEN-BREAK-PENALTY TO PROC-TRAN-AMOUNT                05259480
                                         OF TDOPEN-PROCTRAN-REC         05259500
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF TDOPEN-PROCTRAN-REC      05259520
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF TDOPEN-PROCTRAN-REC 05259540
           MOVE 'TERM DEPOSIT BREAK PENALTY'                            05259560
               TO PROC-TRAN-DESC-XFR-HEADER OF TDOPEN-PROCTRAN-REC      05259580
           MOVE COMM-TD-SORTCODE                                        05259600
               TO PROC-TRAN-DESC-XFR-SORTCODE OF TDOPEN-PROCTRAN-REC    05259620
           MOVE TERMDEP-LINKED-ACCOUNT OF TDOPEN-TERMDEP-REC            05259640
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF TDOPEN-PROCTRAN-REC     05259660
                                                                        05259680
           EXEC CICS                                                    05259700
               WRITE DATASET('PROCTRAN')                                05259720
                     FROM(TDOPEN-PROCTRAN-REC)                          05259740
                     RIDFLD(PROC-TRAN-ID OF TDOPEN-PROCTRAN-REC)        05259760
                     RESP(TDOPEN-RESP2)                                 05259780
           END-EXEC                                                     05259800
                                                                        05259820
           IF TDOPEN-RESP2 NOT = DFHRESP(NORMAL)                        05259840
               DISPLAY 'TDOPEN - CRITICAL - PROCTRAN WRITE FAILED '     05259860
                   'FOR BREAK PENALTY ON DEPOSIT ' COMM-TD-NUMBER       05259880
           END-IF.                                                      05259900
       5650-EXIT.                                                       05259920
           EXIT.                                                        05259940
                                                                        05259960
      ******************************************************************05260000
      *  9999-EXIT - RETURN TO THE CALLER.                             *05270000
      ******************************************************************05280000
           EXEC CICS                                                    05300000
               RETURN                                                   05310000
           END-EXEC.                                                    05320000
                                                                        00600000
