      *             ACCOUNT IN THE PROC-TRAN-DESC-XFR SHAPE, EACH      *00200000
      *             CARRYING THE COUNTERPARTY'S SORT CODE/ACCOUNT      *00210000
      *             NUMBER.  SETS COMM-XFR-SUCCESS/COMM-XFR-FAIL-CODE. *00220000
      *             A DEBIT FROM A NOTICE PRODUCT NEEDS A MATURED      *00222000
      *             WITHDRAWAL NOTICE (COPYBOOK NOTICE) TO COVER IT,   *00224000
      *             OR TAKES A LOSS-OF-INTEREST PENALTY WHERE THE      *00226000
      *             PRODUCT ALLOWS IMMEDIATE ACCESS.                   *00228000
      *                                                                *00228222
      *             WHILE THE BATCH WINDOW IS CLOSED (BUSDATE) THE     *00228444
      *             MASTERS ARE NOT TOUCHED.  A STERLING TRANSFER TO A *00228666
      *             KEYED PAYEE IS CHECKED AGAINST THE START-OF-BATCH  *00228888
      *             SNAPSHOT (BALSNAP) PLUS THE STAND-IN ACTIVITY SO   *00229110
      *             FAR (MEMOBAL) AND QUEUED ON MEMOPOST AS A DEBIT    *00229332
      *             AND A CREDIT ITEM FOR MEMOREP TO APPLY WHEN THE    *00229554
      *             WINDOW REOPENS.                                    *00229776
      *                                                                *00230000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00240000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00250000
      *             LEGORDER - VSAM KSDS - LEGAL-ORDER EARMARKS       * 00256970
      *             WATCHLST - VSAM KSDS - WATCHLIST MASTER           * 00256972
      *             WLHIT    - VSAM KSDS - PENDING REVIEW QUEUE       * 00256974
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00258487
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES           *00259243
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE           *00259621
      *             ISASUB   - VSAM KSDS - ISA SUBSCRIPTION LEDGER     *00259810
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00259905
      *             NOTICE   - VSAM KSDS - WITHDRAWAL-NOTICE REGISTER  *00259952
      *             RATEFILE - VSAM KSDS - CURRENT RATE TABLE          *00259976
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00259988
      *             BALSNAP  - VSAM KSDS - BALANCE SNAPSHOTS           *00259991
      *             MEMOPOST - VSAM KSDS - MEMO-POSTING QUEUE          *00259994
      *             MEMOBAL  - VSAM KSDS - STAND-IN RUNNING TOTALS     *00259997
      *                                                                *00260000
      *  CHANGE HISTORY                                                *00270000
      *  ----------------------------------------------------------    *00280000
      *  2026-09-02  BAG   WATCHLIST SCREEN RUNS BEFORE THE MANDATE  * 00309996
      *                    CHECK SO A BOTH-TO-SIGN DEBIT IS NEVER    * 00309997
      *                    QUEUED, THEN RELEASED, UNSCREENED         * 00309998
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00309990
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00309995
      *  2026-10-15  BAG   CHEQUES PAID IN BUT NOT YET CLEARED         *00309996
      *                    (UNCLRCHQ) ARE LEFT OUT OF THE AVAILABLE    *00309997
      *                    BALANCE                                     *00309998
      *  2026-10-15  BAG   A CREDIT TO AN ISA PRODUCT IS CHECKED       *00309999
      *                    AGAINST THE CUSTOMER'S ANNUAL ALLOWANCE     *00310000
      *                    (FAIL I) AND COUNTED ON THE ISASUB LEDGER   *00310001
      *  2026-10-15  BAG   A DEBIT OVER THE CHANNEL'S RELEASE          *00310101
      *                    THRESHOLD IS QUEUED ON PENDREL FOR          *00310201
      *                    OPERATOR RELEASE (FAIL H), AND QUEUED       *00310301
      *                    PAYMENTS LOWER THE DEBIT FLOOR              *00310401
      *  2026-10-15  BAG   A DEBIT FROM A NOTICE PRODUCT MUST BE       *00310501
      *                    COVERED BY A MATURED NOTICE (FAIL N) OR     *00310601
      *                    TAKES A LOSS-OF-INTEREST PENALTY WHERE      *00310701
      *                    THE PRODUCT ALLOWS IMMEDIATE ACCESS         *00310801
      *  2026-10-15  BAG   STAMP THE KEYING OPERATOR ON EVERY POSTING  *00310901
      *  2026-10-15  BAG   STAND IN WHILE THE BATCH WINDOW IS          *00311001
      *                    CLOSED - CHECK AGAINST THE SNAPSHOT         *00311101
      *                    PLUS MEMOBAL AND QUEUE BOTH LEGS ON         *00311201
      *                    MEMOPOST                                    *00311301
      *  2026-10-15  BAG   A STAND-IN CREDIT LEG THAT CANNOT BE        *00311401
      *                    QUEUED TAKES THE DEBIT LEG BACK OFF         *00311501
      *                    MEMOPOST AND MEMOBAL                        *00311601
      *                                                                *00310000
      ******************************************************************00320000
       DATA DIVISION.                                                   00330000
           05  XFRFUN-EARMARK-TOTAL       PIC S9(10)V99 VALUE ZERO.     00449920
           05  XFRFUN-LEG-BROWSE-SWITCH   PIC X     VALUE 'N'.          00449940
               88  XFRFUN-LEG-BROWSE-DONE       VALUE 'Y'.              00449960
           05  XFRFUN-UNCLEARED-TOTAL     PIC S9(10)V99 VALUE ZERO.     00449962
           05  XFRFUN-UNCL-BROWSE-SWITCH  PIC X     VALUE 'N'.          00449964
               88  XFRFUN-UNCL-BROWSE-DONE      VALUE 'Y'.              00449966
           05  XFRFUN-WL-EOF-SWITCH       PIC X     VALUE 'N'.          00449970
               88  XFRFUN-WL-DONE               VALUE 'Y'.              00449980
           05  XFRFUN-WL-HIT-ENTRY        PIC 9(8)  VALUE ZERO.         00449990
           05  XFRFUN-ISA-SWITCH          PIC X     VALUE 'N'.          00449991
               88  XFRFUN-ISA-CREDIT            VALUE 'Y'.              00449992
           05  XFRFUN-ISA-ALLOWANCE       PIC 9(7)V99 VALUE ZERO.       00449993
           05  XFRFUN-ISA-SUBSCRIBED      PIC 9(7)V99 VALUE ZERO.       00449994
           05  XFRFUN-TAX-YEAR            PIC 9(4)  VALUE ZERO.         00449995
           05  XFRFUN-TAX-DATE            PIC 9(8)  VALUE ZERO.         00449996
           05  XFRFUN-TAX-DATE-GRP REDEFINES XFRFUN-TAX-DATE.           00449997
               10  XFRFUN-TAX-DATE-YYYY   PIC 9(4).                     00449998
               10  XFRFUN-TAX-DATE-MMDD   PIC 9(4).                     00449999
           05  XFRFUN-HVQ-TOTAL           PIC S9(10)V99 VALUE ZERO.     00450000
           05  XFRFUN-HVQ-BROWSE-SWITCH   PIC X     VALUE 'N'.          00450001
               88  XFRFUN-HVQ-BROWSE-DONE       VALUE 'Y'.              00450002
           05  XFRFUN-REL-CHANNEL         PIC X(3)  VALUE SPACES.       00450003
           05  XFRFUN-REL-THRESHOLD       PIC S9(10)V99 VALUE ZERO.     00450004
           05  XFRFUN-GBP-AMOUNT          PIC S9(10)V99 VALUE ZERO.     00450005
      *    STERLING RELEASE THRESHOLDS BY CHANNEL - A DEBIT ABOVE THE  *00450006
      *    THRESHOLD WAITS ON PENDREL FOR AN OPERATOR TO RELEASE IT.   *00450007
           05  XFRFUN-TELLER-THRESHOLD    PIC S9(10)V99 VALUE 25000.00. 00450008
           05  XFRFUN-JSON-THRESHOLD      PIC S9(10)V99 VALUE 10000.00. 00450009
           05  XFRFUN-NTC-SWITCH          PIC X     VALUE 'N'.          00450109
               88  XFRFUN-NTC-COVERED           VALUE 'Y'.              00450209
           05  XFRFUN-NTC-BROWSE-SWITCH   PIC X     VALUE 'N'.          00450309
               88  XFRFUN-NTC-BROWSE-DONE       VALUE 'Y'.              00450409
           05  XFRFUN-NTC-NUMBER          PIC 9(4)  VALUE ZERO.         00450509
           05  XFRFUN-NTC-PENALTY         PIC S9(10)V99 VALUE ZERO.     00450609
           05  XFRFUN-NTC-PEN-DAYS        PIC 9(3)  VALUE ZERO.         00450709
           05  XFRFUN-NTC-TRAN-NUMBER     PIC 9(8)  VALUE ZERO.         00450809
           05  XFRFUN-CTL-SORTCODE        PIC 9(6)  VALUE 987654.       00450909
           05  XFRFUN-CTL-NUMBER          PIC 9(8)  VALUE ZERO.         00451009
           05  XFRFUN-STANDIN-SWITCH      PIC X     VALUE 'N'.          00451109
               88  XFRFUN-STAND-IN              VALUE 'Y'.              00451209
           05  XFRFUN-MEMBAL-SWITCH       PIC X     VALUE 'N'.          00451309
               88  XFRFUN-MEMBAL-NEW            VALUE 'Y'.              00451409
           05  XFRFUN-MEMO-SEQUENCE       PIC 9(10) VALUE ZERO.         00451509
           05  XFRFUN-DEBIT-MEMO-SEQ      PIC 9(10) VALUE ZERO.         00451559
           05  XFRFUN-MEMO-LEG.                                         00451609
               10  XFRFUN-MEMO-SORTCODE   PIC 9(6)  VALUE ZERO.         00451709
               10  XFRFUN-MEMO-ACCNO      PIC 9(8)  VALUE ZERO.         00451809
               10  XFRFUN-MEMO-ACTION     PIC X     VALUE SPACE.        00451909
                   88  XFRFUN-MEMO-DEBIT-LEG        VALUE 'D'.          00452009
                   88  XFRFUN-MEMO-CREDIT-LEG       VALUE 'C'.          00452109
                                                                        00450000
       01  XFRFUN-FROM-ACCOUNT-REC.                                     00460000
           COPY ACCOUNT.                                                00470000
                                                                        00552700
       01  XFRFUN-HOLD-REC.                                             00552800
           COPY AUTHHOLD.                                               00552850
                                                                        00552875
       01  XFRFUN-UNCLEAR-REC.                                          00552883
           COPY UNCLRCHQ.                                               00552891
                                                                        00552900
       01  XFRFUN-FXRATE-REC.                                           00552950
           COPY FXRATE.                                                 00553000
       01  ACCKD-PARAMETER-AREA.                                        00553850
           COPY ACCKDQ.                                                 00553900
                                                                        00553950
       01  XFRFUN-BUSDATE-REC.                                          00553960
           COPY BUSDATE.                                                00553970
                                                                        00553980
       01  XFRFUN-PRODCAT-REC.                                          00554080
           COPY PRODCAT.                                                00554180
                                                                        00554280
       01  XFRFUN-ISASUB-REC.                                           00554380
           COPY ISASUB.                                                 00554480
                                                                        00554481
       01  XFRFUN-PENDREL-REC.                                          00554481
           COPY PENDREL.                                                00554482
                                                                        00554582
       01  XFRFUN-NOTICE-REC.                                           00554682
           COPY NOTICE.                                                 00554782
                                                                        00554882
       01  XFRFUN-ACRATE-REC.                                           00554982
           COPY ACRATE.                                                 00555082
                                                                        00555182
       01  XFRFUN-BALSNAP-REC.                                          00555193
           COPY BALSNAP.                                                00555204
                                                                        00555215
       01  XFRFUN-MEMOPOST-REC.                                         00555226
           COPY MEMOPOST.                                               00555237
                                                                        00555248
       01  XFRFUN-MEMOBAL-REC.                                          00555259
           COPY MEMOBAL.                                                00555270
       01  XFRFUN-CONTROL-REC.                                          00555282
           COPY PRCTCTRL.                                               00555382
                                                                        00554481
       LINKAGE SECTION.                                                 00550000
       01  DFHCOMMAREA.                                                 00560000
           COPY XFRFUN.                                                 00570000
           MOVE SPACE TO COMM-XFR-SUCCESS                               00630000
           MOVE SPACE TO COMM-XFR-FAIL-CODE                             00640000
           MOVE SPACE TO COMM-XFR-NAME-MATCH                            00642000
           MOVE ZERO TO COMM-XFR-NOTICE-PENALTY                         00642750
           MOVE 'N' TO XFRFUN-PAYEE-SWITCH                              00643500
           MOVE SPACE TO COMM-XFR-MEMO-POSTED                           00643732
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF XFRFUN-BUSDATE-REC   00643964
           EXEC CICS                                                    00644428
               READ DATASET('BUSDATE')                                  00644892
                    INTO(XFRFUN-BUSDATE-REC)                            00645356
                    RIDFLD(BUSDATE-KEY OF XFRFUN-BUSDATE-REC)           00645820
                    RESP(XFRFUN-RESP)                                   00646284
           END-EXEC                                                     00646748
           IF XFRFUN-RESP = DFHRESP(NORMAL)                             00647212
               MOVE BUSDATE-CURRENT-DATE OF XFRFUN-BUSDATE-REC          00647676
                   TO XFRFUN-TODAYS-DATE                                00648140
               IF BUSDATE-WINDOW-CLOSED OF XFRFUN-BUSDATE-REC           00648256
                   SET XFRFUN-STAND-IN TO TRUE                          00648372
               END-IF                                                   00648488
           ELSE                                                         00648604
               ACCEPT XFRFUN-TODAYS-DATE FROM DATE YYYYMMDD             00649068
           END-IF                                                       00649532
                                                                        00650000
           PERFORM 0500-VALIDATE-ACCOUNTS THRU 0500-EXIT                00660000
                                                                        00660357
      *    WHILE THE BATCH WINDOW IS CLOSED THE TRANSFER IS QUEUED     *00660714
      *    FOR MEMOREP INSTEAD OF BEING APPLIED TO THE MASTERS.        *00661428
           IF COMM-XFR-FAIL-CODE = SPACE                                00662142
              AND XFRFUN-STAND-IN                                       00662856
               PERFORM 4000-STAND-IN-TRANSFER THRU 4000-EXIT            00663570
               IF COMM-XFR-FAIL-CODE = SPACE                            00664284
                   MOVE 'Y' TO COMM-XFR-SUCCESS                         00664998
                   MOVE 'Y' TO COMM-XFR-MEMO-POSTED                     00665712
               ELSE                                                     00666426
                   MOVE 'N' TO COMM-XFR-SUCCESS                         00667140
               END-IF                                                   00667854
               GO TO 9999-EXIT                                          00668568
           END-IF                                                       00669282
                                                                        00670000
           IF COMM-XFR-FAIL-CODE = SPACE                                00680000
               PERFORM 1000-READ-FROM-ACCOUNT THRU 1000-EXIT            00690000
           IF COMM-XFR-FAIL-CODE = SPACE                                00749960
               PERFORM 1900-RESOLVE-CURRENCIES THRU 1900-EXIT           00749970
           END-IF                                                       00749980
           IF COMM-XFR-FAIL-CODE = SPACE                                00749985
               PERFORM 1960-CHECK-ISA-ALLOWANCE THRU 1960-EXIT          00749990
           END-IF                                                       00749995
                                                                        00749996
           IF COMM-XFR-FAIL-CODE = SPACE                                00749997
               PERFORM 1970-CHECK-NOTICE THRU 1970-EXIT                 00749998
           END-IF                                                       00749999
                                                                        00750000
           IF COMM-XFR-FAIL-CODE = SPACE                                00760000
               PERFORM 2000-DEBIT-FROM-ACCOUNT THRU 2000-EXIT           00770000
               MOVE 'Y' TO COMM-XFR-SUCCESS                             00850000
               PERFORM 3000-WRITE-FROM-PROCTRAN THRU 3000-EXIT          00860000
               PERFORM 3500-WRITE-TO-PROCTRAN THRU 3500-EXIT            00870000
               IF XFRFUN-NTC-COVERED                                    00870312
                   PERFORM 3800-DRAW-NOTICE THRU 3800-EXIT              00870624
               END-IF                                                   00870936
               IF XFRFUN-NTC-PENALTY > ZERO                             00871248
                   PERFORM 3850-WRITE-PENALTY-PROCTRAN THRU 3850-EXIT   00871560
                   MOVE XFRFUN-NTC-PENALTY TO COMM-XFR-NOTICE-PENALTY   00871872
               END-IF                                                   00872184
               IF XFRFUN-ISA-CREDIT                                     00872500
                   PERFORM 3700-POST-ISA-SUBSCRIPTION THRU 3700-EXIT    00875000
               END-IF                                                   00877500
           ELSE                                                         00880000
               MOVE 'N' TO COMM-XFR-SUCCESS                             00890000
           END-IF                                                       00900000
           MOVE 'GBP'    TO PROC-TRAN-CURRENCY                          01580560
                             OF XFRFUN-PROCTRAN-REC                     01580561
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF XFRFUN-PROCTRAN-REC 01580562
           MOVE COMM-XFR-OPERATOR TO PROC-TRAN-OPERATOR                 01580662
                                  OF XFRFUN-PROCTRAN-REC                01580762
           MOVE 'TRANSFER BLOCKED - CUSTOMER DECEASED'                  01580562
               TO PROC-TRAN-DESC OF XFRFUN-PROCTRAN-REC                 01580563
                                                                        01580564
           MOVE 'GBP'    TO PROC-TRAN-CURRENCY                          01586842
                             OF XFRFUN-PROCTRAN-REC                     01587127
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF XFRFUN-PROCTRAN-REC 01587269
           MOVE COMM-XFR-OPERATOR TO PROC-TRAN-OPERATOR                 01587316
                                  OF XFRFUN-PROCTRAN-REC                01587363
           MOVE 'TRANSFER BLOCKED - ACCOUNT SUSPENDED'                  01587412
               TO PROC-TRAN-DESC OF XFRFUN-PROCTRAN-REC                 01587697
                                                                        01587982
       1950-EXIT.                                                       01589540
           EXIT.                                                        01589650
                                                                        01589760
      ******************************************************************01589763
      *  1960-CHECK-ISA-ALLOWANCE - A CREDIT TO AN ISA PRODUCT IS A    *01589766
      *  SUBSCRIPTION.  REFUSE IT (FAIL I) IF IT WOULD TAKE THE        *01589769
      *  CUSTOMER PAST THE TAX YEAR'S ALLOWANCE ON THE ISA             *01589772
      *  SUBSCRIPTION LEDGER (ISASUB).  THE LEDGER ITSELF IS ONLY      *01589775
      *  UPDATED ONCE THE CREDIT HAS POSTED.                           *01589778
      ******************************************************************01589781
       1960-CHECK-ISA-ALLOWANCE.                                        01589784
           MOVE 'N' TO XFRFUN-ISA-SWITCH                                01589787
           MOVE ACCOUNT-TYPE OF XFRFUN-TO-ACCOUNT-REC                   01589790
               TO PRODCAT-TYPE OF XFRFUN-PRODCAT-REC                    01589793
                                                                        01589796
           EXEC CICS                                                    01589799
               READ DATASET('PRODCAT')                                  01589802
                    INTO(XFRFUN-PRODCAT-REC)                            01589805
                    RIDFLD(PRODCAT-KEY OF XFRFUN-PRODCAT-REC)           01589808
                    RESP(XFRFUN-RESP)                                   01589811
           END-EXEC                                                     01589814
                                                                        01589817
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01589820
               GO TO 1960-EXIT                                          01589823
           END-IF                                                       01589826
                                                                        01589829
           IF NOT PRODCAT-ISA OF XFRFUN-PRODCAT-REC                     01589832
               GO TO 1960-EXIT                                          01589835
           END-IF                                                       01589838
                                                                        01589841
           MOVE 'Y' TO XFRFUN-ISA-SWITCH                                01589844
           MOVE 20000.00 TO XFRFUN-ISA-ALLOWANCE                        01589847
           IF PRODCAT-ISA-ALLOWANCE OF XFRFUN-PRODCAT-REC IS NUMERIC    01589850
              AND PRODCAT-ISA-ALLOWANCE OF XFRFUN-PRODCAT-REC > ZERO    01589853
               MOVE PRODCAT-ISA-ALLOWANCE OF XFRFUN-PRODCAT-REC         01589856
                   TO XFRFUN-ISA-ALLOWANCE                              01589859
           END-IF                                                       01589862
                                                                        01589865
      *    THE TAX YEAR RUNS 6 APRIL TO 5 APRIL AND IS KNOWN BY       * 01589868
      *    THE YEAR IN WHICH IT STARTS.                               * 01589871
           MOVE XFRFUN-TODAYS-DATE TO XFRFUN-TAX-DATE                   01589874
           MOVE XFRFUN-TAX-DATE-YYYY TO XFRFUN-TAX-YEAR                 01589877
           IF XFRFUN-TAX-DATE-MMDD < 0406                               01589880
               SUBTRACT 1 FROM XFRFUN-TAX-YEAR                          01589883
           END-IF                                                       01589886
                                                                        01589889
           PERFORM 1965-SET-ISASUB-KEY THRU 1965-EXIT                   01589892
           MOVE ZERO TO XFRFUN-ISA-SUBSCRIBED                           01589895
                                                                        01589898
           EXEC CICS                                                    01589901
               READ DATASET('ISASUB')                                   01589904
                    INTO(XFRFUN-ISASUB-REC)                             01589907
                    RIDFLD(ISASUB-KEY OF XFRFUN-ISASUB-REC)             01589910
                    RESP(XFRFUN-RESP)                                   01589913
           END-EXEC                                                     01589916
                                                                        01589919
           IF XFRFUN-RESP = DFHRESP(NORMAL)                             01589922
               MOVE ISASUB-SUBSCRIBED OF XFRFUN-ISASUB-REC              01589925
                   TO XFRFUN-ISA-SUBSCRIBED                             01589928
           END-IF                                                       01589931
                                                                        01589934
           IF XFRFUN-ISA-SUBSCRIBED + XFRFUN-CREDIT-AMOUNT              01589937
              > XFRFUN-ISA-ALLOWANCE                                    01589940
               MOVE 'I' TO COMM-XFR-FAIL-CODE                           01589943
           END-IF.                                                      01589946
       1960-EXIT.                                                       01589949
           EXIT.                                                        01589952
                                                                        01589955
      ******************************************************************01589958
      *  1965-SET-ISASUB-KEY - THE LEDGER ROW FOR THIS CUSTOMER AND    *01589961
      *  TAX YEAR.  THE CUSTOMER IS THE ACCOUNT'S OWN SORT CODE AND    *01589964
      *  CUSTOMER NUMBER.                                              *01589967
      ******************************************************************01589970
       1965-SET-ISASUB-KEY.                                             01589973
           MOVE XFRFUN-TAX-YEAR TO ISASUB-TAX-YEAR OF XFRFUN-ISASUB-REC 01589976
           MOVE XFRFUN-TO-SORTCODE                                      01589979
               TO ISASUB-CUST-SORTCODE OF XFRFUN-ISASUB-REC             01589982
           MOVE ACCOUNT-CUSTOMER-NUMBER OF XFRFUN-TO-ACCOUNT-REC        01589985
               TO ISASUB-CUST-NUMBER OF XFRFUN-ISASUB-REC.              01589988
       1965-EXIT.                                                       01589991
           EXIT.                                                        01589994
                                                                        01589997
      ******************************************************************01589999
      *  1970-CHECK-NOTICE - A DEBIT FROM A NOTICE PRODUCT (PRODCAT    *01590000
      *  CLASS N) MUST BE COVERED BY A MATURED WITHDRAWAL NOTICE ON    *01590001
      *  THE NOTICE REGISTER.  WITHOUT ONE, A PRODUCT THAT ALLOWS      *01590002
      *  IMMEDIATE ACCESS TAKES A LOSS-OF-INTEREST PENALTY WITH THE    *01590003
      *  DEBIT; ANY OTHER REFUSES IT (FAIL N).  THE NOTICE IS ONLY     *01590004
      *  DRAWN DOWN ONCE THE TRANSFER HAS POSTED.                      *01590005
      ******************************************************************01590006
       1970-CHECK-NOTICE.                                               01590007
           MOVE 'N' TO XFRFUN-NTC-SWITCH                                01590008
           MOVE ZERO TO XFRFUN-NTC-PENALTY                              01590009
           MOVE ACCOUNT-TYPE OF XFRFUN-FROM-ACCOUNT-REC                 01590010
               TO PRODCAT-TYPE OF XFRFUN-PRODCAT-REC                    01590011
                                                                        01590012
           EXEC CICS                                                    01590013
               READ DATASET('PRODCAT')                                  01590014
                    INTO(XFRFUN-PRODCAT-REC)                            01590015
                    RIDFLD(PRODCAT-KEY OF XFRFUN-PRODCAT-REC)           01590016
                    RESP(XFRFUN-RESP)                                   01590017
           END-EXEC                                                     01590018
                                                                        01590019
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01590020
               GO TO 1970-EXIT                                          01590021
           END-IF                                                       01590022
                                                                        01590023
           IF NOT PRODCAT-CLASS-NOTICE OF XFRFUN-PRODCAT-REC            01590024
               GO TO 1970-EXIT                                          01590025
           END-IF                                                       01590026
                                                                        01590027
           PERFORM 1975-FIND-NOTICE THRU 1975-EXIT                      01590028
           IF XFRFUN-NTC-COVERED                                        01590029
               GO TO 1970-EXIT                                          01590030
           END-IF                                                       01590031
                                                                        01590032
           IF NOT PRODCAT-IMMEDIATE-ACCESS OF XFRFUN-PRODCAT-REC        01590033
               MOVE 'N' TO COMM-XFR-FAIL-CODE                           01590034
               GO TO 1970-EXIT                                          01590035
           END-IF                                                       01590036
                                                                        01590037
           PERFORM 1980-COMPUTE-PENALTY THRU 1980-EXIT                  01590038
           IF XFRFUN-NTC-PENALTY > ZERO                                 01590039
               PERFORM 1985-ASSIGN-PENALTY-NUMBER THRU 1985-EXIT        01590040
           END-IF.                                                      01590041
       1970-EXIT.                                                       01590042
           EXIT.                                                        01590043
                                                                        01590044
      ******************************************************************01590045
      *  1975-FIND-NOTICE - BROWSE THE PAYING ACCOUNT'S NOTICES FOR    *01590046
      *  ONE THAT IS GIVEN, MATURED, NOT YET LAPSED AND HAS ENOUGH     *01590047
      *  LEFT UNDRAWN TO COVER THE WHOLE DEBIT.                        *01590048
      ******************************************************************01590049
       1975-FIND-NOTICE.                                                01590050
           MOVE 'N' TO XFRFUN-NTC-BROWSE-SWITCH                         01590051
                                                                        01590052
           MOVE XFRFUN-FROM-SORTCODE TO NOTICE-SORTCODE                 01590053
                                          OF XFRFUN-NOTICE-REC          01590054
           MOVE XFRFUN-FROM-ACCNO    TO NOTICE-ACCOUNT                  01590055
                                          OF XFRFUN-NOTICE-REC          01590056
           MOVE ZERO TO NOTICE-NUMBER OF XFRFUN-NOTICE-REC              01590057
                                                                        01590058
           EXEC CICS                                                    01590059
               STARTBR DATASET('NOTICE')                                01590060
                       RIDFLD(NOTICE-KEY OF XFRFUN-NOTICE-REC)          01590061
                       GTEQ                                             01590062
                       RESP(XFRFUN-RESP)                                01590063
           END-EXEC                                                     01590064
                                                                        01590065
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01590066
               GO TO 1975-EXIT                                          01590067
           END-IF                                                       01590068
                                                                        01590069
           PERFORM 1976-READ-NEXT-NOTICE THRU 1976-EXIT                 01590070
              UNTIL XFRFUN-NTC-BROWSE-DONE                              01590071
                                                                        01590072
           EXEC CICS                                                    01590073
               ENDBR DATASET('NOTICE')                                  01590074
                     RESP(XFRFUN-RESP)                                  01590075
           END-EXEC.                                                    01590076
       1975-EXIT.                                                       01590077
           EXIT.                                                        01590078
                                                                        01590079
      ******************************************************************01590080
      *  1976-READ-NEXT-NOTICE - STEP THE BROWSE UNTIL A COVERING      *01590081
      *  NOTICE TURNS UP OR IT LEAVES THE ACCOUNT'S KEY RANGE.         *01590082
      ******************************************************************01590083
       1976-READ-NEXT-NOTICE.                                           01590084
           EXEC CICS                                                    01590085
               READNEXT DATASET('NOTICE')                               01590086
                        INTO(XFRFUN-NOTICE-REC)                         01590087
                        RIDFLD(NOTICE-KEY OF XFRFUN-NOTICE-REC)         01590088
                        RESP(XFRFUN-RESP)                               01590089
           END-EXEC                                                     01590090
                                                                        01590091
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01590092
               SET XFRFUN-NTC-BROWSE-DONE TO TRUE                       01590093
               GO TO 1976-EXIT                                          01590094
           END-IF                                                       01590095
                                                                        01590096
           IF NOTICE-SORTCODE OF XFRFUN-NOTICE-REC                      01590097
              NOT = XFRFUN-FROM-SORTCODE                                01590098
              OR NOTICE-ACCOUNT OF XFRFUN-NOTICE-REC                    01590099
                 NOT = XFRFUN-FROM-ACCNO                                01590100
               SET XFRFUN-NTC-BROWSE-DONE TO TRUE                       01590101
               GO TO 1976-EXIT                                          01590102
           END-IF                                                       01590103
                                                                        01590104
           IF NOTICE-GIVEN OF XFRFUN-NOTICE-REC                         01590105
              AND NOTICE-PAYABLE-DATE OF XFRFUN-NOTICE-REC              01590106
                  NOT > XFRFUN-TODAYS-DATE                              01590107
              AND NOTICE-LAPSE-DATE OF XFRFUN-NOTICE-REC                01590108
                  NOT < XFRFUN-TODAYS-DATE                              01590109
              AND NOTICE-AMOUNT OF XFRFUN-NOTICE-REC                    01590110
                  - NOTICE-DRAWN-AMOUNT OF XFRFUN-NOTICE-REC            01590111
                  NOT < COMM-XFR-AMOUNT                                 01590112
               MOVE 'Y' TO XFRFUN-NTC-SWITCH                            01590113
               MOVE NOTICE-NUMBER OF XFRFUN-NOTICE-REC                  01590114
                   TO XFRFUN-NTC-NUMBER                                 01590115
               SET XFRFUN-NTC-BROWSE-DONE TO TRUE                       01590116
           END-IF.                                                      01590117
       1976-EXIT.                                                       01590118
           EXIT.                                                        01590119
                                                                        01590120
      ******************************************************************01590121
      *  1980-COMPUTE-PENALTY - THE INTEREST THE DEBIT WOULD HAVE      *01590122
      *  EARNED OVER THE PRODUCT'S PENALTY DAYS AT THE CURRENT CREDIT  *01590123
      *  RATE (RATEFILE).  NO RATE ROW MEANS NO INTEREST TO LOSE.      *01590124
      ******************************************************************01590125
       1980-COMPUTE-PENALTY.                                            01590126
           MOVE ZERO TO XFRFUN-NTC-PENALTY                              01590127
           MOVE ZERO TO XFRFUN-NTC-PEN-DAYS                             01590128
           IF PRODCAT-NOTICE-PENALTY-DAYS OF XFRFUN-PRODCAT-REC         01590129
              IS NUMERIC                                                01590130
               MOVE PRODCAT-NOTICE-PENALTY-DAYS OF XFRFUN-PRODCAT-REC   01590131
                   TO XFRFUN-NTC-PEN-DAYS                               01590132
           END-IF                                                       01590133
                                                                        01590134
           MOVE ACCOUNT-TYPE OF XFRFUN-FROM-ACCOUNT-REC                 01590135
               TO ACRATE-ACCOUNT-TYPE OF XFRFUN-ACRATE-REC              01590136
                                                                        01590137
           EXEC CICS                                                    01590138
               READ DATASET('RATEFILE')                                 01590139
                    INTO(XFRFUN-ACRATE-REC)                             01590140
                    RIDFLD(ACRATE-KEY OF XFRFUN-ACRATE-REC)             01590141
                    RESP(XFRFUN-RESP)                                   01590142
           END-EXEC                                                     01590143
                                                                        01590144
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01590145
               GO TO 1980-EXIT                                          01590146
           END-IF                                                       01590147
                                                                        01590148
           COMPUTE XFRFUN-NTC-PENALTY ROUNDED =                         01590149
               COMM-XFR-AMOUNT                                          01590150
             * ACRATE-CREDIT-RATE OF XFRFUN-ACRATE-REC                  01590151
             * XFRFUN-NTC-PEN-DAYS / 36500.                             01590152
       1980-EXIT.                                                       01590153
           EXIT.                                                        01590154
                                                                        01590155
      ******************************************************************01590156
      *  1985-ASSIGN-PENALTY-NUMBER - THE PENALTY IS LOGGED AS ITS     *01590157
      *  OWN PROCTRAN ROW, NUMBERED FROM THE PROCTRAN CONTROL          *01590158
      *  SINGLETON THE WAY CASHTXN NUMBERS ITS ROWS.  THE NUMBER IS    *01590159
      *  TAKEN BEFORE EITHER ACCOUNT MOVES, SO A CONTROL-RECORD        *01590160
      *  FAILURE CANNOT LEAVE A PENALTY TAKEN BUT UNLOGGED.            *01590161
      ******************************************************************01590162
       1985-ASSIGN-PENALTY-NUMBER.                                      01590163
           MOVE XFRFUN-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE        01590164
                                        OF XFRFUN-CONTROL-REC           01590165
           MOVE XFRFUN-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER          01590166
                                        OF XFRFUN-CONTROL-REC           01590167
                                                                        01590168
           EXEC CICS                                                    01590169
               READ DATASET('PCTLFILE')                                 01590170
                    INTO(XFRFUN-CONTROL-REC)                            01590171
                    RIDFLD(PROCTRAN-CONTROL-KEY OF XFRFUN-CONTROL-REC)  01590172
                    UPDATE                                              01590173
                    RESP(XFRFUN-RESP)                                   01590174
           END-EXEC                                                     01590175
                                                                        01590176
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01590177
               MOVE '7' TO COMM-XFR-FAIL-CODE                           01590178
               GO TO 1985-EXIT                                          01590179
           END-IF                                                       01590180
                                                                        01590181
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF XFRFUN-CONTROL-REC         01590182
           MOVE LAST-PROC-TRAN-NUMBER OF XFRFUN-CONTROL-REC             01590183
               TO XFRFUN-NTC-TRAN-NUMBER                                01590184
                                                                        01590185
           EXEC CICS                                                    01590186
               REWRITE DATASET('PCTLFILE')                              01590187
                       FROM(XFRFUN-CONTROL-REC)                         01590188
                       RESP(XFRFUN-RESP)                                01590189
           END-EXEC                                                     01590190
                                                                        01590191
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01590192
               MOVE '7' TO COMM-XFR-FAIL-CODE                           01590193
           END-IF.                                                      01590194
       1985-EXIT.                                                       01590195
           EXIT.                                                        01590196
                                                                        01590197
      ******************************************************************01590000
      *  2000-DEBIT-FROM-ACCOUNT - REJECT THE TRANSFER IF IT WOULD     *01600000
      *  TAKE THE PAYING ACCOUNT PAST ITS ARRANGED OVERDRAFT (OR       *01610000
      *  BELOW ZERO WHEN NO FACILITY IS ARRANGED), ELSE SUBTRACT       *01620000
      *  THE AMOUNT AND REWRITE.  A DEBIT THE ACCOUNT COULD FUND BUT   *01622500
      *  WHICH IS OVER THE CHANNEL'S RELEASE THRESHOLD IS QUEUED FOR   *01625000
      *  AN OPERATOR INSTEAD OF POSTING.                               *01627500
      *  A NOTICE PENALTY (1970) IS TAKEN WITH THE AMOUNT.             *01628750
      ******************************************************************01630000
       2000-DEBIT-FROM-ACCOUNT.                                         01640000
           MOVE ZERO TO XFRFUN-OD-LIMIT                                 01650000
                                                                        01677500
           PERFORM 2180-SUM-ACTIVE-HOLDS THRU 2180-EXIT                 01678000
           PERFORM 2280-SUM-EARMARKS THRU 2280-EXIT                     01678200
           PERFORM 2380-SUM-UNCLEARED THRU 2380-EXIT                    01678350
           PERFORM 2480-SUM-RELEASE-QUEUE THRU 2480-EXIT                01678425
                                                                        01678500
           IF COMM-XFR-AMOUNT + XFRFUN-NTC-PENALTY >                    01680000
              ACCOUNT-BALANCE OF XFRFUN-FROM-ACCOUNT-REC                01681500
              - XFRFUN-HOLD-TOTAL - XFRFUN-EARMARK-TOTAL                01683000
              - XFRFUN-UNCLEARED-TOTAL - XFRFUN-HVQ-TOTAL               01683250
              + XFRFUN-OD-LIMIT                                         01683500
               MOVE '6' TO COMM-XFR-FAIL-CODE                           01684500
               GO TO 2000-EXIT                                          01686000
           END-IF                                                       01687500
                                                                        01691000
           PERFORM 2050-CHECK-RELEASE-THRESHOLD THRU 2050-EXIT          01691200
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            01691400
               GO TO 2000-EXIT                                          01691600
           END-IF                                                       01691800
           PERFORM 2100-CHECK-DEBIT-LIMITS THRU 2100-EXIT               01692000
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            01693000
               GO TO 2000-EXIT                                          01694000
           END-IF                                                       01695000
                                                                        01700000
           SUBTRACT COMM-XFR-AMOUNT XFRFUN-NTC-PENALTY                  01710000
              FROM ACCOUNT-BALANCE OF XFRFUN-FROM-ACCOUNT-REC           01720000
                                                                        01730000
           EXEC CICS                                                    01740000
           END-IF.                                                      01820000
       2000-EXIT.                                                       01830000
           EXIT.                                                        01840000
                                                                        01840101
      ******************************************************************01840202
      *  2050-CHECK-RELEASE-THRESHOLD - VALUE THE DEBIT IN STERLING    *01840303
      *  (AT THE PAYING CURRENCY'S MID RATE WHEN THE ACCOUNT IS NOT    *01840404
      *  IN STERLING) AND COMPARE IT WITH THE CHANNEL'S RELEASE        *01840505
      *  THRESHOLD.  A DEBIT OVER THE THRESHOLD IS QUEUED ON PENDREL   *01840606
      *  AND NOTHING POSTS; A CALL ARRIVING FROM HVREL WITH THE        *01840707
      *  RELEASE ALREADY GIVEN PASSES STRAIGHT THROUGH.                *01840808
      ******************************************************************01840909
       2050-CHECK-RELEASE-THRESHOLD.                                    01841010
           IF COMM-XFR-RELEASE-OK = 'Y'                                 01841111
               GO TO 2050-EXIT                                          01841212
           END-IF                                                       01841313
                                                                        01841414
           IF COMM-XFR-CHANNEL = 'XFJ'                                  01841515
               MOVE 'XFJ' TO XFRFUN-REL-CHANNEL                         01841616
               MOVE XFRFUN-JSON-THRESHOLD TO XFRFUN-REL-THRESHOLD       01841717
           ELSE                                                         01841818
               MOVE 'XFR' TO XFRFUN-REL-CHANNEL                         01841919
               MOVE XFRFUN-TELLER-THRESHOLD TO XFRFUN-REL-THRESHOLD     01842020
           END-IF                                                       01842121
                                                                        01842222
           MOVE COMM-XFR-AMOUNT TO XFRFUN-GBP-AMOUNT                    01842323
           IF XFRFUN-FROM-CURRENCY NOT = 'GBP'                          01842424
               MOVE XFRFUN-FROM-CURRENCY TO XFRFUN-RATE-CCY             01842525
               PERFORM 1950-READ-RATE THRU 1950-EXIT                    01842626
               IF COMM-XFR-FAIL-CODE NOT = SPACE                        01842727
                   GO TO 2050-EXIT                                      01842828
               END-IF                                                   01842929
               COMPUTE XFRFUN-GBP-AMOUNT ROUNDED =                      01843030
                   COMM-XFR-AMOUNT * XFRFUN-RATE-RESULT                 01843131
           END-IF                                                       01843232
                                                                        01843333
           IF XFRFUN-GBP-AMOUNT > XFRFUN-REL-THRESHOLD                  01843434
               PERFORM 2060-QUEUE-FOR-RELEASE THRU 2060-EXIT            01843535
           END-IF.                                                      01843636
       2050-EXIT.                                                       01843737
           EXIT.                                                        01843838
                                                                        01843939
      ******************************************************************01844040
      *  2060-QUEUE-FOR-RELEASE - PARK THE DEBIT ON THE HIGH-VALUE     *01844141
      *  RELEASE QUEUE UNDER THE PAYING ACCOUNT, KEYED ON THE TASK     *01844242
      *  NUMBER.  FROM HERE ON ITS AMOUNT IS EARMARKED AGAINST THE     *01844343
      *  ACCOUNT UNTIL HVREL RELEASES OR REJECTS IT.                   *01844444
      ******************************************************************01844545
       2060-QUEUE-FOR-RELEASE.                                          01844646
           MOVE 'PREL' TO PENDREL-EYECATCHER OF XFRFUN-PENDREL-REC      01844747
           MOVE XFRFUN-FROM-SORTCODE TO PENDREL-SORTCODE                01844848
                                          OF XFRFUN-PENDREL-REC         01844949
           MOVE XFRFUN-FROM-ACCNO TO PENDREL-FROM-ACCOUNT               01845050
                                      OF XFRFUN-PENDREL-REC             01845151
           MOVE XFRFUN-REL-CHANNEL TO PENDREL-SOURCE                    01845252
                                       OF XFRFUN-PENDREL-REC            01845353
           MOVE EIBTASKN TO PENDREL-NUMBER OF XFRFUN-PENDREL-REC        01845454
           MOVE XFRFUN-TO-SORTCODE TO PENDREL-TO-SORTCODE               01845555
                                       OF XFRFUN-PENDREL-REC            01845656
           MOVE XFRFUN-TO-ACCNO TO PENDREL-TO-ACCOUNT                   01845757
                                    OF XFRFUN-PENDREL-REC               01845858
           MOVE COMM-XFR-AMOUNT TO PENDREL-AMOUNT                       01845959
                                    OF XFRFUN-PENDREL-REC               01846060
           MOVE XFRFUN-FROM-CURRENCY TO PENDREL-CURRENCY                01846161
                                         OF XFRFUN-PENDREL-REC          01846262
           MOVE XFRFUN-GBP-AMOUNT TO PENDREL-GBP-AMOUNT                 01846363
                                      OF XFRFUN-PENDREL-REC             01846464
                                                                        01846565
           IF COMM-XFR-INITIATOR IS NUMERIC                             01846666
              AND COMM-XFR-INITIATOR > ZERO                             01846767
               MOVE COMM-XFR-INITIATOR                                  01846868
                   TO PENDREL-INITIATOR OF XFRFUN-PENDREL-REC           01846969
           ELSE                                                         01847070
               MOVE ACCOUNT-CUSTOMER-NUMBER OF XFRFUN-FROM-ACCOUNT-REC  01847171
                   TO PENDREL-INITIATOR OF XFRFUN-PENDREL-REC           01847272
           END-IF                                                       01847373
                                                                        01847474
           MOVE COMM-XFR-OPERATOR TO PENDREL-CAPTURED-BY                01847575
                                      OF XFRFUN-PENDREL-REC             01847676
           MOVE XFRFUN-TODAYS-DATE TO PENDREL-QUEUED-DATE               01847777
                                       OF XFRFUN-PENDREL-REC            01847878
           MOVE EIBTIME TO PENDREL-QUEUED-TIME OF XFRFUN-PENDREL-REC    01847979
           SET PENDREL-WAITING OF XFRFUN-PENDREL-REC TO TRUE            01848080
           MOVE SPACES TO PENDREL-DECIDED-BY OF XFRFUN-PENDREL-REC      01848181
           MOVE ZERO TO PENDREL-DECIDED-DATE OF XFRFUN-PENDREL-REC      01848282
           MOVE ZERO TO PENDREL-REFERRED-DATE OF XFRFUN-PENDREL-REC     01848383
                                                                        01848484
           EXEC CICS                                                    01848585
               WRITE DATASET('PENDREL')                                 01848686
                     FROM(XFRFUN-PENDREL-REC)                           01848787
                     RIDFLD(PENDREL-KEY OF XFRFUN-PENDREL-REC)          01848888
                     RESP(XFRFUN-RESP2)                                 01848989
           END-EXEC                                                     01849090
                                                                        01849191
           IF XFRFUN-RESP2 = DFHRESP(NORMAL)                            01849292
               MOVE 'H' TO COMM-XFR-FAIL-CODE                           01849393
           ELSE                                                         01849494
               MOVE '7' TO COMM-XFR-FAIL-CODE                           01849595
           END-IF.                                                      01849696
       2060-EXIT.                                                       01849797
           EXIT.                                                        01849898
                                                                        01850000
      ******************************************************************01850010
      *  2100-CHECK-DEBIT-LIMITS - IF THE PAYING ACCOUNT HAS A         *01850020
           END-IF.                                                      01858565
       2290-EXIT.                                                       01858568
           EXIT.                                                        01858571
                                                                        01858671
      ******************************************************************01858771
      *  2380-SUM-UNCLEARED - BROWSE THE ACCOUNT'S UNCLEARED-CHEQUE    *01858871
      *  ROWS AND ADD UP EVERY CHEQUE STILL HELD UNCLEARED.  THE       *01858971
      *  CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT THE FUNDS ARE    *01859071
      *  NOT AVAILABLE UNTIL CHQREL CLEARS THE CHEQUE.                 *01859171
      ******************************************************************01859271
       2380-SUM-UNCLEARED.                                              01859371
           MOVE ZERO TO XFRFUN-UNCLEARED-TOTAL                          01859471
           MOVE 'N'  TO XFRFUN-UNCL-BROWSE-SWITCH                       01859571
                                                                        01859671
           MOVE XFRFUN-FROM-SORTCODE TO UNCLRCHQ-SORTCODE               01859771
                                          OF XFRFUN-UNCLEAR-REC         01859871
           MOVE XFRFUN-FROM-ACCNO    TO UNCLRCHQ-NUMBER                 01859971
                                          OF XFRFUN-UNCLEAR-REC         01860071
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF XFRFUN-UNCLEAR-REC    01860171
                                                                        01860271
           EXEC CICS                                                    01860371
               STARTBR DATASET('UNCLRCHQ')                              01860471
                       RIDFLD(UNCLRCHQ-KEY OF XFRFUN-UNCLEAR-REC)       01860571
                       GTEQ                                             01860671
                       RESP(XFRFUN-RESP)                                01860771
           END-EXEC                                                     01860871
                                                                        01860971
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01861071
               GO TO 2380-EXIT                                          01861171
           END-IF                                                       01861271
                                                                        01861371
           PERFORM 2390-READ-NEXT-UNCLEARED THRU 2390-EXIT              01861471
              UNTIL XFRFUN-UNCL-BROWSE-DONE                             01861571
                                                                        01861671
           EXEC CICS                                                    01861771
               ENDBR DATASET('UNCLRCHQ')                                01861871
                     RESP(XFRFUN-RESP)                                  01861971
           END-EXEC.                                                    01862071
       2380-EXIT.                                                       01862171
           EXIT.                                                        01862271
                                                                        01862371
      ******************************************************************01862471
      *  2390-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *01862571
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *01862671
      ******************************************************************01862771
       2390-READ-NEXT-UNCLEARED.                                        01862871
           EXEC CICS                                                    01862971
               READNEXT DATASET('UNCLRCHQ')                             01863071
                        INTO(XFRFUN-UNCLEAR-REC)                        01863171
                        RIDFLD(UNCLRCHQ-KEY OF XFRFUN-UNCLEAR-REC)      01863271
                        RESP(XFRFUN-RESP)                               01863371
           END-EXEC                                                     01863471
                                                                        01863571
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01863671
               SET XFRFUN-UNCL-BROWSE-DONE TO TRUE                      01863771
               GO TO 2390-EXIT                                          01863871
           END-IF                                                       01863971
                                                                        01864071
           IF UNCLRCHQ-SORTCODE OF XFRFUN-UNCLEAR-REC                   01864171
              NOT = XFRFUN-FROM-SORTCODE                                01864271
              OR UNCLRCHQ-NUMBER OF XFRFUN-UNCLEAR-REC                  01864371
                 NOT = XFRFUN-FROM-ACCNO                                01864471
               SET XFRFUN-UNCL-BROWSE-DONE TO TRUE                      01864571
               GO TO 2390-EXIT                                          01864671
           END-IF                                                       01864771
                                                                        01864871
           IF UNCLRCHQ-UNCLEARED OF XFRFUN-UNCLEAR-REC                  01864971
               ADD UNCLRCHQ-AMOUNT OF XFRFUN-UNCLEAR-REC                01865071
                  TO XFRFUN-UNCLEARED-TOTAL                             01865171
           END-IF.                                                      01865271
       2390-EXIT.                                                       01865371
           EXIT.                                                        01865471
                                                                        01865521
      ******************************************************************01865571
      *  2480-SUM-RELEASE-QUEUE - BROWSE THE PAYING ACCOUNT'S RANGE    *01865671
      *  OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY PAYMENT      *01865771
      *  STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT LEFT     *01865871
      *  THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR.  WHEN HVREL         *01865971
      *  RE-DRIVES A RELEASED PAYMENT, THAT PAYMENT IS ITSELF STILL    *01866071
      *  ON THE QUEUE, SO ITS OWN AMOUNT IS TAKEN BACK OUT.            *01866171
      ******************************************************************01866271
       2480-SUM-RELEASE-QUEUE.                                          01866371
           MOVE ZERO TO XFRFUN-HVQ-TOTAL                                01866471
           MOVE 'N'  TO XFRFUN-HVQ-BROWSE-SWITCH                        01866571
                                                                        01866671
           MOVE XFRFUN-FROM-SORTCODE TO PENDREL-SORTCODE                01866771
                                          OF XFRFUN-PENDREL-REC         01866871
           MOVE XFRFUN-FROM-ACCNO    TO PENDREL-FROM-ACCOUNT            01866971
                                          OF XFRFUN-PENDREL-REC         01867071
           MOVE LOW-VALUES TO PENDREL-SOURCE OF XFRFUN-PENDREL-REC      01867171
           MOVE ZERO TO PENDREL-NUMBER OF XFRFUN-PENDREL-REC            01867271
                                                                        01867371
           EXEC CICS                                                    01867471
               STARTBR DATASET('PENDREL')                               01867571
                       RIDFLD(PENDREL-KEY OF XFRFUN-PENDREL-REC)        01867671
                       GTEQ                                             01867771
                       RESP(XFRFUN-RESP)                                01867871
           END-EXEC                                                     01867971
                                                                        01868071
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01868171
               GO TO 2480-EXIT                                          01868271
           END-IF                                                       01868371
                                                                        01868471
           PERFORM 2490-READ-NEXT-QUEUED THRU 2490-EXIT                 01868571
              UNTIL XFRFUN-HVQ-BROWSE-DONE                              01868671
                                                                        01868771
           EXEC CICS                                                    01868871
               ENDBR DATASET('PENDREL')                                 01868971
                     RESP(XFRFUN-RESP)                                  01869071
           END-EXEC                                                     01869171
                                                                        01869271
           IF COMM-XFR-RELEASE-OK = 'Y'                                 01869371
               SUBTRACT COMM-XFR-AMOUNT FROM XFRFUN-HVQ-TOTAL           01869471
               IF XFRFUN-HVQ-TOTAL < ZERO                               01869571
                   MOVE ZERO TO XFRFUN-HVQ-TOTAL                        01869671
               END-IF                                                   01869771
           END-IF.                                                      01869871
       2480-EXIT.                                                       01869971
           EXIT.                                                        01870071
                                                                        01870171
      ******************************************************************01870271
      *  2490-READ-NEXT-QUEUED - STEP THE BROWSE, COUNTING WAITING     *01870371
      *  AND REFERRED PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S RANGE.    *01870471
      ******************************************************************01870571
       2490-READ-NEXT-QUEUED.                                           01870671
           EXEC CICS                                                    01870771
               READNEXT DATASET('PENDREL')                              01870871
                        INTO(XFRFUN-PENDREL-REC)                        01870971
                        RIDFLD(PENDREL-KEY OF XFRFUN-PENDREL-REC)       01871071
                        RESP(XFRFUN-RESP)                               01871171
           END-EXEC                                                     01871271
                                                                        01871371
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         01871471
               SET XFRFUN-HVQ-BROWSE-DONE TO TRUE                       01871571
               GO TO 2490-EXIT                                          01871671
           END-IF                                                       01871771
                                                                        01871871
           IF PENDREL-SORTCODE OF XFRFUN-PENDREL-REC                    01871971
              NOT = XFRFUN-FROM-SORTCODE                                01872071
              OR PENDREL-FROM-ACCOUNT OF XFRFUN-PENDREL-REC             01872171
                 NOT = XFRFUN-FROM-ACCNO                                01872271
               SET XFRFUN-HVQ-BROWSE-DONE TO TRUE                       01872371
               GO TO 2490-EXIT                                          01872471
           END-IF                                                       01872571
                                                                        01872671
           IF PENDREL-OUTSTANDING OF XFRFUN-PENDREL-REC                 01872771
               ADD PENDREL-AMOUNT OF XFRFUN-PENDREL-REC                 01872871
                  TO XFRFUN-HVQ-TOTAL                                   01872971
           END-IF.                                                      01873071
       2490-EXIT.                                                       01873171
           EXIT.                                                        01873271
                                                                        01851350
      ******************************************************************01860000
      *  2500-CREDIT-TO-ACCOUNT - ADD THE AMOUNT TO THE RECEIVING      *01870000
      *  BECAUSE NONE WAS EVER WRITTEN FOR THE FAILED TRANSFER.        *02059000
      ******************************************************************02059200
       2550-REVERSE-FROM-DEBIT.                                         02059400
           ADD COMM-XFR-AMOUNT XFRFUN-NTC-PENALTY                       02059600
              TO ACCOUNT-BALANCE OF XFRFUN-FROM-ACCOUNT-REC             02059800
                                                                        02059900
           EXEC CICS                                                    02059920
                         TO PROC-TRAN-CURRENCY OF XFRFUN-PROCTRAN-REC   02260000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        02265000
                         OF XFRFUN-PROCTRAN-REC                         02267000
           MOVE COMM-XFR-OPERATOR TO PROC-TRAN-OPERATOR                 02268000
                                  OF XFRFUN-PROCTRAN-REC                02269000
                                                                        02270000
           MOVE 'TRANSFER' TO PROC-TRAN-DESC-XFR-HEADER                 02280000
                               OF XFRFUN-PROCTRAN-REC                   02290000
                         TO PROC-TRAN-CURRENCY OF XFRFUN-PROCTRAN-REC   02700000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        02705000
                         OF XFRFUN-PROCTRAN-REC                         02707000
           MOVE COMM-XFR-OPERATOR TO PROC-TRAN-OPERATOR                 02708000
                                  OF XFRFUN-PROCTRAN-REC                02709000
                                                                        02710000
           MOVE 'TRANSFER' TO PROC-TRAN-DESC-XFR-HEADER                 02720000
                               OF XFRFUN-PROCTRAN-REC                   02730000
       3500-EXIT.                                                       02850000
           EXIT.                                                        02860000
                                                                        02870000
      ******************************************************************02870153
      *  3700-POST-ISA-SUBSCRIPTION - ADD THE POSTED CREDIT TO THE     *02870306
      *  CUSTOMER'S LEDGER ROW FOR THE TAX YEAR, STARTING THE ROW ON   *02870459
      *  THE FIRST SUBSCRIPTION OF THE YEAR.  THE CREDIT HAS ALREADY   *02870612
      *  POSTED, SO A LEDGER FAILURE IS LOGGED RATHER THAN UNWOUND.    *02870765
      ******************************************************************02870918
       3700-POST-ISA-SUBSCRIPTION.                                      02871071
           PERFORM 1965-SET-ISASUB-KEY THRU 1965-EXIT                   02871224
                                                                        02871377
           EXEC CICS                                                    02871530
               READ DATASET('ISASUB')                                   02871683
                    INTO(XFRFUN-ISASUB-REC)                             02871836
                    RIDFLD(ISASUB-KEY OF XFRFUN-ISASUB-REC)             02871989
                    UPDATE                                              02872142
                    RESP(XFRFUN-RESP)                                   02872295
           END-EXEC                                                     02872448
                                                                        02872601
           IF XFRFUN-RESP = DFHRESP(NORMAL)                             02872754
               PERFORM 3750-ADD-SUBSCRIPTION THRU 3750-EXIT             02872907
               EXEC CICS                                                02873060
                   REWRITE DATASET('ISASUB')                            02873213
                           FROM(XFRFUN-ISASUB-REC)                      02873366
                           RESP(XFRFUN-RESP2)                           02873519
               END-EXEC                                                 02873672
           ELSE                                                         02873825
               MOVE 'ISAS' TO ISASUB-EYECATCHER OF XFRFUN-ISASUB-REC    02873978
               MOVE ZERO TO ISASUB-SUBSCRIBED OF XFRFUN-ISASUB-REC      02874131
               MOVE ZERO TO ISASUB-SUB-COUNT OF XFRFUN-ISASUB-REC       02874284
               MOVE XFRFUN-TODAYS-DATE                                  02874437
                   TO ISASUB-FIRST-SUB-DATE OF XFRFUN-ISASUB-REC        02874590
               MOVE ZERO TO ISASUB-MARKET-VALUE OF XFRFUN-ISASUB-REC    02874743
               MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF XFRFUN-ISASUB-REC    02874896
               MOVE ZERO TO ISASUB-VALUED-DATE OF XFRFUN-ISASUB-REC     02875049
               PERFORM 3750-ADD-SUBSCRIPTION THRU 3750-EXIT             02875202
               EXEC CICS                                                02875355
                   WRITE DATASET('ISASUB')                              02875508
                         FROM(XFRFUN-ISASUB-REC)                        02875661
                         RIDFLD(ISASUB-KEY OF XFRFUN-ISASUB-REC)        02875814
                         RESP(XFRFUN-RESP2)                             02875967
               END-EXEC                                                 02876120
           END-IF                                                       02876273
                                                                        02876426
           IF XFRFUN-RESP2 NOT = DFHRESP(NORMAL)                        02876579
               DISPLAY 'XFRFUN - CRITICAL - ISA LEDGER UPDATE FAILED '  02876732
                   'FOR ACCOUNT ' XFRFUN-TO-ACCNO                       02876885
           END-IF.                                                      02877038
       3700-EXIT.                                                       02877191
           EXIT.                                                        02877344
                                                                        02877497
      ******************************************************************02877650
      *  3750-ADD-SUBSCRIPTION - COUNT ONE MORE SUBSCRIPTION ON THE    *02877803
      *  LEDGER ROW.                                                   *02877956
      ******************************************************************02878109
       3750-ADD-SUBSCRIPTION.                                           02878262
           ADD XFRFUN-CREDIT-AMOUNT                                     02878415
               TO ISASUB-SUBSCRIBED OF XFRFUN-ISASUB-REC                02878568
           ADD 1 TO ISASUB-SUB-COUNT OF XFRFUN-ISASUB-REC               02878721
           MOVE XFRFUN-ISA-ALLOWANCE                                    02878874
               TO ISASUB-ALLOWANCE OF XFRFUN-ISASUB-REC                 02879027
           MOVE XFRFUN-TODAYS-DATE                                      02879180
               TO ISASUB-LAST-SUB-DATE OF XFRFUN-ISASUB-REC.            02879333
       3750-EXIT.                                                       02879486
           EXIT.                                                        02879639
                                                                        02879792
      ******************************************************************02879796
      *  3800-DRAW-NOTICE - DRAW THE POSTED DEBIT AGAINST THE NOTICE   *02879798
      *  THAT COVERED IT, CLOSING THE NOTICE AS DRAWN ONCE NOTHING IS  *02879800
      *  LEFT ON IT.  THE TRANSFER HAS ALREADY POSTED, SO A REGISTER   *02879802
      *  FAILURE IS LOGGED RATHER THAN UNWOUND.                        *02879804
      ******************************************************************02879806
       3800-DRAW-NOTICE.                                                02879808
           MOVE XFRFUN-FROM-SORTCODE TO NOTICE-SORTCODE                 02879810
                                          OF XFRFUN-NOTICE-REC          02879812
           MOVE XFRFUN-FROM-ACCNO    TO NOTICE-ACCOUNT                  02879814
                                          OF XFRFUN-NOTICE-REC          02879816
           MOVE XFRFUN-NTC-NUMBER    TO NOTICE-NUMBER                   02879818
                                          OF XFRFUN-NOTICE-REC          02879820
                                                                        02879822
           EXEC CICS                                                    02879824
               READ DATASET('NOTICE')                                   02879826
                    INTO(XFRFUN-NOTICE-REC)                             02879828
                    RIDFLD(NOTICE-KEY OF XFRFUN-NOTICE-REC)             02879830
                    UPDATE                                              02879832
                    RESP(XFRFUN-RESP)                                   02879834
           END-EXEC                                                     02879836
                                                                        02879838
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         02879840
               DISPLAY 'XFRFUN - CRITICAL - NOTICE READ FAILED '        02879842
                   'FOR ACCOUNT ' XFRFUN-FROM-ACCNO                     02879844
               GO TO 3800-EXIT                                          02879846
           END-IF                                                       02879848
                                                                        02879850
           ADD COMM-XFR-AMOUNT                                          02879852
               TO NOTICE-DRAWN-AMOUNT OF XFRFUN-NOTICE-REC              02879854
           IF NOTICE-DRAWN-AMOUNT OF XFRFUN-NOTICE-REC                  02879856
              NOT < NOTICE-AMOUNT OF XFRFUN-NOTICE-REC                  02879858
               MOVE 'D' TO NOTICE-STATUS OF XFRFUN-NOTICE-REC           02879860
               MOVE XFRFUN-TODAYS-DATE                                  02879862
                   TO NOTICE-CLOSED-DATE OF XFRFUN-NOTICE-REC           02879864
           END-IF                                                       02879866
                                                                        02879868
           EXEC CICS                                                    02879870
               REWRITE DATASET('NOTICE')                                02879872
                       FROM(XFRFUN-NOTICE-REC)                          02879874
                       RESP(XFRFUN-RESP2)                               02879876
           END-EXEC                                                     02879878
                                                                        02879880
           IF XFRFUN-RESP2 NOT = DFHRESP(NORMAL)                        02879882
               DISPLAY 'XFRFUN - CRITICAL - NOTICE UPDATE FAILED '      02879884
                   'FOR ACCOUNT ' XFRFUN-FROM-ACCNO                     02879886
           END-IF.                                                      02879888
       3800-EXIT.                                                       02879890
           EXIT.                                                        02879892
                                                                        02879894
      ******************************************************************02879896
      *  3850-WRITE-PENALTY-PROCTRAN - LOG THE LOSS-OF-INTEREST        *02879898
      *  PENALTY TAKEN FOR IMMEDIATE ACCESS AGAINST THE PAYING         *02879900
      *  ACCOUNT, UNDER THE NUMBER RESERVED BY 1985.                   *02879902
      ******************************************************************02879904
       3850-WRITE-PENALTY-PROCTRAN.                                     02879906
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF XFRFUN-PROCTRAN-REC  02879908
           MOVE XFRFUN-FROM-SORTCODE TO PROC-TRAN-SORT-CODE             02879910
                                         OF XFRFUN-PROCTRAN-REC         02879912
           MOVE XFRFUN-NTC-TRAN-NUMBER TO PROC-TRAN-NUMBER              02879914
                                           OF XFRFUN-PROCTRAN-REC       02879916
           MOVE XFRFUN-FROM-ACCNO TO PROC-TRAN-ACCOUNT-NUMBER           02879918
                                       OF XFRFUN-PROCTRAN-REC           02879920
           MOVE XFRFUN-TODAYS-DATE TO PROC-TRAN-DATE                    02879922
                                   OF XFRFUN-PROCTRAN-REC               02879924
           MOVE EIBTIME  TO PROC-TRAN-TIME   OF XFRFUN-PROCTRAN-REC     02879926
           MOVE EIBTASKN TO PROC-TRAN-REF    OF XFRFUN-PROCTRAN-REC     02879928
           MOVE 'NTP'    TO PROC-TRAN-TYPE   OF XFRFUN-PROCTRAN-REC     02879930
           MOVE XFRFUN-NTC-PENALTY                                      02879932
                       TO PROC-TRAN-AMOUNT OF XFRFUN-PROCTRAN-REC       02879934
           MOVE XFRFUN-FROM-CURRENCY                                    02879936
                         TO PROC-TRAN-CURRENCY OF XFRFUN-PROCTRAN-REC   02879937
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        02879938
                         OF XFRFUN-PROCTRAN-REC                         02879939
           MOVE COMM-XFR-OPERATOR TO PROC-TRAN-OPERATOR                 02879940
                                  OF XFRFUN-PROCTRAN-REC                02879941
           MOVE 'NOTICE PENALTY - LOSS OF INTEREST'                     02879944
               TO PROC-TRAN-DESC OF XFRFUN-PROCTRAN-REC                 02879946
                                                                        02879948
           EXEC CICS                                                    02879950
               WRITE DATASET('PROCTRAN')                                02879952
                     FROM(XFRFUN-PROCTRAN-REC)                          02879954
                     RIDFLD(PROC-TRAN-ID OF XFRFUN-PROCTRAN-REC)        02879956
                     RESP(XFRFUN-RESP2)                                 02879958
           END-EXEC                                                     02879960
                                                                        02879962
           IF XFRFUN-RESP2 NOT = DFHRESP(NORMAL)                        02879964
               DISPLAY 'XFRFUN - CRITICAL - PROCTRAN WRITE FAILED '     02879966
                   'FOR NOTICE PENALTY, ACCOUNT ' XFRFUN-FROM-ACCNO     02879968
           END-IF.                                                      02879970
       3850-EXIT.                                                       02879972
           EXIT.                                                        02879974
                                                                        02879976
      ******************************************************************02880076
      *  4000-STAND-IN-TRANSFER - THE BATCH WINDOW IS CLOSED.  THE     *02880176
      *  ITEMS BELONG TO THE NEXT BUSINESS DATE UNLESS EODROLL HAS     *02880276
      *  ALREADY ROLLED.  ANYTHING THAT NEEDS A MASTER FILE TO JUDGE - *02880376
      *  A SAVED PAYEE, A NAME CHECK, A FOREIGN CURRENCY OR A PAYMENT  *02880476
      *  OVER THE RELEASE THRESHOLD - IS REFUSED WITH 'W'.  THE        *02880576
      *  SNAPSHOT ROWS STAND IN FOR BOTH ACCOUNT RECORDS, AND THE      *02880676
      *  PAYING ACCOUNT'S SNAPSHOT BALANCE PLUS ITS STAND-IN ACTIVITY  *02880776
      *  MEETS THE SAME AVAILABLE-BALANCE FLOOR AS BY DAY.  THE        *02880876
      *  LIMITS, MANDATE, SCREENING, ISA AND NOTICE CHECKS ARE LEFT TO *02880976
      *  THE DAY-TIME PATH; EACH LEG IS QUEUED AS ITS OWN ITEM AND     *02881076
      *  MEMOREP SENDS A LEG THAT NO LONGER FITS TO SUSPENSE.          *02881176
      ******************************************************************02881376
       4000-STAND-IN-TRANSFER.                                          02881476
           IF BUSDATE-CURRENT-DATE OF XFRFUN-BUSDATE-REC                02881576
              = BUSDATE-WINDOW-DATE OF XFRFUN-BUSDATE-REC               02881676
               MOVE BUSDATE-NEXT-DATE OF XFRFUN-BUSDATE-REC             02881776
                   TO XFRFUN-TODAYS-DATE                                02881876
           END-IF                                                       02881976
                                                                        02882076
           IF COMM-XFR-PAYEE-NUMBER IS NUMERIC                          02882176
              AND COMM-XFR-PAYEE-NUMBER > ZERO                          02882276
               MOVE 'W' TO COMM-XFR-FAIL-CODE                           02882376
               GO TO 4000-EXIT                                          02882476
           END-IF                                                       02882576
                                                                        02882676
           IF COMM-XFR-PAYEE-NAME NOT = SPACES                          02882776
              AND NOT COMM-XFR-OVERRIDE-SET                             02882876
               MOVE 'W' TO COMM-XFR-FAIL-CODE                           02882976
               GO TO 4000-EXIT                                          02883076
           END-IF                                                       02883176
                                                                        02883276
           IF COMM-XFR-CURRENCY NOT = SPACES                            02883376
              AND COMM-XFR-CURRENCY NOT = 'GBP'                         02883476
               MOVE 'W' TO COMM-XFR-FAIL-CODE                           02883576
               GO TO 4000-EXIT                                          02883676
           END-IF                                                       02883776
                                                                        02883876
           IF COMM-XFR-CHANNEL = 'XFJ'                                  02883976
               MOVE XFRFUN-JSON-THRESHOLD TO XFRFUN-REL-THRESHOLD       02884076
           ELSE                                                         02884176
               MOVE XFRFUN-TELLER-THRESHOLD TO XFRFUN-REL-THRESHOLD     02884276
           END-IF                                                       02884376
           IF COMM-XFR-RELEASE-OK NOT = 'Y'                             02884476
              AND COMM-XFR-AMOUNT > XFRFUN-REL-THRESHOLD                02884576
               MOVE 'W' TO COMM-XFR-FAIL-CODE                           02884676
               GO TO 4000-EXIT                                          02884776
           END-IF                                                       02884876
                                                                        02884976
           MOVE 'GBP' TO XFRFUN-FROM-CURRENCY                           02885076
           MOVE 'GBP' TO XFRFUN-TO-CURRENCY                             02885176
                                                                        02885276
           PERFORM 4100-READ-FROM-SNAPSHOT THRU 4100-EXIT               02885376
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            02885476
               GO TO 4000-EXIT                                          02885576
           END-IF                                                       02885676
                                                                        02885776
           PERFORM 4150-READ-TO-SNAPSHOT THRU 4150-EXIT                 02885876
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            02885976
               GO TO 4000-EXIT                                          02886076
           END-IF                                                       02886176
                                                                        02886276
           MOVE XFRFUN-FROM-SORTCODE TO XFRFUN-MEMO-SORTCODE            02886376
           MOVE XFRFUN-FROM-ACCNO    TO XFRFUN-MEMO-ACCNO               02886476
           SET XFRFUN-MEMO-DEBIT-LEG TO TRUE                            02886576
           PERFORM 4200-READ-MEMO-BALANCE THRU 4200-EXIT                02886676
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            02886776
               GO TO 4000-EXIT                                          02886876
           END-IF                                                       02886976
                                                                        02887076
           ADD MEMOBAL-NET-AMOUNT OF XFRFUN-MEMOBAL-REC                 02887176
               TO ACCOUNT-BALANCE OF XFRFUN-FROM-ACCOUNT-REC            02887276
           PERFORM 4250-CHECK-STAND-IN-FUNDS THRU 4250-EXIT             02887376
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            02887476
               EXEC CICS                                                02887576
                   UNLOCK DATASET('MEMOBAL')                            02887676
                          RESP(XFRFUN-RESP2)                            02887776
               END-EXEC                                                 02887876
               GO TO 4000-EXIT                                          02887976
           END-IF                                                       02888076
                                                                        02888176
           PERFORM 4300-QUEUE-MEMO-LEG THRU 4300-EXIT                   02888276
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            02888376
               GO TO 4000-EXIT                                          02888476
           END-IF                                                       02888576
           MOVE XFRFUN-MEMO-SEQUENCE TO XFRFUN-DEBIT-MEMO-SEQ           02888626
                                                                        02888676
      *    THE DEBIT LEG IS QUEUED.  IF THE CREDIT LEG CANNOT FOLLOW   *02888751
      *    IT THE DEBIT LEG IS TAKEN BACK OFF, SO THE TRANSFER IS      *02888826
      *    REFUSED WHOLE.                                              *02888901
           MOVE XFRFUN-TO-SORTCODE TO XFRFUN-MEMO-SORTCODE              02888976
           MOVE XFRFUN-TO-ACCNO    TO XFRFUN-MEMO-ACCNO                 02889076
           SET XFRFUN-MEMO-CREDIT-LEG TO TRUE                           02889176
           PERFORM 4200-READ-MEMO-BALANCE THRU 4200-EXIT                02889276
           IF COMM-XFR-FAIL-CODE = SPACE                                02889376
               PERFORM 4300-QUEUE-MEMO-LEG THRU 4300-EXIT               02889476
           END-IF                                                       02889576
           IF COMM-XFR-FAIL-CODE NOT = SPACE                            02889676
               PERFORM 4400-BACK-OUT-DEBIT-LEG THRU 4400-EXIT           02889826
           END-IF.                                                      02889976
       4000-EXIT.                                                       02890076
           EXIT.                                                        02890176
                                                                        02890276
      ******************************************************************02890376
      *  4100-READ-FROM-SNAPSHOT - READ THE PAYING ACCOUNT'S ROW FROM  *02890476
      *  THE SNAPSHOT THAT CLOSED THE WINDOW AND JUDGE ITS STATUS AS   *02890576
      *  1000 JUDGES THE LIVE RECORD.                                  *02890676
      ******************************************************************02890776
       4100-READ-FROM-SNAPSHOT.                                         02890876
           MOVE BUSDATE-WINDOW-DATE OF XFRFUN-BUSDATE-REC               02890976
               TO BALSNAP-DATE OF XFRFUN-BALSNAP-REC                    02891076
           MOVE XFRFUN-FROM-SORTCODE TO BALSNAP-SORTCODE                02891176
                                          OF XFRFUN-BALSNAP-REC         02891276
           MOVE XFRFUN-FROM-ACCNO    TO BALSNAP-NUMBER                  02891376
                                          OF XFRFUN-BALSNAP-REC         02891476
                                                                        02891576
           EXEC CICS                                                    02891676
               READ DATASET('BALSNAP')                                  02891776
                    INTO(XFRFUN-BALSNAP-REC)                            02891876
                    RIDFLD(BALSNAP-KEY OF XFRFUN-BALSNAP-REC)           02891976
                    RESP(XFRFUN-RESP)                                   02892076
           END-EXEC                                                     02892176
                                                                        02892276
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         02892376
               MOVE '2' TO COMM-XFR-FAIL-CODE                           02892476
               GO TO 4100-EXIT                                          02892576
           END-IF                                                       02892676
                                                                        02892776
           MOVE BALSNAP-STATUS-FLAG OF XFRFUN-BALSNAP-REC               02892876
               TO ACCOUNT-STATUS-FLAG OF XFRFUN-FROM-ACCOUNT-REC        02892976
           MOVE BALSNAP-BALANCE OF XFRFUN-BALSNAP-REC                   02893076
               TO ACCOUNT-BALANCE OF XFRFUN-FROM-ACCOUNT-REC            02893176
                                                                        02893276
           IF ACCOUNT-DORMANT OF XFRFUN-FROM-ACCOUNT-REC                02893376
               MOVE 'D' TO COMM-XFR-FAIL-CODE                           02893476
               GO TO 4100-EXIT                                          02893576
           END-IF                                                       02893676
                                                                        02893776
           IF ACCOUNT-SUSPENDED OF XFRFUN-FROM-ACCOUNT-REC              02893876
               MOVE 'S' TO COMM-XFR-FAIL-CODE                           02893976
               GO TO 4100-EXIT                                          02894076
           END-IF                                                       02894176
                                                                        02894276
           IF NOT ACCOUNT-OPEN OF XFRFUN-FROM-ACCOUNT-REC               02894376
               MOVE '4' TO COMM-XFR-FAIL-CODE                           02894476
           END-IF.                                                      02894576
       4100-EXIT.                                                       02894676
           EXIT.                                                        02894776
                                                                        02894876
      ******************************************************************02894976
      *  4150-READ-TO-SNAPSHOT - THE SAME FOR THE RECEIVING ACCOUNT,   *02895076
      *  JUDGED AS 1500 JUDGES THE LIVE RECORD.                        *02895176
      ******************************************************************02895276
       4150-READ-TO-SNAPSHOT.                                           02895376
           MOVE BUSDATE-WINDOW-DATE OF XFRFUN-BUSDATE-REC               02895476
               TO BALSNAP-DATE OF XFRFUN-BALSNAP-REC                    02895576
           MOVE XFRFUN-TO-SORTCODE TO BALSNAP-SORTCODE                  02895676
                                        OF XFRFUN-BALSNAP-REC           02895776
           MOVE XFRFUN-TO-ACCNO    TO BALSNAP-NUMBER                    02895876
                                        OF XFRFUN-BALSNAP-REC           02895976
                                                                        02896076
           EXEC CICS                                                    02896176
               READ DATASET('BALSNAP')                                  02896276
                    INTO(XFRFUN-BALSNAP-REC)                            02896376
                    RIDFLD(BALSNAP-KEY OF XFRFUN-BALSNAP-REC)           02896476
                    RESP(XFRFUN-RESP)                                   02896576
           END-EXEC                                                     02896676
                                                                        02896776
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         02896876
               MOVE '3' TO COMM-XFR-FAIL-CODE                           02896976
               GO TO 4150-EXIT                                          02897076
           END-IF                                                       02897176
                                                                        02897276
           MOVE BALSNAP-STATUS-FLAG OF XFRFUN-BALSNAP-REC               02897376
               TO ACCOUNT-STATUS-FLAG OF XFRFUN-TO-ACCOUNT-REC          02897476
                                                                        02897576
           IF ACCOUNT-SUSPENDED OF XFRFUN-TO-ACCOUNT-REC                02897676
               MOVE 'S' TO COMM-XFR-FAIL-CODE                           02897776
               GO TO 4150-EXIT                                          02897876
           END-IF                                                       02897976
                                                                        02898076
           IF NOT ACCOUNT-OPEN OF XFRFUN-TO-ACCOUNT-REC                 02898176
               MOVE '5' TO COMM-XFR-FAIL-CODE                           02898276
           END-IF.                                                      02898376
       4150-EXIT.                                                       02898476
           EXIT.                                                        02898576
                                                                        02898676
      ******************************************************************02898776
      *  4200-READ-MEMO-BALANCE - READ THE STAND-IN RUNNING TOTAL OF   *02898876
      *  THE ACCOUNT NAMED IN XFRFUN-MEMO-LEG FOR UPDATE.  A MISSING   *02898976
      *  ROW, OR ONE LEFT FROM AN EARLIER WINDOW, STARTS AT ZERO.      *02899076
      ******************************************************************02899176
       4200-READ-MEMO-BALANCE.                                          02899276
           MOVE 'N' TO XFRFUN-MEMBAL-SWITCH                             02899376
           MOVE XFRFUN-MEMO-SORTCODE TO MEMOBAL-SORTCODE                02899476
                                          OF XFRFUN-MEMOBAL-REC         02899576
           MOVE XFRFUN-MEMO-ACCNO    TO MEMOBAL-NUMBER                  02899676
                                          OF XFRFUN-MEMOBAL-REC         02899776
                                                                        02899876
           EXEC CICS                                                    02899976
               READ DATASET('MEMOBAL')                                  02900076
                    INTO(XFRFUN-MEMOBAL-REC)                            02900176
                    RIDFLD(MEMOBAL-KEY OF XFRFUN-MEMOBAL-REC)           02900276
                    UPDATE                                              02900376
                    RESP(XFRFUN-RESP)                                   02900476
           END-EXEC                                                     02900576
                                                                        02900676
           IF XFRFUN-RESP = DFHRESP(NOTFND)                             02900776
               SET XFRFUN-MEMBAL-NEW TO TRUE                            02900876
               MOVE 'MBAL' TO MEMOBAL-EYECATCHER OF XFRFUN-MEMOBAL-REC  02900976
               MOVE ZERO TO MEMOBAL-WINDOW-DATE OF XFRFUN-MEMOBAL-REC   02901076
           ELSE                                                         02901176
               IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                     02901276
                   MOVE '7' TO COMM-XFR-FAIL-CODE                       02901376
                   GO TO 4200-EXIT                                      02901476
               END-IF                                                   02901576
           END-IF                                                       02901676
                                                                        02901776
           IF MEMOBAL-WINDOW-DATE OF XFRFUN-MEMOBAL-REC                 02901876
              NOT = BUSDATE-WINDOW-DATE OF XFRFUN-BUSDATE-REC           02901976
               MOVE BUSDATE-WINDOW-DATE OF XFRFUN-BUSDATE-REC           02902076
                   TO MEMOBAL-WINDOW-DATE OF XFRFUN-MEMOBAL-REC         02902176
               MOVE ZERO TO MEMOBAL-NET-AMOUNT OF XFRFUN-MEMOBAL-REC    02902276
               MOVE ZERO TO MEMOBAL-ITEM-COUNT OF XFRFUN-MEMOBAL-REC    02902376
           END-IF.                                                      02902476
       4200-EXIT.                                                       02902576
           EXIT.                                                        02902676
                                                                        02902776
      ******************************************************************02902876
      *  4250-CHECK-STAND-IN-FUNDS - THE AVAILABLE-BALANCE TEST OF 2000*02902976
      *  AGAINST THE SNAPSHOT BALANCE PLUS STAND-IN ACTIVITY.          *02903076
      ******************************************************************02903176
       4250-CHECK-STAND-IN-FUNDS.                                       02903276
           MOVE ZERO TO XFRFUN-OD-LIMIT                                 02903376
           MOVE XFRFUN-FROM-SORTCODE TO ODFACIL-SORTCODE                02903476
                                          OF XFRFUN-ODFAC-REC           02903576
           MOVE XFRFUN-FROM-ACCNO    TO ODFACIL-NUMBER                  02903676
                                          OF XFRFUN-ODFAC-REC           02903776
                                                                        02903876
           EXEC CICS                                                    02903976
               READ DATASET('ODFACIL')                                  02904076
                    INTO(XFRFUN-ODFAC-REC)                              02904176
                    RIDFLD(ODFACIL-KEY OF XFRFUN-ODFAC-REC)             02904276
                    RESP(XFRFUN-RESP)                                   02904376
           END-EXEC                                                     02904476
                                                                        02904576
           IF XFRFUN-RESP = DFHRESP(NORMAL)                             02904676
              AND ODFACIL-EXPIRY-DATE OF XFRFUN-ODFAC-REC               02904776
                  NOT < XFRFUN-TODAYS-DATE                              02904876
               MOVE ODFACIL-LIMIT OF XFRFUN-ODFAC-REC                   02904976
                   TO XFRFUN-OD-LIMIT                                   02905076
           END-IF                                                       02905176
                                                                        02905276
           PERFORM 2180-SUM-ACTIVE-HOLDS THRU 2180-EXIT                 02905376
           PERFORM 2280-SUM-EARMARKS THRU 2280-EXIT                     02905476
           PERFORM 2380-SUM-UNCLEARED THRU 2380-EXIT                    02905576
           PERFORM 2480-SUM-RELEASE-QUEUE THRU 2480-EXIT                02905676
                                                                        02905776
           IF COMM-XFR-AMOUNT >                                         02905876
              ACCOUNT-BALANCE OF XFRFUN-FROM-ACCOUNT-REC                02905976
              - XFRFUN-HOLD-TOTAL - XFRFUN-EARMARK-TOTAL                02906076
              - XFRFUN-UNCLEARED-TOTAL - XFRFUN-HVQ-TOTAL               02906176
              + XFRFUN-OD-LIMIT                                         02906276
               MOVE '6' TO COMM-XFR-FAIL-CODE                           02906376
           END-IF.                                                      02906476
       4250-EXIT.                                                       02906576
           EXIT.                                                        02906676
                                                                        02906776
      ******************************************************************02906876
      *  4300-QUEUE-MEMO-LEG - TAKE THE NEXT ARRIVAL SEQUENCE FROM     *02906976
      *  THE QUEUE'S CONTROL ROW (SEQUENCE ZERO, SEEDED ON FIRST USE), *02907076
      *  QUEUE THE LEG NAMED IN XFRFUN-MEMO-LEG WITH THE DESCRIPTION   *02907176
      *  3000 OR 3500 WOULD HAVE WRITTEN, AND COUNT IT ON THE          *02907276
      *  ACCOUNT'S STAND-IN RUNNING TOTAL.                             *02907376
      ******************************************************************02907476
       4300-QUEUE-MEMO-LEG.                                             02907576
           MOVE ZERO TO MEMOPOST-SEQUENCE OF XFRFUN-MEMOPOST-REC        02907676
                                                                        02907776
           EXEC CICS                                                    02907876
               READ DATASET('MEMOPOST')                                 02907976
                    INTO(XFRFUN-MEMOPOST-REC)                           02908076
                    RIDFLD(MEMOPOST-KEY OF XFRFUN-MEMOPOST-REC)         02908176
                    UPDATE                                              02908276
                    RESP(XFRFUN-RESP)                                   02908376
           END-EXEC                                                     02908476
                                                                        02908576
           IF XFRFUN-RESP = DFHRESP(NOTFND)                             02908676
               MOVE 'MEMO' TO MEMOPOST-EYECATCHER OF XFRFUN-MEMOPOST-REC02908776
               MOVE SPACES TO MEMOPOST-CONTROL OF XFRFUN-MEMOPOST-REC   02908876
               MOVE 1 TO MEMOPOST-LAST-SEQUENCE OF XFRFUN-MEMOPOST-REC  02908976
               EXEC CICS                                                02909076
                   WRITE DATASET('MEMOPOST')                            02909176
                         FROM(XFRFUN-MEMOPOST-REC)                      02909276
                         RIDFLD(MEMOPOST-KEY OF XFRFUN-MEMOPOST-REC)    02909376
                         RESP(XFRFUN-RESP)                              02909476
               END-EXEC                                                 02909576
           ELSE                                                         02909676
               IF XFRFUN-RESP = DFHRESP(NORMAL)                         02909776
                   ADD 1 TO MEMOPOST-LAST-SEQUENCE                      02909876
                                OF XFRFUN-MEMOPOST-REC                  02909976
                   EXEC CICS                                            02910076
                       REWRITE DATASET('MEMOPOST')                      02910176
                               FROM(XFRFUN-MEMOPOST-REC)                02910276
                               RESP(XFRFUN-RESP)                        02910376
                   END-EXEC                                             02910476
               END-IF                                                   02910576
           END-IF                                                       02910676
                                                                        02910776
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         02910876
               MOVE '7' TO COMM-XFR-FAIL-CODE                           02910976
               GO TO 4300-EXIT                                          02911076
           END-IF                                                       02911176
                                                                        02911276
           MOVE MEMOPOST-LAST-SEQUENCE OF XFRFUN-MEMOPOST-REC           02911376
               TO XFRFUN-MEMO-SEQUENCE                                  02911476
                                                                        02911576
           MOVE SPACES TO PROC-TRAN-DESC OF XFRFUN-PROCTRAN-REC         02911676
           MOVE 'TRANSFER' TO PROC-TRAN-DESC-XFR-HEADER                 02911776
                               OF XFRFUN-PROCTRAN-REC                   02911876
                                                                        02911976
           MOVE SPACES TO XFRFUN-MEMOPOST-REC                           02912076
           MOVE 'MEMO' TO MEMOPOST-EYECATCHER OF XFRFUN-MEMOPOST-REC    02912176
           MOVE XFRFUN-MEMO-SEQUENCE TO MEMOPOST-SEQUENCE               02912276
                                         OF XFRFUN-MEMOPOST-REC         02912376
           MOVE XFRFUN-TODAYS-DATE TO MEMOPOST-BUS-DATE                 02912476
                                       OF XFRFUN-MEMOPOST-REC           02912576
           MOVE BUSDATE-WINDOW-DATE OF XFRFUN-BUSDATE-REC               02912676
               TO MEMOPOST-WINDOW-DATE OF XFRFUN-MEMOPOST-REC           02912776
           MOVE XFRFUN-MEMO-SORTCODE TO MEMOPOST-SORTCODE               02912876
                                         OF XFRFUN-MEMOPOST-REC         02912976
           MOVE XFRFUN-MEMO-ACCNO    TO MEMOPOST-ACCNO                  02913076
                                         OF XFRFUN-MEMOPOST-REC         02913176
           IF XFRFUN-MEMO-DEBIT-LEG                                     02913276
               SET MEMOPOST-DEBIT OF XFRFUN-MEMOPOST-REC TO TRUE        02913376
               SET MEMOPOST-CHECK-FUNDS OF XFRFUN-MEMOPOST-REC TO TRUE  02913476
               MOVE 'TFD' TO MEMOPOST-TXN-TYPE OF XFRFUN-MEMOPOST-REC   02913576
               MOVE XFRFUN-TO-SORTCODE TO PROC-TRAN-DESC-XFR-SORTCODE   02913676
                                           OF XFRFUN-PROCTRAN-REC       02913776
               MOVE XFRFUN-TO-ACCNO    TO PROC-TRAN-DESC-XFR-ACCOUNT    02913876
                                           OF XFRFUN-PROCTRAN-REC       02913976
           ELSE                                                         02914076
               SET MEMOPOST-CREDIT OF XFRFUN-MEMOPOST-REC TO TRUE       02914176
               SET MEMOPOST-NO-FUNDS-CHECK OF XFRFUN-MEMOPOST-REC       02914276
                   TO TRUE                                              02914376
               MOVE 'TFC' TO MEMOPOST-TXN-TYPE OF XFRFUN-MEMOPOST-REC   02914476
               MOVE XFRFUN-FROM-SORTCODE TO PROC-TRAN-DESC-XFR-SORTCODE 02914576
                                             OF XFRFUN-PROCTRAN-REC     02914676
               MOVE XFRFUN-FROM-ACCNO    TO PROC-TRAN-DESC-XFR-ACCOUNT  02914776
                                             OF XFRFUN-PROCTRAN-REC     02914876
           END-IF                                                       02914976
           MOVE PROC-TRAN-DESC OF XFRFUN-PROCTRAN-REC                   02915076
               TO MEMOPOST-DESC OF XFRFUN-MEMOPOST-REC                  02915176
           MOVE COMM-XFR-AMOUNT TO MEMOPOST-AMOUNT                      02915276
                                   OF XFRFUN-MEMOPOST-REC               02915376
           MOVE 'GBP' TO MEMOPOST-CURRENCY OF XFRFUN-MEMOPOST-REC       02915476
           MOVE 'XFRFUN' TO MEMOPOST-SOURCE OF XFRFUN-MEMOPOST-REC      02915576
           MOVE EIBTASKN TO MEMOPOST-REF OF XFRFUN-MEMOPOST-REC         02915676
           MOVE COMM-XFR-OPERATOR TO MEMOPOST-OPERATOR                  02915776
                                     OF XFRFUN-MEMOPOST-REC             02915876
           ACCEPT MEMOPOST-ARRIVAL-DATE OF XFRFUN-MEMOPOST-REC          02915976
               FROM DATE YYYYMMDD                                       02916076
           MOVE EIBTIME TO MEMOPOST-ARRIVAL-TIME OF XFRFUN-MEMOPOST-REC 02916176
           MOVE ZERO TO MEMOPOST-CARDHOLDER OF XFRFUN-MEMOPOST-REC      02916276
           MOVE ZERO TO MEMOPOST-HOLD-EXPIRY OF XFRFUN-MEMOPOST-REC     02916376
           SET MEMOPOST-PENDING OF XFRFUN-MEMOPOST-REC TO TRUE          02916476
           MOVE ZERO TO MEMOPOST-REPLAY-DATE OF XFRFUN-MEMOPOST-REC     02916576
           MOVE ZERO TO MEMOPOST-ENTRY-NUMBER OF XFRFUN-MEMOPOST-REC    02916676
                                                                        02916776
           EXEC CICS                                                    02916876
               WRITE DATASET('MEMOPOST')                                02916976
                     FROM(XFRFUN-MEMOPOST-REC)                          02917076
                     RIDFLD(MEMOPOST-KEY OF XFRFUN-MEMOPOST-REC)        02917176
                     RESP(XFRFUN-RESP)                                  02917276
           END-EXEC                                                     02917376
                                                                        02917476
           IF XFRFUN-RESP NOT = DFHRESP(NORMAL)                         02917576
               MOVE '7' TO COMM-XFR-FAIL-CODE                           02917676
               GO TO 4300-EXIT                                          02917776
           END-IF                                                       02917876
                                                                        02917976
      *    THE LEG IS QUEUED, SO A RUNNING-TOTAL FAILURE IS REPORTED,  *02918076
      *    NOT REFUSED.                                                *02918176
           IF XFRFUN-MEMO-DEBIT-LEG                                     02918276
               SUBTRACT COMM-XFR-AMOUNT                                 02918376
                  FROM MEMOBAL-NET-AMOUNT OF XFRFUN-MEMOBAL-REC         02918476
           ELSE                                                         02918576
               ADD COMM-XFR-AMOUNT                                      02918676
                  TO MEMOBAL-NET-AMOUNT OF XFRFUN-MEMOBAL-REC           02918776
           END-IF                                                       02918876
           ADD 1 TO MEMOBAL-ITEM-COUNT OF XFRFUN-MEMOBAL-REC            02918976
                                                                        02919076
           IF XFRFUN-MEMBAL-NEW                                         02919176
               EXEC CICS                                                02919276
                   WRITE DATASET('MEMOBAL')                             02919376
                         FROM(XFRFUN-MEMOBAL-REC)                       02919476
                         RIDFLD(MEMOBAL-KEY OF XFRFUN-MEMOBAL-REC)      02919576
                         RESP(XFRFUN-RESP2)                             02919676
               END-EXEC                                                 02919776
           ELSE                                                         02919876
               EXEC CICS                                                02919976
                   REWRITE DATASET('MEMOBAL')                           02920076
                           FROM(XFRFUN-MEMOBAL-REC)                     02920176
                           RESP(XFRFUN-RESP2)                           02920276
               END-EXEC                                                 02920376
           END-IF                                                       02920476
                                                                        02920576
           IF XFRFUN-RESP2 NOT = DFHRESP(NORMAL)                        02920676
               DISPLAY 'XFRFUN - CRITICAL - MEMOBAL UPDATE FAILED '     02920776
                   'FOR ACCOUNT ' XFRFUN-MEMO-ACCNO                     02920876
           END-IF.                                                      02920976
       4300-EXIT.                                                       02921076
           EXIT.                                                        02921176
                                                                        02921276
      ******************************************************************02921277
      *  4400-BACK-OUT-DEBIT-LEG - THE CREDIT LEG COULD NOT BE QUEUED, *02921278
      *  SO TAKE THE DEBIT LEG BACK OFF MEMOPOST AND PUT THE AMOUNT    *02921279
      *  BACK ON THE PAYING ACCOUNT'S STAND-IN RUNNING TOTAL, AS 2550  *02921280
      *  DOES FOR A DAY-TIME TRANSFER.  THE REFUSAL CODE SET BY THE    *02921281
      *  CREDIT LEG IS LEFT IN PLACE.                                  *02921282
      ******************************************************************02921283
       4400-BACK-OUT-DEBIT-LEG.                                         02921284
      *    RELEASE ANY ROW THE CREDIT LEG LEFT HELD FOR UPDATE.        *02921285
           EXEC CICS                                                    02921286
               UNLOCK DATASET('MEMOBAL')                                02921287
                      RESP(XFRFUN-RESP2)                                02921288
           END-EXEC                                                     02921289
           EXEC CICS                                                    02921290
               UNLOCK DATASET('MEMOPOST')                               02921291
                      RESP(XFRFUN-RESP2)                                02921292
           END-EXEC                                                     02921293
                                                                        02921294
           MOVE XFRFUN-DEBIT-MEMO-SEQ TO MEMOPOST-SEQUENCE              02921295
                                          OF XFRFUN-MEMOPOST-REC        02921296
           EXEC CICS                                                    02921297
               DELETE DATASET('MEMOPOST')                               02921298
                      RIDFLD(MEMOPOST-KEY OF XFRFUN-MEMOPOST-REC)       02921299
                      RESP(XFRFUN-RESP2)                                02921300
           END-EXEC                                                     02921301
                                                                        02921302
           IF XFRFUN-RESP2 NOT = DFHRESP(NORMAL)                        02921303
               DISPLAY 'XFRFUN - CRITICAL - CREDIT LEG NOT QUEUED '     02921304
                   'FOR ACCOUNT ' XFRFUN-TO-ACCNO                       02921305
                   ' AND DEBIT LEG NOT BACKED OUT'                      02921306
               GO TO 4400-EXIT                                          02921307
           END-IF                                                       02921308
                                                                        02921309
           MOVE XFRFUN-FROM-SORTCODE TO MEMOBAL-SORTCODE                02921310
                                          OF XFRFUN-MEMOBAL-REC         02921311
           MOVE XFRFUN-FROM-ACCNO    TO MEMOBAL-NUMBER                  02921312
                                          OF XFRFUN-MEMOBAL-REC         02921313
           EXEC CICS                                                    02921314
               READ DATASET('MEMOBAL')                                  02921315
                    INTO(XFRFUN-MEMOBAL-REC)                            02921316
                    RIDFLD(MEMOBAL-KEY OF XFRFUN-MEMOBAL-REC)           02921317
                    UPDATE                                              02921318
                    RESP(XFRFUN-RESP2)                                  02921319
           END-EXEC                                                     02921320
                                                                        02921321
           IF XFRFUN-RESP2 = DFHRESP(NORMAL)                            02921322
               ADD COMM-XFR-AMOUNT                                      02921323
                  TO MEMOBAL-NET-AMOUNT OF XFRFUN-MEMOBAL-REC           02921324
               SUBTRACT 1 FROM MEMOBAL-ITEM-COUNT OF XFRFUN-MEMOBAL-REC 02921325
               EXEC CICS                                                02921326
                   REWRITE DATASET('MEMOBAL')                           02921327
                           FROM(XFRFUN-MEMOBAL-REC)                     02921328
                           RESP(XFRFUN-RESP2)                           02921329
               END-EXEC                                                 02921330
           END-IF                                                       02921331
                                                                        02921332
           IF XFRFUN-RESP2 NOT = DFHRESP(NORMAL)                        02921333
               DISPLAY 'XFRFUN - CRITICAL - UNABLE TO BACK OUT '        02921334
                   'STAND-IN TOTAL FOR ACCOUNT ' XFRFUN-FROM-ACCNO      02921335
           END-IF.                                                      02921336
       4400-EXIT.                                                       02921337
           EXIT.                                                        02921338
                                                                        02921339
      ******************************************************************02921376
      *  9999-EXIT - RETURN TO THE CALLER.                             *02921476
      ******************************************************************02921576
       9999-EXIT.                                                       02921676
           EXEC CICS                                                    02921776
               RETURN                                                   02921876
           END-EXEC.                                                    02921976
