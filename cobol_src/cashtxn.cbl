      *             CONTROL SINGLETON (COPYBOOK PRCTCTRL), THE SAME    *00270000
      *             WAY CHQCLR AND SODDPAY ASSIGN THEIRS, RATHER THAN  *00280000
      *             FROM THE TASK NUMBER.                              *00290000
      *                                                                *00292000
      *             ONCE THE ACCOUNT IS FOUND THE HOLDER'S SERVICING   *00294000
      *             FLAG IS RETURNED FROM THE VULNERABLE-CUSTOMER      *00296000
      *             REGISTER, POSTED OR NOT, SO THE TELLER SEES IT.    *00298000
      *                                                                *00298333
      *             A WITHDRAWAL FROM A NOTICE PRODUCT NEEDS A MATURED *00298666
      *             WITHDRAWAL NOTICE (COPYBOOK NOTICE) TO COVER IT,   *00298999
      *             OR TAKES A LOSS-OF-INTEREST PENALTY WHERE THE      *00299332
      *             PRODUCT ALLOWS IMMEDIATE ACCESS.                   *00299665
      *                                                                *00299702
      *             WHILE THE BATCH WINDOW IS CLOSED (BUSDATE) THE     *00299739
      *             MASTERS ARE NOT TOUCHED.  THE POSTING IS CHECKED   *00299776
      *             AGAINST THE START-OF-BATCH SNAPSHOT (BALSNAP) PLUS *00299813
      *             THE STAND-IN ACTIVITY SO FAR (MEMOBAL), QUEUED ON  *00299850
      *             MEMOPOST FOR THE NEXT BUSINESS DATE, AND COUNTED   *00299887
      *             ON THE TILL; MEMOREP APPLIES IT WHEN THE WINDOW    *00299924
      *             REOPENS.                                           *00299961
      *                                                                *00300000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00310000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00320000
      *             PENDSIG  - VSAM KSDS - PENDING SIGNATURES         * 00338965
      *             LEGORDER - VSAM KSDS - LEGAL-ORDER EARMARKS       * 00338970
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER            * 00338975
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00339487
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES           *00339743
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE           *00339871
      *             ISASUB   - VSAM KSDS - ISA SUBSCRIPTION LEDGER     *00339935
      *             VULNREG  - VSAM KSDS - VULNERABLE CUSTOMERS        *00339967
      *             NOTICE   - VSAM KSDS - WITHDRAWAL-NOTICE REGISTER  *00339983
      *             RATEFILE - VSAM KSDS - CURRENT RATE TABLE          *00339991
      *             BALSNAP  - VSAM KSDS - BALANCE SNAPSHOTS           *00339993
      *             MEMOPOST - VSAM KSDS - MEMO-POSTING QUEUE          *00339995
      *             MEMOBAL  - VSAM KSDS - STAND-IN RUNNING TOTALS     *00339997
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00339998
      *                                                                *00340000
      *  CHANGE HISTORY                                                *00350000
      *  ----------------------------------------------------------    *00360000
      *  2026-09-02  BAG   VALIDATE THE OPERATOR AGAINST THE MASTER   * 00388890
      *                    AND ENFORCE THE TELLER CASH LIMIT          * 00388892
      *                    TILL FOR THE END-OF-DAY CASH PROOF         * 00388500
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00389000
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00389500
      *  2026-10-15  BAG   CHEQUES PAID IN BUT NOT YET CLEARED         *00389625
      *                    (UNCLRCHQ) ARE LEFT OUT OF THE AVAILABLE    *00389750
      *                    BALANCE                                     *00389875
      *  2026-10-15  BAG   A CREDIT TO AN ISA PRODUCT IS CHECKED       *00389906
      *                    AGAINST THE CUSTOMER'S ANNUAL ALLOWANCE     *00389937
      *                    (FAIL I) AND COUNTED ON THE ISASUB LEDGER   *00389968
      *  2026-10-15  BAG   RETURN THE VULNERABLE-CUSTOMER SERVICING    *00389978
      *                    FLAG FOR THE ACCOUNT HOLDER                 *00389988
      *  2026-10-15  BAG   A ROLLED-FORWARD TILL CARRIES ITS VAULT     *00389992
      *                    TRANSFERS INTO THE OPENING FLOAT            *00389996
      *  2026-10-15  BAG   A WITHDRAWAL FROM A NOTICE PRODUCT MUST BE  *00389997
      *                    COVERED BY A MATURED NOTICE (FAIL N) OR     *00389998
      *                    TAKES A LOSS-OF-INTEREST PENALTY WHERE      *00389999
      *                    THE PRODUCT ALLOWS IMMEDIATE ACCESS         *00390000
      *  2026-10-15  BAG   STAMP THE KEYING OPERATOR ON EVERY POSTING  *00390100
      *  2026-10-15  BAG   STAND IN WHILE THE BATCH WINDOW IS          *00390200
      *                    CLOSED - CHECK AGAINST THE SNAPSHOT         *00390300
      *                    PLUS MEMOBAL AND QUEUE ON MEMOPOST          *00390400
      *  2026-10-15  BAG   PAYMENTS WAITING ON PENDREL FOR HIGH-VALUE  *00390500
      *                    RELEASE ARE EARMARKED OUT OF THE AVAILABLE  *00390600
      *                    BALANCE                                     *00390700
      *                                                                *00390000
      ******************************************************************00400000
       DATA DIVISION.                                                   00410000
           05  CASHTXN-EARMARK-TOTAL      PIC S9(10)V99 VALUE ZERO.     00528820
           05  CASHTXN-LEG-BROWSE-SWITCH  PIC X     VALUE 'N'.          00528840
               88  CASHTXN-LEG-BROWSE-DONE      VALUE 'Y'.              00528860
           05  CASHTXN-UNCLEARED-TOTAL    PIC S9(10)V99 VALUE ZERO.     00528870
           05  CASHTXN-UNCL-BROWSE-SWITCH PIC X     VALUE 'N'.          00528880
               88  CASHTXN-UNCL-BROWSE-DONE     VALUE 'Y'.              00528890
           05  CASHTXN-HVQ-TOTAL          PIC S9(10)V99 VALUE ZERO.     00528892
           05  CASHTXN-HVQ-BROWSE-SWITCH  PIC X     VALUE 'N'.          00528894
               88  CASHTXN-HVQ-BROWSE-DONE      VALUE 'Y'.              00528896
           05  CASHTXN-TILL-SWITCH        PIC X     VALUE 'N'.          00528900
               88  CASHTXN-TILL-NEW             VALUE 'Y'.              00529200
           05  CASHTXN-ISA-SWITCH         PIC X     VALUE 'N'.          00529280
               88  CASHTXN-ISA-CREDIT           VALUE 'Y'.              00529360
           05  CASHTXN-ISA-ALLOWANCE      PIC 9(7)V99 VALUE ZERO.       00529440
           05  CASHTXN-ISA-SUBSCRIBED     PIC 9(7)V99 VALUE ZERO.       00529520
           05  CASHTXN-TAX-YEAR           PIC 9(4)  VALUE ZERO.         00529600
           05  CASHTXN-TAX-DATE           PIC 9(8)  VALUE ZERO.         00529680
           05  CASHTXN-TAX-DATE-GRP REDEFINES CASHTXN-TAX-DATE.         00529760
               10  CASHTXN-TAX-DATE-YYYY  PIC 9(4).                     00529840
               10  CASHTXN-TAX-DATE-MMDD  PIC 9(4).                     00529920
           05  CASHTXN-NTC-SWITCH         PIC X     VALUE 'N'.          00529928
               88  CASHTXN-NTC-COVERED          VALUE 'Y'.              00529936
           05  CASHTXN-NTC-BROWSE-SWITCH  PIC X     VALUE 'N'.          00529944
               88  CASHTXN-NTC-BROWSE-DONE      VALUE 'Y'.              00529952
           05  CASHTXN-NTC-NUMBER         PIC 9(4)  VALUE ZERO.         00529960
           05  CASHTXN-NTC-PENALTY        PIC S9(10)V99 VALUE ZERO.     00529968
           05  CASHTXN-NTC-PEN-DAYS       PIC 9(3)  VALUE ZERO.         00529976
           05  CASHTXN-NTC-TRAN-NUMBER    PIC 9(8)  VALUE ZERO.         00529984
           05  CASHTXN-STANDIN-SWITCH     PIC X     VALUE 'N'.          00529986
               88  CASHTXN-STAND-IN             VALUE 'Y'.              00529988
           05  CASHTXN-MEMBAL-SWITCH      PIC X     VALUE 'N'.          00529990
               88  CASHTXN-MEMBAL-NEW           VALUE 'Y'.              00529992
           05  CASHTXN-MEMO-SEQUENCE      PIC 9(10) VALUE ZERO.         00529994
                                                                        00530000
       01  CASHTXN-ACCOUNT-REC.                                         00540000
           COPY ACCOUNT.                                                00550000
                                                                        00589800
       01  CASHTXN-HOLD-REC.                                            00589830
           COPY AUTHHOLD.                                               00589860
                                                                        00589875
       01  CASHTXN-UNCLEAR-REC.                                         00589880
           COPY UNCLRCHQ.                                               00589885
                                                                        00589890
       01  CASHTXN-ODFAC-REC.                                           00589920
           COPY ODFACIL.                                                00589950
       01  CASHTXN-OPERATOR-REC.                                        00589998
           COPY OPERATOR.                                               00589999
                                                                        00590000
       01  CASHTXN-PENDREL-REC.                                         00590400
           COPY PENDREL.                                                00590800
                                                                        00591200
       01  CASHTXN-PRODCAT-REC.                                         00591666
           COPY PRODCAT.                                                00593332
                                                                        00594998
       01  CASHTXN-ISASUB-REC.                                          00596664
           COPY ISASUB.                                                 00598330
                                                                        00598331
       01  CASHTXN-VULNREG-REC.                                         00598748
           COPY VULNREG.                                                00599165
                                                                        00599224
       01  CASHTXN-NOTICE-REC.                                          00599283
           COPY NOTICE.                                                 00599342
                                                                        00599401
       01  CASHTXN-ACRATE-REC.                                          00599460
           COPY ACRATE.                                                 00599519
                                                                        00599582
       01  CASHTXN-PROCTRAN-REC.                                        00600000
           COPY PROCTRAN.                                               00610000
                                                                        00620000
       01  CASHTXN-BUSDATE-REC.                                         00622500
           COPY BUSDATE.                                                00625000
                                                                        00625138
       01  CASHTXN-BALSNAP-REC.                                         00625277
           COPY BALSNAP.                                                00625554
                                                                        00625831
       01  CASHTXN-MEMOPOST-REC.                                        00626108
           COPY MEMOPOST.                                               00626385
                                                                        00626662
       01  CASHTXN-MEMOBAL-REC.                                         00626939
           COPY MEMOBAL.                                                00627216
                                                                        00627500
       LINKAGE SECTION.                                                 00630000
       01  DFHCOMMAREA.                                                 00640000
           COPY CASHTXN.                                                00650000
       0000-MAINLINE.                                                   00700000
           MOVE SPACE TO COMM-CASH-SUCCESS                              00710000
           MOVE SPACE TO COMM-CASH-FAIL-CODE                            00720000
           MOVE SPACE TO COMM-CASH-SERVICE-FLAG                         00720714
           MOVE ZERO TO COMM-CASH-NOTICE-PENALTY                        00721071
           MOVE SPACE TO COMM-CASH-MEMO-POSTED                          00721249
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CASHTXN-BUSDATE-REC  00721428
           EXEC CICS                                                    00722856
               READ DATASET('BUSDATE')                                  00724284
                    INTO(CASHTXN-BUSDATE-REC)                           00725712
                    RIDFLD(BUSDATE-KEY OF CASHTXN-BUSDATE-REC)          00727140
                    RESP(CASHTXN-RESP)                                  00728568
           END-EXEC                                                     00729996
           IF CASHTXN-RESP = DFHRESP(NORMAL)                            00731424
               MOVE BUSDATE-CURRENT-DATE OF CASHTXN-BUSDATE-REC         00732852
                   TO CASHTXN-TODAYS-DATE                               00734280
               IF BUSDATE-WINDOW-CLOSED OF CASHTXN-BUSDATE-REC          00734637
                   SET CASHTXN-STAND-IN TO TRUE                         00734994
               END-IF                                                   00735351
           ELSE                                                         00735708
               ACCEPT CASHTXN-TODAYS-DATE FROM DATE YYYYMMDD            00737136
           END-IF                                                       00738564
                                                                        00740000
           PERFORM 0500-VALIDATE-REQUEST THRU 0500-EXIT                 00750000
                                                                        00760000
           IF COMM-CASH-FAIL-CODE = SPACE                               00762000
               PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT               00764000
           END-IF                                                       00766000
                                                                        00766071
      *    WHILE THE BATCH WINDOW IS CLOSED THE POSTING IS QUEUED      *00766142
      *    FOR MEMOREP INSTEAD OF BEING APPLIED TO THE MASTERS.        *00766284
           IF COMM-CASH-FAIL-CODE = SPACE                               00766426
              AND CASHTXN-STAND-IN                                      00766568
               PERFORM 4000-STAND-IN-POST THRU 4000-EXIT                00766710
               IF COMM-CASH-FAIL-CODE = SPACE                           00766852
                   MOVE 'Y' TO COMM-CASH-SUCCESS                        00766994
                   MOVE 'Y' TO COMM-CASH-MEMO-POSTED                    00767136
               ELSE                                                     00767278
                   MOVE 'N' TO COMM-CASH-SUCCESS                        00767420
               END-IF                                                   00767562
               GO TO 9999-EXIT                                          00767704
           END-IF                                                       00767846
                                                                        00768000
           IF COMM-CASH-FAIL-CODE = SPACE                               00770000
               PERFORM 1000-READ-ACCOUNT THRU 1000-EXIT                 00780000
           END-IF                                                       00780909
                                                                        00781090
           IF COMM-CASH-FAIL-CODE = SPACE                               00781271
               PERFORM 1100-SERVICE-FLAG THRU 1100-EXIT                 00781452
           END-IF                                                       00781633
                                                                        00781818
           IF COMM-CASH-FAIL-CODE = SPACE                               00782727
              AND COMM-CASH-TXN-DEBIT                                   00783636
              AND COMM-CASH-TXN-DEBIT                                   00786400
               PERFORM 1250-CHECK-MANDATE THRU 1250-EXIT                00786600
           END-IF                                                       00786800
                                                                        00787166
           IF COMM-CASH-FAIL-CODE = SPACE                               00787532
              AND COMM-CASH-TXN-DEBIT                                   00787898
               PERFORM 1900-CHECK-NOTICE THRU 1900-EXIT                 00788264
           END-IF                                                       00788630
                                                                        00789000
           IF COMM-CASH-FAIL-CODE = SPACE                               00791200
              AND COMM-CASH-TXN-CREDIT                                  00793400
               PERFORM 1800-CHECK-ISA-ALLOWANCE THRU 1800-EXIT          00795600
           END-IF                                                       00797800
                                                                        00800000
      *    THE PROCTRAN NUMBER IS TAKEN BEFORE THE BALANCE IS          *00810000
      *    TOUCHED, THE WAY CRESODD TAKES ITS NUMBER BEFORE WRITING,   *00815000
               MOVE 'Y' TO COMM-CASH-SUCCESS                            00940000
               PERFORM 3000-WRITE-PROCTRAN THRU 3000-EXIT               00950000
               PERFORM 3500-UPDATE-TILL THRU 3500-EXIT                  00955000
               IF CASHTXN-NTC-COVERED                                   00955156
                   PERFORM 3800-DRAW-NOTICE THRU 3800-EXIT              00955312
               END-IF                                                   00955468
               IF CASHTXN-NTC-PENALTY > ZERO                            00955624
                   PERFORM 3850-WRITE-PENALTY-PROCTRAN THRU 3850-EXIT   00955780
                   MOVE CASHTXN-NTC-PENALTY TO COMM-CASH-NOTICE-PENALTY 00955936
               END-IF                                                   00956092
               IF CASHTXN-ISA-CREDIT                                    00956250
                   PERFORM 3700-POST-ISA-SUBSCRIPTION THRU 3700-EXIT    00957500
               END-IF                                                   00958750
           ELSE                                                         00960000
               MOVE 'N' TO COMM-CASH-SUCCESS                            00970000
           END-IF                                                       00980000
           END-IF.                                                      01420000
       1000-EXIT.                                                       01430000
           EXIT.                                                        01440000
                                                                        01440001
      ******************************************************************01440002
      *  1100-SERVICE-FLAG - RAISE THE SERVICING FLAG WHEN THE         *01440003
      *  ACCOUNT HOLDER HAS AN ACTIVE VULNERABLE-CUSTOMER REGISTER     *01440004
      *  ENTRY.  THE FLAG IS FOR THE TELLER; IT DOES NOT STOP CASH.    *01440005
      ******************************************************************01440006
       1100-SERVICE-FLAG.                                               01440007
           MOVE CASHTXN-KEY-SORTCODE TO VULNREG-SORTCODE                01440008
                                         OF CASHTXN-VULNREG-REC         01440009
           MOVE ACCOUNT-CUSTOMER-NUMBER OF CASHTXN-ACCOUNT-REC          01440010
               TO VULNREG-CUSTOMER OF CASHTXN-VULNREG-REC               01440011
                                                                        01440012
           EXEC CICS                                                    01440013
               READ DATASET('VULNREG')                                  01440014
                    INTO(CASHTXN-VULNREG-REC)                           01440015
                    RIDFLD(VULNREG-KEY OF CASHTXN-VULNREG-REC)          01440016
                    RESP(CASHTXN-RESP)                                  01440017
           END-EXEC                                                     01440018
                                                                        01440019
           IF CASHTXN-RESP = DFHRESP(NORMAL)                            01440020
              AND VULNREG-ACTIVE OF CASHTXN-VULNREG-REC                 01440021
               MOVE 'V' TO COMM-CASH-SERVICE-FLAG                       01440022
           END-IF.                                                      01440023
       1100-EXIT.                                                       01440024
           EXIT.                                                        01440025
                                                                        01440050
      ******************************************************************01440100
      *  1200-CHECK-DECEASED - NO CASH LEAVES A DECEASED CUSTOMER'S    *01440150
                         TO PROC-TRAN-CURRENCY OF CASHTXN-PROCTRAN-REC  01442650
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        01442675
                         OF CASHTXN-PROCTRAN-REC                        01442680
           MOVE COMM-CASH-OPERATOR TO PROC-TRAN-OPERATOR                01442686
                                   OF CASHTXN-PROCTRAN-REC              01442692
           MOVE 'CASH BLOCKED - CUSTOMER DECEASED'                      01442700
               TO PROC-TRAN-DESC OF CASHTXN-PROCTRAN-REC                01442750
                                                                        01442800
       1700-COMPUTE-AVAILABLE.                                          01450610
           PERFORM 1750-SUM-ACTIVE-HOLDS THRU 1750-EXIT                 01450690
           PERFORM 1770-SUM-EARMARKS THRU 1770-EXIT                     01450700
           PERFORM 1790-SUM-UNCLEARED THRU 1790-EXIT                    01450735
           PERFORM 1860-SUM-RELEASE-QUEUE THRU 1860-EXIT                01450752
                                                                        01450770
           MOVE ZERO TO CASHTXN-OD-LIMIT                                01450850
           MOVE CASHTXN-KEY-SORTCODE TO ODFACIL-SORTCODE                01450930
               ACCOUNT-BALANCE OF CASHTXN-ACCOUNT-REC                   01452530
             - CASHTXN-HOLD-TOTAL                                       01452610
             - CASHTXN-EARMARK-TOTAL                                    01452620
             - CASHTXN-UNCLEARED-TOTAL                                  01452655
             - CASHTXN-HVQ-TOTAL                                        01452672
             + CASHTXN-OD-LIMIT.                                        01452690
       1700-EXIT.                                                       01452770
           EXIT.                                                        01452850
           END-IF.                                                      01458596
       1780-EXIT.                                                       01458597
           EXIT.                                                        01458598
                                                                        01459299
      ******************************************************************01459309
      *  1790-SUM-UNCLEARED - BROWSE THE ACCOUNT'S UNCLEARED-CHEQUE    *01459319
      *  ROWS AND ADD UP EVERY CHEQUE STILL HELD UNCLEARED.  THE       *01459329
      *  CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT THE FUNDS ARE    *01459339
      *  NOT AVAILABLE UNTIL CHQREL CLEARS THE CHEQUE.                 *01459349
      ******************************************************************01459359
       1790-SUM-UNCLEARED.                                              01459369
           MOVE ZERO TO CASHTXN-UNCLEARED-TOTAL                         01459379
           MOVE 'N'  TO CASHTXN-UNCL-BROWSE-SWITCH                      01459389
                                                                        01459399
           MOVE CASHTXN-KEY-SORTCODE TO UNCLRCHQ-SORTCODE               01459409
                                          OF CASHTXN-UNCLEAR-REC        01459419
           MOVE CASHTXN-KEY-ACCNO    TO UNCLRCHQ-NUMBER                 01459429
                                          OF CASHTXN-UNCLEAR-REC        01459439
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF CASHTXN-UNCLEAR-REC   01459449
                                                                        01459459
           EXEC CICS                                                    01459469
               STARTBR DATASET('UNCLRCHQ')                              01459479
                       RIDFLD(UNCLRCHQ-KEY OF CASHTXN-UNCLEAR-REC)      01459489
                       GTEQ                                             01459499
                       RESP(CASHTXN-RESP)                               01459509
           END-EXEC                                                     01459519
                                                                        01459529
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01459539
               GO TO 1790-EXIT                                          01459549
           END-IF                                                       01459559
                                                                        01459569
           PERFORM 1795-READ-NEXT-UNCLEARED THRU 1795-EXIT              01459579
              UNTIL CASHTXN-UNCL-BROWSE-DONE                            01459589
                                                                        01459599
           EXEC CICS                                                    01459609
               ENDBR DATASET('UNCLRCHQ')                                01459619
                     RESP(CASHTXN-RESP)                                 01459629
           END-EXEC.                                                    01459639
       1790-EXIT.                                                       01459649
           EXIT.                                                        01459659
                                                                        01459669
      ******************************************************************01459679
      *  1795-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *01459689
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *01459699
      ******************************************************************01459709
       1795-READ-NEXT-UNCLEARED.                                        01459719
           EXEC CICS                                                    01459729
               READNEXT DATASET('UNCLRCHQ')                             01459739
                        INTO(CASHTXN-UNCLEAR-REC)                       01459749
                        RIDFLD(UNCLRCHQ-KEY OF CASHTXN-UNCLEAR-REC)     01459759
                        RESP(CASHTXN-RESP)                              01459769
           END-EXEC                                                     01459779
                                                                        01459789
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01459799
               SET CASHTXN-UNCL-BROWSE-DONE TO TRUE                     01459809
               GO TO 1795-EXIT                                          01459819
           END-IF                                                       01459829
                                                                        01459839
           IF UNCLRCHQ-SORTCODE OF CASHTXN-UNCLEAR-REC                  01459849
              NOT = CASHTXN-KEY-SORTCODE                                01459859
              OR UNCLRCHQ-NUMBER OF CASHTXN-UNCLEAR-REC                 01459869
                 NOT = CASHTXN-KEY-ACCNO                                01459879
               SET CASHTXN-UNCL-BROWSE-DONE TO TRUE                     01459889
               GO TO 1795-EXIT                                          01459899
           END-IF                                                       01459909
                                                                        01459919
           IF UNCLRCHQ-UNCLEARED OF CASHTXN-UNCLEAR-REC                 01459929
               ADD UNCLRCHQ-AMOUNT OF CASHTXN-UNCLEAR-REC               01459939
                  TO CASHTXN-UNCLEARED-TOTAL                            01459949
           END-IF.                                                      01459959
       1795-EXIT.                                                       01459969
           EXIT.                                                        01459979
                                                                        01459980
      ******************************************************************01459980
      *  1800-CHECK-ISA-ALLOWANCE - A CREDIT TO AN ISA PRODUCT IS A    *01459981
      *  SUBSCRIPTION.  REFUSE IT (FAIL I) IF IT WOULD TAKE THE        *01459982
      *  CUSTOMER PAST THE TAX YEAR'S ALLOWANCE ON THE ISA             *01459983
      *  SUBSCRIPTION LEDGER (ISASUB).  THE LEDGER ITSELF IS ONLY      *01459984
      *  UPDATED ONCE THE CREDIT HAS POSTED.                           *01459985
      ******************************************************************01459986
       1800-CHECK-ISA-ALLOWANCE.                                        01459987
           MOVE 'N' TO CASHTXN-ISA-SWITCH                               01459988
           MOVE ACCOUNT-TYPE OF CASHTXN-ACCOUNT-REC                     01459989
               TO PRODCAT-TYPE OF CASHTXN-PRODCAT-REC                   01459990
                                                                        01459991
           EXEC CICS                                                    01459992
               READ DATASET('PRODCAT')                                  01459993
                    INTO(CASHTXN-PRODCAT-REC)                           01459994
                    RIDFLD(PRODCAT-KEY OF CASHTXN-PRODCAT-REC)          01459995
                    RESP(CASHTXN-RESP)                                  01459996
           END-EXEC                                                     01459997
                                                                        01459998
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01459999
               GO TO 1800-EXIT                                          01460000
           END-IF                                                       01460001
                                                                        01460002
           IF NOT PRODCAT-ISA OF CASHTXN-PRODCAT-REC                    01460003
               GO TO 1800-EXIT                                          01460004
           END-IF                                                       01460005
                                                                        01460006
           MOVE 'Y' TO CASHTXN-ISA-SWITCH                               01460007
           MOVE 20000.00 TO CASHTXN-ISA-ALLOWANCE                       01460008
           IF PRODCAT-ISA-ALLOWANCE OF CASHTXN-PRODCAT-REC IS NUMERIC   01460009
              AND PRODCAT-ISA-ALLOWANCE OF CASHTXN-PRODCAT-REC > ZERO   01460010
               MOVE PRODCAT-ISA-ALLOWANCE OF CASHTXN-PRODCAT-REC        01460011
                   TO CASHTXN-ISA-ALLOWANCE                             01460012
           END-IF                                                       01460013
                                                                        01460014
      *    THE TAX YEAR RUNS 6 APRIL TO 5 APRIL AND IS KNOWN BY       * 01460015
      *    THE YEAR IN WHICH IT STARTS.                               * 01460016
           MOVE CASHTXN-TODAYS-DATE TO CASHTXN-TAX-DATE                 01460017
           MOVE CASHTXN-TAX-DATE-YYYY TO CASHTXN-TAX-YEAR               01460018
           IF CASHTXN-TAX-DATE-MMDD < 0406                              01460019
               SUBTRACT 1 FROM CASHTXN-TAX-YEAR                         01460020
           END-IF                                                       01460021
                                                                        01460022
           PERFORM 1850-SET-ISASUB-KEY THRU 1850-EXIT                   01460023
           MOVE ZERO TO CASHTXN-ISA-SUBSCRIBED                          01460024
                                                                        01460025
           EXEC CICS                                                    01460026
               READ DATASET('ISASUB')                                   01460027
                    INTO(CASHTXN-ISASUB-REC)                            01460028
                    RIDFLD(ISASUB-KEY OF CASHTXN-ISASUB-REC)            01460029
                    RESP(CASHTXN-RESP)                                  01460030
           END-EXEC                                                     01460031
                                                                        01460032
           IF CASHTXN-RESP = DFHRESP(NORMAL)                            01460033
               MOVE ISASUB-SUBSCRIBED OF CASHTXN-ISASUB-REC             01460034
                   TO CASHTXN-ISA-SUBSCRIBED                            01460035
           END-IF                                                       01460036
                                                                        01460037
           IF CASHTXN-ISA-SUBSCRIBED + COMM-CASH-AMOUNT                 01460038
              > CASHTXN-ISA-ALLOWANCE                                   01460039
               MOVE 'I' TO COMM-CASH-FAIL-CODE                          01460040
           END-IF.                                                      01460041
       1800-EXIT.                                                       01460042
           EXIT.                                                        01460043
                                                                        01460044
      ******************************************************************01460045
      *  1850-SET-ISASUB-KEY - THE LEDGER ROW FOR THIS CUSTOMER AND    *01460046
      *  TAX YEAR.  THE CUSTOMER IS THE ACCOUNT'S OWN SORT CODE AND    *01460047
      *  CUSTOMER NUMBER.                                              *01460048
      ******************************************************************01460049
       1850-SET-ISASUB-KEY.                                             01460050
           MOVE CASHTXN-TAX-YEAR                                        01460051
               TO ISASUB-TAX-YEAR OF CASHTXN-ISASUB-REC                 01460052
           MOVE CASHTXN-KEY-SORTCODE                                    01460053
               TO ISASUB-CUST-SORTCODE OF CASHTXN-ISASUB-REC            01460054
           MOVE ACCOUNT-CUSTOMER-NUMBER OF CASHTXN-ACCOUNT-REC          01460055
               TO ISASUB-CUST-NUMBER OF CASHTXN-ISASUB-REC.             01460056
       1850-EXIT.                                                       01460057
           EXIT.                                                        01460058
                                                                        01460059
      ******************************************************************01460060
      *  1860-SUM-RELEASE-QUEUE - BROWSE THE ACCOUNT'S RANGE           *01460061
      *  OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY PAYMENT      *01460062
      *  STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT LEFT     *01460063
      *  THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL          *01460064
      *  DECIDES IT.                                                   *01460065
      ******************************************************************01460066
       1860-SUM-RELEASE-QUEUE.                                          01460067
           MOVE ZERO TO CASHTXN-HVQ-TOTAL                               01460068
           MOVE 'N'  TO CASHTXN-HVQ-BROWSE-SWITCH                       01460069
                                                                        01460070
           MOVE CASHTXN-KEY-SORTCODE                                    01460071
               TO PENDREL-SORTCODE OF CASHTXN-PENDREL-REC               01460072
           MOVE CASHTXN-KEY-ACCNO                                       01460073
               TO PENDREL-FROM-ACCOUNT OF CASHTXN-PENDREL-REC           01460074
           MOVE LOW-VALUES TO PENDREL-SOURCE OF CASHTXN-PENDREL-REC     01460075
           MOVE ZERO TO PENDREL-NUMBER OF CASHTXN-PENDREL-REC           01460076
                                                                        01460077
           EXEC CICS                                                    01460078
               STARTBR DATASET('PENDREL')                               01460079
                       RIDFLD(PENDREL-KEY OF CASHTXN-PENDREL-REC)       01460080
                       GTEQ                                             01460081
                       RESP(CASHTXN-RESP)                               01460082
           END-EXEC                                                     01460083
                                                                        01460084
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01460085
               GO TO 1860-EXIT                                          01460086
           END-IF                                                       01460087
                                                                        01460088
           PERFORM 1870-READ-NEXT-QUEUED THRU 1870-EXIT                 01460089
              UNTIL CASHTXN-HVQ-BROWSE-DONE                             01460090
                                                                        01460091
           EXEC CICS                                                    01460092
               ENDBR DATASET('PENDREL')                                 01460093
                     RESP(CASHTXN-RESP)                                 01460094
           END-EXEC.                                                    01460095
       1860-EXIT.                                                       01460096
           EXIT.                                                        01460097
                                                                        01460098
      ******************************************************************01460099
      *  1870-READ-NEXT-QUEUED - STEP THE BROWSE, COUNTING WAITING     *01460100
      *  AND REFERRED PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S RANGE.    *01460101
      ******************************************************************01460102
       1870-READ-NEXT-QUEUED.                                           01460103
           EXEC CICS                                                    01460104
               READNEXT DATASET('PENDREL')                              01460105
                        INTO(CASHTXN-PENDREL-REC)                       01460106
                        RIDFLD(PENDREL-KEY OF CASHTXN-PENDREL-REC)      01460107
                        RESP(CASHTXN-RESP)                              01460108
           END-EXEC                                                     01460109
                                                                        01460110
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01460111
               SET CASHTXN-HVQ-BROWSE-DONE TO TRUE                      01460112
               GO TO 1870-EXIT                                          01460113
           END-IF                                                       01460114
                                                                        01460115
           IF PENDREL-SORTCODE OF CASHTXN-PENDREL-REC                   01460116
              NOT = CASHTXN-KEY-SORTCODE                                01460117
              OR PENDREL-FROM-ACCOUNT OF CASHTXN-PENDREL-REC            01460118
                 NOT = CASHTXN-KEY-ACCNO                                01460119
               SET CASHTXN-HVQ-BROWSE-DONE TO TRUE                      01460120
               GO TO 1870-EXIT                                          01460121
           END-IF                                                       01460122
                                                                        01460123
           IF PENDREL-OUTSTANDING OF CASHTXN-PENDREL-REC                01460124
               ADD PENDREL-AMOUNT OF CASHTXN-PENDREL-REC                01460125
                  TO CASHTXN-HVQ-TOTAL                                  01460126
           END-IF.                                                      01460127
       1870-EXIT.                                                       01460128
           EXIT.                                                        01460129
                                                                        01460130
      ******************************************************************01460159
      *  1900-CHECK-NOTICE - A WITHDRAWAL FROM A NOTICE PRODUCT        *01460259
      *  (PRODCAT CLASS N) MUST BE COVERED BY A MATURED WITHDRAWAL     *01460359
      *  NOTICE ON THE NOTICE REGISTER.  WITHOUT ONE, A PRODUCT THAT   *01460459
      *  ALLOWS IMMEDIATE ACCESS TAKES A LOSS-OF-INTEREST PENALTY      *01460559
      *  WITH THE CASH; ANY OTHER REFUSES IT (FAIL N).  THE NOTICE IS  *01460659
      *  ONLY DRAWN DOWN ONCE THE CASH HAS BEEN APPLIED.  THE PENALTY  *01460759
      *  TAKES A SECOND PROCTRAN NUMBER IN 2500.                       *01460859
      ******************************************************************01460959
       1900-CHECK-NOTICE.                                               01461059
           MOVE 'N' TO CASHTXN-NTC-SWITCH                               01461159
           MOVE ZERO TO CASHTXN-NTC-PENALTY                             01461259
           MOVE ACCOUNT-TYPE OF CASHTXN-ACCOUNT-REC                     01461359
               TO PRODCAT-TYPE OF CASHTXN-PRODCAT-REC                   01461459
                                                                        01461559
           EXEC CICS                                                    01461659
               READ DATASET('PRODCAT')                                  01461759
                    INTO(CASHTXN-PRODCAT-REC)                           01461859
                    RIDFLD(PRODCAT-KEY OF CASHTXN-PRODCAT-REC)          01461959
                    RESP(CASHTXN-RESP)                                  01462059
           END-EXEC                                                     01462159
                                                                        01462259
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01462359
               GO TO 1900-EXIT                                          01462459
           END-IF                                                       01462559
                                                                        01462659
           IF NOT PRODCAT-CLASS-NOTICE OF CASHTXN-PRODCAT-REC           01462759
               GO TO 1900-EXIT                                          01462859
           END-IF                                                       01462959
                                                                        01463059
           PERFORM 1910-FIND-NOTICE THRU 1910-EXIT                      01463159
           IF CASHTXN-NTC-COVERED                                       01463259
               GO TO 1900-EXIT                                          01463359
           END-IF                                                       01463459
                                                                        01463559
           IF NOT PRODCAT-IMMEDIATE-ACCESS OF CASHTXN-PRODCAT-REC       01463659
               MOVE 'N' TO COMM-CASH-FAIL-CODE                          01463759
               GO TO 1900-EXIT                                          01463859
           END-IF                                                       01463959
                                                                        01464059
           PERFORM 1930-COMPUTE-PENALTY THRU 1930-EXIT.                 01464159
       1900-EXIT.                                                       01464259
           EXIT.                                                        01464359
                                                                        01464459
      ******************************************************************01464559
      *  1910-FIND-NOTICE - BROWSE THE PAYING ACCOUNT'S NOTICES FOR    *01464659
      *  ONE THAT IS GIVEN, MATURED, NOT YET LAPSED AND HAS ENOUGH     *01464759
      *  LEFT UNDRAWN TO COVER THE WHOLE WITHDRAWAL.                   *01464859
      ******************************************************************01464959
       1910-FIND-NOTICE.                                                01465059
           MOVE 'N' TO CASHTXN-NTC-BROWSE-SWITCH                        01465159
                                                                        01465259
           MOVE CASHTXN-KEY-SORTCODE TO NOTICE-SORTCODE                 01465359
                                          OF CASHTXN-NOTICE-REC         01465459
           MOVE CASHTXN-KEY-ACCNO    TO NOTICE-ACCOUNT                  01465559
                                          OF CASHTXN-NOTICE-REC         01465659
           MOVE ZERO TO NOTICE-NUMBER OF CASHTXN-NOTICE-REC             01465759
                                                                        01465859
           EXEC CICS                                                    01465959
               STARTBR DATASET('NOTICE')                                01466059
                       RIDFLD(NOTICE-KEY OF CASHTXN-NOTICE-REC)         01466159
                       GTEQ                                             01466259
                       RESP(CASHTXN-RESP)                               01466359
           END-EXEC                                                     01466459
                                                                        01466559
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01466659
               GO TO 1910-EXIT                                          01466759
           END-IF                                                       01466859
                                                                        01466959
           PERFORM 1920-READ-NEXT-NOTICE THRU 1920-EXIT                 01467059
              UNTIL CASHTXN-NTC-BROWSE-DONE                             01467159
                                                                        01467259
           EXEC CICS                                                    01467359
               ENDBR DATASET('NOTICE')                                  01467459
                     RESP(CASHTXN-RESP)                                 01467559
           END-EXEC.                                                    01467659
       1910-EXIT.                                                       01467759
           EXIT.                                                        01467859
                                                                        01467959
      ******************************************************************01468059
      *  1920-READ-NEXT-NOTICE - STEP THE BROWSE UNTIL A COVERING      *01468159
      *  NOTICE TURNS UP OR IT LEAVES THE ACCOUNT'S KEY RANGE.         *01468259
      ******************************************************************01468359
       1920-READ-NEXT-NOTICE.                                           01468459
           EXEC CICS                                                    01468559
               READNEXT DATASET('NOTICE')                               01468659
                        INTO(CASHTXN-NOTICE-REC)                        01468759
                        RIDFLD(NOTICE-KEY OF CASHTXN-NOTICE-REC)        01468859
                        RESP(CASHTXN-RESP)                              01468959
           END-EXEC                                                     01469059
                                                                        01469159
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01469259
               SET CASHTXN-NTC-BROWSE-DONE TO TRUE                      01469359
               GO TO 1920-EXIT                                          01469459
           END-IF                                                       01469559
                                                                        01469659
           IF NOTICE-SORTCODE OF CASHTXN-NOTICE-REC                     01469759
              NOT = CASHTXN-KEY-SORTCODE                                01469859
              OR NOTICE-ACCOUNT OF CASHTXN-NOTICE-REC                   01469959
                 NOT = CASHTXN-KEY-ACCNO                                01470059
               SET CASHTXN-NTC-BROWSE-DONE TO TRUE                      01470159
               GO TO 1920-EXIT                                          01470259
           END-IF                                                       01470359
                                                                        01470459
           IF NOTICE-GIVEN OF CASHTXN-NOTICE-REC                        01470559
              AND NOTICE-PAYABLE-DATE OF CASHTXN-NOTICE-REC             01470659
                  NOT > CASHTXN-TODAYS-DATE                             01470759
              AND NOTICE-LAPSE-DATE OF CASHTXN-NOTICE-REC               01470859
                  NOT < CASHTXN-TODAYS-DATE                             01470959
              AND NOTICE-AMOUNT OF CASHTXN-NOTICE-REC                   01471059
                  - NOTICE-DRAWN-AMOUNT OF CASHTXN-NOTICE-REC           01471159
                  NOT < COMM-CASH-AMOUNT                                01471259
               MOVE 'Y' TO CASHTXN-NTC-SWITCH                           01471359
               MOVE NOTICE-NUMBER OF CASHTXN-NOTICE-REC                 01471459
                   TO CASHTXN-NTC-NUMBER                                01471559
               SET CASHTXN-NTC-BROWSE-DONE TO TRUE                      01471659
           END-IF.                                                      01471759
       1920-EXIT.                                                       01471859
           EXIT.                                                        01471959
                                                                        01472059
      ******************************************************************01472159
      *  1930-COMPUTE-PENALTY - THE INTEREST THE DEBIT WOULD HAVE      *01472259
      *  EARNED OVER THE PRODUCT'S PENALTY DAYS AT THE CURRENT CREDIT  *01472359
      *  RATE (RATEFILE).  NO RATE ROW MEANS NO INTEREST TO LOSE.      *01472459
      ******************************************************************01472559
       1930-COMPUTE-PENALTY.                                            01472659
           MOVE ZERO TO CASHTXN-NTC-PENALTY                             01472759
           MOVE ZERO TO CASHTXN-NTC-PEN-DAYS                            01472859
           IF PRODCAT-NOTICE-PENALTY-DAYS OF CASHTXN-PRODCAT-REC        01472959
              IS NUMERIC                                                01473059
               MOVE PRODCAT-NOTICE-PENALTY-DAYS OF CASHTXN-PRODCAT-REC  01473159
                   TO CASHTXN-NTC-PEN-DAYS                              01473259
           END-IF                                                       01473359
                                                                        01473459
           MOVE ACCOUNT-TYPE OF CASHTXN-ACCOUNT-REC                     01473559
               TO ACRATE-ACCOUNT-TYPE OF CASHTXN-ACRATE-REC             01473659
                                                                        01473759
           EXEC CICS                                                    01473859
               READ DATASET('RATEFILE')                                 01473959
                    INTO(CASHTXN-ACRATE-REC)                            01474059
                    RIDFLD(ACRATE-KEY OF CASHTXN-ACRATE-REC)            01474159
                    RESP(CASHTXN-RESP)                                  01474259
           END-EXEC                                                     01474359
                                                                        01474459
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        01474559
               GO TO 1930-EXIT                                          01474659
           END-IF                                                       01474759
                                                                        01474859
           COMPUTE CASHTXN-NTC-PENALTY ROUNDED =                        01474959
               COMM-CASH-AMOUNT                                         01475059
             * ACRATE-CREDIT-RATE OF CASHTXN-ACRATE-REC                 01475159
             * CASHTXN-NTC-PEN-DAYS / 36500.                            01475259
       1930-EXIT.                                                       01475359
           EXIT.                                                        01475459
                                                                        01475559
      ******************************************************************01475659
      ******************************************************************01460000
      *  2000-APPLY-CASH - REJECT A WITHDRAWAL THAT WOULD TAKE THE     *01470000
      *  ACCOUNT OVERDRAWN, ELSE APPLY THE CASH TO THE BALANCE AND     *01480000
      *  REWRITE.  A NOTICE PENALTY (1900) IS TAKEN WITH THE CASH.     *01490000
      ******************************************************************01500000
       2000-APPLY-CASH.                                                 01510000
           IF COMM-CASH-TXN-DEBIT                                       01520000
           END-IF                                                       01524000
                                                                        01526000
           IF COMM-CASH-TXN-DEBIT                                       01528000
              AND COMM-CASH-AMOUNT + CASHTXN-NTC-PENALTY                01535333
                  > CASHTXN-AVAILABLE                                   01542666
               MOVE '6' TO COMM-CASH-FAIL-CODE                          01550000
               GO TO 2000-EXIT                                          01560000
           END-IF                                                       01570000
               ADD COMM-CASH-AMOUNT                                     01600000
                  TO ACCOUNT-BALANCE OF CASHTXN-ACCOUNT-REC             01610000
           ELSE                                                         01620000
               SUBTRACT COMM-CASH-AMOUNT CASHTXN-NTC-PENALTY            01630000
                  FROM ACCOUNT-BALANCE OF CASHTXN-ACCOUNT-REC           01640000
           END-IF                                                       01650000
                                                                        01660000
      *  2500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *01800000
      *  SINGLETON FOR UPDATE, BUMP LAST-PROC-TRAN-NUMBER, AND         *01810000
      *  REWRITE, THE SAME WAY SODDPAY AND CHQCLR HAND OUT THEIR       *01820000
      *  PROCTRAN NUMBERS.  A NOTICE PENALTY TAKES THE NEXT NUMBER     *01826666
      *  AS WELL.                                                      *01833332
      ******************************************************************01840000
       2500-ASSIGN-PROCTRAN-NUMBER.                                     01850000
           MOVE CASHTXN-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE       01860000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF CASHTXN-CONTROL-REC        02040000
           MOVE LAST-PROC-TRAN-NUMBER OF CASHTXN-CONTROL-REC            02050000
               TO CASHTXN-TRAN-NUMBER                                   02060000
           IF CASHTXN-NTC-PENALTY > ZERO                                02061666
               ADD 1 TO LAST-PROC-TRAN-NUMBER OF CASHTXN-CONTROL-REC    02063332
               MOVE LAST-PROC-TRAN-NUMBER OF CASHTXN-CONTROL-REC        02064998
                   TO CASHTXN-NTC-TRAN-NUMBER                           02066664
           END-IF                                                       02068330
                                                                        02070000
           EXEC CICS                                                    02080000
               REWRITE DATASET('PCTLFILE')                              02090000
                         TO PROC-TRAN-CURRENCY OF CASHTXN-PROCTRAN-REC  02420000
                         MOVE ZERO     TO PROC-TRAN-VALUE-DATE          02425000
                                       OF CASHTXN-PROCTRAN-REC          02425000
                         MOVE COMM-CASH-OPERATOR TO PROC-TRAN-OPERATOR  02426666
                                                 OF CASHTXN-PROCTRAN-REC02428332
                                                                        02430000
           IF COMM-CASH-TXN-CREDIT                                      02440000
               MOVE 'COUNTER CASH PAID IN'                              02450000
               MOVE ZERO TO TILL-CASH-IN OF CASHTXN-TILL-REC            02656250
               MOVE ZERO TO TILL-CASH-OUT OF CASHTXN-TILL-REC           02656400
               MOVE ZERO TO TILL-DECLARED-AMOUNT OF CASHTXN-TILL-REC    02656550
               MOVE ZERO TO TILL-VAULT-IN OF CASHTXN-TILL-REC           02656600
               MOVE ZERO TO TILL-VAULT-OUT OF CASHTXN-TILL-REC          02656650
               SET TILL-NOT-DECLARED OF CASHTXN-TILL-REC TO TRUE        02656700
               PERFORM 3600-COUNT-ON-TILL THRU 3600-EXIT                02656850
               EXEC CICS                                                02657000
                   TILL-OPENING-FLOAT OF CASHTXN-TILL-REC               02659100
                 + TILL-CASH-IN OF CASHTXN-TILL-REC                     02659250
                 - TILL-CASH-OUT OF CASHTXN-TILL-REC                    02659400
                 + TILL-VAULT-IN OF CASHTXN-TILL-REC                    02659450
                 - TILL-VAULT-OUT OF CASHTXN-TILL-REC                   02659500
               MOVE ZERO TO TILL-CASH-IN OF CASHTXN-TILL-REC            02659550
               MOVE ZERO TO TILL-CASH-OUT OF CASHTXN-TILL-REC           02659700
               MOVE ZERO TO TILL-VAULT-IN OF CASHTXN-TILL-REC           02659750
               MOVE ZERO TO TILL-VAULT-OUT OF CASHTXN-TILL-REC          02659800
               MOVE ZERO TO TILL-DECLARED-AMOUNT OF CASHTXN-TILL-REC    02659850
               SET TILL-NOT-DECLARED OF CASHTXN-TILL-REC TO TRUE        02660000
               MOVE CASHTXN-TODAYS-DATE TO TILL-BUSINESS-DATE           02660150
           END-IF.                                                      02663900
       3600-EXIT.                                                       02664050
           EXIT.                                                        02664200
                                                                        02664250
      ******************************************************************02664300
      *  3700-POST-ISA-SUBSCRIPTION - ADD THE POSTED CREDIT TO THE     *02664400
      *  CUSTOMER'S LEDGER ROW FOR THE TAX YEAR, STARTING THE ROW ON   *02664500
      *  THE FIRST SUBSCRIPTION OF THE YEAR.  THE CREDIT HAS ALREADY   *02664600
      *  POSTED, SO A LEDGER FAILURE IS LOGGED RATHER THAN UNWOUND.    *02664700
      ******************************************************************02664800
       3700-POST-ISA-SUBSCRIPTION.                                      02664900
           PERFORM 1850-SET-ISASUB-KEY THRU 1850-EXIT                   02665000
                                                                        02665100
           EXEC CICS                                                    02665200
               READ DATASET('ISASUB')                                   02665300
                    INTO(CASHTXN-ISASUB-REC)                            02665400
                    RIDFLD(ISASUB-KEY OF CASHTXN-ISASUB-REC)            02665500
                    UPDATE                                              02665600
                    RESP(CASHTXN-RESP)                                  02665700
           END-EXEC                                                     02665800
                                                                        02665900
           IF CASHTXN-RESP = DFHRESP(NORMAL)                            02666000
               PERFORM 3750-ADD-SUBSCRIPTION THRU 3750-EXIT             02666100
               EXEC CICS                                                02666200
                   REWRITE DATASET('ISASUB')                            02666300
                           FROM(CASHTXN-ISASUB-REC)                     02666400
                           RESP(CASHTXN-RESP2)                          02666500
               END-EXEC                                                 02666600
           ELSE                                                         02666700
               MOVE 'ISAS' TO ISASUB-EYECATCHER OF CASHTXN-ISASUB-REC   02666800
               MOVE ZERO TO ISASUB-SUBSCRIBED OF CASHTXN-ISASUB-REC     02666900
               MOVE ZERO TO ISASUB-SUB-COUNT OF CASHTXN-ISASUB-REC      02667000
               MOVE CASHTXN-TODAYS-DATE                                 02667100
                   TO ISASUB-FIRST-SUB-DATE OF CASHTXN-ISASUB-REC       02667200
               MOVE ZERO TO ISASUB-MARKET-VALUE OF CASHTXN-ISASUB-REC   02667300
               MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF CASHTXN-ISASUB-REC   02667400
               MOVE ZERO TO ISASUB-VALUED-DATE OF CASHTXN-ISASUB-REC    02667500
               PERFORM 3750-ADD-SUBSCRIPTION THRU 3750-EXIT             02667600
               EXEC CICS                                                02667700
                   WRITE DATASET('ISASUB')                              02667800
                         FROM(CASHTXN-ISASUB-REC)                       02667900
                         RIDFLD(ISASUB-KEY OF CASHTXN-ISASUB-REC)       02668000
                         RESP(CASHTXN-RESP2)                            02668100
               END-EXEC                                                 02668200
           END-IF                                                       02668300
                                                                        02668400
           IF CASHTXN-RESP2 NOT = DFHRESP(NORMAL)                       02668500
               DISPLAY 'CASHTXN - CRITICAL - ISA LEDGER UPDATE FAILED ' 02668600
                   'FOR ACCOUNT ' CASHTXN-KEY-ACCNO                     02668700
           END-IF.                                                      02668800
       3700-EXIT.                                                       02668900
           EXIT.                                                        02669000
                                                                        02669100
      ******************************************************************02669200
      *  3750-ADD-SUBSCRIPTION - COUNT ONE MORE SUBSCRIPTION ON THE    *02669300
      *  LEDGER ROW.                                                   *02669400
      ******************************************************************02669500
       3750-ADD-SUBSCRIPTION.                                           02669600
           ADD COMM-CASH-AMOUNT                                         02669700
               TO ISASUB-SUBSCRIBED OF CASHTXN-ISASUB-REC               02669800
           ADD 1 TO ISASUB-SUB-COUNT OF CASHTXN-ISASUB-REC              02669900
           MOVE CASHTXN-ISA-ALLOWANCE                                   02670000
               TO ISASUB-ALLOWANCE OF CASHTXN-ISASUB-REC                02670100
           MOVE CASHTXN-TODAYS-DATE                                     02670200
               TO ISASUB-LAST-SUB-DATE OF CASHTXN-ISASUB-REC.           02670300
       3750-EXIT.                                                       02670400
           EXIT.                                                        02670500
                                                                        02670501
      ******************************************************************02670601
      *  3800-DRAW-NOTICE - DRAW THE WITHDRAWAL AGAINST THE NOTICE     *02670701
      *  THAT COVERED IT, CLOSING THE NOTICE AS DRAWN ONCE NOTHING IS  *02670801
      *  LEFT ON IT.  THE CASH IS ALREADY APPLIED, SO A REGISTER       *02670901
      *  FAILURE IS LOGGED RATHER THAN UNWOUND.                        *02671001
      ******************************************************************02671101
       3800-DRAW-NOTICE.                                                02671201
           MOVE CASHTXN-KEY-SORTCODE TO NOTICE-SORTCODE                 02671301
                                          OF CASHTXN-NOTICE-REC         02671401
           MOVE CASHTXN-KEY-ACCNO    TO NOTICE-ACCOUNT                  02671501
                                          OF CASHTXN-NOTICE-REC         02671601
           MOVE CASHTXN-NTC-NUMBER   TO NOTICE-NUMBER                   02671701
                                          OF CASHTXN-NOTICE-REC         02671801
                                                                        02671901
           EXEC CICS                                                    02672001
               READ DATASET('NOTICE')                                   02672101
                    INTO(CASHTXN-NOTICE-REC)                            02672201
                    RIDFLD(NOTICE-KEY OF CASHTXN-NOTICE-REC)            02672301
                    UPDATE                                              02672401
                    RESP(CASHTXN-RESP)                                  02672501
           END-EXEC                                                     02672601
                                                                        02672701
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        02672801
               DISPLAY 'CASHTXN - CRITICAL - NOTICE READ FAILED '       02672901
                   'FOR ACCOUNT ' CASHTXN-KEY-ACCNO                     02673001
               GO TO 3800-EXIT                                          02673101
           END-IF                                                       02673201
                                                                        02673301
           ADD COMM-CASH-AMOUNT                                         02673401
               TO NOTICE-DRAWN-AMOUNT OF CASHTXN-NOTICE-REC             02673501
           IF NOTICE-DRAWN-AMOUNT OF CASHTXN-NOTICE-REC                 02673601
              NOT < NOTICE-AMOUNT OF CASHTXN-NOTICE-REC                 02673701
               MOVE 'D' TO NOTICE-STATUS OF CASHTXN-NOTICE-REC          02673801
               MOVE CASHTXN-TODAYS-DATE                                 02673901
                   TO NOTICE-CLOSED-DATE OF CASHTXN-NOTICE-REC          02674001
           END-IF                                                       02674101
                                                                        02674201
           EXEC CICS                                                    02674301
               REWRITE DATASET('NOTICE')                                02674401
                       FROM(CASHTXN-NOTICE-REC)                         02674501
                       RESP(CASHTXN-RESP2)                              02674601
           END-EXEC                                                     02674701
                                                                        02674801
           IF CASHTXN-RESP2 NOT = DFHRESP(NORMAL)                       02674901
               DISPLAY 'CASHTXN - CRITICAL - NOTICE UPDATE FAILED '     02675001
                   'FOR ACCOUNT ' CASHTXN-KEY-ACCNO                     02675101
           END-IF.                                                      02675201
       3800-EXIT.                                                       02675301
           EXIT.                                                        02675401
                                                                        02675501
      ******************************************************************02675601
      *  3850-WRITE-PENALTY-PROCTRAN - LOG THE LOSS-OF-INTEREST        *02675701
      *  PENALTY TAKEN FOR IMMEDIATE ACCESS AGAINST THE PAYING         *02675801
      *  ACCOUNT, UNDER THE SECOND NUMBER RESERVED BY 2500.            *02675901
      ******************************************************************02676001
       3850-WRITE-PENALTY-PROCTRAN.                                     02676101
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF CASHTXN-PROCTRAN-REC 02676201
           MOVE CASHTXN-KEY-SORTCODE TO PROC-TRAN-SORT-CODE             02676301
                                         OF CASHTXN-PROCTRAN-REC        02676401
           MOVE CASHTXN-NTC-TRAN-NUMBER TO PROC-TRAN-NUMBER             02676501
                                           OF CASHTXN-PROCTRAN-REC      02676601
           MOVE CASHTXN-KEY-ACCNO TO PROC-TRAN-ACCOUNT-NUMBER           02676701
                                       OF CASHTXN-PROCTRAN-REC          02676801
           MOVE CASHTXN-TODAYS-DATE TO PROC-TRAN-DATE                   02676901
                                   OF CASHTXN-PROCTRAN-REC              02677001
           MOVE EIBTIME  TO PROC-TRAN-TIME   OF CASHTXN-PROCTRAN-REC    02677101
           MOVE EIBTASKN TO PROC-TRAN-REF    OF CASHTXN-PROCTRAN-REC    02677201
           MOVE 'NTP'    TO PROC-TRAN-TYPE   OF CASHTXN-PROCTRAN-REC    02677301
           MOVE CASHTXN-NTC-PENALTY                                     02677401
                       TO PROC-TRAN-AMOUNT OF CASHTXN-PROCTRAN-REC      02677501
           MOVE COMM-CASH-CURRENCY                                      02677601
                         TO PROC-TRAN-CURRENCY OF CASHTXN-PROCTRAN-REC  02677701
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        02677801
                         OF CASHTXN-PROCTRAN-REC                        02677901
           MOVE COMM-CASH-OPERATOR TO PROC-TRAN-OPERATOR                02677934
                                   OF CASHTXN-PROCTRAN-REC              02677967
           MOVE 'NOTICE PENALTY - LOSS OF INTEREST'                     02678001
               TO PROC-TRAN-DESC OF CASHTXN-PROCTRAN-REC                02678101
                                                                        02678201
           EXEC CICS                                                    02678301
               WRITE DATASET('PROCTRAN')                                02678401
                     FROM(CASHTXN-PROCTRAN-REC)                         02678501
                     RIDFLD(PROC-TRAN-ID OF CASHTXN-PROCTRAN-REC)       02678601
                     RESP(CASHTXN-RESP2)                                02678701
           END-EXEC                                                     02678801
                                                                        02678901
           IF CASHTXN-RESP2 NOT = DFHRESP(NORMAL)                       02679001
               DISPLAY 'CASHTXN - CRITICAL - PROCTRAN WRITE FAILED '    02679101
                   'FOR NOTICE PENALTY, ACCOUNT ' CASHTXN-KEY-ACCNO     02679201
           END-IF.                                                      02679301
       3850-EXIT.                                                       02679401
           EXIT.                                                        02679501
                                                                        02679601
      ******************************************************************02679701
      *  4000-STAND-IN-POST - THE BATCH WINDOW IS CLOSED.  THE ITEM    *02679801
      *  BELONGS TO THE NEXT BUSINESS DATE UNLESS EODROLL HAS ALREADY  *02679901
      *  ROLLED.  THE SNAPSHOT ROW STANDS IN FOR THE ACCOUNT RECORD    *02680001
      *  AND, WITH THE STAND-IN ACTIVITY SO FAR ADDED, FOR ITS LEDGER  *02680101
      *  BALANCE, SO A WITHDRAWAL MEETS THE SAME AVAILABLE-BALANCE     *02680201
      *  FLOOR AS BY DAY.  THE DAILY LIMITS, MANDATE, NOTICE AND ISA   *02680301
      *  CHECKS NEED THE MASTERS AND ARE LEFT TO THE DAY-TIME PATH;    *02680401
      *  MEMOREP SENDS ANYTHING THAT NO LONGER FITS TO SUSPENSE.       *02680501
      ******************************************************************02680601
       4000-STAND-IN-POST.                                              02680701
           IF BUSDATE-CURRENT-DATE OF CASHTXN-BUSDATE-REC               02680801
              = BUSDATE-WINDOW-DATE OF CASHTXN-BUSDATE-REC              02680901
               MOVE BUSDATE-NEXT-DATE OF CASHTXN-BUSDATE-REC            02681001
                   TO CASHTXN-TODAYS-DATE                               02681101
           END-IF                                                       02681201
                                                                        02681301
           PERFORM 4100-READ-SNAPSHOT THRU 4100-EXIT                    02681401
           IF COMM-CASH-FAIL-CODE NOT = SPACE                           02681501
               GO TO 4000-EXIT                                          02681601
           END-IF                                                       02681701
                                                                        02681801
           PERFORM 4200-READ-MEMO-BALANCE THRU 4200-EXIT                02681901
           IF COMM-CASH-FAIL-CODE NOT = SPACE                           02682001
               GO TO 4000-EXIT                                          02682101
           END-IF                                                       02682201
                                                                        02682301
           ADD MEMOBAL-NET-AMOUNT OF CASHTXN-MEMOBAL-REC                02682401
               TO ACCOUNT-BALANCE OF CASHTXN-ACCOUNT-REC                02682501
                                                                        02682601
           IF COMM-CASH-TXN-DEBIT                                       02682701
               PERFORM 1700-COMPUTE-AVAILABLE THRU 1700-EXIT            02682801
               IF COMM-CASH-AMOUNT > CASHTXN-AVAILABLE                  02682901
                   MOVE '6' TO COMM-CASH-FAIL-CODE                      02683001
                   EXEC CICS                                            02683021
                       UNLOCK DATASET('MEMOBAL')                        02683041
                              RESP(CASHTXN-RESP2)                       02683061
                   END-EXEC                                             02683081
                   GO TO 4000-EXIT                                      02683101
               END-IF                                                   02683201
           END-IF                                                       02683301
                                                                        02683401
           PERFORM 4300-ASSIGN-MEMO-SEQUENCE THRU 4300-EXIT             02683501
           IF COMM-CASH-FAIL-CODE NOT = SPACE                           02683601
               GO TO 4000-EXIT                                          02683701
           END-IF                                                       02683801
                                                                        02683901
           PERFORM 4400-WRITE-MEMO-ITEM THRU 4400-EXIT                  02684001
           IF COMM-CASH-FAIL-CODE NOT = SPACE                           02684101
               GO TO 4000-EXIT                                          02684201
           END-IF                                                       02684301
                                                                        02684401
           PERFORM 4500-PUT-MEMO-BALANCE THRU 4500-EXIT                 02684501
           PERFORM 3500-UPDATE-TILL THRU 3500-EXIT.                     02684601
       4000-EXIT.                                                       02684701
           EXIT.                                                        02684801
                                                                        02684901
      ******************************************************************02685001
      *  4100-READ-SNAPSHOT - READ THE ACCOUNT'S ROW FROM THE SNAPSHOT *02685101
      *  THAT CLOSED THE WINDOW.  NO ROW MEANS THE ACCOUNT WAS NOT ON  *02685201
      *  FILE AT THE CUT; A ROW NOT OPEN AT THE CUT IS REFUSED AS A    *02685301
      *  CLOSED ACCOUNT WOULD BE.  THE DECLARED CURRENCY MUST STILL BE *02685401
      *  STERLING.                                                     *02685501
      ******************************************************************02685601
       4100-READ-SNAPSHOT.                                              02685701
           MOVE BUSDATE-WINDOW-DATE OF CASHTXN-BUSDATE-REC              02685801
               TO BALSNAP-DATE OF CASHTXN-BALSNAP-REC                   02685901
           MOVE CASHTXN-KEY-SORTCODE TO BALSNAP-SORTCODE                02686001
                                          OF CASHTXN-BALSNAP-REC        02686101
           MOVE CASHTXN-KEY-ACCNO    TO BALSNAP-NUMBER                  02686201
                                          OF CASHTXN-BALSNAP-REC        02686301
                                                                        02686401
           EXEC CICS                                                    02686501
               READ DATASET('BALSNAP')                                  02686601
                    INTO(CASHTXN-BALSNAP-REC)                           02686701
                    RIDFLD(BALSNAP-KEY OF CASHTXN-BALSNAP-REC)          02686801
                    RESP(CASHTXN-RESP)                                  02686901
           END-EXEC                                                     02687001
                                                                        02687101
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        02687201
               MOVE '2' TO COMM-CASH-FAIL-CODE                          02687301
               GO TO 4100-EXIT                                          02687401
           END-IF                                                       02687501
                                                                        02687601
           MOVE BALSNAP-STATUS-FLAG OF CASHTXN-BALSNAP-REC              02687701
               TO ACCOUNT-STATUS-FLAG OF CASHTXN-ACCOUNT-REC            02687801
           MOVE BALSNAP-BALANCE OF CASHTXN-BALSNAP-REC                  02687901
               TO ACCOUNT-BALANCE OF CASHTXN-ACCOUNT-REC                02688001
                                                                        02688101
           IF NOT ACCOUNT-OPEN OF CASHTXN-ACCOUNT-REC                   02688201
               MOVE '4' TO COMM-CASH-FAIL-CODE                          02688301
               GO TO 4100-EXIT                                          02688401
           END-IF                                                       02688501
                                                                        02688601
           IF COMM-CASH-CURRENCY NOT = SPACES                           02688701
              AND COMM-CASH-CURRENCY NOT = 'GBP'                        02688801
               MOVE 'C' TO COMM-CASH-FAIL-CODE                          02688901
           END-IF.                                                      02689001
       4100-EXIT.                                                       02689101
           EXIT.                                                        02689201
                                                                        02689301
      ******************************************************************02689401
      *  4200-READ-MEMO-BALANCE - READ THE ACCOUNT'S STAND-IN RUNNING  *02689501
      *  TOTAL FOR UPDATE.  A MISSING ROW, OR ONE LEFT FROM AN EARLIER *02689601
      *  WINDOW, STARTS AT ZERO.                                       *02689701
      ******************************************************************02689801
       4200-READ-MEMO-BALANCE.                                          02689901
           MOVE 'N' TO CASHTXN-MEMBAL-SWITCH                            02690001
           MOVE CASHTXN-KEY-SORTCODE TO MEMOBAL-SORTCODE                02690101
                                          OF CASHTXN-MEMOBAL-REC        02690201
           MOVE CASHTXN-KEY-ACCNO    TO MEMOBAL-NUMBER                  02690301
                                          OF CASHTXN-MEMOBAL-REC        02690401
                                                                        02690501
           EXEC CICS                                                    02690601
               READ DATASET('MEMOBAL')                                  02690701
                    INTO(CASHTXN-MEMOBAL-REC)                           02690801
                    RIDFLD(MEMOBAL-KEY OF CASHTXN-MEMOBAL-REC)          02690901
                    UPDATE                                              02691001
                    RESP(CASHTXN-RESP)                                  02691101
           END-EXEC                                                     02691201
                                                                        02691301
           IF CASHTXN-RESP = DFHRESP(NOTFND)                            02691401
               SET CASHTXN-MEMBAL-NEW TO TRUE                           02691501
               MOVE 'MBAL' TO MEMOBAL-EYECATCHER OF CASHTXN-MEMOBAL-REC 02691601
               MOVE ZERO TO MEMOBAL-WINDOW-DATE OF CASHTXN-MEMOBAL-REC  02691701
           ELSE                                                         02691801
               IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                    02691901
                   MOVE '5' TO COMM-CASH-FAIL-CODE                      02692001
                   GO TO 4200-EXIT                                      02692101
               END-IF                                                   02692201
           END-IF                                                       02692301
                                                                        02692401
           IF MEMOBAL-WINDOW-DATE OF CASHTXN-MEMOBAL-REC                02692501
              NOT = BUSDATE-WINDOW-DATE OF CASHTXN-BUSDATE-REC          02692601
               MOVE BUSDATE-WINDOW-DATE OF CASHTXN-BUSDATE-REC          02692701
                   TO MEMOBAL-WINDOW-DATE OF CASHTXN-MEMOBAL-REC        02692801
               MOVE ZERO TO MEMOBAL-NET-AMOUNT OF CASHTXN-MEMOBAL-REC   02692901
               MOVE ZERO TO MEMOBAL-ITEM-COUNT OF CASHTXN-MEMOBAL-REC   02693001
           END-IF.                                                      02693101
       4200-EXIT.                                                       02693201
           EXIT.                                                        02693301
                                                                        02693401
      ******************************************************************02693501
      *  4300-ASSIGN-MEMO-SEQUENCE - TAKE THE NEXT ARRIVAL SEQUENCE    *02693601
      *  FROM THE QUEUE'S CONTROL ROW (SEQUENCE ZERO), HELD UNDER AN   *02693701
      *  UPDATE LOCK SO CONCURRENT TASKS QUEUE IN STRICT ORDER.  THE   *02693801
      *  ROW IS SEEDED ON FIRST USE.                                   *02693901
      ******************************************************************02694001
       4300-ASSIGN-MEMO-SEQUENCE.                                       02694101
           MOVE ZERO TO MEMOPOST-SEQUENCE OF CASHTXN-MEMOPOST-REC       02694201
                                                                        02694301
           EXEC CICS                                                    02694401
               READ DATASET('MEMOPOST')                                 02694501
                    INTO(CASHTXN-MEMOPOST-REC)                          02694601
                    RIDFLD(MEMOPOST-KEY OF CASHTXN-MEMOPOST-REC)        02694701
                    UPDATE                                              02694801
                    RESP(CASHTXN-RESP)                                  02694901
           END-EXEC                                                     02695001
                                                                        02695101
           IF CASHTXN-RESP = DFHRESP(NOTFND)                            02695201
               MOVE 'MEMO' TO MEMOPOST-EYECATCHER                       02695301
                                  OF CASHTXN-MEMOPOST-REC               02695401
               MOVE SPACES TO MEMOPOST-CONTROL OF CASHTXN-MEMOPOST-REC  02695501
               MOVE 1 TO MEMOPOST-LAST-SEQUENCE OF CASHTXN-MEMOPOST-REC 02695601
               EXEC CICS                                                02695701
                   WRITE DATASET('MEMOPOST')                            02695801
                         FROM(CASHTXN-MEMOPOST-REC)                     02695901
                         RIDFLD(MEMOPOST-KEY OF CASHTXN-MEMOPOST-REC)   02696001
                         RESP(CASHTXN-RESP)                             02696101
               END-EXEC                                                 02696201
           ELSE                                                         02696301
               IF CASHTXN-RESP = DFHRESP(NORMAL)                        02696401
                   ADD 1 TO MEMOPOST-LAST-SEQUENCE                      02696501
                                OF CASHTXN-MEMOPOST-REC                 02696601
                   EXEC CICS                                            02696701
                       REWRITE DATASET('MEMOPOST')                      02696801
                               FROM(CASHTXN-MEMOPOST-REC)               02696901
                               RESP(CASHTXN-RESP)                       02697001
                   END-EXEC                                             02697101
               END-IF                                                   02697201
           END-IF                                                       02697301
                                                                        02697401
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        02697501
               MOVE '5' TO COMM-CASH-FAIL-CODE                          02697601
               GO TO 4300-EXIT                                          02697701
           END-IF                                                       02697801
                                                                        02697901
           MOVE MEMOPOST-LAST-SEQUENCE OF CASHTXN-MEMOPOST-REC          02698001
               TO CASHTXN-MEMO-SEQUENCE.                                02698101
       4300-EXIT.                                                       02698201
           EXIT.                                                        02698301
                                                                        02698401
      ******************************************************************02698501
      *  4400-WRITE-MEMO-ITEM - QUEUE THE POSTING WITH EVERYTHING      *02698601
      *  MEMOREP NEEDS TO WRITE THE PROCTRAN ROW 3000 WOULD HAVE       *02698701
      *  WRITTEN.                                                      *02698801
      ******************************************************************02698901
       4400-WRITE-MEMO-ITEM.                                            02699001
           MOVE SPACES TO CASHTXN-MEMOPOST-REC                          02699101
           MOVE 'MEMO' TO MEMOPOST-EYECATCHER OF CASHTXN-MEMOPOST-REC   02699201
           MOVE CASHTXN-MEMO-SEQUENCE TO MEMOPOST-SEQUENCE              02699301
                                          OF CASHTXN-MEMOPOST-REC       02699401
           MOVE CASHTXN-TODAYS-DATE TO MEMOPOST-BUS-DATE                02699501
                                        OF CASHTXN-MEMOPOST-REC         02699601
           MOVE BUSDATE-WINDOW-DATE OF CASHTXN-BUSDATE-REC              02699701
               TO MEMOPOST-WINDOW-DATE OF CASHTXN-MEMOPOST-REC          02699801
           MOVE CASHTXN-KEY-SORTCODE TO MEMOPOST-SORTCODE               02699901
                                          OF CASHTXN-MEMOPOST-REC       02700001
           MOVE CASHTXN-KEY-ACCNO    TO MEMOPOST-ACCNO                  02700101
                                          OF CASHTXN-MEMOPOST-REC       02700201
           IF COMM-CASH-TXN-CREDIT                                      02700301
               SET MEMOPOST-CREDIT OF CASHTXN-MEMOPOST-REC TO TRUE      02700401
               MOVE 'COUNTER CASH PAID IN'                              02700501
                   TO MEMOPOST-DESC OF CASHTXN-MEMOPOST-REC             02700601
           ELSE                                                         02700701
               SET MEMOPOST-DEBIT OF CASHTXN-MEMOPOST-REC TO TRUE       02700801
               MOVE 'COUNTER CASH PAID OUT'                             02700901
                   TO MEMOPOST-DESC OF CASHTXN-MEMOPOST-REC             02701001
           END-IF                                                       02701101
           SET MEMOPOST-CHECK-FUNDS OF CASHTXN-MEMOPOST-REC TO TRUE     02701201
           MOVE COMM-CASH-TXN-TYPE TO MEMOPOST-TXN-TYPE                 02701301
                                      OF CASHTXN-MEMOPOST-REC           02701401
           MOVE COMM-CASH-AMOUNT TO MEMOPOST-AMOUNT                     02701501
                                    OF CASHTXN-MEMOPOST-REC             02701601
           MOVE COMM-CASH-CURRENCY TO MEMOPOST-CURRENCY                 02701701
                                      OF CASHTXN-MEMOPOST-REC           02701801
           MOVE 'CASHTXN' TO MEMOPOST-SOURCE OF CASHTXN-MEMOPOST-REC    02701901
           MOVE EIBTASKN TO MEMOPOST-REF OF CASHTXN-MEMOPOST-REC        02702001
           MOVE COMM-CASH-OPERATOR TO MEMOPOST-OPERATOR                 02702101
                                      OF CASHTXN-MEMOPOST-REC           02702201
           ACCEPT MEMOPOST-ARRIVAL-DATE OF CASHTXN-MEMOPOST-REC         02702301
               FROM DATE YYYYMMDD                                       02702401
           MOVE EIBTIME TO MEMOPOST-ARRIVAL-TIME OF CASHTXN-MEMOPOST-REC02702501
           MOVE ZERO TO MEMOPOST-CARDHOLDER OF CASHTXN-MEMOPOST-REC     02702601
           MOVE ZERO TO MEMOPOST-HOLD-EXPIRY OF CASHTXN-MEMOPOST-REC    02702701
           SET MEMOPOST-PENDING OF CASHTXN-MEMOPOST-REC TO TRUE         02702801
           MOVE ZERO TO MEMOPOST-REPLAY-DATE OF CASHTXN-MEMOPOST-REC    02702901
           MOVE ZERO TO MEMOPOST-ENTRY-NUMBER OF CASHTXN-MEMOPOST-REC   02703001
                                                                        02703101
           EXEC CICS                                                    02703201
               WRITE DATASET('MEMOPOST')                                02703301
                     FROM(CASHTXN-MEMOPOST-REC)                         02703401
                     RIDFLD(MEMOPOST-KEY OF CASHTXN-MEMOPOST-REC)       02703501
                     RESP(CASHTXN-RESP)                                 02703601
           END-EXEC                                                     02703701
                                                                        02703801
           IF CASHTXN-RESP NOT = DFHRESP(NORMAL)                        02703901
               MOVE '7' TO COMM-CASH-FAIL-CODE                          02704001
           END-IF.                                                      02704101
       4400-EXIT.                                                       02704201
           EXIT.                                                        02704301
                                                                        02704401
      ******************************************************************02704501
      *  4500-PUT-MEMO-BALANCE - COUNT THE QUEUED POSTING ON THE       *02704601
      *  ACCOUNT'S STAND-IN RUNNING TOTAL.  THE ITEM IS ALREADY        *02704701
      *  QUEUED, SO A FAILURE HERE IS REPORTED, NOT REFUSED.           *02704801
      ******************************************************************02704901
       4500-PUT-MEMO-BALANCE.                                           02705001
           IF COMM-CASH-TXN-CREDIT                                      02705101
               ADD COMM-CASH-AMOUNT                                     02705201
                  TO MEMOBAL-NET-AMOUNT OF CASHTXN-MEMOBAL-REC          02705301
           ELSE                                                         02705401
               SUBTRACT COMM-CASH-AMOUNT                                02705501
                  FROM MEMOBAL-NET-AMOUNT OF CASHTXN-MEMOBAL-REC        02705601
           END-IF                                                       02705701
           ADD 1 TO MEMOBAL-ITEM-COUNT OF CASHTXN-MEMOBAL-REC           02705801
                                                                        02705901
           IF CASHTXN-MEMBAL-NEW                                        02706001
               EXEC CICS                                                02706101
                   WRITE DATASET('MEMOBAL')                             02706201
                         FROM(CASHTXN-MEMOBAL-REC)                      02706301
                         RIDFLD(MEMOBAL-KEY OF CASHTXN-MEMOBAL-REC)     02706401
                         RESP(CASHTXN-RESP2)                            02706501
               END-EXEC                                                 02706601
           ELSE                                                         02706701
               EXEC CICS                                                02706801
                   REWRITE DATASET('MEMOBAL')                           02706901
                           FROM(CASHTXN-MEMOBAL-REC)                    02707001
                           RESP(CASHTXN-RESP2)                          02707101
               END-EXEC                                                 02707201
           END-IF                                                       02707301
                                                                        02707401
           IF CASHTXN-RESP2 NOT = DFHRESP(NORMAL)                       02707501
               DISPLAY 'CASHTXN - CRITICAL - MEMOBAL UPDATE FAILED '    02707601
                   'FOR ACCOUNT ' CASHTXN-KEY-ACCNO                     02707701
           END-IF.                                                      02707801
       4500-EXIT.                                                       02707901
           EXIT.                                                        02708001
                                                                        02708101
      ******************************************************************02660000
      *  9999-EXIT - RETURN TO THE CALLER.                             *02670000
      ******************************************************************02680000
