      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    INTLPAY.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  INTLPAY - CAPTURE AN OUTBOUND INTERNATIONAL PAYMENT           *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS AN INTLPAY COMMAREA (COPYBOOK INTLPAY)     *00150000
      *             FROM A BRANCH OR WEB FRONT END NAMING THE PAYING   *00160000
      *             ACCOUNT, THE BENEFICIARY'S IBAN, BIC AND NAME, THE *00170000
      *             PAYMENT CURRENCY AND AMOUNT, AND WHO BEARS THE     *00180000
      *             CHARGES :                                          *00190000
      *                                                                *00200000
      *               OUR - THE CUSTOMER PAYS ALL CHARGES (IPO FEE)    *00210000
      *               SHA - CHARGES ARE SHARED; THE CUSTOMER PAYS      *00220000
      *                     OURS (IPS FEE)                             *00230000
      *               BEN - THE BENEFICIARY PAYS; OUR CHARGE (IPB      *00240000
      *                     FEE) COMES OUT OF THE AMOUNT SENT          *00250000
      *                                                                *00260000
      *             THE IBAN MUST PASS ITS MOD-97 CHECK AND THE BIC    *00270000
      *             BE WELL FORMED, AND THE BENEFICIARY NAME IS        *00280000
      *             SCREENED AGAINST THE WATCHLIST AS XFRFUN SCREENS   *00290000
      *             A PAYEE.  THE AMOUNT IS CONVERTED INTO THE PAYING  *00300000
      *             ACCOUNT'S CURRENCY AT TODAY'S FX RATE MASTER MID   *00310000
      *             RATES (GBP = 1) PLUS THE DEALING MARGIN FOR THE    *00320000
      *             ACCOUNT TYPE (FXM ROW ON THE FEE SCHEDULE,         *00330000
      *             STANDARD 1.5% WHEN THERE IS NONE); THE CHARGE IS   *00340000
      *             THE FEE SCHEDULE AMOUNT FOR THE ACCOUNT TYPE AND   *00350000
      *             CHARGE OPTION, NONE WHEN THERE IS NO ROW.          *00360000
      *                                                                *00370000
      *             THE WHOLE DEBIT IS TESTED AGAINST THE AVAILABLE    *00380000
      *             BALANCE AND ACLIMIT CEILINGS EXACTLY AS XFRFUN     *00390000
      *             TESTS A TRANSFER, THEN TAKEN FROM THE ACCOUNT AND  *00400000
      *             LOGGED AS A PDR PROCTRAN ROW FOR THE PAYMENT AND   *00410000
      *             A FEE ROW FOR THE CHARGE.  THE PAYMENT IS          *00420000
      *             WAREHOUSED PENDING ON THE INTERNATIONAL PAYMENT    *00430000
      *             REGISTER (COPYBOOK INTLREG) FOR THE NIGHTLY        *00440000
      *             INTLSEND BATCH TO CUT THE OUTBOUND MESSAGE AND     *00450000
      *             ITS PAYSTAT ROW.  THE REFERENCE, DEALING RATE,     *00460000
      *             AMOUNTS TAKEN AND AMOUNT TO BE SENT GO BACK IN     *00470000
      *             THE COMMAREA.  SETS COMM-INT-SUCCESS AND           *00480000
      *             COMM-INT-FAIL-CODE.                                *00490000
      *                                                                *00500000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00510000
      *             CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00520000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00530000
      *             FXRATES  - VSAM KSDS - FX RATE MASTER              *00540000
      *             FEESCHED - VSAM KSDS - FEE SCHEDULE                *00550000
      *             INTLREG  - VSAM KSDS - INTERNATIONAL PAYMENTS      *00560000
      *             ACLIMIT  - VSAM KSDS - PER-ACCOUNT DEBIT LIMITS    *00570000
      *             ACLIMUSE - VSAM KSDS - DAILY DEBIT USAGE           *00580000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS         *00590000
      *             AUTHHOLD - VSAM KSDS - CARD AUTHORIZATION HOLDS    *00600000
      *             LEGORDER - VSAM KSDS - LEGAL-ORDER EARMARKS        *00610000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES           *00620000
      *             WATCHLST - VSAM KSDS - WATCHLIST MASTER            *00630000
      *             WLHIT    - VSAM KSDS - PENDING REVIEW QUEUE        *00640000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00650000
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00655000
      *                                                                *00660000
      *  CHANGE HISTORY                                                *00670000
      *  ----------------------------------------------------------    *00680000
      *  DATE        BY    DESCRIPTION                                 *00690000
      *  2026-10-15  BAG   INITIAL VERSION                             *00700000
      *  2026-10-15  BAG   PAYMENTS WAITING ON PENDREL FOR HIGH-VALUE  *00702500
      *                    RELEASE ARE EARMARKED OUT OF THE AVAILABLE  *00705000
      *                    BALANCE                                     *00707500
      *                                                                *00710000
      ******************************************************************00720000
       DATA DIVISION.                                                   00730000
       WORKING-STORAGE SECTION.                                         00740000
       01  INTLPAY-WORK-AREA.                                           00750000
           05  INTLPAY-RESP               PIC S9(8) COMP.               00760000
           05  INTLPAY-RESP2              PIC S9(8) COMP.               00770000
           05  INTLPAY-FROM-KEY.                                        00780000
               10  INTLPAY-FROM-SORTCODE  PIC 9(6).                     00790000
               10  INTLPAY-FROM-ACCNO     PIC 9(8).                     00800000
           05  INTLPAY-TRAN-NUMBER        PIC 9(8).                     00810000
           05  INTLPAY-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00820000
           05  INTLPAY-REFERENCE          PIC X(20) VALUE SPACES.       00830000
           05  INTLPAY-ORDERING-NAME      PIC X(35) VALUE SPACES.       00840000
           05  INTLPAY-ACCT-CURRENCY      PIC X(3)  VALUE SPACES.       00850000
           05  INTLPAY-PAY-RATE           PIC 9(3)V9(6) VALUE 1.        00860000
           05  INTLPAY-ACCT-RATE          PIC 9(3)V9(6) VALUE 1.        00870000
           05  INTLPAY-RATE-CCY           PIC X(3)  VALUE SPACES.       00880000
           05  INTLPAY-RATE-RESULT        PIC 9(3)V9(6) VALUE 1.        00890000
           05  INTLPAY-DEAL-RATE          PIC 9(5)V9(6) VALUE 1.        00900000
           05  INTLPAY-MARGIN-PCT         PIC 9(3)V9(4) VALUE ZERO.     00910000
           05  INTLPAY-STD-MARGIN-PCT     PIC 9(3)V9(4) VALUE 1.5.      00920000
           05  INTLPAY-PRINCIPAL          PIC S9(10)V99 VALUE ZERO.     00930000
           05  INTLPAY-PDR-AMOUNT         PIC S9(10)V99 VALUE ZERO.     00940000
           05  INTLPAY-CHARGE             PIC S9(8)V99  VALUE ZERO.     00950000
           05  INTLPAY-DEBIT-TOTAL        PIC S9(10)V99 VALUE ZERO.     00960000
           05  INTLPAY-SENT-AMOUNT        PIC S9(10)V99 VALUE ZERO.     00970000
           05  INTLPAY-FEE-EVENT          PIC X(3)  VALUE SPACES.       00980000
           05  INTLPAY-FEE-DESC           PIC X(30) VALUE SPACES.       00990000
           05  INTLPAY-LIMUSE-SWITCH      PIC X     VALUE 'N'.          01000000
               88  INTLPAY-LIMUSE-NEW           VALUE 'Y'.              01010000
           05  INTLPAY-CUST-KEY.                                        01020000
               10  INTLPAY-CUST-KEY-SCODE PIC 9(6).                     01030000
               10  INTLPAY-CUST-KEY-NUMBER                              01040000
                                          PIC 9(10).                    01050000
           05  INTLPAY-OD-LIMIT           PIC S9(10)V99 VALUE ZERO.     01060000
           05  INTLPAY-HOLD-TOTAL         PIC S9(10)V99 VALUE ZERO.     01070000
           05  INTLPAY-HOLD-BROWSE-SWITCH PIC X     VALUE 'N'.          01080000
               88  INTLPAY-HOLD-BROWSE-DONE     VALUE 'Y'.              01090000
           05  INTLPAY-EARMARK-TOTAL      PIC S9(10)V99 VALUE ZERO.     01100000
           05  INTLPAY-LEG-BROWSE-SWITCH  PIC X     VALUE 'N'.          01110000
               88  INTLPAY-LEG-BROWSE-DONE      VALUE 'Y'.              01120000
           05  INTLPAY-UNCLEARED-TOTAL    PIC S9(10)V99 VALUE ZERO.     01130000
           05  INTLPAY-UNCL-BROWSE-SWITCH PIC X     VALUE 'N'.          01140000
               88  INTLPAY-UNCL-BROWSE-DONE     VALUE 'Y'.              01150000
           05  INTLPAY-HVQ-TOTAL          PIC S9(10)V99 VALUE ZERO.     01152500
           05  INTLPAY-HVQ-BROWSE-SWITCH  PIC X     VALUE 'N'.          01155000
               88  INTLPAY-HVQ-BROWSE-DONE      VALUE 'Y'.              01157500
           05  INTLPAY-WL-EOF-SWITCH      PIC X     VALUE 'N'.          01160000
               88  INTLPAY-WL-DONE              VALUE 'Y'.              01170000
           05  INTLPAY-WL-HIT-ENTRY       PIC 9(8)  VALUE ZERO.         01180000
           05  INTLPAY-SCREEN-NAME        PIC X(60) VALUE SPACES.       01190000
                                                                        01200000
      *   IBAN AND BIC CHECKING.  THE IBAN'S FIRST FOUR CHARACTERS     *01210000
      *   MOVE TO THE END, EVERY LETTER COUNTS AS TWO DIGITS (A = 10   *01220000
      *   TO Z = 35), AND THE RESULTING NUMBER MUST LEAVE 1 WHEN       *01230000
      *   DIVIDED BY 97.  THE REMAINDER IS CARRIED A CHARACTER AT A    *01240000
      *   TIME SO THE FULL NUMBER IS NEVER HELD.                       *01250000
       01  INTLPAY-IBAN-AREA.                                           01260000
           05  INTLPAY-IBAN               PIC X(34) VALUE SPACES.       01270000
           05  INTLPAY-IBAN-WORK          PIC X(34) VALUE SPACES.       01280000
           05  INTLPAY-IBAN-LEN           PIC 9(4)  COMP VALUE ZERO.    01290000
           05  INTLPAY-IBAN-SUB           PIC 9(4)  COMP VALUE ZERO.    01300000
           05  INTLPAY-SPACE-COUNT        PIC 9(4)  COMP VALUE ZERO.    01310000
           05  INTLPAY-ALPHA-SUB          PIC 9(4)  COMP VALUE ZERO.    01320000
           05  INTLPAY-LETTER-VALUE       PIC 9(4)  COMP VALUE ZERO.    01330000
           05  INTLPAY-IBAN-NUMBER        PIC 9(6)  COMP VALUE ZERO.    01340000
           05  INTLPAY-IBAN-QUOTIENT      PIC 9(6)  COMP VALUE ZERO.    01350000
           05  INTLPAY-IBAN-REMAINDER     PIC 9(4)  COMP VALUE ZERO.    01360000
           05  INTLPAY-IBAN-CHAR          PIC X     VALUE SPACE.        01370000
           05  INTLPAY-IBAN-DIGIT REDEFINES INTLPAY-IBAN-CHAR           01380000
                                          PIC 9.                        01390000
           05  INTLPAY-IBAN-SWITCH        PIC X     VALUE 'N'.          01400000
               88  INTLPAY-IBAN-BAD             VALUE 'Y'.              01410000
           05  INTLPAY-BIC                PIC X(11) VALUE SPACES.       01420000
           05  INTLPAY-ALPHABET           PIC X(26) VALUE               01430000
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            01440000
           05  INTLPAY-LOWER-CASE         PIC X(26) VALUE               01450000
               'abcdefghijklmnopqrstuvwxyz'.                            01460000
                                                                        01470000
       01  INTLPAY-ACCOUNT-REC.                                         01480000
           COPY ACCOUNT.                                                01490000
                                                                        01500000
       01  INTLPAY-CUSTOMER-REC.                                        01510000
           COPY CUSTOMER.                                               01520000
                                                                        01530000
       01  INTLPAY-PROCTRAN-REC.                                        01540000
           COPY PROCTRAN.                                               01550000
                                                                        01560000
       01  INTLPAY-FXRATE-REC.                                          01570000
           COPY FXRATE.                                                 01580000
                                                                        01590000
       01  INTLPAY-FEESCHED-REC.                                        01600000
           COPY FEESCHED.                                               01610000
                                                                        01620000
       01  INTLPAY-INTLREG-REC.                                         01630000
           COPY INTLREG.                                                01640000
                                                                        01650000
       01  INTLPAY-LIMIT-REC.                                           01660000
           COPY ACLIMIT.                                                01670000
                                                                        01680000
       01  INTLPAY-LIMUSE-REC.                                          01690000
           COPY ACLIMUSE.                                               01700000
                                                                        01710000
       01  INTLPAY-ODFAC-REC.                                           01720000
           COPY ODFACIL.                                                01730000
                                                                        01740000
       01  INTLPAY-HOLD-REC.                                            01750000
           COPY AUTHHOLD.                                               01760000
                                                                        01770000
       01  INTLPAY-LEGORDER-REC.                                        01780000
           COPY LEGORDER.                                               01790000
                                                                        01800000
       01  INTLPAY-UNCLEAR-REC.                                         01810000
           COPY UNCLRCHQ.                                               01820000
                                                                        01822500
       01  INTLPAY-PENDREL-REC.                                         01825000
           COPY PENDREL.                                                01827500
                                                                        01830000
       01  INTLPAY-WATCHLST-REC.                                        01840000
           COPY WATCHLST.                                               01850000
                                                                        01860000
       01  INTLPAY-WLHIT-REC.                                           01870000
           COPY WLHIT.                                                  01880000
                                                                        01890000
       01  ACCKD-PARAMETER-AREA.                                        01900000
           COPY ACCKDQ.                                                 01910000
                                                                        01920000
       01  INTLPAY-BUSDATE-REC.                                         01930000
           COPY BUSDATE.                                                01940000
                                                                        01950000
       LINKAGE SECTION.                                                 01960000
       01  DFHCOMMAREA.                                                 01970000
           COPY INTLPAY.                                                01980000
                                                                        01990000
      ******************************************************************02000000
       PROCEDURE DIVISION.                                              02010000
      ******************************************************************02020000
       0000-MAINLINE.                                                   02030000
           MOVE SPACE TO COMM-INT-SUCCESS                               02040000
           MOVE SPACE TO COMM-INT-FAIL-CODE                             02050000
           MOVE SPACES TO COMM-INT-REFERENCE                            02060000
           MOVE ZERO TO COMM-INT-DEAL-RATE                              02070000
           MOVE ZERO TO COMM-INT-DEBIT-AMOUNT                           02080000
           MOVE ZERO TO COMM-INT-CHARGE-AMOUNT                          02090000
           MOVE ZERO TO COMM-INT-SENT-AMOUNT                            02100000
                                                                        02110000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF INTLPAY-BUSDATE-REC  02120000
           EXEC CICS                                                    02130000
               READ DATASET('BUSDATE')                                  02140000
                    INTO(INTLPAY-BUSDATE-REC)                           02150000
                    RIDFLD(BUSDATE-KEY OF INTLPAY-BUSDATE-REC)          02160000
                    RESP(INTLPAY-RESP)                                  02170000
           END-EXEC                                                     02180000
           IF INTLPAY-RESP = DFHRESP(NORMAL)                            02190000
               MOVE BUSDATE-CURRENT-DATE OF INTLPAY-BUSDATE-REC         02200000
                   TO INTLPAY-TODAYS-DATE                               02210000
           ELSE                                                         02220000
               ACCEPT INTLPAY-TODAYS-DATE FROM DATE YYYYMMDD            02230000
           END-IF                                                       02240000
                                                                        02250000
           PERFORM 0500-VALIDATE-REQUEST THRU 0500-EXIT                 02260000
                                                                        02270000
           IF COMM-INT-FAIL-CODE = SPACE                                02280000
               PERFORM 1000-READ-FROM-ACCOUNT THRU 1000-EXIT            02290000
           END-IF                                                       02300000
                                                                        02310000
           IF COMM-INT-FAIL-CODE = SPACE                                02320000
               PERFORM 1750-CHECK-FROM-DECEASED THRU 1750-EXIT          02330000
           END-IF                                                       02340000
                                                                        02350000
           IF COMM-INT-FAIL-CODE = SPACE                                02360000
               PERFORM 1800-SCREEN-PAYEE THRU 1800-EXIT                 02370000
           END-IF                                                       02380000
                                                                        02390000
           IF COMM-INT-FAIL-CODE = SPACE                                02400000
               PERFORM 1900-PRICE-PAYMENT THRU 1900-EXIT                02410000
           END-IF                                                       02420000
                                                                        02430000
           IF COMM-INT-FAIL-CODE = SPACE                                02440000
               PERFORM 2000-DEBIT-FROM-ACCOUNT THRU 2000-EXIT           02450000
           END-IF                                                       02460000
                                                                        02470000
           IF COMM-INT-FAIL-CODE = SPACE                                02480000
               PERFORM 2500-WRITE-REGISTER THRU 2500-EXIT               02490000
           END-IF                                                       02500000
                                                                        02510000
           IF COMM-INT-FAIL-CODE = SPACE                                02520000
               MOVE 'Y' TO COMM-INT-SUCCESS                             02530000
               PERFORM 3000-WRITE-PDR-PROCTRAN THRU 3000-EXIT           02540000
               IF INTLPAY-CHARGE > ZERO                                 02550000
                   PERFORM 3500-WRITE-FEE-PROCTRAN THRU 3500-EXIT       02560000
               END-IF                                                   02570000
               MOVE INTLPAY-REFERENCE   TO COMM-INT-REFERENCE           02580000
               MOVE INTLPAY-DEAL-RATE   TO COMM-INT-DEAL-RATE           02590000
               MOVE INTLPAY-PDR-AMOUNT  TO COMM-INT-DEBIT-AMOUNT        02600000
               MOVE INTLPAY-CHARGE      TO COMM-INT-CHARGE-AMOUNT       02610000
               MOVE INTLPAY-SENT-AMOUNT TO COMM-INT-SENT-AMOUNT         02620000
           ELSE                                                         02630000
               MOVE 'N' TO COMM-INT-SUCCESS                             02640000
           END-IF                                                       02650000
                                                                        02660000
           GO TO 9999-EXIT.                                             02670000
                                                                        02680000
      ******************************************************************02690000
      *  0500-VALIDATE-REQUEST - REJECT A PAYMENT THAT CAN NEVER BE    *02700000
      *  SENT BEFORE THE ACCOUNT IS TOUCHED : A POSITIVE AMOUNT, A     *02710000
      *  CURRENCY, A KNOWN CHARGE OPTION, A BENEFICIARY NAME, A        *02720000
      *  PAYING ACCOUNT NUMBER THAT PASSES ITS CHECK DIGIT, AND A      *02730000
      *  WELL-FORMED BIC AND IBAN.                                     *02740000
      ******************************************************************02750000
       0500-VALIDATE-REQUEST.                                           02760000
           MOVE COMM-INT-SORTCODE TO INTLPAY-FROM-SORTCODE              02770000
           MOVE COMM-INT-ACCNO    TO INTLPAY-FROM-ACCNO                 02780000
                                                                        02790000
           IF COMM-INT-AMOUNT NOT NUMERIC                               02800000
              OR COMM-INT-AMOUNT NOT > ZERO                             02810000
              OR COMM-INT-CURRENCY = SPACES                             02820000
               MOVE '1' TO COMM-INT-FAIL-CODE                           02830000
               GO TO 0500-EXIT                                          02840000
           END-IF                                                       02850000
                                                                        02860000
           IF NOT COMM-INT-CHARGES-OUR                                  02870000
              AND NOT COMM-INT-CHARGES-SHARED                           02880000
              AND NOT COMM-INT-CHARGES-BEN                              02890000
               MOVE '9' TO COMM-INT-FAIL-CODE                           02900000
               GO TO 0500-EXIT                                          02910000
           END-IF                                                       02920000
                                                                        02930000
           IF COMM-INT-BENEF-NAME = SPACES                              02940000
               MOVE 'N' TO COMM-INT-FAIL-CODE                           02950000
               GO TO 0500-EXIT                                          02960000
           END-IF                                                       02970000
                                                                        02980000
           MOVE 'V' TO ACCKD-FUNCTION                                   02990000
           MOVE INTLPAY-FROM-ACCNO TO ACCKD-ACCOUNT-NUMBER              03000000
           CALL 'ACCCKDG' USING ACCKD-REQUEST                           03010000
           IF NOT ACCKD-VALID                                           03020000
               MOVE 'K' TO COMM-INT-FAIL-CODE                           03030000
               GO TO 0500-EXIT                                          03040000
           END-IF                                                       03050000
                                                                        03060000
           PERFORM 0700-CHECK-BIC THRU 0700-EXIT                        03070000
           IF COMM-INT-FAIL-CODE NOT = SPACE                            03080000
               GO TO 0500-EXIT                                          03090000
           END-IF                                                       03100000
                                                                        03110000
           PERFORM 0600-CHECK-IBAN THRU 0600-EXIT.                      03120000
       0500-EXIT.                                                       03130000
           EXIT.                                                        03140000
                                                                        03150000
      ******************************************************************03160000
      *  0600-CHECK-IBAN - 15 TO 34 CHARACTERS WITH NO EMBEDDED        *03170000
      *  SPACES, A TWO-LETTER COUNTRY CODE, TWO CHECK DIGITS, AND A    *03180000
      *  MOD-97 REMAINDER OF 1.  LOWER CASE IS TAKEN AS UPPER.         *03190000
      ******************************************************************03200000
       0600-CHECK-IBAN.                                                 03210000
           MOVE COMM-INT-BENEF-IBAN TO INTLPAY-IBAN                     03220000
           INSPECT INTLPAY-IBAN                                         03230000
               CONVERTING INTLPAY-LOWER-CASE TO INTLPAY-ALPHABET        03240000
                                                                        03250000
           MOVE ZERO TO INTLPAY-SPACE-COUNT                             03260000
           INSPECT INTLPAY-IBAN                                         03270000
               TALLYING INTLPAY-SPACE-COUNT FOR ALL SPACE               03280000
           COMPUTE INTLPAY-IBAN-LEN = 34 - INTLPAY-SPACE-COUNT          03290000
                                                                        03300000
           IF INTLPAY-IBAN-LEN < 15                                     03310000
               MOVE '3' TO COMM-INT-FAIL-CODE                           03320000
               GO TO 0600-EXIT                                          03330000
           END-IF                                                       03340000
                                                                        03350000
           MOVE ZERO TO INTLPAY-SPACE-COUNT                             03360000
           INSPECT INTLPAY-IBAN(1:INTLPAY-IBAN-LEN)                     03370000
               TALLYING INTLPAY-SPACE-COUNT FOR ALL SPACE               03380000
           IF INTLPAY-SPACE-COUNT > ZERO                                03390000
               MOVE '3' TO COMM-INT-FAIL-CODE                           03400000
               GO TO 0600-EXIT                                          03410000
           END-IF                                                       03420000
                                                                        03430000
           IF INTLPAY-IBAN(1:2) NOT ALPHABETIC                          03440000
              OR INTLPAY-IBAN(3:2) NOT NUMERIC                          03450000
               MOVE '3' TO COMM-INT-FAIL-CODE                           03460000
               GO TO 0600-EXIT                                          03470000
           END-IF                                                       03480000
                                                                        03490000
           MOVE SPACES TO INTLPAY-IBAN-WORK                             03500000
           STRING INTLPAY-IBAN(5:INTLPAY-IBAN-LEN - 4)                  03510000
                  INTLPAY-IBAN(1:4)                                     03520000
               DELIMITED BY SIZE                                        03530000
               INTO INTLPAY-IBAN-WORK                                   03540000
           END-STRING                                                   03550000
                                                                        03560000
           MOVE ZERO TO INTLPAY-IBAN-REMAINDER                          03570000
           MOVE 'N'  TO INTLPAY-IBAN-SWITCH                             03580000
           PERFORM 0650-IBAN-NEXT-CHAR THRU 0650-EXIT                   03590000
               VARYING INTLPAY-IBAN-SUB FROM 1 BY 1                     03600000
               UNTIL INTLPAY-IBAN-SUB > INTLPAY-IBAN-LEN                03610000
                  OR INTLPAY-IBAN-BAD                                   03620000
                                                                        03630000
           IF INTLPAY-IBAN-BAD                                          03640000
              OR INTLPAY-IBAN-REMAINDER NOT = 1                         03650000
               MOVE '3' TO COMM-INT-FAIL-CODE                           03660000
           END-IF.                                                      03670000
       0600-EXIT.                                                       03680000
           EXIT.                                                        03690000
                                                                        03700000
      ******************************************************************03710000
      *  0650-IBAN-NEXT-CHAR - FOLD ONE MORE CHARACTER OF THE          *03720000
      *  REARRANGED IBAN INTO THE RUNNING MOD-97 REMAINDER.            *03730000
      ******************************************************************03740000
       0650-IBAN-NEXT-CHAR.                                             03750000
           MOVE INTLPAY-IBAN-WORK(INTLPAY-IBAN-SUB:1)                   03760000
               TO INTLPAY-IBAN-CHAR                                     03770000
                                                                        03780000
           IF INTLPAY-IBAN-CHAR NUMERIC                                 03790000
               COMPUTE INTLPAY-IBAN-NUMBER =                            03800000
                   INTLPAY-IBAN-REMAINDER * 10 + INTLPAY-IBAN-DIGIT     03810000
               DIVIDE INTLPAY-IBAN-NUMBER BY 97                         03820000
                   GIVING INTLPAY-IBAN-QUOTIENT                         03830000
                   REMAINDER INTLPAY-IBAN-REMAINDER                     03840000
               GO TO 0650-EXIT                                          03850000
           END-IF                                                       03860000
                                                                        03870000
           MOVE ZERO TO INTLPAY-LETTER-VALUE                            03880000
           PERFORM 0660-FIND-LETTER THRU 0660-EXIT                      03890000
               VARYING INTLPAY-ALPHA-SUB FROM 1 BY 1                    03900000
               UNTIL INTLPAY-ALPHA-SUB > 26                             03910000
                  OR INTLPAY-LETTER-VALUE > ZERO                        03920000
                                                                        03930000
           IF INTLPAY-LETTER-VALUE = ZERO                               03940000
               SET INTLPAY-IBAN-BAD TO TRUE                             03950000
               GO TO 0650-EXIT                                          03960000
           END-IF                                                       03970000
                                                                        03980000
           COMPUTE INTLPAY-IBAN-NUMBER =                                03990000
               INTLPAY-IBAN-REMAINDER * 100 + INTLPAY-LETTER-VALUE      04000000
           DIVIDE INTLPAY-IBAN-NUMBER BY 97                             04010000
               GIVING INTLPAY-IBAN-QUOTIENT                             04020000
               REMAINDER INTLPAY-IBAN-REMAINDER.                        04030000
       0650-EXIT.                                                       04040000
           EXIT.                                                        04050000
                                                                        04060000
      ******************************************************************04070000
      *  0660-FIND-LETTER - A = 10, B = 11 ... Z = 35.                 *04080000
      ******************************************************************04090000
       0660-FIND-LETTER.                                                04100000
           IF INTLPAY-ALPHABET(INTLPAY-ALPHA-SUB:1) = INTLPAY-IBAN-CHAR 04110000
               COMPUTE INTLPAY-LETTER-VALUE = INTLPAY-ALPHA-SUB + 9     04120000
           END-IF.                                                      04130000
       0660-EXIT.                                                       04140000
           EXIT.                                                        04150000
                                                                        04160000
      ******************************************************************04170000
      *  0700-CHECK-BIC - EIGHT OR ELEVEN CHARACTERS WITH NO EMBEDDED  *04180000
      *  SPACES, THE FIRST SIX (BANK AND COUNTRY) ALL LETTERS.         *04190000
      ******************************************************************04200000
       0700-CHECK-BIC.                                                  04210000
           MOVE COMM-INT-BENEF-BIC TO INTLPAY-BIC                       04220000
           INSPECT INTLPAY-BIC                                          04230000
               CONVERTING INTLPAY-LOWER-CASE TO INTLPAY-ALPHABET        04240000
                                                                        04250000
           MOVE ZERO TO INTLPAY-SPACE-COUNT                             04260000
           INSPECT INTLPAY-BIC(1:8)                                     04270000
               TALLYING INTLPAY-SPACE-COUNT FOR ALL SPACE               04280000
           IF INTLPAY-BIC(9:3) NOT = SPACES                             04290000
               INSPECT INTLPAY-BIC(9:3)                                 04300000
                   TALLYING INTLPAY-SPACE-COUNT FOR ALL SPACE           04310000
           END-IF                                                       04320000
                                                                        04330000
           IF INTLPAY-SPACE-COUNT > ZERO                                04340000
              OR INTLPAY-BIC(1:6) NOT ALPHABETIC                        04350000
               MOVE '5' TO COMM-INT-FAIL-CODE                           04360000
           END-IF.                                                      04370000
       0700-EXIT.                                                       04380000
           EXIT.                                                        04390000
                                                                        04400000
      ******************************************************************04410000
      *  1000-READ-FROM-ACCOUNT - READ THE PAYING ACCOUNT FOR UPDATE,  *04420000
      *  AND CONFIRM IT IS OPEN, AS XFRFUN DOES.                       *04430000
      ******************************************************************04440000
       1000-READ-FROM-ACCOUNT.                                          04450000
           EXEC CICS                                                    04460000
               READ DATASET('ACCOUNT')                                  04470000
                    INTO(INTLPAY-ACCOUNT-REC)                           04480000
                    RIDFLD(INTLPAY-FROM-KEY)                            04490000
                    UPDATE                                              04500000
                    RESP(INTLPAY-RESP)                                  04510000
           END-EXEC                                                     04520000
                                                                        04530000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        04540000
               MOVE '2' TO COMM-INT-FAIL-CODE                           04550000
               GO TO 1000-EXIT                                          04560000
           END-IF                                                       04570000
                                                                        04580000
           IF ACCOUNT-DORMANT OF INTLPAY-ACCOUNT-REC                    04590000
               MOVE 'D' TO COMM-INT-FAIL-CODE                           04600000
               GO TO 1000-EXIT                                          04610000
           END-IF                                                       04620000
                                                                        04630000
           IF ACCOUNT-SUSPENDED OF INTLPAY-ACCOUNT-REC                  04640000
               MOVE 'S' TO COMM-INT-FAIL-CODE                           04650000
               PERFORM 1770-WRITE-SUSPENDED-RSU THRU 1770-EXIT          04660000
               GO TO 1000-EXIT                                          04670000
           END-IF                                                       04680000
                                                                        04690000
           IF NOT ACCOUNT-OPEN OF INTLPAY-ACCOUNT-REC                   04700000
               MOVE '4' TO COMM-INT-FAIL-CODE                           04710000
           END-IF.                                                      04720000
       1000-EXIT.                                                       04730000
           EXIT.                                                        04740000
                                                                        04750000
      ******************************************************************04760000
      *  1750-CHECK-FROM-DECEASED - NO DEBIT LEAVES A DECEASED         *04770000
      *  CUSTOMER'S ACCOUNT.  THE HOLDER'S NAME IS ALSO KEPT AS THE    *04780000
      *  ORDERING CUSTOMER ON THE OUTBOUND MESSAGE.                    *04790000
      ******************************************************************04800000
       1750-CHECK-FROM-DECEASED.                                        04810000
           MOVE INTLPAY-FROM-SORTCODE TO INTLPAY-CUST-KEY-SCODE         04820000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF INTLPAY-ACCOUNT-REC          04830000
               TO INTLPAY-CUST-KEY-NUMBER                               04840000
                                                                        04850000
           EXEC CICS                                                    04860000
               READ DATASET('CUSTOMER')                                 04870000
                    INTO(INTLPAY-CUSTOMER-REC)                          04880000
                    RIDFLD(INTLPAY-CUST-KEY)                            04890000
                    RESP(INTLPAY-RESP)                                  04900000
           END-EXEC                                                     04910000
                                                                        04920000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        04930000
               GO TO 1750-EXIT                                          04940000
           END-IF                                                       04950000
                                                                        04960000
           MOVE CUSTOMER-NAME OF INTLPAY-CUSTOMER-REC                   04970000
               TO INTLPAY-ORDERING-NAME                                 04980000
                                                                        04990000
           IF CUSTOMER-DECEASED OF INTLPAY-CUSTOMER-REC                 05000000
               MOVE 'X' TO COMM-INT-FAIL-CODE                           05010000
               PERFORM 1760-WRITE-DECEASED-RDC THRU 1760-EXIT           05020000
           END-IF.                                                      05030000
       1750-EXIT.                                                       05040000
           EXIT.                                                        05050000
                                                                        05060000
      ******************************************************************05070000
      *  1760-WRITE-DECEASED-RDC - LOG THE BLOCKED ATTEMPT AGAINST     *05080000
      *  THE PAYING ACCOUNT FOR THE DAILY DECDRPT REPORT.              *05090000
      ******************************************************************05100000
       1760-WRITE-DECEASED-RDC.                                         05110000
           PERFORM 1780-SET-BLOCKED-PROCTRAN THRU 1780-EXIT             05120000
           MOVE 'RDC'    TO PROC-TRAN-TYPE OF INTLPAY-PROCTRAN-REC      05130000
           MOVE 'INTL PAYMENT BLOCKED - CUSTOMER DECEASED'              05140000
               TO PROC-TRAN-DESC OF INTLPAY-PROCTRAN-REC                05150000
                                                                        05160000
           EXEC CICS                                                    05170000
               WRITE DATASET('PROCTRAN')                                05180000
                     FROM(INTLPAY-PROCTRAN-REC)                         05190000
                     RIDFLD(PROC-TRAN-ID OF INTLPAY-PROCTRAN-REC)       05200000
                     RESP(INTLPAY-RESP2)                                05210000
           END-EXEC.                                                    05220000
       1760-EXIT.                                                       05230000
           EXIT.                                                        05240000
                                                                        05250000
      ******************************************************************05260000
      *  1770-WRITE-SUSPENDED-RSU - LOG THE ATTEMPTED DEBIT OF A       *05270000
      *  SUSPENDED ACCOUNT FOR THE DAILY SUSPENSE REGISTER.            *05280000
      ******************************************************************05290000
       1770-WRITE-SUSPENDED-RSU.                                        05300000
           PERFORM 1780-SET-BLOCKED-PROCTRAN THRU 1780-EXIT             05310000
           MOVE 'RSU'    TO PROC-TRAN-TYPE OF INTLPAY-PROCTRAN-REC      05320000
           MOVE 'INTL PAYMENT BLOCKED - ACCOUNT SUSPENDED'              05330000
               TO PROC-TRAN-DESC OF INTLPAY-PROCTRAN-REC                05340000
                                                                        05350000
           EXEC CICS                                                    05360000
               WRITE DATASET('PROCTRAN')                                05370000
                     FROM(INTLPAY-PROCTRAN-REC)                         05380000
                     RIDFLD(PROC-TRAN-ID OF INTLPAY-PROCTRAN-REC)       05390000
                     RESP(INTLPAY-RESP2)                                05400000
           END-EXEC.                                                    05410000
       1770-EXIT.                                                       05420000
           EXIT.                                                        05430000
                                                                        05440000
      ******************************************************************05450000
      *  1780-SET-BLOCKED-PROCTRAN - THE COMMON FIELDS OF A BLOCKED-   *05460000
      *  ATTEMPT ROW, KEYED ON THE TASK NUMBER AND CARRYING THE        *05470000
      *  AMOUNT AND CURRENCY THE CUSTOMER ASKED TO SEND.               *05480000
      ******************************************************************05490000
       1780-SET-BLOCKED-PROCTRAN.                                       05500000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER                         05510000
                           OF INTLPAY-PROCTRAN-REC                      05520000
           MOVE INTLPAY-FROM-SORTCODE TO PROC-TRAN-SORT-CODE            05530000
                                          OF INTLPAY-PROCTRAN-REC       05540000
           MOVE EIBTASKN TO PROC-TRAN-NUMBER OF INTLPAY-PROCTRAN-REC    05550000
           MOVE INTLPAY-FROM-ACCNO TO PROC-TRAN-ACCOUNT-NUMBER          05560000
                                       OF INTLPAY-PROCTRAN-REC          05570000
           MOVE INTLPAY-TODAYS-DATE TO PROC-TRAN-DATE                   05580000
                                        OF INTLPAY-PROCTRAN-REC         05590000
           MOVE EIBTIME  TO PROC-TRAN-TIME OF INTLPAY-PROCTRAN-REC      05600000
           MOVE EIBTASKN TO PROC-TRAN-REF  OF INTLPAY-PROCTRAN-REC      05610000
           MOVE COMM-INT-AMOUNT                                         05620000
                       TO PROC-TRAN-AMOUNT OF INTLPAY-PROCTRAN-REC      05630000
           MOVE COMM-INT-CURRENCY                                       05640000
                         TO PROC-TRAN-CURRENCY OF INTLPAY-PROCTRAN-REC  05650000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        05660000
                         OF INTLPAY-PROCTRAN-REC.                       05670000
       1780-EXIT.                                                       05680000
           EXIT.                                                        05690000
                                                                        05700000
      ******************************************************************05710000
      *  1800-SCREEN-PAYEE - SANCTIONS SCREENING OF THE BENEFICIARY    *05720000
      *  NAME.  A MATCH (FULL NAME OR FIRST TEN CHARACTERS) PARKS ON   *05730000
      *  THE PENDING-REVIEW QUEUE AND BLOCKS THE PAYMENT UNTIL         *05740000
      *  COMPLIANCE CLEARS IT.                                         *05750000
      ******************************************************************05760000
       1800-SCREEN-PAYEE.                                               05770000
           MOVE COMM-INT-BENEF-NAME TO INTLPAY-SCREEN-NAME              05780000
           MOVE 'N'  TO INTLPAY-WL-EOF-SWITCH                           05790000
           MOVE ZERO TO INTLPAY-WL-HIT-ENTRY                            05800000
           MOVE ZERO TO WATCHLST-ENTRY-NUMBER OF INTLPAY-WATCHLST-REC   05810000
                                                                        05820000
           EXEC CICS                                                    05830000
               STARTBR DATASET('WATCHLST')                              05840000
                       RIDFLD(WATCHLST-KEY OF INTLPAY-WATCHLST-REC)     05850000
                       GTEQ                                             05860000
                       RESP(INTLPAY-RESP)                               05870000
           END-EXEC                                                     05880000
                                                                        05890000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        05900000
               GO TO 1800-EXIT                                          05910000
           END-IF                                                       05920000
                                                                        05930000
           PERFORM 1810-READ-NEXT-ENTRY THRU 1810-EXIT                  05940000
              UNTIL INTLPAY-WL-DONE                                     05950000
                                                                        05960000
           EXEC CICS                                                    05970000
               ENDBR DATASET('WATCHLST')                                05980000
                     RESP(INTLPAY-RESP)                                 05990000
           END-EXEC                                                     06000000
                                                                        06010000
           IF INTLPAY-WL-HIT-ENTRY > ZERO                               06020000
               PERFORM 1820-QUEUE-WL-HIT THRU 1820-EXIT                 06030000
               MOVE 'V' TO COMM-INT-FAIL-CODE                           06040000
           END-IF.                                                      06050000
       1800-EXIT.                                                       06060000
           EXIT.                                                        06070000
                                                                        06080000
      ******************************************************************06090000
      *  1810-READ-NEXT-ENTRY - STEP THE WATCHLIST BROWSE, STOPPING    *06100000
      *  ON THE FIRST MATCHING ACTIVE ENTRY.                           *06110000
      ******************************************************************06120000
       1810-READ-NEXT-ENTRY.                                            06130000
           EXEC CICS                                                    06140000
               READNEXT DATASET('WATCHLST')                             06150000
                        INTO(INTLPAY-WATCHLST-REC)                      06160000
                        RIDFLD(WATCHLST-KEY OF INTLPAY-WATCHLST-REC)    06170000
                        RESP(INTLPAY-RESP)                              06180000
           END-EXEC                                                     06190000
                                                                        06200000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        06210000
               SET INTLPAY-WL-DONE TO TRUE                              06220000
               GO TO 1810-EXIT                                          06230000
           END-IF                                                       06240000
                                                                        06250000
           IF NOT WATCHLST-ACTIVE OF INTLPAY-WATCHLST-REC               06260000
               GO TO 1810-EXIT                                          06270000
           END-IF                                                       06280000
                                                                        06290000
           IF INTLPAY-SCREEN-NAME                                       06300000
              = WATCHLST-NAME OF INTLPAY-WATCHLST-REC                   06310000
              OR INTLPAY-SCREEN-NAME(1:10)                              06320000
                 = WATCHLST-NAME OF INTLPAY-WATCHLST-REC (1:10)         06330000
               MOVE WATCHLST-ENTRY-NUMBER OF INTLPAY-WATCHLST-REC       06340000
                   TO INTLPAY-WL-HIT-ENTRY                              06350000
               SET INTLPAY-WL-DONE TO TRUE                              06360000
           END-IF.                                                      06370000
       1810-EXIT.                                                       06380000
           EXIT.                                                        06390000
                                                                        06400000
      ******************************************************************06410000
      *  1820-QUEUE-WL-HIT - PARK THE BLOCKED PAYMENT ON THE REVIEW    *06420000
      *  QUEUE, KEYED ON THE TASK NUMBER.                              *06430000
      ******************************************************************06440000
       1820-QUEUE-WL-HIT.                                               06450000
           MOVE 'WHIT' TO WLHIT-EYECATCHER OF INTLPAY-WLHIT-REC         06460000
           MOVE INTLPAY-FROM-SORTCODE                                   06470000
               TO WLHIT-SORTCODE OF INTLPAY-WLHIT-REC                   06480000
           MOVE EIBTASKN TO WLHIT-NUMBER OF INTLPAY-WLHIT-REC           06490000
           MOVE 'INTLPAY ' TO WLHIT-SOURCE OF INTLPAY-WLHIT-REC         06500000
           SET WLHIT-SUBJ-PAYEE OF INTLPAY-WLHIT-REC TO TRUE            06510000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF INTLPAY-ACCOUNT-REC          06520000
               TO WLHIT-CUSTOMER OF INTLPAY-WLHIT-REC                   06530000
           MOVE INTLPAY-SCREEN-NAME                                     06540000
               TO WLHIT-MATCHED-NAME OF INTLPAY-WLHIT-REC               06550000
           MOVE INTLPAY-WL-HIT-ENTRY                                    06560000
               TO WLHIT-LIST-ENTRY OF INTLPAY-WLHIT-REC                 06570000
           MOVE COMM-INT-AMOUNT TO WLHIT-AMOUNT OF INTLPAY-WLHIT-REC    06580000
           MOVE INTLPAY-TODAYS-DATE                                     06590000
               TO WLHIT-RAISED-DATE OF INTLPAY-WLHIT-REC                06600000
           MOVE EIBTIME TO WLHIT-RAISED-TIME OF INTLPAY-WLHIT-REC       06610000
           SET WLHIT-PENDING OF INTLPAY-WLHIT-REC TO TRUE               06620000
           MOVE ZERO   TO WLHIT-DECIDED-DATE OF INTLPAY-WLHIT-REC       06630000
           MOVE SPACES TO WLHIT-DECIDED-BY OF INTLPAY-WLHIT-REC         06640000
                                                                        06650000
           EXEC CICS                                                    06660000
               WRITE DATASET('WLHIT')                                   06670000
                     FROM(INTLPAY-WLHIT-REC)                            06680000
                     RIDFLD(WLHIT-KEY OF INTLPAY-WLHIT-REC)             06690000
                     RESP(INTLPAY-RESP2)                                06700000
           END-EXEC.                                                    06710000
       1820-EXIT.                                                       06720000
           EXIT.                                                        06730000
                                                                        06740000
      ******************************************************************06750000
      *  1900-PRICE-PAYMENT - WORK OUT WHAT LEAVES THE ACCOUNT.  THE   *06760000
      *  DEALING RATE IS THE MID CROSS RATE BETWEEN THE PAYMENT AND    *06770000
      *  ACCOUNT CURRENCIES PLUS THE ACCOUNT TYPE'S MARGIN; A          *06780000
      *  PAYMENT IN THE ACCOUNT'S OWN CURRENCY DEALS AT 1 WITH NO      *06790000
      *  MARGIN.  A MISSING RATE REFUSES THE PAYMENT RATHER THAN       *06800000
      *  GUESSING.  UNDER OUR AND SHA THE CHARGE IS TAKEN ON TOP OF    *06810000
      *  THE CONVERTED AMOUNT; UNDER BEN IT COMES OUT OF IT, AND THE   *06820000
      *  AMOUNT SENT FALLS BY THE CHARGE AT THE DEALING RATE.          *06830000
      ******************************************************************06840000
       1900-PRICE-PAYMENT.                                              06850000
           MOVE ACCOUNT-CURRENCY OF INTLPAY-ACCOUNT-REC                 06860000
               TO INTLPAY-ACCT-CURRENCY                                 06870000
           IF INTLPAY-ACCT-CURRENCY = SPACES                            06880000
               MOVE 'GBP' TO INTLPAY-ACCT-CURRENCY                      06890000
           END-IF                                                       06900000
                                                                        06910000
           MOVE 1 TO INTLPAY-DEAL-RATE                                  06920000
           MOVE ZERO TO INTLPAY-MARGIN-PCT                              06930000
                                                                        06940000
           IF COMM-INT-CURRENCY NOT = INTLPAY-ACCT-CURRENCY             06950000
               PERFORM 1920-DEALING-RATE THRU 1920-EXIT                 06960000
               IF COMM-INT-FAIL-CODE NOT = SPACE                        06970000
                   GO TO 1900-EXIT                                      06980000
               END-IF                                                   06990000
           END-IF                                                       07000000
                                                                        07010000
           COMPUTE INTLPAY-PRINCIPAL ROUNDED =                          07020000
               COMM-INT-AMOUNT * INTLPAY-DEAL-RATE                      07030000
                                                                        07040000
           EVALUATE TRUE                                                07050000
               WHEN COMM-INT-CHARGES-OUR                                07060000
                   MOVE 'IPO' TO INTLPAY-FEE-EVENT                      07070000
               WHEN COMM-INT-CHARGES-SHARED                             07080000
                   MOVE 'IPS' TO INTLPAY-FEE-EVENT                      07090000
               WHEN OTHER                                               07100000
                   MOVE 'IPB' TO INTLPAY-FEE-EVENT                      07110000
           END-EVALUATE                                                 07120000
           PERFORM 1960-READ-FEE THRU 1960-EXIT                         07130000
                                                                        07140000
           IF COMM-INT-CHARGES-BEN                                      07150000
               IF INTLPAY-CHARGE NOT < INTLPAY-PRINCIPAL                07160000
                   MOVE 'C' TO COMM-INT-FAIL-CODE                       07170000
                   GO TO 1900-EXIT                                      07180000
               END-IF                                                   07190000
               COMPUTE INTLPAY-PDR-AMOUNT =                             07200000
                   INTLPAY-PRINCIPAL - INTLPAY-CHARGE                   07210000
               MOVE INTLPAY-PRINCIPAL TO INTLPAY-DEBIT-TOTAL            07220000
               COMPUTE INTLPAY-SENT-AMOUNT ROUNDED =                    07230000
                   COMM-INT-AMOUNT - INTLPAY-CHARGE / INTLPAY-DEAL-RATE 07240000
           ELSE                                                         07250000
               MOVE INTLPAY-PRINCIPAL TO INTLPAY-PDR-AMOUNT             07260000
               COMPUTE INTLPAY-DEBIT-TOTAL =                            07270000
                   INTLPAY-PRINCIPAL + INTLPAY-CHARGE                   07280000
               MOVE COMM-INT-AMOUNT TO INTLPAY-SENT-AMOUNT              07290000
           END-IF.                                                      07300000
       1900-EXIT.                                                       07310000
           EXIT.                                                        07320000
                                                                        07330000
      ******************************************************************07340000
      *  1920-DEALING-RATE - TODAY'S MID RATES FOR BOTH CURRENCIES     *07350000
      *  (GBP = 1), CROSSED, PLUS THE MARGIN FROM THE ACCOUNT TYPE'S   *07360000
      *  FXM FEE SCHEDULE ROW OR THE STANDARD MARGIN.                  *07370000
      ******************************************************************07380000
       1920-DEALING-RATE.                                               07390000
           MOVE 1 TO INTLPAY-PAY-RATE                                   07400000
           MOVE 1 TO INTLPAY-ACCT-RATE                                  07410000
                                                                        07420000
           IF COMM-INT-CURRENCY NOT = 'GBP'                             07430000
               MOVE COMM-INT-CURRENCY TO INTLPAY-RATE-CCY               07440000
               PERFORM 1950-READ-RATE THRU 1950-EXIT                    07450000
               MOVE INTLPAY-RATE-RESULT TO INTLPAY-PAY-RATE             07460000
           END-IF                                                       07470000
                                                                        07480000
           IF COMM-INT-FAIL-CODE = SPACE                                07490000
              AND INTLPAY-ACCT-CURRENCY NOT = 'GBP'                     07500000
               MOVE INTLPAY-ACCT-CURRENCY TO INTLPAY-RATE-CCY           07510000
               PERFORM 1950-READ-RATE THRU 1950-EXIT                    07520000
               MOVE INTLPAY-RATE-RESULT TO INTLPAY-ACCT-RATE            07530000
           END-IF                                                       07540000
                                                                        07550000
           IF COMM-INT-FAIL-CODE NOT = SPACE                            07560000
               GO TO 1920-EXIT                                          07570000
           END-IF                                                       07580000
                                                                        07590000
           MOVE INTLPAY-STD-MARGIN-PCT TO INTLPAY-MARGIN-PCT            07600000
           MOVE ACCOUNT-TYPE OF INTLPAY-ACCOUNT-REC                     07610000
               TO FEESCHED-ACCOUNT-TYPE OF INTLPAY-FEESCHED-REC         07620000
           MOVE 'FXM' TO FEESCHED-EVENT OF INTLPAY-FEESCHED-REC         07630000
                                                                        07640000
           EXEC CICS                                                    07650000
               READ DATASET('FEESCHED')                                 07660000
                    INTO(INTLPAY-FEESCHED-REC)                          07670000
                    RIDFLD(FEESCHED-KEY OF INTLPAY-FEESCHED-REC)        07680000
                    RESP(INTLPAY-RESP)                                  07690000
           END-EXEC                                                     07700000
                                                                        07710000
           IF INTLPAY-RESP = DFHRESP(NORMAL)                            07720000
              AND FEESCHED-MARGIN-PCT OF INTLPAY-FEESCHED-REC           07730000
                  IS NUMERIC                                            07740000
               MOVE FEESCHED-MARGIN-PCT OF INTLPAY-FEESCHED-REC         07750000
                   TO INTLPAY-MARGIN-PCT                                07760000
           END-IF                                                       07770000
                                                                        07780000
           COMPUTE INTLPAY-DEAL-RATE ROUNDED =                          07790000
               INTLPAY-PAY-RATE / INTLPAY-ACCT-RATE                     07800000
               * (1 + INTLPAY-MARGIN-PCT / 100).                        07810000
       1920-EXIT.                                                       07820000
           EXIT.                                                        07830000
                                                                        07840000
      ******************************************************************07850000
      *  1950-READ-RATE - TODAY'S MID RATE FOR ONE CURRENCY.  NO       *07860000
      *  RATE TODAY MEANS THE PAYMENT IS REFUSED.                      *07870000
      ******************************************************************07880000
       1950-READ-RATE.                                                  07890000
           MOVE INTLPAY-RATE-CCY TO FXRATE-CURRENCY                     07900000
                                     OF INTLPAY-FXRATE-REC              07910000
           MOVE INTLPAY-TODAYS-DATE TO FXRATE-DATE                      07920000
                                        OF INTLPAY-FXRATE-REC           07930000
                                                                        07940000
           EXEC CICS                                                    07950000
               READ DATASET('FXRATES')                                  07960000
                    INTO(INTLPAY-FXRATE-REC)                            07970000
                    RIDFLD(FXRATE-KEY OF INTLPAY-FXRATE-REC)            07980000
                    RESP(INTLPAY-RESP)                                  07990000
           END-EXEC                                                     08000000
                                                                        08010000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        08020000
              OR FXRATE-MID-RATE OF INTLPAY-FXRATE-REC = ZERO           08030000
               MOVE 'F' TO COMM-INT-FAIL-CODE                           08040000
               GO TO 1950-EXIT                                          08050000
           END-IF                                                       08060000
                                                                        08070000
           MOVE FXRATE-MID-RATE OF INTLPAY-FXRATE-REC                   08080000
               TO INTLPAY-RATE-RESULT.                                  08090000
       1950-EXIT.                                                       08100000
           EXIT.                                                        08110000
                                                                        08120000
      ******************************************************************08130000
      *  1960-READ-FEE - THE CHARGE FOR THE ACCOUNT TYPE AND CHARGE    *08140000
      *  OPTION, IN THE ACCOUNT'S CURRENCY AS FEECHG TAKES ITS FEES.   *08150000
      *  NO SCHEDULE ROW MEANS NO CHARGE.                              *08160000
      ******************************************************************08170000
       1960-READ-FEE.                                                   08180000
           MOVE ZERO TO INTLPAY-CHARGE                                  08190000
           MOVE SPACES TO INTLPAY-FEE-DESC                              08200000
           MOVE ACCOUNT-TYPE OF INTLPAY-ACCOUNT-REC                     08210000
               TO FEESCHED-ACCOUNT-TYPE OF INTLPAY-FEESCHED-REC         08220000
           MOVE INTLPAY-FEE-EVENT                                       08230000
               TO FEESCHED-EVENT OF INTLPAY-FEESCHED-REC                08240000
                                                                        08250000
           EXEC CICS                                                    08260000
               READ DATASET('FEESCHED')                                 08270000
                    INTO(INTLPAY-FEESCHED-REC)                          08280000
                    RIDFLD(FEESCHED-KEY OF INTLPAY-FEESCHED-REC)        08290000
                    RESP(INTLPAY-RESP)                                  08300000
           END-EXEC                                                     08310000
                                                                        08320000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        08330000
               GO TO 1960-EXIT                                          08340000
           END-IF                                                       08350000
                                                                        08360000
           MOVE FEESCHED-AMOUNT OF INTLPAY-FEESCHED-REC                 08370000
               TO INTLPAY-CHARGE                                        08380000
           MOVE FEESCHED-FEE-DESC OF INTLPAY-FEESCHED-REC               08390000
               TO INTLPAY-FEE-DESC.                                     08400000
       1960-EXIT.                                                       08410000
           EXIT.                                                        08420000
                                                                        08430000
      ******************************************************************08440000
      *  2000-DEBIT-FROM-ACCOUNT - REJECT THE PAYMENT IF ITS WHOLE     *08450000
      *  DEBIT WOULD TAKE THE ACCOUNT BELOW ITS AVAILABLE BALANCE      *08460000
      *  PLUS ANY ARRANGED OVERDRAFT, OR PAST ITS DEBIT LIMITS, ELSE   *08470000
      *  SUBTRACT IT AND REWRITE.                                      *08480000
      ******************************************************************08490000
       2000-DEBIT-FROM-ACCOUNT.                                         08500000
           MOVE ZERO TO INTLPAY-OD-LIMIT                                08510000
           MOVE INTLPAY-FROM-SORTCODE TO ODFACIL-SORTCODE               08520000
                                          OF INTLPAY-ODFAC-REC          08530000
           MOVE INTLPAY-FROM-ACCNO    TO ODFACIL-NUMBER                 08540000
                                          OF INTLPAY-ODFAC-REC          08550000
                                                                        08560000
           EXEC CICS                                                    08570000
               READ DATASET('ODFACIL')                                  08580000
                    INTO(INTLPAY-ODFAC-REC)                             08590000
                    RIDFLD(ODFACIL-KEY OF INTLPAY-ODFAC-REC)            08600000
                    RESP(INTLPAY-RESP)                                  08610000
           END-EXEC                                                     08620000
                                                                        08630000
           IF INTLPAY-RESP = DFHRESP(NORMAL)                            08640000
              AND ODFACIL-EXPIRY-DATE OF INTLPAY-ODFAC-REC              08650000
                  NOT < INTLPAY-TODAYS-DATE                             08660000
               MOVE ODFACIL-LIMIT OF INTLPAY-ODFAC-REC                  08670000
                   TO INTLPAY-OD-LIMIT                                  08680000
           END-IF                                                       08690000
                                                                        08700000
           PERFORM 2180-SUM-ACTIVE-HOLDS THRU 2180-EXIT                 08710000
           PERFORM 2280-SUM-EARMARKS THRU 2280-EXIT                     08720000
           PERFORM 2380-SUM-UNCLEARED THRU 2380-EXIT                    08730000
           PERFORM 2480-SUM-RELEASE-QUEUE THRU 2480-EXIT                08735000
                                                                        08740000
           IF INTLPAY-DEBIT-TOTAL >                                     08750000
              ACCOUNT-BALANCE OF INTLPAY-ACCOUNT-REC                    08760000
              - INTLPAY-HOLD-TOTAL - INTLPAY-EARMARK-TOTAL              08770000
              - INTLPAY-UNCLEARED-TOTAL                                 08780000
              - INTLPAY-HVQ-TOTAL                                       08785000
              + INTLPAY-OD-LIMIT                                        08790000
               MOVE '6' TO COMM-INT-FAIL-CODE                           08800000
               GO TO 2000-EXIT                                          08810000
           END-IF                                                       08820000
                                                                        08830000
           PERFORM 2100-CHECK-DEBIT-LIMITS THRU 2100-EXIT               08840000
           IF COMM-INT-FAIL-CODE NOT = SPACE                            08850000
               GO TO 2000-EXIT                                          08860000
           END-IF                                                       08870000
                                                                        08880000
           SUBTRACT INTLPAY-DEBIT-TOTAL                                 08890000
              FROM ACCOUNT-BALANCE OF INTLPAY-ACCOUNT-REC               08900000
                                                                        08910000
           EXEC CICS                                                    08920000
               REWRITE DATASET('ACCOUNT')                               08930000
                       FROM(INTLPAY-ACCOUNT-REC)                        08940000
                       RESP(INTLPAY-RESP)                               08950000
           END-EXEC                                                     08960000
                                                                        08970000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        08980000
               MOVE '7' TO COMM-INT-FAIL-CODE                           08990000
           END-IF.                                                      09000000
       2000-EXIT.                                                       09010000
           EXIT.                                                        09020000
                                                                        09030000
      ******************************************************************09040000
      *  2100-CHECK-DEBIT-LIMITS - IF THE PAYING ACCOUNT HAS A         *09050000
      *  LIMITS RECORD, ENFORCE ITS SINGLE-TRANSACTION AND DAILY       *09060000
      *  CEILINGS ON THE WHOLE DEBIT.  A BREACH IS REFERRED UNPOSTED   *09070000
      *  AND COUNTED FOR THE DLYLIMR REFERRAL REPORT.                  *09080000
      ******************************************************************09090000
       2100-CHECK-DEBIT-LIMITS.                                         09100000
           MOVE INTLPAY-FROM-SORTCODE TO ACLIMIT-SORTCODE               09110000
                                          OF INTLPAY-LIMIT-REC          09120000
           MOVE INTLPAY-FROM-ACCNO    TO ACLIMIT-NUMBER                 09130000
                                          OF INTLPAY-LIMIT-REC          09140000
                                                                        09150000
           EXEC CICS                                                    09160000
               READ DATASET('ACLIMIT')                                  09170000
                    INTO(INTLPAY-LIMIT-REC)                             09180000
                    RIDFLD(ACLIMIT-KEY OF INTLPAY-LIMIT-REC)            09190000
                    RESP(INTLPAY-RESP)                                  09200000
           END-EXEC                                                     09210000
                                                                        09220000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        09230000
               GO TO 2100-EXIT                                          09240000
           END-IF                                                       09250000
                                                                        09260000
           PERFORM 2120-READ-DAILY-USAGE THRU 2120-EXIT                 09270000
                                                                        09280000
           IF ACLIMIT-SINGLE-CEILING OF INTLPAY-LIMIT-REC > ZERO        09290000
              AND INTLPAY-DEBIT-TOTAL >                                 09300000
                  ACLIMIT-SINGLE-CEILING OF INTLPAY-LIMIT-REC           09310000
               MOVE '8' TO COMM-INT-FAIL-CODE                           09320000
               PERFORM 2140-COUNT-REFERRAL THRU 2140-EXIT               09330000
               GO TO 2100-EXIT                                          09340000
           END-IF                                                       09350000
                                                                        09360000
           IF ACLIMIT-DAILY-CEILING OF INTLPAY-LIMIT-REC > ZERO         09370000
              AND ACLIMUSE-USED-AMOUNT OF INTLPAY-LIMUSE-REC            09380000
                  + INTLPAY-DEBIT-TOTAL >                               09390000
                  ACLIMIT-DAILY-CEILING OF INTLPAY-LIMIT-REC            09400000
               MOVE '8' TO COMM-INT-FAIL-CODE                           09410000
               PERFORM 2140-COUNT-REFERRAL THRU 2140-EXIT               09420000
               GO TO 2100-EXIT                                          09430000
           END-IF                                                       09440000
                                                                        09450000
           ADD INTLPAY-DEBIT-TOTAL                                      09460000
              TO ACLIMUSE-USED-AMOUNT OF INTLPAY-LIMUSE-REC             09470000
           PERFORM 2160-PUT-DAILY-USAGE THRU 2160-EXIT.                 09480000
       2100-EXIT.                                                       09490000
           EXIT.                                                        09500000
                                                                        09510000
      ******************************************************************09520000
      *  2120-READ-DAILY-USAGE - READ TODAY'S USAGE RECORD FOR THE     *09530000
      *  PAYING ACCOUNT, STARTING A FRESH ONE (OR RESETTING A STALE    *09540000
      *  ONE) WHEN TODAY HAS NOT BEEN COUNTED YET.                     *09550000
      ******************************************************************09560000
       2120-READ-DAILY-USAGE.                                           09570000
           MOVE 'N' TO INTLPAY-LIMUSE-SWITCH                            09580000
           MOVE INTLPAY-FROM-SORTCODE TO ACLIMUSE-SORTCODE              09590000
                                          OF INTLPAY-LIMUSE-REC         09600000
           MOVE INTLPAY-FROM-ACCNO    TO ACLIMUSE-NUMBER                09610000
                                          OF INTLPAY-LIMUSE-REC         09620000
                                                                        09630000
           EXEC CICS                                                    09640000
               READ DATASET('ACLIMUSE')                                 09650000
                    INTO(INTLPAY-LIMUSE-REC)                            09660000
                    RIDFLD(ACLIMUSE-KEY OF INTLPAY-LIMUSE-REC)          09670000
                    UPDATE                                              09680000
                    RESP(INTLPAY-RESP)                                  09690000
           END-EXEC                                                     09700000
                                                                        09710000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        09720000
               MOVE 'Y' TO INTLPAY-LIMUSE-SWITCH                        09730000
               MOVE 'ALUS' TO ACLIMUSE-EYECATCHER                       09740000
                               OF INTLPAY-LIMUSE-REC                    09750000
               MOVE INTLPAY-FROM-SORTCODE TO ACLIMUSE-SORTCODE          09760000
                                              OF INTLPAY-LIMUSE-REC     09770000
               MOVE INTLPAY-FROM-ACCNO    TO ACLIMUSE-NUMBER            09780000
                                              OF INTLPAY-LIMUSE-REC     09790000
               MOVE INTLPAY-TODAYS-DATE   TO ACLIMUSE-USAGE-DATE        09800000
                                              OF INTLPAY-LIMUSE-REC     09810000
               MOVE ZERO TO ACLIMUSE-USED-AMOUNT                        09820000
                             OF INTLPAY-LIMUSE-REC                      09830000
               MOVE ZERO TO ACLIMUSE-REFER-COUNT                        09840000
                             OF INTLPAY-LIMUSE-REC                      09850000
               GO TO 2120-EXIT                                          09860000
           END-IF                                                       09870000
                                                                        09880000
           IF ACLIMUSE-USAGE-DATE OF INTLPAY-LIMUSE-REC                 09890000
              NOT = INTLPAY-TODAYS-DATE                                 09900000
               MOVE INTLPAY-TODAYS-DATE TO ACLIMUSE-USAGE-DATE          09910000
                                            OF INTLPAY-LIMUSE-REC       09920000
               MOVE ZERO TO ACLIMUSE-USED-AMOUNT                        09930000
                             OF INTLPAY-LIMUSE-REC                      09940000
               MOVE ZERO TO ACLIMUSE-REFER-COUNT                        09950000
                             OF INTLPAY-LIMUSE-REC                      09960000
           END-IF.                                                      09970000
       2120-EXIT.                                                       09980000
           EXIT.                                                        09990000
                                                                        10000000
      ******************************************************************10010000
      *  2140-COUNT-REFERRAL - COUNT THE REFERRED PAYMENT ON TODAY'S   *10020000
      *  USAGE RECORD SO THE BRANCH FOLLOW-UP REPORT SEES IT.          *10030000
      ******************************************************************10040000
       2140-COUNT-REFERRAL.                                             10050000
           ADD 1 TO ACLIMUSE-REFER-COUNT OF INTLPAY-LIMUSE-REC          10060000
           PERFORM 2160-PUT-DAILY-USAGE THRU 2160-EXIT.                 10070000
       2140-EXIT.                                                       10080000
           EXIT.                                                        10090000
                                                                        10100000
      ******************************************************************10110000
      *  2160-PUT-DAILY-USAGE - PUT THE USAGE RECORD BACK, WRITING     *10120000
      *  IT FRESH THE FIRST TIME THE ACCOUNT DEBITS.                   *10130000
      ******************************************************************10140000
       2160-PUT-DAILY-USAGE.                                            10150000
           IF INTLPAY-LIMUSE-NEW                                        10160000
               EXEC CICS                                                10170000
                   WRITE DATASET('ACLIMUSE')                            10180000
                         FROM(INTLPAY-LIMUSE-REC)                       10190000
                         RIDFLD(ACLIMUSE-KEY OF INTLPAY-LIMUSE-REC)     10200000
                         RESP(INTLPAY-RESP)                             10210000
               END-EXEC                                                 10220000
           ELSE                                                         10230000
               EXEC CICS                                                10240000
                   REWRITE DATASET('ACLIMUSE')                          10250000
                           FROM(INTLPAY-LIMUSE-REC)                     10260000
                           RESP(INTLPAY-RESP)                           10270000
               END-EXEC                                                 10280000
           END-IF.                                                      10290000
       2160-EXIT.                                                       10300000
           EXIT.                                                        10310000
                                                                        10320000
      ******************************************************************10330000
      *  2180-SUM-ACTIVE-HOLDS - ADD UP THE PAYING ACCOUNT'S ACTIVE,   *10340000
      *  UNEXPIRED CARD AUTHORIZATION HOLDS.                           *10350000
      ******************************************************************10360000
       2180-SUM-ACTIVE-HOLDS.                                           10370000
           MOVE ZERO TO INTLPAY-HOLD-TOTAL                              10380000
           MOVE 'N'  TO INTLPAY-HOLD-BROWSE-SWITCH                      10390000
           MOVE INTLPAY-FROM-SORTCODE TO AUTHHOLD-SORTCODE              10400000
                                          OF INTLPAY-HOLD-REC           10410000
           MOVE INTLPAY-FROM-ACCNO    TO AUTHHOLD-NUMBER                10420000
                                          OF INTLPAY-HOLD-REC           10430000
           MOVE ZERO TO AUTHHOLD-AUTH-REF OF INTLPAY-HOLD-REC           10440000
                                                                        10450000
           EXEC CICS                                                    10460000
               STARTBR DATASET('AUTHHOLD')                              10470000
                       RIDFLD(AUTHHOLD-KEY OF INTLPAY-HOLD-REC)         10480000
                       GTEQ                                             10490000
                       RESP(INTLPAY-RESP)                               10500000
           END-EXEC                                                     10510000
                                                                        10520000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        10530000
               GO TO 2180-EXIT                                          10540000
           END-IF                                                       10550000
                                                                        10560000
           PERFORM 2190-READ-NEXT-HOLD THRU 2190-EXIT                   10570000
              UNTIL INTLPAY-HOLD-BROWSE-DONE                            10580000
                                                                        10590000
           EXEC CICS                                                    10600000
               ENDBR DATASET('AUTHHOLD')                                10610000
                     RESP(INTLPAY-RESP)                                 10620000
           END-EXEC.                                                    10630000
       2180-EXIT.                                                       10640000
           EXIT.                                                        10650000
                                                                        10660000
      ******************************************************************10670000
      *  2190-READ-NEXT-HOLD - STEP THE BROWSE, COUNTING ACTIVE        *10680000
      *  UNEXPIRED HOLDS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.      *10690000
      ******************************************************************10700000
       2190-READ-NEXT-HOLD.                                             10710000
           EXEC CICS                                                    10720000
               READNEXT DATASET('AUTHHOLD')                             10730000
                        INTO(INTLPAY-HOLD-REC)                          10740000
                        RIDFLD(AUTHHOLD-KEY OF INTLPAY-HOLD-REC)        10750000
                        RESP(INTLPAY-RESP)                              10760000
           END-EXEC                                                     10770000
                                                                        10780000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        10790000
               SET INTLPAY-HOLD-BROWSE-DONE TO TRUE                     10800000
               GO TO 2190-EXIT                                          10810000
           END-IF                                                       10820000
                                                                        10830000
           IF AUTHHOLD-SORTCODE OF INTLPAY-HOLD-REC                     10840000
              NOT = INTLPAY-FROM-SORTCODE                               10850000
              OR AUTHHOLD-NUMBER OF INTLPAY-HOLD-REC                    10860000
                 NOT = INTLPAY-FROM-ACCNO                               10870000
               SET INTLPAY-HOLD-BROWSE-DONE TO TRUE                     10880000
               GO TO 2190-EXIT                                          10890000
           END-IF                                                       10900000
                                                                        10910000
           IF AUTHHOLD-ACTIVE OF INTLPAY-HOLD-REC                       10920000
              AND (AUTHHOLD-EXPIRY-DATE OF INTLPAY-HOLD-REC = ZERO      10930000
               OR AUTHHOLD-EXPIRY-DATE OF INTLPAY-HOLD-REC              10940000
                  NOT < INTLPAY-TODAYS-DATE)                            10950000
               ADD AUTHHOLD-AMOUNT OF INTLPAY-HOLD-REC                  10960000
                  TO INTLPAY-HOLD-TOTAL                                 10970000
           END-IF.                                                      10980000
       2190-EXIT.                                                       10990000
           EXIT.                                                        11000000
                                                                        11010000
      ******************************************************************11020000
      *  2280-SUM-EARMARKS - ADD UP EVERY ACTIVE LEGAL-ORDER EARMARK   *11030000
      *  ON THE PAYING ACCOUNT.                                        *11040000
      ******************************************************************11050000
       2280-SUM-EARMARKS.                                               11060000
           MOVE ZERO TO INTLPAY-EARMARK-TOTAL                           11070000
           MOVE 'N'  TO INTLPAY-LEG-BROWSE-SWITCH                       11080000
           MOVE INTLPAY-FROM-SORTCODE TO LEGORDER-SORTCODE              11090000
                                          OF INTLPAY-LEGORDER-REC       11100000
           MOVE INTLPAY-FROM-ACCNO    TO LEGORDER-NUMBER                11110000
                                          OF INTLPAY-LEGORDER-REC       11120000
           MOVE ZERO TO LEGORDER-ORDER-NUMBER OF INTLPAY-LEGORDER-REC   11130000
                                                                        11140000
           EXEC CICS                                                    11150000
               STARTBR DATASET('LEGORDER')                              11160000
                       RIDFLD(LEGORDER-KEY OF INTLPAY-LEGORDER-REC)     11170000
                       GTEQ                                             11180000
                       RESP(INTLPAY-RESP)                               11190000
           END-EXEC                                                     11200000
                                                                        11210000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        11220000
               GO TO 2280-EXIT                                          11230000
           END-IF                                                       11240000
                                                                        11250000
           PERFORM 2290-READ-NEXT-ORDER THRU 2290-EXIT                  11260000
              UNTIL INTLPAY-LEG-BROWSE-DONE                             11270000
                                                                        11280000
           EXEC CICS                                                    11290000
               ENDBR DATASET('LEGORDER')                                11300000
                     RESP(INTLPAY-RESP)                                 11310000
           END-EXEC.                                                    11320000
       2280-EXIT.                                                       11330000
           EXIT.                                                        11340000
                                                                        11350000
      ******************************************************************11360000
      *  2290-READ-NEXT-ORDER - STEP THE BROWSE, COUNTING ACTIVE       *11370000
      *  ORDERS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.               *11380000
      ******************************************************************11390000
       2290-READ-NEXT-ORDER.                                            11400000
           EXEC CICS                                                    11410000
               READNEXT DATASET('LEGORDER')                             11420000
                        INTO(INTLPAY-LEGORDER-REC)                      11430000
                        RIDFLD(LEGORDER-KEY OF INTLPAY-LEGORDER-REC)    11440000
                        RESP(INTLPAY-RESP)                              11450000
           END-EXEC                                                     11460000
                                                                        11470000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        11480000
               SET INTLPAY-LEG-BROWSE-DONE TO TRUE                      11490000
               GO TO 2290-EXIT                                          11500000
           END-IF                                                       11510000
                                                                        11520000
           IF LEGORDER-SORTCODE OF INTLPAY-LEGORDER-REC                 11530000
              NOT = INTLPAY-FROM-SORTCODE                               11540000
              OR LEGORDER-NUMBER OF INTLPAY-LEGORDER-REC                11550000
                 NOT = INTLPAY-FROM-ACCNO                               11560000
               SET INTLPAY-LEG-BROWSE-DONE TO TRUE                      11570000
               GO TO 2290-EXIT                                          11580000
           END-IF                                                       11590000
                                                                        11600000
           IF LEGORDER-ACTIVE OF INTLPAY-LEGORDER-REC                   11610000
               ADD LEGORDER-AMOUNT OF INTLPAY-LEGORDER-REC              11620000
                  TO INTLPAY-EARMARK-TOTAL                              11630000
           END-IF.                                                      11640000
       2290-EXIT.                                                       11650000
           EXIT.                                                        11660000
                                                                        11670000
      ******************************************************************11680000
      *  2380-SUM-UNCLEARED - ADD UP EVERY CHEQUE PAID IN TO THE       *11690000
      *  ACCOUNT THAT IS STILL HELD UNCLEARED.                         *11700000
      ******************************************************************11710000
       2380-SUM-UNCLEARED.                                              11720000
           MOVE ZERO TO INTLPAY-UNCLEARED-TOTAL                         11730000
           MOVE 'N'  TO INTLPAY-UNCL-BROWSE-SWITCH                      11740000
           MOVE INTLPAY-FROM-SORTCODE TO UNCLRCHQ-SORTCODE              11750000
                                          OF INTLPAY-UNCLEAR-REC        11760000
           MOVE INTLPAY-FROM-ACCNO    TO UNCLRCHQ-NUMBER                11770000
                                          OF INTLPAY-UNCLEAR-REC        11780000
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF INTLPAY-UNCLEAR-REC   11790000
                                                                        11800000
           EXEC CICS                                                    11810000
               STARTBR DATASET('UNCLRCHQ')                              11820000
                       RIDFLD(UNCLRCHQ-KEY OF INTLPAY-UNCLEAR-REC)      11830000
                       GTEQ                                             11840000
                       RESP(INTLPAY-RESP)                               11850000
           END-EXEC                                                     11860000
                                                                        11870000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        11880000
               GO TO 2380-EXIT                                          11890000
           END-IF                                                       11900000
                                                                        11910000
           PERFORM 2390-READ-NEXT-UNCLEARED THRU 2390-EXIT              11920000
              UNTIL INTLPAY-UNCL-BROWSE-DONE                            11930000
                                                                        11940000
           EXEC CICS                                                    11950000
               ENDBR DATASET('UNCLRCHQ')                                11960000
                     RESP(INTLPAY-RESP)                                 11970000
           END-EXEC.                                                    11980000
       2380-EXIT.                                                       11990000
           EXIT.                                                        12000000
                                                                        12010000
      ******************************************************************12020000
      *  2390-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *12030000
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *12040000
      ******************************************************************12050000
       2390-READ-NEXT-UNCLEARED.                                        12060000
           EXEC CICS                                                    12070000
               READNEXT DATASET('UNCLRCHQ')                             12080000
                        INTO(INTLPAY-UNCLEAR-REC)                       12090000
                        RIDFLD(UNCLRCHQ-KEY OF INTLPAY-UNCLEAR-REC)     12100000
                        RESP(INTLPAY-RESP)                              12110000
           END-EXEC                                                     12120000
                                                                        12130000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        12140000
               SET INTLPAY-UNCL-BROWSE-DONE TO TRUE                     12150000
               GO TO 2390-EXIT                                          12160000
           END-IF                                                       12170000
                                                                        12180000
           IF UNCLRCHQ-SORTCODE OF INTLPAY-UNCLEAR-REC                  12190000
              NOT = INTLPAY-FROM-SORTCODE                               12200000
              OR UNCLRCHQ-NUMBER OF INTLPAY-UNCLEAR-REC                 12210000
                 NOT = INTLPAY-FROM-ACCNO                               12220000
               SET INTLPAY-UNCL-BROWSE-DONE TO TRUE                     12230000
               GO TO 2390-EXIT                                          12240000
           END-IF                                                       12250000
                                                                        12260000
           IF UNCLRCHQ-UNCLEARED OF INTLPAY-UNCLEAR-REC                 12270000
               ADD UNCLRCHQ-AMOUNT OF INTLPAY-UNCLEAR-REC               12280000
                  TO INTLPAY-UNCLEARED-TOTAL                            12290000
           END-IF.                                                      12300000
       2390-EXIT.                                                       12310000
           EXIT.                                                        12320000
      ******************************************************************12320140
      *  2480-SUM-RELEASE-QUEUE - BROWSE THE PAYING ACCOUNT'S RANGE    *12320280
      *  OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY PAYMENT      *12320420
      *  STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT LEFT     *12320560
      *  THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL          *12320700
      *  DECIDES IT.                                                   *12320840
      ******************************************************************12320980
       2480-SUM-RELEASE-QUEUE.                                          12321120
           MOVE ZERO TO INTLPAY-HVQ-TOTAL                               12321260
           MOVE 'N'  TO INTLPAY-HVQ-BROWSE-SWITCH                       12321400
                                                                        12321540
           MOVE INTLPAY-FROM-SORTCODE                                   12321680
               TO PENDREL-SORTCODE OF INTLPAY-PENDREL-REC               12321820
           MOVE INTLPAY-FROM-ACCNO                                      12321960
               TO PENDREL-FROM-ACCOUNT OF INTLPAY-PENDREL-REC           12322100
           MOVE LOW-VALUES TO PENDREL-SOURCE OF INTLPAY-PENDREL-REC     12322240
           MOVE ZERO TO PENDREL-NUMBER OF INTLPAY-PENDREL-REC           12322380
                                                                        12322520
           EXEC CICS                                                    12322660
               STARTBR DATASET('PENDREL')                               12322800
                       RIDFLD(PENDREL-KEY OF INTLPAY-PENDREL-REC)       12322940
                       GTEQ                                             12323080
                       RESP(INTLPAY-RESP)                               12323220
           END-EXEC                                                     12323360
                                                                        12323500
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        12323640
               GO TO 2480-EXIT                                          12323780
           END-IF                                                       12323920
                                                                        12324060
           PERFORM 2490-READ-NEXT-QUEUED THRU 2490-EXIT                 12324200
              UNTIL INTLPAY-HVQ-BROWSE-DONE                             12324340
                                                                        12324480
           EXEC CICS                                                    12324620
               ENDBR DATASET('PENDREL')                                 12324760
                     RESP(INTLPAY-RESP)                                 12324900
           END-EXEC.                                                    12325040
       2480-EXIT.                                                       12325180
           EXIT.                                                        12325320
                                                                        12325460
      ******************************************************************12325600
      *  2490-READ-NEXT-QUEUED - STEP THE BROWSE, COUNTING WAITING     *12325740
      *  AND REFERRED PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S RANGE.    *12325880
      ******************************************************************12326020
       2490-READ-NEXT-QUEUED.                                           12326160
           EXEC CICS                                                    12326300
               READNEXT DATASET('PENDREL')                              12326440
                        INTO(INTLPAY-PENDREL-REC)                       12326580
                        RIDFLD(PENDREL-KEY OF INTLPAY-PENDREL-REC)      12326720
                        RESP(INTLPAY-RESP)                              12326860
           END-EXEC                                                     12327000
                                                                        12327140
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        12327280
               SET INTLPAY-HVQ-BROWSE-DONE TO TRUE                      12327420
               GO TO 2490-EXIT                                          12327560
           END-IF                                                       12327700
                                                                        12327840
           IF PENDREL-SORTCODE OF INTLPAY-PENDREL-REC                   12327980
              NOT = INTLPAY-FROM-SORTCODE                               12328120
              OR PENDREL-FROM-ACCOUNT OF INTLPAY-PENDREL-REC            12328260
                 NOT = INTLPAY-FROM-ACCNO                               12328400
               SET INTLPAY-HVQ-BROWSE-DONE TO TRUE                      12328540
               GO TO 2490-EXIT                                          12328680
           END-IF                                                       12328820
                                                                        12328960
           IF PENDREL-OUTSTANDING OF INTLPAY-PENDREL-REC                12329100
               ADD PENDREL-AMOUNT OF INTLPAY-PENDREL-REC                12329240
                  TO INTLPAY-HVQ-TOTAL                                  12329380
           END-IF.                                                      12329520
       2490-EXIT.                                                       12329660
           EXIT.                                                        12329800
                                                                        12330000
      ******************************************************************12340000
      *  2500-WRITE-REGISTER - WAREHOUSE THE PAYMENT PENDING FOR       *12350000
      *  INTLSEND UNDER A REFERENCE MADE FROM TODAY'S DATE AND THE     *12360000
      *  TASK NUMBER.  IF THE ROW CANNOT BE WRITTEN THE DEBIT IS PUT   *12370000
      *  BACK, SINCE NOTHING WOULD EVER SEND THE PAYMENT.              *12380000
      ******************************************************************12390000
       2500-WRITE-REGISTER.                                             12400000
           MOVE EIBTASKN TO INTLPAY-TRAN-NUMBER                         12410000
           MOVE SPACES TO INTLPAY-REFERENCE                             12420000
           STRING 'INT' INTLPAY-TODAYS-DATE INTLPAY-TRAN-NUMBER         12430000
               DELIMITED BY SIZE                                        12440000
               INTO INTLPAY-REFERENCE                                   12450000
           END-STRING                                                   12460000
                                                                        12470000
           MOVE 'INTL' TO INTLREG-EYECATCHER OF INTLPAY-INTLREG-REC     12480000
           MOVE INTLPAY-REFERENCE                                       12490000
               TO INTLREG-REFERENCE OF INTLPAY-INTLREG-REC              12500000
           MOVE INTLPAY-FROM-SORTCODE                                   12510000
               TO INTLREG-SORTCODE OF INTLPAY-INTLREG-REC               12520000
           MOVE INTLPAY-FROM-ACCNO                                      12530000
               TO INTLREG-ACCOUNT OF INTLPAY-INTLREG-REC                12540000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF INTLPAY-ACCOUNT-REC          12550000
               TO INTLREG-CUSTOMER OF INTLPAY-INTLREG-REC               12560000
           MOVE INTLPAY-ORDERING-NAME                                   12570000
               TO INTLREG-ORDERING-NAME OF INTLPAY-INTLREG-REC          12580000
           MOVE INTLPAY-IBAN                                            12590000
               TO INTLREG-BENEF-IBAN OF INTLPAY-INTLREG-REC             12600000
           MOVE INTLPAY-BIC                                             12610000
               TO INTLREG-BENEF-BIC OF INTLPAY-INTLREG-REC              12620000
           MOVE COMM-INT-BENEF-NAME                                     12630000
               TO INTLREG-BENEF-NAME OF INTLPAY-INTLREG-REC             12640000
           MOVE COMM-INT-REMIT-INFO                                     12650000
               TO INTLREG-REMIT-INFO OF INTLPAY-INTLREG-REC             12660000
           MOVE COMM-INT-CURRENCY                                       12670000
               TO INTLREG-PAY-CURRENCY OF INTLPAY-INTLREG-REC           12680000
           MOVE COMM-INT-AMOUNT                                         12690000
               TO INTLREG-PAY-AMOUNT OF INTLPAY-INTLREG-REC             12700000
           MOVE INTLPAY-SENT-AMOUNT                                     12710000
               TO INTLREG-SENT-AMOUNT OF INTLPAY-INTLREG-REC            12720000
           MOVE COMM-INT-CHARGE-OPTION                                  12730000
               TO INTLREG-CHARGE-OPTION OF INTLPAY-INTLREG-REC          12740000
           MOVE INTLPAY-ACCT-CURRENCY                                   12750000
               TO INTLREG-ACCT-CURRENCY OF INTLPAY-INTLREG-REC          12760000
           MOVE INTLPAY-DEAL-RATE                                       12770000
               TO INTLREG-DEAL-RATE OF INTLPAY-INTLREG-REC              12780000
           MOVE INTLPAY-MARGIN-PCT                                      12790000
               TO INTLREG-MARGIN-PCT OF INTLPAY-INTLREG-REC             12800000
           MOVE INTLPAY-PDR-AMOUNT                                      12810000
               TO INTLREG-DEBIT-AMOUNT OF INTLPAY-INTLREG-REC           12820000
           MOVE INTLPAY-CHARGE                                          12830000
               TO INTLREG-CHARGE-AMOUNT OF INTLPAY-INTLREG-REC          12840000
           MOVE INTLPAY-TODAYS-DATE                                     12850000
               TO INTLREG-CAPTURED-DATE OF INTLPAY-INTLREG-REC          12860000
           MOVE EIBTIME                                                 12870000
               TO INTLREG-CAPTURED-TIME OF INTLPAY-INTLREG-REC          12880000
           SET INTLREG-PENDING OF INTLPAY-INTLREG-REC TO TRUE           12890000
           MOVE INTLPAY-TODAYS-DATE                                     12900000
               TO INTLREG-STATUS-DATE OF INTLPAY-INTLREG-REC            12910000
           MOVE ZERO                                                    12920000
               TO INTLREG-RECREDIT-AMOUNT OF INTLPAY-INTLREG-REC        12930000
           MOVE ZERO                                                    12940000
               TO INTLREG-RECREDIT-RATE OF INTLPAY-INTLREG-REC          12950000
                                                                        12960000
           EXEC CICS                                                    12970000
               WRITE DATASET('INTLREG')                                 12980000
                     FROM(INTLPAY-INTLREG-REC)                          12990000
                     RIDFLD(INTLREG-KEY OF INTLPAY-INTLREG-REC)         13000000
                     RESP(INTLPAY-RESP)                                 13010000
           END-EXEC                                                     13020000
                                                                        13030000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        13040000
               MOVE '7' TO COMM-INT-FAIL-CODE                           13050000
               PERFORM 2550-REVERSE-DEBIT THRU 2550-EXIT                13060000
           END-IF.                                                      13070000
       2500-EXIT.                                                       13080000
           EXIT.                                                        13090000
                                                                        13100000
      ******************************************************************13110000
      *  2550-REVERSE-DEBIT - THE PAYMENT COULD NOT BE WAREHOUSED      *13120000
      *  AFTER THE ACCOUNT WAS DEBITED.  PUT THE DEBIT BACK; NO        *13130000
      *  PROCTRAN ROW HAS BEEN WRITTEN YET, SO NONE IS NEEDED.         *13140000
      ******************************************************************13150000
       2550-REVERSE-DEBIT.                                              13160000
           EXEC CICS                                                    13170000
               READ DATASET('ACCOUNT')                                  13180000
                    INTO(INTLPAY-ACCOUNT-REC)                           13190000
                    RIDFLD(INTLPAY-FROM-KEY)                            13200000
                    UPDATE                                              13210000
                    RESP(INTLPAY-RESP)                                  13220000
           END-EXEC                                                     13230000
                                                                        13240000
           IF INTLPAY-RESP = DFHRESP(NORMAL)                            13250000
               ADD INTLPAY-DEBIT-TOTAL                                  13260000
                  TO ACCOUNT-BALANCE OF INTLPAY-ACCOUNT-REC             13270000
               EXEC CICS                                                13280000
                   REWRITE DATASET('ACCOUNT')                           13290000
                           FROM(INTLPAY-ACCOUNT-REC)                    13300000
                           RESP(INTLPAY-RESP)                           13310000
               END-EXEC                                                 13320000
           END-IF                                                       13330000
                                                                        13340000
           IF INTLPAY-RESP NOT = DFHRESP(NORMAL)                        13350000
               DISPLAY 'INTLPAY - CRITICAL - UNABLE TO REVERSE DEBIT '  13360000
                   'FOR ACCOUNT ' INTLPAY-FROM-ACCNO                    13370000
           END-IF.                                                      13380000
       2550-EXIT.                                                       13390000
           EXIT.                                                        13400000
                                                                        13410000
      ******************************************************************13420000
      *  3000-WRITE-PDR-PROCTRAN - LOG THE PAYMENT AGAINST THE PAYING  *13430000
      *  ACCOUNT IN ITS OWN CURRENCY, DESCRIBED BY THE PAYMENT         *13440000
      *  CURRENCY AND THE BENEFICIARY'S IBAN.                          *13450000
      ******************************************************************13460000
       3000-WRITE-PDR-PROCTRAN.                                         13470000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF INTLPAY-PROCTRAN-REC 13480000
           MOVE INTLPAY-FROM-SORTCODE TO PROC-TRAN-SORT-CODE            13490000
                                          OF INTLPAY-PROCTRAN-REC       13500000
           MOVE INTLPAY-TRAN-NUMBER TO PROC-TRAN-NUMBER                 13510000
                                        OF INTLPAY-PROCTRAN-REC         13520000
           MOVE INTLPAY-FROM-ACCNO TO PROC-TRAN-ACCOUNT-NUMBER          13530000
                                       OF INTLPAY-PROCTRAN-REC          13540000
           MOVE INTLPAY-TODAYS-DATE TO PROC-TRAN-DATE                   13550000
                                        OF INTLPAY-PROCTRAN-REC         13560000
           MOVE EIBTIME  TO PROC-TRAN-TIME   OF INTLPAY-PROCTRAN-REC    13570000
           MOVE EIBTASKN TO PROC-TRAN-REF    OF INTLPAY-PROCTRAN-REC    13580000
           MOVE 'PDR'    TO PROC-TRAN-TYPE   OF INTLPAY-PROCTRAN-REC    13590000
           MOVE INTLPAY-PDR-AMOUNT                                      13600000
                       TO PROC-TRAN-AMOUNT OF INTLPAY-PROCTRAN-REC      13610000
           MOVE INTLPAY-ACCT-CURRENCY                                   13620000
                         TO PROC-TRAN-CURRENCY OF INTLPAY-PROCTRAN-REC  13630000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        13640000
                         OF INTLPAY-PROCTRAN-REC                        13650000
           MOVE SPACES TO PROC-TRAN-DESC OF INTLPAY-PROCTRAN-REC        13660000
           STRING 'INTL ' COMM-INT-CURRENCY ' ' INTLPAY-IBAN            13670000
               DELIMITED BY SIZE                                        13680000
               INTO PROC-TRAN-DESC OF INTLPAY-PROCTRAN-REC              13690000
           END-STRING                                                   13700000
                                                                        13710000
           EXEC CICS                                                    13720000
               WRITE DATASET('PROCTRAN')                                13730000
                     FROM(INTLPAY-PROCTRAN-REC)                         13740000
                     RIDFLD(PROC-TRAN-ID OF INTLPAY-PROCTRAN-REC)       13750000
                     RESP(INTLPAY-RESP2)                                13760000
           END-EXEC                                                     13770000
                                                                        13780000
           IF INTLPAY-RESP2 NOT = DFHRESP(NORMAL)                       13790000
               DISPLAY 'INTLPAY - CRITICAL - PROCTRAN WRITE FAILED '    13800000
                   'FOR PAYMENT ' INTLPAY-REFERENCE                     13810000
           END-IF.                                                      13820000
       3000-EXIT.                                                       13830000
           EXIT.                                                        13840000
                                                                        13850000
      ******************************************************************13860000
      *  3500-WRITE-FEE-PROCTRAN - LOG THE CHARGE AS A FEE ROW WITH    *13870000
      *  THE SCHEDULE'S FEE DESCRIPTION.  THE PAYMENT ROW HAS TAKEN    *13880000
      *  THE TASK NUMBER AS ITS KEY, SO THIS ROW TAKES THE NEXT ONE.   *13890000
      ******************************************************************13900000
       3500-WRITE-FEE-PROCTRAN.                                         13910000
           ADD 1 TO INTLPAY-TRAN-NUMBER                                 13920000
           MOVE INTLPAY-TRAN-NUMBER TO PROC-TRAN-NUMBER                 13930000
                                        OF INTLPAY-PROCTRAN-REC         13940000
           MOVE 'FEE'    TO PROC-TRAN-TYPE   OF INTLPAY-PROCTRAN-REC    13950000
           MOVE INTLPAY-CHARGE                                          13960000
                       TO PROC-TRAN-AMOUNT OF INTLPAY-PROCTRAN-REC      13970000
           MOVE INTLPAY-FEE-DESC                                        13980000
               TO PROC-TRAN-DESC OF INTLPAY-PROCTRAN-REC                13990000
                                                                        14000000
           EXEC CICS                                                    14010000
               WRITE DATASET('PROCTRAN')                                14020000
                     FROM(INTLPAY-PROCTRAN-REC)                         14030000
                     RIDFLD(PROC-TRAN-ID OF INTLPAY-PROCTRAN-REC)       14040000
                     RESP(INTLPAY-RESP2)                                14050000
           END-EXEC                                                     14060000
                                                                        14070000
           IF INTLPAY-RESP2 NOT = DFHRESP(NORMAL)                       14080000
               DISPLAY 'INTLPAY - CRITICAL - PROCTRAN WRITE FAILED '    14090000
                   'FOR CHARGE ON ' INTLPAY-REFERENCE                   14100000
           END-IF.                                                      14110000
       3500-EXIT.                                                       14120000
           EXIT.                                                        14130000
                                                                        14140000
      ******************************************************************14150000
      *  9999-EXIT - RETURN TO THE CALLER.                             *14160000
      ******************************************************************14170000
       9999-EXIT.                                                       14180000
           EXEC CICS                                                    14190000
               RETURN                                                   14200000
           END-EXEC.                                                    14210000
