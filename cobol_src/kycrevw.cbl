      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    KYCREVW.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  KYCREVW - NIGHTLY KYC RISK RATING AND REVIEW SWEEP            *00150000
      *                                                                *00160000
      *  FUNCTION : KEEPS THE KYC RISK PROFILES (COPYBOOK KYCPROF)     *00170000
      *             AND THE DOCUMENT REGISTER (COPYBOOK KYCDOC) IN     *00180000
      *             STEP WITH THE CUSTOMER BASE AND LISTS WHAT IS      *00190000
      *             FALLING DUE :                                      *00200000
      *                                                                *00210000
      *               PASS 1 WALKS THE CUSTOMER MASTER.  A CUSTOMER    *00220000
      *               WITH NO PROFILE GETS ONE, RATED LOW, WITH THE    *00230000
      *               FIRST REVIEW DUE AFTER THE GRACE PERIOD.  THE    *00240000
      *               EVIDENCE COUNTS ON EXISTING PROFILES ARE         *00250000
      *               ZEROED SO EVERY RUN COUNTS AFRESH.               *00260000
      *               THE CUSTOMER'S TYPE IS COPIED ONTO THE           *00263333
      *               PROFILE.                                         *00266666
      *                                                                *00270000
      *               PASS 2 COUNTS EACH CUSTOMER'S WATCHLIST HITS     *00280000
      *               (WLHIT) - PENDING OR CONFIRMED HITS ARE OPEN,    *00290000
      *               CLEARED HITS ARE COUNTED SEPARATELY.             *00300000
      *                                                                *00310000
      *               PASS 3 COUNTS EACH CUSTOMER'S AML ALERTS         *00320000
      *               (AMLCASE), THROUGH THE ACCOUNT MASTER, AND       *00330000
      *               THOSE RAISED IN THE LAST TWELVE MONTHS.          *00340000
      *                                                                *00350000
      *               PASS 4 RE-RATES EVERY PROFILE :                  *00360000
      *                 HIGH   - AN OPEN WATCHLIST HIT, OR THREE OR    *00370000
      *                          MORE AML ALERTS IN TWELVE MONTHS -    *00380000
      *                          REVIEWED EVERY 12 MONTHS              *00390000
      *                 MEDIUM - A CLEARED HIT OR ANY AML ALERT -      *00400000
      *                          REVIEWED EVERY 24 MONTHS              *00410000
      *                 LOW    - NEITHER - REVIEWED EVERY 36 MONTHS    *00420000
      *               A BUSINESS IS NEVER RATED BELOW MEDIUM.          *00425000
      *               AND RESETS THE NEXT REVIEW TO ONE CYCLE FROM     *00430000
      *               THE LAST, SO A RAISED RATING BRINGS THE REVIEW   *00440000
      *               FORWARD.  DOCUMENTS PAST THEIR EXPIRY DATE ARE   *00450000
      *               MARKED EXPIRED.  THE PROFILE LAPSES WHEN THE     *00460000
      *               REVIEW IS OVERDUE, OR WHEN THE CUSTOMER HAS      *00470000
      *               IDENTITY DOCUMENTS ON FILE BUT NONE IS STILL     *00480000
      *               VALID.  A LAPSED PROFILE STAYS LAPSED UNTIL A    *00490000
      *               A BUSINESS ALSO LAPSES WHEN NO DIRECTOR OR       *00492500
      *               BENEFICIAL OWNER IS ACTIVE ON THE BUSREL         *00495000
      *               REGISTER.                                        *00497500
      *               REVIEW IS RECORDED THROUGH KYCMAINT.             *00500000
      *                                                                *00510000
      *             THE REPORT LISTS REVIEWS AND DOCUMENTS FALLING     *00520000
      *             DUE WITHIN THE HORIZON (30/360 DAY COUNT), NEWLY   *00530000
      *             EXPIRED DOCUMENTS, NEWLY LAPSED PROFILES AND       *00540000
      *             THOSE STILL LAPSED, WITH CONTROL TOTALS.           *00550000
      *                                                                *00560000
      *             SYSIN (OPTIONAL) : HORIZON DAYS COLS 1-3 (DEFAULT  *00570000
      *             30), GRACE MONTHS FOR A NEW PROFILE COLS 5-6       *00580000
      *             (DEFAULT 3).                                       *00590000
      *                                                                *00600000
      *  FILES    : CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00610000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00620000
      *             WLHIT    - VSAM KSDS - WATCHLIST HITS (INPUT)      *00630000
      *             AMLCASE  - VSAM KSDS - AML ALERT CASES (INPUT)     *00640000
      *             KYCPROF  - VSAM KSDS - KYC RISK PROFILES (I-O)     *00650000
      *             KYCDOC   - VSAM KSDS - KYC DOCUMENTS (I-O)         *00660000
      *             BUSREL   - VSAM KSDS - BUSINESS LINKS (INPUT)      *00665000
      *             SYSIN    - PARAMETER - HORIZON, GRACE PERIOD       *00670000
      *             KYCRPT   - REVIEW REPORT AND CONTROL TOTALS        *00680000
      *                                                                *00690000
      *  CHANGE HISTORY                                                *00700000
      *  ----------------------------------------------------------    *00710000
      *  DATE        BY    DESCRIPTION                                 *00720000
      *  2026-10-15  BAG   INITIAL VERSION                             *00730000
      *  2026-10-15  BAG   RATE BUSINESSES AT LEAST MEDIUM AND LAPSE   *00733333
      *                    ONE WITH NO ACTIVE DIRECTOR OR OWNER        *00736666
      *                                                                *00740000
      ******************************************************************00750000
       ENVIRONMENT DIVISION.                                            00760000
       INPUT-OUTPUT SECTION.                                            00770000
       FILE-CONTROL.                                                    00780000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00790000
                  ORGANIZATION IS INDEXED                               00800000
                  ACCESS MODE IS SEQUENTIAL                             00810000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00820000
                  FILE STATUS IS KYCREVW-CUSTOMER-STATUS.               00830000
                                                                        00840000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00850000
                  ORGANIZATION IS INDEXED                               00860000
                  ACCESS MODE IS RANDOM                                 00870000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00880000
                  FILE STATUS IS KYCREVW-ACCOUNT-STATUS.                00890000
                                                                        00900000
           SELECT WLHIT-FILE      ASSIGN TO WLHIT                       00910000
                  ORGANIZATION IS INDEXED                               00920000
                  ACCESS MODE IS SEQUENTIAL                             00930000
                  RECORD KEY IS WLHIT-KEY OF WLHIT-FILE-REC             00940000
                  FILE STATUS IS KYCREVW-WLHIT-STATUS.                  00950000
                                                                        00960000
           SELECT CASE-FILE       ASSIGN TO AMLCASE                     00970000
                  ORGANIZATION IS INDEXED                               00980000
                  ACCESS MODE IS SEQUENTIAL                             00990000
                  RECORD KEY IS AMLCASE-KEY OF CASE-FILE-REC            01000000
                  FILE STATUS IS KYCREVW-CASE-STATUS.                   01010000
                                                                        01020000
           SELECT KYCPROF-FILE    ASSIGN TO KYCPROF                     01030000
                  ORGANIZATION IS INDEXED                               01040000
                  ACCESS MODE IS DYNAMIC                                01050000
                  RECORD KEY IS KYCPROF-KEY OF KYCPROF-FILE-REC         01060000
                  FILE STATUS IS KYCREVW-KYCPROF-STATUS.                01070000
                                                                        01080000
           SELECT KYCDOC-FILE     ASSIGN TO KYCDOC                      01090000
                  ORGANIZATION IS INDEXED                               01100000
                  ACCESS MODE IS DYNAMIC                                01110000
                  RECORD KEY IS KYCDOC-KEY OF KYCDOC-FILE-REC           01120000
                  FILE STATUS IS KYCREVW-KYCDOC-STATUS.                 01130000
                                                                        01131428
           SELECT BUSREL-FILE     ASSIGN TO BUSREL                      01132856
                  ORGANIZATION IS INDEXED                               01134284
                  ACCESS MODE IS DYNAMIC                                01135712
                  RECORD KEY IS BUSREL-KEY OF BUSREL-FILE-REC           01137140
                  FILE STATUS IS KYCREVW-BUSREL-STATUS.                 01138568
                                                                        01140000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01150000
                  ORGANIZATION IS LINE SEQUENTIAL                       01160000
                  FILE STATUS IS KYCREVW-PARM-STATUS.                   01170000
                                                                        01180000
           SELECT KYC-RPT         ASSIGN TO KYCRPT                      01190000
                  ORGANIZATION IS LINE SEQUENTIAL                       01200000
                  FILE STATUS IS KYCREVW-RPT-STATUS.                    01210000
                                                                        01220000
       DATA DIVISION.                                                   01230000
       FILE SECTION.                                                    01240000
       FD  CUSTOMER-FILE                                                01250000
           RECORDING MODE IS F.                                         01260000
       01  CUSTOMER-FILE-REC.                                           01270000
           COPY CUSTOMER.                                               01280000
                                                                        01290000
       FD  ACCOUNT-FILE                                                 01300000
           RECORDING MODE IS F.                                         01310000
       01  ACCOUNT-FILE-REC.                                            01320000
           COPY ACCOUNT.                                                01330000
                                                                        01340000
       FD  WLHIT-FILE                                                   01350000
           RECORDING MODE IS F.                                         01360000
       01  WLHIT-FILE-REC.                                              01370000
           COPY WLHIT.                                                  01380000
                                                                        01390000
       FD  CASE-FILE                                                    01400000
           RECORDING MODE IS F.                                         01410000
       01  CASE-FILE-REC.                                               01420000
           COPY AMLCASE.                                                01430000
                                                                        01440000
       FD  KYCPROF-FILE                                                 01450000
           RECORDING MODE IS F.                                         01460000
       01  KYCPROF-FILE-REC.                                            01470000
           COPY KYCPROF.                                                01480000
                                                                        01490000
       FD  KYCDOC-FILE                                                  01500000
           RECORDING MODE IS F.                                         01510000
       01  KYCDOC-FILE-REC.                                             01520000
           COPY KYCDOC.                                                 01530000
                                                                        01531666
       FD  BUSREL-FILE                                                  01533332
           RECORDING MODE IS F.                                         01534998
       01  BUSREL-FILE-REC.                                             01536664
           COPY BUSREL.                                                 01538330
                                                                        01540000
       FD  PARAMETER-FILE                                               01550000
           RECORDING MODE IS F.                                         01560000
       01  PARAMETER-FILE-REC             PIC X(80).                    01570000
                                                                        01580000
       FD  KYC-RPT                                                      01590000
           RECORDING MODE IS F.                                         01600000
       01  KYC-RPT-LINE                   PIC X(100).                   01610000
                                                                        01620000
       WORKING-STORAGE SECTION.                                         01630000
       01  KYCREVW-WORK-AREA.                                           01640000
           05  KYCREVW-CUSTOMER-STATUS     PIC XX.                      01650000
           05  KYCREVW-ACCOUNT-STATUS      PIC XX.                      01660000
           05  KYCREVW-WLHIT-STATUS        PIC XX.                      01670000
           05  KYCREVW-CASE-STATUS         PIC XX.                      01680000
           05  KYCREVW-KYCPROF-STATUS      PIC XX.                      01690000
           05  KYCREVW-KYCDOC-STATUS       PIC XX.                      01700000
           05  KYCREVW-BUSREL-STATUS       PIC XX.                      01705000
           05  KYCREVW-PARM-STATUS         PIC XX.                      01710000
           05  KYCREVW-RPT-STATUS          PIC XX.                      01720000
           05  KYCREVW-CUST-EOF-SWITCH     PIC X     VALUE 'N'.         01730000
               88  KYCREVW-CUST-AT-EOF           VALUE 'Y'.             01740000
           05  KYCREVW-WLHIT-EOF-SWITCH    PIC X     VALUE 'N'.         01750000
               88  KYCREVW-WLHIT-AT-EOF          VALUE 'Y'.             01760000
           05  KYCREVW-CASE-EOF-SWITCH     PIC X     VALUE 'N'.         01770000
               88  KYCREVW-CASE-AT-EOF           VALUE 'Y'.             01780000
           05  KYCREVW-PROF-EOF-SWITCH     PIC X     VALUE 'N'.         01790000
               88  KYCREVW-PROF-AT-EOF           VALUE 'Y'.             01800000
           05  KYCREVW-DOC-EOF-SWITCH      PIC X     VALUE 'N'.         01810000
               88  KYCREVW-DOC-AT-EOF            VALUE 'Y'.             01820000
           05  KYCREVW-BREL-EOF-SWITCH     PIC X     VALUE 'N'.         01823333
               88  KYCREVW-BREL-AT-EOF           VALUE 'Y'.             01826666
           05  KYCREVW-HORIZON-DAYS        PIC 9(3)  VALUE 30.          01830000
           05  KYCREVW-GRACE-MONTHS        PIC 9(2)  VALUE 3.           01840000
      *    THE REVIEW CYCLE FOR EACH RATING, AND THE NUMBER OF AML     *01850000
      *    ALERTS IN TWELVE MONTHS THAT RATES A CUSTOMER HIGH.         *01860000
           05  KYCREVW-HIGH-MONTHS         PIC 9(2)  VALUE 12.          01870000
           05  KYCREVW-MEDIUM-MONTHS       PIC 9(2)  VALUE 24.          01880000
           05  KYCREVW-LOW-MONTHS          PIC 9(2)  VALUE 36.          01890000
           05  KYCREVW-AML-HIGH-COUNT      PIC 9(3)  VALUE 3.           01900000
           05  KYCREVW-CURRENT-DATE        PIC 9(8)  VALUE ZERO.        01910000
           05  KYCREVW-TODAY-SPLIT REDEFINES KYCREVW-CURRENT-DATE.      01920000
               10  KYCREVW-TODAY-YYYY      PIC 9999.                    01930000
               10  KYCREVW-TODAY-MM        PIC 99.                      01940000
               10  KYCREVW-TODAY-DD        PIC 99.                      01950000
           05  KYCREVW-RECENT-DATE         PIC 9(8)  VALUE ZERO.        01960000
           05  KYCREVW-RECENT-SPLIT REDEFINES KYCREVW-RECENT-DATE.      01970000
               10  KYCREVW-RECENT-YYYY     PIC 9999.                    01980000
               10  KYCREVW-RECENT-MMDD     PIC 9(4).                    01990000
           05  KYCREVW-TARGET-DATE         PIC 9(8)  VALUE ZERO.        02000000
           05  KYCREVW-TARGET-SPLIT REDEFINES KYCREVW-TARGET-DATE.      02010000
               10  KYCREVW-TARGET-YYYY     PIC 9999.                    02020000
               10  KYCREVW-TARGET-MM       PIC 99.                      02030000
               10  KYCREVW-TARGET-DD       PIC 99.                      02040000
           05  KYCREVW-DAYS-TO             PIC S9(7) COMP-3 VALUE ZERO. 02050000
           05  KYCREVW-CALC-DATE           PIC 9(8)  VALUE ZERO.        02060000
           05  KYCREVW-CALC-SPLIT REDEFINES KYCREVW-CALC-DATE.          02070000
               10  KYCREVW-CALC-YYYY       PIC 9999.                    02080000
               10  KYCREVW-CALC-MM         PIC 99.                      02090000
               10  KYCREVW-CALC-DD         PIC 99.                      02100000
           05  KYCREVW-ADD-MONTHS          PIC 9(2)  VALUE ZERO.        02110000
           05  KYCREVW-MONTH-TOTAL         PIC 9(3)  VALUE ZERO.        02120000
           05  KYCREVW-YEAR-CARRY          PIC 9(2)  VALUE ZERO.        02130000
           05  KYCREVW-MONTH-REM           PIC 9(2)  VALUE ZERO.        02140000
           05  KYCREVW-MONTH-END           PIC 9(2)  VALUE ZERO.        02150000
           05  KYCREVW-LEAP-QUOTIENT       PIC 9(4)  VALUE ZERO.        02160000
           05  KYCREVW-LEAP-REMAINDER      PIC 9     VALUE ZERO.        02170000
           05  KYCREVW-OLD-RATING          PIC X     VALUE SPACE.       02180000
           05  KYCREVW-ID-HELD             PIC 9(3)  VALUE ZERO.        02190000
           05  KYCREVW-ID-VALID            PIC 9(3)  VALUE ZERO.        02200000
           05  KYCREVW-ID-EXPIRY           PIC 9(8)  VALUE ZERO.        02210000
           05  KYCREVW-OWNERS-HELD         PIC 9(3)  VALUE ZERO.        02215000
           05  KYCREVW-CUST-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02220000
           05  KYCREVW-CREATED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02230000
           05  KYCREVW-HIT-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02240000
           05  KYCREVW-ALERT-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02250000
           05  KYCREVW-PROFILE-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02260000
           05  KYCREVW-BUSINESS-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02265000
           05  KYCREVW-HIGH-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02270000
           05  KYCREVW-MEDIUM-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02280000
           05  KYCREVW-LOW-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02290000
           05  KYCREVW-RERATED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02300000
           05  KYCREVW-DUE-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02310000
           05  KYCREVW-NEW-LAPSED-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 02320000
           05  KYCREVW-OLD-LAPSED-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 02330000
           05  KYCREVW-DOC-EXPIRING-COUNT  PIC 9(9)  COMP-3 VALUE ZERO. 02340000
           05  KYCREVW-DOC-EXPIRED-COUNT   PIC 9(9)  COMP-3 VALUE ZERO. 02350000
                                                                        02360000
       01  KYCREVW-MONTH-DAYS-VALUES       PIC X(24) VALUE              02370000
           '312831303130313130313031'.                                  02380000
       01  KYCREVW-MONTH-DAYS-TABLE REDEFINES KYCREVW-MONTH-DAYS-VALUES.02390000
           05  KYCREVW-MONTH-DAYS          PIC 99 OCCURS 12 TIMES.      02400000
                                                                        02410000
       01  KYCREVW-PARM-REDEF.                                          02420000
           05  KYCREVW-PARM-HORIZON        PIC X(3).                    02430000
           05  FILLER                      PIC X(1).                    02440000
           05  KYCREVW-PARM-GRACE          PIC X(2).                    02450000
           05  FILLER                      PIC X(74).                   02460000
                                                                        02470000
       01  KYCREVW-DETAIL-LINE.                                         02480000
           05  KYCREVW-DTL-SORTCODE        PIC 9(6).                    02490000
           05  FILLER                      PIC X(1)  VALUE '-'.         02500000
           05  KYCREVW-DTL-CUSTOMER        PIC 9(10).                   02510000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02520000
           05  KYCREVW-DTL-RATING          PIC X(1).                    02530000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02540000
           05  KYCREVW-DTL-EVENT           PIC X(20).                   02550000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02560000
           05  KYCREVW-DTL-DATE            PIC 9(8).                    02570000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02580000
           05  KYCREVW-DTL-DOC-SEQ         PIC ZZ9.                     02590000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02600000
           05  KYCREVW-DTL-DOC-TYPE        PIC X(3).                    02610000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02620000
           05  KYCREVW-DTL-REFERENCE       PIC X(30).                   02630000
           05  FILLER                      PIC X(6)  VALUE SPACES.      02640000
                                                                        02650000
       01  KYCREVW-TITLE-LINE.                                          02660000
           05  FILLER                      PIC X(32) VALUE              02670000
               'KYC REVIEWS AND DOCUMENTS DUE - '.                      02680000
           05  KYCREVW-TTL-DATE            PIC 9(8).                    02690000
           05  FILLER                      PIC X(12) VALUE              02700000
               '  HORIZON '.                                            02710000
           05  KYCREVW-TTL-HORIZON         PIC ZZ9.                     02720000
           05  FILLER                      PIC X(5)  VALUE ' DAYS'.     02730000
           05  FILLER                      PIC X(40) VALUE SPACES.      02740000
                                                                        02750000
       01  KYCREVW-HEADING-1.                                           02760000
           05  FILLER                      PIC X(19) VALUE              02770000
               'CUSTOMER'.                                              02780000
           05  FILLER                      PIC X(3)  VALUE              02790000
               'R'.                                                     02800000
           05  FILLER                      PIC X(22) VALUE              02810000
               'EVENT'.                                                 02820000
           05  FILLER                      PIC X(10) VALUE              02830000
               'DATE'.                                                  02840000
           05  FILLER                      PIC X(5)  VALUE              02850000
               'DOC'.                                                   02860000
           05  FILLER                      PIC X(5)  VALUE              02870000
               'TYPE'.                                                  02880000
           05  FILLER                      PIC X(9)  VALUE              02890000
               'REFERENCE'.                                             02900000
           05  FILLER                      PIC X(27) VALUE SPACES.      02910000
                                                                        02920000
       01  KYCREVW-SUMMARY-LINE.                                        02930000
           05  KYCREVW-SUM-LABEL           PIC X(30).                   02940000
           05  KYCREVW-SUM-COUNT           PIC Z(8)9.                   02950000
           05  FILLER                      PIC X(61) VALUE SPACES.      02960000
                                                                        02970000
       01  RUNCTL-REQUEST-AREA.                                         02980000
           COPY RUNCTLQ.                                                02990000
                                                                        03000000
       01  BUSDATE-REQUEST-AREA.                                        03010000
           COPY BUSDATEQ.                                               03020000
                                                                        03030000
      ******************************************************************03040000
       PROCEDURE DIVISION.                                              03050000
      ******************************************************************03060000
       0000-MAINLINE.                                                   03070000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03080000
                                                                        03090000
           PERFORM 2000-PROFILE-ONE-CUSTOMER THRU 2000-EXIT             03100000
               UNTIL KYCREVW-CUST-AT-EOF                                03110000
                                                                        03120000
           PERFORM 3000-COUNT-ONE-HIT THRU 3000-EXIT                    03130000
               UNTIL KYCREVW-WLHIT-AT-EOF                               03140000
                                                                        03150000
           PERFORM 4000-COUNT-ONE-ALERT THRU 4000-EXIT                  03160000
               UNTIL KYCREVW-CASE-AT-EOF                                03170000
                                                                        03180000
           PERFORM 5000-REVIEW-PROFILES THRU 5000-EXIT                  03190000
                                                                        03200000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             03210000
                                                                        03220000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03230000
                                                                        03240000
           GO TO 9999-EXIT.                                             03250000
                                                                        03260000
      ******************************************************************03270000
      *  1000-INITIALIZE - OPEN THE FILES, READ THE PARAMETERS, TAKE   *03280000
      *  THE BUSINESS DATE AND THE DATE TWELVE MONTHS BEFORE IT.       *03290000
      ******************************************************************03300000
       1000-INITIALIZE.                                                 03310000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03320000
           MOVE 'KYCREVW' TO RUNCTL-REQ-JOB                             03330000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03340000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03350000
           IF RUNCTL-HELD                                               03360000
               DISPLAY 'KYCREVW - HELD - PREDECESSOR NOT COMPLETE'      03370000
               STOP RUN                                                 03380000
           END-IF                                                       03390000
                                                                        03400000
           OPEN INPUT  CUSTOMER-FILE                                    03410000
           OPEN INPUT  ACCOUNT-FILE                                     03420000
           OPEN INPUT  WLHIT-FILE                                       03430000
           OPEN INPUT  CASE-FILE                                        03440000
           OPEN I-O    KYCPROF-FILE                                     03450000
           OPEN I-O    KYCDOC-FILE                                      03460000
           OPEN INPUT  BUSREL-FILE                                      03465000
           OPEN INPUT  PARAMETER-FILE                                   03470000
           OPEN OUTPUT KYC-RPT                                          03480000
                                                                        03490000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03500000
           MOVE BUSDATE-REQ-CURRENT TO KYCREVW-CURRENT-DATE             03510000
           MOVE KYCREVW-CURRENT-DATE TO KYCREVW-RECENT-DATE             03520000
           SUBTRACT 1 FROM KYCREVW-RECENT-YYYY                          03530000
                                                                        03540000
           MOVE SPACES TO KYCREVW-PARM-REDEF                            03550000
           READ PARAMETER-FILE INTO KYCREVW-PARM-REDEF                  03560000
               AT END                                                   03570000
                   CONTINUE                                             03580000
           END-READ                                                     03590000
           CLOSE PARAMETER-FILE                                         03600000
                                                                        03610000
           IF KYCREVW-PARM-HORIZON IS NUMERIC                           03620000
              AND KYCREVW-PARM-HORIZON NOT = '000'                      03630000
               MOVE KYCREVW-PARM-HORIZON TO KYCREVW-HORIZON-DAYS        03640000
           END-IF                                                       03650000
                                                                        03660000
           IF KYCREVW-PARM-GRACE IS NUMERIC                             03670000
              AND KYCREVW-PARM-GRACE NOT = '00'                         03680000
               MOVE KYCREVW-PARM-GRACE TO KYCREVW-GRACE-MONTHS          03690000
           END-IF                                                       03700000
                                                                        03710000
           MOVE KYCREVW-CURRENT-DATE TO KYCREVW-TTL-DATE                03720000
           MOVE KYCREVW-HORIZON-DAYS TO KYCREVW-TTL-HORIZON             03730000
           WRITE KYC-RPT-LINE FROM KYCREVW-TITLE-LINE                   03740000
           MOVE SPACES TO KYC-RPT-LINE                                  03750000
           WRITE KYC-RPT-LINE                                           03760000
           WRITE KYC-RPT-LINE FROM KYCREVW-HEADING-1.                   03770000
       1000-EXIT.                                                       03780000
           EXIT.                                                        03790000
                                                                        03800000
      ******************************************************************03810000
      *  2000-PROFILE-ONE-CUSTOMER - MAKE SURE THE CUSTOMER HAS A      *03820000
      *  PROFILE, AND CLEAR THE EVIDENCE COUNTS FOR THIS RUN.          *03830000
      ******************************************************************03840000
       2000-PROFILE-ONE-CUSTOMER.                                       03850000
           READ CUSTOMER-FILE NEXT                                      03860000
               AT END                                                   03870000
                   SET KYCREVW-CUST-AT-EOF TO TRUE                      03880000
                   GO TO 2000-EXIT                                      03890000
           END-READ                                                     03900000
                                                                        03910000
           ADD 1 TO KYCREVW-CUST-COUNT                                  03920000
                                                                        03930000
           MOVE CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                  03940000
               TO KYCPROF-SORTCODE OF KYCPROF-FILE-REC                  03950000
           MOVE CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                    03960000
               TO KYCPROF-CUSTOMER OF KYCPROF-FILE-REC                  03970000
                                                                        03980000
           READ KYCPROF-FILE                                            03990000
               KEY IS KYCPROF-KEY OF KYCPROF-FILE-REC                   04000000
               INVALID KEY                                              04010000
                   PERFORM 2100-NEW-PROFILE THRU 2100-EXIT              04020000
                   GO TO 2000-EXIT                                      04030000
           END-READ                                                     04040000
                                                                        04050000
           MOVE CUSTOMER-TYPE OF CUSTOMER-FILE-REC                      04053333
               TO KYCPROF-CUSTOMER-TYPE OF KYCPROF-FILE-REC             04056666
           PERFORM 2200-CLEAR-COUNTS THRU 2200-EXIT                     04060000
           REWRITE KYCPROF-FILE-REC                                     04070000
               INVALID KEY                                              04080000
                   DISPLAY 'KYCREVW - CRITICAL - KYCPROF REWRITE '      04090000
                       'FAILED STATUS ' KYCREVW-KYCPROF-STATUS          04100000
           END-REWRITE.                                                 04110000
       2000-EXIT.                                                       04120000
           EXIT.                                                        04130000
                                                                        04140000
      ******************************************************************04150000
      *  2100-NEW-PROFILE - A CUSTOMER NOT YET PROFILED STARTS LOW,    *04160000
      *  CURRENT, WITH THE FIRST REVIEW DUE AFTER THE GRACE PERIOD.    *04170000
      ******************************************************************04180000
       2100-NEW-PROFILE.                                                04190000
           MOVE 'KYCP' TO KYCPROF-EYECATCHER OF KYCPROF-FILE-REC        04200000
           SET KYCPROF-RISK-LOW OF KYCPROF-FILE-REC TO TRUE             04210000
           MOVE KYCREVW-LOW-MONTHS                                      04220000
               TO KYCPROF-REVIEW-MONTHS OF KYCPROF-FILE-REC             04230000
           MOVE KYCREVW-CURRENT-DATE                                    04240000
               TO KYCPROF-RATED-DATE OF KYCPROF-FILE-REC                04250000
           MOVE ZERO TO KYCPROF-LAST-REVIEW-DATE OF KYCPROF-FILE-REC    04260000
           MOVE SPACES TO KYCPROF-LAST-REVIEW-BY OF KYCPROF-FILE-REC    04270000
           MOVE ZERO TO KYCPROF-ID-EXPIRY-DATE OF KYCPROF-FILE-REC      04280000
           SET KYCPROF-CURRENT OF KYCPROF-FILE-REC TO TRUE              04290000
           MOVE ZERO TO KYCPROF-LAPSED-DATE OF KYCPROF-FILE-REC         04300000
           MOVE SPACE TO KYCPROF-LAPSE-REASON OF KYCPROF-FILE-REC       04310000
           MOVE CUSTOMER-TYPE OF CUSTOMER-FILE-REC                      04313333
               TO KYCPROF-CUSTOMER-TYPE OF KYCPROF-FILE-REC             04316666
           PERFORM 2200-CLEAR-COUNTS THRU 2200-EXIT                     04320000
                                                                        04330000
           MOVE KYCREVW-CURRENT-DATE TO KYCREVW-CALC-DATE               04340000
           MOVE KYCREVW-GRACE-MONTHS TO KYCREVW-ADD-MONTHS              04350000
           PERFORM 8500-ADD-MONTHS THRU 8500-EXIT                       04360000
           MOVE KYCREVW-CALC-DATE                                       04370000
               TO KYCPROF-NEXT-REVIEW-DATE OF KYCPROF-FILE-REC          04380000
                                                                        04390000
           WRITE KYCPROF-FILE-REC                                       04400000
               INVALID KEY                                              04410000
                   DISPLAY 'KYCREVW - CRITICAL - KYCPROF WRITE '        04420000
                       'FAILED STATUS ' KYCREVW-KYCPROF-STATUS          04430000
                   GO TO 2100-EXIT                                      04440000
           END-WRITE                                                    04450000
           ADD 1 TO KYCREVW-CREATED-COUNT.                              04460000
       2100-EXIT.                                                       04470000
           EXIT.                                                        04480000
                                                                        04490000
      ******************************************************************04500000
      *  2200-CLEAR-COUNTS - ZERO THE EVIDENCE COUNTS.                 *04510000
      ******************************************************************04520000
       2200-CLEAR-COUNTS.                                               04530000
           MOVE ZERO TO KYCPROF-WL-OPEN-HITS OF KYCPROF-FILE-REC        04540000
           MOVE ZERO TO KYCPROF-WL-CLEARED-HITS OF KYCPROF-FILE-REC     04550000
           MOVE ZERO TO KYCPROF-AML-ALERTS OF KYCPROF-FILE-REC          04560000
           MOVE ZERO TO KYCPROF-AML-RECENT OF KYCPROF-FILE-REC.         04570000
       2200-EXIT.                                                       04580000
           EXIT.                                                        04590000
                                                                        04600000
      ******************************************************************04610000
      *  3000-COUNT-ONE-HIT - A SCREENING HIT AGAINST A CUSTOMER ADDS  *04620000
      *  TO THAT CUSTOMER'S OPEN OR CLEARED COUNT.  PAYEE AND INBOUND  *04630000
      *  HITS ARE NOT ABOUT OUR CUSTOMER AND ARE PASSED OVER.          *04640000
      ******************************************************************04650000
       3000-COUNT-ONE-HIT.                                              04660000
           READ WLHIT-FILE NEXT                                         04670000
               AT END                                                   04680000
                   SET KYCREVW-WLHIT-AT-EOF TO TRUE                     04690000
                   GO TO 3000-EXIT                                      04700000
           END-READ                                                     04710000
                                                                        04720000
           IF NOT WLHIT-SUBJ-CUSTOMER OF WLHIT-FILE-REC                 04730000
               GO TO 3000-EXIT                                          04740000
           END-IF                                                       04750000
                                                                        04760000
           MOVE WLHIT-SORTCODE OF WLHIT-FILE-REC                        04770000
               TO KYCPROF-SORTCODE OF KYCPROF-FILE-REC                  04780000
           MOVE WLHIT-CUSTOMER OF WLHIT-FILE-REC                        04790000
               TO KYCPROF-CUSTOMER OF KYCPROF-FILE-REC                  04800000
           READ KYCPROF-FILE                                            04810000
               KEY IS KYCPROF-KEY OF KYCPROF-FILE-REC                   04820000
               INVALID KEY                                              04830000
                   GO TO 3000-EXIT                                      04840000
           END-READ                                                     04850000
                                                                        04860000
           ADD 1 TO KYCREVW-HIT-COUNT                                   04870000
           IF WLHIT-CLEARED OF WLHIT-FILE-REC                           04880000
               IF KYCPROF-WL-CLEARED-HITS OF KYCPROF-FILE-REC < 999     04890000
                   ADD 1 TO KYCPROF-WL-CLEARED-HITS OF KYCPROF-FILE-REC 04900000
               END-IF                                                   04910000
           ELSE                                                         04920000
               IF KYCPROF-WL-OPEN-HITS OF KYCPROF-FILE-REC < 999        04930000
                   ADD 1 TO KYCPROF-WL-OPEN-HITS OF KYCPROF-FILE-REC    04940000
               END-IF                                                   04950000
           END-IF                                                       04960000
                                                                        04970000
           REWRITE KYCPROF-FILE-REC                                     04980000
               INVALID KEY                                              04990000
                   DISPLAY 'KYCREVW - CRITICAL - KYCPROF REWRITE '      05000000
                       'FAILED STATUS ' KYCREVW-KYCPROF-STATUS          05010000
           END-REWRITE.                                                 05020000
       3000-EXIT.                                                       05030000
           EXIT.                                                        05040000
                                                                        05050000
      ******************************************************************05060000
      *  4000-COUNT-ONE-ALERT - AN AML ALERT ADDS TO THE COUNT OF THE  *05070000
      *  CUSTOMER WHO OWNS THE ACCOUNT, AND TO THE RECENT COUNT WHEN   *05080000
      *  RAISED IN THE LAST TWELVE MONTHS.  AN ALERT ON AN ACCOUNT     *05090000
      *  SINCE DELETED CANNOT BE TRACED AND IS PASSED OVER.            *05100000
      ******************************************************************05110000
       4000-COUNT-ONE-ALERT.                                            05120000
           READ CASE-FILE NEXT                                          05130000
               AT END                                                   05140000
                   SET KYCREVW-CASE-AT-EOF TO TRUE                      05150000
                   GO TO 4000-EXIT                                      05160000
           END-READ                                                     05170000
                                                                        05180000
           MOVE AMLCASE-SORTCODE OF CASE-FILE-REC                       05190000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  05200000
           MOVE AMLCASE-ACCOUNT OF CASE-FILE-REC                        05210000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    05220000
           READ ACCOUNT-FILE                                            05230000
               INVALID KEY                                              05240000
                   GO TO 4000-EXIT                                      05250000
           END-READ                                                     05260000
                                                                        05270000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    05280000
               TO KYCPROF-SORTCODE OF KYCPROF-FILE-REC                  05290000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             05300000
               TO KYCPROF-CUSTOMER OF KYCPROF-FILE-REC                  05310000
           READ KYCPROF-FILE                                            05320000
               KEY IS KYCPROF-KEY OF KYCPROF-FILE-REC                   05330000
               INVALID KEY                                              05340000
                   GO TO 4000-EXIT                                      05350000
           END-READ                                                     05360000
                                                                        05370000
           ADD 1 TO KYCREVW-ALERT-COUNT                                 05380000
           IF KYCPROF-AML-ALERTS OF KYCPROF-FILE-REC < 999              05390000
               ADD 1 TO KYCPROF-AML-ALERTS OF KYCPROF-FILE-REC          05400000
           END-IF                                                       05410000
           IF AMLCASE-DATE OF CASE-FILE-REC NOT < KYCREVW-RECENT-DATE   05420000
              AND KYCPROF-AML-RECENT OF KYCPROF-FILE-REC < 999          05430000
               ADD 1 TO KYCPROF-AML-RECENT OF KYCPROF-FILE-REC          05440000
           END-IF                                                       05450000
                                                                        05460000
           REWRITE KYCPROF-FILE-REC                                     05470000
               INVALID KEY                                              05480000
                   DISPLAY 'KYCREVW - CRITICAL - KYCPROF REWRITE '      05490000
                       'FAILED STATUS ' KYCREVW-KYCPROF-STATUS          05500000
           END-REWRITE.                                                 05510000
       4000-EXIT.                                                       05520000
           EXIT.                                                        05530000
                                                                        05540000
      ******************************************************************05550000
      *  5000-REVIEW-PROFILES - SWEEP EVERY PROFILE IN KEY ORDER.      *05560000
      ******************************************************************05570000
       5000-REVIEW-PROFILES.                                            05580000
           MOVE ZERO TO KYCPROF-SORTCODE OF KYCPROF-FILE-REC            05590000
           MOVE ZERO TO KYCPROF-CUSTOMER OF KYCPROF-FILE-REC            05600000
                                                                        05610000
           START KYCPROF-FILE KEY IS NOT LESS THAN                      05620000
                 KYCPROF-KEY OF KYCPROF-FILE-REC                        05630000
               INVALID KEY                                              05640000
                   SET KYCREVW-PROF-AT-EOF TO TRUE                      05650000
           END-START                                                    05660000
                                                                        05670000
           PERFORM 5100-REVIEW-ONE-PROFILE THRU 5100-EXIT               05680000
               UNTIL KYCREVW-PROF-AT-EOF.                               05690000
       5000-EXIT.                                                       05700000
           EXIT.                                                        05710000
                                                                        05720000
      ******************************************************************05730000
      *  5100-REVIEW-ONE-PROFILE - RE-RATE, CHECK THE DOCUMENTS,       *05740000
      *  LAPSE IF DUE, REPORT AND PUT THE PROFILE BACK.                *05750000
      ******************************************************************05760000
       5100-REVIEW-ONE-PROFILE.                                         05770000
           READ KYCPROF-FILE NEXT RECORD                                05780000
               AT END                                                   05790000
                   SET KYCREVW-PROF-AT-EOF TO TRUE                      05800000
                   GO TO 5100-EXIT                                      05810000
           END-READ                                                     05820000
                                                                        05830000
           ADD 1 TO KYCREVW-PROFILE-COUNT                               05840000
           IF KYCPROF-BUSINESS OF KYCPROF-FILE-REC                      05842500
               ADD 1 TO KYCREVW-BUSINESS-COUNT                          05845000
           END-IF                                                       05847500
                                                                        05850000
           PERFORM 5200-RATE-PROFILE THRU 5200-EXIT                     05860000
                                                                        05870000
           PERFORM 5300-CHECK-DOCUMENTS THRU 5300-EXIT                  05880000
                                                                        05890000
           PERFORM 5500-CHECK-LAPSE THRU 5500-EXIT                      05900000
                                                                        05910000
           REWRITE KYCPROF-FILE-REC                                     05920000
               INVALID KEY                                              05930000
                   DISPLAY 'KYCREVW - CRITICAL - KYCPROF REWRITE '      05940000
                       'FAILED STATUS ' KYCREVW-KYCPROF-STATUS          05950000
           END-REWRITE.                                                 05960000
       5100-EXIT.                                                       05970000
           EXIT.                                                        05980000
                                                                        05990000
      ******************************************************************06000000
      *  5200-RATE-PROFILE - SET THE RATING AND CYCLE FROM THE         *06010000
      *  EVIDENCE COUNTS.  A REVIEWED PROFILE'S NEXT REVIEW IS ONE     *06020000
      *  CYCLE FROM THE LAST; ONE NEVER REVIEWED KEEPS ITS GRACE       *06030000
      *  DATE.  A BUSINESS WITH NOTHING AGAINST IT IS STILL MEDIUM.    *06040000
      ******************************************************************06050000
       5200-RATE-PROFILE.                                               06060000
           MOVE KYCPROF-RISK-RATING OF KYCPROF-FILE-REC                 06070000
               TO KYCREVW-OLD-RATING                                    06080000
                                                                        06090000
           EVALUATE TRUE                                                06100000
               WHEN KYCPROF-WL-OPEN-HITS OF KYCPROF-FILE-REC > ZERO     06110000
               WHEN KYCPROF-AML-RECENT OF KYCPROF-FILE-REC              06120000
                    NOT < KYCREVW-AML-HIGH-COUNT                        06130000
                   SET KYCPROF-RISK-HIGH OF KYCPROF-FILE-REC TO TRUE    06140000
                   MOVE KYCREVW-HIGH-MONTHS                             06150000
                       TO KYCPROF-REVIEW-MONTHS OF KYCPROF-FILE-REC     06160000
                   ADD 1 TO KYCREVW-HIGH-COUNT                          06170000
               WHEN KYCPROF-WL-CLEARED-HITS OF KYCPROF-FILE-REC > ZERO  06180000
               WHEN KYCPROF-AML-ALERTS OF KYCPROF-FILE-REC > ZERO       06190000
               WHEN KYCPROF-BUSINESS OF KYCPROF-FILE-REC                06195000
                   SET KYCPROF-RISK-MEDIUM OF KYCPROF-FILE-REC TO TRUE  06200000
                   MOVE KYCREVW-MEDIUM-MONTHS                           06210000
                       TO KYCPROF-REVIEW-MONTHS OF KYCPROF-FILE-REC     06220000
                   ADD 1 TO KYCREVW-MEDIUM-COUNT                        06230000
               WHEN OTHER                                               06240000
                   SET KYCPROF-RISK-LOW OF KYCPROF-FILE-REC TO TRUE     06250000
                   MOVE KYCREVW-LOW-MONTHS                              06260000
                       TO KYCPROF-REVIEW-MONTHS OF KYCPROF-FILE-REC     06270000
                   ADD 1 TO KYCREVW-LOW-COUNT                           06280000
           END-EVALUATE                                                 06290000
                                                                        06300000
           IF KYCPROF-RISK-RATING OF KYCPROF-FILE-REC                   06310000
              NOT = KYCREVW-OLD-RATING                                  06320000
               ADD 1 TO KYCREVW-RERATED-COUNT                           06330000
           END-IF                                                       06340000
           MOVE KYCREVW-CURRENT-DATE                                    06350000
               TO KYCPROF-RATED-DATE OF KYCPROF-FILE-REC                06360000
                                                                        06370000
           IF KYCPROF-LAST-REVIEW-DATE OF KYCPROF-FILE-REC NOT = ZERO   06380000
               MOVE KYCPROF-LAST-REVIEW-DATE OF KYCPROF-FILE-REC        06390000
                   TO KYCREVW-CALC-DATE                                 06400000
               MOVE KYCPROF-REVIEW-MONTHS OF KYCPROF-FILE-REC           06410000
                   TO KYCREVW-ADD-MONTHS                                06420000
               PERFORM 8500-ADD-MONTHS THRU 8500-EXIT                   06430000
               MOVE KYCREVW-CALC-DATE                                   06440000
                   TO KYCPROF-NEXT-REVIEW-DATE OF KYCPROF-FILE-REC      06450000
           END-IF.                                                      06460000
       5200-EXIT.                                                       06470000
           EXIT.                                                        06480000
                                                                        06490000
      ******************************************************************06500000
      *  5300-CHECK-DOCUMENTS - WALK THE CUSTOMER'S DOCUMENTS,         *06510000
      *  EXPIRING THOSE PAST THEIR DATE AND COUNTING THE IDENTITY      *06520000
      *  DOCUMENTS HELD AND STILL VALID.                               *06530000
      ******************************************************************06540000
       5300-CHECK-DOCUMENTS.                                            06550000
           MOVE ZERO TO KYCREVW-ID-HELD                                 06560000
           MOVE ZERO TO KYCREVW-ID-VALID                                06570000
           MOVE ZERO TO KYCREVW-ID-EXPIRY                               06580000
           MOVE 'N' TO KYCREVW-DOC-EOF-SWITCH                           06590000
                                                                        06600000
           MOVE KYCPROF-SORTCODE OF KYCPROF-FILE-REC                    06610000
               TO KYCDOC-SORTCODE OF KYCDOC-FILE-REC                    06620000
           MOVE KYCPROF-CUSTOMER OF KYCPROF-FILE-REC                    06630000
               TO KYCDOC-CUSTOMER OF KYCDOC-FILE-REC                    06640000
           MOVE ZERO TO KYCDOC-SEQ OF KYCDOC-FILE-REC                   06650000
                                                                        06660000
           START KYCDOC-FILE KEY IS NOT LESS THAN                       06670000
                 KYCDOC-KEY OF KYCDOC-FILE-REC                          06680000
               INVALID KEY                                              06690000
                   SET KYCREVW-DOC-AT-EOF TO TRUE                       06700000
           END-START                                                    06710000
                                                                        06720000
           PERFORM 5400-CHECK-ONE-DOCUMENT THRU 5400-EXIT               06730000
               UNTIL KYCREVW-DOC-AT-EOF                                 06740000
                                                                        06750000
           MOVE KYCREVW-ID-EXPIRY                                       06760000
               TO KYCPROF-ID-EXPIRY-DATE OF KYCPROF-FILE-REC.           06770000
       5300-EXIT.                                                       06780000
           EXIT.                                                        06790000
                                                                        06800000
      ******************************************************************06810000
      *  5400-CHECK-ONE-DOCUMENT - ONE DOCUMENT.  A WITHDRAWN          *06820000
      *  DOCUMENT COUNTS FOR NOTHING.  A CURRENT ONE PAST ITS EXPIRY   *06830000
      *  IS MARKED EXPIRED AND REPORTED; ONE EXPIRING WITHIN THE       *06840000
      *  HORIZON IS REPORTED SO A REPLACEMENT CAN BE ASKED FOR.        *06850000
      ******************************************************************06860000
       5400-CHECK-ONE-DOCUMENT.                                         06870000
           READ KYCDOC-FILE NEXT RECORD                                 06880000
               AT END                                                   06890000
                   SET KYCREVW-DOC-AT-EOF TO TRUE                       06900000
                   GO TO 5400-EXIT                                      06910000
           END-READ                                                     06920000
                                                                        06930000
           IF KYCDOC-SORTCODE OF KYCDOC-FILE-REC                        06940000
              NOT = KYCPROF-SORTCODE OF KYCPROF-FILE-REC                06950000
              OR KYCDOC-CUSTOMER OF KYCDOC-FILE-REC                     06960000
                 NOT = KYCPROF-CUSTOMER OF KYCPROF-FILE-REC             06970000
               SET KYCREVW-DOC-AT-EOF TO TRUE                           06980000
               GO TO 5400-EXIT                                          06990000
           END-IF                                                       07000000
                                                                        07010000
           IF KYCDOC-WITHDRAWN OF KYCDOC-FILE-REC                       07020000
               GO TO 5400-EXIT                                          07030000
           END-IF                                                       07040000
                                                                        07050000
           IF KYCDOC-FOR-IDENTITY OF KYCDOC-FILE-REC                    07060000
               ADD 1 TO KYCREVW-ID-HELD                                 07070000
           END-IF                                                       07080000
                                                                        07090000
           IF KYCDOC-EXPIRED OF KYCDOC-FILE-REC                         07100000
               GO TO 5400-EXIT                                          07110000
           END-IF                                                       07120000
                                                                        07130000
           IF KYCDOC-EXPIRY-DATE OF KYCDOC-FILE-REC NOT = ZERO          07140000
              AND KYCDOC-EXPIRY-DATE OF KYCDOC-FILE-REC                 07150000
                  < KYCREVW-CURRENT-DATE                                07160000
               SET KYCDOC-EXPIRED OF KYCDOC-FILE-REC TO TRUE            07170000
               REWRITE KYCDOC-FILE-REC                                  07180000
                   INVALID KEY                                          07190000
                       DISPLAY 'KYCREVW - CRITICAL - KYCDOC REWRITE '   07200000
                           'FAILED STATUS ' KYCREVW-KYCDOC-STATUS       07210000
               END-REWRITE                                              07220000
               ADD 1 TO KYCREVW-DOC-EXPIRED-COUNT                       07230000
               MOVE 'DOCUMENT EXPIRED' TO KYCREVW-DTL-EVENT             07240000
               PERFORM 7100-WRITE-DOCUMENT-LINE THRU 7100-EXIT          07250000
               GO TO 5400-EXIT                                          07260000
           END-IF                                                       07270000
                                                                        07280000
           IF KYCDOC-FOR-IDENTITY OF KYCDOC-FILE-REC                    07290000
               ADD 1 TO KYCREVW-ID-VALID                                07300000
               IF KYCDOC-EXPIRY-DATE OF KYCDOC-FILE-REC                 07310000
                  > KYCREVW-ID-EXPIRY                                   07320000
                   MOVE KYCDOC-EXPIRY-DATE OF KYCDOC-FILE-REC           07330000
                       TO KYCREVW-ID-EXPIRY                             07340000
               END-IF                                                   07350000
           END-IF                                                       07360000
                                                                        07370000
           IF KYCDOC-EXPIRY-DATE OF KYCDOC-FILE-REC = ZERO              07380000
               GO TO 5400-EXIT                                          07390000
           END-IF                                                       07400000
                                                                        07410000
           MOVE KYCDOC-EXPIRY-DATE OF KYCDOC-FILE-REC                   07420000
               TO KYCREVW-TARGET-DATE                                   07430000
           PERFORM 8400-DAYS-TO-TARGET THRU 8400-EXIT                   07440000
           IF KYCREVW-DAYS-TO NOT > KYCREVW-HORIZON-DAYS                07450000
               ADD 1 TO KYCREVW-DOC-EXPIRING-COUNT                      07460000
               MOVE 'DOCUMENT EXPIRING' TO KYCREVW-DTL-EVENT            07470000
               PERFORM 7100-WRITE-DOCUMENT-LINE THRU 7100-EXIT          07480000
           END-IF.                                                      07490000
       5400-EXIT.                                                       07500000
           EXIT.                                                        07510000
                                                                        07520000
      ******************************************************************07530000
      *  5500-CHECK-LAPSE - A CURRENT PROFILE LAPSES WHEN ITS REVIEW   *07537777
      *  IS OVERDUE, WHEN IT HAS IDENTITY DOCUMENTS ON FILE AND NONE   *07545554
      *  IS STILL VALID, OR - FOR A BUSINESS - WHEN NO DIRECTOR OR     *07553331
      *  BENEFICIAL OWNER IS ACTIVE ON THE BUSREL REGISTER.  OTHERWISE *07561108
      *  A REVIEW FALLING DUE WITHIN THE HORIZON IS REPORTED.  A       *07568885
      *  PROFILE ALREADY LAPSED IS LISTED AGAIN EVERY NIGHT UNTIL IT   *07576662
      *  IS REVIEWED.                                                  *07584439
      ******************************************************************07592216
       5500-CHECK-LAPSE.                                                07600000
           IF KYCPROF-LAPSED OF KYCPROF-FILE-REC                        07610000
               ADD 1 TO KYCREVW-OLD-LAPSED-COUNT                        07620000
               MOVE 'LAPSED - OUTSTANDING' TO KYCREVW-DTL-EVENT         07630000
               MOVE KYCPROF-LAPSED-DATE OF KYCPROF-FILE-REC             07640000
                   TO KYCREVW-DTL-DATE                                  07650000
               PERFORM 7000-WRITE-PROFILE-LINE THRU 7000-EXIT           07660000
               GO TO 5500-EXIT                                          07670000
           END-IF                                                       07680000
                                                                        07690000
           IF KYCPROF-NEXT-REVIEW-DATE OF KYCPROF-FILE-REC              07700000
              < KYCREVW-CURRENT-DATE                                    07710000
               SET KYCPROF-LAPSE-REVIEW OF KYCPROF-FILE-REC TO TRUE     07720000
               MOVE 'LAPSED - REVIEW' TO KYCREVW-DTL-EVENT              07730000
               PERFORM 5600-LAPSE-PROFILE THRU 5600-EXIT                07740000
               GO TO 5500-EXIT                                          07750000
           END-IF                                                       07760000
                                                                        07770000
           IF KYCREVW-ID-HELD > ZERO AND KYCREVW-ID-VALID = ZERO        07780000
               SET KYCPROF-LAPSE-DOCUMENTS OF KYCPROF-FILE-REC TO TRUE  07790000
               MOVE 'LAPSED - DOCUMENTS' TO KYCREVW-DTL-EVENT           07800000
               PERFORM 5600-LAPSE-PROFILE THRU 5600-EXIT                07810000
               GO TO 5500-EXIT                                          07820000
           END-IF                                                       07830000
                                                                        07830909
           IF KYCPROF-BUSINESS OF KYCPROF-FILE-REC                      07831818
               PERFORM 5700-COUNT-OWNERS THRU 5700-EXIT                 07832727
               IF KYCREVW-OWNERS-HELD = ZERO                            07833636
                   SET KYCPROF-LAPSE-OWNERS OF KYCPROF-FILE-REC TO TRUE 07834545
                   MOVE 'LAPSED - OWNERS' TO KYCREVW-DTL-EVENT          07835454
                   PERFORM 5600-LAPSE-PROFILE THRU 5600-EXIT            07836363
                   GO TO 5500-EXIT                                      07837272
               END-IF                                                   07838181
           END-IF                                                       07839090
                                                                        07840000
           MOVE KYCPROF-NEXT-REVIEW-DATE OF KYCPROF-FILE-REC            07850000
               TO KYCREVW-TARGET-DATE                                   07860000
           PERFORM 8400-DAYS-TO-TARGET THRU 8400-EXIT                   07870000
           IF KYCREVW-DAYS-TO NOT > KYCREVW-HORIZON-DAYS                07880000
               ADD 1 TO KYCREVW-DUE-COUNT                               07890000
               MOVE 'REVIEW DUE' TO KYCREVW-DTL-EVENT                   07900000
               MOVE KYCPROF-NEXT-REVIEW-DATE OF KYCPROF-FILE-REC        07910000
                   TO KYCREVW-DTL-DATE                                  07920000
               PERFORM 7000-WRITE-PROFILE-LINE THRU 7000-EXIT           07930000
           END-IF.                                                      07940000
       5500-EXIT.                                                       07950000
           EXIT.                                                        07960000
                                                                        07970000
      ******************************************************************07980000
      *  5600-LAPSE-PROFILE - MARK THE PROFILE LAPSED TODAY.           *07990000
      ******************************************************************08000000
       5600-LAPSE-PROFILE.                                              08010000
           SET KYCPROF-LAPSED OF KYCPROF-FILE-REC TO TRUE               08020000
           MOVE KYCREVW-CURRENT-DATE                                    08030000
               TO KYCPROF-LAPSED-DATE OF KYCPROF-FILE-REC               08040000
           ADD 1 TO KYCREVW-NEW-LAPSED-COUNT                            08050000
           MOVE KYCREVW-CURRENT-DATE TO KYCREVW-DTL-DATE                08060000
           PERFORM 7000-WRITE-PROFILE-LINE THRU 7000-EXIT.              08070000
       5600-EXIT.                                                       08080000
           EXIT.                                                        08090000
                                                                        08090188
      ******************************************************************08090376
      *  5700-COUNT-OWNERS - BROWSE THE BUSINESS'S BUSREL LINKS AND    *08090564
      *  COUNT THE ACTIVE DIRECTORS AND BENEFICIAL OWNERS.             *08090752
      ******************************************************************08090940
       5700-COUNT-OWNERS.                                               08091128
           MOVE ZERO TO KYCREVW-OWNERS-HELD                             08091316
           MOVE 'N' TO KYCREVW-BREL-EOF-SWITCH                          08091504
                                                                        08091692
           MOVE KYCPROF-SORTCODE OF KYCPROF-FILE-REC                    08091880
               TO BUSREL-SORTCODE OF BUSREL-FILE-REC                    08092068
           MOVE KYCPROF-CUSTOMER OF KYCPROF-FILE-REC                    08092256
               TO BUSREL-BUSINESS OF BUSREL-FILE-REC                    08092444
           MOVE ZERO TO BUSREL-PERSON OF BUSREL-FILE-REC                08092632
                                                                        08092820
           START BUSREL-FILE KEY IS NOT LESS THAN                       08093008
                 BUSREL-KEY OF BUSREL-FILE-REC                          08093196
               INVALID KEY                                              08093384
                   SET KYCREVW-BREL-AT-EOF TO TRUE                      08093572
           END-START                                                    08093760
                                                                        08093948
           PERFORM 5800-CHECK-ONE-LINK THRU 5800-EXIT                   08094136
               UNTIL KYCREVW-BREL-AT-EOF.                               08094324
       5700-EXIT.                                                       08094512
           EXIT.                                                        08094700
                                                                        08094888
      ******************************************************************08095076
      *  5800-CHECK-ONE-LINK - ONE LINK.  THE BROWSE ENDS AT END OF    *08095264
      *  FILE OR THE FIRST LINK FOR ANOTHER BUSINESS.                  *08095452
      ******************************************************************08095640
       5800-CHECK-ONE-LINK.                                             08095828
           READ BUSREL-FILE NEXT RECORD                                 08096016
               AT END                                                   08096204
                   SET KYCREVW-BREL-AT-EOF TO TRUE                      08096392
                   GO TO 5800-EXIT                                      08096580
           END-READ                                                     08096768
                                                                        08096956
           IF BUSREL-SORTCODE OF BUSREL-FILE-REC                        08097144
              NOT = KYCPROF-SORTCODE OF KYCPROF-FILE-REC                08097332
              OR BUSREL-BUSINESS OF BUSREL-FILE-REC                     08097520
                 NOT = KYCPROF-CUSTOMER OF KYCPROF-FILE-REC             08097708
               SET KYCREVW-BREL-AT-EOF TO TRUE                          08097896
               GO TO 5800-EXIT                                          08098084
           END-IF                                                       08098272
                                                                        08098460
           IF BUSREL-ACTIVE OF BUSREL-FILE-REC                          08098648
              AND (BUSREL-IS-DIRECTOR OF BUSREL-FILE-REC                08098836
                   OR BUSREL-IS-OWNER OF BUSREL-FILE-REC)               08099024
               ADD 1 TO KYCREVW-OWNERS-HELD                             08099212
           END-IF.                                                      08099400
       5800-EXIT.                                                       08099588
           EXIT.                                                        08099776
                                                                        08100000
      ******************************************************************08110000
      *  7000-WRITE-PROFILE-LINE - A REPORT LINE ABOUT THE PROFILE.    *08120000
      *  THE EVENT AND DATE ARE ALREADY SET.                           *08130000
      ******************************************************************08140000
       7000-WRITE-PROFILE-LINE.                                         08150000
           MOVE KYCPROF-SORTCODE OF KYCPROF-FILE-REC                    08160000
               TO KYCREVW-DTL-SORTCODE                                  08170000
           MOVE KYCPROF-CUSTOMER OF KYCPROF-FILE-REC                    08180000
               TO KYCREVW-DTL-CUSTOMER                                  08190000
           MOVE KYCPROF-RISK-RATING OF KYCPROF-FILE-REC                 08200000
               TO KYCREVW-DTL-RATING                                    08210000
           MOVE ZERO TO KYCREVW-DTL-DOC-SEQ                             08220000
           MOVE SPACES TO KYCREVW-DTL-DOC-TYPE                          08230000
           MOVE SPACES TO KYCREVW-DTL-REFERENCE                         08240000
           WRITE KYC-RPT-LINE FROM KYCREVW-DETAIL-LINE.                 08250000
       7000-EXIT.                                                       08260000
           EXIT.                                                        08270000
                                                                        08280000
      ******************************************************************08290000
      *  7100-WRITE-DOCUMENT-LINE - A REPORT LINE ABOUT ONE DOCUMENT,  *08300000
      *  DATED AT ITS EXPIRY.  THE EVENT IS ALREADY SET.               *08310000
      ******************************************************************08320000
       7100-WRITE-DOCUMENT-LINE.                                        08330000
           MOVE KYCPROF-SORTCODE OF KYCPROF-FILE-REC                    08340000
               TO KYCREVW-DTL-SORTCODE                                  08350000
           MOVE KYCPROF-CUSTOMER OF KYCPROF-FILE-REC                    08360000
               TO KYCREVW-DTL-CUSTOMER                                  08370000
           MOVE KYCPROF-RISK-RATING OF KYCPROF-FILE-REC                 08380000
               TO KYCREVW-DTL-RATING                                    08390000
           MOVE KYCDOC-EXPIRY-DATE OF KYCDOC-FILE-REC                   08400000
               TO KYCREVW-DTL-DATE                                      08410000
           MOVE KYCDOC-SEQ OF KYCDOC-FILE-REC TO KYCREVW-DTL-DOC-SEQ    08420000
           MOVE KYCDOC-DOC-TYPE OF KYCDOC-FILE-REC                      08430000
               TO KYCREVW-DTL-DOC-TYPE                                  08440000
           MOVE KYCDOC-REFERENCE OF KYCDOC-FILE-REC                     08450000
               TO KYCREVW-DTL-REFERENCE                                 08460000
           WRITE KYC-RPT-LINE FROM KYCREVW-DETAIL-LINE.                 08470000
       7100-EXIT.                                                       08480000
           EXIT.                                                        08490000
                                                                        08500000
      ******************************************************************08510000
      *  8000-PRINT-CONTROL-TOTALS - THE RUN'S COUNTS.                 *08520000
      ******************************************************************08530000
       8000-PRINT-CONTROL-TOTALS.                                       08540000
           MOVE SPACES TO KYC-RPT-LINE                                  08550000
           WRITE KYC-RPT-LINE                                           08560000
                                                                        08570000
           MOVE 'CUSTOMERS READ              :' TO KYCREVW-SUM-LABEL    08580000
           MOVE KYCREVW-CUST-COUNT TO KYCREVW-SUM-COUNT                 08590000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08600000
                                                                        08610000
           MOVE 'PROFILES CREATED            :' TO KYCREVW-SUM-LABEL    08620000
           MOVE KYCREVW-CREATED-COUNT TO KYCREVW-SUM-COUNT              08630000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08640000
                                                                        08650000
           MOVE 'CUSTOMER WATCHLIST HITS     :' TO KYCREVW-SUM-LABEL    08660000
           MOVE KYCREVW-HIT-COUNT TO KYCREVW-SUM-COUNT                  08670000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08680000
                                                                        08690000
           MOVE 'AML ALERTS TRACED           :' TO KYCREVW-SUM-LABEL    08700000
           MOVE KYCREVW-ALERT-COUNT TO KYCREVW-SUM-COUNT                08710000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08720000
                                                                        08730000
           MOVE 'PROFILES REVIEWED           :' TO KYCREVW-SUM-LABEL    08740000
           MOVE KYCREVW-PROFILE-COUNT TO KYCREVW-SUM-COUNT              08750000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08760000
                                                                        08762000
           MOVE '  OF WHICH BUSINESSES       :' TO KYCREVW-SUM-LABEL    08764000
           MOVE KYCREVW-BUSINESS-COUNT TO KYCREVW-SUM-COUNT             08766000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08768000
                                                                        08770000
           MOVE '  RATED HIGH                :' TO KYCREVW-SUM-LABEL    08780000
           MOVE KYCREVW-HIGH-COUNT TO KYCREVW-SUM-COUNT                 08790000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08800000
                                                                        08810000
           MOVE '  RATED MEDIUM              :' TO KYCREVW-SUM-LABEL    08820000
           MOVE KYCREVW-MEDIUM-COUNT TO KYCREVW-SUM-COUNT               08830000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08840000
                                                                        08850000
           MOVE '  RATED LOW                 :' TO KYCREVW-SUM-LABEL    08860000
           MOVE KYCREVW-LOW-COUNT TO KYCREVW-SUM-COUNT                  08870000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08880000
                                                                        08890000
           MOVE 'RATING CHANGED              :' TO KYCREVW-SUM-LABEL    08900000
           MOVE KYCREVW-RERATED-COUNT TO KYCREVW-SUM-COUNT              08910000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08920000
                                                                        08930000
           MOVE 'REVIEWS FALLING DUE         :' TO KYCREVW-SUM-LABEL    08940000
           MOVE KYCREVW-DUE-COUNT TO KYCREVW-SUM-COUNT                  08950000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 08960000
                                                                        08970000
           MOVE 'LAPSED THIS RUN             :' TO KYCREVW-SUM-LABEL    08980000
           MOVE KYCREVW-NEW-LAPSED-COUNT TO KYCREVW-SUM-COUNT           08990000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 09000000
                                                                        09010000
           MOVE 'LAPSED AND OUTSTANDING      :' TO KYCREVW-SUM-LABEL    09020000
           MOVE KYCREVW-OLD-LAPSED-COUNT TO KYCREVW-SUM-COUNT           09030000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 09040000
                                                                        09050000
           MOVE 'DOCUMENTS EXPIRING          :' TO KYCREVW-SUM-LABEL    09060000
           MOVE KYCREVW-DOC-EXPIRING-COUNT TO KYCREVW-SUM-COUNT         09070000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE                 09080000
                                                                        09090000
           MOVE 'DOCUMENTS EXPIRED THIS RUN  :' TO KYCREVW-SUM-LABEL    09100000
           MOVE KYCREVW-DOC-EXPIRED-COUNT TO KYCREVW-SUM-COUNT          09110000
           WRITE KYC-RPT-LINE FROM KYCREVW-SUMMARY-LINE.                09120000
       8000-EXIT.                                                       09130000
           EXIT.                                                        09140000
                                                                        09150000
      ******************************************************************09160000
      *  8400-DAYS-TO-TARGET - DAYS FROM TODAY TO THE TARGET DATE ON   *09170000
      *  THE 30/360 COUNT APPEXPIR USES.  NEGATIVE WHEN PAST.          *09180000
      ******************************************************************09190000
       8400-DAYS-TO-TARGET.                                             09200000
           COMPUTE KYCREVW-DAYS-TO =                                    09210000
               (KYCREVW-TARGET-YYYY - KYCREVW-TODAY-YYYY) * 360         09220000
             + (KYCREVW-TARGET-MM - KYCREVW-TODAY-MM) * 30              09230000
             + (KYCREVW-TARGET-DD - KYCREVW-TODAY-DD).                  09240000
       8400-EXIT.                                                       09250000
           EXIT.                                                        09260000
                                                                        09270000
      ******************************************************************09280000
      *  8500-ADD-MONTHS - MOVE THE CALCULATION DATE ON BY THE GIVEN   *09290000
      *  NUMBER OF MONTHS, PULLING THE DAY BACK TO THE END OF A        *09300000
      *  SHORTER MONTH.  LEAP YEARS ARE EVERY FOURTH YEAR.             *09310000
      ******************************************************************09320000
       8500-ADD-MONTHS.                                                 09330000
           COMPUTE KYCREVW-MONTH-TOTAL =                                09340000
               KYCREVW-CALC-MM - 1 + KYCREVW-ADD-MONTHS                 09350000
           DIVIDE KYCREVW-MONTH-TOTAL BY 12                             09360000
               GIVING KYCREVW-YEAR-CARRY                                09370000
               REMAINDER KYCREVW-MONTH-REM                              09380000
           ADD KYCREVW-YEAR-CARRY TO KYCREVW-CALC-YYYY                  09390000
           COMPUTE KYCREVW-CALC-MM = KYCREVW-MONTH-REM + 1              09400000
                                                                        09410000
           MOVE KYCREVW-MONTH-DAYS (KYCREVW-CALC-MM)                    09420000
               TO KYCREVW-MONTH-END                                     09430000
           IF KYCREVW-CALC-MM = 2                                       09440000
               DIVIDE KYCREVW-CALC-YYYY BY 4                            09450000
                   GIVING KYCREVW-LEAP-QUOTIENT                         09460000
                   REMAINDER KYCREVW-LEAP-REMAINDER                     09470000
               IF KYCREVW-LEAP-REMAINDER = ZERO                         09480000
                   MOVE 29 TO KYCREVW-MONTH-END                         09490000
               END-IF                                                   09500000
           END-IF                                                       09510000
                                                                        09520000
           IF KYCREVW-CALC-DD > KYCREVW-MONTH-END                       09530000
               MOVE KYCREVW-MONTH-END TO KYCREVW-CALC-DD                09540000
           END-IF.                                                      09550000
       8500-EXIT.                                                       09560000
           EXIT.                                                        09570000
                                                                        09580000
      ******************************************************************09590000
      *  9000-TERMINATE - CLOSE THE FILES.                             *09600000
      ******************************************************************09610000
       9000-TERMINATE.                                                  09620000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              09630000
           MOVE KYCREVW-PROFILE-COUNT TO RUNCTL-REQ-COUNT               09640000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           09650000
                                                                        09660000
           CLOSE CUSTOMER-FILE                                          09670000
           CLOSE ACCOUNT-FILE                                           09680000
           CLOSE WLHIT-FILE                                             09690000
           CLOSE CASE-FILE                                              09700000
           CLOSE KYCPROF-FILE                                           09710000
           CLOSE KYCDOC-FILE                                            09720000
           CLOSE BUSREL-FILE                                            09725000
           CLOSE KYC-RPT.                                               09730000
       9000-EXIT.                                                       09740000
           EXIT.                                                        09750000
                                                                        09760000
       9999-EXIT.                                                       09770000
           STOP RUN.                                                    09780000
