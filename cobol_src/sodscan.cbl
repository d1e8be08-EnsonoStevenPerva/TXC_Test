      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    SODSCAN.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  SODSCAN - STAFF ACCOUNT AND SEGREGATION-OF-DUTIES SWEEP       *00150000
      *                                                                *00160000
      *  FUNCTION : NIGHTLY SWEEP OF THE BUSINESS DAY'S STAFF ACTIVITY *00170000
      *             FOR SEGREGATION-OF-DUTIES BREACHES.  EACH BREACH   *00180000
      *             IS RAISED AS A CASE (COPYBOOK SODCASE) WITH A      *00190000
      *             REFERENCE OF THE BUSINESS DATE AND A SEQUENCE, AND *00200000
      *             PRINTED ON THE EXCEPTIONS REPORT FOR INTERNAL      *00210000
      *             AUDIT.  THE RULES ARE :                            *00220000
      *                                                                *00230000
      *               OWN - THE OPERATOR ACTED ON THEIR OWN CUSTOMER   *00240000
      *                     RECORD OR AN ACCOUNT HELD UNDER IT (THE    *00250000
      *                     OWN RECORD IS SET THROUGH OPERMNT).        *00260000
      *               CON - THE OPERATOR ACTED ON AN ACCOUNT OR        *00270000
      *                     CUSTOMER THEY HAVE DECLARED A CONNECTION   *00280000
      *                     TO (STAFFCON, MAINTAINED THROUGH OPERMNT). *00290000
      *               MKC - THE SAME OPERATOR CAPTURED AND APPROVED    *00300000
      *                     THE SAME ITEM.                             *00310000
      *               BRN - A POSTING, TILL OR OVERRIDE AT A SORT CODE *00320000
      *                     OTHER THAN THE OPERATOR'S HOME BRANCH.     *00330000
      *                     BACK-OFFICE (OPS) STAFF WORK FOR EVERY     *00340000
      *                     BRANCH AND ARE NOT CHECKED.                *00350000
      *                                                                *00360000
      *             THE ACTIVITY SWEPT IS :                            *00370000
      *                                                                *00380000
      *               PROCTRAN - POSTINGS DATED TODAY CARRYING THE     *00390000
      *                          KEYING OPERATOR (OWN, CON, BRN)       *00400000
      *               CUSCHG   - CUSTOMER CHANGES TODAY CARRYING AN    *00410000
      *                          OPERATOR (OWN, CON)                   *00420000
      *               TILL     - TILLS WITH CASH ACTIVITY TODAY (BRN)  *00430000
      *               CSOVRQ   - SCORE OVERRIDES APPROVED TODAY        *00440000
      *                          (MKC, OWN, CON, BRN)                  *00450000
      *               PENDREL  - PAYMENTS RELEASED TODAY               *00460000
      *                          (MKC, OWN, CON, BRN)                  *00470000
      *               ACCTAPP  - APPLICATIONS APPROVED TODAY           *00480000
      *                          (MKC, OWN, CON)                       *00490000
      *                                                                *00500000
      *             AN OPERATOR ID NOT ON THE OPERATOR MASTER IS NOT   *00510000
      *             STAFF ACTIVITY AND IS PASSED OVER.  A RERUN FOR    *00520000
      *             THE SAME BUSINESS DATE REPLACES THAT DAY'S CASES   *00530000
      *             STILL OPEN; CASES AUDIT HAVE CLOSED ARE KEPT.      *00540000
      *                                                                *00550000
      *  FILES    : PROCFILE - VSAM KSDS - TRANSACTION LOG (INPUT)     *00560000
      *             CUSCHG   - VSAM KSDS - CUSTOMER CHANGES (INPUT)    *00570000
      *             TILLFILE - VSAM KSDS - TELLER TILLS (INPUT)        *00580000
      *             CSOVRQ   - VSAM KSDS - SCORE OVERRIDE QUEUE (IN)   *00590000
      *             PENDREL  - VSAM KSDS - PENDING RELEASES (INPUT)    *00600000
      *             ACCTAPP  - VSAM KSDS - ACCOUNT APPLICATIONS (IN)   *00610000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER (INPUT)     *00620000
      *             STAFFCON - VSAM KSDS - STAFF CONNECTIONS (INPUT)   *00630000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00640000
      *             SODCASE  - VSAM KSDS - SOD CASES (I-O)             *00650000
      *             SODRPT   - EXCEPTIONS REPORT (OUTPUT)              *00660000
      *                                                                *00670000
      *  CHANGE HISTORY                                                *00680000
      *  ----------------------------------------------------------    *00690000
      *  DATE        BY    DESCRIPTION                                 *00700000
      *  2026-10-15  BAG   INITIAL VERSION                             *00710000
      *                                                                *00720000
      ******************************************************************00730000
       ENVIRONMENT DIVISION.                                            00740000
       INPUT-OUTPUT SECTION.                                            00750000
       FILE-CONTROL.                                                    00760000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCFILE                    00770000
                  ORGANIZATION IS INDEXED                               00780000
                  ACCESS MODE IS SEQUENTIAL                             00790000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00800000
                  FILE STATUS IS SODSCAN-PROCTRAN-STATUS.               00810000
                                                                        00820000
           SELECT CUSCHG-FILE     ASSIGN TO CUSCHG                      00830000
                  ORGANIZATION IS INDEXED                               00840000
                  ACCESS MODE IS SEQUENTIAL                             00850000
                  RECORD KEY IS CUSCHG-KEY OF CUSCHG-FILE-REC           00860000
                  FILE STATUS IS SODSCAN-CUSCHG-STATUS.                 00870000
                                                                        00880000
           SELECT TILL-FILE       ASSIGN TO TILLFILE                    00890000
                  ORGANIZATION IS INDEXED                               00900000
                  ACCESS MODE IS SEQUENTIAL                             00910000
                  RECORD KEY IS TILL-KEY OF TILL-FILE-REC               00920000
                  FILE STATUS IS SODSCAN-TILL-STATUS.                   00930000
                                                                        00940000
           SELECT CSOVRQ-FILE     ASSIGN TO CSOVRQ                      00950000
                  ORGANIZATION IS INDEXED                               00960000
                  ACCESS MODE IS SEQUENTIAL                             00970000
                  RECORD KEY IS CSOVRQ-KEY OF CSOVRQ-FILE-REC           00980000
                  FILE STATUS IS SODSCAN-CSOVRQ-STATUS.                 00990000
                                                                        01000000
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     01010000
                  ORGANIZATION IS INDEXED                               01020000
                  ACCESS MODE IS SEQUENTIAL                             01030000
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         01040000
                  FILE STATUS IS SODSCAN-PENDREL-STATUS.                01050000
                                                                        01060000
           SELECT ACCTAPP-FILE    ASSIGN TO ACCTAPP                     01070000
                  ORGANIZATION IS INDEXED                               01080000
                  ACCESS MODE IS SEQUENTIAL                             01090000
                  RECORD KEY IS ACCTAPP-KEY OF ACCTAPP-FILE-REC         01100000
                  FILE STATUS IS SODSCAN-ACCTAPP-STATUS.                01110000
                                                                        01120000
           SELECT OPERATOR-FILE   ASSIGN TO OPERATOR                    01130000
                  ORGANIZATION IS INDEXED                               01140000
                  ACCESS MODE IS RANDOM                                 01150000
                  RECORD KEY IS OPERATOR-KEY OF OPERATOR-FILE-REC       01160000
                  FILE STATUS IS SODSCAN-OPERATOR-STATUS.               01170000
                                                                        01180000
           SELECT STAFFCON-FILE   ASSIGN TO STAFFCON                    01190000
                  ORGANIZATION IS INDEXED                               01200000
                  ACCESS MODE IS RANDOM                                 01210000
                  RECORD KEY IS STAFFCON-KEY OF STAFFCON-FILE-REC       01220000
                  FILE STATUS IS SODSCAN-STAFFCON-STATUS.               01230000
                                                                        01240000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     01250000
                  ORGANIZATION IS INDEXED                               01260000
                  ACCESS MODE IS RANDOM                                 01270000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         01280000
                  FILE STATUS IS SODSCAN-ACCOUNT-STATUS.                01290000
                                                                        01300000
           SELECT SODCASE-FILE    ASSIGN TO SODCASE                     01310000
                  ORGANIZATION IS INDEXED                               01320000
                  ACCESS MODE IS DYNAMIC                                01330000
                  RECORD KEY IS SODCASE-KEY OF SODCASE-FILE-REC         01340000
                  FILE STATUS IS SODSCAN-SODCASE-STATUS.                01350000
                                                                        01360000
           SELECT EXCEPTION-RPT   ASSIGN TO SODRPT                      01370000
                  ORGANIZATION IS LINE SEQUENTIAL                       01380000
                  FILE STATUS IS SODSCAN-RPT-STATUS.                    01390000
                                                                        01400000
       DATA DIVISION.                                                   01410000
       FILE SECTION.                                                    01420000
       FD  PROCTRAN-FILE                                                01430000
           RECORDING MODE IS F.                                         01440000
       01  PROCTRAN-FILE-REC.                                           01450000
           COPY PROCTRAN.                                               01460000
                                                                        01470000
       FD  CUSCHG-FILE                                                  01480000
           RECORDING MODE IS F.                                         01490000
       01  CUSCHG-FILE-REC.                                             01500000
           COPY CUSCHG.                                                 01510000
                                                                        01520000
       FD  TILL-FILE                                                    01530000
           RECORDING MODE IS F.                                         01540000
       01  TILL-FILE-REC.                                               01550000
           COPY TILL.                                                   01560000
                                                                        01570000
       FD  CSOVRQ-FILE                                                  01580000
           RECORDING MODE IS F.                                         01590000
       01  CSOVRQ-FILE-REC.                                             01600000
           COPY CSOVRQ.                                                 01610000
                                                                        01620000
       FD  PENDREL-FILE                                                 01630000
           RECORDING MODE IS F.                                         01640000
       01  PENDREL-FILE-REC.                                            01650000
           COPY PENDREL.                                                01660000
                                                                        01670000
       FD  ACCTAPP-FILE                                                 01680000
           RECORDING MODE IS F.                                         01690000
       01  ACCTAPP-FILE-REC.                                            01700000
           COPY ACCTAPP.                                                01710000
                                                                        01720000
       FD  OPERATOR-FILE                                                01730000
           RECORDING MODE IS F.                                         01740000
       01  OPERATOR-FILE-REC.                                           01750000
           COPY OPERATOR.                                               01760000
                                                                        01770000
       FD  STAFFCON-FILE                                                01780000
           RECORDING MODE IS F.                                         01790000
       01  STAFFCON-FILE-REC.                                           01800000
           COPY STAFFCON.                                               01810000
                                                                        01820000
       FD  ACCOUNT-FILE                                                 01830000
           RECORDING MODE IS F.                                         01840000
       01  ACCOUNT-FILE-REC.                                            01850000
           COPY ACCOUNT.                                                01860000
                                                                        01870000
       FD  SODCASE-FILE                                                 01880000
           RECORDING MODE IS F.                                         01890000
       01  SODCASE-FILE-REC.                                            01900000
           COPY SODCASE.                                                01910000
                                                                        01920000
       FD  EXCEPTION-RPT                                                01930000
           RECORDING MODE IS F.                                         01940000
       01  EXCEPTION-RPT-LINE              PIC X(80).                   01950000
                                                                        01960000
       WORKING-STORAGE SECTION.                                         01970000
       01  SODSCAN-WORK-AREA.                                           01980000
           05  SODSCAN-PROCTRAN-STATUS     PIC XX.                      01990000
           05  SODSCAN-CUSCHG-STATUS       PIC XX.                      02000000
           05  SODSCAN-TILL-STATUS         PIC XX.                      02010000
           05  SODSCAN-CSOVRQ-STATUS       PIC XX.                      02020000
           05  SODSCAN-PENDREL-STATUS      PIC XX.                      02030000
           05  SODSCAN-ACCTAPP-STATUS      PIC XX.                      02040000
           05  SODSCAN-OPERATOR-STATUS     PIC XX.                      02050000
           05  SODSCAN-STAFFCON-STATUS     PIC XX.                      02060000
           05  SODSCAN-ACCOUNT-STATUS      PIC XX.                      02070000
           05  SODSCAN-SODCASE-STATUS      PIC XX.                      02080000
           05  SODSCAN-RPT-STATUS          PIC XX.                      02090000
           05  SODSCAN-EOF-SWITCH          PIC X     VALUE 'N'.         02100000
               88  SODSCAN-AT-EOF                VALUE 'Y'.             02110000
           05  SODSCAN-OPER-SWITCH         PIC X     VALUE 'N'.         02120000
               88  SODSCAN-OPER-FOUND            VALUE 'Y'.             02130000
           05  SODSCAN-PARTY-SWITCH        PIC X     VALUE 'N'.         02140000
               88  SODSCAN-PARTY-HIT             VALUE 'Y'.             02150000
           05  SODSCAN-BRANCH-SWITCH       PIC X     VALUE 'N'.         02160000
               88  SODSCAN-CHECK-BRANCH          VALUE 'Y'.             02170000
           05  SODSCAN-CURRENT-DATE        PIC 9(8).                    02180000
           05  SODSCAN-CURRENT-TIME        PIC 9(8).                    02190000
           05  SODSCAN-RUN-TIME            PIC 9(6).                    02200000
           05  SODSCAN-LAST-OPERATOR       PIC X(3)  VALUE SPACES.      02210000
           05  SODSCAN-SEQUENCE            PIC 9(5)  VALUE ZERO.        02220000
           05  SODSCAN-SUB                 PIC S9(4) COMP VALUE ZERO.   02230000
           05  SODSCAN-ITEM-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02240000
           05  SODSCAN-CASE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02250000
           05  SODSCAN-REPLACED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02260000
                                                                        02270000
      *    THE ITEM BEING CHECKED, SET UP BY EACH SWEEP : THE OPERATOR *02280000
      *    WHO ACTED, WHERE THE ITEM CAME FROM, AND THE ACCOUNT OR     *02290000
      *    CUSTOMER ACTED ON.  AN ACCOUNT GIVES ITS CUSTOMER FROM THE  *02300000
      *    ACCOUNT MASTER WHEN THE SOURCE DOES NOT CARRY ONE.          *02310000
       01  SODSCAN-ITEM.                                                02320000
           05  SODSCAN-ACTOR               PIC X(3)  VALUE SPACES.      02330000
           05  SODSCAN-ITEM-SOURCE         PIC X(8)  VALUE SPACES.      02340000
           05  SODSCAN-ITEM-KEY            PIC X(24) VALUE SPACES.      02350000
           05  SODSCAN-ITEM-SORTCODE       PIC 9(6)  VALUE ZERO.        02360000
           05  SODSCAN-ITEM-ACCOUNT        PIC 9(8)  VALUE ZERO.        02370000
           05  SODSCAN-ITEM-CUSTOMER       PIC 9(10) VALUE ZERO.        02380000
           05  SODSCAN-ITEM-AMOUNT         PIC S9(10)V99 VALUE ZERO.    02390000
           05  SODSCAN-ITEM-DETAIL.                                     02400000
               10  SODSCAN-ITEM-ACTION     PIC X(24) VALUE SPACES.      02410000
               10  SODSCAN-ITEM-QUALIFIER  PIC X(16) VALUE SPACES.      02420000
           05  SODSCAN-ITEM-RULE           PIC S9(4) COMP VALUE ZERO.   02430000
                                                                        02440000
      *    THE KEY OF A TRANSACTION LOG ROW AS THE CASE SOURCE KEY.    *02450000
       01  SODSCAN-PROCTRAN-KEY.                                        02460000
           05  SODSCAN-PK-SORTCODE         PIC 9(6).                    02470000
           05  SODSCAN-PK-NUMBER           PIC 9(8).                    02480000
           05  FILLER                      PIC X(10) VALUE SPACES.      02490000
                                                                        02500000
      *    THE KEY OF A REGISTER ROW HELD UNDER SORT CODE AND NUMBER.  *02510000
       01  SODSCAN-REGISTER-KEY.                                        02520000
           05  SODSCAN-RK-SORTCODE         PIC 9(6).                    02530000
           05  FILLER                      PIC X(1)  VALUE '/'.         02540000
           05  SODSCAN-RK-NUMBER           PIC 9(10).                   02550000
           05  FILLER                      PIC X(1)  VALUE '/'.         02560000
           05  SODSCAN-RK-EXTRA            PIC X(6).                    02570000
                                                                        02580000
      *    ONE ENTRY PER RULE : CODE AND NAME, WITH THE CASES RAISED.  *02590000
       01  SODSCAN-RULE-VALUES.                                         02600000
           05  FILLER                      PIC X(33) VALUE              02610000
               'OWNOWN ACCOUNT OR RECORD         '.                     02620000
           05  FILLER                      PIC X(33) VALUE              02630000
               'CONDECLARED CONNECTION           '.                     02640000
           05  FILLER                      PIC X(33) VALUE              02650000
               'MKCSAME MAKER AND CHECKER        '.                     02660000
           05  FILLER                      PIC X(33) VALUE              02670000
               'BRNOUTSIDE HOME BRANCH           '.                     02680000
       01  SODSCAN-RULE-TABLE REDEFINES SODSCAN-RULE-VALUES.            02690000
           05  SODSCAN-R-ENTRY             OCCURS 4 TIMES.              02700000
               10  SODSCAN-R-CODE          PIC X(3).                    02710000
               10  SODSCAN-R-NAME          PIC X(30).                   02720000
                                                                        02730000
       01  SODSCAN-RULE-COUNTS.                                         02740000
           05  SODSCAN-RC-CASES            PIC 9(7)  VALUE ZERO         02750000
                                           OCCURS 4 TIMES.              02760000
                                                                        02770000
       01  SODSCAN-HEADING-LINE-1.                                      02780000
           05  FILLER                      PIC X(44) VALUE              02790000
               'SEGREGATION-OF-DUTIES EXCEPTIONS - BUS DATE '.          02800000
           05  SODSCAN-HDG-DATE            PIC 9(8).                    02810000
           05  FILLER                      PIC X(5)  VALUE ' RUN '.     02820000
           05  SODSCAN-HDG-TIME            PIC 9(6).                    02830000
           05  FILLER                      PIC X(17) VALUE SPACES.      02840000
                                                                        02850000
       01  SODSCAN-HEADING-LINE-2.                                      02860000
           05  FILLER                      PIC X(40) VALUE              02870000
               'CASE REF       RULE OPR BRANCH SOURCE   '.              02880000
           05  FILLER                      PIC X(40) VALUE              02890000
               'SORTCD ACCOUNT         AMOUNT           '.              02900000
                                                                        02910000
       01  SODSCAN-HEADING-LINE-3.                                      02920000
           05  FILLER                      PIC X(40) VALUE              02930000
               '               DETAIL                   '.              02940000
           05  FILLER                      PIC X(40) VALUE              02950000
               '                 CUSTOMER               '.              02960000
                                                                        02970000
       01  SODSCAN-CASE-LINE-1.                                         02980000
           05  SODSCAN-CL-DATE             PIC 9(8).                    02990000
           05  FILLER                      PIC X(1)  VALUE '-'.         03000000
           05  SODSCAN-CL-SEQUENCE         PIC 9(5).                    03010000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03020000
           05  SODSCAN-CL-RULE             PIC X(3).                    03030000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03040000
           05  SODSCAN-CL-OPERATOR         PIC X(3).                    03050000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03060000
           05  SODSCAN-CL-BRANCH           PIC 9(6).                    03070000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03080000
           05  SODSCAN-CL-SOURCE           PIC X(8).                    03090000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03100000
           05  SODSCAN-CL-SORTCODE         PIC 9(6).                    03110000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03120000
           05  SODSCAN-CL-ACCOUNT          PIC 9(8).                    03130000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03140000
           05  SODSCAN-CL-AMOUNT           PIC Z(9)9.99-.               03150000
           05  FILLER                      PIC X(10) VALUE SPACES.      03160000
                                                                        03170000
       01  SODSCAN-CASE-LINE-2.                                         03180000
           05  FILLER                      PIC X(15) VALUE SPACES.      03190000
           05  SODSCAN-CL-DETAIL           PIC X(40).                   03200000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03210000
           05  SODSCAN-CL-CUSTOMER         PIC 9(10).                   03220000
           05  FILLER                      PIC X(13) VALUE SPACES.      03230000
                                                                        03240000
       01  SODSCAN-SUMMARY-LINE.                                        03250000
           05  SODSCAN-SUM-LABEL           PIC X(30).                   03260000
           05  SODSCAN-SUM-COUNT           PIC Z(8)9.                   03270000
           05  FILLER                      PIC X(41) VALUE SPACES.      03280000
                                                                        03290000
       01  RUNCTL-REQUEST-AREA.                                         03300000
           COPY RUNCTLQ.                                                03310000
                                                                        03320000
       01  BUSDATE-REQUEST-AREA.                                        03330000
           COPY BUSDATEQ.                                               03340000
                                                                        03350000
      ******************************************************************03360000
       PROCEDURE DIVISION.                                              03370000
      ******************************************************************03380000
       0000-MAINLINE.                                                   03390000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03400000
                                                                        03410000
           MOVE 'N' TO SODSCAN-EOF-SWITCH                               03420000
           PERFORM 2010-READ-PROCTRAN THRU 2010-EXIT                    03430000
           PERFORM 2000-PROCESS-PROCTRAN                                03440000
              UNTIL SODSCAN-AT-EOF                                      03450000
                                                                        03460000
           MOVE 'N' TO SODSCAN-EOF-SWITCH                               03470000
           PERFORM 2110-READ-CUSCHG THRU 2110-EXIT                      03480000
           PERFORM 2100-PROCESS-CUSCHG                                  03490000
              UNTIL SODSCAN-AT-EOF                                      03500000
                                                                        03510000
           MOVE 'N' TO SODSCAN-EOF-SWITCH                               03520000
           PERFORM 2210-READ-TILL THRU 2210-EXIT                        03530000
           PERFORM 2200-PROCESS-TILL                                    03540000
              UNTIL SODSCAN-AT-EOF                                      03550000
                                                                        03560000
           MOVE 'N' TO SODSCAN-EOF-SWITCH                               03570000
           PERFORM 2310-READ-CSOVRQ THRU 2310-EXIT                      03580000
           PERFORM 2300-PROCESS-CSOVRQ                                  03590000
              UNTIL SODSCAN-AT-EOF                                      03600000
                                                                        03610000
           MOVE 'N' TO SODSCAN-EOF-SWITCH                               03620000
           PERFORM 2410-READ-PENDREL THRU 2410-EXIT                     03630000
           PERFORM 2400-PROCESS-PENDREL                                 03640000
              UNTIL SODSCAN-AT-EOF                                      03650000
                                                                        03660000
           MOVE 'N' TO SODSCAN-EOF-SWITCH                               03670000
           PERFORM 2510-READ-ACCTAPP THRU 2510-EXIT                     03680000
           PERFORM 2500-PROCESS-ACCTAPP                                 03690000
              UNTIL SODSCAN-AT-EOF                                      03700000
                                                                        03710000
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT                    03720000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03730000
           GO TO 9999-EXIT.                                             03740000
                                                                        03750000
      ******************************************************************03760000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *03770000
      *  DATE AND THE TIME OF THE RUN, OPEN THE FILES AND CLEAR ANY    *03780000
      *  OPEN CASES LEFT BY AN EARLIER RUN FOR THE SAME DAY.           *03790000
      ******************************************************************03800000
       1000-INITIALIZE.                                                 03810000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03820000
           MOVE 'SODSCAN' TO RUNCTL-REQ-JOB                             03830000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03840000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03850000
           IF RUNCTL-HELD                                               03860000
               DISPLAY 'SODSCAN - HELD - PREDECESSOR NOT COMPLETE'      03870000
               STOP RUN                                                 03880000
           END-IF                                                       03890000
                                                                        03900000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03910000
           MOVE BUSDATE-REQ-CURRENT TO SODSCAN-CURRENT-DATE             03920000
           ACCEPT SODSCAN-CURRENT-TIME FROM TIME                        03930000
           MOVE SODSCAN-CURRENT-TIME(1:6) TO SODSCAN-RUN-TIME           03940000
                                                                        03950000
           OPEN INPUT  PROCTRAN-FILE                                    03960000
           OPEN INPUT  CUSCHG-FILE                                      03970000
           OPEN INPUT  TILL-FILE                                        03980000
           OPEN INPUT  CSOVRQ-FILE                                      03990000
           OPEN INPUT  PENDREL-FILE                                     04000000
           OPEN INPUT  ACCTAPP-FILE                                     04010000
           OPEN INPUT  OPERATOR-FILE                                    04020000
           OPEN INPUT  STAFFCON-FILE                                    04030000
           OPEN INPUT  ACCOUNT-FILE                                     04040000
           OPEN I-O    SODCASE-FILE                                     04050000
           OPEN OUTPUT EXCEPTION-RPT                                    04060000
                                                                        04070000
           PERFORM 1100-CLEAR-DAY THRU 1100-EXIT                        04080000
                                                                        04090000
           MOVE SODSCAN-CURRENT-DATE TO SODSCAN-HDG-DATE                04100000
           MOVE SODSCAN-RUN-TIME TO SODSCAN-HDG-TIME                    04110000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-HEADING-LINE-1         04120000
           MOVE SPACES TO EXCEPTION-RPT-LINE                            04130000
           WRITE EXCEPTION-RPT-LINE                                     04140000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-HEADING-LINE-2         04150000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-HEADING-LINE-3         04160000
           MOVE SPACES TO EXCEPTION-RPT-LINE                            04170000
           WRITE EXCEPTION-RPT-LINE.                                    04180000
       1000-EXIT.                                                       04190000
           EXIT.                                                        04200000
                                                                        04210000
      ******************************************************************04220000
      *  1100-CLEAR-DAY - A RERUN FOR THE BUSINESS DATE DELETES THE    *04230000
      *  DAY'S CASES STILL OPEN, SO THEY ARE RAISED AFRESH, AND        *04240000
      *  NUMBERS NEW CASES AFTER THE HIGHEST ONE AUDIT HAVE CLOSED.    *04250000
      ******************************************************************04260000
       1100-CLEAR-DAY.                                                  04270000
           MOVE ZERO TO SODSCAN-SEQUENCE                                04280000
           MOVE SODSCAN-CURRENT-DATE TO SODCASE-DATE OF SODCASE-FILE-REC04290000
           MOVE ZERO TO SODCASE-SEQUENCE OF SODCASE-FILE-REC            04300000
           START SODCASE-FILE                                           04310000
               KEY IS NOT LESS THAN SODCASE-KEY OF SODCASE-FILE-REC     04320000
               INVALID KEY                                              04330000
                   GO TO 1100-EXIT                                      04340000
           END-START                                                    04350000
                                                                        04360000
           MOVE 'N' TO SODSCAN-EOF-SWITCH                               04370000
           PERFORM 1110-READ-CASE THRU 1110-EXIT                        04380000
           PERFORM 1120-CLEAR-CASE THRU 1120-EXIT                       04390000
              UNTIL SODSCAN-AT-EOF.                                     04400000
       1100-EXIT.                                                       04410000
           EXIT.                                                        04420000
                                                                        04430000
      ******************************************************************04440000
      *  1110-READ-CASE - READ THE NEXT CASE.  THE END OF THE DAY'S    *04450000
      *  CASES IS THE END OF THE SCAN.                                 *04460000
      ******************************************************************04470000
       1110-READ-CASE.                                                  04480000
           READ SODCASE-FILE NEXT RECORD                                04490000
               AT END                                                   04500000
                   SET SODSCAN-AT-EOF TO TRUE                           04510000
                   GO TO 1110-EXIT                                      04520000
           END-READ                                                     04530000
                                                                        04540000
           IF SODCASE-DATE OF SODCASE-FILE-REC                          04550000
                   NOT = SODSCAN-CURRENT-DATE                           04560000
               SET SODSCAN-AT-EOF TO TRUE                               04570000
           END-IF.                                                      04580000
       1110-EXIT.                                                       04590000
           EXIT.                                                        04600000
                                                                        04610000
      ******************************************************************04620000
      *  1120-CLEAR-CASE - DELETE AN OPEN CASE, OR NOTE THE SEQUENCE OF*04630000
      *  A CLOSED ONE.  THEN READ THE NEXT.                            *04640000
      ******************************************************************04650000
       1120-CLEAR-CASE.                                                 04660000
           IF SODCASE-OPEN OF SODCASE-FILE-REC                          04670000
               DELETE SODCASE-FILE RECORD                               04680000
                   INVALID KEY                                          04690000
                       DISPLAY 'SODSCAN - CRITICAL - SODCASE DELETE '   04700000
                           'FAILED FOR ' SODCASE-KEY OF SODCASE-FILE-REC04710000
               END-DELETE                                               04720000
               ADD 1 TO SODSCAN-REPLACED-COUNT                          04730000
           ELSE                                                         04740000
               MOVE SODCASE-SEQUENCE OF SODCASE-FILE-REC                04750000
                   TO SODSCAN-SEQUENCE                                  04760000
           END-IF                                                       04770000
                                                                        04780000
           PERFORM 1110-READ-CASE THRU 1110-EXIT.                       04790000
       1120-EXIT.                                                       04800000
           EXIT.                                                        04810000
                                                                        04820000
      ******************************************************************04830000
      *  2000-PROCESS-PROCTRAN - A POSTING MADE TODAY BY AN OPERATOR : *04840000
      *  THE ACCOUNT POSTED TO, AND THE BRANCH IT WAS POSTED AT.  THEN *04850000
      *  READ THE NEXT.                                                *04860000
      ******************************************************************04870000
       2000-PROCESS-PROCTRAN.                                           04880000
           IF PROC-TRAN-DATE OF PROCTRAN-FILE-REC                       04890000
                   = SODSCAN-CURRENT-DATE                               04900000
              AND PROC-TRAN-OPERATOR OF PROCTRAN-FILE-REC NOT = SPACES  04910000
              AND PROC-TRAN-OPERATOR OF PROCTRAN-FILE-REC               04920000
                   NOT = LOW-VALUES                                     04930000
              AND NOT PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC  04940000
               MOVE PROC-TRAN-OPERATOR OF PROCTRAN-FILE-REC             04950000
                   TO SODSCAN-ACTOR                                     04960000
               MOVE 'PROCTRAN' TO SODSCAN-ITEM-SOURCE                   04970000
               MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC            04980000
                   TO SODSCAN-PK-SORTCODE                               04990000
               MOVE PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC               05000000
                   TO SODSCAN-PK-NUMBER                                 05010000
               MOVE SODSCAN-PROCTRAN-KEY TO SODSCAN-ITEM-KEY            05020000
               MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC            05030000
                   TO SODSCAN-ITEM-SORTCODE                             05040000
               MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC       05050000
                   TO SODSCAN-ITEM-ACCOUNT                              05060000
               MOVE ZERO TO SODSCAN-ITEM-CUSTOMER                       05070000
               MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC               05080000
                   TO SODSCAN-ITEM-AMOUNT                               05090000
               MOVE SPACES TO SODSCAN-ITEM-ACTION                       05100000
               STRING 'POSTED ' PROC-TRAN-TYPE OF PROCTRAN-FILE-REC     05110000
                   DELIMITED BY SIZE INTO SODSCAN-ITEM-ACTION           05120000
               END-STRING                                               05130000
               SET SODSCAN-CHECK-BRANCH TO TRUE                         05140000
               PERFORM 3000-CHECK-ITEM THRU 3000-EXIT                   05150000
           END-IF                                                       05160000
                                                                        05170000
           PERFORM 2010-READ-PROCTRAN THRU 2010-EXIT.                   05180000
                                                                        05190000
      ******************************************************************05200000
      *  2010-READ-PROCTRAN - READ THE NEXT TRANSACTION LOG ROW.       *05210000
      ******************************************************************05220000
       2010-READ-PROCTRAN.                                              05230000
           READ PROCTRAN-FILE NEXT RECORD                               05240000
               AT END                                                   05250000
                   SET SODSCAN-AT-EOF TO TRUE                           05260000
           END-READ.                                                    05270000
       2010-EXIT.                                                       05280000
           EXIT.                                                        05290000
                                                                        05300000
      ******************************************************************05310000
      *  2100-PROCESS-CUSCHG - A CUSTOMER CHANGE MADE TODAY CARRYING   *05320000
      *  THE OPERATOR WHO KEYED IT : THE CUSTOMER CHANGED.  THEN READ  *05330000
      *  THE NEXT.                                                     *05340000
      ******************************************************************05350000
       2100-PROCESS-CUSCHG.                                             05360000
           IF CUSCHG-CHANGE-DATE OF CUSCHG-FILE-REC                     05370000
                   = SODSCAN-CURRENT-DATE                               05380000
              AND CUSCHG-CONSENT-OPERATOR OF CUSCHG-FILE-REC            05390000
                   NOT = SPACES                                         05400000
              AND CUSCHG-CONSENT-OPERATOR OF CUSCHG-FILE-REC            05410000
                   NOT = LOW-VALUES                                     05420000
               MOVE CUSCHG-CONSENT-OPERATOR OF CUSCHG-FILE-REC          05430000
                   TO SODSCAN-ACTOR                                     05440000
               MOVE 'CUSCHG' TO SODSCAN-ITEM-SOURCE                     05450000
               MOVE CUSCHG-SORTCODE OF CUSCHG-FILE-REC                  05460000
                   TO SODSCAN-RK-SORTCODE                               05470000
               MOVE CUSCHG-CUSTNO OF CUSCHG-FILE-REC                    05480000
                   TO SODSCAN-RK-NUMBER                                 05490000
               MOVE CUSCHG-CHANGE-NUMBER OF CUSCHG-FILE-REC(3:6)        05500000
                   TO SODSCAN-RK-EXTRA                                  05510000
               MOVE SODSCAN-REGISTER-KEY TO SODSCAN-ITEM-KEY            05520000
               MOVE CUSCHG-SORTCODE OF CUSCHG-FILE-REC                  05530000
                   TO SODSCAN-ITEM-SORTCODE                             05540000
               MOVE ZERO TO SODSCAN-ITEM-ACCOUNT                        05550000
               MOVE CUSCHG-CUSTNO OF CUSCHG-FILE-REC                    05560000
                   TO SODSCAN-ITEM-CUSTOMER                             05570000
               MOVE ZERO TO SODSCAN-ITEM-AMOUNT                         05580000
               MOVE 'CHANGED CUSTOMER DETAILS' TO SODSCAN-ITEM-ACTION   05590000
               MOVE 'N' TO SODSCAN-BRANCH-SWITCH                        05600000
               PERFORM 3000-CHECK-ITEM THRU 3000-EXIT                   05610000
           END-IF                                                       05620000
                                                                        05630000
           PERFORM 2110-READ-CUSCHG THRU 2110-EXIT.                     05640000
                                                                        05650000
      ******************************************************************05660000
      *  2110-READ-CUSCHG - READ THE NEXT CUSTOMER CHANGE.             *05670000
      ******************************************************************05680000
       2110-READ-CUSCHG.                                                05690000
           READ CUSCHG-FILE NEXT RECORD                                 05700000
               AT END                                                   05710000
                   SET SODSCAN-AT-EOF TO TRUE                           05720000
           END-READ.                                                    05730000
       2110-EXIT.                                                       05740000
           EXIT.                                                        05750000
                                                                        05760000
      ******************************************************************05770000
      *  2200-PROCESS-TILL - A TILL WITH CASH IN OR OUT TODAY IS WORK  *05780000
      *  AT THE TILL'S SORT CODE.  THEN READ THE NEXT.                 *05790000
      ******************************************************************05800000
       2200-PROCESS-TILL.                                               05810000
           IF TILL-BUSINESS-DATE OF TILL-FILE-REC = SODSCAN-CURRENT-DATE05820000
              AND (TILL-CASH-IN OF TILL-FILE-REC NOT = ZERO             05830000
                OR TILL-CASH-OUT OF TILL-FILE-REC NOT = ZERO)           05840000
               MOVE TILL-OPERATOR OF TILL-FILE-REC TO SODSCAN-ACTOR     05850000
               MOVE 'TILL' TO SODSCAN-ITEM-SOURCE                       05860000
               MOVE TILL-KEY OF TILL-FILE-REC TO SODSCAN-ITEM-KEY       05870000
               MOVE TILL-SORTCODE OF TILL-FILE-REC                      05880000
                   TO SODSCAN-ITEM-SORTCODE                             05890000
               MOVE ZERO TO SODSCAN-ITEM-ACCOUNT                        05900000
               MOVE ZERO TO SODSCAN-ITEM-CUSTOMER                       05910000
               COMPUTE SODSCAN-ITEM-AMOUNT =                            05920000
                   TILL-CASH-IN OF TILL-FILE-REC                        05930000
                 + TILL-CASH-OUT OF TILL-FILE-REC                       05940000
               MOVE 'WORKED A TILL' TO SODSCAN-ITEM-ACTION              05950000
               SET SODSCAN-CHECK-BRANCH TO TRUE                         05960000
               PERFORM 3000-CHECK-ITEM THRU 3000-EXIT                   05970000
           END-IF                                                       05980000
                                                                        05990000
           PERFORM 2210-READ-TILL THRU 2210-EXIT.                       06000000
                                                                        06010000
      ******************************************************************06020000
      *  2210-READ-TILL - READ THE NEXT TILL.                          *06030000
      ******************************************************************06040000
       2210-READ-TILL.                                                  06050000
           READ TILL-FILE NEXT RECORD                                   06060000
               AT END                                                   06070000
                   SET SODSCAN-AT-EOF TO TRUE                           06080000
           END-READ.                                                    06090000
       2210-EXIT.                                                       06100000
           EXIT.                                                        06110000
                                                                        06120000
      ******************************************************************06130000
      *  2300-PROCESS-CSOVRQ - A CREDIT-SCORE OVERRIDE APPROVED TODAY :*06140000
      *  THE APPROVER AGAINST THE REQUESTER, THE CUSTOMER AND THE      *06150000
      *  BRANCH.  THEN READ THE NEXT.                                  *06160000
      ******************************************************************06170000
       2300-PROCESS-CSOVRQ.                                             06180000
           IF CSOVRQ-STATUS-APPROVED OF CSOVRQ-FILE-REC                 06190000
              AND CSOVRQ-APPROVED-DATE OF CSOVRQ-FILE-REC               06200000
                   = SODSCAN-CURRENT-DATE                               06210000
               MOVE CSOVRQ-APPROVED-USERID OF CSOVRQ-FILE-REC           06220000
                   TO SODSCAN-ACTOR                                     06230000
               MOVE 'CSOVRQ' TO SODSCAN-ITEM-SOURCE                     06240000
               MOVE CSOVRQ-SORTCODE OF CSOVRQ-FILE-REC                  06250000
                   TO SODSCAN-RK-SORTCODE                               06260000
               MOVE CSOVRQ-CUSTNO OF CSOVRQ-FILE-REC                    06270000
                   TO SODSCAN-RK-NUMBER                                 06280000
               MOVE SPACES TO SODSCAN-RK-EXTRA                          06290000
               MOVE SODSCAN-REGISTER-KEY TO SODSCAN-ITEM-KEY            06300000
               MOVE CSOVRQ-SORTCODE OF CSOVRQ-FILE-REC                  06310000
                   TO SODSCAN-ITEM-SORTCODE                             06320000
               MOVE ZERO TO SODSCAN-ITEM-ACCOUNT                        06330000
               MOVE CSOVRQ-CUSTNO OF CSOVRQ-FILE-REC                    06340000
                   TO SODSCAN-ITEM-CUSTOMER                             06350000
               MOVE ZERO TO SODSCAN-ITEM-AMOUNT                         06360000
               MOVE 'APPROVED SCORE OVERRIDE' TO SODSCAN-ITEM-ACTION    06370000
               IF CSOVRQ-REQUESTED-USERID OF CSOVRQ-FILE-REC            06380000
                       = SODSCAN-ACTOR                                  06390000
                   PERFORM 3600-MAKER-CHECKER THRU 3600-EXIT            06400000
               END-IF                                                   06410000
               SET SODSCAN-CHECK-BRANCH TO TRUE                         06420000
               PERFORM 3000-CHECK-ITEM THRU 3000-EXIT                   06430000
           END-IF                                                       06440000
                                                                        06450000
           PERFORM 2310-READ-CSOVRQ THRU 2310-EXIT.                     06460000
                                                                        06470000
      ******************************************************************06480000
      *  2310-READ-CSOVRQ - READ THE NEXT OVERRIDE REQUEST.            *06490000
      ******************************************************************06500000
       2310-READ-CSOVRQ.                                                06510000
           READ CSOVRQ-FILE NEXT RECORD                                 06520000
               AT END                                                   06530000
                   SET SODSCAN-AT-EOF TO TRUE                           06540000
           END-READ.                                                    06550000
       2310-EXIT.                                                       06560000
           EXIT.                                                        06570000
                                                                        06580000
      ******************************************************************06590000
      *  2400-PROCESS-PENDREL - A PAYMENT RELEASED TODAY : THE RELEASER*06600000
      *  AGAINST THE CAPTURER, THE PAYING ACCOUNT AND THE BRANCH.  THEN*06610000
      *  READ THE NEXT.                                                *06620000
      ******************************************************************06630000
       2400-PROCESS-PENDREL.                                            06640000
           IF PENDREL-RELEASED OF PENDREL-FILE-REC                      06650000
              AND PENDREL-DECIDED-DATE OF PENDREL-FILE-REC              06660000
                   = SODSCAN-CURRENT-DATE                               06670000
               MOVE PENDREL-DECIDED-BY OF PENDREL-FILE-REC              06680000
                   TO SODSCAN-ACTOR                                     06690000
               MOVE 'PENDREL' TO SODSCAN-ITEM-SOURCE                    06700000
               MOVE PENDREL-SORTCODE OF PENDREL-FILE-REC                06710000
                   TO SODSCAN-RK-SORTCODE                               06720000
               MOVE PENDREL-NUMBER OF PENDREL-FILE-REC                  06730000
                   TO SODSCAN-RK-NUMBER                                 06740000
               MOVE PENDREL-SOURCE OF PENDREL-FILE-REC                  06750000
                   TO SODSCAN-RK-EXTRA                                  06760000
               MOVE SODSCAN-REGISTER-KEY TO SODSCAN-ITEM-KEY            06770000
               MOVE PENDREL-SORTCODE OF PENDREL-FILE-REC                06780000
                   TO SODSCAN-ITEM-SORTCODE                             06790000
               MOVE PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC            06800000
                   TO SODSCAN-ITEM-ACCOUNT                              06810000
               MOVE ZERO TO SODSCAN-ITEM-CUSTOMER                       06820000
               MOVE PENDREL-AMOUNT OF PENDREL-FILE-REC                  06830000
                   TO SODSCAN-ITEM-AMOUNT                               06840000
               MOVE 'RELEASED PAYMENT' TO SODSCAN-ITEM-ACTION           06850000
               IF PENDREL-CAPTURED-BY OF PENDREL-FILE-REC               06860000
                       = SODSCAN-ACTOR                                  06870000
                   PERFORM 3600-MAKER-CHECKER THRU 3600-EXIT            06880000
               END-IF                                                   06890000
               SET SODSCAN-CHECK-BRANCH TO TRUE                         06900000
               PERFORM 3000-CHECK-ITEM THRU 3000-EXIT                   06910000
           END-IF                                                       06920000
                                                                        06930000
           PERFORM 2410-READ-PENDREL THRU 2410-EXIT.                    06940000
                                                                        06950000
      ******************************************************************06960000
      *  2410-READ-PENDREL - READ THE NEXT PENDING RELEASE.            *06970000
      ******************************************************************06980000
       2410-READ-PENDREL.                                               06990000
           READ PENDREL-FILE NEXT RECORD                                07000000
               AT END                                                   07010000
                   SET SODSCAN-AT-EOF TO TRUE                           07020000
           END-READ.                                                    07030000
       2410-EXIT.                                                       07040000
           EXIT.                                                        07050000
                                                                        07060000
      ******************************************************************07070000
      *  2500-PROCESS-ACCTAPP - AN ACCOUNT APPLICATION APPROVED TODAY :*07080000
      *  THE APPROVER AGAINST THE CAPTURER AND THE APPLICANT.  THEN    *07090000
      *  READ THE NEXT.                                                *07100000
      ******************************************************************07110000
       2500-PROCESS-ACCTAPP.                                            07120000
           IF ACCTAPP-APPROVED OF ACCTAPP-FILE-REC                      07130000
              AND ACCTAPP-DECIDED-DATE OF ACCTAPP-FILE-REC              07140000
                   = SODSCAN-CURRENT-DATE                               07150000
               MOVE ACCTAPP-DECIDED-BY OF ACCTAPP-FILE-REC              07160000
                   TO SODSCAN-ACTOR                                     07170000
               MOVE 'ACCTAPP' TO SODSCAN-ITEM-SOURCE                    07180000
               MOVE ACCTAPP-SORTCODE OF ACCTAPP-FILE-REC                07190000
                   TO SODSCAN-RK-SORTCODE                               07200000
               MOVE ACCTAPP-NUMBER OF ACCTAPP-FILE-REC                  07210000
                   TO SODSCAN-RK-NUMBER                                 07220000
               MOVE SPACES TO SODSCAN-RK-EXTRA                          07230000
               MOVE SODSCAN-REGISTER-KEY TO SODSCAN-ITEM-KEY            07240000
               MOVE ACCTAPP-SORTCODE OF ACCTAPP-FILE-REC                07250000
                   TO SODSCAN-ITEM-SORTCODE                             07260000
               MOVE ZERO TO SODSCAN-ITEM-ACCOUNT                        07270000
               MOVE ACCTAPP-CUSTOMER OF ACCTAPP-FILE-REC                07280000
                   TO SODSCAN-ITEM-CUSTOMER                             07290000
               MOVE ZERO TO SODSCAN-ITEM-AMOUNT                         07300000
               MOVE 'APPROVED APPLICATION' TO SODSCAN-ITEM-ACTION       07310000
               IF ACCTAPP-CAPTURED-BY OF ACCTAPP-FILE-REC               07320000
                       = SODSCAN-ACTOR                                  07330000
                   PERFORM 3600-MAKER-CHECKER THRU 3600-EXIT            07340000
               END-IF                                                   07350000
               MOVE 'N' TO SODSCAN-BRANCH-SWITCH                        07360000
               PERFORM 3000-CHECK-ITEM THRU 3000-EXIT                   07370000
           END-IF                                                       07380000
                                                                        07390000
           PERFORM 2510-READ-ACCTAPP THRU 2510-EXIT.                    07400000
                                                                        07410000
      ******************************************************************07420000
      *  2510-READ-ACCTAPP - READ THE NEXT ACCOUNT APPLICATION.        *07430000
      ******************************************************************07440000
       2510-READ-ACCTAPP.                                               07450000
           READ ACCTAPP-FILE NEXT RECORD                                07460000
               AT END                                                   07470000
                   SET SODSCAN-AT-EOF TO TRUE                           07480000
           END-READ.                                                    07490000
       2510-EXIT.                                                       07500000
           EXIT.                                                        07510000
                                                                        07520000
      ******************************************************************07530000
      *  3000-CHECK-ITEM - CHECK ONE ITEM OF STAFF ACTIVITY : THE      *07540000
      *  ACCOUNT OR CUSTOMER ACTED ON AGAINST THE OPERATOR'S OWN       *07550000
      *  RECORD AND DECLARED CONNECTIONS, THEN, WHERE THE SWEEP ASKS,  *07560000
      *  THE SORT CODE AGAINST THE OPERATOR'S HOME BRANCH.             *07570000
      ******************************************************************07580000
       3000-CHECK-ITEM.                                                 07590000
           PERFORM 3100-GET-OPERATOR THRU 3100-EXIT                     07600000
           IF NOT SODSCAN-OPER-FOUND                                    07610000
               GO TO 3000-EXIT                                          07620000
           END-IF                                                       07630000
           ADD 1 TO SODSCAN-ITEM-COUNT                                  07640000
                                                                        07650000
           IF SODSCAN-ITEM-ACCOUNT NOT = ZERO                           07660000
              AND SODSCAN-ITEM-CUSTOMER = ZERO                          07670000
               MOVE SODSCAN-ITEM-SORTCODE                               07680000
                   TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC              07690000
               MOVE SODSCAN-ITEM-ACCOUNT                                07700000
                   TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                07710000
               READ ACCOUNT-FILE                                        07720000
                   INVALID KEY                                          07730000
                       CONTINUE                                         07740000
                   NOT INVALID KEY                                      07750000
                       MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC 07760000
                           TO SODSCAN-ITEM-CUSTOMER                     07770000
               END-READ                                                 07780000
           END-IF                                                       07790000
                                                                        07800000
           IF SODSCAN-ITEM-ACCOUNT NOT = ZERO                           07810000
              OR SODSCAN-ITEM-CUSTOMER NOT = ZERO                       07820000
               PERFORM 3200-CHECK-PARTY THRU 3200-EXIT                  07830000
           END-IF                                                       07840000
                                                                        07850000
           IF SODSCAN-CHECK-BRANCH                                      07860000
              AND NOT OPERATOR-ROLE-BACKOFFICE OF OPERATOR-FILE-REC     07870000
              AND SODSCAN-ITEM-SORTCODE                                 07880000
                   NOT = OPERATOR-BRANCH OF OPERATOR-FILE-REC           07890000
               MOVE 4 TO SODSCAN-ITEM-RULE                              07900000
               MOVE 'OUT OF BRANCH' TO SODSCAN-ITEM-QUALIFIER           07910000
               PERFORM 3500-RAISE-CASE THRU 3500-EXIT                   07920000
           END-IF.                                                      07930000
       3000-EXIT.                                                       07940000
           EXIT.                                                        07950000
                                                                        07960000
      ******************************************************************07970000
      *  3100-GET-OPERATOR - READ THE OPERATOR WHO ACTED, KEEPING THE  *07980000
      *  LAST ONE READ.  AN ID NOT ON THE MASTER IS NOT STAFF.         *07990000
      ******************************************************************08000000
       3100-GET-OPERATOR.                                               08010000
           IF SODSCAN-ACTOR = SODSCAN-LAST-OPERATOR                     08020000
               GO TO 3100-EXIT                                          08030000
           END-IF                                                       08040000
                                                                        08050000
           MOVE SODSCAN-ACTOR TO SODSCAN-LAST-OPERATOR                  08060000
           MOVE SODSCAN-ACTOR TO OPERATOR-ID OF OPERATOR-FILE-REC       08070000
           READ OPERATOR-FILE                                           08080000
               INVALID KEY                                              08090000
                   MOVE 'N' TO SODSCAN-OPER-SWITCH                      08100000
               NOT INVALID KEY                                          08110000
                   SET SODSCAN-OPER-FOUND TO TRUE                       08120000
           END-READ.                                                    08130000
       3100-EXIT.                                                       08140000
           EXIT.                                                        08150000
                                                                        08160000
      ******************************************************************08170000
      *  3200-CHECK-PARTY - THE OPERATOR'S OWN CUSTOMER RECORD FIRST,  *08180000
      *  THEN A DECLARED CONNECTION TO THE ACCOUNT, THEN TO THE        *08190000
      *  CUSTOMER.  ONE CASE AT MOST PER ITEM.                         *08200000
      ******************************************************************08210000
       3200-CHECK-PARTY.                                                08220000
           IF OPERATOR-CUSTOMER-NUMBER OF OPERATOR-FILE-REC NOT = ZERO  08230000
              AND OPERATOR-CUSTOMER-NUMBER OF OPERATOR-FILE-REC         08240000
                   = SODSCAN-ITEM-CUSTOMER                              08250000
              AND OPERATOR-CUSTOMER-SORTCODE OF OPERATOR-FILE-REC       08260000
                   = SODSCAN-ITEM-SORTCODE                              08270000
               MOVE 1 TO SODSCAN-ITEM-RULE                              08280000
               MOVE 'OWN RECORD' TO SODSCAN-ITEM-QUALIFIER              08290000
               PERFORM 3500-RAISE-CASE THRU 3500-EXIT                   08300000
               GO TO 3200-EXIT                                          08310000
           END-IF                                                       08320000
                                                                        08330000
           MOVE 'N' TO SODSCAN-PARTY-SWITCH                             08340000
           IF SODSCAN-ITEM-ACCOUNT NOT = ZERO                           08350000
               SET STAFFCON-TYPE-ACCOUNT OF STAFFCON-FILE-REC TO TRUE   08360000
               MOVE SODSCAN-ITEM-ACCOUNT                                08370000
                   TO STAFFCON-NUMBER OF STAFFCON-FILE-REC              08380000
               PERFORM 3300-READ-CONNECTION THRU 3300-EXIT              08390000
           END-IF                                                       08400000
                                                                        08410000
           IF NOT SODSCAN-PARTY-HIT                                     08420000
              AND SODSCAN-ITEM-CUSTOMER NOT = ZERO                      08430000
               SET STAFFCON-TYPE-CUSTOMER OF STAFFCON-FILE-REC TO TRUE  08440000
               MOVE SODSCAN-ITEM-CUSTOMER                               08450000
                   TO STAFFCON-NUMBER OF STAFFCON-FILE-REC              08460000
               PERFORM 3300-READ-CONNECTION THRU 3300-EXIT              08470000
           END-IF                                                       08480000
                                                                        08490000
           IF SODSCAN-PARTY-HIT                                         08500000
               MOVE 2 TO SODSCAN-ITEM-RULE                              08510000
               MOVE SPACES TO SODSCAN-ITEM-QUALIFIER                    08520000
               STRING 'CONNECTED - '                                    08530000
                      STAFFCON-RELATION OF STAFFCON-FILE-REC            08540000
                   DELIMITED BY SIZE INTO SODSCAN-ITEM-QUALIFIER        08550000
               END-STRING                                               08560000
               PERFORM 3500-RAISE-CASE THRU 3500-EXIT                   08570000
           END-IF.                                                      08580000
       3200-EXIT.                                                       08590000
           EXIT.                                                        08600000
                                                                        08610000
      ******************************************************************08620000
      *  3300-READ-CONNECTION - LOOK FOR A LIVE DECLARATION BY THE     *08630000
      *  OPERATOR OF THE TYPE AND NUMBER SET UP BY THE CALLER.         *08640000
      ******************************************************************08650000
       3300-READ-CONNECTION.                                            08660000
           MOVE SODSCAN-ACTOR TO STAFFCON-OPERATOR OF STAFFCON-FILE-REC 08670000
           MOVE SODSCAN-ITEM-SORTCODE                                   08680000
               TO STAFFCON-SORTCODE OF STAFFCON-FILE-REC                08690000
           READ STAFFCON-FILE                                           08700000
               INVALID KEY                                              08710000
                   GO TO 3300-EXIT                                      08720000
           END-READ                                                     08730000
                                                                        08740000
           IF STAFFCON-ACTIVE OF STAFFCON-FILE-REC                      08750000
               SET SODSCAN-PARTY-HIT TO TRUE                            08760000
           END-IF.                                                      08770000
       3300-EXIT.                                                       08780000
           EXIT.                                                        08790000
                                                                        08800000
      ******************************************************************08810000
      *  3500-RAISE-CASE - WRITE THE CASE FOR THE RULE SET UP BY THE   *08820000
      *  CALLER AND PRINT IT.                                          *08830000
      ******************************************************************08840000
       3500-RAISE-CASE.                                                 08850000
           ADD 1 TO SODSCAN-SEQUENCE                                    08860000
           MOVE SPACES TO SODCASE-FILE-REC                              08870000
           MOVE 'SODC' TO SODCASE-EYECATCHER OF SODCASE-FILE-REC        08880000
           MOVE SODSCAN-CURRENT-DATE TO SODCASE-DATE OF SODCASE-FILE-REC08890000
           MOVE SODSCAN-SEQUENCE TO SODCASE-SEQUENCE OF SODCASE-FILE-REC08900000
           MOVE SODSCAN-R-CODE(SODSCAN-ITEM-RULE)                       08910000
               TO SODCASE-RULE OF SODCASE-FILE-REC                      08920000
           MOVE SODSCAN-ACTOR TO SODCASE-OPERATOR OF SODCASE-FILE-REC   08930000
           MOVE OPERATOR-BRANCH OF OPERATOR-FILE-REC                    08940000
               TO SODCASE-OPERATOR-BRANCH OF SODCASE-FILE-REC           08950000
           MOVE SODSCAN-ITEM-SOURCE                                     08960000
               TO SODCASE-SOURCE OF SODCASE-FILE-REC                    08970000
           MOVE SODSCAN-ITEM-KEY                                        08980000
               TO SODCASE-SOURCE-KEY OF SODCASE-FILE-REC                08990000
           MOVE SODSCAN-ITEM-SORTCODE                                   09000000
               TO SODCASE-SORTCODE OF SODCASE-FILE-REC                  09010000
           MOVE SODSCAN-ITEM-ACCOUNT                                    09020000
               TO SODCASE-ACCOUNT OF SODCASE-FILE-REC                   09030000
           MOVE SODSCAN-ITEM-CUSTOMER                                   09040000
               TO SODCASE-CUSTOMER OF SODCASE-FILE-REC                  09050000
           MOVE SODSCAN-ITEM-AMOUNT                                     09060000
               TO SODCASE-AMOUNT OF SODCASE-FILE-REC                    09070000
           MOVE SODSCAN-ITEM-DETAIL                                     09080000
               TO SODCASE-DETAIL OF SODCASE-FILE-REC                    09090000
           SET SODCASE-OPEN OF SODCASE-FILE-REC TO TRUE                 09100000
           MOVE ZERO TO SODCASE-CLOSED-DATE OF SODCASE-FILE-REC         09110000
                                                                        09120000
           WRITE SODCASE-FILE-REC                                       09130000
               INVALID KEY                                              09140000
                   DISPLAY 'SODSCAN - CRITICAL - SODCASE WRITE '        09150000
                       'FAILED FOR ' SODCASE-KEY OF SODCASE-FILE-REC    09160000
           END-WRITE                                                    09170000
                                                                        09180000
           ADD 1 TO SODSCAN-RC-CASES(SODSCAN-ITEM-RULE)                 09190000
           ADD 1 TO SODSCAN-CASE-COUNT                                  09200000
                                                                        09210000
           MOVE SODSCAN-CURRENT-DATE TO SODSCAN-CL-DATE                 09220000
           MOVE SODSCAN-SEQUENCE TO SODSCAN-CL-SEQUENCE                 09230000
           MOVE SODSCAN-R-CODE(SODSCAN-ITEM-RULE) TO SODSCAN-CL-RULE    09240000
           MOVE SODSCAN-ACTOR TO SODSCAN-CL-OPERATOR                    09250000
           MOVE OPERATOR-BRANCH OF OPERATOR-FILE-REC                    09260000
               TO SODSCAN-CL-BRANCH                                     09270000
           MOVE SODSCAN-ITEM-SOURCE TO SODSCAN-CL-SOURCE                09280000
           MOVE SODSCAN-ITEM-SORTCODE TO SODSCAN-CL-SORTCODE            09290000
           MOVE SODSCAN-ITEM-ACCOUNT TO SODSCAN-CL-ACCOUNT              09300000
           MOVE SODSCAN-ITEM-AMOUNT TO SODSCAN-CL-AMOUNT                09310000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-CASE-LINE-1            09320000
                                                                        09330000
           MOVE SODSCAN-ITEM-DETAIL TO SODSCAN-CL-DETAIL                09340000
           MOVE SODSCAN-ITEM-CUSTOMER TO SODSCAN-CL-CUSTOMER            09350000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-CASE-LINE-2.           09360000
       3500-EXIT.                                                       09370000
           EXIT.                                                        09380000
                                                                        09390000
      ******************************************************************09400000
      *  3600-MAKER-CHECKER - THE APPROVER ALSO CAPTURED THE ITEM.     *09410000
      *  RAISED ONLY FOR AN OPERATOR ON THE MASTER.                    *09420000
      ******************************************************************09430000
       3600-MAKER-CHECKER.                                              09440000
           PERFORM 3100-GET-OPERATOR THRU 3100-EXIT                     09450000
           IF NOT SODSCAN-OPER-FOUND                                    09460000
               GO TO 3600-EXIT                                          09470000
           END-IF                                                       09480000
                                                                        09490000
           MOVE 3 TO SODSCAN-ITEM-RULE                                  09500000
           MOVE 'ALSO THE MAKER' TO SODSCAN-ITEM-QUALIFIER              09510000
           PERFORM 3500-RAISE-CASE THRU 3500-EXIT.                      09520000
       3600-EXIT.                                                       09530000
           EXIT.                                                        09540000
                                                                        09550000
      ******************************************************************09560000
      *  5000-PRINT-SUMMARY - CASES RAISED BY RULE AND THE RUN TOTALS. *09570000
      ******************************************************************09580000
       5000-PRINT-SUMMARY.                                              09590000
           MOVE SPACES TO EXCEPTION-RPT-LINE                            09600000
           WRITE EXCEPTION-RPT-LINE                                     09610000
                                                                        09620000
           PERFORM 5100-PRINT-RULE THRU 5100-EXIT                       09630000
               VARYING SODSCAN-SUB FROM 1 BY 1                          09640000
               UNTIL SODSCAN-SUB > 4                                    09650000
                                                                        09660000
           MOVE SPACES TO EXCEPTION-RPT-LINE                            09670000
           WRITE EXCEPTION-RPT-LINE                                     09680000
                                                                        09690000
           MOVE 'STAFF ITEMS CHECKED          ' TO SODSCAN-SUM-LABEL    09700000
           MOVE SODSCAN-ITEM-COUNT TO SODSCAN-SUM-COUNT                 09710000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-SUMMARY-LINE           09720000
           MOVE 'CASES RAISED                 ' TO SODSCAN-SUM-LABEL    09730000
           MOVE SODSCAN-CASE-COUNT TO SODSCAN-SUM-COUNT                 09740000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-SUMMARY-LINE           09750000
           MOVE 'OPEN CASES REPLACED ON RERUN ' TO SODSCAN-SUM-LABEL    09760000
           MOVE SODSCAN-REPLACED-COUNT TO SODSCAN-SUM-COUNT             09770000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-SUMMARY-LINE.          09780000
       5000-EXIT.                                                       09790000
           EXIT.                                                        09800000
                                                                        09810000
      ******************************************************************09820000
      *  5100-PRINT-RULE - ONE RULE'S CASE COUNT.                      *09830000
      ******************************************************************09840000
       5100-PRINT-RULE.                                                 09850000
           MOVE SPACES TO SODSCAN-SUM-LABEL                             09860000
           STRING SODSCAN-R-CODE(SODSCAN-SUB) ' '                       09870000
                  SODSCAN-R-NAME(SODSCAN-SUB)                           09880000
               DELIMITED BY SIZE INTO SODSCAN-SUM-LABEL                 09890000
           END-STRING                                                   09900000
           MOVE SODSCAN-RC-CASES(SODSCAN-SUB) TO SODSCAN-SUM-COUNT      09910000
           WRITE EXCEPTION-RPT-LINE FROM SODSCAN-SUMMARY-LINE.          09920000
       5100-EXIT.                                                       09930000
           EXIT.                                                        09940000
                                                                        09950000
      ******************************************************************09960000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *09970000
      ******************************************************************09980000
       9000-TERMINATE.                                                  09990000
           CLOSE PROCTRAN-FILE                                          10000000
           CLOSE CUSCHG-FILE                                            10010000
           CLOSE TILL-FILE                                              10020000
           CLOSE CSOVRQ-FILE                                            10030000
           CLOSE PENDREL-FILE                                           10040000
           CLOSE ACCTAPP-FILE                                           10050000
           CLOSE OPERATOR-FILE                                          10060000
           CLOSE STAFFCON-FILE                                          10070000
           CLOSE ACCOUNT-FILE                                           10080000
           CLOSE SODCASE-FILE                                           10090000
           CLOSE EXCEPTION-RPT                                          10100000
                                                                        10110000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              10120000
           MOVE SODSCAN-CASE-COUNT TO RUNCTL-REQ-COUNT                  10130000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          10140000
       9000-EXIT.                                                       10150000
           EXIT.                                                        10160000
                                                                        10170000
       9999-EXIT.                                                       10180000
           STOP RUN.                                                    10190000
