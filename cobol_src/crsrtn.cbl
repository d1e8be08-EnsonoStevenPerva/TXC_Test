      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CRSRTN.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CRSRTN - ANNUAL CRS AND FATCA REPORTABLE-ACCOUNT EXTRACT      *00150000
      *                                                                *00160000
      *  FUNCTION : BUILDS THE YEAR-END EXTRACT FOR THE CRS AND FATCA  *00170000
      *             RETURNS TO HMRC FROM THE CUSTOMERS' TAX-RESIDENCY  *00180000
      *             SELF-CERTIFICATIONS (COPYBOOK TAXRES) :            *00190000
      *                                                                *00200000
      *               PASS 1 SWEEPS THE ARCHIVED AND LIVE PROCTRAN     *00210000
      *               ROWS FOR THE INT POSTINGS TAXSUM CERTIFIES -     *00220000
      *               A POSITIVE AMOUNT IS INTEREST PAID TO THE        *00230000
      *               CUSTOMER - DATED IN THE CALENDAR YEAR, AND       *00240000
      *               TOTALS THEM BY ACCOUNT ON A WORK FILE.           *00250000
      *                                                                *00260000
      *               PASS 2 WALKS THE ACCOUNT MASTER.  EVERY HOLDER   *00270000
      *               OF AN ACCOUNT OPEN BY 31 DECEMBER - THE PRIMARY  *00280000
      *               CUSTOMER AND ANY JOINT HOLDERS ON ACCHOLD - IS   *00290000
      *               LOOKED UP ON TAXRES.  FOR A HOLDER WHO DECLARED  *00300000
      *               A COUNTRY OTHER THAN GB, ONE EXTRACT RECORD IS   *00310000
      *               WRITTEN PER SUCH COUNTRY : FATCA FOR US, CRS     *00320000
      *               FOR ANY OTHER.  IT CARRIES THE TAXPAYER ID, THE  *00330000
      *               HOLDER'S NAME, ADDRESS AND DATE OF BIRTH, THE    *00340000
      *               YEAR-END BALANCE FROM THE EODSNAP SNAPSHOT AND   *00350000
      *               THE GROSS INTEREST FROM PASS 1.                  *00360000
      *                                                                *00370000
      *             A HOLDER WHOSE DECLARATION IS IN CONFLICT WITH     *00380000
      *             THE INDICIA (SEE TAXIND) IS LISTED FOR FOLLOW-UP,  *00390000
      *             REPORTED OR NOT.  HOLDERS WITH NO DECLARATION ARE  *00400000
      *             COUNTED.                                           *00410000
      *                                                                *00420000
      *             SYSIN (OPTIONAL) : REPORTING YEAR COLS 1-4         *00430000
      *             (DEFAULT THE YEAR BEFORE THE BUSINESS DATE),       *00440000
      *             SNAPSHOT DATE COLS 6-13 (DEFAULT THE LAST DATE     *00450000
      *             EODSNAP RAN ON OR BEFORE 31 DECEMBER).             *00460000
      *                                                                *00470000
      *  FILES    : PROCHIST - SEQUENTIAL - ARCHIVED PROCTRAN (INPUT,  *00480000
      *                                     OPTIONAL)                  *00490000
      *             PROCFILE - VSAM KSDS - PROCESSED TRANSACTIONS      *00500000
      *                                    (INPUT)                     *00510000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00520000
      *             ACCHOLD  - VSAM KSDS - ACCOUNT HOLDERS (INPUT)     *00530000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00540000
      *             TAXRES   - VSAM KSDS - TAX-RESIDENCY SELF-CERTS    *00550000
      *                                    (INPUT)                     *00560000
      *             SNAPFILE - VSAM KSDS - BALANCE SNAPSHOTS (INPUT)   *00570000
      *             CRSWORK  - VSAM KSDS - INTEREST BY ACCOUNT (WORK)  *00580000
      *             SYSIN    - PARAMETER - YEAR, SNAPSHOT DATE         *00590000
      *             CRSOUT   - REPORTABLE-ACCOUNT EXTRACT              *00600000
      *             CRSRPT   - EXTRACT LISTING, EXCEPTIONS, TOTALS     *00610000
      *                                                                *00620000
      *  CHANGE HISTORY                                                *00630000
      *  ----------------------------------------------------------    *00640000
      *  DATE        BY    DESCRIPTION                                 *00650000
      *  2026-10-15  BAG   INITIAL VERSION                             *00660000
      *                                                                *00670000
      ******************************************************************00680000
       ENVIRONMENT DIVISION.                                            00690000
       INPUT-OUTPUT SECTION.                                            00700000
       FILE-CONTROL.                                                    00710000
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO PROCHIST              00720000
                  ORGANIZATION IS SEQUENTIAL                            00730000
                  FILE STATUS IS CRSRTN-HISTORY-STATUS.                 00740000
                                                                        00750000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCFILE                    00760000
                  ORGANIZATION IS INDEXED                               00770000
                  ACCESS MODE IS SEQUENTIAL                             00780000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00790000
                  FILE STATUS IS CRSRTN-PROCTRAN-STATUS.                00800000
                                                                        00810000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00820000
                  ORGANIZATION IS INDEXED                               00830000
                  ACCESS MODE IS SEQUENTIAL                             00840000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00850000
                  FILE STATUS IS CRSRTN-ACCOUNT-STATUS.                 00860000
                                                                        00870000
           SELECT ACCHOLD-FILE    ASSIGN TO ACCHOLD                     00880000
                  ORGANIZATION IS INDEXED                               00890000
                  ACCESS MODE IS DYNAMIC                                00900000
                  RECORD KEY IS ACCHOLD-KEY OF ACCHOLD-FILE-REC         00910000
                  FILE STATUS IS CRSRTN-ACCHOLD-STATUS.                 00920000
                                                                        00930000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00940000
                  ORGANIZATION IS INDEXED                               00950000
                  ACCESS MODE IS RANDOM                                 00960000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00970000
                  FILE STATUS IS CRSRTN-CUSTOMER-STATUS.                00980000
                                                                        00990000
           SELECT TAXRES-FILE     ASSIGN TO TAXRES                      01000000
                  ORGANIZATION IS INDEXED                               01010000
                  ACCESS MODE IS RANDOM                                 01020000
                  RECORD KEY IS TAXRES-KEY OF TAXRES-FILE-REC           01030000
                  FILE STATUS IS CRSRTN-TAXRES-STATUS.                  01040000
                                                                        01050000
           SELECT SNAP-FILE       ASSIGN TO SNAPFILE                    01060000
                  ORGANIZATION IS INDEXED                               01070000
                  ACCESS MODE IS DYNAMIC                                01080000
                  RECORD KEY IS BALSNAP-KEY OF SNAP-FILE-REC            01090000
                  FILE STATUS IS CRSRTN-SNAP-STATUS.                    01100000
                                                                        01110000
           SELECT WORK-FILE       ASSIGN TO CRSWORK                     01120000
                  ORGANIZATION IS INDEXED                               01130000
                  ACCESS MODE IS DYNAMIC                                01140000
                  RECORD KEY IS CRSRTN-WORK-KEY                         01150000
                  FILE STATUS IS CRSRTN-WORK-STATUS.                    01160000
                                                                        01170000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01180000
                  ORGANIZATION IS LINE SEQUENTIAL                       01190000
                  FILE STATUS IS CRSRTN-PARM-STATUS.                    01200000
                                                                        01210000
           SELECT CRS-OUT         ASSIGN TO CRSOUT                      01220000
                  ORGANIZATION IS LINE SEQUENTIAL                       01230000
                  FILE STATUS IS CRSRTN-OUT-STATUS.                     01240000
                                                                        01250000
           SELECT CRS-RPT         ASSIGN TO CRSRPT                      01260000
                  ORGANIZATION IS LINE SEQUENTIAL                       01270000
                  FILE STATUS IS CRSRTN-RPT-STATUS.                     01280000
                                                                        01290000
       DATA DIVISION.                                                   01300000
       FILE SECTION.                                                    01310000
       FD  HISTORY-FILE                                                 01320000
           RECORDING MODE IS F.                                         01330000
       01  HISTORY-FILE-REC.                                            01340000
           COPY PROCTRAN.                                               01350000
                                                                        01360000
       FD  PROCTRAN-FILE                                                01370000
           RECORDING MODE IS F.                                         01380000
       01  PROCTRAN-FILE-REC.                                           01390000
           COPY PROCTRAN.                                               01400000
                                                                        01410000
       FD  ACCOUNT-FILE                                                 01420000
           RECORDING MODE IS F.                                         01430000
       01  ACCOUNT-FILE-REC.                                            01440000
           COPY ACCOUNT.                                                01450000
                                                                        01460000
       FD  ACCHOLD-FILE                                                 01470000
           RECORDING MODE IS F.                                         01480000
       01  ACCHOLD-FILE-REC.                                            01490000
           COPY ACCHOLD.                                                01500000
                                                                        01510000
       FD  CUSTOMER-FILE                                                01520000
           RECORDING MODE IS F.                                         01530000
       01  CUSTOMER-FILE-REC.                                           01540000
           COPY CUSTOMER.                                               01550000
                                                                        01560000
       FD  TAXRES-FILE                                                  01570000
           RECORDING MODE IS F.                                         01580000
       01  TAXRES-FILE-REC.                                             01590000
           COPY TAXRES.                                                 01600000
                                                                        01610000
       FD  SNAP-FILE                                                    01620000
           RECORDING MODE IS F.                                         01630000
       01  SNAP-FILE-REC.                                               01640000
           COPY BALSNAP.                                                01650000
                                                                        01660000
       FD  WORK-FILE                                                    01670000
           RECORDING MODE IS F.                                         01680000
       01  CRSRTN-WORK-REC.                                             01690000
           05  CRSRTN-WORK-KEY.                                         01700000
               10  CRSRTN-WORK-SORTCODE    PIC 9(6).                    01710000
               10  CRSRTN-WORK-ACCOUNT     PIC 9(8).                    01720000
           05  CRSRTN-WORK-INTEREST        PIC S9(11)V99.               01730000
           05  CRSRTN-WORK-POSTINGS        PIC 9(5).                    01740000
                                                                        01750000
       FD  PARAMETER-FILE                                               01760000
           RECORDING MODE IS F.                                         01770000
       01  PARAMETER-FILE-REC             PIC X(80).                    01780000
                                                                        01790000
       FD  CRS-OUT                                                      01800000
           RECORDING MODE IS F.                                         01810000
       01  CRS-OUT-REC.                                                 01820000
           05  CRSOUT-REPORT-YEAR          PIC 9(4).                    01830000
           05  CRSOUT-REGIME               PIC X(5).                    01840000
           05  CRSOUT-COUNTRY              PIC X(2).                    01850000
           05  CRSOUT-TIN                  PIC X(20).                   01860000
           05  CRSOUT-NO-TIN-REASON        PIC X.                       01870000
           05  CRSOUT-SORTCODE             PIC 9(6).                    01880000
           05  CRSOUT-ACCOUNT              PIC 9(8).                    01890000
           05  CRSOUT-ACCOUNT-TYPE         PIC X(8).                    01900000
           05  CRSOUT-ACCOUNT-STATUS       PIC X.                       01910000
           05  CRSOUT-CURRENCY             PIC X(3).                    01920000
           05  CRSOUT-HOLDER-ROLE          PIC X.                       01930000
           05  CRSOUT-CUSTOMER             PIC 9(10).                   01940000
           05  CRSOUT-NAME                 PIC X(60).                   01950000
           05  CRSOUT-ADDRESS              PIC X(160).                  01960000
           05  CRSOUT-DATE-OF-BIRTH        PIC 9(8).                    01970000
           05  CRSOUT-BALANCE              PIC S9(10)V99.               01980000
           05  CRSOUT-BALANCE-DATE         PIC 9(8).                    01990000
           05  CRSOUT-GROSS-INTEREST       PIC S9(11)V99.               02000000
           05  CRSOUT-INDICIA-STATUS       PIC X.                       02010000
                                                                        02020000
       FD  CRS-RPT                                                      02030000
           RECORDING MODE IS F.                                         02040000
       01  CRS-RPT-LINE                   PIC X(100).                   02050000
                                                                        02060000
       WORKING-STORAGE SECTION.                                         02070000
       01  CRSRTN-WORK-AREA.                                            02080000
           05  CRSRTN-HISTORY-STATUS       PIC XX.                      02090000
           05  CRSRTN-PROCTRAN-STATUS      PIC XX.                      02100000
           05  CRSRTN-ACCOUNT-STATUS       PIC XX.                      02110000
           05  CRSRTN-ACCHOLD-STATUS       PIC XX.                      02120000
           05  CRSRTN-CUSTOMER-STATUS      PIC XX.                      02130000
           05  CRSRTN-TAXRES-STATUS        PIC XX.                      02140000
           05  CRSRTN-SNAP-STATUS          PIC XX.                      02150000
           05  CRSRTN-WORK-STATUS          PIC XX.                      02160000
           05  CRSRTN-PARM-STATUS          PIC XX.                      02170000
           05  CRSRTN-OUT-STATUS           PIC XX.                      02180000
           05  CRSRTN-RPT-STATUS           PIC XX.                      02190000
           05  CRSRTN-HIST-EOF-SWITCH      PIC X     VALUE 'N'.         02200000
               88  CRSRTN-HIST-AT-EOF            VALUE 'Y'.             02210000
           05  CRSRTN-PROC-EOF-SWITCH      PIC X     VALUE 'N'.         02220000
               88  CRSRTN-PROC-AT-EOF            VALUE 'Y'.             02230000
           05  CRSRTN-ACC-EOF-SWITCH       PIC X     VALUE 'N'.         02240000
               88  CRSRTN-ACC-AT-EOF             VALUE 'Y'.             02250000
           05  CRSRTN-HOLD-EOF-SWITCH      PIC X     VALUE 'N'.         02260000
               88  CRSRTN-HOLD-AT-EOF            VALUE 'Y'.             02270000
           05  CRSRTN-SNAP-SWITCH          PIC X     VALUE 'N'.         02280000
               88  CRSRTN-SNAP-FOUND             VALUE 'Y'.             02290000
           05  CRSRTN-CURRENT-DATE         PIC 9(8)  VALUE ZERO.        02300000
           05  CRSRTN-CURRENT-SPLIT REDEFINES CRSRTN-CURRENT-DATE.      02310000
               10  CRSRTN-CURRENT-YYYY     PIC 9999.                    02320000
               10  CRSRTN-CURRENT-MMDD     PIC 9(4).                    02330000
           05  CRSRTN-REPORT-YEAR          PIC 9(4)  VALUE ZERO.        02340000
           05  CRSRTN-YEAR-START           PIC 9(8)  VALUE ZERO.        02350000
           05  CRSRTN-YEAR-START-SPLIT REDEFINES CRSRTN-YEAR-START.     02360000
               10  CRSRTN-YEAR-START-YYYY  PIC 9999.                    02370000
               10  CRSRTN-YEAR-START-MMDD  PIC 9(4).                    02380000
           05  CRSRTN-YEAR-END             PIC 9(8)  VALUE ZERO.        02390000
           05  CRSRTN-YEAR-END-SPLIT REDEFINES CRSRTN-YEAR-END.         02400000
               10  CRSRTN-YEAR-END-YYYY    PIC 9999.                    02410000
               10  CRSRTN-YEAR-END-MMDD    PIC 9(4).                    02420000
           05  CRSRTN-SNAP-DATE            PIC 9(8)  VALUE ZERO.        02430000
           05  CRSRTN-SNAP-DATE-GRP REDEFINES CRSRTN-SNAP-DATE.         02440000
               10  CRSRTN-SNAP-YYYY        PIC 9(4).                    02450000
               10  CRSRTN-SNAP-MM          PIC 99.                      02460000
               10  CRSRTN-SNAP-DD          PIC 99.                      02470000
           05  CRSRTN-PROBE-COUNT          PIC 9(3)  COMP VALUE ZERO.   02480000
           05  CRSRTN-PROBE-LIMIT          PIC 9(3)  COMP VALUE 10.     02490000
           05  CRSRTN-LEAP-QUOTIENT        PIC 9(4)  VALUE ZERO.        02500000
           05  CRSRTN-LEAP-REMAINDER       PIC 9     VALUE ZERO.        02510000
           05  CRSRTN-COUNTRY-SUB          PIC S9(4) COMP VALUE ZERO.   02520000
           05  CRSRTN-HOLDER               PIC 9(10) VALUE ZERO.        02530000
           05  CRSRTN-HOLDER-ROLE          PIC X     VALUE SPACE.       02540000
           05  CRSRTN-POSTED-AMOUNT        PIC S9(10)V99 VALUE ZERO.    02550000
           05  CRSRTN-ACCT-BALANCE         PIC S9(10)V99 VALUE ZERO.    02560000
           05  CRSRTN-ACCT-BALANCE-DATE    PIC 9(8)  VALUE ZERO.        02570000
           05  CRSRTN-ACCT-INTEREST        PIC S9(11)V99 VALUE ZERO.    02580000
           05  CRSRTN-POSTING-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02590000
           05  CRSRTN-ACCT-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02600000
           05  CRSRTN-LATER-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02610000
           05  CRSRTN-HOLDER-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02620000
           05  CRSRTN-UNCERT-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02630000
           05  CRSRTN-REPORTABLE-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 02640000
           05  CRSRTN-CRS-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 02650000
           05  CRSRTN-FATCA-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02660000
           05  CRSRTN-NO-TIN-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02670000
           05  CRSRTN-CONFLICT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02680000
           05  CRSRTN-UNVALUED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02690000
           05  CRSRTN-NO-CUST-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02700000
           05  CRSRTN-TOTAL-INT-SWEPT      PIC S9(13)V99 VALUE ZERO.    02710000
           05  CRSRTN-TOTAL-BALANCE        PIC S9(13)V99 VALUE ZERO.    02720000
           05  CRSRTN-TOTAL-INTEREST       PIC S9(13)V99 VALUE ZERO.    02730000
                                                                        02740000
       01  CRSRTN-MONTH-DAYS-VALUES        PIC X(24) VALUE              02750000
           '312831303130313130313031'.                                  02760000
       01  CRSRTN-MONTH-DAYS-TABLE REDEFINES CRSRTN-MONTH-DAYS-VALUES.  02770000
           05  CRSRTN-MONTH-DAYS           PIC 99 OCCURS 12 TIMES.      02780000
                                                                        02790000
       01  CRSRTN-PARM-REDEF.                                           02800000
           05  CRSRTN-PARM-YEAR            PIC X(4).                    02810000
           05  FILLER                      PIC X(1).                    02820000
           05  CRSRTN-PARM-SNAP-DATE       PIC X(8).                    02830000
           05  FILLER                      PIC X(67).                   02840000
                                                                        02850000
       01  CRSRTN-DETAIL-LINE.                                          02860000
           05  CRSRTN-DTL-SORTCODE         PIC 9(6).                    02870000
           05  FILLER                      PIC X(1)  VALUE '-'.         02880000
           05  CRSRTN-DTL-ACCOUNT          PIC 9(8).                    02890000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02900000
           05  CRSRTN-DTL-CUSTOMER         PIC 9(10).                   02910000
           05  FILLER                      PIC X(1)  VALUE SPACES.      02920000
           05  CRSRTN-DTL-ROLE             PIC X(1).                    02930000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02940000
           05  CRSRTN-DTL-REGIME           PIC X(5).                    02950000
           05  FILLER                      PIC X(1)  VALUE SPACES.      02960000
           05  CRSRTN-DTL-COUNTRY          PIC X(2).                    02970000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02980000
           05  CRSRTN-DTL-BALANCE          PIC -(9)9.99.                02990000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03000000
           05  CRSRTN-DTL-INTEREST         PIC -(9)9.99.                03010000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03020000
           05  CRSRTN-DTL-NOTE             PIC X(29).                   03030000
                                                                        03040000
       01  CRSRTN-TITLE-LINE.                                           03050000
           05  FILLER                      PIC X(30) VALUE              03060000
               'CRS / FATCA EXTRACT, YEAR '.                            03070000
           05  CRSRTN-TTL-YEAR             PIC 9(4).                    03080000
           05  FILLER                      PIC X(22) VALUE              03090000
               '  BALANCES AT '.                                        03100000
           05  CRSRTN-TTL-SNAP-DATE        PIC 9(8).                    03110000
           05  FILLER                      PIC X(36) VALUE SPACES.      03120000
                                                                        03130000
       01  CRSRTN-HEADING-1.                                            03140000
           05  FILLER                      PIC X(17) VALUE              03150000
               'ACCOUNT'.                                               03160000
           05  FILLER                      PIC X(11) VALUE              03170000
               'CUSTOMER'.                                              03180000
           05  FILLER                      PIC X(3)  VALUE              03190000
               'R'.                                                     03200000
           05  FILLER                      PIC X(6)  VALUE              03210000
               'REGIME'.                                                03220000
           05  FILLER                      PIC X(4)  VALUE              03230000
               'CT'.                                                    03240000
           05  FILLER                      PIC X(15) VALUE              03250000
               '      BALANCE'.                                         03260000
           05  FILLER                      PIC X(15) VALUE              03270000
               '     INTEREST'.                                         03280000
           05  FILLER                      PIC X(29) VALUE              03290000
               'NOTE'.                                                  03300000
                                                                        03310000
       01  CRSRTN-SUMMARY-LINE.                                         03320000
           05  CRSRTN-SUM-LABEL            PIC X(30).                   03330000
           05  CRSRTN-SUM-COUNT            PIC Z(8)9.                   03340000
           05  FILLER                      PIC X(61) VALUE SPACES.      03350000
                                                                        03360000
       01  CRSRTN-AMOUNT-LINE.                                          03370000
           05  CRSRTN-AMT-LABEL            PIC X(30).                   03380000
           05  CRSRTN-AMT-VALUE            PIC -(12)9.99.               03390000
           05  FILLER                      PIC X(54) VALUE SPACES.      03400000
                                                                        03410000
       01  RUNCTL-REQUEST-AREA.                                         03420000
           COPY RUNCTLQ.                                                03430000
                                                                        03440000
       01  BUSDATE-REQUEST-AREA.                                        03450000
           COPY BUSDATEQ.                                               03460000
                                                                        03470000
      ******************************************************************03480000
       PROCEDURE DIVISION.                                              03490000
      ******************************************************************03500000
       0000-MAINLINE.                                                   03510000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03520000
                                                                        03530000
           PERFORM 2000-SWEEP-ARCHIVE THRU 2000-EXIT                    03540000
           PERFORM 2500-SWEEP-LIVE THRU 2500-EXIT                       03550000
                                                                        03560000
           WRITE CRS-RPT-LINE FROM CRSRTN-HEADING-1                     03570000
                                                                        03580000
           PERFORM 3000-REPORT-ONE-ACCOUNT THRU 3000-EXIT               03590000
               UNTIL CRSRTN-ACC-AT-EOF                                  03600000
                                                                        03610000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             03620000
                                                                        03630000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03640000
                                                                        03650000
           GO TO 9999-EXIT.                                             03660000
                                                                        03670000
      ******************************************************************03680000
      *  1000-INITIALIZE - OPEN THE FILES, READ THE PARAMETERS AND SET *03690000
      *  THE REPORTING YEAR AND THE SNAPSHOT DATE.  THE WORK FILE IS   *03700000
      *  CREATED EMPTY, THEN REOPENED I-O.                             *03710000
      ******************************************************************03720000
       1000-INITIALIZE.                                                 03730000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03740000
           MOVE 'CRSRTN' TO RUNCTL-REQ-JOB                              03750000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03760000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03770000
           IF RUNCTL-HELD                                               03780000
               DISPLAY 'CRSRTN - HELD - PREDECESSOR NOT COMPLETE'       03790000
               STOP RUN                                                 03800000
           END-IF                                                       03810000
                                                                        03820000
           OPEN INPUT  HISTORY-FILE                                     03830000
           OPEN INPUT  PROCTRAN-FILE                                    03840000
           OPEN INPUT  ACCOUNT-FILE                                     03850000
           OPEN INPUT  ACCHOLD-FILE                                     03860000
           OPEN INPUT  CUSTOMER-FILE                                    03870000
           OPEN INPUT  TAXRES-FILE                                      03880000
           OPEN INPUT  SNAP-FILE                                        03890000
           OPEN OUTPUT WORK-FILE                                        03900000
           CLOSE WORK-FILE                                              03910000
           OPEN I-O    WORK-FILE                                        03920000
           OPEN INPUT  PARAMETER-FILE                                   03930000
           OPEN OUTPUT CRS-OUT                                          03940000
           OPEN OUTPUT CRS-RPT                                          03950000
                                                                        03960000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03970000
           MOVE BUSDATE-REQ-CURRENT TO CRSRTN-CURRENT-DATE              03980000
                                                                        03990000
           MOVE SPACES TO CRSRTN-PARM-REDEF                             04000000
           READ PARAMETER-FILE INTO CRSRTN-PARM-REDEF                   04010000
               AT END                                                   04020000
                   CONTINUE                                             04030000
           END-READ                                                     04040000
           CLOSE PARAMETER-FILE                                         04050000
                                                                        04060000
           IF CRSRTN-PARM-YEAR IS NUMERIC                               04070000
              AND CRSRTN-PARM-YEAR NOT = '0000'                         04080000
               MOVE CRSRTN-PARM-YEAR TO CRSRTN-REPORT-YEAR              04090000
           ELSE                                                         04100000
               COMPUTE CRSRTN-REPORT-YEAR = CRSRTN-CURRENT-YYYY - 1     04110000
           END-IF                                                       04120000
                                                                        04130000
           MOVE CRSRTN-REPORT-YEAR TO CRSRTN-YEAR-START-YYYY            04140000
           MOVE 0101 TO CRSRTN-YEAR-START-MMDD                          04150000
           MOVE CRSRTN-REPORT-YEAR TO CRSRTN-YEAR-END-YYYY              04160000
           MOVE 1231 TO CRSRTN-YEAR-END-MMDD                            04170000
                                                                        04180000
           IF CRSRTN-PARM-SNAP-DATE IS NUMERIC                          04190000
              AND CRSRTN-PARM-SNAP-DATE NOT = '00000000'                04200000
               MOVE CRSRTN-PARM-SNAP-DATE TO CRSRTN-SNAP-DATE           04210000
           ELSE                                                         04220000
               MOVE CRSRTN-YEAR-END TO CRSRTN-SNAP-DATE                 04230000
               PERFORM 1100-FIND-SNAPSHOT-DATE THRU 1100-EXIT           04240000
           END-IF                                                       04250000
                                                                        04260000
           MOVE CRSRTN-REPORT-YEAR TO CRSRTN-TTL-YEAR                   04270000
           MOVE CRSRTN-SNAP-DATE TO CRSRTN-TTL-SNAP-DATE                04280000
           WRITE CRS-RPT-LINE FROM CRSRTN-TITLE-LINE                    04290000
           MOVE SPACES TO CRS-RPT-LINE                                  04300000
           WRITE CRS-RPT-LINE.                                          04310000
       1000-EXIT.                                                       04320000
           EXIT.                                                        04330000
                                                                        04340000
      ******************************************************************04350000
      *  1100-FIND-SNAPSHOT-DATE - STEP BACK FROM 31 DECEMBER TO THE   *04360000
      *  LAST DATE EODSNAP WROTE BALANCES FOR.  IF NONE IS FOUND       *04370000
      *  WITHIN THE PROBE LIMIT THE YEAR-END DATE STANDS AND EVERY     *04380000
      *  ACCOUNT WILL REPORT AS UNVALUED.                              *04390000
      ******************************************************************04400000
       1100-FIND-SNAPSHOT-DATE.                                         04410000
           MOVE 'N' TO CRSRTN-SNAP-SWITCH                               04420000
           MOVE ZERO TO CRSRTN-PROBE-COUNT                              04430000
                                                                        04440000
           PERFORM 1150-PROBE-SNAPSHOT THRU 1150-EXIT                   04450000
               UNTIL CRSRTN-SNAP-FOUND                                  04460000
                  OR CRSRTN-PROBE-COUNT > CRSRTN-PROBE-LIMIT            04470000
                                                                        04480000
           IF NOT CRSRTN-SNAP-FOUND                                     04490000
               DISPLAY 'CRSRTN - WARNING - NO BALANCE SNAPSHOT FOUND '  04500000
                   'FOR YEAR END ' CRSRTN-REPORT-YEAR                   04510000
               MOVE CRSRTN-YEAR-END TO CRSRTN-SNAP-DATE                 04520000
           END-IF.                                                      04530000
       1100-EXIT.                                                       04540000
           EXIT.                                                        04550000
                                                                        04560000
      ******************************************************************04570000
      *  1150-PROBE-SNAPSHOT - DOES THE SNAPSHOT FILE HOLD ANY ROW FOR *04580000
      *  THE CANDIDATE DATE?  IF NOT, TRY THE DAY BEFORE.              *04590000
      ******************************************************************04600000
       1150-PROBE-SNAPSHOT.                                             04610000
           ADD 1 TO CRSRTN-PROBE-COUNT                                  04620000
           MOVE CRSRTN-SNAP-DATE TO BALSNAP-DATE OF SNAP-FILE-REC       04630000
           MOVE ZERO TO BALSNAP-SORTCODE OF SNAP-FILE-REC               04640000
           MOVE ZERO TO BALSNAP-NUMBER OF SNAP-FILE-REC                 04650000
                                                                        04660000
           START SNAP-FILE KEY IS NOT LESS THAN                         04670000
                 BALSNAP-KEY OF SNAP-FILE-REC                           04680000
               INVALID KEY                                              04690000
                   PERFORM 1180-STEP-BACK-ONE-DAY THRU 1180-EXIT        04700000
                   GO TO 1150-EXIT                                      04710000
           END-START                                                    04720000
                                                                        04730000
           READ SNAP-FILE NEXT RECORD                                   04740000
               AT END                                                   04750000
                   PERFORM 1180-STEP-BACK-ONE-DAY THRU 1180-EXIT        04760000
                   GO TO 1150-EXIT                                      04770000
           END-READ                                                     04780000
                                                                        04790000
           IF BALSNAP-DATE OF SNAP-FILE-REC = CRSRTN-SNAP-DATE          04800000
               MOVE 'Y' TO CRSRTN-SNAP-SWITCH                           04810000
           ELSE                                                         04820000
               PERFORM 1180-STEP-BACK-ONE-DAY THRU 1180-EXIT            04830000
           END-IF.                                                      04840000
       1150-EXIT.                                                       04850000
           EXIT.                                                        04860000
                                                                        04870000
      ******************************************************************04880000
      *  1180-STEP-BACK-ONE-DAY - THE CALENDAR DAY BEFORE THE          *04890000
      *  CANDIDATE DATE, ACROSS MONTH AND YEAR ENDS.  LEAP YEARS ARE   *04900000
      *  EVERY FOURTH YEAR.                                            *04910000
      ******************************************************************04920000
       1180-STEP-BACK-ONE-DAY.                                          04930000
           IF CRSRTN-SNAP-DD > 1                                        04940000
               SUBTRACT 1 FROM CRSRTN-SNAP-DD                           04950000
               GO TO 1180-EXIT                                          04960000
           END-IF                                                       04970000
                                                                        04980000
           IF CRSRTN-SNAP-MM > 1                                        04990000
               SUBTRACT 1 FROM CRSRTN-SNAP-MM                           05000000
           ELSE                                                         05010000
               SUBTRACT 1 FROM CRSRTN-SNAP-YYYY                         05020000
               MOVE 12 TO CRSRTN-SNAP-MM                                05030000
           END-IF                                                       05040000
                                                                        05050000
           MOVE CRSRTN-MONTH-DAYS (CRSRTN-SNAP-MM) TO CRSRTN-SNAP-DD    05060000
           IF CRSRTN-SNAP-MM = 2                                        05070000
               DIVIDE CRSRTN-SNAP-YYYY BY 4                             05080000
                   GIVING CRSRTN-LEAP-QUOTIENT                          05090000
                   REMAINDER CRSRTN-LEAP-REMAINDER                      05100000
               IF CRSRTN-LEAP-REMAINDER = ZERO                          05110000
                   MOVE 29 TO CRSRTN-SNAP-DD                            05120000
               END-IF                                                   05130000
           END-IF.                                                      05140000
       1180-EXIT.                                                       05150000
           EXIT.                                                        05160000
                                                                        05170000
      ******************************************************************05180000
      *  2000-SWEEP-ARCHIVE - FOLD THE ARCHIVED INT POSTINGS IN.  NO   *05190000
      *  ARCHIVE YET MEANS NO ARCHIVED ROWS.                           *05200000
      ******************************************************************05210000
       2000-SWEEP-ARCHIVE.                                              05220000
           IF CRSRTN-HISTORY-STATUS NOT = '00'                          05230000
              AND CRSRTN-HISTORY-STATUS NOT = '05'                      05240000
               GO TO 2000-EXIT                                          05250000
           END-IF                                                       05260000
                                                                        05270000
           PERFORM 2100-SWEEP-ARCHIVE-ONE THRU 2100-EXIT                05280000
              UNTIL CRSRTN-HIST-AT-EOF.                                 05290000
       2000-EXIT.                                                       05300000
           EXIT.                                                        05310000
                                                                        05320000
      ******************************************************************05330000
      *  2100-SWEEP-ARCHIVE-ONE - ONE ARCHIVED ROW.                    *05340000
      ******************************************************************05350000
       2100-SWEEP-ARCHIVE-ONE.                                          05360000
           READ HISTORY-FILE                                            05370000
               AT END                                                   05380000
                   SET CRSRTN-HIST-AT-EOF TO TRUE                       05390000
                   GO TO 2100-EXIT                                      05400000
           END-READ                                                     05410000
                                                                        05420000
           MOVE HISTORY-FILE-REC TO PROCTRAN-FILE-REC                   05430000
           PERFORM 2900-FOLD-IN-POSTING THRU 2900-EXIT.                 05440000
       2100-EXIT.                                                       05450000
           EXIT.                                                        05460000
                                                                        05470000
      ******************************************************************05480000
      *  2500-SWEEP-LIVE - FOLD THE LIVE INT POSTINGS IN.              *05490000
      ******************************************************************05500000
       2500-SWEEP-LIVE.                                                 05510000
           PERFORM 2600-SWEEP-LIVE-ONE THRU 2600-EXIT                   05520000
              UNTIL CRSRTN-PROC-AT-EOF.                                 05530000
       2500-EXIT.                                                       05540000
           EXIT.                                                        05550000
                                                                        05560000
      ******************************************************************05570000
      *  2600-SWEEP-LIVE-ONE - ONE LIVE ROW.                           *05580000
      ******************************************************************05590000
       2600-SWEEP-LIVE-ONE.                                             05600000
           READ PROCTRAN-FILE NEXT RECORD                               05610000
               AT END                                                   05620000
                   SET CRSRTN-PROC-AT-EOF TO TRUE                       05630000
                   GO TO 2600-EXIT                                      05640000
           END-READ                                                     05650000
                                                                        05660000
           PERFORM 2900-FOLD-IN-POSTING THRU 2900-EXIT.                 05670000
       2600-EXIT.                                                       05680000
           EXIT.                                                        05690000
                                                                        05700000
      ******************************************************************05710000
      *  2900-FOLD-IN-POSTING - AN INT ROW PAYING INTEREST TO THE      *05720000
      *  CUSTOMER INSIDE THE YEAR LANDS ON THE ACCOUNT'S WORK ROW,     *05730000
      *  STARTING ONE IF NEEDED.  INTEREST CHARGED IS NOT REPORTED.    *05740000
      ******************************************************************05750000
       2900-FOLD-IN-POSTING.                                            05760000
           IF PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC          05770000
               GO TO 2900-EXIT                                          05780000
           END-IF                                                       05790000
                                                                        05800000
           IF NOT PROC-TY-INTEREST OF PROCTRAN-FILE-REC                 05810000
               GO TO 2900-EXIT                                          05820000
           END-IF                                                       05830000
                                                                        05840000
           IF PROC-TRAN-DATE OF PROCTRAN-FILE-REC < CRSRTN-YEAR-START   05850000
              OR PROC-TRAN-DATE OF PROCTRAN-FILE-REC > CRSRTN-YEAR-END  05860000
               GO TO 2900-EXIT                                          05870000
           END-IF                                                       05880000
                                                                        05890000
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05900000
               TO CRSRTN-POSTED-AMOUNT                                  05910000
           IF CRSRTN-POSTED-AMOUNT NOT > ZERO                           05920000
               GO TO 2900-EXIT                                          05930000
           END-IF                                                       05940000
                                                                        05950000
           ADD 1 TO CRSRTN-POSTING-COUNT                                05960000
           ADD CRSRTN-POSTED-AMOUNT TO CRSRTN-TOTAL-INT-SWEPT           05970000
                                                                        05980000
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                05990000
               TO CRSRTN-WORK-SORTCODE                                  06000000
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           06010000
               TO CRSRTN-WORK-ACCOUNT                                   06020000
                                                                        06030000
           READ WORK-FILE                                               06040000
               INVALID KEY                                              06050000
                   MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC        06060000
                       TO CRSRTN-WORK-SORTCODE                          06070000
                   MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC   06080000
                       TO CRSRTN-WORK-ACCOUNT                           06090000
                   MOVE ZERO TO CRSRTN-WORK-INTEREST                    06100000
                   MOVE ZERO TO CRSRTN-WORK-POSTINGS                    06110000
                   WRITE CRSRTN-WORK-REC                                06120000
           END-READ                                                     06130000
                                                                        06140000
           ADD CRSRTN-POSTED-AMOUNT TO CRSRTN-WORK-INTEREST             06150000
           ADD 1 TO CRSRTN-WORK-POSTINGS                                06160000
                                                                        06170000
           REWRITE CRSRTN-WORK-REC.                                     06180000
       2900-EXIT.                                                       06190000
           EXIT.                                                        06200000
                                                                        06210000
      ******************************************************************06220000
      *  3000-REPORT-ONE-ACCOUNT - TAKE THE ACCOUNT'S YEAR-END BALANCE *06230000
      *  AND GROSS INTEREST, THEN CHECK EACH HOLDER IN TURN.  AN       *06240000
      *  ACCOUNT OPENED AFTER THE YEAR END IS NOT IN THE RETURN.       *06250000
      ******************************************************************06260000
       3000-REPORT-ONE-ACCOUNT.                                         06270000
           READ ACCOUNT-FILE NEXT RECORD                                06280000
               AT END                                                   06290000
                   SET CRSRTN-ACC-AT-EOF TO TRUE                        06300000
                   GO TO 3000-EXIT                                      06310000
           END-READ                                                     06320000
                                                                        06330000
           IF ACCOUNT-OPENED-DATE OF ACCOUNT-FILE-REC > CRSRTN-YEAR-END 06340000
               ADD 1 TO CRSRTN-LATER-COUNT                              06350000
               GO TO 3000-EXIT                                          06360000
           END-IF                                                       06370000
                                                                        06380000
           ADD 1 TO CRSRTN-ACCT-COUNT                                   06390000
                                                                        06400000
           PERFORM 3100-GET-ACCOUNT-VALUES THRU 3100-EXIT               06410000
                                                                        06420000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             06430000
               TO CRSRTN-HOLDER                                         06440000
           MOVE 'P' TO CRSRTN-HOLDER-ROLE                               06450000
           PERFORM 4000-CHECK-ONE-HOLDER THRU 4000-EXIT                 06460000
                                                                        06470000
           MOVE 'N' TO CRSRTN-HOLD-EOF-SWITCH                           06480000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    06490000
               TO ACCHOLD-SORTCODE OF ACCHOLD-FILE-REC                  06500000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      06510000
               TO ACCHOLD-NUMBER OF ACCHOLD-FILE-REC                    06520000
           MOVE ZERO TO ACCHOLD-CUSTOMER OF ACCHOLD-FILE-REC            06530000
                                                                        06540000
           START ACCHOLD-FILE KEY IS NOT LESS THAN                      06550000
                 ACCHOLD-KEY OF ACCHOLD-FILE-REC                        06560000
               INVALID KEY                                              06570000
                   GO TO 3000-EXIT                                      06580000
           END-START                                                    06590000
                                                                        06600000
           PERFORM 3500-NEXT-JOINT-HOLDER THRU 3500-EXIT                06610000
               UNTIL CRSRTN-HOLD-AT-EOF.                                06620000
       3000-EXIT.                                                       06630000
           EXIT.                                                        06640000
                                                                        06650000
      ******************************************************************06660000
      *  3100-GET-ACCOUNT-VALUES - THE SNAPSHOT BALANCE AND THE        *06670000
      *  INTEREST TOTALLED IN PASS 1.  AN ACCOUNT MISSING FROM THE     *06680000
      *  SNAPSHOT REPORTS A NIL BALANCE AND IS COUNTED AS UNVALUED.    *06690000
      ******************************************************************06700000
       3100-GET-ACCOUNT-VALUES.                                         06710000
           MOVE CRSRTN-SNAP-DATE TO BALSNAP-DATE OF SNAP-FILE-REC       06720000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    06730000
               TO BALSNAP-SORTCODE OF SNAP-FILE-REC                     06740000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      06750000
               TO BALSNAP-NUMBER OF SNAP-FILE-REC                       06760000
                                                                        06770000
           READ SNAP-FILE                                               06780000
               KEY IS BALSNAP-KEY OF SNAP-FILE-REC                      06790000
           END-READ                                                     06800000
                                                                        06810000
           IF CRSRTN-SNAP-STATUS = '00'                                 06820000
               MOVE BALSNAP-BALANCE OF SNAP-FILE-REC                    06830000
                   TO CRSRTN-ACCT-BALANCE                               06840000
               MOVE CRSRTN-SNAP-DATE TO CRSRTN-ACCT-BALANCE-DATE        06850000
           ELSE                                                         06860000
               MOVE ZERO TO CRSRTN-ACCT-BALANCE                         06870000
               MOVE ZERO TO CRSRTN-ACCT-BALANCE-DATE                    06880000
           END-IF                                                       06890000
                                                                        06900000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    06910000
               TO CRSRTN-WORK-SORTCODE                                  06920000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      06930000
               TO CRSRTN-WORK-ACCOUNT                                   06940000
                                                                        06950000
           READ WORK-FILE                                               06960000
               INVALID KEY                                              06970000
                   MOVE ZERO TO CRSRTN-WORK-INTEREST                    06980000
           END-READ                                                     06990000
                                                                        07000000
           MOVE CRSRTN-WORK-INTEREST TO CRSRTN-ACCT-INTEREST.           07010000
       3100-EXIT.                                                       07020000
           EXIT.                                                        07030000
                                                                        07040000
      ******************************************************************07050000
      *  3500-NEXT-JOINT-HOLDER - READ ON THROUGH THE ACCOUNT'S        *07060000
      *  HOLDERS.  THE PRIMARY CUSTOMER HAS ALREADY BEEN CHECKED.      *07070000
      ******************************************************************07080000
       3500-NEXT-JOINT-HOLDER.                                          07090000
           READ ACCHOLD-FILE NEXT RECORD                                07100000
               AT END                                                   07110000
                   SET CRSRTN-HOLD-AT-EOF TO TRUE                       07120000
                   GO TO 3500-EXIT                                      07130000
           END-READ                                                     07140000
                                                                        07150000
           IF ACCHOLD-SORTCODE OF ACCHOLD-FILE-REC                      07160000
                  NOT = ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC            07170000
              OR ACCHOLD-NUMBER OF ACCHOLD-FILE-REC                     07180000
                  NOT = ACCOUNT-NUMBER OF ACCOUNT-FILE-REC              07190000
               SET CRSRTN-HOLD-AT-EOF TO TRUE                           07200000
               GO TO 3500-EXIT                                          07210000
           END-IF                                                       07220000
                                                                        07230000
           IF ACCHOLD-CUSTOMER OF ACCHOLD-FILE-REC                      07240000
              = ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             07250000
               GO TO 3500-EXIT                                          07260000
           END-IF                                                       07270000
                                                                        07280000
           MOVE ACCHOLD-CUSTOMER OF ACCHOLD-FILE-REC TO CRSRTN-HOLDER   07290000
           MOVE 'S' TO CRSRTN-HOLDER-ROLE                               07300000
           PERFORM 4000-CHECK-ONE-HOLDER THRU 4000-EXIT.                07310000
       3500-EXIT.                                                       07320000
           EXIT.                                                        07330000
                                                                        07340000
      ******************************************************************07350000
      *  4000-CHECK-ONE-HOLDER - LOOK THE HOLDER UP ON TAXRES.  A      *07360000
      *  CONFLICT WITH THE INDICIA IS LISTED WHETHER THE HOLDER IS     *07370000
      *  REPORTABLE OR NOT; A REPORTABLE HOLDER GETS AN EXTRACT RECORD *07380000
      *  FOR EACH COUNTRY OTHER THAN GB.                               *07390000
      ******************************************************************07400000
       4000-CHECK-ONE-HOLDER.                                           07410000
           ADD 1 TO CRSRTN-HOLDER-COUNT                                 07420000
                                                                        07430000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    07440000
               TO TAXRES-SORTCODE OF TAXRES-FILE-REC                    07450000
           MOVE CRSRTN-HOLDER TO TAXRES-CUSTOMER OF TAXRES-FILE-REC     07460000
                                                                        07470000
           READ TAXRES-FILE                                             07480000
               KEY IS TAXRES-KEY OF TAXRES-FILE-REC                     07490000
           END-READ                                                     07500000
                                                                        07510000
           IF CRSRTN-TAXRES-STATUS NOT = '00'                           07520000
               ADD 1 TO CRSRTN-UNCERT-COUNT                             07530000
               GO TO 4000-EXIT                                          07540000
           END-IF                                                       07550000
                                                                        07560000
           IF TAXRES-INDICIA-CONFLICT OF TAXRES-FILE-REC                07570000
               ADD 1 TO CRSRTN-CONFLICT-COUNT                           07580000
               MOVE SPACES TO CRSRTN-DTL-REGIME                         07590000
               MOVE SPACES TO CRSRTN-DTL-COUNTRY                        07600000
               MOVE 'INDICIA CONFLICT - SEE TAXIND'                     07610000
                   TO CRSRTN-DTL-NOTE                                   07620000
               PERFORM 4900-PRINT-LINE THRU 4900-EXIT                   07630000
           END-IF                                                       07640000
                                                                        07650000
           IF NOT TAXRES-REPORTABLE OF TAXRES-FILE-REC                  07660000
               GO TO 4000-EXIT                                          07670000
           END-IF                                                       07680000
                                                                        07690000
           ADD 1 TO CRSRTN-REPORTABLE-COUNT                             07700000
                                                                        07710000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    07720000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                07730000
           MOVE CRSRTN-HOLDER TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC   07740000
                                                                        07750000
           READ CUSTOMER-FILE                                           07760000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 07770000
           END-READ                                                     07780000
                                                                        07790000
           IF CRSRTN-CUSTOMER-STATUS NOT = '00'                         07800000
               ADD 1 TO CRSRTN-NO-CUST-COUNT                            07810000
               MOVE SPACES TO CUSTOMER-FILE-REC                         07820000
               MOVE ZERO TO CUSTOMER-DATE-OF-BIRTH OF CUSTOMER-FILE-REC 07830000
               MOVE SPACES TO CRSRTN-DTL-REGIME                         07840000
               MOVE SPACES TO CRSRTN-DTL-COUNTRY                        07850000
               MOVE 'NO CUSTOMER RECORD'                                07860000
                   TO CRSRTN-DTL-NOTE                                   07870000
               PERFORM 4900-PRINT-LINE THRU 4900-EXIT                   07880000
           END-IF                                                       07890000
                                                                        07900000
           IF CRSRTN-ACCT-BALANCE-DATE = ZERO                           07910000
               ADD 1 TO CRSRTN-UNVALUED-COUNT                           07920000
           END-IF                                                       07930000
                                                                        07940000
           PERFORM 4500-EXTRACT-ONE-COUNTRY THRU 4500-EXIT              07950000
               VARYING CRSRTN-COUNTRY-SUB FROM 1 BY 1                   07960000
               UNTIL CRSRTN-COUNTRY-SUB >                               07970000
                     TAXRES-COUNTRY-COUNT OF TAXRES-FILE-REC.           07980000
       4000-EXIT.                                                       07990000
           EXIT.                                                        08000000
                                                                        08010000
      ******************************************************************08020000
      *  4500-EXTRACT-ONE-COUNTRY - ONE EXTRACT RECORD FOR A DECLARED  *08030000
      *  COUNTRY OTHER THAN GB.                                        *08040000
      ******************************************************************08050000
       4500-EXTRACT-ONE-COUNTRY.                                        08060000
           IF TAXRES-COUNTRY OF TAXRES-FILE-REC (CRSRTN-COUNTRY-SUB)    08070000
              = 'GB'                                                    08080000
               GO TO 4500-EXIT                                          08090000
           END-IF                                                       08100000
                                                                        08110000
           MOVE SPACES TO CRS-OUT-REC                                   08120000
           MOVE CRSRTN-REPORT-YEAR TO CRSOUT-REPORT-YEAR                08130000
           IF TAXRES-COUNTRY OF TAXRES-FILE-REC (CRSRTN-COUNTRY-SUB)    08140000
              = 'US'                                                    08150000
               MOVE 'FATCA' TO CRSOUT-REGIME                            08160000
               ADD 1 TO CRSRTN-FATCA-COUNT                              08170000
           ELSE                                                         08180000
               MOVE 'CRS  ' TO CRSOUT-REGIME                            08190000
               ADD 1 TO CRSRTN-CRS-COUNT                                08200000
           END-IF                                                       08210000
           MOVE TAXRES-COUNTRY OF TAXRES-FILE-REC (CRSRTN-COUNTRY-SUB)  08220000
               TO CRSOUT-COUNTRY                                        08230000
           MOVE TAXRES-TIN OF TAXRES-FILE-REC (CRSRTN-COUNTRY-SUB)      08240000
               TO CRSOUT-TIN                                            08250000
           MOVE TAXRES-NO-TIN-REASON OF TAXRES-FILE-REC                 08260000
                                     (CRSRTN-COUNTRY-SUB)               08270000
               TO CRSOUT-NO-TIN-REASON                                  08280000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    08290000
               TO CRSOUT-SORTCODE                                       08300000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      08310000
               TO CRSOUT-ACCOUNT                                        08320000
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC                        08330000
               TO CRSOUT-ACCOUNT-TYPE                                   08340000
           MOVE ACCOUNT-STATUS-FLAG OF ACCOUNT-FILE-REC                 08350000
               TO CRSOUT-ACCOUNT-STATUS                                 08360000
           MOVE ACCOUNT-CURRENCY OF ACCOUNT-FILE-REC                    08370000
               TO CRSOUT-CURRENCY                                       08380000
           IF ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC                   08390000
               MOVE 'GBP' TO CRSOUT-CURRENCY                            08400000
           END-IF                                                       08410000
           MOVE CRSRTN-HOLDER-ROLE TO CRSOUT-HOLDER-ROLE                08420000
           MOVE CRSRTN-HOLDER TO CRSOUT-CUSTOMER                        08430000
           MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC TO CRSOUT-NAME       08440000
           MOVE CUSTOMER-ADDRESS OF CUSTOMER-FILE-REC                   08450000
               TO CRSOUT-ADDRESS                                        08460000
           MOVE CUSTOMER-DATE-OF-BIRTH OF CUSTOMER-FILE-REC             08470000
               TO CRSOUT-DATE-OF-BIRTH                                  08480000
           MOVE CRSRTN-ACCT-BALANCE TO CRSOUT-BALANCE                   08490000
           MOVE CRSRTN-ACCT-BALANCE-DATE TO CRSOUT-BALANCE-DATE         08500000
           MOVE CRSRTN-ACCT-INTEREST TO CRSOUT-GROSS-INTEREST           08510000
           MOVE TAXRES-INDICIA-STATUS OF TAXRES-FILE-REC                08520000
               TO CRSOUT-INDICIA-STATUS                                 08530000
                                                                        08540000
           WRITE CRS-OUT-REC                                            08550000
                                                                        08560000
           ADD CRSRTN-ACCT-BALANCE TO CRSRTN-TOTAL-BALANCE              08570000
           ADD CRSRTN-ACCT-INTEREST TO CRSRTN-TOTAL-INTEREST            08580000
                                                                        08590000
           MOVE CRSOUT-REGIME TO CRSRTN-DTL-REGIME                      08600000
           MOVE CRSOUT-COUNTRY TO CRSRTN-DTL-COUNTRY                    08610000
           MOVE SPACES TO CRSRTN-DTL-NOTE                               08620000
           IF CRSOUT-TIN = SPACES                                       08630000
               ADD 1 TO CRSRTN-NO-TIN-COUNT                             08640000
               MOVE 'NO TIN - REASON X'                                 08650000
                   TO CRSRTN-DTL-NOTE                                   08660000
               MOVE CRSOUT-NO-TIN-REASON TO CRSRTN-DTL-NOTE (17:1)      08670000
           END-IF                                                       08680000
           IF CRSRTN-ACCT-BALANCE-DATE = ZERO                           08690000
               MOVE 'NOT IN BALANCE SNAPSHOT'                           08700000
                   TO CRSRTN-DTL-NOTE                                   08710000
           END-IF                                                       08720000
           PERFORM 4900-PRINT-LINE THRU 4900-EXIT.                      08730000
       4500-EXIT.                                                       08740000
           EXIT.                                                        08750000
                                                                        08760000
      ******************************************************************08770000
      *  4900-PRINT-LINE - ONE LISTING LINE FOR THE CURRENT ACCOUNT    *08780000
      *  AND HOLDER.  THE CALLER HAS SET THE REGIME, COUNTRY AND NOTE. *08790000
      ******************************************************************08800000
       4900-PRINT-LINE.                                                 08810000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    08820000
               TO CRSRTN-DTL-SORTCODE                                   08830000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      08840000
               TO CRSRTN-DTL-ACCOUNT                                    08850000
           MOVE CRSRTN-HOLDER TO CRSRTN-DTL-CUSTOMER                    08860000
           MOVE CRSRTN-HOLDER-ROLE TO CRSRTN-DTL-ROLE                   08870000
           MOVE CRSRTN-ACCT-BALANCE TO CRSRTN-DTL-BALANCE               08880000
           MOVE CRSRTN-ACCT-INTEREST TO CRSRTN-DTL-INTEREST             08890000
                                                                        08900000
           WRITE CRS-RPT-LINE FROM CRSRTN-DETAIL-LINE.                  08910000
       4900-EXIT.                                                       08920000
           EXIT.                                                        08930000
                                                                        08940000
      ******************************************************************08950000
      *  8000-PRINT-CONTROL-TOTALS                                     *08960000
      ******************************************************************08970000
       8000-PRINT-CONTROL-TOTALS.                                       08980000
           MOVE SPACES TO CRS-RPT-LINE                                  08990000
           WRITE CRS-RPT-LINE                                           09000000
                                                                        09010000
           MOVE 'INT POSTINGS SWEPT          :' TO CRSRTN-SUM-LABEL     09020000
           MOVE CRSRTN-POSTING-COUNT TO CRSRTN-SUM-COUNT                09030000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09040000
                                                                        09050000
           MOVE 'INTEREST SWEPT              :' TO CRSRTN-AMT-LABEL     09060000
           MOVE CRSRTN-TOTAL-INT-SWEPT TO CRSRTN-AMT-VALUE              09070000
           WRITE CRS-RPT-LINE FROM CRSRTN-AMOUNT-LINE                   09080000
                                                                        09090000
           MOVE 'ACCOUNTS IN THE YEAR        :' TO CRSRTN-SUM-LABEL     09100000
           MOVE CRSRTN-ACCT-COUNT TO CRSRTN-SUM-COUNT                   09110000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09120000
                                                                        09130000
           MOVE 'ACCOUNTS OPENED SINCE       :' TO CRSRTN-SUM-LABEL     09140000
           MOVE CRSRTN-LATER-COUNT TO CRSRTN-SUM-COUNT                  09150000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09160000
                                                                        09170000
           MOVE 'HOLDERS CHECKED             :' TO CRSRTN-SUM-LABEL     09180000
           MOVE CRSRTN-HOLDER-COUNT TO CRSRTN-SUM-COUNT                 09190000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09200000
                                                                        09210000
           MOVE '  NOT SELF-CERTIFIED        :' TO CRSRTN-SUM-LABEL     09220000
           MOVE CRSRTN-UNCERT-COUNT TO CRSRTN-SUM-COUNT                 09230000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09240000
                                                                        09250000
           MOVE '  INDICIA IN CONFLICT       :' TO CRSRTN-SUM-LABEL     09260000
           MOVE CRSRTN-CONFLICT-COUNT TO CRSRTN-SUM-COUNT               09270000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09280000
                                                                        09290000
           MOVE '  REPORTABLE                :' TO CRSRTN-SUM-LABEL     09300000
           MOVE CRSRTN-REPORTABLE-COUNT TO CRSRTN-SUM-COUNT             09310000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09320000
                                                                        09330000
           MOVE '  NO CUSTOMER RECORD        :' TO CRSRTN-SUM-LABEL     09340000
           MOVE CRSRTN-NO-CUST-COUNT TO CRSRTN-SUM-COUNT                09350000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09360000
                                                                        09370000
           MOVE '  NOT IN BALANCE SNAPSHOT   :' TO CRSRTN-SUM-LABEL     09380000
           MOVE CRSRTN-UNVALUED-COUNT TO CRSRTN-SUM-COUNT               09390000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09400000
                                                                        09410000
           MOVE 'CRS RECORDS WRITTEN         :' TO CRSRTN-SUM-LABEL     09420000
           MOVE CRSRTN-CRS-COUNT TO CRSRTN-SUM-COUNT                    09430000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09440000
                                                                        09450000
           MOVE 'FATCA RECORDS WRITTEN       :' TO CRSRTN-SUM-LABEL     09460000
           MOVE CRSRTN-FATCA-COUNT TO CRSRTN-SUM-COUNT                  09470000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09480000
                                                                        09490000
           MOVE '  WITHOUT A TIN             :' TO CRSRTN-SUM-LABEL     09500000
           MOVE CRSRTN-NO-TIN-COUNT TO CRSRTN-SUM-COUNT                 09510000
           WRITE CRS-RPT-LINE FROM CRSRTN-SUMMARY-LINE                  09520000
                                                                        09530000
           MOVE 'BALANCES REPORTED           :' TO CRSRTN-AMT-LABEL     09540000
           MOVE CRSRTN-TOTAL-BALANCE TO CRSRTN-AMT-VALUE                09550000
           WRITE CRS-RPT-LINE FROM CRSRTN-AMOUNT-LINE                   09560000
                                                                        09570000
           MOVE 'INTEREST REPORTED           :' TO CRSRTN-AMT-LABEL     09580000
           MOVE CRSRTN-TOTAL-INTEREST TO CRSRTN-AMT-VALUE               09590000
           WRITE CRS-RPT-LINE FROM CRSRTN-AMOUNT-LINE.                  09600000
       8000-EXIT.                                                       09610000
           EXIT.                                                        09620000
                                                                        09630000
      ******************************************************************09640000
      *  9000-TERMINATE - CLOSE THE FILES.                             *09650000
      ******************************************************************09660000
       9000-TERMINATE.                                                  09670000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              09680000
           COMPUTE RUNCTL-REQ-COUNT =                                   09690000
               CRSRTN-CRS-COUNT + CRSRTN-FATCA-COUNT                    09700000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           09710000
                                                                        09720000
           CLOSE HISTORY-FILE                                           09730000
           CLOSE PROCTRAN-FILE                                          09740000
           CLOSE ACCOUNT-FILE                                           09750000
           CLOSE ACCHOLD-FILE                                           09760000
           CLOSE CUSTOMER-FILE                                          09770000
           CLOSE TAXRES-FILE                                            09780000
           CLOSE SNAP-FILE                                              09790000
           CLOSE WORK-FILE                                              09800000
           CLOSE CRS-OUT                                                09810000
           CLOSE CRS-RPT.                                               09820000
       9000-EXIT.                                                       09830000
           EXIT.                                                        09840000
                                                                        09850000
       9999-EXIT.                                                       09860000
           STOP RUN.                                                    09870000
