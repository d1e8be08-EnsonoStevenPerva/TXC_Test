      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CONNEXP.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CONNEXP - CONNECTED-PARTY AGGREGATED CREDIT EXPOSURE          *00150000
      *                                                                *00160000
      *  FUNCTION : NIGHTLY.  ADDS UP THE CREDIT EXPOSURE OF EVERY     *00170000
      *             CONNECTED-PARTY GROUP (COPYBOOKS CONNPTY AND       *00180000
      *             CONNGRP) AND REPLACES THE FIGURES ON EACH GROUP    *00190000
      *             HEADER, WHERE CONNMNT, LOANOPEN AND ODFMAINT       *00200000
      *             PICK THEM UP :                                     *00210000
      *                                                                *00220000
      *               - LOAN OUTSTANDING ON EVERY ACTIVE LOAN WHOSE    *00230000
      *                 BORROWER IS A MEMBER                           *00240000
      *               - OVERDRAWN BALANCES ON ACCOUNTS OWNED BY A      *00250000
      *                 MEMBER, WHETHER OR NOT A FACILITY IS IN PLACE  *00260000
      *               - THE UNDRAWN PART OF EVERY UNEXPIRED ARRANGED   *00270000
      *                 OVERDRAFT ON THOSE ACCOUNTS - COMMITTED, SO    *00280000
      *                 COUNTED AS EXPOSURE                            *00290000
      *                                                                *00300000
      *             THE RUN IS FOUR PASSES : CLEAR EVERY HEADER, ADD   *00310000
      *             THE LOANS, ADD THE ACCOUNTS, THEN STAMP AND REPORT.*00320000
      *             A GROUP AT OR ABOVE THE REPORTING THRESHOLD IS     *00330000
      *             LISTED; ONE AT OR ABOVE THE LARGE-EXPOSURE LIMIT   *00340000
      *             IS LISTED AS OVER LIMIT.                           *00350000
      *                                                                *00360000
      *             SYSIN (OPTIONAL) : REPORTING THRESHOLD IN WHOLE    *00370000
      *             POUNDS COLS 1-11 (DEFAULT 250,000), LARGE-EXPOSURE *00380000
      *             LIMIT IN WHOLE POUNDS COLS 13-23 (DEFAULT          *00390000
      *             1,000,000).  A LIMIT BELOW THE THRESHOLD IS RAISED *00400000
      *             TO IT.                                             *00410000
      *                                                                *00420000
      *  FILES    : CONNPTY  - VSAM KSDS - CONNECTED-PARTY LINKS (IN)  *00430000
      *             CONNGRP  - VSAM KSDS - CONNECTED-PARTY GROUPS (I-O)*00440000
      *             LOANFILE - VSAM KSDS - LOAN MASTER (INPUT)         *00450000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00460000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (IN)    *00470000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00480000
      *             CONNRPT  - LARGE EXPOSURE REPORT (OUTPUT)          *00490000
      *                                                                *00500000
      *  CHANGE HISTORY                                                *00510000
      *  ----------------------------------------------------------    *00520000
      *  DATE        BY    DESCRIPTION                                 *00530000
      *  2026-10-15  BAG   INITIAL VERSION                             *00540000
      *                                                                *00550000
      ******************************************************************00560000
       ENVIRONMENT DIVISION.                                            00570000
       INPUT-OUTPUT SECTION.                                            00580000
       FILE-CONTROL.                                                    00590000
           SELECT CONNPTY-FILE    ASSIGN TO CONNPTY                     00600000
                  ORGANIZATION IS INDEXED                               00610000
                  ACCESS MODE IS RANDOM                                 00620000
                  RECORD KEY IS CONNPTY-KEY OF CONNPTY-FILE-REC         00630000
                  FILE STATUS IS CONNEXP-CONNPTY-STATUS.                00640000
                                                                        00650000
           SELECT CONNGRP-FILE    ASSIGN TO CONNGRP                     00660000
                  ORGANIZATION IS INDEXED                               00670000
                  ACCESS MODE IS DYNAMIC                                00680000
                  RECORD KEY IS CONNGRP-KEY OF CONNGRP-FILE-REC         00690000
                  FILE STATUS IS CONNEXP-CONNGRP-STATUS.                00700000
                                                                        00710000
           SELECT LOAN-FILE       ASSIGN TO LOANFILE                    00720000
                  ORGANIZATION IS INDEXED                               00730000
                  ACCESS MODE IS SEQUENTIAL                             00740000
                  RECORD KEY IS LOAN-KEY OF LOAN-FILE-REC               00750000
                  FILE STATUS IS CONNEXP-LOAN-STATUS.                   00760000
                                                                        00770000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00780000
                  ORGANIZATION IS INDEXED                               00790000
                  ACCESS MODE IS SEQUENTIAL                             00800000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00810000
                  FILE STATUS IS CONNEXP-ACCOUNT-STATUS.                00820000
                                                                        00830000
           SELECT ODFAC-FILE      ASSIGN TO ODFACIL                     00840000
                  ORGANIZATION IS INDEXED                               00850000
                  ACCESS MODE IS RANDOM                                 00860000
                  RECORD KEY IS ODFACIL-KEY OF ODFAC-FILE-REC           00870000
                  FILE STATUS IS CONNEXP-ODFAC-STATUS.                  00880000
                                                                        00890000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00900000
                  ORGANIZATION IS INDEXED                               00910000
                  ACCESS MODE IS RANDOM                                 00920000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00930000
                  FILE STATUS IS CONNEXP-CUSTOMER-STATUS.               00940000
                                                                        00950000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00960000
                  ORGANIZATION IS LINE SEQUENTIAL                       00970000
                  FILE STATUS IS CONNEXP-PARM-STATUS.                   00980000
                                                                        00990000
           SELECT CONN-RPT        ASSIGN TO CONNRPT                     01000000
                  ORGANIZATION IS LINE SEQUENTIAL                       01010000
                  FILE STATUS IS CONNEXP-RPT-STATUS.                    01020000
                                                                        01030000
       DATA DIVISION.                                                   01040000
       FILE SECTION.                                                    01050000
       FD  CONNPTY-FILE                                                 01060000
           RECORDING MODE IS F.                                         01070000
       01  CONNPTY-FILE-REC.                                            01080000
           COPY CONNPTY.                                                01090000
                                                                        01100000
       FD  CONNGRP-FILE                                                 01110000
           RECORDING MODE IS F.                                         01120000
       01  CONNGRP-FILE-REC.                                            01130000
           COPY CONNGRP.                                                01140000
                                                                        01150000
       FD  LOAN-FILE                                                    01160000
           RECORDING MODE IS F.                                         01170000
       01  LOAN-FILE-REC.                                               01180000
           COPY LOAN.                                                   01190000
                                                                        01200000
       FD  ACCOUNT-FILE                                                 01210000
           RECORDING MODE IS F.                                         01220000
       01  ACCOUNT-FILE-REC.                                            01230000
           COPY ACCOUNT.                                                01240000
                                                                        01250000
       FD  ODFAC-FILE                                                   01260000
           RECORDING MODE IS F.                                         01270000
       01  ODFAC-FILE-REC.                                              01280000
           COPY ODFACIL.                                                01290000
                                                                        01300000
       FD  CUSTOMER-FILE                                                01310000
           RECORDING MODE IS F.                                         01320000
       01  CUSTOMER-FILE-REC.                                           01330000
           COPY CUSTOMER.                                               01340000
                                                                        01350000
       FD  PARAMETER-FILE                                               01360000
           RECORDING MODE IS F.                                         01370000
       01  PARAMETER-FILE-REC             PIC X(80).                    01380000
                                                                        01390000
       FD  CONN-RPT                                                     01400000
           RECORDING MODE IS F.                                         01410000
       01  CONN-RPT-LINE                  PIC X(132).                   01420000
                                                                        01430000
       WORKING-STORAGE SECTION.                                         01440000
       01  CONNEXP-WORK-AREA.                                           01450000
           05  CONNEXP-CONNPTY-STATUS      PIC XX.                      01460000
           05  CONNEXP-CONNGRP-STATUS      PIC XX.                      01470000
           05  CONNEXP-LOAN-STATUS         PIC XX.                      01480000
           05  CONNEXP-ACCOUNT-STATUS      PIC XX.                      01490000
           05  CONNEXP-ODFAC-STATUS        PIC XX.                      01500000
           05  CONNEXP-CUSTOMER-STATUS     PIC XX.                      01510000
           05  CONNEXP-PARM-STATUS         PIC XX.                      01520000
           05  CONNEXP-RPT-STATUS          PIC XX.                      01530000
           05  CONNEXP-EOF-SWITCH          PIC X     VALUE 'N'.         01540000
               88  CONNEXP-AT-EOF                VALUE 'Y'.             01550000
           05  CONNEXP-MEMBER-SWITCH       PIC X     VALUE 'N'.         01560000
               88  CONNEXP-IS-MEMBER             VALUE 'Y'.             01570000
           05  CONNEXP-CURRENT-DATE        PIC 9(8)  VALUE ZERO.        01580000
           05  CONNEXP-REPORT-THRESHOLD    PIC 9(11) VALUE ZERO.        01590000
           05  CONNEXP-LIMIT-THRESHOLD     PIC 9(11) VALUE ZERO.        01600000
           05  CONNEXP-LOOKUP-KEY.                                      01610000
               10  CONNEXP-LOOKUP-SORTCODE PIC 9(6).                    01620000
               10  CONNEXP-LOOKUP-CUSTOMER PIC 9(10).                   01630000
           05  CONNEXP-DRAWN               PIC S9(10)V99 VALUE ZERO.    01640000
           05  CONNEXP-UNUSED              PIC S9(10)V99 VALUE ZERO.    01650000
           05  CONNEXP-GROUP-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01660000
           05  CONNEXP-LOAN-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01670000
           05  CONNEXP-ACCOUNT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01680000
           05  CONNEXP-REPORTABLE-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 01690000
           05  CONNEXP-OVER-LIMIT-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 01700000
           05  CONNEXP-LISTED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01710000
           05  CONNEXP-ORPHAN-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01720000
           05  CONNEXP-TOTAL-EXPOSURE      PIC S9(13)V99 COMP-3         01730000
                                                     VALUE ZERO.        01740000
                                                                        01750000
       01  CONNEXP-PARM-REDEF.                                          01760000
           05  CONNEXP-PARM-REPORT         PIC X(11).                   01770000
           05  FILLER                      PIC X(1).                    01780000
           05  CONNEXP-PARM-LIMIT          PIC X(11).                   01790000
           05  FILLER                      PIC X(57).                   01800000
                                                                        01810000
       01  CONNEXP-TITLE-LINE.                                          01820000
           05  FILLER                      PIC X(38) VALUE              01830000
               'CONNECTED-PARTY LARGE EXPOSURES - '.                    01840000
           05  CONNEXP-TTL-DATE            PIC 9(8).                    01850000
           05  FILLER                      PIC X(14) VALUE              01860000
               '  REPORTING '.                                          01870000
           05  CONNEXP-TTL-REPORT          PIC Z(10)9.                  01880000
           05  FILLER                      PIC X(10) VALUE              01890000
               '  LIMIT '.                                              01900000
           05  CONNEXP-TTL-LIMIT           PIC Z(10)9.                  01910000
           05  FILLER                      PIC X(40) VALUE SPACES.      01920000
                                                                        01930000
       01  CONNEXP-HEADING-1.                                           01940000
           05  FILLER                      PIC X(19) VALUE              01950000
               'GROUP LEAD'.                                            01960000
           05  FILLER                      PIC X(22) VALUE              01970000
               'NAME'.                                                  01980000
           05  FILLER                      PIC X(6)  VALUE              01990000
               'MBRS'.                                                  02000000
           05  FILLER                      PIC X(18) VALUE              02010000
               '    LOANS'.                                             02020000
           05  FILLER                      PIC X(18) VALUE              02030000
               '    OD DRAWN'.                                          02040000
           05  FILLER                      PIC X(18) VALUE              02050000
               '    OD UNUSED'.                                         02060000
           05  FILLER                      PIC X(18) VALUE              02070000
               '    TOTAL'.                                             02080000
           05  FILLER                      PIC X(13) VALUE SPACES.      02090000
                                                                        02100000
       01  CONNEXP-DETAIL-LINE.                                         02110000
           05  CONNEXP-DTL-SORTCODE        PIC 9(6).                    02120000
           05  FILLER                      PIC X(1)  VALUE '-'.         02130000
           05  CONNEXP-DTL-CUSTOMER        PIC 9(10).                   02140000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02150000
           05  CONNEXP-DTL-NAME            PIC X(20).                   02160000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02170000
           05  CONNEXP-DTL-MEMBERS         PIC ZZZ9.                    02180000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02190000
           05  CONNEXP-DTL-LOANS           PIC -(12)9.99.               02200000
           05  FILLER                      PIC X(1)  VALUE SPACES.      02210000
           05  CONNEXP-DTL-DRAWN           PIC -(12)9.99.               02220000
           05  FILLER                      PIC X(1)  VALUE SPACES.      02230000
           05  CONNEXP-DTL-UNUSED          PIC -(12)9.99.               02240000
           05  FILLER                      PIC X(1)  VALUE SPACES.      02250000
           05  CONNEXP-DTL-TOTAL           PIC -(12)9.99.               02260000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02270000
           05  CONNEXP-DTL-FLAG            PIC X(10).                   02280000
           05  FILLER                      PIC X(4)  VALUE SPACES.      02290000
                                                                        02300000
       01  CONNEXP-SUMMARY-LINE.                                        02310000
           05  CONNEXP-SUM-LABEL           PIC X(30).                   02320000
           05  CONNEXP-SUM-COUNT           PIC Z(8)9.                   02330000
           05  FILLER                      PIC X(93) VALUE SPACES.      02340000
                                                                        02350000
       01  CONNEXP-TOTAL-LINE.                                          02360000
           05  CONNEXP-TOT-LABEL           PIC X(30).                   02370000
           05  CONNEXP-TOT-AMOUNT          PIC -(13)9.99.               02380000
           05  FILLER                      PIC X(85) VALUE SPACES.      02390000
                                                                        02400000
       01  RUNCTL-REQUEST-AREA.                                         02410000
           COPY RUNCTLQ.                                                02420000
                                                                        02430000
       01  BUSDATE-REQUEST-AREA.                                        02440000
           COPY BUSDATEQ.                                               02450000
                                                                        02460000
      ******************************************************************02470000
       PROCEDURE DIVISION.                                              02480000
      ******************************************************************02490000
       0000-MAINLINE.                                                   02500000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02510000
                                                                        02520000
           PERFORM 2000-CLEAR-GROUPS THRU 2000-EXIT                     02530000
                                                                        02540000
           PERFORM 3000-ADD-LOANS THRU 3000-EXIT                        02550000
                                                                        02560000
           PERFORM 4000-ADD-ACCOUNTS THRU 4000-EXIT                     02570000
                                                                        02580000
           PERFORM 5000-REPORT-GROUPS THRU 5000-EXIT                    02590000
                                                                        02600000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             02610000
                                                                        02620000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02630000
                                                                        02640000
           GO TO 9999-EXIT.                                             02650000
                                                                        02660000
      ******************************************************************02670000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, TAKE THE THRESHOLDS,  *02680000
      *  OPEN THE FILES AND HEAD THE REPORT.                           *02690000
      ******************************************************************02700000
       1000-INITIALIZE.                                                 02710000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02720000
           MOVE 'CONNEXP' TO RUNCTL-REQ-JOB                             02730000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02740000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02750000
           IF RUNCTL-HELD                                               02760000
               DISPLAY 'CONNEXP - HELD - PREDECESSOR NOT COMPLETE'      02770000
               STOP RUN                                                 02780000
           END-IF                                                       02790000
                                                                        02800000
           OPEN INPUT  PARAMETER-FILE                                   02810000
           READ PARAMETER-FILE INTO CONNEXP-PARM-REDEF                  02820000
               AT END                                                   02830000
                   MOVE SPACES TO CONNEXP-PARM-REDEF                    02840000
           END-READ                                                     02850000
           CLOSE PARAMETER-FILE                                         02860000
                                                                        02870000
           IF CONNEXP-PARM-REPORT IS NUMERIC                            02880000
               MOVE CONNEXP-PARM-REPORT TO CONNEXP-REPORT-THRESHOLD     02890000
           END-IF                                                       02900000
           IF CONNEXP-REPORT-THRESHOLD = ZERO                           02910000
               MOVE 250000 TO CONNEXP-REPORT-THRESHOLD                  02920000
           END-IF                                                       02930000
                                                                        02940000
           IF CONNEXP-PARM-LIMIT IS NUMERIC                             02950000
               MOVE CONNEXP-PARM-LIMIT TO CONNEXP-LIMIT-THRESHOLD       02960000
           END-IF                                                       02970000
           IF CONNEXP-LIMIT-THRESHOLD = ZERO                            02980000
               MOVE 1000000 TO CONNEXP-LIMIT-THRESHOLD                  02990000
           END-IF                                                       03000000
           IF CONNEXP-LIMIT-THRESHOLD < CONNEXP-REPORT-THRESHOLD        03010000
               MOVE CONNEXP-REPORT-THRESHOLD                            03020000
                   TO CONNEXP-LIMIT-THRESHOLD                           03030000
           END-IF                                                       03040000
                                                                        03050000
           OPEN INPUT  CONNPTY-FILE                                     03060000
           OPEN I-O    CONNGRP-FILE                                     03070000
           OPEN INPUT  LOAN-FILE                                        03080000
           OPEN INPUT  ACCOUNT-FILE                                     03090000
           OPEN INPUT  ODFAC-FILE                                       03100000
           OPEN INPUT  CUSTOMER-FILE                                    03110000
           OPEN OUTPUT CONN-RPT                                         03120000
                                                                        03130000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03140000
           MOVE BUSDATE-REQ-CURRENT TO CONNEXP-CURRENT-DATE             03150000
                                                                        03160000
           MOVE CONNEXP-CURRENT-DATE TO CONNEXP-TTL-DATE                03170000
           MOVE CONNEXP-REPORT-THRESHOLD TO CONNEXP-TTL-REPORT          03180000
           MOVE CONNEXP-LIMIT-THRESHOLD TO CONNEXP-TTL-LIMIT            03190000
           WRITE CONN-RPT-LINE FROM CONNEXP-TITLE-LINE                  03200000
           MOVE SPACES TO CONN-RPT-LINE                                 03210000
           WRITE CONN-RPT-LINE                                          03220000
           WRITE CONN-RPT-LINE FROM CONNEXP-HEADING-1.                  03230000
       1000-EXIT.                                                       03240000
           EXIT.                                                        03250000
                                                                        03260000
      ******************************************************************03270000
      *  1100-FIND-GROUP - IS THE CUSTOMER IN CONNEXP-LOOKUP-KEY IN A  *03280000
      *  GROUP.  IF SO, READ THAT GROUP'S HEADER READY TO ADD TO.      *03290000
      ******************************************************************03300000
       1100-FIND-GROUP.                                                 03310000
           MOVE 'N' TO CONNEXP-MEMBER-SWITCH                            03320000
           MOVE CONNEXP-LOOKUP-KEY TO CONNPTY-KEY OF CONNPTY-FILE-REC   03330000
                                                                        03340000
           READ CONNPTY-FILE                                            03350000
               KEY IS CONNPTY-KEY OF CONNPTY-FILE-REC                   03360000
               INVALID KEY                                              03370000
                   GO TO 1100-EXIT                                      03380000
           END-READ                                                     03390000
                                                                        03400000
           MOVE CONNPTY-GROUP-KEY OF CONNPTY-FILE-REC                   03410000
               TO CONNGRP-KEY OF CONNGRP-FILE-REC                       03420000
                                                                        03430000
           READ CONNGRP-FILE                                            03440000
               KEY IS CONNGRP-KEY OF CONNGRP-FILE-REC                   03450000
               INVALID KEY                                              03460000
                   ADD 1 TO CONNEXP-ORPHAN-COUNT                        03470000
                   GO TO 1100-EXIT                                      03480000
           END-READ                                                     03490000
                                                                        03500000
           SET CONNEXP-IS-MEMBER TO TRUE.                               03510000
       1100-EXIT.                                                       03520000
           EXIT.                                                        03530000
                                                                        03540000
      ******************************************************************03550000
      *  1200-REWRITE-GROUP - PUT BACK THE GROUP HEADER.               *03560000
      ******************************************************************03570000
       1200-REWRITE-GROUP.                                              03580000
           REWRITE CONNGRP-FILE-REC                                     03590000
               INVALID KEY                                              03600000
                   DISPLAY 'CONNEXP - CRITICAL - GROUP REWRITE '        03610000
                       'FAILED FOR ' CONNGRP-KEY OF CONNGRP-FILE-REC    03620000
           END-REWRITE.                                                 03630000
       1200-EXIT.                                                       03640000
           EXIT.                                                        03650000
                                                                        03660000
      ******************************************************************03670000
      *  2000-CLEAR-GROUPS - LAST NIGHT'S FIGURES OFF EVERY HEADER, SO *03680000
      *  A GROUP WITH NOTHING LEFT OUTSTANDING SHOWS ZERO.             *03690000
      ******************************************************************03700000
       2000-CLEAR-GROUPS.                                               03710000
           MOVE 'N' TO CONNEXP-EOF-SWITCH                               03720000
           MOVE ZERO TO CONNGRP-KEY OF CONNGRP-FILE-REC                 03730000
           START CONNGRP-FILE KEY IS NOT LESS                           03740000
                 THAN CONNGRP-KEY OF CONNGRP-FILE-REC                   03750000
               INVALID KEY                                              03760000
                   SET CONNEXP-AT-EOF TO TRUE                           03770000
           END-START                                                    03780000
                                                                        03790000
           PERFORM 2100-CLEAR-ONE-GROUP THRU 2100-EXIT                  03800000
               UNTIL CONNEXP-AT-EOF.                                    03810000
       2000-EXIT.                                                       03820000
           EXIT.                                                        03830000
                                                                        03840000
      ******************************************************************03850000
      *  2100-CLEAR-ONE-GROUP - ZERO ONE HEADER'S EXPOSURE.            *03860000
      ******************************************************************03870000
       2100-CLEAR-ONE-GROUP.                                            03880000
           READ CONNGRP-FILE NEXT RECORD                                03890000
               AT END                                                   03900000
                   SET CONNEXP-AT-EOF TO TRUE                           03910000
                   GO TO 2100-EXIT                                      03920000
           END-READ                                                     03930000
                                                                        03940000
           ADD 1 TO CONNEXP-GROUP-COUNT                                 03950000
                                                                        03960000
           MOVE ZERO TO CONNGRP-LOAN-COUNT OF CONNGRP-FILE-REC          03970000
           MOVE ZERO TO CONNGRP-LOAN-OUTSTANDING OF CONNGRP-FILE-REC    03980000
           MOVE ZERO TO CONNGRP-FACILITY-COUNT OF CONNGRP-FILE-REC      03990000
           MOVE ZERO TO CONNGRP-OD-DRAWN OF CONNGRP-FILE-REC            04000000
           MOVE ZERO TO CONNGRP-OD-UNUSED OF CONNGRP-FILE-REC           04010000
           MOVE ZERO TO CONNGRP-TOTAL-EXPOSURE OF CONNGRP-FILE-REC      04020000
           MOVE SPACE TO CONNGRP-LARGE-FLAG OF CONNGRP-FILE-REC         04030000
                                                                        04040000
           PERFORM 1200-REWRITE-GROUP THRU 1200-EXIT.                   04050000
       2100-EXIT.                                                       04060000
           EXIT.                                                        04070000
                                                                        04080000
      ******************************************************************04090000
      *  3000-ADD-LOANS - EVERY ACTIVE LOAN TO ITS BORROWER'S GROUP.   *04100000
      ******************************************************************04110000
       3000-ADD-LOANS.                                                  04120000
           MOVE 'N' TO CONNEXP-EOF-SWITCH                               04130000
                                                                        04140000
           PERFORM 3100-ADD-ONE-LOAN THRU 3100-EXIT                     04150000
               UNTIL CONNEXP-AT-EOF.                                    04160000
       3000-EXIT.                                                       04170000
           EXIT.                                                        04180000
                                                                        04190000
      ******************************************************************04200000
      *  3100-ADD-ONE-LOAN - ADD ONE LOAN'S OUTSTANDING.               *04210000
      ******************************************************************04220000
       3100-ADD-ONE-LOAN.                                               04230000
           READ LOAN-FILE NEXT RECORD                                   04240000
               AT END                                                   04250000
                   SET CONNEXP-AT-EOF TO TRUE                           04260000
                   GO TO 3100-EXIT                                      04270000
           END-READ                                                     04280000
                                                                        04290000
           IF NOT LOAN-ACTIVE OF LOAN-FILE-REC                          04300000
               GO TO 3100-EXIT                                          04310000
           END-IF                                                       04320000
                                                                        04330000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          04340000
               TO CONNEXP-LOOKUP-SORTCODE                               04350000
           MOVE LOAN-CUSTOMER OF LOAN-FILE-REC                          04360000
               TO CONNEXP-LOOKUP-CUSTOMER                               04370000
           PERFORM 1100-FIND-GROUP THRU 1100-EXIT                       04380000
           IF NOT CONNEXP-IS-MEMBER                                     04390000
               GO TO 3100-EXIT                                          04400000
           END-IF                                                       04410000
                                                                        04420000
           ADD 1 TO CONNEXP-LOAN-COUNT                                  04430000
           ADD 1 TO CONNGRP-LOAN-COUNT OF CONNGRP-FILE-REC              04440000
           ADD LOAN-OUTSTANDING OF LOAN-FILE-REC                        04450000
               TO CONNGRP-LOAN-OUTSTANDING OF CONNGRP-FILE-REC          04460000
                                                                        04470000
           PERFORM 1200-REWRITE-GROUP THRU 1200-EXIT.                   04480000
       3100-EXIT.                                                       04490000
           EXIT.                                                        04500000
                                                                        04510000
      ******************************************************************04520000
      *  4000-ADD-ACCOUNTS - EVERY MEMBER'S OVERDRAWN BALANCES AND     *04530000
      *  UNDRAWN COMMITTED OVERDRAFT LIMITS.                           *04540000
      ******************************************************************04550000
       4000-ADD-ACCOUNTS.                                               04560000
           MOVE 'N' TO CONNEXP-EOF-SWITCH                               04570000
                                                                        04580000
           PERFORM 4100-ADD-ONE-ACCOUNT THRU 4100-EXIT                  04590000
               UNTIL CONNEXP-AT-EOF.                                    04600000
       4000-EXIT.                                                       04610000
           EXIT.                                                        04620000
                                                                        04630000
      ******************************************************************04640000
      *  4100-ADD-ONE-ACCOUNT - THE DRAWN AMOUNT IS THE OVERDRAWN      *04650000
      *  BALANCE.  THE UNUSED AMOUNT IS WHAT IS LEFT OF AN UNEXPIRED   *04660000
      *  FACILITY'S LIMIT, NEVER LESS THAN NOTHING.                    *04670000
      ******************************************************************04680000
       4100-ADD-ONE-ACCOUNT.                                            04690000
           READ ACCOUNT-FILE NEXT RECORD                                04700000
               AT END                                                   04710000
                   SET CONNEXP-AT-EOF TO TRUE                           04720000
                   GO TO 4100-EXIT                                      04730000
           END-READ                                                     04740000
                                                                        04750000
           IF ACCOUNT-CLOSED OF ACCOUNT-FILE-REC                        04760000
               GO TO 4100-EXIT                                          04770000
           END-IF                                                       04780000
                                                                        04790000
           MOVE ZERO TO CONNEXP-DRAWN                                   04800000
           MOVE ZERO TO CONNEXP-UNUSED                                  04810000
                                                                        04820000
           IF ACCOUNT-BALANCE OF ACCOUNT-FILE-REC < ZERO                04830000
               COMPUTE CONNEXP-DRAWN =                                  04840000
                   ZERO - ACCOUNT-BALANCE OF ACCOUNT-FILE-REC           04850000
           END-IF                                                       04860000
                                                                        04870000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    04880000
               TO ODFACIL-SORTCODE OF ODFAC-FILE-REC                    04890000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      04900000
               TO ODFACIL-NUMBER OF ODFAC-FILE-REC                      04910000
                                                                        04920000
           READ ODFAC-FILE                                              04930000
               KEY IS ODFACIL-KEY OF ODFAC-FILE-REC                     04940000
               INVALID KEY                                              04950000
                   MOVE ZERO TO ODFACIL-EXPIRY-DATE OF ODFAC-FILE-REC   04960000
                   MOVE ZERO TO ODFACIL-LIMIT OF ODFAC-FILE-REC         04970000
           END-READ                                                     04980000
                                                                        04990000
           IF ODFACIL-EXPIRY-DATE OF ODFAC-FILE-REC                     05000000
              NOT < CONNEXP-CURRENT-DATE                                05010000
              AND ODFACIL-LIMIT OF ODFAC-FILE-REC > CONNEXP-DRAWN       05020000
               COMPUTE CONNEXP-UNUSED =                                 05030000
                   ODFACIL-LIMIT OF ODFAC-FILE-REC - CONNEXP-DRAWN      05040000
           END-IF                                                       05050000
                                                                        05060000
           IF CONNEXP-DRAWN = ZERO                                      05070000
              AND CONNEXP-UNUSED = ZERO                                 05080000
               GO TO 4100-EXIT                                          05090000
           END-IF                                                       05100000
                                                                        05110000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    05120000
               TO CONNEXP-LOOKUP-SORTCODE                               05130000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             05140000
               TO CONNEXP-LOOKUP-CUSTOMER                               05150000
           PERFORM 1100-FIND-GROUP THRU 1100-EXIT                       05160000
           IF NOT CONNEXP-IS-MEMBER                                     05170000
               GO TO 4100-EXIT                                          05180000
           END-IF                                                       05190000
                                                                        05200000
           ADD 1 TO CONNEXP-ACCOUNT-COUNT                               05210000
           IF CONNEXP-UNUSED > ZERO                                     05220000
               ADD 1 TO CONNGRP-FACILITY-COUNT OF CONNGRP-FILE-REC      05230000
           END-IF                                                       05240000
           ADD CONNEXP-DRAWN TO CONNGRP-OD-DRAWN OF CONNGRP-FILE-REC    05250000
           ADD CONNEXP-UNUSED TO CONNGRP-OD-UNUSED OF CONNGRP-FILE-REC  05260000
                                                                        05270000
           PERFORM 1200-REWRITE-GROUP THRU 1200-EXIT.                   05280000
       4100-EXIT.                                                       05290000
           EXIT.                                                        05300000
                                                                        05310000
      ******************************************************************05320000
      *  5000-REPORT-GROUPS - TOTAL AND STAMP EVERY HEADER, AND LIST   *05330000
      *  THE GROUPS AT OR ABOVE THE REPORTING THRESHOLD.               *05340000
      ******************************************************************05350000
       5000-REPORT-GROUPS.                                              05360000
           MOVE 'N' TO CONNEXP-EOF-SWITCH                               05370000
           MOVE ZERO TO CONNGRP-KEY OF CONNGRP-FILE-REC                 05380000
           START CONNGRP-FILE KEY IS NOT LESS                           05390000
                 THAN CONNGRP-KEY OF CONNGRP-FILE-REC                   05400000
               INVALID KEY                                              05410000
                   SET CONNEXP-AT-EOF TO TRUE                           05420000
           END-START                                                    05430000
                                                                        05440000
           PERFORM 5100-REPORT-ONE-GROUP THRU 5100-EXIT                 05450000
               UNTIL CONNEXP-AT-EOF.                                    05460000
       5000-EXIT.                                                       05470000
           EXIT.                                                        05480000
                                                                        05490000
      ******************************************************************05500000
      *  5100-REPORT-ONE-GROUP - ONE HEADER.                           *05510000
      ******************************************************************05520000
       5100-REPORT-ONE-GROUP.                                           05530000
           READ CONNGRP-FILE NEXT RECORD                                05540000
               AT END                                                   05550000
                   SET CONNEXP-AT-EOF TO TRUE                           05560000
                   GO TO 5100-EXIT                                      05570000
           END-READ                                                     05580000
                                                                        05590000
           COMPUTE CONNGRP-TOTAL-EXPOSURE OF CONNGRP-FILE-REC =         05600000
               CONNGRP-LOAN-OUTSTANDING OF CONNGRP-FILE-REC             05610000
             + CONNGRP-OD-DRAWN OF CONNGRP-FILE-REC                     05620000
             + CONNGRP-OD-UNUSED OF CONNGRP-FILE-REC                    05630000
           MOVE CONNEXP-CURRENT-DATE                                    05640000
               TO CONNGRP-EXPOSURE-DATE OF CONNGRP-FILE-REC             05650000
           ADD CONNGRP-TOTAL-EXPOSURE OF CONNGRP-FILE-REC               05660000
               TO CONNEXP-TOTAL-EXPOSURE                                05670000
                                                                        05680000
           EVALUATE TRUE                                                05690000
               WHEN CONNGRP-TOTAL-EXPOSURE OF CONNGRP-FILE-REC          05700000
                    NOT < CONNEXP-LIMIT-THRESHOLD                       05710000
                   SET CONNGRP-OVER-LIMIT OF CONNGRP-FILE-REC TO TRUE   05720000
                   ADD 1 TO CONNEXP-OVER-LIMIT-COUNT                    05730000
                   MOVE 'OVER LIMIT' TO CONNEXP-DTL-FLAG                05740000
               WHEN CONNGRP-TOTAL-EXPOSURE OF CONNGRP-FILE-REC          05750000
                    NOT < CONNEXP-REPORT-THRESHOLD                      05760000
                   SET CONNGRP-REPORTABLE OF CONNGRP-FILE-REC TO TRUE   05770000
                   ADD 1 TO CONNEXP-REPORTABLE-COUNT                    05780000
                   MOVE 'REPORTABLE' TO CONNEXP-DTL-FLAG                05790000
               WHEN OTHER                                               05800000
                   SET CONNGRP-BELOW-THRESHOLD OF CONNGRP-FILE-REC      05810000
                       TO TRUE                                          05820000
           END-EVALUATE                                                 05830000
                                                                        05840000
           PERFORM 1200-REWRITE-GROUP THRU 1200-EXIT                    05850000
                                                                        05860000
           IF NOT CONNGRP-BELOW-THRESHOLD OF CONNGRP-FILE-REC           05870000
               PERFORM 5200-WRITE-DETAIL THRU 5200-EXIT                 05880000
           END-IF.                                                      05890000
       5100-EXIT.                                                       05900000
           EXIT.                                                        05910000
                                                                        05920000
      ******************************************************************05930000
      *  5200-WRITE-DETAIL - ONE LINE PER LISTED GROUP, NAMED BY ITS   *05940000
      *  LEAD CUSTOMER.                                                *05950000
      ******************************************************************05960000
       5200-WRITE-DETAIL.                                               05970000
           MOVE CONNGRP-SORTCODE OF CONNGRP-FILE-REC                    05980000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                05990000
           MOVE CONNGRP-CUSTOMER OF CONNGRP-FILE-REC                    06000000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  06010000
                                                                        06020000
           READ CUSTOMER-FILE                                           06030000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 06040000
           END-READ                                                     06050000
                                                                        06060000
           IF CONNEXP-CUSTOMER-STATUS = '00'                            06070000
               MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC                  06080000
                   TO CONNEXP-DTL-NAME                                  06090000
           ELSE                                                         06100000
               MOVE '*** NOT ON MASTER ***' TO CONNEXP-DTL-NAME         06110000
           END-IF                                                       06120000
                                                                        06130000
           MOVE CONNGRP-SORTCODE OF CONNGRP-FILE-REC                    06140000
               TO CONNEXP-DTL-SORTCODE                                  06150000
           MOVE CONNGRP-CUSTOMER OF CONNGRP-FILE-REC                    06160000
               TO CONNEXP-DTL-CUSTOMER                                  06170000
           MOVE CONNGRP-MEMBER-COUNT OF CONNGRP-FILE-REC                06180000
               TO CONNEXP-DTL-MEMBERS                                   06190000
           MOVE CONNGRP-LOAN-OUTSTANDING OF CONNGRP-FILE-REC            06200000
               TO CONNEXP-DTL-LOANS                                     06210000
           MOVE CONNGRP-OD-DRAWN OF CONNGRP-FILE-REC                    06220000
               TO CONNEXP-DTL-DRAWN                                     06230000
           MOVE CONNGRP-OD-UNUSED OF CONNGRP-FILE-REC                   06240000
               TO CONNEXP-DTL-UNUSED                                    06250000
           MOVE CONNGRP-TOTAL-EXPOSURE OF CONNGRP-FILE-REC              06260000
               TO CONNEXP-DTL-TOTAL                                     06270000
                                                                        06280000
           WRITE CONN-RPT-LINE FROM CONNEXP-DETAIL-LINE                 06290000
           ADD 1 TO CONNEXP-LISTED-COUNT.                               06300000
       5200-EXIT.                                                       06310000
           EXIT.                                                        06320000
                                                                        06330000
      ******************************************************************06340000
      *  8000-PRINT-CONTROL-TOTALS - WRITE THE RUN TOTALS.             *06350000
      ******************************************************************06360000
       8000-PRINT-CONTROL-TOTALS.                                       06370000
           MOVE SPACES TO CONN-RPT-LINE                                 06380000
           WRITE CONN-RPT-LINE                                          06390000
                                                                        06400000
           MOVE 'GROUPS'                     TO CONNEXP-SUM-LABEL       06410000
           MOVE CONNEXP-GROUP-COUNT          TO CONNEXP-SUM-COUNT       06420000
           WRITE CONN-RPT-LINE FROM CONNEXP-SUMMARY-LINE                06430000
                                                                        06440000
           MOVE 'LOANS ADDED'                TO CONNEXP-SUM-LABEL       06450000
           MOVE CONNEXP-LOAN-COUNT           TO CONNEXP-SUM-COUNT       06460000
           WRITE CONN-RPT-LINE FROM CONNEXP-SUMMARY-LINE                06470000
                                                                        06480000
           MOVE 'ACCOUNTS ADDED'             TO CONNEXP-SUM-LABEL       06490000
           MOVE CONNEXP-ACCOUNT-COUNT        TO CONNEXP-SUM-COUNT       06500000
           WRITE CONN-RPT-LINE FROM CONNEXP-SUMMARY-LINE                06510000
                                                                        06520000
           MOVE 'LINKS WITH NO GROUP HEADER' TO CONNEXP-SUM-LABEL       06530000
           MOVE CONNEXP-ORPHAN-COUNT         TO CONNEXP-SUM-COUNT       06540000
           WRITE CONN-RPT-LINE FROM CONNEXP-SUMMARY-LINE                06550000
                                                                        06560000
           MOVE 'GROUPS REPORTABLE'          TO CONNEXP-SUM-LABEL       06570000
           MOVE CONNEXP-REPORTABLE-COUNT     TO CONNEXP-SUM-COUNT       06580000
           WRITE CONN-RPT-LINE FROM CONNEXP-SUMMARY-LINE                06590000
                                                                        06600000
           MOVE 'GROUPS OVER LIMIT'          TO CONNEXP-SUM-LABEL       06610000
           MOVE CONNEXP-OVER-LIMIT-COUNT     TO CONNEXP-SUM-COUNT       06620000
           WRITE CONN-RPT-LINE FROM CONNEXP-SUMMARY-LINE                06630000
                                                                        06640000
           MOVE 'TOTAL GROUP EXPOSURE'       TO CONNEXP-TOT-LABEL       06650000
           MOVE CONNEXP-TOTAL-EXPOSURE       TO CONNEXP-TOT-AMOUNT      06660000
           WRITE CONN-RPT-LINE FROM CONNEXP-TOTAL-LINE.                 06670000
       8000-EXIT.                                                       06680000
           EXIT.                                                        06690000
                                                                        06700000
      ******************************************************************06710000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *06720000
      *  FILES.                                                        *06730000
      ******************************************************************06740000
       9000-TERMINATE.                                                  06750000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06760000
           MOVE CONNEXP-LISTED-COUNT TO RUNCTL-REQ-COUNT                06770000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           06780000
                                                                        06790000
           CLOSE CONNPTY-FILE                                           06800000
           CLOSE CONNGRP-FILE                                           06810000
           CLOSE LOAN-FILE                                              06820000
           CLOSE ACCOUNT-FILE                                           06830000
           CLOSE ODFAC-FILE                                             06840000
           CLOSE CUSTOMER-FILE                                          06850000
           CLOSE CONN-RPT.                                              06860000
       9000-EXIT.                                                       06870000
           EXIT.                                                        06880000
                                                                        06890000
       9999-EXIT.                                                       06900000
           STOP RUN.                                                    06910000
