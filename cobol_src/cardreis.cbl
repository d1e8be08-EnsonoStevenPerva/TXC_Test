      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CARDREIS.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CARDREIS - NIGHTLY CARD REISSUE EXTRACT                       *00150000
      *                                                                *00160000
      *  FUNCTION : SWEEPS THE CARD MASTER (COPYBOOK CARD) FOR LIVE    *00170000
      *             CARDS - ISSUED OR ACTIVE - THAT EXPIRE NEXT MONTH  *00180000
      *             AND WRITES ONE ROW PER CARD TO THE REISSUE         *00190000
      *             EXTRACT SENT TO THE CARD BUREAU.  THE RENEWED      *00200000
      *             CARD IS PROPOSED WITH AN EXPIRY THREE YEARS ON,    *00210000
      *             IN THE SAME MONTH.  THE BUREAU'S NEW TOKEN COMES   *00220000
      *             BACK THROUGH CARDMNT AS A RENEWAL (REASON E).      *00230000
      *                                                                *00240000
      *             EACH CARD EXTRACTED IS STAMPED WITH THE BUSINESS   *00250000
      *             DATE IN CARD-REISSUE-DATE SO A LATER RUN IN THE    *00260000
      *             SAME MONTH DOES NOT SEND IT AGAIN.  A CARD WHOSE   *00270000
      *             ACCOUNT IS NO LONGER OPEN, OR WHOSE HOLDER IS      *00280000
      *             DECEASED OR NO LONGER ON FILE, IS NOT RENEWED;     *00290000
      *             IT IS LISTED ON THE REPORT AND LEFT UNSTAMPED.     *00300000
      *                                                                *00310000
      *  FILES    : CARDFILE - VSAM KSDS - CARD MASTER (I-O)           *00320000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00330000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00340000
      *             CARDREIX - REISSUE EXTRACT (OUTPUT)                *00350000
      *             CARDRRPT - REISSUE REPORT (OUTPUT)                 *00360000
      *                                                                *00370000
      *  CHANGE HISTORY                                                *00380000
      *  ----------------------------------------------------------    *00390000
      *  DATE        BY    DESCRIPTION                                 *00400000
      *  2026-10-15  BAG   INITIAL VERSION                             *00410000
      *                                                                *00420000
      ******************************************************************00430000
       ENVIRONMENT DIVISION.                                            00440000
       INPUT-OUTPUT SECTION.                                            00450000
       FILE-CONTROL.                                                    00460000
           SELECT CARD-FILE       ASSIGN TO CARDFILE                    00470000
                  ORGANIZATION IS INDEXED                               00480000
                  ACCESS MODE IS SEQUENTIAL                             00490000
                  RECORD KEY IS CARD-KEY OF CARD-FILE-REC               00500000
                  FILE STATUS IS CARDREIS-CARD-STATUS.                  00510000
                                                                        00520000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00530000
                  ORGANIZATION IS INDEXED                               00540000
                  ACCESS MODE IS RANDOM                                 00550000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00560000
                  FILE STATUS IS CARDREIS-ACCOUNT-STATUS.               00570000
                                                                        00580000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00590000
                  ORGANIZATION IS INDEXED                               00600000
                  ACCESS MODE IS RANDOM                                 00610000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00620000
                  FILE STATUS IS CARDREIS-CUSTOMER-STATUS.              00630000
                                                                        00640000
           SELECT REISSUE-EXTRACT ASSIGN TO CARDREIX                    00650000
                  ORGANIZATION IS LINE SEQUENTIAL                       00660000
                  FILE STATUS IS CARDREIS-EXTRACT-STATUS.               00670000
                                                                        00680000
           SELECT REISSUE-RPT     ASSIGN TO CARDRRPT                    00690000
                  ORGANIZATION IS LINE SEQUENTIAL                       00700000
                  FILE STATUS IS CARDREIS-RPT-STATUS.                   00710000
                                                                        00720000
       DATA DIVISION.                                                   00730000
       FILE SECTION.                                                    00740000
       FD  CARD-FILE                                                    00750000
           RECORDING MODE IS F.                                         00760000
       01  CARD-FILE-REC.                                               00770000
           COPY CARD.                                                   00780000
                                                                        00790000
       FD  ACCOUNT-FILE                                                 00800000
           RECORDING MODE IS F.                                         00810000
       01  ACCOUNT-FILE-REC.                                            00820000
           COPY ACCOUNT.                                                00830000
                                                                        00840000
       FD  CUSTOMER-FILE                                                00850000
           RECORDING MODE IS F.                                         00860000
       01  CUSTOMER-FILE-REC.                                           00870000
           COPY CUSTOMER.                                               00880000
                                                                        00890000
       FD  REISSUE-EXTRACT                                              00900000
           RECORDING MODE IS F.                                         00910000
       01  REISSUE-REC.                                                 00920000
           05  REISSUE-TOKEN               PIC X(16).                   00930000
           05  REISSUE-SORTCODE            PIC 9(6).                    00940000
           05  REISSUE-ACCOUNT             PIC 9(8).                    00950000
           05  REISSUE-HOLDER-SORTCODE     PIC 9(6).                    00960000
           05  REISSUE-HOLDER-NUMBER       PIC 9(10).                   00970000
           05  REISSUE-HOLDER-NAME         PIC X(60).                   00980000
           05  REISSUE-CURRENT-EXPIRY      PIC 9(6).                    00990000
           05  REISSUE-NEW-EXPIRY          PIC 9(6).                    01000000
                                                                        01010000
       FD  REISSUE-RPT                                                  01020000
           RECORDING MODE IS F.                                         01030000
       01  REISSUE-RPT-LINE                PIC X(80).                   01040000
                                                                        01050000
       WORKING-STORAGE SECTION.                                         01060000
       01  CARDREIS-WORK-AREA.                                          01070000
           05  CARDREIS-CARD-STATUS        PIC XX.                      01080000
           05  CARDREIS-ACCOUNT-STATUS     PIC XX.                      01090000
           05  CARDREIS-CUSTOMER-STATUS    PIC XX.                      01100000
           05  CARDREIS-EXTRACT-STATUS     PIC XX.                      01110000
           05  CARDREIS-RPT-STATUS         PIC XX.                      01120000
           05  CARDREIS-EOF-SWITCH         PIC X     VALUE 'N'.         01130000
               88  CARDREIS-AT-EOF               VALUE 'Y'.             01140000
           05  CARDREIS-SKIP-REASON        PIC X(20) VALUE SPACES.      01150000
           05  CARDREIS-RENEW-YEARS        PIC 9(2)  VALUE 3.           01160000
           05  CARDREIS-CURRENT-DATE       PIC 9(8).                    01170000
           05  CARDREIS-CURRENT-DATE-GRP REDEFINES                      01180000
               CARDREIS-CURRENT-DATE.                                   01190000
               10  CARDREIS-CURRENT-YEAR   PIC 9(4).                    01200000
               10  CARDREIS-CURRENT-MONTH  PIC 99.                      01210000
               10  CARDREIS-CURRENT-DAY    PIC 99.                      01220000
           05  CARDREIS-NEXT-MONTH         PIC 9(6).                    01230000
           05  CARDREIS-NEXT-MONTH-GRP REDEFINES CARDREIS-NEXT-MONTH.   01240000
               10  CARDREIS-NEXT-YEAR      PIC 9(4).                    01250000
               10  CARDREIS-NEXT-MM        PIC 99.                      01260000
           05  CARDREIS-NEW-EXPIRY         PIC 9(6).                    01270000
           05  CARDREIS-NEW-EXPIRY-GRP REDEFINES CARDREIS-NEW-EXPIRY.   01280000
               10  CARDREIS-NEW-YEAR       PIC 9(4).                    01290000
               10  CARDREIS-NEW-MM         PIC 99.                      01300000
           05  CARDREIS-READ-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01310000
           05  CARDREIS-DUE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01320000
           05  CARDREIS-EXTRACT-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01330000
           05  CARDREIS-SKIP-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01340000
           05  CARDREIS-DONE-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01350000
                                                                        01360000
       01  CARDREIS-DETAIL-LINE.                                        01370000
           05  CARDREIS-DTL-TOKEN          PIC X(16).                   01380000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01390000
           05  CARDREIS-DTL-SORTCODE       PIC 9(6).                    01400000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01410000
           05  CARDREIS-DTL-ACCOUNT        PIC 9(8).                    01420000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01430000
           05  CARDREIS-DTL-EXPIRY         PIC 9(6).                    01440000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01450000
           05  CARDREIS-DTL-NEW-EXPIRY     PIC 9(6).                    01460000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01470000
           05  CARDREIS-DTL-OUTCOME        PIC X(20).                   01480000
           05  FILLER                      PIC X(8)  VALUE SPACES.      01490000
                                                                        01500000
       01  CARDREIS-SUMMARY-LINE-1.                                     01510000
           05  FILLER                      PIC X(20) VALUE              01520000
               'CARDS READ        : '.                                  01530000
           05  CARDREIS-SUM-READ           PIC Z(8)9.                   01540000
           05  FILLER                      PIC X(51) VALUE SPACES.      01550000
                                                                        01560000
       01  CARDREIS-SUMMARY-LINE-2.                                     01570000
           05  FILLER                      PIC X(20) VALUE              01580000
               'EXPIRING NEXT MTH : '.                                  01590000
           05  CARDREIS-SUM-DUE            PIC Z(8)9.                   01600000
           05  FILLER                      PIC X(51) VALUE SPACES.      01610000
                                                                        01620000
       01  CARDREIS-SUMMARY-LINE-3.                                     01630000
           05  FILLER                      PIC X(20) VALUE              01640000
               'EXTRACTED         : '.                                  01650000
           05  CARDREIS-SUM-EXTRACTED      PIC Z(8)9.                   01660000
           05  FILLER                      PIC X(51) VALUE SPACES.      01670000
                                                                        01680000
       01  CARDREIS-SUMMARY-LINE-4.                                     01690000
           05  FILLER                      PIC X(20) VALUE              01700000
               'NOT RENEWED       : '.                                  01710000
           05  CARDREIS-SUM-SKIPPED        PIC Z(8)9.                   01720000
           05  FILLER                      PIC X(51) VALUE SPACES.      01730000
                                                                        01740000
       01  CARDREIS-SUMMARY-LINE-5.                                     01750000
           05  FILLER                      PIC X(20) VALUE              01760000
               'ALREADY EXTRACTED : '.                                  01770000
           05  CARDREIS-SUM-DONE           PIC Z(8)9.                   01780000
           05  FILLER                      PIC X(51) VALUE SPACES.      01790000
                                                                        01800000
       01  RUNCTL-REQUEST-AREA.                                         01810000
           COPY RUNCTLQ.                                                01820000
                                                                        01830000
       01  BUSDATE-REQUEST-AREA.                                        01840000
           COPY BUSDATEQ.                                               01850000
                                                                        01860000
      ******************************************************************01870000
       PROCEDURE DIVISION.                                              01880000
      ******************************************************************01890000
       0000-MAINLINE.                                                   01900000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01910000
                                                                        01920000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT                        01930000
           PERFORM 2000-PROCESS-CARD                                    01940000
              UNTIL CARDREIS-AT-EOF                                     01950000
                                                                        01960000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    01970000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01980000
           GO TO 9999-EXIT.                                             01990000
                                                                        02000000
      ******************************************************************02010000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *02020000
      *  DATE, WORK OUT NEXT MONTH AS YYYYMM AND OPEN THE FILES.       *02030000
      ******************************************************************02040000
       1000-INITIALIZE.                                                 02050000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02060000
           MOVE 'CARDREIS' TO RUNCTL-REQ-JOB                            02070000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02080000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02090000
           IF RUNCTL-HELD                                               02100000
               DISPLAY 'CARDREIS - HELD - PREDECESSOR NOT COMPLETE'     02110000
               STOP RUN                                                 02120000
           END-IF                                                       02130000
                                                                        02140000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02150000
           MOVE BUSDATE-REQ-CURRENT TO CARDREIS-CURRENT-DATE            02160000
                                                                        02170000
           MOVE CARDREIS-CURRENT-YEAR TO CARDREIS-NEXT-YEAR             02180000
           MOVE CARDREIS-CURRENT-MONTH TO CARDREIS-NEXT-MM              02190000
           IF CARDREIS-NEXT-MM = 12                                     02200000
               ADD 1 TO CARDREIS-NEXT-YEAR                              02210000
               MOVE 1 TO CARDREIS-NEXT-MM                               02220000
           ELSE                                                         02230000
               ADD 1 TO CARDREIS-NEXT-MM                                02240000
           END-IF                                                       02250000
                                                                        02260000
           OPEN I-O    CARD-FILE                                        02270000
           OPEN INPUT  ACCOUNT-FILE                                     02280000
           OPEN INPUT  CUSTOMER-FILE                                    02290000
           OPEN OUTPUT REISSUE-EXTRACT                                  02300000
           OPEN OUTPUT REISSUE-RPT.                                     02310000
       1000-EXIT.                                                       02320000
           EXIT.                                                        02330000
                                                                        02340000
      ******************************************************************02350000
      *  2000-PROCESS-CARD - EXTRACT A LIVE CARD EXPIRING NEXT MONTH   *02360000
      *  THAT HAS NOT ALREADY BEEN SENT, THEN READ THE NEXT CARD.      *02370000
      ******************************************************************02380000
       2000-PROCESS-CARD.                                               02390000
           IF CARD-LIVE OF CARD-FILE-REC                                02400000
              AND CARD-EXPIRY OF CARD-FILE-REC = CARDREIS-NEXT-MONTH    02410000
               ADD 1 TO CARDREIS-DUE-COUNT                              02420000
               IF CARD-REISSUE-DATE OF CARD-FILE-REC = ZERO             02430000
                   PERFORM 2200-REISSUE-CARD THRU 2200-EXIT             02440000
               ELSE                                                     02450000
                   ADD 1 TO CARDREIS-DONE-COUNT                         02460000
               END-IF                                                   02470000
           END-IF                                                       02480000
                                                                        02490000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.                       02500000
                                                                        02510000
      ******************************************************************02520000
      *  2100-READ-NEXT - READ THE NEXT CARD.                          *02530000
      ******************************************************************02540000
       2100-READ-NEXT.                                                  02550000
           READ CARD-FILE NEXT RECORD                                   02560000
               AT END                                                   02570000
                   SET CARDREIS-AT-EOF TO TRUE                          02580000
                   GO TO 2100-EXIT                                      02590000
           END-READ                                                     02600000
                                                                        02610000
           ADD 1 TO CARDREIS-READ-COUNT.                                02620000
       2100-EXIT.                                                       02630000
           EXIT.                                                        02640000
                                                                        02650000
      ******************************************************************02660000
      *  2200-REISSUE-CARD - CHECK THE ACCOUNT AND THE CARDHOLDER,     *02670000
      *  WRITE THE EXTRACT ROW AND STAMP THE CARD.  A CARD THAT IS NOT *02680000
      *  RENEWED IS LISTED WITH THE REASON AND LEFT AS IT IS.          *02690000
      ******************************************************************02700000
       2200-REISSUE-CARD.                                               02710000
           MOVE SPACES TO CARDREIS-SKIP-REASON                          02720000
           PERFORM 2300-CHECK-RENEWABLE THRU 2300-EXIT                  02730000
                                                                        02740000
           IF CARDREIS-SKIP-REASON NOT = SPACES                         02750000
               ADD 1 TO CARDREIS-SKIP-COUNT                             02760000
               MOVE ZERO TO CARDREIS-NEW-EXPIRY                         02770000
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT                 02780000
               GO TO 2200-EXIT                                          02790000
           END-IF                                                       02800000
                                                                        02810000
           MOVE CARD-TOKEN OF CARD-FILE-REC TO REISSUE-TOKEN            02820000
           MOVE CARD-SORTCODE OF CARD-FILE-REC TO REISSUE-SORTCODE      02830000
           MOVE CARD-ACCOUNT OF CARD-FILE-REC TO REISSUE-ACCOUNT        02840000
           MOVE CARD-HOLDER-SORTCODE OF CARD-FILE-REC                   02850000
               TO REISSUE-HOLDER-SORTCODE                               02860000
           MOVE CARD-HOLDER-NUMBER OF CARD-FILE-REC                     02870000
               TO REISSUE-HOLDER-NUMBER                                 02880000
           MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC                      02890000
               TO REISSUE-HOLDER-NAME                                   02900000
           MOVE CARD-EXPIRY OF CARD-FILE-REC                            02910000
               TO REISSUE-CURRENT-EXPIRY                                02920000
           MOVE CARD-EXPIRY OF CARD-FILE-REC TO CARDREIS-NEW-EXPIRY     02930000
           ADD CARDREIS-RENEW-YEARS TO CARDREIS-NEW-YEAR                02940000
           MOVE CARDREIS-NEW-EXPIRY TO REISSUE-NEW-EXPIRY               02950000
                                                                        02960000
           WRITE REISSUE-REC                                            02970000
           ADD 1 TO CARDREIS-EXTRACT-COUNT                              02980000
                                                                        02990000
           MOVE CARDREIS-CURRENT-DATE                                   03000000
               TO CARD-REISSUE-DATE OF CARD-FILE-REC                    03010000
                                                                        03020000
           REWRITE CARD-FILE-REC                                        03030000
               INVALID KEY                                              03040000
                   DISPLAY 'CARDREIS - CRITICAL - REWRITE FAILED FOR '  03050000
                       'CARD ' CARD-TOKEN OF CARD-FILE-REC              03060000
                       ', STATUS ' CARDREIS-CARD-STATUS                 03070000
           END-REWRITE                                                  03080000
                                                                        03090000
           MOVE 'EXTRACTED' TO CARDREIS-SKIP-REASON                     03100000
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.                    03110000
       2200-EXIT.                                                       03120000
           EXIT.                                                        03130000
                                                                        03140000
      ******************************************************************03150000
      *  2300-CHECK-RENEWABLE - THE ACCOUNT MUST STILL BE OPEN AND THE *03160000
      *  CARDHOLDER ON FILE AND NOT DECEASED.  THE CUSTOMER RECORD IS  *03170000
      *  LEFT READ FOR THE HOLDER'S NAME.                              *03180000
      ******************************************************************03190000
       2300-CHECK-RENEWABLE.                                            03200000
           MOVE CARD-SORTCODE OF CARD-FILE-REC                          03210000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  03220000
           MOVE CARD-ACCOUNT OF CARD-FILE-REC                           03230000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    03240000
                                                                        03250000
           READ ACCOUNT-FILE                                            03260000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   03270000
               INVALID KEY                                              03280000
                   MOVE 'ACCOUNT NOT FOUND' TO CARDREIS-SKIP-REASON     03290000
                   GO TO 2300-EXIT                                      03300000
           END-READ                                                     03310000
                                                                        03320000
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      03330000
               MOVE 'ACCOUNT NOT OPEN' TO CARDREIS-SKIP-REASON          03340000
               GO TO 2300-EXIT                                          03350000
           END-IF                                                       03360000
                                                                        03370000
           MOVE CARD-HOLDER-SORTCODE OF CARD-FILE-REC                   03380000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                03390000
           MOVE CARD-HOLDER-NUMBER OF CARD-FILE-REC                     03400000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  03410000
                                                                        03420000
           READ CUSTOMER-FILE                                           03430000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 03440000
               INVALID KEY                                              03450000
                   MOVE 'HOLDER NOT FOUND' TO CARDREIS-SKIP-REASON      03460000
                   GO TO 2300-EXIT                                      03470000
           END-READ                                                     03480000
                                                                        03490000
           IF CUSTOMER-DECEASED OF CUSTOMER-FILE-REC                    03500000
               MOVE 'HOLDER DECEASED' TO CARDREIS-SKIP-REASON           03510000
           END-IF.                                                      03520000
       2300-EXIT.                                                       03530000
           EXIT.                                                        03540000
                                                                        03550000
      ******************************************************************03560000
      *  2900-WRITE-DETAIL - LIST THE CARD AND WHAT WAS DONE WITH IT.  *03570000
      ******************************************************************03580000
       2900-WRITE-DETAIL.                                               03590000
           MOVE CARD-TOKEN OF CARD-FILE-REC TO CARDREIS-DTL-TOKEN       03600000
           MOVE CARD-SORTCODE OF CARD-FILE-REC TO CARDREIS-DTL-SORTCODE 03610000
           MOVE CARD-ACCOUNT OF CARD-FILE-REC TO CARDREIS-DTL-ACCOUNT   03620000
           MOVE CARD-EXPIRY OF CARD-FILE-REC TO CARDREIS-DTL-EXPIRY     03630000
           MOVE CARDREIS-NEW-EXPIRY TO CARDREIS-DTL-NEW-EXPIRY          03640000
           MOVE CARDREIS-SKIP-REASON TO CARDREIS-DTL-OUTCOME            03650000
                                                                        03660000
           WRITE REISSUE-RPT-LINE FROM CARDREIS-DETAIL-LINE.            03670000
       2900-EXIT.                                                       03680000
           EXIT.                                                        03690000
                                                                        03700000
      ******************************************************************03710000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *03720000
      ******************************************************************03730000
       4000-PRINT-SUMMARY.                                              03740000
           MOVE CARDREIS-READ-COUNT TO CARDREIS-SUM-READ                03750000
           WRITE REISSUE-RPT-LINE FROM CARDREIS-SUMMARY-LINE-1          03760000
                                                                        03770000
           MOVE CARDREIS-DUE-COUNT TO CARDREIS-SUM-DUE                  03780000
           WRITE REISSUE-RPT-LINE FROM CARDREIS-SUMMARY-LINE-2          03790000
                                                                        03800000
           MOVE CARDREIS-EXTRACT-COUNT TO CARDREIS-SUM-EXTRACTED        03810000
           WRITE REISSUE-RPT-LINE FROM CARDREIS-SUMMARY-LINE-3          03820000
                                                                        03830000
           MOVE CARDREIS-SKIP-COUNT TO CARDREIS-SUM-SKIPPED             03840000
           WRITE REISSUE-RPT-LINE FROM CARDREIS-SUMMARY-LINE-4          03850000
                                                                        03860000
           MOVE CARDREIS-DONE-COUNT TO CARDREIS-SUM-DONE                03870000
           WRITE REISSUE-RPT-LINE FROM CARDREIS-SUMMARY-LINE-5.         03880000
       4000-EXIT.                                                       03890000
           EXIT.                                                        03900000
                                                                        03910000
      ******************************************************************03920000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *03930000
      ******************************************************************03940000
       9000-TERMINATE.                                                  03950000
           CLOSE CARD-FILE                                              03960000
           CLOSE ACCOUNT-FILE                                           03970000
           CLOSE CUSTOMER-FILE                                          03980000
           CLOSE REISSUE-EXTRACT                                        03990000
           CLOSE REISSUE-RPT                                            04000000
                                                                        04010000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              04020000
           MOVE CARDREIS-EXTRACT-COUNT TO RUNCTL-REQ-COUNT              04030000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          04040000
       9000-EXIT.                                                       04050000
           EXIT.                                                        04060000
                                                                        04070000
       9999-EXIT.                                                       04080000
           STOP RUN.                                                    04090000
