      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    MKTEXTR.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  MKTEXTR - MARKETING SELECTION EXTRACT                         *00150000
      *                                                                *00160000
      *  FUNCTION : BUILDS THE CONTACT LIST FOR A DIRECT-MARKETING     *00170000
      *             CAMPAIGN FROM THE MARKETING CONSENT REGISTER       *00180000
      *             (COPYBOOK MKTCONS).  ONE EXTRACT RECORD IS         *00190000
      *             WRITTEN PER CUSTOMER PER CHANNEL ON WHICH THE      *00200000
      *             CUSTOMER HAS GIVEN DIRECT-MARKETING CONSENT AND    *00210000
      *             NOT SINCE WITHDRAWN IT.  A SLOT NEVER ASKED IS NOT *00220000
      *             CONSENT, AND A CUSTOMER WITH NO ROW ON THE         *00230000
      *             REGISTER IS NEVER SELECTED.  ALSO LEFT OUT :       *00240000
      *                                                                *00250000
      *               - DECEASED CUSTOMERS, AND ROWS WHOSE CUSTOMER    *00260000
      *                 IS NO LONGER ON THE MASTER                     *00270000
      *               - EMAIL, SMS AND PHONE WHEN THE CUSTOMER HAS NO  *00280000
      *                 EMAIL ADDRESS OR PHONE NUMBER ON FILE          *00290000
      *                                                                *00300000
      *             EACH RECORD CARRIES THE PROFILING AND THIRD-PARTY  *00310000
      *             SHARING CONSENTS FOR THE SAME CHANNEL SO THE       *00320000
      *             CAMPAIGN TOOL CAN HONOUR THEM TOO.                 *00330000
      *                                                                *00340000
      *             SYSIN (OPTIONAL) NAMES ONE CHANNEL - POST, EMAIL,  *00350000
      *             SMS OR PHONE - IN COLUMNS 1-5; BLANK TAKES ALL     *00360000
      *             FOUR.  ANY OTHER VALUE ENDS THE RUN WITH RC 16.    *00370000
      *                                                                *00380000
      *  FILES    : MKTCONS  - VSAM KSDS - MARKETING CONSENTS (INPUT)  *00390000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00400000
      *             CONTFILE - VSAM KSDS - CUSTOMER CONTACTS (INPUT)   *00410000
      *             MKTOUT   - SELECTION EXTRACT (OUTPUT)              *00420000
      *             MKTRPT   - CONTROL TOTALS (OUTPUT)                 *00430000
      *                                                                *00440000
      *  CHANGE HISTORY                                                *00450000
      *  ----------------------------------------------------------    *00460000
      *  DATE        BY    DESCRIPTION                                 *00470000
      *  2026-10-15  BAG   INITIAL VERSION                             *00480000
      *                                                                *00490000
      ******************************************************************00500000
       ENVIRONMENT DIVISION.                                            00510000
       INPUT-OUTPUT SECTION.                                            00520000
       FILE-CONTROL.                                                    00530000
           SELECT MKTCONS-FILE    ASSIGN TO MKTCONS                     00540000
                  ORGANIZATION IS INDEXED                               00550000
                  ACCESS MODE IS SEQUENTIAL                             00560000
                  RECORD KEY IS MKTCONS-KEY OF MKTCONS-FILE-REC         00570000
                  FILE STATUS IS MKTEXTR-MKTCONS-STATUS.                00580000
                                                                        00590000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00600000
                  ORGANIZATION IS INDEXED                               00610000
                  ACCESS MODE IS RANDOM                                 00620000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00630000
                  FILE STATUS IS MKTEXTR-CUSTOMER-STATUS.               00640000
                                                                        00650000
           SELECT CONTACT-FILE    ASSIGN TO CONTFILE                    00660000
                  ORGANIZATION IS INDEXED                               00670000
                  ACCESS MODE IS RANDOM                                 00680000
                  RECORD KEY IS CUSTCONT-KEY OF CONTACT-FILE-REC        00690000
                  FILE STATUS IS MKTEXTR-CONTACT-STATUS.                00700000
                                                                        00710000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00720000
                  ORGANIZATION IS LINE SEQUENTIAL                       00730000
                  FILE STATUS IS MKTEXTR-PARM-STATUS.                   00740000
                                                                        00750000
           SELECT MKT-OUT         ASSIGN TO MKTOUT                      00760000
                  ORGANIZATION IS LINE SEQUENTIAL                       00770000
                  FILE STATUS IS MKTEXTR-OUT-STATUS.                    00780000
                                                                        00790000
           SELECT MKT-RPT         ASSIGN TO MKTRPT                      00800000
                  ORGANIZATION IS LINE SEQUENTIAL                       00810000
                  FILE STATUS IS MKTEXTR-RPT-STATUS.                    00820000
                                                                        00830000
       DATA DIVISION.                                                   00840000
       FILE SECTION.                                                    00850000
       FD  MKTCONS-FILE                                                 00860000
           RECORDING MODE IS F.                                         00870000
       01  MKTCONS-FILE-REC.                                            00880000
           COPY MKTCONS.                                                00890000
                                                                        00900000
       FD  CUSTOMER-FILE                                                00910000
           RECORDING MODE IS F.                                         00920000
       01  CUSTOMER-FILE-REC.                                           00930000
           COPY CUSTOMER.                                               00940000
                                                                        00950000
       FD  CONTACT-FILE                                                 00960000
           RECORDING MODE IS F.                                         00970000
       01  CONTACT-FILE-REC.                                            00980000
           COPY CUSTCONT.                                               00990000
                                                                        01000000
       FD  PARAMETER-FILE                                               01010000
           RECORDING MODE IS F.                                         01020000
       01  PARAMETER-FILE-REC             PIC X(80).                    01030000
                                                                        01040000
       FD  MKT-OUT                                                      01050000
           RECORDING MODE IS F.                                         01060000
       01  MKT-OUT-REC.                                                 01070000
           05  MKTOUT-EXTRACT-DATE         PIC 9(8).                    01080000
           05  MKTOUT-CHANNEL              PIC X(5).                    01090000
           05  MKTOUT-SORTCODE             PIC 9(6).                    01100000
           05  MKTOUT-CUSTOMER             PIC 9(10).                   01110000
           05  MKTOUT-NAME                 PIC X(60).                   01120000
           05  MKTOUT-ADDRESS              PIC X(160).                  01130000
           05  MKTOUT-POSTCODE             PIC X(8).                    01140000
           05  MKTOUT-PHONE                PIC X(20).                   01150000
           05  MKTOUT-EMAIL                PIC X(50).                   01160000
           05  MKTOUT-CONSENT-DATE         PIC 9(8).                    01170000
           05  MKTOUT-PROFILING-FLAG       PIC X.                       01180000
           05  MKTOUT-SHARING-FLAG         PIC X.                       01190000
                                                                        01200000
       FD  MKT-RPT                                                      01210000
           RECORDING MODE IS F.                                         01220000
       01  MKT-RPT-LINE                   PIC X(80).                    01230000
                                                                        01240000
       WORKING-STORAGE SECTION.                                         01250000
       01  MKTEXTR-WORK-AREA.                                           01260000
           05  MKTEXTR-MKTCONS-STATUS      PIC XX.                      01270000
           05  MKTEXTR-CUSTOMER-STATUS     PIC XX.                      01280000
           05  MKTEXTR-CONTACT-STATUS      PIC XX.                      01290000
           05  MKTEXTR-PARM-STATUS         PIC XX.                      01300000
           05  MKTEXTR-OUT-STATUS          PIC XX.                      01310000
           05  MKTEXTR-RPT-STATUS          PIC XX.                      01320000
           05  MKTEXTR-EOF-SWITCH          PIC X     VALUE 'N'.         01330000
               88  MKTEXTR-AT-EOF                VALUE 'Y'.             01340000
           05  MKTEXTR-CONSENT-SWITCH      PIC X     VALUE 'N'.         01350000
               88  MKTEXTR-ANY-CONSENT           VALUE 'Y'.             01360000
           05  MKTEXTR-MATCH-SWITCH        PIC X     VALUE 'N'.         01370000
               88  MKTEXTR-CHANNEL-MATCHED       VALUE 'Y'.             01380000
           05  MKTEXTR-CURRENT-DATE        PIC 9(8)  VALUE ZERO.        01390000
           05  MKTEXTR-CHAN                PIC S9(4) COMP VALUE ZERO.   01400000
           05  MKTEXTR-CHAN-FROM           PIC S9(4) COMP VALUE 1.      01410000
           05  MKTEXTR-CHAN-TO             PIC S9(4) COMP VALUE 4.      01420000
           05  MKTEXTR-ROW-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01430000
           05  MKTEXTR-NO-CONSENT-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 01440000
           05  MKTEXTR-NO-CUST-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01450000
           05  MKTEXTR-DECEASED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01460000
           05  MKTEXTR-NO-DETAIL-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01470000
           05  MKTEXTR-SELECTED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01480000
           05  MKTEXTR-CHANNEL-COUNT       PIC 9(9)  COMP-3             01490000
                                           OCCURS 4 TIMES.              01500000
                                                                        01510000
       01  MKTEXTR-CHANNEL-VALUES.                                      01520000
           05  FILLER                      PIC X(5)  VALUE 'POST'.      01530000
           05  FILLER                      PIC X(5)  VALUE 'EMAIL'.     01540000
           05  FILLER                      PIC X(5)  VALUE 'SMS'.       01550000
           05  FILLER                      PIC X(5)  VALUE 'PHONE'.     01560000
       01  MKTEXTR-CHANNELS REDEFINES MKTEXTR-CHANNEL-VALUES.           01570000
           05  MKTEXTR-CHANNEL-NAME        PIC X(5)  OCCURS 4 TIMES.    01580000
                                                                        01590000
       01  MKTEXTR-PARM-REDEF.                                          01600000
           05  MKTEXTR-PARM-CHANNEL        PIC X(5).                    01610000
           05  FILLER                      PIC X(75).                   01620000
                                                                        01630000
       01  MKTEXTR-TITLE-LINE.                                          01640000
           05  FILLER                      PIC X(36) VALUE              01650000
               'MARKETING SELECTION EXTRACT - '.                        01660000
           05  MKTEXTR-TTL-DATE            PIC 9(8).                    01670000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01680000
           05  FILLER                      PIC X(10) VALUE              01690000
               'CHANNEL : '.                                            01700000
           05  MKTEXTR-TTL-CHANNEL         PIC X(5).                    01710000
           05  FILLER                      PIC X(19) VALUE SPACES.      01720000
                                                                        01730000
       01  MKTEXTR-SUMMARY-LINE.                                        01740000
           05  MKTEXTR-SUM-LABEL           PIC X(30).                   01750000
           05  MKTEXTR-SUM-COUNT           PIC Z(8)9.                   01760000
           05  FILLER                      PIC X(41) VALUE SPACES.      01770000
                                                                        01780000
       01  RUNCTL-REQUEST-AREA.                                         01790000
           COPY RUNCTLQ.                                                01800000
                                                                        01810000
       01  BUSDATE-REQUEST-AREA.                                        01820000
           COPY BUSDATEQ.                                               01830000
                                                                        01840000
      ******************************************************************01850000
       PROCEDURE DIVISION.                                              01860000
      ******************************************************************01870000
       0000-MAINLINE.                                                   01880000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01890000
                                                                        01900000
           PERFORM 2000-SELECT-ONE-CUSTOMER THRU 2000-EXIT              01910000
               UNTIL MKTEXTR-AT-EOF                                     01920000
                                                                        01930000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             01940000
                                                                        01950000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01960000
                                                                        01970000
           GO TO 9999-EXIT.                                             01980000
                                                                        01990000
      ******************************************************************02000000
      *  1000-INITIALIZE - TAKE THE CHANNEL PARAMETER, OPEN THE FILES  *02010000
      *  AND TAKE THE BUSINESS DATE.                                   *02020000
      ******************************************************************02030000
       1000-INITIALIZE.                                                 02040000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02050000
           MOVE 'MKTEXTR' TO RUNCTL-REQ-JOB                             02060000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02070000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02080000
           IF RUNCTL-HELD                                               02090000
               DISPLAY 'MKTEXTR - HELD - PREDECESSOR NOT COMPLETE'      02100000
               STOP RUN                                                 02110000
           END-IF                                                       02120000
                                                                        02130000
           OPEN INPUT  PARAMETER-FILE                                   02140000
           MOVE SPACES TO MKTEXTR-PARM-REDEF                            02150000
           READ PARAMETER-FILE INTO MKTEXTR-PARM-REDEF                  02160000
               AT END                                                   02170000
                   CONTINUE                                             02180000
           END-READ                                                     02190000
           CLOSE PARAMETER-FILE                                         02200000
                                                                        02210000
           IF MKTEXTR-PARM-CHANNEL NOT = SPACES                         02220000
               MOVE 'N' TO MKTEXTR-MATCH-SWITCH                         02230000
               PERFORM 1100-MATCH-CHANNEL THRU 1100-EXIT                02240000
                   VARYING MKTEXTR-CHAN FROM 1 BY 1                     02250000
                   UNTIL MKTEXTR-CHAN > 4                               02260000
               IF NOT MKTEXTR-CHANNEL-MATCHED                           02270000
                   DISPLAY 'MKTEXTR - ERROR - CHANNEL MUST BE POST,'    02280000
                       ' EMAIL, SMS OR PHONE'                           02290000
                   MOVE 16 TO RETURN-CODE                               02300000
                   STOP RUN                                             02310000
               END-IF                                                   02320000
           END-IF                                                       02330000
                                                                        02340000
           MOVE ZERO TO MKTEXTR-CHANNEL-COUNT (1)                       02350000
           MOVE ZERO TO MKTEXTR-CHANNEL-COUNT (2)                       02360000
           MOVE ZERO TO MKTEXTR-CHANNEL-COUNT (3)                       02370000
           MOVE ZERO TO MKTEXTR-CHANNEL-COUNT (4)                       02380000
                                                                        02390000
           OPEN INPUT  MKTCONS-FILE                                     02400000
           OPEN INPUT  CUSTOMER-FILE                                    02410000
           OPEN INPUT  CONTACT-FILE                                     02420000
           OPEN OUTPUT MKT-OUT                                          02430000
           OPEN OUTPUT MKT-RPT                                          02440000
                                                                        02450000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02460000
           MOVE BUSDATE-REQ-CURRENT TO MKTEXTR-CURRENT-DATE             02470000
                                                                        02480000
           MOVE MKTEXTR-CURRENT-DATE TO MKTEXTR-TTL-DATE                02490000
           IF MKTEXTR-PARM-CHANNEL = SPACES                             02500000
               MOVE 'ALL' TO MKTEXTR-TTL-CHANNEL                        02510000
           ELSE                                                         02520000
               MOVE MKTEXTR-PARM-CHANNEL TO MKTEXTR-TTL-CHANNEL         02530000
           END-IF                                                       02540000
           WRITE MKT-RPT-LINE FROM MKTEXTR-TITLE-LINE                   02550000
           MOVE SPACES TO MKT-RPT-LINE                                  02560000
           WRITE MKT-RPT-LINE.                                          02570000
       1000-EXIT.                                                       02580000
           EXIT.                                                        02590000
                                                                        02600000
      ******************************************************************02610000
      *  1100-MATCH-CHANNEL - NARROW THE RUN TO THE CHANNEL NAMED ON   *02620000
      *  SYSIN.                                                        *02630000
      ******************************************************************02640000
       1100-MATCH-CHANNEL.                                              02650000
           IF MKTEXTR-CHANNEL-NAME (MKTEXTR-CHAN) = MKTEXTR-PARM-CHANNEL02660000
               SET MKTEXTR-CHANNEL-MATCHED TO TRUE                      02670000
               MOVE MKTEXTR-CHAN TO MKTEXTR-CHAN-FROM                   02680000
               MOVE MKTEXTR-CHAN TO MKTEXTR-CHAN-TO                     02690000
           END-IF.                                                      02700000
       1100-EXIT.                                                       02710000
           EXIT.                                                        02720000
                                                                        02730000
      ******************************************************************02740000
      *  2000-SELECT-ONE-CUSTOMER - A CUSTOMER WITH DIRECT-MARKETING   *02750000
      *  CONSENT ON A WANTED CHANNEL WHO IS STILL ON THE MASTER AND    *02760000
      *  NOT DECEASED IS WRITTEN ONCE PER SUCH CHANNEL.                *02770000
      ******************************************************************02780000
       2000-SELECT-ONE-CUSTOMER.                                        02790000
           READ MKTCONS-FILE NEXT                                       02800000
               AT END                                                   02810000
                   SET MKTEXTR-AT-EOF TO TRUE                           02820000
                   GO TO 2000-EXIT                                      02830000
           END-READ                                                     02840000
                                                                        02850000
           ADD 1 TO MKTEXTR-ROW-COUNT                                   02860000
                                                                        02870000
           MOVE 'N' TO MKTEXTR-CONSENT-SWITCH                           02880000
           PERFORM 2100-CHECK-CONSENT THRU 2100-EXIT                    02890000
               VARYING MKTEXTR-CHAN FROM MKTEXTR-CHAN-FROM BY 1         02900000
               UNTIL MKTEXTR-CHAN > MKTEXTR-CHAN-TO                     02910000
                                                                        02920000
           IF NOT MKTEXTR-ANY-CONSENT                                   02930000
               ADD 1 TO MKTEXTR-NO-CONSENT-COUNT                        02940000
               GO TO 2000-EXIT                                          02950000
           END-IF                                                       02960000
                                                                        02970000
           MOVE MKTCONS-SORTCODE OF MKTCONS-FILE-REC                    02980000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                02990000
           MOVE MKTCONS-CUSTOMER OF MKTCONS-FILE-REC                    03000000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  03010000
                                                                        03020000
           READ CUSTOMER-FILE                                           03030000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 03040000
           END-READ                                                     03050000
                                                                        03060000
           IF MKTEXTR-CUSTOMER-STATUS NOT = '00'                        03070000
               ADD 1 TO MKTEXTR-NO-CUST-COUNT                           03080000
               GO TO 2000-EXIT                                          03090000
           END-IF                                                       03100000
                                                                        03110000
           IF CUSTOMER-DECEASED OF CUSTOMER-FILE-REC                    03120000
               ADD 1 TO MKTEXTR-DECEASED-COUNT                          03130000
               GO TO 2000-EXIT                                          03140000
           END-IF                                                       03150000
                                                                        03160000
           MOVE MKTCONS-SORTCODE OF MKTCONS-FILE-REC                    03170000
               TO CUSTCONT-SORTCODE OF CONTACT-FILE-REC                 03180000
           MOVE MKTCONS-CUSTOMER OF MKTCONS-FILE-REC                    03190000
               TO CUSTCONT-NUMBER OF CONTACT-FILE-REC                   03200000
                                                                        03210000
           READ CONTACT-FILE                                            03220000
               KEY IS CUSTCONT-KEY OF CONTACT-FILE-REC                  03230000
           END-READ                                                     03240000
                                                                        03250000
           IF MKTEXTR-CONTACT-STATUS NOT = '00'                         03260000
               MOVE SPACES TO CUSTCONT-PHONE OF CONTACT-FILE-REC        03270000
               MOVE SPACES TO CUSTCONT-EMAIL OF CONTACT-FILE-REC        03280000
           END-IF                                                       03290000
                                                                        03300000
           PERFORM 2200-WRITE-CHANNEL THRU 2200-EXIT                    03310000
               VARYING MKTEXTR-CHAN FROM MKTEXTR-CHAN-FROM BY 1         03320000
               UNTIL MKTEXTR-CHAN > MKTEXTR-CHAN-TO.                    03330000
       2000-EXIT.                                                       03340000
           EXIT.                                                        03350000
                                                                        03360000
      ******************************************************************03370000
      *  2100-CHECK-CONSENT - IS DIRECT-MARKETING CONSENT HELD ON THIS *03380000
      *  CHANNEL.                                                      *03390000
      ******************************************************************03400000
       2100-CHECK-CONSENT.                                              03410000
           IF MKTCONS-GIVEN OF MKTCONS-FILE-REC (1, MKTEXTR-CHAN)       03420000
               SET MKTEXTR-ANY-CONSENT TO TRUE                          03430000
           END-IF.                                                      03440000
       2100-EXIT.                                                       03450000
           EXIT.                                                        03460000
                                                                        03470000
      ******************************************************************03480000
      *  2200-WRITE-CHANNEL - ONE EXTRACT RECORD FOR A CONSENTED       *03490000
      *  CHANNEL, PROVIDED THERE IS SOMETHING TO CONTACT THE CUSTOMER  *03500000
      *  ON.                                                           *03510000
      ******************************************************************03520000
       2200-WRITE-CHANNEL.                                              03530000
           IF NOT MKTCONS-GIVEN OF MKTCONS-FILE-REC (1, MKTEXTR-CHAN)   03540000
               GO TO 2200-EXIT                                          03550000
           END-IF                                                       03560000
                                                                        03570000
           IF MKTEXTR-CHAN = 2                                          03580000
              AND CUSTCONT-EMAIL OF CONTACT-FILE-REC = SPACES           03590000
               ADD 1 TO MKTEXTR-NO-DETAIL-COUNT                         03600000
               GO TO 2200-EXIT                                          03610000
           END-IF                                                       03620000
                                                                        03630000
           IF MKTEXTR-CHAN > 2                                          03640000
              AND CUSTCONT-PHONE OF CONTACT-FILE-REC = SPACES           03650000
               ADD 1 TO MKTEXTR-NO-DETAIL-COUNT                         03660000
               GO TO 2200-EXIT                                          03670000
           END-IF                                                       03680000
                                                                        03690000
           MOVE MKTEXTR-CURRENT-DATE TO MKTOUT-EXTRACT-DATE             03700000
           MOVE MKTEXTR-CHANNEL-NAME (MKTEXTR-CHAN) TO MKTOUT-CHANNEL   03710000
           MOVE CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                  03720000
               TO MKTOUT-SORTCODE                                       03730000
           MOVE CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                    03740000
               TO MKTOUT-CUSTOMER                                       03750000
           MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC TO MKTOUT-NAME       03760000
           MOVE CUSTOMER-ADDRESS OF CUSTOMER-FILE-REC                   03770000
               TO MKTOUT-ADDRESS                                        03780000
           MOVE CUSTOMER-POSTCODE OF CUSTOMER-FILE-REC                  03790000
               TO MKTOUT-POSTCODE                                       03800000
           MOVE CUSTCONT-PHONE OF CONTACT-FILE-REC TO MKTOUT-PHONE      03810000
           MOVE CUSTCONT-EMAIL OF CONTACT-FILE-REC TO MKTOUT-EMAIL      03820000
           MOVE MKTCONS-DATE OF MKTCONS-FILE-REC (1, MKTEXTR-CHAN)      03830000
               TO MKTOUT-CONSENT-DATE                                   03840000
                                                                        03850000
           IF MKTCONS-GIVEN OF MKTCONS-FILE-REC (2, MKTEXTR-CHAN)       03860000
               MOVE 'Y' TO MKTOUT-PROFILING-FLAG                        03870000
           ELSE                                                         03880000
               MOVE 'N' TO MKTOUT-PROFILING-FLAG                        03890000
           END-IF                                                       03900000
                                                                        03910000
           IF MKTCONS-GIVEN OF MKTCONS-FILE-REC (3, MKTEXTR-CHAN)       03920000
               MOVE 'Y' TO MKTOUT-SHARING-FLAG                          03930000
           ELSE                                                         03940000
               MOVE 'N' TO MKTOUT-SHARING-FLAG                          03950000
           END-IF                                                       03960000
                                                                        03970000
           WRITE MKT-OUT-REC                                            03980000
                                                                        03990000
           ADD 1 TO MKTEXTR-SELECTED-COUNT                              04000000
           ADD 1 TO MKTEXTR-CHANNEL-COUNT (MKTEXTR-CHAN).               04010000
       2200-EXIT.                                                       04020000
           EXIT.                                                        04030000
                                                                        04040000
      ******************************************************************04050000
      *  8000-PRINT-CONTROL-TOTALS - WRITE THE RUN TOTALS.             *04060000
      ******************************************************************04070000
       8000-PRINT-CONTROL-TOTALS.                                       04080000
           MOVE 'CONSENT ROWS READ'          TO MKTEXTR-SUM-LABEL       04090000
           MOVE MKTEXTR-ROW-COUNT            TO MKTEXTR-SUM-COUNT       04100000
           WRITE MKT-RPT-LINE FROM MKTEXTR-SUMMARY-LINE                 04110000
                                                                        04120000
           MOVE 'NO MARKETING CONSENT'       TO MKTEXTR-SUM-LABEL       04130000
           MOVE MKTEXTR-NO-CONSENT-COUNT     TO MKTEXTR-SUM-COUNT       04140000
           WRITE MKT-RPT-LINE FROM MKTEXTR-SUMMARY-LINE                 04150000
                                                                        04160000
           MOVE 'CUSTOMER NOT ON MASTER'     TO MKTEXTR-SUM-LABEL       04170000
           MOVE MKTEXTR-NO-CUST-COUNT        TO MKTEXTR-SUM-COUNT       04180000
           WRITE MKT-RPT-LINE FROM MKTEXTR-SUMMARY-LINE                 04190000
                                                                        04200000
           MOVE 'DECEASED - EXCLUDED'        TO MKTEXTR-SUM-LABEL       04210000
           MOVE MKTEXTR-DECEASED-COUNT       TO MKTEXTR-SUM-COUNT       04220000
           WRITE MKT-RPT-LINE FROM MKTEXTR-SUMMARY-LINE                 04230000
                                                                        04240000
           MOVE 'NO EMAIL/PHONE ON FILE'     TO MKTEXTR-SUM-LABEL       04250000
           MOVE MKTEXTR-NO-DETAIL-COUNT      TO MKTEXTR-SUM-COUNT       04260000
           WRITE MKT-RPT-LINE FROM MKTEXTR-SUMMARY-LINE                 04270000
                                                                        04280000
           MOVE SPACES TO MKT-RPT-LINE                                  04290000
           WRITE MKT-RPT-LINE                                           04300000
                                                                        04310000
           PERFORM 8100-PRINT-CHANNEL THRU 8100-EXIT                    04320000
               VARYING MKTEXTR-CHAN FROM 1 BY 1                         04330000
               UNTIL MKTEXTR-CHAN > 4                                   04340000
                                                                        04350000
           MOVE 'TOTAL RECORDS SELECTED'     TO MKTEXTR-SUM-LABEL       04360000
           MOVE MKTEXTR-SELECTED-COUNT       TO MKTEXTR-SUM-COUNT       04370000
           WRITE MKT-RPT-LINE FROM MKTEXTR-SUMMARY-LINE.                04380000
       8000-EXIT.                                                       04390000
           EXIT.                                                        04400000
                                                                        04410000
      ******************************************************************04420000
      *  8100-PRINT-CHANNEL - ONE CHANNEL'S SELECTED COUNT.            *04430000
      ******************************************************************04440000
       8100-PRINT-CHANNEL.                                              04450000
           MOVE SPACES TO MKTEXTR-SUM-LABEL                             04460000
           STRING 'SELECTED - ' MKTEXTR-CHANNEL-NAME (MKTEXTR-CHAN)     04470000
               DELIMITED BY SIZE INTO MKTEXTR-SUM-LABEL                 04480000
           END-STRING                                                   04490000
           MOVE MKTEXTR-CHANNEL-COUNT (MKTEXTR-CHAN)                    04500000
               TO MKTEXTR-SUM-COUNT                                     04510000
           WRITE MKT-RPT-LINE FROM MKTEXTR-SUMMARY-LINE.                04520000
       8100-EXIT.                                                       04530000
           EXIT.                                                        04540000
                                                                        04550000
      ******************************************************************04560000
      *  9000-TERMINATE - CLOSE THE FILES AND END THE RUN.             *04570000
      ******************************************************************04580000
       9000-TERMINATE.                                                  04590000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              04600000
           MOVE MKTEXTR-SELECTED-COUNT TO RUNCTL-REQ-COUNT              04610000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           04620000
                                                                        04630000
           CLOSE MKTCONS-FILE                                           04640000
           CLOSE CUSTOMER-FILE                                          04650000
           CLOSE CONTACT-FILE                                           04660000
           CLOSE MKT-OUT                                                04670000
           CLOSE MKT-RPT.                                               04680000
       9000-EXIT.                                                       04690000
           EXIT.                                                        04700000
                                                                        04710000
       9999-EXIT.                                                       04720000
           STOP RUN.                                                    04730000
