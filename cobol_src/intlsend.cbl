      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    INTLSEND.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  INTLSEND - SEND THE DAY'S INTERNATIONAL PAYMENTS              *00150000
      *                                                                *00160000
      *  FUNCTION : READS THE INTERNATIONAL PAYMENT REGISTER AND, FOR  *00170000
      *             EVERY PAYMENT INTLPAY HAS CAPTURED AND DEBITED     *00180000
      *             BUT NOT YET SENT, WRITES A SWIFT MT103-STYLE       *00190000
      *             CUSTOMER TRANSFER MESSAGE TO THE OUTBOUND MESSAGE  *00200000
      *             FILE :                                             *00210000
      *                                                                *00220000
      *               :20:  OUR PAYMENT REFERENCE                      *00230000
      *               :23B: CRED                                       *00240000
      *               :32A: VALUE DATE, CURRENCY AND AMOUNT SENT       *00250000
      *               :33B: CURRENCY AND AMOUNT INSTRUCTED             *00260000
      *               :50K: ORDERING ACCOUNT AND CUSTOMER NAME         *00270000
      *               :57A: BENEFICIARY'S BANK (BIC)                   *00280000
      *               :59:  BENEFICIARY IBAN AND NAME                  *00290000
      *               :70:  REMITTANCE INFORMATION                     *00300000
      *               :71A: CHARGE OPTION (OUR/SHA/BEN)                *00310000
      *                                                                *00320000
      *             EACH PAYMENT SENT GETS A SENT ROW ON THE PAYMENT   *00330000
      *             STATUS FILE UNDER ITS REFERENCE, CARRYING THE      *00340000
      *             AMOUNT DEBITED FOR THE PAYMENT IN THE ACCOUNT'S    *00350000
      *             CURRENCY, SO PAYACK SETTLES OR RETURNS IT LIKE ANY *00360000
      *             OTHER OUTBOUND PAYMENT, AND IS MARKED SENT ON THE  *00370000
      *             REGISTER.  A SENT REPORT LISTS EVERY MESSAGE CUT.  *00380000
      *                                                                *00390000
      *  FILES    : INTLREG  - VSAM KSDS - INTERNATIONAL PAYMENTS (I-O)*00400000
      *             SWIFTOUT - OUTBOUND PAYMENT MESSAGES (OUTPUT)      *00410000
      *             PAYSTAT  - VSAM KSDS - PAYMENT STATUS (I-O)        *00420000
      *             INTLRPT  - SENT REPORT (OUTPUT)                    *00430000
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
           SELECT INTLREG-FILE    ASSIGN TO INTLREG                     00540000
                  ORGANIZATION IS INDEXED                               00550000
                  ACCESS MODE IS SEQUENTIAL                             00560000
                  RECORD KEY IS INTLREG-KEY OF INTLREG-FILE-REC         00570000
                  FILE STATUS IS INTLSEND-INTLREG-STATUS.               00580000
                                                                        00590000
           SELECT SWIFT-FILE      ASSIGN TO SWIFTOUT                    00600000
                  ORGANIZATION IS LINE SEQUENTIAL                       00610000
                  FILE STATUS IS INTLSEND-SWIFT-STATUS.                 00620000
                                                                        00630000
           SELECT PAYSTAT-FILE    ASSIGN TO PAYSTAT                     00640000
                  ORGANIZATION IS INDEXED                               00650000
                  ACCESS MODE IS RANDOM                                 00660000
                  RECORD KEY IS PAYSTAT-KEY OF PAYSTAT-FILE-REC         00670000
                  FILE STATUS IS INTLSEND-PAYSTAT-STATUS.               00680000
                                                                        00690000
           SELECT INTL-RPT        ASSIGN TO INTLRPT                     00700000
                  ORGANIZATION IS LINE SEQUENTIAL                       00710000
                  FILE STATUS IS INTLSEND-RPT-STATUS.                   00720000
                                                                        00730000
       DATA DIVISION.                                                   00740000
       FILE SECTION.                                                    00750000
       FD  INTLREG-FILE                                                 00760000
           RECORDING MODE IS F.                                         00770000
       01  INTLREG-FILE-REC.                                            00780000
           COPY INTLREG.                                                00790000
                                                                        00800000
       FD  SWIFT-FILE                                                   00810000
           RECORDING MODE IS F.                                         00820000
       01  SWIFT-LINE                      PIC X(80).                   00830000
                                                                        00840000
       FD  PAYSTAT-FILE                                                 00850000
           RECORDING MODE IS F.                                         00860000
       01  PAYSTAT-FILE-REC.                                            00870000
           COPY PAYSTAT.                                                00880000
                                                                        00890000
       FD  INTL-RPT                                                     00900000
           RECORDING MODE IS F.                                         00910000
       01  INTL-RPT-LINE                   PIC X(80).                   00920000
                                                                        00930000
       WORKING-STORAGE SECTION.                                         00940000
       01  INTLSEND-WORK-AREA.                                          00950000
           05  INTLSEND-INTLREG-STATUS     PIC XX.                      00960000
           05  INTLSEND-SWIFT-STATUS       PIC XX.                      00970000
           05  INTLSEND-PAYSTAT-STATUS     PIC XX.                      00980000
           05  INTLSEND-RPT-STATUS         PIC XX.                      00990000
           05  INTLSEND-EOF-SWITCH         PIC X     VALUE 'N'.         01000000
               88  INTLSEND-AT-EOF               VALUE 'Y'.             01010000
           05  INTLSEND-READ-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01020000
           05  INTLSEND-SENT-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01030000
           05  INTLSEND-DEBIT-TOTAL        PIC 9(13)V99 COMP-3          01040000
                                                     VALUE ZERO.        01050000
           05  INTLSEND-CURRENT-DATE       PIC 9(8).                    01060000
           05  INTLSEND-VALUE-DATE         PIC 9(6).                    01070000
           05  INTLSEND-RECEIVER           PIC X(12) VALUE SPACES.      01080000
      *   OUR OWN LOGICAL TERMINAL ADDRESS AS SENDER OF EVERY MESSAGE. *01090000
           05  INTLSEND-SENDER             PIC X(12) VALUE              01100000
               'CBSAGB2LAXXX'.                                          01110000
           05  INTLSEND-FMT-AMOUNT         PIC S9(10)V99 VALUE ZERO.    01120000
           05  INTLSEND-FMT-EDITED         PIC Z(9)9.99.                01130000
           05  INTLSEND-FMT-TEXT           PIC X(13) VALUE SPACES.      01140000
           05  INTLSEND-FMT-LEADING        PIC 9(4)  COMP VALUE ZERO.   01150000
           05  INTLSEND-SENT-TEXT          PIC X(13) VALUE SPACES.      01160000
                                                                        01170000
       01  INTLSEND-TITLE-LINE.                                         01180000
           05  FILLER                      PIC X(40) VALUE              01190000
               'INTERNATIONAL PAYMENTS SENT'.                           01200000
           05  FILLER                      PIC X(10) VALUE              01210000
               'RUN DATE: '.                                            01220000
           05  INTLSEND-TTL-DATE           PIC 9(8).                    01230000
           05  FILLER                      PIC X(22) VALUE SPACES.      01240000
                                                                        01250000
       01  INTLSEND-HEADING-LINE.                                       01260000
           05  FILLER                      PIC X(21) VALUE              01270000
               'REFERENCE'.                                             01280000
           05  FILLER                      PIC X(17) VALUE              01290000
               'ACCOUNT'.                                               01300000
           05  FILLER                      PIC X(5)  VALUE              01310000
               'CCY'.                                                   01320000
           05  FILLER                      PIC X(17) VALUE              01330000
               '  AMOUNT SENT'.                                         01340000
           05  FILLER                      PIC X(20) VALUE              01350000
               'BIC'.                                                   01360000
                                                                        01370000
       01  INTLSEND-DETAIL-LINE.                                        01380000
           05  INTLSEND-DTL-REFERENCE      PIC X(20).                   01390000
           05  FILLER                      PIC X(1)  VALUE SPACES.      01400000
           05  INTLSEND-DTL-SORTCODE       PIC 9(6).                    01410000
           05  FILLER                      PIC X(1)  VALUE '-'.         01420000
           05  INTLSEND-DTL-ACCOUNT        PIC 9(8).                    01430000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01440000
           05  INTLSEND-DTL-CURRENCY       PIC X(3).                    01450000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01460000
           05  INTLSEND-DTL-AMOUNT         PIC Z(9)9.99.                01470000
           05  FILLER                      PIC X(4)  VALUE SPACES.      01480000
           05  INTLSEND-DTL-BIC            PIC X(11).                   01490000
           05  FILLER                      PIC X(9)  VALUE SPACES.      01500000
                                                                        01510000
       01  INTLSEND-SUMMARY-LINE-1.                                     01520000
           05  FILLER                      PIC X(20) VALUE              01530000
               'PAYMENTS SENT     : '.                                  01540000
           05  INTLSEND-SUM-SENT           PIC Z(8)9.                   01550000
           05  FILLER                      PIC X(51) VALUE SPACES.      01560000
                                                                        01570000
       01  INTLSEND-SUMMARY-LINE-2.                                     01580000
           05  FILLER                      PIC X(20) VALUE              01590000
               'VALUE DEBITED     : '.                                  01600000
           05  INTLSEND-SUM-DEBITED        PIC Z(12)9.99.               01610000
           05  FILLER                      PIC X(44) VALUE SPACES.      01620000
                                                                        01630000
       01  RUNCTL-REQUEST-AREA.                                         01640000
           COPY RUNCTLQ.                                                01650000
                                                                        01660000
       01  BUSDATE-REQUEST-AREA.                                        01670000
           COPY BUSDATEQ.                                               01680000
                                                                        01690000
      ******************************************************************01700000
       PROCEDURE DIVISION.                                              01710000
      ******************************************************************01720000
       0000-MAINLINE.                                                   01730000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01740000
                                                                        01750000
           PERFORM 2000-PROCESS-REGISTER THRU 2000-EXIT                 01760000
              UNTIL INTLSEND-AT-EOF                                     01770000
                                                                        01780000
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT                    01790000
                                                                        01800000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01810000
                                                                        01820000
           GO TO 9999-EXIT.                                             01830000
                                                                        01840000
      ******************************************************************01850000
      *  1000-INITIALIZE - REGISTER THE RUN, OPEN THE FILES, TAKE THE  *01860000
      *  BUSINESS DATE AND HEAD THE REPORT.                            *01870000
      ******************************************************************01880000
       1000-INITIALIZE.                                                 01890000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01900000
           MOVE 'INTLSEND' TO RUNCTL-REQ-JOB                            01910000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01920000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01930000
           IF RUNCTL-HELD                                               01940000
               DISPLAY 'INTLSEND - HELD - PREDECESSOR NOT COMPLETE'     01950000
               STOP RUN                                                 01960000
           END-IF                                                       01970000
                                                                        01980000
           OPEN I-O    INTLREG-FILE                                     01990000
           OPEN OUTPUT SWIFT-FILE                                       02000000
           OPEN I-O    PAYSTAT-FILE                                     02010000
           OPEN OUTPUT INTL-RPT                                         02020000
                                                                        02030000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02040000
           MOVE BUSDATE-REQ-CURRENT TO INTLSEND-CURRENT-DATE            02050000
           MOVE INTLSEND-CURRENT-DATE(3:6) TO INTLSEND-VALUE-DATE       02060000
                                                                        02070000
           MOVE INTLSEND-CURRENT-DATE TO INTLSEND-TTL-DATE              02080000
           WRITE INTL-RPT-LINE FROM INTLSEND-TITLE-LINE                 02090000
           MOVE SPACES TO INTL-RPT-LINE                                 02100000
           WRITE INTL-RPT-LINE                                          02110000
           WRITE INTL-RPT-LINE FROM INTLSEND-HEADING-LINE.              02120000
       1000-EXIT.                                                       02130000
           EXIT.                                                        02140000
                                                                        02150000
      ******************************************************************02160000
      *  2000-PROCESS-REGISTER - READ THE NEXT REGISTER ROW AND SEND   *02170000
      *  IT IF IT IS STILL PENDING.                                    *02180000
      ******************************************************************02190000
       2000-PROCESS-REGISTER.                                           02200000
           READ INTLREG-FILE NEXT RECORD                                02210000
               AT END                                                   02220000
                   SET INTLSEND-AT-EOF TO TRUE                          02230000
                   GO TO 2000-EXIT                                      02240000
           END-READ                                                     02250000
                                                                        02260000
           ADD 1 TO INTLSEND-READ-COUNT                                 02270000
                                                                        02280000
           IF NOT INTLREG-PENDING OF INTLREG-FILE-REC                   02290000
               GO TO 2000-EXIT                                          02300000
           END-IF                                                       02310000
                                                                        02320000
           PERFORM 2100-WRITE-MESSAGE THRU 2100-EXIT                    02330000
           PERFORM 2200-WRITE-PAYSTAT THRU 2200-EXIT                    02340000
           PERFORM 2300-MARK-SENT THRU 2300-EXIT                        02350000
           PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT                     02360000
                                                                        02370000
           ADD 1 TO INTLSEND-SENT-COUNT                                 02380000
           ADD INTLREG-DEBIT-AMOUNT OF INTLREG-FILE-REC                 02390000
               TO INTLSEND-DEBIT-TOTAL.                                 02400000
       2000-EXIT.                                                       02410000
           EXIT.                                                        02420000
                                                                        02430000
      ******************************************************************02440000
      *  2100-WRITE-MESSAGE - ONE MT103-STYLE MESSAGE, ADDRESSED TO    *02450000
      *  THE BENEFICIARY'S BANK.  AN EIGHT-CHARACTER BIC IS PADDED     *02460000
      *  TO A TERMINAL ADDRESS WITH XXXX, AN ELEVEN-CHARACTER ONE      *02470000
      *  HAS ITS BRANCH CODE MOVED BEHIND THE TERMINAL CODE.           *02480000
      ******************************************************************02490000
       2100-WRITE-MESSAGE.                                              02500000
           MOVE SPACES TO INTLSEND-RECEIVER                             02510000
           IF INTLREG-BENEF-BIC OF INTLREG-FILE-REC (9:3) = SPACES      02520000
               STRING INTLREG-BENEF-BIC OF INTLREG-FILE-REC (1:8)       02530000
                      'XXXX'                                            02540000
                   DELIMITED BY SIZE                                    02550000
                   INTO INTLSEND-RECEIVER                               02560000
               END-STRING                                               02570000
           ELSE                                                         02580000
               STRING INTLREG-BENEF-BIC OF INTLREG-FILE-REC (1:8)       02590000
                      'X'                                               02600000
                      INTLREG-BENEF-BIC OF INTLREG-FILE-REC (9:3)       02610000
                   DELIMITED BY SIZE                                    02620000
                   INTO INTLSEND-RECEIVER                               02630000
               END-STRING                                               02640000
           END-IF                                                       02650000
                                                                        02660000
           MOVE INTLREG-SENT-AMOUNT OF INTLREG-FILE-REC                 02670000
               TO INTLSEND-FMT-AMOUNT                                   02680000
           PERFORM 2150-FORMAT-AMOUNT THRU 2150-EXIT                    02690000
           MOVE INTLSEND-FMT-TEXT TO INTLSEND-SENT-TEXT                 02700000
                                                                        02710000
           MOVE SPACES TO SWIFT-LINE                                    02720000
           STRING '{1:F01' INTLSEND-SENDER '0000000000}'                02730000
                  '{2:I103' INTLSEND-RECEIVER 'N}{4:'                   02740000
               DELIMITED BY SIZE                                        02750000
               INTO SWIFT-LINE                                          02760000
           END-STRING                                                   02770000
           WRITE SWIFT-LINE                                             02780000
                                                                        02790000
           MOVE SPACES TO SWIFT-LINE                                    02800000
           STRING ':20:' INTLREG-REFERENCE OF INTLREG-FILE-REC          02810000
               DELIMITED BY SIZE                                        02820000
               INTO SWIFT-LINE                                          02830000
           END-STRING                                                   02840000
           WRITE SWIFT-LINE                                             02850000
                                                                        02860000
           MOVE ':23B:CRED' TO SWIFT-LINE                               02870000
           WRITE SWIFT-LINE                                             02880000
                                                                        02890000
           MOVE SPACES TO SWIFT-LINE                                    02900000
           STRING ':32A:' INTLSEND-VALUE-DATE                           02910000
                  INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC              02920000
                  INTLSEND-SENT-TEXT                                    02930000
               DELIMITED BY SIZE                                        02940000
               INTO SWIFT-LINE                                          02950000
           END-STRING                                                   02960000
           WRITE SWIFT-LINE                                             02970000
                                                                        02980000
           MOVE INTLREG-PAY-AMOUNT OF INTLREG-FILE-REC                  02990000
               TO INTLSEND-FMT-AMOUNT                                   03000000
           PERFORM 2150-FORMAT-AMOUNT THRU 2150-EXIT                    03010000
           MOVE SPACES TO SWIFT-LINE                                    03020000
           STRING ':33B:'                                               03030000
                  INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC              03040000
                  INTLSEND-FMT-TEXT                                     03050000
               DELIMITED BY SIZE                                        03060000
               INTO SWIFT-LINE                                          03070000
           END-STRING                                                   03080000
           WRITE SWIFT-LINE                                             03090000
                                                                        03100000
           MOVE SPACES TO SWIFT-LINE                                    03110000
           STRING ':50K:/' INTLREG-SORTCODE OF INTLREG-FILE-REC         03120000
                  INTLREG-ACCOUNT OF INTLREG-FILE-REC                   03130000
               DELIMITED BY SIZE                                        03140000
               INTO SWIFT-LINE                                          03150000
           END-STRING                                                   03160000
           WRITE SWIFT-LINE                                             03170000
           MOVE INTLREG-ORDERING-NAME OF INTLREG-FILE-REC               03180000
               TO SWIFT-LINE                                            03190000
           WRITE SWIFT-LINE                                             03200000
                                                                        03210000
           MOVE SPACES TO SWIFT-LINE                                    03220000
           STRING ':57A:' INTLREG-BENEF-BIC OF INTLREG-FILE-REC         03230000
               DELIMITED BY SIZE                                        03240000
               INTO SWIFT-LINE                                          03250000
           END-STRING                                                   03260000
           WRITE SWIFT-LINE                                             03270000
                                                                        03280000
           MOVE SPACES TO SWIFT-LINE                                    03290000
           STRING ':59:/' INTLREG-BENEF-IBAN OF INTLREG-FILE-REC        03300000
               DELIMITED BY SIZE                                        03310000
               INTO SWIFT-LINE                                          03320000
           END-STRING                                                   03330000
           WRITE SWIFT-LINE                                             03340000
           MOVE INTLREG-BENEF-NAME OF INTLREG-FILE-REC TO SWIFT-LINE    03350000
           WRITE SWIFT-LINE                                             03360000
                                                                        03370000
           IF INTLREG-REMIT-INFO OF INTLREG-FILE-REC NOT = SPACES       03380000
               MOVE SPACES TO SWIFT-LINE                                03390000
               STRING ':70:' INTLREG-REMIT-INFO OF INTLREG-FILE-REC     03400000
                   DELIMITED BY SIZE                                    03410000
                   INTO SWIFT-LINE                                      03420000
               END-STRING                                               03430000
               WRITE SWIFT-LINE                                         03440000
           END-IF                                                       03450000
                                                                        03460000
           MOVE SPACES TO SWIFT-LINE                                    03470000
           STRING ':71A:' INTLREG-CHARGE-OPTION OF INTLREG-FILE-REC     03480000
               DELIMITED BY SIZE                                        03490000
               INTO SWIFT-LINE                                          03500000
           END-STRING                                                   03510000
           WRITE SWIFT-LINE                                             03520000
                                                                        03530000
           MOVE '-}' TO SWIFT-LINE                                      03540000
           WRITE SWIFT-LINE.                                            03550000
       2100-EXIT.                                                       03560000
           EXIT.                                                        03570000
                                                                        03580000
      ******************************************************************03590000
      *  2150-FORMAT-AMOUNT - AN AMOUNT IN MESSAGE FORM : NO LEADING   *03600000
      *  SPACES OR ZEROS AND A COMMA FOR THE DECIMAL POINT.            *03610000
      ******************************************************************03620000
       2150-FORMAT-AMOUNT.                                              03630000
           MOVE INTLSEND-FMT-AMOUNT TO INTLSEND-FMT-EDITED              03640000
           INSPECT INTLSEND-FMT-EDITED REPLACING ALL '.' BY ','         03650000
           MOVE ZERO TO INTLSEND-FMT-LEADING                            03660000
           INSPECT INTLSEND-FMT-EDITED                                  03670000
               TALLYING INTLSEND-FMT-LEADING FOR LEADING SPACE          03680000
           MOVE SPACES TO INTLSEND-FMT-TEXT                             03690000
           MOVE INTLSEND-FMT-EDITED(INTLSEND-FMT-LEADING + 1:)          03700000
               TO INTLSEND-FMT-TEXT.                                    03710000
       2150-EXIT.                                                       03720000
           EXIT.                                                        03730000
                                                                        03740000
      ******************************************************************03750000
      *  2200-WRITE-PAYSTAT - RECORD THE PAYMENT AS SENT TODAY SO      *03760000
      *  PAYACK CAN SETTLE OR RETURN IT.  THE AMOUNT IS WHAT THE       *03770000
      *  PAYMENT TOOK FROM THE ACCOUNT, IN THE ACCOUNT'S CURRENCY;     *03780000
      *  THERE IS NO BENEFICIARY SORT CODE OR ACCOUNT.                 *03790000
      ******************************************************************03800000
       2200-WRITE-PAYSTAT.                                              03810000
           MOVE 'PSTA' TO PAYSTAT-EYECATCHER OF PAYSTAT-FILE-REC        03820000
           MOVE INTLREG-REFERENCE OF INTLREG-FILE-REC                   03830000
               TO PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC                 03840000
           MOVE INTLSEND-CURRENT-DATE                                   03850000
               TO PAYSTAT-SENT-DATE OF PAYSTAT-FILE-REC                 03860000
           MOVE INTLREG-SORTCODE OF INTLREG-FILE-REC                    03870000
               TO PAYSTAT-ORIG-SORTCODE OF PAYSTAT-FILE-REC             03880000
           MOVE INTLREG-ACCOUNT OF INTLREG-FILE-REC                     03890000
               TO PAYSTAT-ORIG-ACCOUNT OF PAYSTAT-FILE-REC              03900000
           MOVE ZERO TO PAYSTAT-BENEF-SORTCODE OF PAYSTAT-FILE-REC      03910000
           MOVE ZERO TO PAYSTAT-BENEF-ACCOUNT OF PAYSTAT-FILE-REC       03920000
           MOVE INTLREG-DEBIT-AMOUNT OF INTLREG-FILE-REC                03930000
               TO PAYSTAT-AMOUNT OF PAYSTAT-FILE-REC                    03940000
           SET PAYSTAT-SENT OF PAYSTAT-FILE-REC TO TRUE                 03950000
           MOVE INTLSEND-CURRENT-DATE                                   03960000
               TO PAYSTAT-STATUS-DATE OF PAYSTAT-FILE-REC               03970000
           MOVE SPACES TO PAYSTAT-RETURN-REASON OF PAYSTAT-FILE-REC     03980000
           MOVE SPACE  TO PAYSTAT-RECREDIT-FLAG OF PAYSTAT-FILE-REC     03990000
                                                                        04000000
           WRITE PAYSTAT-FILE-REC                                       04010000
               INVALID KEY                                              04020000
                   DISPLAY 'INTLSEND - CRITICAL - PAYSTAT WRITE '       04030000
                       'FAILED FOR '                                    04040000
                       INTLREG-REFERENCE OF INTLREG-FILE-REC            04050000
           END-WRITE.                                                   04060000
       2200-EXIT.                                                       04070000
           EXIT.                                                        04080000
                                                                        04090000
      ******************************************************************04100000
      *  2300-MARK-SENT - THE PAYMENT IS NOT PICKED UP AGAIN BY A      *04110000
      *  LATER RUN.                                                    *04120000
      ******************************************************************04130000
       2300-MARK-SENT.                                                  04140000
           SET INTLREG-SENT OF INTLREG-FILE-REC TO TRUE                 04150000
           MOVE INTLSEND-CURRENT-DATE                                   04160000
               TO INTLREG-STATUS-DATE OF INTLREG-FILE-REC               04170000
                                                                        04180000
           REWRITE INTLREG-FILE-REC                                     04190000
               INVALID KEY                                              04200000
                   DISPLAY 'INTLSEND - CRITICAL - INTLREG REWRITE '     04210000
                       'FAILED FOR '                                    04220000
                       INTLREG-REFERENCE OF INTLREG-FILE-REC            04230000
           END-REWRITE.                                                 04240000
       2300-EXIT.                                                       04250000
           EXIT.                                                        04260000
                                                                        04270000
      ******************************************************************04280000
      *  2400-PRINT-DETAIL - ONE REPORT LINE PER MESSAGE SENT.         *04290000
      ******************************************************************04300000
       2400-PRINT-DETAIL.                                               04310000
           MOVE INTLREG-REFERENCE OF INTLREG-FILE-REC                   04320000
               TO INTLSEND-DTL-REFERENCE                                04330000
           MOVE INTLREG-SORTCODE OF INTLREG-FILE-REC                    04340000
               TO INTLSEND-DTL-SORTCODE                                 04350000
           MOVE INTLREG-ACCOUNT OF INTLREG-FILE-REC                     04360000
               TO INTLSEND-DTL-ACCOUNT                                  04370000
           MOVE INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC                04380000
               TO INTLSEND-DTL-CURRENCY                                 04390000
           MOVE INTLREG-SENT-AMOUNT OF INTLREG-FILE-REC                 04400000
               TO INTLSEND-DTL-AMOUNT                                   04410000
           MOVE INTLREG-BENEF-BIC OF INTLREG-FILE-REC                   04420000
               TO INTLSEND-DTL-BIC                                      04430000
           WRITE INTL-RPT-LINE FROM INTLSEND-DETAIL-LINE.               04440000
       2400-EXIT.                                                       04450000
           EXIT.                                                        04460000
                                                                        04470000
      ******************************************************************04480000
      *  5000-PRINT-SUMMARY - WRITE THE COUNT OF MESSAGES SENT AND     *04490000
      *  THE VALUE THEY TOOK FROM CUSTOMER ACCOUNTS.                   *04500000
      ******************************************************************04510000
       5000-PRINT-SUMMARY.                                              04520000
           MOVE SPACES TO INTL-RPT-LINE                                 04530000
           WRITE INTL-RPT-LINE                                          04540000
                                                                        04550000
           MOVE INTLSEND-SENT-COUNT TO INTLSEND-SUM-SENT                04560000
           WRITE INTL-RPT-LINE FROM INTLSEND-SUMMARY-LINE-1             04570000
                                                                        04580000
           MOVE INTLSEND-DEBIT-TOTAL TO INTLSEND-SUM-DEBITED            04590000
           WRITE INTL-RPT-LINE FROM INTLSEND-SUMMARY-LINE-2.            04600000
       5000-EXIT.                                                       04610000
           EXIT.                                                        04620000
                                                                        04630000
      ******************************************************************04640000
      *  9000-TERMINATE - REPORT THE END OF THE RUN AND CLOSE THE      *04650000
      *  FILES.                                                        *04660000
      ******************************************************************04670000
       9000-TERMINATE.                                                  04680000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              04690000
           MOVE INTLSEND-SENT-COUNT TO RUNCTL-REQ-COUNT                 04700000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           04710000
                                                                        04720000
           CLOSE INTLREG-FILE                                           04730000
           CLOSE SWIFT-FILE                                             04740000
           CLOSE PAYSTAT-FILE                                           04750000
           CLOSE INTL-RPT.                                              04760000
       9000-EXIT.                                                       04770000
           EXIT.                                                        04780000
                                                                        04790000
       9999-EXIT.                                                       04800000
           STOP RUN.                                                    04810000
