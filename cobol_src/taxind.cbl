      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    TAXIND.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  TAXIND - TAX-RESIDENCY INDICIA SWEEP                          *00150000
      *                                                                *00160000
      *  FUNCTION : CHECKS EACH CUSTOMER'S TAX-RESIDENCY SELF-         *00170000
      *             CERTIFICATION (COPYBOOK TAXRES) AGAINST WHAT THE   *00180000
      *             BANK HOLDS ABOUT THE CUSTOMER :                    *00190000
      *                                                                *00200000
      *               A FOREIGN ADDRESS - THE POSTCODE IN THE          *00210000
      *               CUSTOMER'S ADDRESS IS NOT ON THE UK POSTCODE     *00220000
      *               MASTER (A BLANK POSTCODE IS NOT ON IT EITHER).   *00230000
      *                                                                *00240000
      *               A FOREIGN PHONE - THE CONTACT NUMBER CARRIES AN  *00250000
      *               INTERNATIONAL DIALLING CODE ('+' OR '00') OTHER  *00260000
      *               THAN THE UK'S 44.  A US CODE (1) IS HELD         *00270000
      *               SEPARATELY FOR FATCA.                            *00280000
      *                                                                *00290000
      *             EITHER OF THE FIRST TWO CONFLICTS WITH A           *00300000
      *             DECLARATION OF GB ONLY; A US DIALLING CODE         *00310000
      *             CONFLICTS WITH ANY DECLARATION THAT DOES NOT       *00320000
      *             INCLUDE US.  THE INDICIA AND THE OUTCOME ARE       *00330000
      *             STAMPED ON THE DECLARATION FOR CRSRTN.  A          *00340000
      *             CUSTOMER WITH NO DECLARATION IS COUNTED, AND       *00350000
      *             LISTED WHEN THERE ARE FOREIGN INDICIA.             *00360000
      *                                                                *00370000
      *  FILES    : CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00380000
      *             CONTFILE - VSAM KSDS - CUSTOMER CONTACTS (INPUT)   *00390000
      *             PCODE    - VSAM KSDS - UK POSTCODE MASTER (INPUT)  *00400000
      *             TAXRES   - VSAM KSDS - TAX-RESIDENCY SELF-CERTS    *00410000
      *                                    (I-O)                       *00420000
      *             TAXRPT   - INDICIA REPORT AND CONTROL TOTALS       *00430000
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
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00540000
                  ORGANIZATION IS INDEXED                               00550000
                  ACCESS MODE IS SEQUENTIAL                             00560000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       00570000
                  FILE STATUS IS TAXIND-CUSTOMER-STATUS.                00580000
                                                                        00590000
           SELECT CONTACT-FILE    ASSIGN TO CONTFILE                    00600000
                  ORGANIZATION IS INDEXED                               00610000
                  ACCESS MODE IS RANDOM                                 00620000
                  RECORD KEY IS CUSTCONT-KEY OF CONTACT-FILE-REC        00630000
                  FILE STATUS IS TAXIND-CONTACT-STATUS.                 00640000
                                                                        00650000
           SELECT PCODE-FILE      ASSIGN TO PCODE                       00660000
                  ORGANIZATION IS INDEXED                               00670000
                  ACCESS MODE IS RANDOM                                 00680000
                  RECORD KEY IS PCODE-KEY OF PCODE-FILE-REC             00690000
                  FILE STATUS IS TAXIND-PCODE-STATUS.                   00700000
                                                                        00710000
           SELECT TAXRES-FILE     ASSIGN TO TAXRES                      00720000
                  ORGANIZATION IS INDEXED                               00730000
                  ACCESS MODE IS RANDOM                                 00740000
                  RECORD KEY IS TAXRES-KEY OF TAXRES-FILE-REC           00750000
                  FILE STATUS IS TAXIND-TAXRES-STATUS.                  00760000
                                                                        00770000
           SELECT TAX-RPT         ASSIGN TO TAXRPT                      00780000
                  ORGANIZATION IS LINE SEQUENTIAL                       00790000
                  FILE STATUS IS TAXIND-RPT-STATUS.                     00800000
                                                                        00810000
       DATA DIVISION.                                                   00820000
       FILE SECTION.                                                    00830000
       FD  CUSTOMER-FILE                                                00840000
           RECORDING MODE IS F.                                         00850000
       01  CUSTOMER-FILE-REC.                                           00860000
           COPY CUSTOMER.                                               00870000
                                                                        00880000
       FD  CONTACT-FILE                                                 00890000
           RECORDING MODE IS F.                                         00900000
       01  CONTACT-FILE-REC.                                            00910000
           COPY CUSTCONT.                                               00920000
                                                                        00930000
       FD  PCODE-FILE                                                   00940000
           RECORDING MODE IS F.                                         00950000
       01  PCODE-FILE-REC.                                              00960000
           COPY PCODE.                                                  00970000
                                                                        00980000
       FD  TAXRES-FILE                                                  00990000
           RECORDING MODE IS F.                                         01000000
       01  TAXRES-FILE-REC.                                             01010000
           COPY TAXRES.                                                 01020000
                                                                        01030000
       FD  TAX-RPT                                                      01040000
           RECORDING MODE IS F.                                         01050000
       01  TAX-RPT-LINE                   PIC X(100).                   01060000
                                                                        01070000
       WORKING-STORAGE SECTION.                                         01080000
       01  TAXIND-WORK-AREA.                                            01090000
           05  TAXIND-CUSTOMER-STATUS      PIC XX.                      01100000
           05  TAXIND-CONTACT-STATUS       PIC XX.                      01110000
           05  TAXIND-PCODE-STATUS         PIC XX.                      01120000
           05  TAXIND-TAXRES-STATUS        PIC XX.                      01130000
           05  TAXIND-RPT-STATUS           PIC XX.                      01140000
           05  TAXIND-CUST-EOF-SWITCH      PIC X     VALUE 'N'.         01150000
               88  TAXIND-CUST-AT-EOF            VALUE 'Y'.             01160000
           05  TAXIND-ADDRESS-SWITCH       PIC X     VALUE 'N'.         01170000
               88  TAXIND-FOREIGN-ADDRESS        VALUE 'Y'.             01180000
           05  TAXIND-PHONE-SWITCH         PIC X     VALUE 'N'.         01190000
               88  TAXIND-FOREIGN-PHONE          VALUE 'Y'.             01200000
           05  TAXIND-US-SWITCH            PIC X     VALUE 'N'.         01210000
               88  TAXIND-US-PHONE               VALUE 'Y'.             01220000
           05  TAXIND-OLD-STATUS           PIC X     VALUE SPACE.       01230000
           05  TAXIND-PHONE                PIC X(20) VALUE SPACES.      01240000
           05  TAXIND-COUNTRY-SUB          PIC S9(4) COMP VALUE ZERO.   01250000
           05  TAXIND-CURRENT-DATE         PIC 9(8)  VALUE ZERO.        01260000
           05  TAXIND-CUST-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01270000
           05  TAXIND-CERT-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01280000
           05  TAXIND-NO-CERT-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01290000
           05  TAXIND-UNCERT-IND-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01300000
           05  TAXIND-ADDRESS-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01310000
           05  TAXIND-PHONE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01320000
           05  TAXIND-US-COUNT             PIC 9(9)  COMP-3 VALUE ZERO. 01330000
           05  TAXIND-CLEAR-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01340000
           05  TAXIND-CONFLICT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01350000
           05  TAXIND-NEW-CONFLICT-COUNT   PIC 9(9)  COMP-3 VALUE ZERO. 01360000
                                                                        01370000
       01  TAXIND-DETAIL-LINE.                                          01380000
           05  TAXIND-DTL-SORTCODE         PIC 9(6).                    01390000
           05  FILLER                      PIC X(1)  VALUE '-'.         01400000
           05  TAXIND-DTL-CUSTOMER         PIC 9(10).                   01410000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01420000
           05  TAXIND-DTL-EVENT            PIC X(22).                   01430000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01440000
           05  TAXIND-DTL-COUNTRIES.                                    01450000
               10  TAXIND-DTL-COUNTRY      PIC X(3)  OCCURS 5 TIMES.    01460000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01470000
           05  TAXIND-DTL-ADDRESS          PIC X(4).                    01480000
           05  TAXIND-DTL-PHONE            PIC X(4).                    01490000
           05  TAXIND-DTL-US               PIC X(4).                    01500000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01510000
           05  TAXIND-DTL-POSTCODE         PIC X(8).                    01520000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01530000
           05  TAXIND-DTL-PHONE-NO         PIC X(16).                   01540000
                                                                        01550000
       01  TAXIND-TITLE-LINE.                                           01560000
           05  FILLER                      PIC X(36) VALUE              01570000
               'TAX-RESIDENCY INDICIA EXCEPTIONS - '.                   01580000
           05  TAXIND-TTL-DATE             PIC 9(8).                    01590000
           05  FILLER                      PIC X(56) VALUE SPACES.      01600000
                                                                        01610000
       01  TAXIND-HEADING-1.                                            01620000
           05  FILLER                      PIC X(19) VALUE              01630000
               'CUSTOMER'.                                              01640000
           05  FILLER                      PIC X(24) VALUE              01650000
               'EXCEPTION'.                                             01660000
           05  FILLER                      PIC X(17) VALUE              01670000
               'DECLARED'.                                              01680000
           05  FILLER                      PIC X(14) VALUE              01690000
               'ADDR TEL US '.                                          01700000
           05  FILLER                      PIC X(10) VALUE              01710000
               'POSTCODE'.                                              01720000
           05  FILLER                      PIC X(16) VALUE              01730000
               'PHONE'.                                                 01740000
                                                                        01750000
       01  TAXIND-SUMMARY-LINE.                                         01760000
           05  TAXIND-SUM-LABEL            PIC X(30).                   01770000
           05  TAXIND-SUM-COUNT            PIC Z(8)9.                   01780000
           05  FILLER                      PIC X(61) VALUE SPACES.      01790000
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
           PERFORM 2000-CHECK-ONE-CUSTOMER THRU 2000-EXIT               01930000
               UNTIL TAXIND-CUST-AT-EOF                                 01940000
                                                                        01950000
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT             01960000
                                                                        01970000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01980000
                                                                        01990000
           GO TO 9999-EXIT.                                             02000000
                                                                        02010000
      ******************************************************************02020000
      *  1000-INITIALIZE - OPEN THE FILES AND TAKE THE BUSINESS DATE.  *02030000
      ******************************************************************02040000
       1000-INITIALIZE.                                                 02050000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02060000
           MOVE 'TAXIND' TO RUNCTL-REQ-JOB                              02070000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02080000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02090000
           IF RUNCTL-HELD                                               02100000
               DISPLAY 'TAXIND - HELD - PREDECESSOR NOT COMPLETE'       02110000
               STOP RUN                                                 02120000
           END-IF                                                       02130000
                                                                        02140000
           OPEN INPUT  CUSTOMER-FILE                                    02150000
           OPEN INPUT  CONTACT-FILE                                     02160000
           OPEN INPUT  PCODE-FILE                                       02170000
           OPEN I-O    TAXRES-FILE                                      02180000
           OPEN OUTPUT TAX-RPT                                          02190000
                                                                        02200000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02210000
           MOVE BUSDATE-REQ-CURRENT TO TAXIND-CURRENT-DATE              02220000
                                                                        02230000
           MOVE TAXIND-CURRENT-DATE TO TAXIND-TTL-DATE                  02240000
           WRITE TAX-RPT-LINE FROM TAXIND-TITLE-LINE                    02250000
           MOVE SPACES TO TAX-RPT-LINE                                  02260000
           WRITE TAX-RPT-LINE                                           02270000
           WRITE TAX-RPT-LINE FROM TAXIND-HEADING-1.                    02280000
       1000-EXIT.                                                       02290000
           EXIT.                                                        02300000
                                                                        02310000
      ******************************************************************02320000
      *  2000-CHECK-ONE-CUSTOMER - GATHER THE CUSTOMER'S INDICIA AND   *02330000
      *  SET THEM AGAINST THE DECLARATION.                             *02340000
      ******************************************************************02350000
       2000-CHECK-ONE-CUSTOMER.                                         02360000
           READ CUSTOMER-FILE NEXT                                      02370000
               AT END                                                   02380000
                   SET TAXIND-CUST-AT-EOF TO TRUE                       02390000
                   GO TO 2000-EXIT                                      02400000
           END-READ                                                     02410000
                                                                        02420000
           ADD 1 TO TAXIND-CUST-COUNT                                   02430000
                                                                        02440000
           PERFORM 2100-CHECK-ADDRESS THRU 2100-EXIT                    02450000
           PERFORM 2200-CHECK-PHONE THRU 2200-EXIT                      02460000
                                                                        02470000
           MOVE CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                  02480000
               TO TAXRES-SORTCODE OF TAXRES-FILE-REC                    02490000
           MOVE CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                    02500000
               TO TAXRES-CUSTOMER OF TAXRES-FILE-REC                    02510000
                                                                        02520000
           READ TAXRES-FILE                                             02530000
               KEY IS TAXRES-KEY OF TAXRES-FILE-REC                     02540000
           END-READ                                                     02550000
                                                                        02560000
           IF TAXIND-TAXRES-STATUS = '23'                               02570000
               PERFORM 2300-NO-DECLARATION THRU 2300-EXIT               02580000
               GO TO 2000-EXIT                                          02590000
           END-IF                                                       02600000
                                                                        02610000
           IF TAXIND-TAXRES-STATUS NOT = '00'                           02620000
               DISPLAY 'TAXIND - TAXRES READ ERROR '                    02630000
                       TAXIND-TAXRES-STATUS                             02640000
               GO TO 2000-EXIT                                          02650000
           END-IF                                                       02660000
                                                                        02670000
           ADD 1 TO TAXIND-CERT-COUNT                                   02680000
           PERFORM 2400-SET-INDICIA THRU 2400-EXIT.                     02690000
       2000-EXIT.                                                       02700000
           EXIT.                                                        02710000
                                                                        02720000
      ******************************************************************02730000
      *  2100-CHECK-ADDRESS - A POSTCODE NOT ON THE UK MASTER IS A     *02740000
      *  FOREIGN ADDRESS.                                              *02750000
      ******************************************************************02760000
       2100-CHECK-ADDRESS.                                              02770000
           MOVE 'N' TO TAXIND-ADDRESS-SWITCH                            02780000
                                                                        02790000
           MOVE CUSTOMER-POSTCODE OF CUSTOMER-FILE-REC                  02800000
               TO PCODE-POSTCODE OF PCODE-FILE-REC                      02810000
                                                                        02820000
           READ PCODE-FILE                                              02830000
               KEY IS PCODE-KEY OF PCODE-FILE-REC                       02840000
           END-READ                                                     02850000
                                                                        02860000
           IF TAXIND-PCODE-STATUS NOT = '00'                            02870000
               SET TAXIND-FOREIGN-ADDRESS TO TRUE                       02880000
               ADD 1 TO TAXIND-ADDRESS-COUNT                            02890000
           END-IF.                                                      02900000
       2100-EXIT.                                                       02910000
           EXIT.                                                        02920000
                                                                        02930000
      ******************************************************************02940000
      *  2200-CHECK-PHONE - AN INTERNATIONAL DIALLING CODE OTHER THAN  *02950000
      *  44 IS A FOREIGN PHONE; CODE 1 IS ALSO A US PHONE.             *02960000
      ******************************************************************02970000
       2200-CHECK-PHONE.                                                02980000
           MOVE 'N' TO TAXIND-PHONE-SWITCH                              02990000
           MOVE 'N' TO TAXIND-US-SWITCH                                 03000000
           MOVE SPACES TO TAXIND-PHONE                                  03010000
                                                                        03020000
           MOVE CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                  03030000
               TO CUSTCONT-SORTCODE OF CONTACT-FILE-REC                 03040000
           MOVE CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                    03050000
               TO CUSTCONT-NUMBER OF CONTACT-FILE-REC                   03060000
                                                                        03070000
           READ CONTACT-FILE                                            03080000
               KEY IS CUSTCONT-KEY OF CONTACT-FILE-REC                  03090000
           END-READ                                                     03100000
                                                                        03110000
           IF TAXIND-CONTACT-STATUS NOT = '00'                          03120000
               GO TO 2200-EXIT                                          03130000
           END-IF                                                       03140000
                                                                        03150000
           MOVE CUSTCONT-PHONE OF CONTACT-FILE-REC TO TAXIND-PHONE      03160000
                                                                        03170000
           IF TAXIND-PHONE (1:1) = '+'                                  03180000
               IF TAXIND-PHONE (2:2) NOT = '44'                         03190000
                   SET TAXIND-FOREIGN-PHONE TO TRUE                     03200000
               END-IF                                                   03210000
               IF TAXIND-PHONE (2:1) = '1'                              03220000
                   SET TAXIND-US-PHONE TO TRUE                          03230000
               END-IF                                                   03240000
           END-IF                                                       03250000
                                                                        03260000
           IF TAXIND-PHONE (1:2) = '00'                                 03270000
               IF TAXIND-PHONE (3:2) NOT = '44'                         03280000
                   SET TAXIND-FOREIGN-PHONE TO TRUE                     03290000
               END-IF                                                   03300000
               IF TAXIND-PHONE (3:1) = '1'                              03310000
                   SET TAXIND-US-PHONE TO TRUE                          03320000
               END-IF                                                   03330000
           END-IF                                                       03340000
                                                                        03350000
           IF TAXIND-FOREIGN-PHONE                                      03360000
               ADD 1 TO TAXIND-PHONE-COUNT                              03370000
           END-IF                                                       03380000
           IF TAXIND-US-PHONE                                           03390000
               ADD 1 TO TAXIND-US-COUNT                                 03400000
           END-IF.                                                      03410000
       2200-EXIT.                                                       03420000
           EXIT.                                                        03430000
                                                                        03440000
      ******************************************************************03450000
      *  2300-NO-DECLARATION - NOTHING TO STAMP.  LIST THE CUSTOMER    *03460000
      *  ONLY WHEN THERE IS SOMETHING FOREIGN TO FOLLOW UP.            *03470000
      ******************************************************************03480000
       2300-NO-DECLARATION.                                             03490000
           ADD 1 TO TAXIND-NO-CERT-COUNT                                03500000
                                                                        03510000
           IF TAXIND-FOREIGN-ADDRESS OR TAXIND-FOREIGN-PHONE            03520000
               ADD 1 TO TAXIND-UNCERT-IND-COUNT                         03530000
               MOVE SPACES TO TAXRES-FILE-REC                           03540000
               MOVE ZERO TO TAXRES-COUNTRY-COUNT OF TAXRES-FILE-REC     03550000
               MOVE 'NO SELF-CERTIFICATION'                             03560000
                   TO TAXIND-DTL-EVENT                                  03570000
               PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT              03580000
           END-IF.                                                      03590000
       2300-EXIT.                                                       03600000
           EXIT.                                                        03610000
                                                                        03620000
      ******************************************************************03630000
      *  2400-SET-INDICIA - STAMP THE INDICIA AND THE OUTCOME ON THE   *03640000
      *  DECLARATION, AND LIST A CONFLICT.                             *03650000
      ******************************************************************03660000
       2400-SET-INDICIA.                                                03670000
           MOVE TAXRES-INDICIA-STATUS OF TAXRES-FILE-REC                03680000
               TO TAXIND-OLD-STATUS                                     03690000
                                                                        03700000
           MOVE TAXIND-ADDRESS-SWITCH                                   03710000
               TO TAXRES-IND-ADDRESS-FLAG OF TAXRES-FILE-REC            03720000
           MOVE TAXIND-PHONE-SWITCH                                     03730000
               TO TAXRES-IND-PHONE-FLAG OF TAXRES-FILE-REC              03740000
           MOVE TAXIND-US-SWITCH                                        03750000
               TO TAXRES-IND-US-FLAG OF TAXRES-FILE-REC                 03760000
           MOVE TAXIND-CURRENT-DATE                                     03770000
               TO TAXRES-INDICIA-DATE OF TAXRES-FILE-REC                03780000
           SET TAXRES-INDICIA-CLEAR OF TAXRES-FILE-REC TO TRUE          03790000
                                                                        03800000
           IF (TAXIND-FOREIGN-ADDRESS OR TAXIND-FOREIGN-PHONE)          03810000
              AND NOT TAXRES-REPORTABLE OF TAXRES-FILE-REC              03820000
               SET TAXRES-INDICIA-CONFLICT OF TAXRES-FILE-REC TO TRUE   03830000
           END-IF                                                       03840000
                                                                        03850000
           IF TAXIND-US-PHONE                                           03860000
              AND NOT TAXRES-US-PERSON OF TAXRES-FILE-REC               03870000
               SET TAXRES-INDICIA-CONFLICT OF TAXRES-FILE-REC TO TRUE   03880000
           END-IF                                                       03890000
                                                                        03900000
           REWRITE TAXRES-FILE-REC                                      03910000
           IF TAXIND-TAXRES-STATUS NOT = '00'                           03920000
               DISPLAY 'TAXIND - TAXRES REWRITE ERROR '                 03930000
                       TAXIND-TAXRES-STATUS                             03940000
               GO TO 2400-EXIT                                          03950000
           END-IF                                                       03960000
                                                                        03970000
           IF TAXRES-INDICIA-CLEAR OF TAXRES-FILE-REC                   03980000
               ADD 1 TO TAXIND-CLEAR-COUNT                              03990000
               GO TO 2400-EXIT                                          04000000
           END-IF                                                       04010000
                                                                        04020000
           ADD 1 TO TAXIND-CONFLICT-COUNT                               04030000
           IF TAXIND-OLD-STATUS = 'X'                                   04040000
               MOVE 'CONFLICT OUTSTANDING' TO TAXIND-DTL-EVENT          04050000
           ELSE                                                         04060000
               ADD 1 TO TAXIND-NEW-CONFLICT-COUNT                       04070000
               MOVE 'NEW CONFLICT' TO TAXIND-DTL-EVENT                  04080000
           END-IF                                                       04090000
           PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT.                 04100000
       2400-EXIT.                                                       04110000
           EXIT.                                                        04120000
                                                                        04130000
      ******************************************************************04140000
      *  2600-PRINT-EXCEPTION - ONE LINE : THE DECLARED COUNTRIES,     *04150000
      *  WHICH INDICIA WERE FOUND, THE POSTCODE AND THE PHONE.         *04160000
      ******************************************************************04170000
       2600-PRINT-EXCEPTION.                                            04180000
           MOVE CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                  04190000
               TO TAXIND-DTL-SORTCODE                                   04200000
           MOVE CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                    04210000
               TO TAXIND-DTL-CUSTOMER                                   04220000
           MOVE SPACES TO TAXIND-DTL-COUNTRIES                          04230000
                                                                        04240000
           PERFORM 2650-LIST-ONE-COUNTRY THRU 2650-EXIT                 04250000
               VARYING TAXIND-COUNTRY-SUB FROM 1 BY 1                   04260000
               UNTIL TAXIND-COUNTRY-SUB >                               04270000
                     TAXRES-COUNTRY-COUNT OF TAXRES-FILE-REC            04280000
                                                                        04290000
           MOVE SPACES TO TAXIND-DTL-ADDRESS                            04300000
           MOVE SPACES TO TAXIND-DTL-PHONE                              04310000
           MOVE SPACES TO TAXIND-DTL-US                                 04320000
           IF TAXIND-FOREIGN-ADDRESS                                    04330000
               MOVE ' Y' TO TAXIND-DTL-ADDRESS                          04340000
           END-IF                                                       04350000
           IF TAXIND-FOREIGN-PHONE                                      04360000
               MOVE ' Y' TO TAXIND-DTL-PHONE                            04370000
           END-IF                                                       04380000
           IF TAXIND-US-PHONE                                           04390000
               MOVE ' Y' TO TAXIND-DTL-US                               04400000
           END-IF                                                       04410000
                                                                        04420000
           MOVE CUSTOMER-POSTCODE OF CUSTOMER-FILE-REC                  04430000
               TO TAXIND-DTL-POSTCODE                                   04440000
           MOVE TAXIND-PHONE TO TAXIND-DTL-PHONE-NO                     04450000
                                                                        04460000
           WRITE TAX-RPT-LINE FROM TAXIND-DETAIL-LINE.                  04470000
       2600-EXIT.                                                       04480000
           EXIT.                                                        04490000
                                                                        04500000
      ******************************************************************04510000
      *  2650-LIST-ONE-COUNTRY - ONE DECLARED COUNTRY ONTO THE LINE.   *04520000
      ******************************************************************04530000
       2650-LIST-ONE-COUNTRY.                                           04540000
           MOVE TAXRES-COUNTRY OF TAXRES-FILE-REC (TAXIND-COUNTRY-SUB)  04550000
               TO TAXIND-DTL-COUNTRY (TAXIND-COUNTRY-SUB).              04560000
       2650-EXIT.                                                       04570000
           EXIT.                                                        04580000
                                                                        04590000
      ******************************************************************04600000
      *  8000-PRINT-CONTROL-TOTALS                                     *04610000
      ******************************************************************04620000
       8000-PRINT-CONTROL-TOTALS.                                       04630000
           MOVE SPACES TO TAX-RPT-LINE                                  04640000
           WRITE TAX-RPT-LINE                                           04650000
                                                                        04660000
           MOVE 'CUSTOMERS READ              :' TO TAXIND-SUM-LABEL     04670000
           MOVE TAXIND-CUST-COUNT TO TAXIND-SUM-COUNT                   04680000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04690000
                                                                        04700000
           MOVE 'FOREIGN ADDRESSES           :' TO TAXIND-SUM-LABEL     04710000
           MOVE TAXIND-ADDRESS-COUNT TO TAXIND-SUM-COUNT                04720000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04730000
                                                                        04740000
           MOVE 'FOREIGN PHONE NUMBERS       :' TO TAXIND-SUM-LABEL     04750000
           MOVE TAXIND-PHONE-COUNT TO TAXIND-SUM-COUNT                  04760000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04770000
                                                                        04780000
           MOVE '  OF WHICH US               :' TO TAXIND-SUM-LABEL     04790000
           MOVE TAXIND-US-COUNT TO TAXIND-SUM-COUNT                     04800000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04810000
                                                                        04820000
           MOVE 'SELF-CERTIFIED              :' TO TAXIND-SUM-LABEL     04830000
           MOVE TAXIND-CERT-COUNT TO TAXIND-SUM-COUNT                   04840000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04850000
                                                                        04860000
           MOVE '  INDICIA CLEAR             :' TO TAXIND-SUM-LABEL     04870000
           MOVE TAXIND-CLEAR-COUNT TO TAXIND-SUM-COUNT                  04880000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04890000
                                                                        04900000
           MOVE '  IN CONFLICT               :' TO TAXIND-SUM-LABEL     04910000
           MOVE TAXIND-CONFLICT-COUNT TO TAXIND-SUM-COUNT               04920000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04930000
                                                                        04940000
           MOVE '    NEW THIS RUN            :' TO TAXIND-SUM-LABEL     04950000
           MOVE TAXIND-NEW-CONFLICT-COUNT TO TAXIND-SUM-COUNT           04960000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  04970000
                                                                        04980000
           MOVE 'NOT SELF-CERTIFIED          :' TO TAXIND-SUM-LABEL     04990000
           MOVE TAXIND-NO-CERT-COUNT TO TAXIND-SUM-COUNT                05000000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE                  05010000
                                                                        05020000
           MOVE '  WITH FOREIGN INDICIA      :' TO TAXIND-SUM-LABEL     05030000
           MOVE TAXIND-UNCERT-IND-COUNT TO TAXIND-SUM-COUNT             05040000
           WRITE TAX-RPT-LINE FROM TAXIND-SUMMARY-LINE.                 05050000
       8000-EXIT.                                                       05060000
           EXIT.                                                        05070000
                                                                        05080000
      ******************************************************************05090000
      *  9000-TERMINATE - CLOSE THE FILES.                             *05100000
      ******************************************************************05110000
       9000-TERMINATE.                                                  05120000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05130000
           MOVE TAXIND-CUST-COUNT TO RUNCTL-REQ-COUNT                   05140000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05150000
                                                                        05160000
           CLOSE CUSTOMER-FILE                                          05170000
           CLOSE CONTACT-FILE                                           05180000
           CLOSE PCODE-FILE                                             05190000
           CLOSE TAXRES-FILE                                            05200000
           CLOSE TAX-RPT.                                               05210000
       9000-EXIT.                                                       05220000
           EXIT.                                                        05230000
                                                                        05240000
       9999-EXIT.                                                       05250000
           STOP RUN.                                                    05260000
