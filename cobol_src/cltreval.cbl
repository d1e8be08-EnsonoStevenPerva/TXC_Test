      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CLTREVAL.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CLTREVAL - QUARTERLY COLLATERAL REVALUATION AND LOAN-TO-VALUE *00150000
      *             REVIEW                                             *00160000
      *                                                                *00170000
      *  FUNCTION : RUN AT EACH QUARTER END.  TWO PASSES :             *00180000
      *                                                                *00190000
      *               1 - EVERY ITEM ON THE COLLATERAL REGISTER        *00200000
      *                   (COPYBOOK CLTREG) NOT RELEASED IS REVALUED.  *00210000
      *                   A PROPERTY IS ITS LAST SURVEY VALUE MOVED    *00220000
      *                   BY ITS REGION'S PRICE INDEX (COPYBOOK        *00230000
      *                   CLTINDX) - THE LATEST INDEX OVER THE INDEX   *00240000
      *                   FOR THE SURVEY MONTH.  A CASH DEPOSIT IS     *00250000
      *                   THE PLEDGED TERM DEPOSIT'S PRINCIPAL NOW     *00260000
      *                   (COPYBOOK TERMDEP), OR NOTHING IF THE        *00270000
      *                   DEPOSIT IS NO LONGER HELD.  ANY OTHER ASSET  *00280000
      *                   KEEPS ITS SURVEY VALUE.  A PROPERTY WHOSE    *00290000
      *                   REGION HAS NO INDEX FOR EITHER MONTH KEEPS   *00300000
      *                   ITS VALUATION AND IS LISTED.                 *00310000
      *               2 - EVERY LOAN AND ARRANGED OVERDRAFT WITH       *00320000
      *                   COLLATERAL LINKED (COPYBOOK CLTLINK) IS      *00330000
      *                   REVIEWED : THE EXPOSURE - A LOAN'S           *00340000
      *                   OUTSTANDING BALANCE, AN OVERDRAFT'S LIMIT -  *00350000
      *                   OVER THE VALUE OF ALL ITS UNRELEASED         *00360000
      *                   COLLATERAL IS THE LOAN-TO-VALUE.  A FACILITY *00370000
      *                   IS LISTED WHEN ITS LOAN-TO-VALUE IS OVER THE *00380000
      *                   LIMIT (SYSTEM PARAMETER CLTREVAL /           *00390000
      *                   MAX-LTV-PCT, DEFAULT 80) OR ANY OF ITS       *00400000
      *                   COLLATERAL WAS LAST SURVEYED LONGER AGO THAN *00410000
      *                   THE STALE LIMIT (CLTREVAL / STALE-MONTHS,    *00420000
      *                   DEFAULT 36).  A CASH DEPOSIT IS NEVER STALE. *00430000
      *                                                                *00440000
      *             AN ITEM SECURING SEVERAL FACILITIES COUNTS IN FULL *00450000
      *             AGAINST EACH OF THEM.  A SETTLED OR WRITTEN-OFF    *00460000
      *             LOAN OR AN EXPIRED OVERDRAFT STILL LINKED IS       *00470000
      *             COUNTED AND LEFT FOR CLTMNT TO UNLINK.             *00480000
      *                                                                *00490000
      *  FILES    : CLTREG   - VSAM KSDS - COLLATERAL REGISTER (I-O)   *00500000
      *             CLTINDX  - VSAM KSDS - PROPERTY PRICE INDEX        *00510000
      *                        (INPUT)                                 *00520000
      *             CLTLINK  - VSAM KSDS - COLLATERAL LINKS (INPUT)    *00530000
      *             TERMDEP  - VSAM KSDS - TERM DEPOSIT MASTER (INPUT) *00540000
      *             LOANFILE - VSAM KSDS - LOAN MASTER (INPUT)         *00550000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (INPUT) *00560000
      *             CLTRPT   - COLLATERAL REVIEW REPORT (OUTPUT)       *00570000
      *                                                                *00580000
      *  CHANGE HISTORY                                                *00590000
      *  ----------------------------------------------------------    *00600000
      *  DATE        BY    DESCRIPTION                                 *00610000
      *  2026-10-15  BAG   INITIAL VERSION                             *00620000
      *                                                                *00630000
      ******************************************************************00640000
       ENVIRONMENT DIVISION.                                            00650000
       INPUT-OUTPUT SECTION.                                            00660000
       FILE-CONTROL.                                                    00670000
           SELECT CLTREG-FILE     ASSIGN TO CLTREG                      00680000
                  ORGANIZATION IS INDEXED                               00690000
                  ACCESS MODE IS DYNAMIC                                00700000
                  RECORD KEY IS CLTREG-KEY OF CLTREG-FILE-REC           00710000
                  FILE STATUS IS CLTREVAL-REG-STATUS.                   00720000
                                                                        00730000
           SELECT CLTINDX-FILE    ASSIGN TO CLTINDX                     00740000
                  ORGANIZATION IS INDEXED                               00750000
                  ACCESS MODE IS SEQUENTIAL                             00760000
                  RECORD KEY IS CLTINDX-KEY OF CLTINDX-FILE-REC         00770000
                  FILE STATUS IS CLTREVAL-INDX-STATUS.                  00780000
                                                                        00790000
           SELECT CLTLINK-FILE    ASSIGN TO CLTLINK                     00800000
                  ORGANIZATION IS INDEXED                               00810000
                  ACCESS MODE IS SEQUENTIAL                             00820000
                  RECORD KEY IS CLTLINK-KEY OF CLTLINK-FILE-REC         00830000
                  FILE STATUS IS CLTREVAL-LINK-STATUS.                  00840000
                                                                        00850000
           SELECT TERMDEP-FILE    ASSIGN TO TERMDEP                     00860000
                  ORGANIZATION IS INDEXED                               00870000
                  ACCESS MODE IS RANDOM                                 00880000
                  RECORD KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC         00890000
                  FILE STATUS IS CLTREVAL-TERMDEP-STATUS.               00900000
                                                                        00910000
           SELECT LOAN-FILE       ASSIGN TO LOANFILE                    00920000
                  ORGANIZATION IS INDEXED                               00930000
                  ACCESS MODE IS RANDOM                                 00940000
                  RECORD KEY IS LOAN-KEY OF LOAN-FILE-REC               00950000
                  FILE STATUS IS CLTREVAL-LOAN-STATUS.                  00960000
                                                                        00970000
           SELECT ODFAC-FILE      ASSIGN TO ODFACIL                     00980000
                  ORGANIZATION IS INDEXED                               00990000
                  ACCESS MODE IS RANDOM                                 01000000
                  RECORD KEY IS ODFACIL-KEY OF ODFAC-FILE-REC           01010000
                  FILE STATUS IS CLTREVAL-ODFAC-STATUS.                 01020000
                                                                        01030000
           SELECT CLTREVAL-RPT    ASSIGN TO CLTRPT                      01040000
                  ORGANIZATION IS LINE SEQUENTIAL                       01050000
                  FILE STATUS IS CLTREVAL-RPT-STATUS.                   01060000
                                                                        01070000
       DATA DIVISION.                                                   01080000
       FILE SECTION.                                                    01090000
       FD  CLTREG-FILE                                                  01100000
           RECORDING MODE IS F.                                         01110000
       01  CLTREG-FILE-REC.                                             01120000
           COPY CLTREG.                                                 01130000
                                                                        01140000
       FD  CLTINDX-FILE                                                 01150000
           RECORDING MODE IS F.                                         01160000
       01  CLTINDX-FILE-REC.                                            01170000
           COPY CLTINDX.                                                01180000
                                                                        01190000
       FD  CLTLINK-FILE                                                 01200000
           RECORDING MODE IS F.                                         01210000
       01  CLTLINK-FILE-REC.                                            01220000
           COPY CLTLINK.                                                01230000
                                                                        01240000
       FD  TERMDEP-FILE                                                 01250000
           RECORDING MODE IS F.                                         01260000
       01  TERMDEP-FILE-REC.                                            01270000
           COPY TERMDEP.                                                01280000
                                                                        01290000
       FD  LOAN-FILE                                                    01300000
           RECORDING MODE IS F.                                         01310000
       01  LOAN-FILE-REC.                                               01320000
           COPY LOAN.                                                   01330000
                                                                        01340000
       FD  ODFAC-FILE                                                   01350000
           RECORDING MODE IS F.                                         01360000
       01  ODFAC-FILE-REC.                                              01370000
           COPY ODFACIL.                                                01380000
                                                                        01390000
       FD  CLTREVAL-RPT                                                 01400000
           RECORDING MODE IS F.                                         01410000
       01  CLTREVAL-RPT-LINE              PIC X(80).                    01420000
                                                                        01430000
       WORKING-STORAGE SECTION.                                         01440000
       01  CLTREVAL-WORK-AREA.                                          01450000
           05  CLTREVAL-REG-STATUS         PIC XX.                      01460000
           05  CLTREVAL-INDX-STATUS        PIC XX.                      01470000
           05  CLTREVAL-LINK-STATUS        PIC XX.                      01480000
           05  CLTREVAL-TERMDEP-STATUS     PIC XX.                      01490000
           05  CLTREVAL-LOAN-STATUS        PIC XX.                      01500000
           05  CLTREVAL-ODFAC-STATUS       PIC XX.                      01510000
           05  CLTREVAL-RPT-STATUS         PIC XX.                      01520000
           05  CLTREVAL-REG-EOF-SWITCH     PIC X     VALUE 'N'.         01530000
               88  CLTREVAL-REG-AT-EOF           VALUE 'Y'.             01540000
           05  CLTREVAL-INDX-EOF-SWITCH    PIC X     VALUE 'N'.         01550000
               88  CLTREVAL-INDX-AT-EOF          VALUE 'Y'.             01560000
           05  CLTREVAL-LINK-EOF-SWITCH    PIC X     VALUE 'N'.         01570000
               88  CLTREVAL-LINK-AT-EOF          VALUE 'Y'.             01580000
           05  CLTREVAL-STALE-SWITCH       PIC X     VALUE 'N'.         01590000
               88  CLTREVAL-FAC-STALE            VALUE 'Y'.             01600000
           05  CLTREVAL-LIVE-SWITCH        PIC X     VALUE 'N'.         01610000
               88  CLTREVAL-FAC-LIVE             VALUE 'Y'.             01620000
           05  CLTREVAL-CURRENT-DATE       PIC 9(8)  VALUE ZERO.        01630000
           05  CLTREVAL-CURRENT-GRP REDEFINES CLTREVAL-CURRENT-DATE.    01640000
               10  CLTREVAL-CURRENT-PERIOD PIC 9(6).                    01650000
               10  CLTREVAL-CURRENT-DD     PIC 99.                      01660000
           05  CLTREVAL-CURRENT-YMD REDEFINES CLTREVAL-CURRENT-DATE.    01670000
               10  CLTREVAL-CURRENT-YYYY   PIC 9999.                    01680000
               10  CLTREVAL-CURRENT-MM     PIC 99.                      01690000
               10  FILLER                  PIC 99.                      01700000
           05  CLTREVAL-STALE-CUTOFF       PIC 9(8)  VALUE ZERO.        01710000
           05  CLTREVAL-CUTOFF-GRP REDEFINES CLTREVAL-STALE-CUTOFF.     01720000
               10  CLTREVAL-CUTOFF-YYYY    PIC 9999.                    01730000
               10  CLTREVAL-CUTOFF-MM      PIC 99.                      01740000
               10  CLTREVAL-CUTOFF-DD      PIC 99.                      01750000
           05  CLTREVAL-MONTH-COUNT        PIC 9(7)  VALUE ZERO.        01760000
           05  CLTREVAL-MAX-LTV            PIC 9(3)V99 VALUE 80.00.     01770000
           05  CLTREVAL-LTV-SOURCE         PIC X(8)  VALUE 'DEFAULT '.  01780000
           05  CLTREVAL-STALE-MONTHS       PIC 9(3)  VALUE 36.          01790000
           05  CLTREVAL-STALE-SOURCE       PIC X(8)  VALUE 'DEFAULT '.  01800000
           05  CLTREVAL-FIND-REGION        PIC X(4)  VALUE SPACES.      01810000
           05  CLTREVAL-FIND-PERIOD        PIC 9(6)  VALUE ZERO.        01820000
           05  CLTREVAL-FOUND-SUB          PIC S9(4) COMP VALUE ZERO.   01830000
           05  CLTREVAL-INDX-SUB           PIC S9(4) COMP VALUE ZERO.   01840000
           05  CLTREVAL-BASE-INDEX         PIC 9(5)V99 VALUE ZERO.      01850000
           05  CLTREVAL-NOW-INDEX          PIC 9(5)V99 VALUE ZERO.      01860000
           05  CLTREVAL-FAC-KEY.                                        01870000
               10  CLTREVAL-FAC-TYPE       PIC X     VALUE SPACE.       01880000
               10  CLTREVAL-FAC-SORTCODE   PIC 9(6)  VALUE ZERO.        01890000
               10  CLTREVAL-FAC-NUMBER     PIC 9(8)  VALUE ZERO.        01900000
           05  CLTREVAL-FAC-SECURITY       PIC 9(12)V99 VALUE ZERO.     01910000
           05  CLTREVAL-FAC-ITEMS          PIC 9(3)  VALUE ZERO.        01920000
           05  CLTREVAL-EXPOSURE           PIC S9(10)V99 VALUE ZERO.    01930000
           05  CLTREVAL-LTV                PIC 9(3)V99 VALUE ZERO.      01940000
           05  CLTREVAL-ITEMS-READ         PIC 9(9)  COMP-3 VALUE ZERO. 01950000
           05  CLTREVAL-INDEXED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01960000
           05  CLTREVAL-DEPOSIT-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01970000
           05  CLTREVAL-NO-INDEX-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01980000
           05  CLTREVAL-NOT-HELD-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01990000
           05  CLTREVAL-FAC-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02000000
           05  CLTREVAL-OVER-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02010000
           05  CLTREVAL-STALE-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02020000
           05  CLTREVAL-CLOSED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02030000
                                                                        02040000
      *    THE PRICE INDEX, LOADED WHOLE FROM CLTINDX IN REGION AND    *02050000
      *    PERIOD ORDER.                                               *02060000
       01  CLTREVAL-INDEX-TABLE.                                        02070000
           05  CLTREVAL-INDX-COUNT         PIC S9(4) COMP VALUE ZERO.   02080000
           05  CLTREVAL-INDX-ENTRY OCCURS 2000 TIMES.                   02090000
               10  CLTREVAL-IX-REGION      PIC X(4).                    02100000
               10  CLTREVAL-IX-PERIOD      PIC 9(6).                    02110000
               10  CLTREVAL-IX-VALUE       PIC 9(5)V99.                 02120000
                                                                        02130000
       01  CLTREVAL-TITLE-LINE.                                         02140000
           05  FILLER                      PIC X(40) VALUE              02150000
               'COLLATERAL REVALUATION AND LTV REVIEW'.                 02160000
           05  FILLER                      PIC X(8)  VALUE              02170000
               'RUN ON '.                                               02180000
           05  CLTREVAL-TTL-DATE           PIC 9(8).                    02190000
           05  FILLER                      PIC X(24) VALUE SPACES.      02200000
                                                                        02210000
       01  CLTREVAL-SECTION-LINE.                                       02220000
           05  CLTREVAL-SEC-TEXT           PIC X(60).                   02230000
           05  FILLER                      PIC X(20) VALUE SPACES.      02240000
                                                                        02250000
       01  CLTREVAL-ITEM-HEADING.                                       02260000
           05  FILLER                      PIC X(17) VALUE              02270000
               'COLLATERAL'.                                            02280000
           05  FILLER                      PIC X(5)  VALUE              02290000
               'TYPE'.                                                  02300000
           05  FILLER                      PIC X(32) VALUE              02310000
               'DESCRIPTION'.                                           02320000
           05  FILLER                      PIC X(26) VALUE              02330000
               'NOTE'.                                                  02340000
                                                                        02350000
       01  CLTREVAL-ITEM-LINE.                                          02360000
           05  CLTREVAL-ITM-SORTCODE       PIC 9(6).                    02370000
           05  FILLER                      PIC X(1)  VALUE '-'.         02380000
           05  CLTREVAL-ITM-NUMBER         PIC 9(8).                    02390000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02400000
           05  CLTREVAL-ITM-TYPE           PIC X(1).                    02410000
           05  FILLER                      PIC X(4)  VALUE SPACES.      02420000
           05  CLTREVAL-ITM-DESC           PIC X(30).                   02430000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02440000
           05  CLTREVAL-ITM-NOTE           PIC X(24).                   02450000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02460000
                                                                        02470000
       01  CLTREVAL-FAC-HEADING.                                        02480000
           05  FILLER                      PIC X(21) VALUE              02490000
               'FACILITY'.                                              02500000
           05  FILLER                      PIC X(15) VALUE              02510000
               '     EXPOSURE'.                                         02520000
           05  FILLER                      PIC X(15) VALUE              02530000
               '     SECURITY'.                                         02540000
           05  FILLER                      PIC X(8)  VALUE              02550000
               '   LTV%'.                                               02560000
           05  FILLER                      PIC X(5)  VALUE              02570000
               'ITEMS'.                                                 02580000
           05  FILLER                      PIC X(16) VALUE              02590000
               ' REASON'.                                               02600000
                                                                        02610000
       01  CLTREVAL-FAC-LINE.                                           02620000
           05  CLTREVAL-DTL-TYPE           PIC X(4).                    02630000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02640000
           05  CLTREVAL-DTL-SORTCODE       PIC 9(6).                    02650000
           05  FILLER                      PIC X(1)  VALUE '-'.         02660000
           05  CLTREVAL-DTL-NUMBER         PIC 9(8).                    02670000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02680000
           05  CLTREVAL-DTL-EXPOSURE       PIC Z(9)9.99-.               02690000
           05  FILLER                      PIC X(1)  VALUE SPACE.       02700000
           05  CLTREVAL-DTL-SECURITY       PIC Z(9)9.99.                02710000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02720000
           05  CLTREVAL-DTL-LTV            PIC ZZ9.99.                  02730000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02740000
           05  CLTREVAL-DTL-ITEMS          PIC ZZ9.                     02750000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02760000
           05  CLTREVAL-DTL-REASON         PIC X(14).                   02770000
                                                                        02780000
       01  CLTREVAL-SUMMARY-LINE.                                       02790000
           05  CLTREVAL-SUM-LABEL          PIC X(20).                   02800000
           05  CLTREVAL-SUM-COUNT          PIC Z(8)9.                   02810000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02820000
           05  CLTREVAL-SUM-NOTE           PIC X(20) VALUE SPACES.      02830000
           05  FILLER                      PIC X(29) VALUE SPACES.      02840000
                                                                        02850000
       01  PARMGET-REQUEST-AREA.                                        02860000
           COPY PARMGETQ.                                               02870000
                                                                        02880000
       01  BUSDATE-REQUEST-AREA.                                        02890000
           COPY BUSDATEQ.                                               02900000
                                                                        02910000
      ******************************************************************02920000
       PROCEDURE DIVISION.                                              02930000
      ******************************************************************02940000
       0000-MAINLINE.                                                   02950000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02960000
                                                                        02970000
           PERFORM 2000-REVALUE-REGISTER THRU 2000-EXIT                 02980000
                                                                        02990000
           PERFORM 3000-REVIEW-FACILITIES THRU 3000-EXIT                03000000
                                                                        03010000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    03020000
                                                                        03030000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03040000
                                                                        03050000
           GO TO 9999-EXIT.                                             03060000
                                                                        03070000
      ******************************************************************03080000
      *  1000-INITIALIZE - OPEN THE FILES, TAKE THE LIMITS FROM THE    *03090000
      *  SYSTEM PARAMETERS, WORK OUT THE STALE-SURVEY CUT-OFF AND      *03100000
      *  LOAD THE PRICE INDEX.                                         *03110000
      ******************************************************************03120000
       1000-INITIALIZE.                                                 03130000
           OPEN I-O    CLTREG-FILE                                      03140000
           OPEN INPUT  CLTINDX-FILE                                     03150000
           OPEN INPUT  CLTLINK-FILE                                     03160000
           OPEN INPUT  TERMDEP-FILE                                     03170000
           OPEN INPUT  LOAN-FILE                                        03180000
           OPEN INPUT  ODFAC-FILE                                       03190000
           OPEN OUTPUT CLTREVAL-RPT                                     03200000
                                                                        03210000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03220000
           MOVE BUSDATE-REQ-CURRENT TO CLTREVAL-CURRENT-DATE            03230000
                                                                        03240000
           MOVE 'CLTREVAL' TO PARMGET-REQ-SUBSYSTEM                     03250000
           MOVE 'MAX-LTV-PCT' TO PARMGET-REQ-NAME                       03260000
           MOVE CLTREVAL-CURRENT-DATE TO PARMGET-REQ-AS-OF              03270000
           CALL 'PARMGET' USING PARMGET-REQUEST                         03280000
           IF PARMGET-REQ-FOUND                                         03290000
              AND PARMGET-REQ-NUMBER > ZERO                             03300000
              AND PARMGET-REQ-NUMBER < 1000                             03310000
               MOVE PARMGET-REQ-NUMBER TO CLTREVAL-MAX-LTV              03320000
               MOVE 'PARMFILE' TO CLTREVAL-LTV-SOURCE                   03330000
           END-IF                                                       03340000
                                                                        03350000
           MOVE 'CLTREVAL' TO PARMGET-REQ-SUBSYSTEM                     03360000
           MOVE 'STALE-MONTHS' TO PARMGET-REQ-NAME                      03370000
           MOVE CLTREVAL-CURRENT-DATE TO PARMGET-REQ-AS-OF              03380000
           CALL 'PARMGET' USING PARMGET-REQUEST                         03390000
           IF PARMGET-REQ-FOUND                                         03400000
              AND PARMGET-REQ-NUMBER > ZERO                             03410000
              AND PARMGET-REQ-NUMBER < 1000                             03420000
               MOVE PARMGET-REQ-NUMBER TO CLTREVAL-STALE-MONTHS         03430000
               MOVE 'PARMFILE' TO CLTREVAL-STALE-SOURCE                 03440000
           END-IF                                                       03450000
                                                                        03460000
      *    A SURVEY DATED BEFORE THE CUT-OFF - THE BUSINESS DATE LESS  *03470000
      *    THE STALE MONTHS - IS STALE.                                *03480000
           COMPUTE CLTREVAL-MONTH-COUNT =                               03490000
               CLTREVAL-CURRENT-YYYY * 12                               03500000
               + CLTREVAL-CURRENT-MM - 1                                03510000
               - CLTREVAL-STALE-MONTHS                                  03520000
           DIVIDE CLTREVAL-MONTH-COUNT BY 12                            03530000
               GIVING CLTREVAL-CUTOFF-YYYY                              03540000
               REMAINDER CLTREVAL-CUTOFF-MM                             03550000
           ADD 1 TO CLTREVAL-CUTOFF-MM                                  03560000
           MOVE CLTREVAL-CURRENT-DD TO CLTREVAL-CUTOFF-DD               03570000
                                                                        03580000
           PERFORM 1200-LOAD-INDEX THRU 1200-EXIT                       03590000
                                                                        03600000
           MOVE CLTREVAL-CURRENT-DATE TO CLTREVAL-TTL-DATE              03610000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-TITLE-LINE             03620000
           MOVE SPACES TO CLTREVAL-RPT-LINE                             03630000
           WRITE CLTREVAL-RPT-LINE.                                     03640000
       1000-EXIT.                                                       03650000
           EXIT.                                                        03660000
                                                                        03670000
      ******************************************************************03680000
      *  1200-LOAD-INDEX - LOAD THE PRICE INDEX INTO STORAGE.  AN      *03690000
      *  EMPTY INDEX IS NOT AN ERROR - NO PROPERTY CAN BE INDEXED, SO  *03700000
      *  EACH IS LISTED AND KEEPS ITS VALUATION.                       *03710000
      ******************************************************************03720000
       1200-LOAD-INDEX.                                                 03730000
           PERFORM 1250-READ-INDEX-NEXT THRU 1250-EXIT                  03740000
               UNTIL CLTREVAL-INDX-AT-EOF                               03750000
                                                                        03760000
           CLOSE CLTINDX-FILE.                                          03770000
       1200-EXIT.                                                       03780000
           EXIT.                                                        03790000
                                                                        03800000
      ******************************************************************03810000
      *  1250-READ-INDEX-NEXT - READ THE NEXT INDEX ROW INTO THE       *03820000
      *  TABLE.                                                        *03830000
      ******************************************************************03840000
       1250-READ-INDEX-NEXT.                                            03850000
           READ CLTINDX-FILE                                            03860000
               AT END                                                   03870000
                   SET CLTREVAL-INDX-AT-EOF TO TRUE                     03880000
                   GO TO 1250-EXIT                                      03890000
           END-READ                                                     03900000
                                                                        03910000
           IF CLTREVAL-INDX-COUNT = 2000                                03920000
               DISPLAY 'CLTREVAL - ERROR - MORE THAN 2000 INDEX ROWS'   03930000
               MOVE 16 TO RETURN-CODE                                   03940000
               STOP RUN                                                 03950000
           END-IF                                                       03960000
                                                                        03970000
           ADD 1 TO CLTREVAL-INDX-COUNT                                 03980000
           MOVE CLTINDX-REGION OF CLTINDX-FILE-REC                      03990000
               TO CLTREVAL-IX-REGION(CLTREVAL-INDX-COUNT)               04000000
           MOVE CLTINDX-PERIOD OF CLTINDX-FILE-REC                      04010000
               TO CLTREVAL-IX-PERIOD(CLTREVAL-INDX-COUNT)               04020000
           MOVE CLTINDX-VALUE OF CLTINDX-FILE-REC                       04030000
               TO CLTREVAL-IX-VALUE(CLTREVAL-INDX-COUNT).               04040000
       1250-EXIT.                                                       04050000
           EXIT.                                                        04060000
                                                                        04070000
      ******************************************************************04080000
      *  1300-FIND-INDEX - THE INDEX IN FORCE FOR THE REGION IN        *04090000
      *  MONTH CLTREVAL-FIND-PERIOD : THE LATEST PUBLISHED ON OR       *04100000
      *  BEFORE IT.  THE TABLE IS IN REGION AND PERIOD ORDER, SO THE   *04110000
      *  LAST MATCH IS THE ONE.  ZERO FOUND-SUB MEANS NONE.            *04120000
      ******************************************************************04130000
       1300-FIND-INDEX.                                                 04140000
           MOVE ZERO TO CLTREVAL-FOUND-SUB                              04150000
           PERFORM 1350-MATCH-INDEX THRU 1350-EXIT                      04160000
               VARYING CLTREVAL-INDX-SUB FROM 1 BY 1                    04170000
               UNTIL CLTREVAL-INDX-SUB > CLTREVAL-INDX-COUNT.           04180000
       1300-EXIT.                                                       04190000
           EXIT.                                                        04200000
                                                                        04210000
      ******************************************************************04220000
      *  1350-MATCH-INDEX - TEST ONE INDEX ROW.                        *04230000
      ******************************************************************04240000
       1350-MATCH-INDEX.                                                04250000
           IF CLTREVAL-IX-REGION(CLTREVAL-INDX-SUB)                     04260000
              = CLTREVAL-FIND-REGION                                    04270000
              AND CLTREVAL-IX-PERIOD(CLTREVAL-INDX-SUB)                 04280000
                  NOT > CLTREVAL-FIND-PERIOD                            04290000
               MOVE CLTREVAL-INDX-SUB TO CLTREVAL-FOUND-SUB             04300000
           END-IF.                                                      04310000
       1350-EXIT.                                                       04320000
           EXIT.                                                        04330000
                                                                        04340000
      ******************************************************************04350000
      *  2000-REVALUE-REGISTER - PASS 1.  REVALUE EVERY ITEM NOT       *04360000
      *  RELEASED.                                                     *04370000
      ******************************************************************04380000
       2000-REVALUE-REGISTER.                                           04390000
           MOVE 'ITEMS NOT REVALUED' TO CLTREVAL-SEC-TEXT               04400000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SECTION-LINE           04410000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-ITEM-HEADING           04420000
                                                                        04430000
           MOVE ZERO TO CLTREG-SORTCODE OF CLTREG-FILE-REC              04440000
           MOVE ZERO TO CLTREG-NUMBER OF CLTREG-FILE-REC                04450000
           START CLTREG-FILE KEY IS NOT LESS                            04460000
                 THAN CLTREG-KEY OF CLTREG-FILE-REC                     04470000
               INVALID KEY                                              04480000
                   SET CLTREVAL-REG-AT-EOF TO TRUE                      04490000
           END-START                                                    04500000
                                                                        04510000
           PERFORM 2100-REVALUE-ONE THRU 2100-EXIT                      04520000
               UNTIL CLTREVAL-REG-AT-EOF.                               04530000
       2000-EXIT.                                                       04540000
           EXIT.                                                        04550000
                                                                        04560000
      ******************************************************************04570000
      *  2100-REVALUE-ONE - READ THE NEXT ITEM AND REVALUE IT BY ITS   *04580000
      *  TYPE.                                                         *04590000
      ******************************************************************04600000
       2100-REVALUE-ONE.                                                04610000
           READ CLTREG-FILE NEXT RECORD                                 04620000
               AT END                                                   04630000
                   SET CLTREVAL-REG-AT-EOF TO TRUE                      04640000
                   GO TO 2100-EXIT                                      04650000
           END-READ                                                     04660000
                                                                        04670000
           ADD 1 TO CLTREVAL-ITEMS-READ                                 04680000
                                                                        04690000
           IF CLTREG-CHARGE-RELEASED OF CLTREG-FILE-REC                 04700000
               GO TO 2100-EXIT                                          04710000
           END-IF                                                       04720000
                                                                        04730000
           EVALUATE TRUE                                                04740000
               WHEN CLTREG-PROPERTY OF CLTREG-FILE-REC                  04750000
                   PERFORM 2200-INDEX-PROPERTY THRU 2200-EXIT           04760000
               WHEN CLTREG-CASH-DEPOSIT OF CLTREG-FILE-REC              04770000
                   PERFORM 2300-VALUE-DEPOSIT THRU 2300-EXIT            04780000
               WHEN OTHER                                               04790000
                   GO TO 2100-EXIT                                      04800000
           END-EVALUATE                                                 04810000
                                                                        04820000
           REWRITE CLTREG-FILE-REC                                      04830000
               INVALID KEY                                              04840000
                   DISPLAY 'CLTREVAL - CRITICAL - CLTREG REWRITE '      04850000
                       'FAILED FOR ' CLTREG-NUMBER OF CLTREG-FILE-REC   04860000
           END-REWRITE.                                                 04870000
       2100-EXIT.                                                       04880000
           EXIT.                                                        04890000
                                                                        04900000
      ******************************************************************04910000
      *  2200-INDEX-PROPERTY - SURVEY VALUE * INDEX NOW / INDEX AT     *04920000
      *  SURVEY.  WITHOUT BOTH INDICES THE VALUATION STANDS.           *04930000
      ******************************************************************04940000
       2200-INDEX-PROPERTY.                                             04950000
           MOVE CLTREG-REGION OF CLTREG-FILE-REC TO CLTREVAL-FIND-REGION04960000
                                                                        04970000
           MOVE CLTREG-SURVEY-DATE OF CLTREG-FILE-REC(1:6)              04980000
               TO CLTREVAL-FIND-PERIOD                                  04990000
           PERFORM 1300-FIND-INDEX THRU 1300-EXIT                       05000000
           IF CLTREVAL-FOUND-SUB = ZERO                                 05010000
               GO TO 2250-NO-INDEX                                      05020000
           END-IF                                                       05030000
           MOVE CLTREVAL-IX-VALUE(CLTREVAL-FOUND-SUB)                   05040000
               TO CLTREVAL-BASE-INDEX                                   05050000
                                                                        05060000
           MOVE CLTREVAL-CURRENT-PERIOD TO CLTREVAL-FIND-PERIOD         05070000
           PERFORM 1300-FIND-INDEX THRU 1300-EXIT                       05080000
           IF CLTREVAL-FOUND-SUB = ZERO                                 05090000
               GO TO 2250-NO-INDEX                                      05100000
           END-IF                                                       05110000
           MOVE CLTREVAL-IX-VALUE(CLTREVAL-FOUND-SUB)                   05120000
               TO CLTREVAL-NOW-INDEX                                    05130000
                                                                        05140000
           IF CLTREVAL-BASE-INDEX = ZERO                                05150000
               GO TO 2250-NO-INDEX                                      05160000
           END-IF                                                       05170000
                                                                        05180000
           COMPUTE CLTREG-VALUE OF CLTREG-FILE-REC ROUNDED =            05190000
               CLTREG-SURVEY-VALUE OF CLTREG-FILE-REC                   05200000
               * CLTREVAL-NOW-INDEX / CLTREVAL-BASE-INDEX               05210000
               ON SIZE ERROR                                            05220000
                   GO TO 2250-NO-INDEX                                  05230000
           END-COMPUTE                                                  05240000
           MOVE CLTREVAL-CURRENT-DATE                                   05250000
               TO CLTREG-VALUE-DATE OF CLTREG-FILE-REC                  05260000
           SET CLTREG-BASIS-INDEXED OF CLTREG-FILE-REC TO TRUE          05270000
           ADD 1 TO CLTREVAL-INDEXED-COUNT                              05280000
           GO TO 2200-EXIT.                                             05290000
                                                                        05300000
       2250-NO-INDEX.                                                   05310000
           ADD 1 TO CLTREVAL-NO-INDEX-COUNT                             05320000
           MOVE 'NO INDEX FOR REGION' TO CLTREVAL-ITM-NOTE              05330000
           PERFORM 2900-WRITE-ITEM THRU 2900-EXIT.                      05340000
       2200-EXIT.                                                       05350000
           EXIT.                                                        05360000
                                                                        05370000
      ******************************************************************05380000
      *  2300-VALUE-DEPOSIT - A CASH DEPOSIT IS WORTH THE PLEDGED      *05390000
      *  DEPOSIT'S PRINCIPAL WHILE IT IS STILL HELD, OPEN OR MATURED,  *05400000
      *  AND PLEDGED TO THIS ITEM.  OTHERWISE IT IS WORTH NOTHING AND  *05410000
      *  IS LISTED.                                                    *05420000
      ******************************************************************05430000
       2300-VALUE-DEPOSIT.                                              05440000
           MOVE CLTREVAL-CURRENT-DATE                                   05450000
               TO CLTREG-VALUE-DATE OF CLTREG-FILE-REC                  05460000
           SET CLTREG-BASIS-DEPOSIT OF CLTREG-FILE-REC TO TRUE          05470000
                                                                        05480000
           MOVE CLTREG-SORTCODE OF CLTREG-FILE-REC                      05490000
               TO TERMDEP-SORTCODE OF TERMDEP-FILE-REC                  05500000
           MOVE CLTREG-TERMDEP-NUMBER OF CLTREG-FILE-REC                05510000
               TO TERMDEP-NUMBER OF TERMDEP-FILE-REC                    05520000
                                                                        05530000
           READ TERMDEP-FILE                                            05540000
               KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC                   05550000
               INVALID KEY                                              05560000
                   GO TO 2350-NOT-HELD                                  05570000
           END-READ                                                     05580000
                                                                        05590000
           IF NOT TERMDEP-PLEDGED OF TERMDEP-FILE-REC                   05600000
              OR TERMDEP-PLEDGE-COLLATERAL OF TERMDEP-FILE-REC          05610000
                 NOT = CLTREG-NUMBER OF CLTREG-FILE-REC                 05620000
              OR NOT (TERMDEP-OPEN OF TERMDEP-FILE-REC                  05630000
                   OR TERMDEP-MATURED OF TERMDEP-FILE-REC)              05640000
               GO TO 2350-NOT-HELD                                      05650000
           END-IF                                                       05660000
                                                                        05670000
           MOVE TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                   05680000
               TO CLTREG-VALUE OF CLTREG-FILE-REC                       05690000
           ADD 1 TO CLTREVAL-DEPOSIT-COUNT                              05700000
           GO TO 2300-EXIT.                                             05710000
                                                                        05720000
       2350-NOT-HELD.                                                   05730000
           MOVE ZERO TO CLTREG-VALUE OF CLTREG-FILE-REC                 05740000
           ADD 1 TO CLTREVAL-NOT-HELD-COUNT                             05750000
           MOVE 'DEPOSIT NOT HELD' TO CLTREVAL-ITM-NOTE                 05760000
           PERFORM 2900-WRITE-ITEM THRU 2900-EXIT.                      05770000
       2300-EXIT.                                                       05780000
           EXIT.                                                        05790000
                                                                        05800000
      ******************************************************************05810000
      *  2900-WRITE-ITEM - ONE REPORT LINE PER ITEM NOT REVALUED.      *05820000
      ******************************************************************05830000
       2900-WRITE-ITEM.                                                 05840000
           MOVE CLTREG-SORTCODE OF CLTREG-FILE-REC                      05850000
               TO CLTREVAL-ITM-SORTCODE                                 05860000
           MOVE CLTREG-NUMBER OF CLTREG-FILE-REC                        05870000
               TO CLTREVAL-ITM-NUMBER                                   05880000
           MOVE CLTREG-TYPE OF CLTREG-FILE-REC TO CLTREVAL-ITM-TYPE     05890000
           MOVE CLTREG-DESCRIPTION OF CLTREG-FILE-REC                   05900000
               TO CLTREVAL-ITM-DESC                                     05910000
                                                                        05920000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-ITEM-LINE.             05930000
       2900-EXIT.                                                       05940000
           EXIT.                                                        05950000
                                                                        05960000
      ******************************************************************05970000
      *  3000-REVIEW-FACILITIES - PASS 2.  THE LINK FILE IS IN         *05980000
      *  FACILITY ORDER; EACH FACILITY'S LINKS ARE GATHERED AND THE    *05990000
      *  FACILITY ASSESSED ON THE BREAK.                               *06000000
      ******************************************************************06010000
       3000-REVIEW-FACILITIES.                                          06020000
           MOVE SPACES TO CLTREVAL-RPT-LINE                             06030000
           WRITE CLTREVAL-RPT-LINE                                      06040000
           MOVE 'FACILITIES OVER LTV LIMIT OR WITH STALE VALUATIONS'    06050000
               TO CLTREVAL-SEC-TEXT                                     06060000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SECTION-LINE           06070000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-FAC-HEADING            06080000
                                                                        06090000
           PERFORM 3050-READ-LINK-NEXT THRU 3050-EXIT                   06100000
                                                                        06110000
           PERFORM 3100-REVIEW-ONE-FACILITY THRU 3100-EXIT              06120000
               UNTIL CLTREVAL-LINK-AT-EOF.                              06130000
       3000-EXIT.                                                       06140000
           EXIT.                                                        06150000
                                                                        06160000
      ******************************************************************06170000
      *  3050-READ-LINK-NEXT - READ THE NEXT LINK IN KEY ORDER.        *06180000
      ******************************************************************06190000
       3050-READ-LINK-NEXT.                                             06200000
           READ CLTLINK-FILE NEXT RECORD                                06210000
               AT END                                                   06220000
                   SET CLTREVAL-LINK-AT-EOF TO TRUE                     06230000
           END-READ.                                                    06240000
       3050-EXIT.                                                       06250000
           EXIT.                                                        06260000
                                                                        06270000
      ******************************************************************06280000
      *  3100-REVIEW-ONE-FACILITY - GATHER ONE FACILITY'S COLLATERAL   *06290000
      *  AND ASSESS IT.                                                *06300000
      ******************************************************************06310000
       3100-REVIEW-ONE-FACILITY.                                        06320000
           MOVE CLTLINK-FACILITY-TYPE OF CLTLINK-FILE-REC               06330000
               TO CLTREVAL-FAC-TYPE                                     06340000
           MOVE CLTLINK-FAC-SORTCODE OF CLTLINK-FILE-REC                06350000
               TO CLTREVAL-FAC-SORTCODE                                 06360000
           MOVE CLTLINK-FAC-NUMBER OF CLTLINK-FILE-REC                  06370000
               TO CLTREVAL-FAC-NUMBER                                   06380000
           MOVE ZERO TO CLTREVAL-FAC-SECURITY                           06390000
           MOVE ZERO TO CLTREVAL-FAC-ITEMS                              06400000
           MOVE 'N' TO CLTREVAL-STALE-SWITCH                            06410000
                                                                        06420000
           PERFORM 3200-ADD-LINK THRU 3200-EXIT                         06430000
               UNTIL CLTREVAL-LINK-AT-EOF                               06440000
                  OR CLTLINK-FACILITY-TYPE OF CLTLINK-FILE-REC          06450000
                     NOT = CLTREVAL-FAC-TYPE                            06460000
                  OR CLTLINK-FAC-SORTCODE OF CLTLINK-FILE-REC           06470000
                     NOT = CLTREVAL-FAC-SORTCODE                        06480000
                  OR CLTLINK-FAC-NUMBER OF CLTLINK-FILE-REC             06490000
                     NOT = CLTREVAL-FAC-NUMBER                          06500000
                                                                        06510000
           PERFORM 3500-ASSESS-FACILITY THRU 3500-EXIT.                 06520000
       3100-EXIT.                                                       06530000
           EXIT.                                                        06540000
                                                                        06550000
      ******************************************************************06560000
      *  3200-ADD-LINK - ADD ONE LINKED ITEM'S VALUE TO THE            *06570000
      *  FACILITY'S SECURITY.  AN ITEM GONE OR RELEASED ADDS NOTHING.  *06580000
      ******************************************************************06590000
       3200-ADD-LINK.                                                   06600000
           MOVE CLTLINK-CLT-SORTCODE OF CLTLINK-FILE-REC                06610000
               TO CLTREG-SORTCODE OF CLTREG-FILE-REC                    06620000
           MOVE CLTLINK-CLT-NUMBER OF CLTLINK-FILE-REC                  06630000
               TO CLTREG-NUMBER OF CLTREG-FILE-REC                      06640000
                                                                        06650000
           READ CLTREG-FILE                                             06660000
               KEY IS CLTREG-KEY OF CLTREG-FILE-REC                     06670000
               INVALID KEY                                              06680000
                   GO TO 3250-NEXT                                      06690000
           END-READ                                                     06700000
                                                                        06710000
           IF CLTREG-CHARGE-RELEASED OF CLTREG-FILE-REC                 06720000
               GO TO 3250-NEXT                                          06730000
           END-IF                                                       06740000
                                                                        06750000
           ADD CLTREG-VALUE OF CLTREG-FILE-REC TO CLTREVAL-FAC-SECURITY 06760000
           ADD 1 TO CLTREVAL-FAC-ITEMS                                  06770000
                                                                        06780000
           IF NOT CLTREG-CASH-DEPOSIT OF CLTREG-FILE-REC                06790000
              AND CLTREG-SURVEY-DATE OF CLTREG-FILE-REC                 06800000
                  < CLTREVAL-STALE-CUTOFF                               06810000
               SET CLTREVAL-FAC-STALE TO TRUE                           06820000
           END-IF.                                                      06830000
                                                                        06840000
       3250-NEXT.                                                       06850000
           PERFORM 3050-READ-LINK-NEXT THRU 3050-EXIT.                  06860000
       3200-EXIT.                                                       06870000
           EXIT.                                                        06880000
                                                                        06890000
      ******************************************************************06900000
      *  3500-ASSESS-FACILITY - FIND THE EXPOSURE, WORK OUT THE        *06910000
      *  LOAN-TO-VALUE AND LIST THE FACILITY IF IT IS OVER THE LIMIT   *06920000
      *  OR HAS A STALE VALUATION.  NO SECURITY LEFT AT ALL COUNTS AS  *06930000
      *  THE HIGHEST LOAN-TO-VALUE THE REPORT CAN SHOW.                *06940000
      ******************************************************************06950000
       3500-ASSESS-FACILITY.                                            06960000
           PERFORM 3600-GET-EXPOSURE THRU 3600-EXIT                     06970000
           IF NOT CLTREVAL-FAC-LIVE                                     06980000
               ADD 1 TO CLTREVAL-CLOSED-COUNT                           06990000
               GO TO 3500-EXIT                                          07000000
           END-IF                                                       07010000
                                                                        07020000
           ADD 1 TO CLTREVAL-FAC-COUNT                                  07030000
                                                                        07040000
           IF CLTREVAL-FAC-SECURITY = ZERO                              07050000
               MOVE 999.99 TO CLTREVAL-LTV                              07060000
           ELSE                                                         07070000
               COMPUTE CLTREVAL-LTV ROUNDED =                           07080000
                   CLTREVAL-EXPOSURE * 100 / CLTREVAL-FAC-SECURITY      07090000
                   ON SIZE ERROR                                        07100000
                       MOVE 999.99 TO CLTREVAL-LTV                      07110000
               END-COMPUTE                                              07120000
           END-IF                                                       07130000
                                                                        07140000
           EVALUATE TRUE                                                07150000
               WHEN CLTREVAL-LTV > CLTREVAL-MAX-LTV                     07160000
                AND CLTREVAL-FAC-STALE                                  07170000
                   MOVE 'OVER LTV/STALE' TO CLTREVAL-DTL-REASON         07180000
                   ADD 1 TO CLTREVAL-OVER-COUNT                         07190000
                   ADD 1 TO CLTREVAL-STALE-COUNT                        07200000
               WHEN CLTREVAL-LTV > CLTREVAL-MAX-LTV                     07210000
                   MOVE 'OVER LTV' TO CLTREVAL-DTL-REASON               07220000
                   ADD 1 TO CLTREVAL-OVER-COUNT                         07230000
               WHEN CLTREVAL-FAC-STALE                                  07240000
                   MOVE 'STALE SURVEY' TO CLTREVAL-DTL-REASON           07250000
                   ADD 1 TO CLTREVAL-STALE-COUNT                        07260000
               WHEN OTHER                                               07270000
                   GO TO 3500-EXIT                                      07280000
           END-EVALUATE                                                 07290000
                                                                        07300000
           PERFORM 3900-WRITE-FACILITY THRU 3900-EXIT.                  07310000
       3500-EXIT.                                                       07320000
           EXIT.                                                        07330000
                                                                        07340000
      ******************************************************************07350000
      *  3600-GET-EXPOSURE - A LOAN'S OUTSTANDING BALANCE WHILE IT IS  *07360000
      *  ACTIVE, AN ARRANGED OVERDRAFT'S LIMIT UNTIL IT EXPIRES.       *07370000
      ******************************************************************07380000
       3600-GET-EXPOSURE.                                               07390000
           MOVE 'N' TO CLTREVAL-LIVE-SWITCH                             07400000
           MOVE ZERO TO CLTREVAL-EXPOSURE                               07410000
                                                                        07420000
           IF CLTREVAL-FAC-TYPE = 'L'                                   07430000
               MOVE CLTREVAL-FAC-SORTCODE                               07440000
                   TO LOAN-SORTCODE OF LOAN-FILE-REC                    07450000
               MOVE CLTREVAL-FAC-NUMBER                                 07460000
                   TO LOAN-NUMBER OF LOAN-FILE-REC                      07470000
               READ LOAN-FILE                                           07480000
                   KEY IS LOAN-KEY OF LOAN-FILE-REC                     07490000
                   INVALID KEY                                          07500000
                       GO TO 3600-EXIT                                  07510000
               END-READ                                                 07520000
               IF LOAN-ACTIVE OF LOAN-FILE-REC                          07530000
                   MOVE LOAN-OUTSTANDING OF LOAN-FILE-REC               07540000
                       TO CLTREVAL-EXPOSURE                             07550000
                   SET CLTREVAL-FAC-LIVE TO TRUE                        07560000
               END-IF                                                   07570000
               GO TO 3600-EXIT                                          07580000
           END-IF                                                       07590000
                                                                        07600000
           MOVE CLTREVAL-FAC-SORTCODE                                   07610000
               TO ODFACIL-SORTCODE OF ODFAC-FILE-REC                    07620000
           MOVE CLTREVAL-FAC-NUMBER                                     07630000
               TO ODFACIL-NUMBER OF ODFAC-FILE-REC                      07640000
           READ ODFAC-FILE                                              07650000
               KEY IS ODFACIL-KEY OF ODFAC-FILE-REC                     07660000
               INVALID KEY                                              07670000
                   GO TO 3600-EXIT                                      07680000
           END-READ                                                     07690000
           IF ODFACIL-EXPIRY-DATE OF ODFAC-FILE-REC                     07700000
              NOT < CLTREVAL-CURRENT-DATE                               07710000
               MOVE ODFACIL-LIMIT OF ODFAC-FILE-REC                     07720000
                   TO CLTREVAL-EXPOSURE                                 07730000
               SET CLTREVAL-FAC-LIVE TO TRUE                            07740000
           END-IF.                                                      07750000
       3600-EXIT.                                                       07760000
           EXIT.                                                        07770000
                                                                        07780000
      ******************************************************************07790000
      *  3900-WRITE-FACILITY - ONE REPORT LINE PER FACILITY LISTED.    *07800000
      ******************************************************************07810000
       3900-WRITE-FACILITY.                                             07820000
           IF CLTREVAL-FAC-TYPE = 'L'                                   07830000
               MOVE 'LOAN' TO CLTREVAL-DTL-TYPE                         07840000
           ELSE                                                         07850000
               MOVE 'OD' TO CLTREVAL-DTL-TYPE                           07860000
           END-IF                                                       07870000
           MOVE CLTREVAL-FAC-SORTCODE TO CLTREVAL-DTL-SORTCODE          07880000
           MOVE CLTREVAL-FAC-NUMBER TO CLTREVAL-DTL-NUMBER              07890000
           MOVE CLTREVAL-EXPOSURE TO CLTREVAL-DTL-EXPOSURE              07900000
           MOVE CLTREVAL-FAC-SECURITY TO CLTREVAL-DTL-SECURITY          07910000
           MOVE CLTREVAL-LTV TO CLTREVAL-DTL-LTV                        07920000
           MOVE CLTREVAL-FAC-ITEMS TO CLTREVAL-DTL-ITEMS                07930000
                                                                        07940000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-FAC-LINE.              07950000
       3900-EXIT.                                                       07960000
           EXIT.                                                        07970000
                                                                        07980000
      ******************************************************************07990000
      *  8000-PRINT-SUMMARY - WRITE THE RUN TOTALS AND THE LIMITS      *08000000
      *  USED.                                                         *08010000
      ******************************************************************08020000
       8000-PRINT-SUMMARY.                                              08030000
           MOVE SPACES TO CLTREVAL-RPT-LINE                             08040000
           WRITE CLTREVAL-RPT-LINE                                      08050000
                                                                        08060000
           MOVE 'ITEMS READ        : ' TO CLTREVAL-SUM-LABEL            08070000
           MOVE CLTREVAL-ITEMS-READ TO CLTREVAL-SUM-COUNT               08080000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08090000
                                                                        08100000
           MOVE 'PROPERTY INDEXED  : ' TO CLTREVAL-SUM-LABEL            08110000
           MOVE CLTREVAL-INDEXED-COUNT TO CLTREVAL-SUM-COUNT            08120000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08130000
                                                                        08140000
           MOVE 'PROPERTY NO INDEX : ' TO CLTREVAL-SUM-LABEL            08150000
           MOVE CLTREVAL-NO-INDEX-COUNT TO CLTREVAL-SUM-COUNT           08160000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08170000
                                                                        08180000
           MOVE 'DEPOSITS VALUED   : ' TO CLTREVAL-SUM-LABEL            08190000
           MOVE CLTREVAL-DEPOSIT-COUNT TO CLTREVAL-SUM-COUNT            08200000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08210000
                                                                        08220000
           MOVE 'DEPOSITS NOT HELD : ' TO CLTREVAL-SUM-LABEL            08230000
           MOVE CLTREVAL-NOT-HELD-COUNT TO CLTREVAL-SUM-COUNT           08240000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08250000
                                                                        08260000
           MOVE 'FACILITIES REVIEWD: ' TO CLTREVAL-SUM-LABEL            08270000
           MOVE CLTREVAL-FAC-COUNT TO CLTREVAL-SUM-COUNT                08280000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08290000
                                                                        08300000
           MOVE 'OVER LTV LIMIT    : ' TO CLTREVAL-SUM-LABEL            08310000
           MOVE CLTREVAL-OVER-COUNT TO CLTREVAL-SUM-COUNT               08320000
           STRING 'LIMIT ' CLTREVAL-MAX-LTV(1:3) '% '                   08330000
                  CLTREVAL-LTV-SOURCE                                   08340000
               DELIMITED BY SIZE                                        08350000
               INTO CLTREVAL-SUM-NOTE                                   08360000
           END-STRING                                                   08370000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08380000
           MOVE SPACES TO CLTREVAL-SUM-NOTE                             08390000
                                                                        08400000
           MOVE 'STALE VALUATION   : ' TO CLTREVAL-SUM-LABEL            08410000
           MOVE CLTREVAL-STALE-COUNT TO CLTREVAL-SUM-COUNT              08420000
           STRING 'LIMIT ' CLTREVAL-STALE-MONTHS 'M '                   08430000
                  CLTREVAL-STALE-SOURCE                                 08440000
               DELIMITED BY SIZE                                        08450000
               INTO CLTREVAL-SUM-NOTE                                   08460000
           END-STRING                                                   08470000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE           08480000
           MOVE SPACES TO CLTREVAL-SUM-NOTE                             08490000
                                                                        08500000
           MOVE 'CLOSED STILL LINKED:' TO CLTREVAL-SUM-LABEL            08510000
           MOVE CLTREVAL-CLOSED-COUNT TO CLTREVAL-SUM-COUNT             08520000
           WRITE CLTREVAL-RPT-LINE FROM CLTREVAL-SUMMARY-LINE.          08530000
       8000-EXIT.                                                       08540000
           EXIT.                                                        08550000
                                                                        08560000
      ******************************************************************08570000
      *  9000-TERMINATE - CLOSE THE FILES.                             *08580000
      ******************************************************************08590000
       9000-TERMINATE.                                                  08600000
           CLOSE CLTREG-FILE                                            08610000
           CLOSE CLTLINK-FILE                                           08620000
           CLOSE TERMDEP-FILE                                           08630000
           CLOSE LOAN-FILE                                              08640000
           CLOSE ODFAC-FILE                                             08650000
           CLOSE CLTREVAL-RPT.                                          08660000
       9000-EXIT.                                                       08670000
           EXIT.                                                        08680000
                                                                        08690000
       9999-EXIT.                                                       08700000
           STOP RUN.                                                    08710000
