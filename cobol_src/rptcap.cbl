      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    RPTCAP.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  RPTCAP - BATCH REPORT CAPTURE AND BRANCH BURSTING             *00150000
      *                                                                *00160000
      *  FUNCTION : RUN AS A STEP AFTER A NIGHTLY REPORT IS WRITTEN,   *00170000
      *             FILES THE REPORT IN THE REPORT REPOSITORY          *00180000
      *             (COPYBOOK RPTREPO) UNDER ITS REPORT ID, THE RUNCTL *00190000
      *             RUN DATE OF THE JOB THAT PRODUCED IT AND EACH      *00200000
      *             BRANCH SORT CODE IT MENTIONS, SO A BRANCH CAN SEE  *00210000
      *             ITS OWN PAGES THROUGH RPTINQ :                     *00220000
      *                                                                *00230000
      *               - A DETAIL LINE IS ONE CARRYING A SORT CODE, AND *00240000
      *                 THE '-' BEFORE THE ACCOUNT NUMBER, AT THE      *00250000
      *                 COLUMN THE REPORT'S LAYOUT PUTS THEM (THE      *00260000
      *                 TABLE BELOW).  IT IS FILED UNDER THAT BRANCH.  *00270000
      *               - THE LINES BEFORE THE FIRST DETAIL LINE (UP TO  *00280000
      *                 TEN) ARE THE HEADINGS, REPEATED AT THE TOP OF  *00290000
      *                 EVERY 60-LINE PAGE OF EVERY BRANCH.            *00300000
      *               - THE WHOLE REPORT, SUMMARY LINES AND ALL, IS    *00310000
      *                 ALSO FILED UNDER SORT CODE ZERO FOR OPERATIONS.*00320000
      *                                                                *00330000
      *             THE RUN DATE IS TAKEN FROM THE PRODUCING JOB'S     *00340000
      *             RUNCTL ROW FOR THE CURRENT BUSINESS DATE, OR THE   *00350000
      *             PREVIOUS ONE WHEN EODROLL HAS ALREADY ADVANCED IT. *00360000
      *             A JOB THAT KEEPS NO RUNCTL ROW IS FILED UNDER THE  *00370000
      *             BUSINESS DATE.  A DIRECTORY ROW (COPYBOOK RPTDIR)  *00380000
      *             IS WRITTEN PER BRANCH.  CAPTURING THE SAME REPORT  *00390000
      *             AND RUN DATE AGAIN REPLACES THE EARLIER COPY.      *00400000
      *             RETMGR APPLIES THE RPTREPO RETENTION POLICY.       *00410000
      *                                                                *00420000
      *  SYSIN    : COLS  1-8  REPORT ID TO FILE THE REPORT UNDER      *00430000
      *             COLS 10-17 REPORT LAYOUT (SPACES - SAME AS THE     *00440000
      *                        REPORT ID)                              *00450000
      *             COLS 19-26 PRODUCING JOB (SPACES - THE LAYOUT'S    *00460000
      *                        USUAL JOB; A PARTITIONED SODDPAY RUN    *00470000
      *                        NAMES ITS OWN, E.G. SODDP01)            *00480000
      *                                                                *00490000
      *  FILES    : SYSIN    - PARAMETER - REPORT TO CAPTURE           *00500000
      *             RPTIN    - THE PRINT REPORT (INPUT)                *00510000
      *             RUNCTLF  - VSAM KSDS - RUN-CONTROL FILE (INPUT)    *00520000
      *             RPTREPO  - VSAM KSDS - REPORT REPOSITORY (I-O)     *00530000
      *             RPTDIR   - VSAM KSDS - REPOSITORY DIRECTORY (I-O)  *00540000
      *                                                                *00550000
      *  CHANGE HISTORY                                                *00560000
      *  ----------------------------------------------------------    *00570000
      *  DATE        BY    DESCRIPTION                                 *00580000
      *  2026-10-15  BAG   INITIAL VERSION                             *00590000
      *                                                                *00600000
      ******************************************************************00610000
       ENVIRONMENT DIVISION.                                            00620000
       INPUT-OUTPUT SECTION.                                            00630000
       FILE-CONTROL.                                                    00640000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00650000
                  ORGANIZATION IS SEQUENTIAL                            00660000
                  FILE STATUS IS RPTCAP-PARM-STATUS.                    00670000
                                                                        00680000
           SELECT REPORT-IN       ASSIGN TO RPTIN                       00690000
                  ORGANIZATION IS LINE SEQUENTIAL                       00700000
                  FILE STATUS IS RPTCAP-RPTIN-STATUS.                   00710000
                                                                        00720000
           SELECT RUNCTL-FILE     ASSIGN TO RUNCTLF                     00730000
                  ORGANIZATION IS INDEXED                               00740000
                  ACCESS MODE IS RANDOM                                 00750000
                  RECORD KEY IS RUNCTL-KEY OF RUNCTL-FILE-REC           00760000
                  FILE STATUS IS RPTCAP-RUNCTL-STATUS.                  00770000
                                                                        00780000
           SELECT RPTREPO-FILE    ASSIGN TO RPTREPO                     00790000
                  ORGANIZATION IS INDEXED                               00800000
                  ACCESS MODE IS DYNAMIC                                00810000
                  RECORD KEY IS RPTREPO-KEY OF RPTREPO-FILE-REC         00820000
                  FILE STATUS IS RPTCAP-RPTREPO-STATUS.                 00830000
                                                                        00840000
           SELECT RPTDIR-FILE     ASSIGN TO RPTDIR                      00850000
                  ORGANIZATION IS INDEXED                               00860000
                  ACCESS MODE IS RANDOM                                 00870000
                  RECORD KEY IS RPTDIR-KEY OF RPTDIR-FILE-REC           00880000
                  FILE STATUS IS RPTCAP-RPTDIR-STATUS.                  00890000
                                                                        00900000
       DATA DIVISION.                                                   00910000
       FILE SECTION.                                                    00920000
       FD  PARAMETER-FILE                                               00930000
           RECORDING MODE IS F.                                         00940000
       01  PARAMETER-FILE-REC              PIC X(80).                   00950000
                                                                        00960000
       FD  REPORT-IN                                                    00970000
           RECORDING MODE IS F.                                         00980000
       01  REPORT-IN-LINE                  PIC X(132).                  00990000
                                                                        01000000
       FD  RUNCTL-FILE                                                  01010000
           RECORDING MODE IS F.                                         01020000
       01  RUNCTL-FILE-REC.                                             01030000
           COPY RUNCTL.                                                 01040000
                                                                        01050000
       FD  RPTREPO-FILE                                                 01060000
           RECORDING MODE IS F.                                         01070000
       01  RPTREPO-FILE-REC.                                            01080000
           COPY RPTREPO.                                                01090000
                                                                        01100000
       FD  RPTDIR-FILE                                                  01110000
           RECORDING MODE IS F.                                         01120000
       01  RPTDIR-FILE-REC.                                             01130000
           COPY RPTDIR.                                                 01140000
                                                                        01150000
       WORKING-STORAGE SECTION.                                         01160000
       01  RPTCAP-WORK-AREA.                                            01170000
           05  RPTCAP-PARM-STATUS          PIC XX.                      01180000
           05  RPTCAP-RPTIN-STATUS         PIC XX.                      01190000
           05  RPTCAP-RUNCTL-STATUS        PIC XX.                      01200000
           05  RPTCAP-RPTREPO-STATUS       PIC XX.                      01210000
           05  RPTCAP-RPTDIR-STATUS        PIC XX.                      01220000
           05  RPTCAP-EOF-SWITCH           PIC X     VALUE 'N'.         01230000
               88  RPTCAP-AT-EOF                 VALUE 'Y'.             01240000
           05  RPTCAP-PURGE-SWITCH         PIC X     VALUE 'N'.         01250000
               88  RPTCAP-PURGE-DONE             VALUE 'Y'.             01260000
           05  RPTCAP-REFUSED-SWITCH       PIC X     VALUE 'N'.         01270000
               88  RPTCAP-REFUSED                VALUE 'Y'.             01280000
           05  RPTCAP-HEADING-SWITCH       PIC X     VALUE 'Y'.         01290000
               88  RPTCAP-IN-HEADINGS            VALUE 'Y'.             01300000
           05  RPTCAP-DETAIL-SWITCH        PIC X     VALUE 'N'.         01310000
               88  RPTCAP-IS-DETAIL              VALUE 'Y'.             01320000
           05  RPTCAP-FULL-SWITCH          PIC X     VALUE 'N'.         01330000
               88  RPTCAP-TABLE-FULL             VALUE 'Y'.             01340000
           05  RPTCAP-CURRENT-DATE         PIC 9(8).                    01350000
           05  RPTCAP-PREVIOUS-DATE        PIC 9(8).                    01360000
           05  RPTCAP-CURRENT-TIME         PIC 9(8).                    01370000
           05  RPTCAP-RUN-TIME             PIC 9(6).                    01380000
           05  RPTCAP-REPORT-ID            PIC X(8).                    01390000
           05  RPTCAP-LAYOUT               PIC X(8).                    01400000
           05  RPTCAP-JOB-NAME             PIC X(8).                    01410000
           05  RPTCAP-JOB-STATUS           PIC X     VALUE SPACE.       01420000
           05  RPTCAP-RUN-DATE             PIC 9(8)  VALUE ZERO.        01430000
           05  RPTCAP-SC-COLUMN            PIC S9(4) COMP VALUE ZERO.   01440000
           05  RPTCAP-DASH-COLUMN          PIC S9(4) COMP VALUE ZERO.   01450000
           05  RPTCAP-LINE-SORTCODE-X      PIC X(6).                    01460000
           05  RPTCAP-LINE-SORTCODE REDEFINES RPTCAP-LINE-SORTCODE-X    01470000
                                           PIC 9(6).                    01480000
           05  RPTCAP-SLOT                 PIC S9(4) COMP VALUE ZERO.   01490000
           05  RPTCAP-HDG-SUB              PIC S9(4) COMP VALUE ZERO.   01500000
           05  RPTCAP-DIR-SUB              PIC S9(4) COMP VALUE ZERO.   01510000
           05  RPTCAP-PUT-TEXT             PIC X(132).                  01520000
           05  RPTCAP-LAST-SORTCODE        PIC 9(6)  VALUE ZERO.        01530000
           05  RPTCAP-READ-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01540000
           05  RPTCAP-DETAIL-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01550000
           05  RPTCAP-WRITE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01560000
           05  RPTCAP-PURGE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01570000
           05  RPTCAP-BRANCH-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01580000
           05  RPTCAP-EDIT-COUNT           PIC Z(8)9.                   01590000
                                                                        01600000
       01  RPTCAP-CARD.                                                 01610000
           05  RPTCAP-CARD-REPORT-ID       PIC X(8).                    01620000
           05  FILLER                      PIC X(1).                    01630000
           05  RPTCAP-CARD-LAYOUT          PIC X(8).                    01640000
           05  FILLER                      PIC X(1).                    01650000
           05  RPTCAP-CARD-JOB             PIC X(8).                    01660000
           05  FILLER                      PIC X(54).                   01670000
                                                                        01680000
      *    THE REPORT LAYOUTS RPTCAP KNOWS - THE LAYOUT NAME, THE JOB  *01690000
      *    THAT USUALLY WRITES IT AND THE PRINT COLUMN WHERE ITS       *01700000
      *    DETAIL LINES CARRY THE SORT CODE.                           *01710000
       01  RPTCAP-LAYOUT-VALUES.                                        01720000
           05  FILLER                      PIC X(19) VALUE              01730000
               'CLRRPT  CHQCLR  011'.                                   01740000
           05  FILLER                      PIC X(19) VALUE              01750000
               'CHQEXRPTCHQCLR  012'.                                   01760000
           05  FILLER                      PIC X(19) VALUE              01770000
               'INCLRRPTINCLRNG 011'.                                   01780000
           05  FILLER                      PIC X(19) VALUE              01790000
               'LOANRPT LOANCOLL001'.                                   01800000
           05  FILLER                      PIC X(19) VALUE              01810000
               'SODRPT  SODDPAY 011'.                                   01820000
           05  FILLER                      PIC X(19) VALUE              01830000
               'SODXRPT SODDPAY 011'.                                   01840000
           05  FILLER                      PIC X(19) VALUE              01850000
               'ODEXCRPTODEXCRPT001'.                                   01860000
           05  FILLER                      PIC X(19) VALUE              01870000
               'DLYLIMR DLYLIMR 001'.                                   01880000
       01  RPTCAP-LAYOUT-TABLE REDEFINES RPTCAP-LAYOUT-VALUES.          01890000
           05  RPTCAP-LAYOUT-ENTRY         OCCURS 8 TIMES               01900000
                                           INDEXED BY RPTCAP-LAY-IDX.   01910000
               10  RPTCAP-LAY-NAME         PIC X(8).                    01920000
               10  RPTCAP-LAY-JOB          PIC X(8).                    01930000
               10  RPTCAP-LAY-COLUMN       PIC 9(3).                    01940000
                                                                        01950000
      *    THE HEADING LINES, KEPT TO REPEAT ON EVERY PAGE.            *01960000
       01  RPTCAP-HEADING-TABLE.                                        01970000
           05  RPTCAP-HDG-COUNT            PIC S9(4) COMP VALUE ZERO.   01980000
           05  RPTCAP-HDG-TEXT             PIC X(132) OCCURS 10 TIMES.  01990000
                                                                        02000000
      *    ONE ENTRY PER BRANCH FILED SO FAR - THE PAGE IT HAS REACHED,*02010000
      *    THE LINES ON THAT PAGE AND THE LINES FILED.  ENTRY 1 IS     *02020000
      *    SORT CODE ZERO, THE WHOLE REPORT.                           *02030000
       01  RPTCAP-BRANCH-TABLE.                                         02040000
           05  RPTCAP-BR-USED              PIC S9(4) COMP VALUE 1.      02050000
           05  RPTCAP-BR-ENTRY             OCCURS 1000 TIMES            02060000
                                           INDEXED BY RPTCAP-BR-IDX.    02070000
               10  RPTCAP-BR-SORTCODE      PIC 9(6)  VALUE ZERO.        02080000
               10  RPTCAP-BR-PAGE          PIC 9(5)  VALUE ZERO.        02090000
               10  RPTCAP-BR-PAGE-LINE     PIC 9(3)  VALUE ZERO.        02100000
               10  RPTCAP-BR-LINE-COUNT    PIC 9(7)  VALUE ZERO.        02110000
                                                                        02120000
       01  RUNCTL-REQUEST-AREA.                                         02130000
           COPY RUNCTLQ.                                                02140000
                                                                        02150000
       01  BUSDATE-REQUEST-AREA.                                        02160000
           COPY BUSDATEQ.                                               02170000
                                                                        02180000
      ******************************************************************02190000
       PROCEDURE DIVISION.                                              02200000
      ******************************************************************02210000
       0000-MAINLINE.                                                   02220000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02230000
           IF RPTCAP-REFUSED                                            02240000
               PERFORM 9000-TERMINATE THRU 9000-EXIT                    02250000
               GO TO 9999-EXIT                                          02260000
           END-IF                                                       02270000
                                                                        02280000
           PERFORM 2000-PURGE-PRIOR THRU 2000-EXIT                      02290000
                                                                        02300000
           PERFORM 3900-READ-REPORT THRU 3900-EXIT                      02310000
           PERFORM 3000-FILE-LINE THRU 3000-EXIT                        02320000
              UNTIL RPTCAP-AT-EOF                                       02330000
                                                                        02340000
      *    A REPORT OF HEADINGS ONLY IS STILL FILED FOR OPERATIONS.    *02350000
           IF RPTCAP-BR-PAGE(1) = ZERO                                  02360000
              AND RPTCAP-HDG-COUNT > ZERO                               02370000
               MOVE 1 TO RPTCAP-SLOT                                    02380000
               PERFORM 4100-START-PAGE THRU 4100-EXIT                   02390000
           END-IF                                                       02400000
                                                                        02410000
           PERFORM 5000-WRITE-DIRECTORY THRU 5000-EXIT                  02420000
               VARYING RPTCAP-DIR-SUB FROM 1 BY 1                       02430000
               UNTIL RPTCAP-DIR-SUB > RPTCAP-BR-USED                    02440000
                                                                        02450000
           PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT                   02460000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02470000
           GO TO 9999-EXIT.                                             02480000
                                                                        02490000
      ******************************************************************02500000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *02510000
      *  DATE, READ WHICH REPORT TO CAPTURE, FIND THE RUN DATE IT      *02520000
      *  BELONGS TO AND OPEN THE FILES.                                *02530000
      ******************************************************************02540000
       1000-INITIALIZE.                                                 02550000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02560000
           MOVE 'RPTCAP' TO RUNCTL-REQ-JOB                              02570000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02580000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02590000
           IF RUNCTL-HELD                                               02600000
               DISPLAY 'RPTCAP - HELD - PREDECESSOR NOT COMPLETE'       02610000
               STOP RUN                                                 02620000
           END-IF                                                       02630000
                                                                        02640000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02650000
           MOVE BUSDATE-REQ-CURRENT TO RPTCAP-CURRENT-DATE              02660000
           MOVE BUSDATE-REQ-PREVIOUS TO RPTCAP-PREVIOUS-DATE            02670000
           ACCEPT RPTCAP-CURRENT-TIME FROM TIME                         02680000
           MOVE RPTCAP-CURRENT-TIME(1:6) TO RPTCAP-RUN-TIME             02690000
                                                                        02700000
           PERFORM 1100-READ-PARAMETER THRU 1100-EXIT                   02710000
           IF RPTCAP-REFUSED                                            02720000
               GO TO 1000-EXIT                                          02730000
           END-IF                                                       02740000
                                                                        02750000
           PERFORM 1200-GET-RUN-DATE THRU 1200-EXIT                     02760000
                                                                        02770000
           OPEN INPUT REPORT-IN                                         02780000
           IF RPTCAP-RPTIN-STATUS NOT = '00'                            02790000
               DISPLAY 'RPTCAP - CRITICAL - RPTIN OPEN FAILED, STATUS ' 02800000
                   RPTCAP-RPTIN-STATUS                                  02810000
               SET RPTCAP-REFUSED TO TRUE                               02820000
               GO TO 1000-EXIT                                          02830000
           END-IF                                                       02840000
                                                                        02850000
           OPEN I-O RPTREPO-FILE                                        02860000
           OPEN I-O RPTDIR-FILE                                         02870000
                                                                        02880000
           MOVE ZERO TO RPTCAP-BR-SORTCODE(1).                          02890000
       1000-EXIT.                                                       02900000
           EXIT.                                                        02910000
                                                                        02920000
      ******************************************************************02930000
      *  1100-READ-PARAMETER - THE REPORT ID, LAYOUT AND PRODUCING JOB *02940000
      *  FROM SYSIN.  THE LAYOUT MUST BE ONE IN THE TABLE; IT GIVES    *02950000
      *  THE SORT CODE COLUMN AND, UNLESS SYSIN NAMES ONE, THE JOB.    *02960000
      ******************************************************************02970000
       1100-READ-PARAMETER.                                             02980000
           MOVE SPACES TO RPTCAP-CARD                                   02990000
           OPEN INPUT PARAMETER-FILE                                    03000000
           IF RPTCAP-PARM-STATUS = '00'                                 03010000
               READ PARAMETER-FILE INTO RPTCAP-CARD                     03020000
                   AT END                                               03030000
                       MOVE SPACES TO RPTCAP-CARD                       03040000
               END-READ                                                 03050000
               CLOSE PARAMETER-FILE                                     03060000
           END-IF                                                       03070000
                                                                        03080000
           IF RPTCAP-CARD-REPORT-ID = SPACES                            03090000
               DISPLAY 'RPTCAP - CRITICAL - NO REPORT ID ON SYSIN'      03100000
               SET RPTCAP-REFUSED TO TRUE                               03110000
               GO TO 1100-EXIT                                          03120000
           END-IF                                                       03130000
                                                                        03140000
           MOVE RPTCAP-CARD-REPORT-ID TO RPTCAP-REPORT-ID               03150000
           IF RPTCAP-CARD-LAYOUT = SPACES                               03160000
               MOVE RPTCAP-CARD-REPORT-ID TO RPTCAP-LAYOUT              03170000
           ELSE                                                         03180000
               MOVE RPTCAP-CARD-LAYOUT TO RPTCAP-LAYOUT                 03190000
           END-IF                                                       03200000
                                                                        03210000
           SET RPTCAP-LAY-IDX TO 1                                      03220000
           SEARCH RPTCAP-LAYOUT-ENTRY                                   03230000
               VARYING RPTCAP-LAY-IDX                                   03240000
               AT END                                                   03250000
                   DISPLAY 'RPTCAP - CRITICAL - UNKNOWN REPORT LAYOUT ' 03260000
                       RPTCAP-LAYOUT                                    03270000
                   SET RPTCAP-REFUSED TO TRUE                           03280000
                   GO TO 1100-EXIT                                      03290000
               WHEN RPTCAP-LAY-NAME(RPTCAP-LAY-IDX) = RPTCAP-LAYOUT     03300000
                   CONTINUE                                             03310000
           END-SEARCH                                                   03320000
                                                                        03330000
           MOVE RPTCAP-LAY-COLUMN(RPTCAP-LAY-IDX) TO RPTCAP-SC-COLUMN   03340000
           COMPUTE RPTCAP-DASH-COLUMN = RPTCAP-SC-COLUMN + 6            03350000
           IF RPTCAP-CARD-JOB = SPACES                                  03360000
               MOVE RPTCAP-LAY-JOB(RPTCAP-LAY-IDX) TO RPTCAP-JOB-NAME   03370000
           ELSE                                                         03380000
               MOVE RPTCAP-CARD-JOB TO RPTCAP-JOB-NAME                  03390000
           END-IF.                                                      03400000
       1100-EXIT.                                                       03410000
           EXIT.                                                        03420000
                                                                        03430000
      ******************************************************************03440000
      *  1200-GET-RUN-DATE - THE PRODUCING JOB'S RUNCTL ROW UNDER THE  *03450000
      *  CURRENT BUSINESS DATE OR, FAILING THAT, THE PREVIOUS ONE (THE *03460000
      *  SAME LOOK-BACK RUNCTL MAKES AT END OF JOB).  ITS RUN DATE IS  *03470000
      *  THE REPORT'S; ITS STATUS IS NOTED ON THE DIRECTORY.  NO ROW   *03480000
      *  FILES THE REPORT UNDER THE BUSINESS DATE.                     *03490000
      ******************************************************************03500000
       1200-GET-RUN-DATE.                                               03510000
           MOVE RPTCAP-CURRENT-DATE TO RPTCAP-RUN-DATE                  03520000
           MOVE SPACE TO RPTCAP-JOB-STATUS                              03530000
                                                                        03540000
           OPEN INPUT RUNCTL-FILE                                       03550000
           IF RPTCAP-RUNCTL-STATUS NOT = '00'                           03560000
               GO TO 1200-EXIT                                          03570000
           END-IF                                                       03580000
                                                                        03590000
           MOVE RPTCAP-JOB-NAME TO RUNCTL-JOB-NAME OF RUNCTL-FILE-REC   03600000
           MOVE RPTCAP-CURRENT-DATE                                     03610000
               TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                    03620000
           READ RUNCTL-FILE                                             03630000
               INVALID KEY                                              03640000
                   CONTINUE                                             03650000
           END-READ                                                     03660000
                                                                        03670000
           IF RPTCAP-RUNCTL-STATUS NOT = '00'                           03680000
              AND RPTCAP-PREVIOUS-DATE NOT = ZERO                       03690000
               MOVE RPTCAP-PREVIOUS-DATE                                03700000
                   TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                03710000
               READ RUNCTL-FILE                                         03720000
                   INVALID KEY                                          03730000
                       CONTINUE                                         03740000
               END-READ                                                 03750000
           END-IF                                                       03760000
                                                                        03770000
           IF RPTCAP-RUNCTL-STATUS = '00'                               03780000
               MOVE RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                  03790000
                   TO RPTCAP-RUN-DATE                                   03800000
               MOVE RUNCTL-STATUS-FLAG OF RUNCTL-FILE-REC               03810000
                   TO RPTCAP-JOB-STATUS                                 03820000
           ELSE                                                         03830000
               DISPLAY 'RPTCAP - NO RUNCTL ROW FOR ' RPTCAP-JOB-NAME    03840000
                   ' - FILED UNDER BUSINESS DATE ' RPTCAP-RUN-DATE      03850000
           END-IF                                                       03860000
                                                                        03870000
           CLOSE RUNCTL-FILE.                                           03880000
       1200-EXIT.                                                       03890000
           EXIT.                                                        03900000
                                                                        03910000
      ******************************************************************03920000
      *  2000-PURGE-PRIOR - REMOVE ANY EARLIER CAPTURE OF THIS REPORT  *03930000
      *  AND RUN DATE, LINES AND DIRECTORY ROWS, SO A RERUN REPLACES   *03940000
      *  IT RATHER THAN MIXING WITH IT.                                *03950000
      ******************************************************************03960000
       2000-PURGE-PRIOR.                                                03970000
           MOVE RPTCAP-REPORT-ID                                        03980000
               TO RPTREPO-REPORT-ID OF RPTREPO-FILE-REC                 03990000
           MOVE RPTCAP-RUN-DATE TO RPTREPO-RUN-DATE OF RPTREPO-FILE-REC 04000000
           MOVE ZERO TO RPTREPO-SORTCODE OF RPTREPO-FILE-REC            04010000
           MOVE ZERO TO RPTREPO-PAGE OF RPTREPO-FILE-REC                04020000
           MOVE ZERO TO RPTREPO-LINE OF RPTREPO-FILE-REC                04030000
           MOVE 'N' TO RPTCAP-PURGE-SWITCH                              04040000
           MOVE 999999 TO RPTCAP-LAST-SORTCODE                          04050000
                                                                        04060000
           START RPTREPO-FILE                                           04070000
               KEY IS NOT LESS THAN RPTREPO-KEY OF RPTREPO-FILE-REC     04080000
               INVALID KEY                                              04090000
                   GO TO 2000-EXIT                                      04100000
           END-START                                                    04110000
                                                                        04120000
           PERFORM 2100-PURGE-ONE-LINE THRU 2100-EXIT                   04130000
              UNTIL RPTCAP-PURGE-DONE                                   04140000
                                                                        04150000
           IF RPTCAP-PURGE-COUNT > ZERO                                 04160000
               MOVE RPTCAP-PURGE-COUNT TO RPTCAP-EDIT-COUNT             04170000
               DISPLAY 'RPTCAP - ' RPTCAP-REPORT-ID ' '                 04180000
                   RPTCAP-RUN-DATE ' CAPTURED BEFORE - '                04190000
                   RPTCAP-EDIT-COUNT ' LINES REPLACED'                  04200000
           END-IF.                                                      04210000
       2000-EXIT.                                                       04220000
           EXIT.                                                        04230000
                                                                        04240000
      ******************************************************************04250000
      *  2100-PURGE-ONE-LINE - REMOVE ONE LINE OF THE EARLIER CAPTURE, *04260000
      *  AND THE DIRECTORY ROW OF EACH BRANCH AS IT IS REACHED.        *04270000
      ******************************************************************04280000
       2100-PURGE-ONE-LINE.                                             04290000
           READ RPTREPO-FILE NEXT RECORD                                04300000
               AT END                                                   04310000
                   SET RPTCAP-PURGE-DONE TO TRUE                        04320000
                   GO TO 2100-EXIT                                      04330000
           END-READ                                                     04340000
                                                                        04350000
           IF RPTREPO-REPORT-ID OF RPTREPO-FILE-REC                     04360000
                   NOT = RPTCAP-REPORT-ID                               04370000
              OR RPTREPO-RUN-DATE OF RPTREPO-FILE-REC                   04380000
                   NOT = RPTCAP-RUN-DATE                                04390000
               SET RPTCAP-PURGE-DONE TO TRUE                            04400000
               GO TO 2100-EXIT                                          04410000
           END-IF                                                       04420000
                                                                        04430000
           IF RPTREPO-SORTCODE OF RPTREPO-FILE-REC                      04440000
                   NOT = RPTCAP-LAST-SORTCODE                           04450000
               MOVE RPTREPO-SORTCODE OF RPTREPO-FILE-REC                04460000
                   TO RPTCAP-LAST-SORTCODE                              04470000
               MOVE RPTCAP-LAST-SORTCODE                                04480000
                   TO RPTDIR-SORTCODE OF RPTDIR-FILE-REC                04490000
               MOVE RPTCAP-RUN-DATE                                     04500000
                   TO RPTDIR-RUN-DATE OF RPTDIR-FILE-REC                04510000
               MOVE RPTCAP-REPORT-ID                                    04520000
                   TO RPTDIR-REPORT-ID OF RPTDIR-FILE-REC               04530000
               DELETE RPTDIR-FILE RECORD                                04540000
                   INVALID KEY                                          04550000
                       CONTINUE                                         04560000
               END-DELETE                                               04570000
           END-IF                                                       04580000
                                                                        04590000
           DELETE RPTREPO-FILE RECORD                                   04600000
           ADD 1 TO RPTCAP-PURGE-COUNT.                                 04610000
       2100-EXIT.                                                       04620000
           EXIT.                                                        04630000
                                                                        04640000
      ******************************************************************04650000
      *  3000-FILE-LINE - KEEP A HEADING LINE, OR FILE THE LINE IN THE *04660000
      *  WHOLE REPORT AND, FOR A DETAIL LINE, UNDER ITS BRANCH.  THEN  *04670000
      *  READ THE NEXT.                                                *04680000
      ******************************************************************04690000
       3000-FILE-LINE.                                                  04700000
           ADD 1 TO RPTCAP-READ-COUNT                                   04710000
           PERFORM 3100-TEST-DETAIL THRU 3100-EXIT                      04720000
                                                                        04730000
           IF RPTCAP-IN-HEADINGS                                        04740000
              AND NOT RPTCAP-IS-DETAIL                                  04750000
              AND RPTCAP-HDG-COUNT < 10                                 04760000
               ADD 1 TO RPTCAP-HDG-COUNT                                04770000
               MOVE REPORT-IN-LINE TO RPTCAP-HDG-TEXT(RPTCAP-HDG-COUNT) 04780000
           ELSE                                                         04790000
               MOVE 'N' TO RPTCAP-HEADING-SWITCH                        04800000
               PERFORM 3300-FILE-BODY-LINE THRU 3300-EXIT               04810000
           END-IF                                                       04820000
                                                                        04830000
           PERFORM 3900-READ-REPORT THRU 3900-EXIT.                     04840000
       3000-EXIT.                                                       04850000
           EXIT.                                                        04860000
                                                                        04870000
      ******************************************************************04880000
      *  3100-TEST-DETAIL - A DETAIL LINE HAS A NON-ZERO SORT CODE AT  *04890000
      *  THE LAYOUT'S COLUMN WITH THE '-' STRAIGHT AFTER IT.           *04900000
      ******************************************************************04910000
       3100-TEST-DETAIL.                                                04920000
           MOVE 'N' TO RPTCAP-DETAIL-SWITCH                             04930000
           MOVE REPORT-IN-LINE(RPTCAP-SC-COLUMN:6)                      04940000
               TO RPTCAP-LINE-SORTCODE-X                                04950000
                                                                        04960000
           IF RPTCAP-LINE-SORTCODE-X IS NUMERIC                         04970000
              AND RPTCAP-LINE-SORTCODE NOT = ZERO                       04980000
              AND REPORT-IN-LINE(RPTCAP-DASH-COLUMN:1) = '-'            04990000
               SET RPTCAP-IS-DETAIL TO TRUE                             05000000
           END-IF.                                                      05010000
       3100-EXIT.                                                       05020000
           EXIT.                                                        05030000
                                                                        05040000
      ******************************************************************05050000
      *  3200-FIND-BRANCH - THE BRANCH TABLE ENTRY FOR THE LINE'S SORT *05060000
      *  CODE, ADDING ONE THE FIRST TIME A BRANCH IS SEEN.  A FULL     *05070000
      *  TABLE LEAVES THE LINE IN THE WHOLE REPORT ONLY (SLOT ZERO).   *05080000
      ******************************************************************05090000
       3200-FIND-BRANCH.                                                05100000
           SET RPTCAP-BR-IDX TO 2                                       05110000
           SEARCH RPTCAP-BR-ENTRY                                       05120000
               VARYING RPTCAP-BR-IDX                                    05130000
               AT END                                                   05140000
                   IF RPTCAP-BR-USED < 1000                             05150000
                       ADD 1 TO RPTCAP-BR-USED                          05160000
                       SET RPTCAP-BR-IDX TO RPTCAP-BR-USED              05170000
                       MOVE RPTCAP-LINE-SORTCODE                        05180000
                           TO RPTCAP-BR-SORTCODE(RPTCAP-BR-IDX)         05190000
                   ELSE                                                 05200000
                       IF NOT RPTCAP-TABLE-FULL                         05210000
                           DISPLAY 'RPTCAP - BRANCH TABLE FULL - LATER '05220000
                               'BRANCHES IN THE WHOLE REPORT ONLY'      05230000
                           SET RPTCAP-TABLE-FULL TO TRUE                05240000
                       END-IF                                           05250000
                       MOVE ZERO TO RPTCAP-SLOT                         05260000
                       GO TO 3200-EXIT                                  05270000
                   END-IF                                               05280000
               WHEN RPTCAP-BR-SORTCODE(RPTCAP-BR-IDX)                   05290000
                       = RPTCAP-LINE-SORTCODE                           05300000
                   CONTINUE                                             05310000
           END-SEARCH                                                   05320000
                                                                        05330000
           SET RPTCAP-SLOT TO RPTCAP-BR-IDX.                            05340000
       3200-EXIT.                                                       05350000
           EXIT.                                                        05360000
                                                                        05370000
      ******************************************************************05380000
      *  3300-FILE-BODY-LINE - EVERY LINE PAST THE HEADINGS GOES IN    *05390000
      *  THE WHOLE REPORT; A DETAIL LINE ALSO GOES UNDER ITS BRANCH.   *05400000
      ******************************************************************05410000
       3300-FILE-BODY-LINE.                                             05420000
           MOVE 1 TO RPTCAP-SLOT                                        05430000
           PERFORM 4000-PUT-LINE THRU 4000-EXIT                         05440000
                                                                        05450000
           IF NOT RPTCAP-IS-DETAIL                                      05460000
               GO TO 3300-EXIT                                          05470000
           END-IF                                                       05480000
                                                                        05490000
           ADD 1 TO RPTCAP-DETAIL-COUNT                                 05500000
           PERFORM 3200-FIND-BRANCH THRU 3200-EXIT                      05510000
           IF RPTCAP-SLOT > 1                                           05520000
               PERFORM 4000-PUT-LINE THRU 4000-EXIT                     05530000
           END-IF.                                                      05540000
       3300-EXIT.                                                       05550000
           EXIT.                                                        05560000
                                                                        05570000
      ******************************************************************05580000
      *  3900-READ-REPORT - READ THE NEXT PRINT LINE.                  *05590000
      ******************************************************************05600000
       3900-READ-REPORT.                                                05610000
           MOVE SPACES TO REPORT-IN-LINE                                05620000
           READ REPORT-IN                                               05630000
               AT END                                                   05640000
                   SET RPTCAP-AT-EOF TO TRUE                            05650000
           END-READ.                                                    05660000
       3900-EXIT.                                                       05670000
           EXIT.                                                        05680000
                                                                        05690000
      ******************************************************************05700000
      *  4000-PUT-LINE - FILE THE CURRENT PRINT LINE UNDER THE BRANCH  *05710000
      *  IN RPTCAP-SLOT, STARTING A NEW PAGE FIRST WHEN THE BRANCH HAS *05720000
      *  NONE YET OR ITS PAGE IS FULL.                                 *05730000
      ******************************************************************05740000
       4000-PUT-LINE.                                                   05750000
           IF RPTCAP-BR-PAGE(RPTCAP-SLOT) = ZERO                        05760000
              OR RPTCAP-BR-PAGE-LINE(RPTCAP-SLOT) NOT < 60              05770000
               PERFORM 4100-START-PAGE THRU 4100-EXIT                   05780000
           END-IF                                                       05790000
                                                                        05800000
           ADD 1 TO RPTCAP-BR-PAGE-LINE(RPTCAP-SLOT)                    05810000
           ADD 1 TO RPTCAP-BR-LINE-COUNT(RPTCAP-SLOT)                   05820000
           MOVE REPORT-IN-LINE TO RPTCAP-PUT-TEXT                       05830000
           PERFORM 4200-WRITE-LINE THRU 4200-EXIT.                      05840000
       4000-EXIT.                                                       05850000
           EXIT.                                                        05860000
                                                                        05870000
      ******************************************************************05880000
      *  4100-START-PAGE - OPEN THE BRANCH'S NEXT PAGE WITH THE        *05890000
      *  REPORT'S HEADINGS.                                            *05900000
      ******************************************************************05910000
       4100-START-PAGE.                                                 05920000
           ADD 1 TO RPTCAP-BR-PAGE(RPTCAP-SLOT)                         05930000
           MOVE ZERO TO RPTCAP-BR-PAGE-LINE(RPTCAP-SLOT)                05940000
                                                                        05950000
           PERFORM 4110-PUT-HEADING THRU 4110-EXIT                      05960000
               VARYING RPTCAP-HDG-SUB FROM 1 BY 1                       05970000
               UNTIL RPTCAP-HDG-SUB > RPTCAP-HDG-COUNT.                 05980000
       4100-EXIT.                                                       05990000
           EXIT.                                                        06000000
                                                                        06010000
      ******************************************************************06020000
      *  4110-PUT-HEADING - ONE HEADING LINE AT THE TOP OF THE PAGE.   *06030000
      ******************************************************************06040000
       4110-PUT-HEADING.                                                06050000
           ADD 1 TO RPTCAP-BR-PAGE-LINE(RPTCAP-SLOT)                    06060000
           MOVE RPTCAP-HDG-TEXT(RPTCAP-HDG-SUB) TO RPTCAP-PUT-TEXT      06070000
           PERFORM 4200-WRITE-LINE THRU 4200-EXIT.                      06080000
       4110-EXIT.                                                       06090000
           EXIT.                                                        06100000
                                                                        06110000
      ******************************************************************06120000
      *  4200-WRITE-LINE - WRITE ONE REPOSITORY LINE.                  *06130000
      ******************************************************************06140000
       4200-WRITE-LINE.                                                 06150000
           MOVE 'RPTR' TO RPTREPO-EYECATCHER OF RPTREPO-FILE-REC        06160000
           MOVE RPTCAP-REPORT-ID                                        06170000
               TO RPTREPO-REPORT-ID OF RPTREPO-FILE-REC                 06180000
           MOVE RPTCAP-RUN-DATE TO RPTREPO-RUN-DATE OF RPTREPO-FILE-REC 06190000
           MOVE RPTCAP-BR-SORTCODE(RPTCAP-SLOT)                         06200000
               TO RPTREPO-SORTCODE OF RPTREPO-FILE-REC                  06210000
           MOVE RPTCAP-BR-PAGE(RPTCAP-SLOT)                             06220000
               TO RPTREPO-PAGE OF RPTREPO-FILE-REC                      06230000
           MOVE RPTCAP-BR-PAGE-LINE(RPTCAP-SLOT)                        06240000
               TO RPTREPO-LINE OF RPTREPO-FILE-REC                      06250000
           MOVE RPTCAP-PUT-TEXT TO RPTREPO-TEXT OF RPTREPO-FILE-REC     06260000
                                                                        06270000
           WRITE RPTREPO-FILE-REC                                       06280000
               INVALID KEY                                              06290000
                   DISPLAY 'RPTCAP - CRITICAL - RPTREPO WRITE FAILED '  06300000
                       RPTREPO-KEY OF RPTREPO-FILE-REC                  06310000
                       ' STATUS ' RPTCAP-RPTREPO-STATUS                 06320000
                   GO TO 4200-EXIT                                      06330000
           END-WRITE                                                    06340000
                                                                        06350000
           ADD 1 TO RPTCAP-WRITE-COUNT.                                 06360000
       4200-EXIT.                                                       06370000
           EXIT.                                                        06380000
                                                                        06390000
      ******************************************************************06400000
      *  5000-WRITE-DIRECTORY - THE DIRECTORY ROW FOR ONE BRANCH THAT  *06410000
      *  HAD ANYTHING FILED.                                           *06420000
      ******************************************************************06430000
       5000-WRITE-DIRECTORY.                                            06440000
           IF RPTCAP-BR-PAGE(RPTCAP-DIR-SUB) = ZERO                     06450000
               GO TO 5000-EXIT                                          06460000
           END-IF                                                       06470000
                                                                        06480000
           MOVE SPACES TO RPTDIR-FILE-REC                               06490000
           MOVE 'RDIR' TO RPTDIR-EYECATCHER OF RPTDIR-FILE-REC          06500000
           MOVE RPTCAP-BR-SORTCODE(RPTCAP-DIR-SUB)                      06510000
               TO RPTDIR-SORTCODE OF RPTDIR-FILE-REC                    06520000
           MOVE RPTCAP-RUN-DATE TO RPTDIR-RUN-DATE OF RPTDIR-FILE-REC   06530000
           MOVE RPTCAP-REPORT-ID TO RPTDIR-REPORT-ID OF RPTDIR-FILE-REC 06540000
           MOVE RPTCAP-JOB-NAME TO RPTDIR-JOB-NAME OF RPTDIR-FILE-REC   06550000
           MOVE RPTCAP-JOB-STATUS                                       06560000
               TO RPTDIR-JOB-STATUS OF RPTDIR-FILE-REC                  06570000
           MOVE RPTCAP-BR-PAGE(RPTCAP-DIR-SUB)                          06580000
               TO RPTDIR-PAGE-COUNT OF RPTDIR-FILE-REC                  06590000
           MOVE RPTCAP-BR-LINE-COUNT(RPTCAP-DIR-SUB)                    06600000
               TO RPTDIR-LINE-COUNT OF RPTDIR-FILE-REC                  06610000
           MOVE RPTCAP-CURRENT-DATE                                     06620000
               TO RPTDIR-CAPTURED-DATE OF RPTDIR-FILE-REC               06630000
           MOVE RPTCAP-RUN-TIME                                         06640000
               TO RPTDIR-CAPTURED-TIME OF RPTDIR-FILE-REC               06650000
                                                                        06660000
           WRITE RPTDIR-FILE-REC                                        06670000
               INVALID KEY                                              06680000
                   REWRITE RPTDIR-FILE-REC                              06690000
           END-WRITE                                                    06700000
                                                                        06710000
           IF RPTCAP-DIR-SUB > 1                                        06720000
               ADD 1 TO RPTCAP-BRANCH-COUNT                             06730000
           END-IF.                                                      06740000
       5000-EXIT.                                                       06750000
           EXIT.                                                        06760000
                                                                        06770000
      ******************************************************************06780000
      *  8000-DISPLAY-TOTALS - WHAT WAS CAPTURED, FOR THE JOB LOG.     *06790000
      ******************************************************************06800000
       8000-DISPLAY-TOTALS.                                             06810000
           DISPLAY 'RPTCAP - ' RPTCAP-REPORT-ID ' RUN DATE '            06820000
               RPTCAP-RUN-DATE ' FROM ' RPTCAP-JOB-NAME                 06830000
           MOVE RPTCAP-READ-COUNT TO RPTCAP-EDIT-COUNT                  06840000
           DISPLAY 'RPTCAP - PRINT LINES READ    : ' RPTCAP-EDIT-COUNT  06850000
           MOVE RPTCAP-DETAIL-COUNT TO RPTCAP-EDIT-COUNT                06860000
           DISPLAY 'RPTCAP - DETAIL LINES        : ' RPTCAP-EDIT-COUNT  06870000
           MOVE RPTCAP-BRANCH-COUNT TO RPTCAP-EDIT-COUNT                06880000
           DISPLAY 'RPTCAP - BRANCHES FILED      : ' RPTCAP-EDIT-COUNT  06890000
           MOVE RPTCAP-WRITE-COUNT TO RPTCAP-EDIT-COUNT                 06900000
           DISPLAY 'RPTCAP - REPOSITORY LINES    : ' RPTCAP-EDIT-COUNT. 06910000
       8000-EXIT.                                                       06920000
           EXIT.                                                        06930000
                                                                        06940000
      ******************************************************************06950000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.  A RUN *06960000
      *  THAT COULD NOT CAPTURE ITS REPORT ENDS FAILED.                *06970000
      ******************************************************************06980000
       9000-TERMINATE.                                                  06990000
           IF RPTCAP-REFUSED                                            07000000
               MOVE 'F' TO RUNCTL-REQ-FUNCTION                          07010000
               MOVE ZERO TO RUNCTL-REQ-COUNT                            07020000
               CALL 'RUNCTL' USING RUNCTL-REQUEST                       07030000
               MOVE 16 TO RETURN-CODE                                   07040000
               GO TO 9000-EXIT                                          07050000
           END-IF                                                       07060000
                                                                        07070000
           CLOSE REPORT-IN                                              07080000
           CLOSE RPTREPO-FILE                                           07090000
           CLOSE RPTDIR-FILE                                            07100000
                                                                        07110000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              07120000
           MOVE RPTCAP-DETAIL-COUNT TO RUNCTL-REQ-COUNT                 07130000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          07140000
       9000-EXIT.                                                       07150000
           EXIT.                                                        07160000
                                                                        07170000
       9999-EXIT.                                                       07180000
           STOP RUN.                                                    07190000
