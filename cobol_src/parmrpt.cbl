      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PARMRPT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  PARMRPT - SYSTEM PARAMETER LISTING                            *00150000
      *                                                                *00160000
      *  FUNCTION : LISTS EVERY ROW OF THE SYSTEM PARAMETER FILE       *00170000
      *             (COPYBOOK SYSPARM) BY SUBSYSTEM AND NAME, OLDEST   *00180000
      *             EFFECTIVE DATE FIRST, EACH MARKED :                *00190000
      *                                                                *00200000
      *               CURRENT    - THE APPROVED VALUE IN FORCE ON THE  *00210000
      *                            BUSINESS DATE, AS PARMGET RETURNS   *00220000
      *                            IT TO THE BATCH.                    *00230000
      *               FUTURE     - APPROVED, TAKING EFFECT LATER.      *00240000
      *               SUPERSEDED - APPROVED, REPLACED BY A LATER ROW   *00250000
      *                            NOW IN FORCE.                       *00260000
      *               PENDING    - A NEW VALUE AWAITING APPROVAL.      *00270000
      *                                                                *00280000
      *             A PROPOSAL WAITING ON AN APPROVED ROW (A CHANGE OR *00290000
      *             A DELETE, MADE THROUGH PARMMNT) IS PRINTED UNDER   *00300000
      *             IT WITH ITS MAKER.                                 *00310000
      *                                                                *00320000
      *  FILES    : SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS (INPUT)   *00330000
      *             PARMRPT  - PARAMETER LISTING (OUTPUT)              *00340000
      *                                                                *00350000
      *  CHANGE HISTORY                                                *00360000
      *  ----------------------------------------------------------    *00370000
      *  DATE        BY    DESCRIPTION                                 *00380000
      *  2026-10-15  BAG   INITIAL VERSION                             *00390000
      *                                                                *00400000
      ******************************************************************00410000
       ENVIRONMENT DIVISION.                                            00420000
       INPUT-OUTPUT SECTION.                                            00430000
       FILE-CONTROL.                                                    00440000
           SELECT SYSPARM-FILE    ASSIGN TO SYSPARM                     00450000
                  ORGANIZATION IS INDEXED                               00460000
                  ACCESS MODE IS DYNAMIC                                00470000
                  RECORD KEY IS SYSPARM-KEY OF SYSPARM-FILE-REC         00480000
                  FILE STATUS IS PARMRPT-SYSPARM-STATUS.                00490000
                                                                        00500000
           SELECT PARAMETER-RPT   ASSIGN TO PARMRPT                     00510000
                  ORGANIZATION IS LINE SEQUENTIAL                       00520000
                  FILE STATUS IS PARMRPT-RPT-STATUS.                    00530000
                                                                        00540000
       DATA DIVISION.                                                   00550000
       FILE SECTION.                                                    00560000
       FD  SYSPARM-FILE                                                 00570000
           RECORDING MODE IS F.                                         00580000
       01  SYSPARM-FILE-REC.                                            00590000
           COPY SYSPARM.                                                00600000
                                                                        00610000
       FD  PARAMETER-RPT                                                00620000
           RECORDING MODE IS F.                                         00630000
       01  PARAMETER-RPT-LINE              PIC X(80).                   00640000
                                                                        00650000
       WORKING-STORAGE SECTION.                                         00660000
       01  PARMRPT-WORK-AREA.                                           00670000
           05  PARMRPT-SYSPARM-STATUS      PIC XX.                      00680000
           05  PARMRPT-RPT-STATUS          PIC XX.                      00690000
           05  PARMRPT-EOF-SWITCH          PIC X     VALUE 'N'.         00700000
               88  PARMRPT-AT-EOF                VALUE 'Y'.             00710000
           05  PARMRPT-GROUP-SWITCH        PIC X     VALUE 'N'.         00720000
               88  PARMRPT-GROUP-END             VALUE 'Y'.             00730000
           05  PARMRPT-CURRENT-DATE        PIC 9(8).                    00740000
           05  PARMRPT-CURRENT-TIME        PIC 9(8).                    00750000
           05  PARMRPT-RUN-TIME            PIC 9(6).                    00760000
           05  PARMRPT-GROUP-SUBSYSTEM     PIC X(8).                    00770000
           05  PARMRPT-GROUP-NAME          PIC X(16).                   00780000
           05  PARMRPT-IN-FORCE-DATE       PIC 9(8).                    00790000
           05  PARMRPT-EDIT-NUMBER         PIC Z(10)9.9999-.            00800000
           05  PARMRPT-ROW-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00810000
           05  PARMRPT-CURRENT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 00820000
           05  PARMRPT-FUTURE-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 00830000
           05  PARMRPT-SUPERSEDED-COUNT    PIC 9(9)  COMP-3 VALUE ZERO. 00840000
           05  PARMRPT-PENDING-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 00850000
                                                                        00860000
       01  PARMRPT-HEADING-LINE-1.                                      00870000
           05  FILLER                      PIC X(44) VALUE              00880000
               'SYSTEM PARAMETERS - BUSINESS DATE           '.          00890000
           05  PARMRPT-HDG-DATE            PIC 9(8).                    00900000
           05  FILLER                      PIC X(5)  VALUE ' RUN '.     00910000
           05  PARMRPT-HDG-TIME            PIC 9(6).                    00920000
           05  FILLER                      PIC X(17) VALUE SPACES.      00930000
                                                                        00940000
       01  PARMRPT-HEADING-LINE-2.                                      00950000
           05  FILLER                      PIC X(40) VALUE              00960000
               'SUBSYS   NAME             EFFECTIVE VALU'.              00970000
           05  FILLER                      PIC X(40) VALUE              00980000
               'E                STATUS      APPROVED   '.              00990000
                                                                        01000000
       01  PARMRPT-HEADING-LINE-3.                                      01010000
           05  FILLER                      PIC X(40) VALUE              01020000
               '         DESCRIPTION                    '.              01030000
           05  FILLER                      PIC X(40) VALUE              01040000
               '                             BY  ON     '.              01050000
                                                                        01060000
       01  PARMRPT-DETAIL-LINE-1.                                       01070000
           05  PARMRPT-DL-SUBSYSTEM        PIC X(8).                    01080000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01090000
           05  PARMRPT-DL-NAME             PIC X(16).                   01100000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01110000
           05  PARMRPT-DL-EFFECTIVE        PIC 9(8).                    01120000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01130000
           05  PARMRPT-DL-VALUE            PIC X(20).                   01140000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01150000
           05  PARMRPT-DL-STATUS           PIC X(11).                   01160000
           05  FILLER                      PIC X(1)  VALUE SPACE.       01170000
           05  PARMRPT-DL-APPROVED-BY      PIC X(3).                    01180000
           05  FILLER                      PIC X(8)  VALUE SPACES.      01190000
                                                                        01200000
       01  PARMRPT-DETAIL-LINE-2.                                       01210000
           05  FILLER                      PIC X(9)  VALUE SPACES.      01220000
           05  PARMRPT-DL-DESCRIPTION      PIC X(40).                   01230000
           05  FILLER                      PIC X(20) VALUE SPACES.      01240000
           05  PARMRPT-DL-APPROVED-DATE    PIC 9(8).                    01250000
           05  FILLER                      PIC X(3)  VALUE SPACES.      01260000
                                                                        01270000
       01  PARMRPT-PENDING-LINE.                                        01280000
           05  FILLER                      PIC X(9)  VALUE SPACES.      01290000
           05  FILLER                      PIC X(9)  VALUE              01300000
               'PROPOSED '.                                             01310000
           05  PARMRPT-PL-ACTION           PIC X(6).                    01320000
           05  FILLER                      PIC X(4)  VALUE ' BY '.      01330000
           05  PARMRPT-PL-BY               PIC X(3).                    01340000
           05  FILLER                      PIC X(4)  VALUE ' ON '.      01350000
           05  PARMRPT-PL-DATE             PIC 9(8).                    01360000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01370000
           05  PARMRPT-PL-VALUE            PIC X(20).                   01380000
           05  FILLER                      PIC X(15) VALUE SPACES.      01390000
                                                                        01400000
       01  PARMRPT-SUMMARY-LINE.                                        01410000
           05  PARMRPT-SUM-LABEL           PIC X(30).                   01420000
           05  PARMRPT-SUM-COUNT           PIC Z(8)9.                   01430000
           05  FILLER                      PIC X(41) VALUE SPACES.      01440000
                                                                        01450000
       01  RUNCTL-REQUEST-AREA.                                         01460000
           COPY RUNCTLQ.                                                01470000
                                                                        01480000
       01  BUSDATE-REQUEST-AREA.                                        01490000
           COPY BUSDATEQ.                                               01500000
                                                                        01510000
      ******************************************************************01520000
       PROCEDURE DIVISION.                                              01530000
      ******************************************************************01540000
       0000-MAINLINE.                                                   01550000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01560000
                                                                        01570000
           PERFORM 2900-READ-NEXT THRU 2900-EXIT                        01580000
           PERFORM 2000-PROCESS-GROUP THRU 2000-EXIT                    01590000
              UNTIL PARMRPT-AT-EOF                                      01600000
                                                                        01610000
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT                    01620000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01630000
           GO TO 9999-EXIT.                                             01640000
                                                                        01650000
      ******************************************************************01660000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *01670000
      *  DATE, OPEN THE FILES AND PRINT THE HEADINGS.                  *01680000
      ******************************************************************01690000
       1000-INITIALIZE.                                                 01700000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01710000
           MOVE 'PARMRPT' TO RUNCTL-REQ-JOB                             01720000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01730000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01740000
           IF RUNCTL-HELD                                               01750000
               DISPLAY 'PARMRPT - HELD - PREDECESSOR NOT COMPLETE'      01760000
               STOP RUN                                                 01770000
           END-IF                                                       01780000
                                                                        01790000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01800000
           MOVE BUSDATE-REQ-CURRENT TO PARMRPT-CURRENT-DATE             01810000
           ACCEPT PARMRPT-CURRENT-TIME FROM TIME                        01820000
           MOVE PARMRPT-CURRENT-TIME(1:6) TO PARMRPT-RUN-TIME           01830000
                                                                        01840000
           OPEN INPUT  SYSPARM-FILE                                     01850000
           OPEN OUTPUT PARAMETER-RPT                                    01860000
                                                                        01870000
           MOVE PARMRPT-CURRENT-DATE TO PARMRPT-HDG-DATE                01880000
           MOVE PARMRPT-RUN-TIME TO PARMRPT-HDG-TIME                    01890000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-HEADING-LINE-1         01900000
           MOVE SPACES TO PARAMETER-RPT-LINE                            01910000
           WRITE PARAMETER-RPT-LINE                                     01920000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-HEADING-LINE-2         01930000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-HEADING-LINE-3         01940000
           MOVE SPACES TO PARAMETER-RPT-LINE                            01950000
           WRITE PARAMETER-RPT-LINE.                                    01960000
       1000-EXIT.                                                       01970000
           EXIT.                                                        01980000
                                                                        01990000
      ******************************************************************02000000
      *  2000-PROCESS-GROUP - ALL THE ROWS OF ONE SUBSYSTEM AND NAME.  *02010000
      *  THE FIRST PASS FINDS THE EFFECTIVE DATE OF THE ROW IN FORCE   *02020000
      *  (THE LATEST APPROVED ONE NOT AFTER THE BUSINESS DATE); THE    *02030000
      *  SECOND, FROM THE START OF THE GROUP AGAIN, PRINTS THE ROWS.   *02040000
      *  THE ROW LEFT IN THE RECORD AREA IS THE FIRST OF THE NEXT      *02050000
      *  GROUP.                                                        *02060000
      ******************************************************************02070000
       2000-PROCESS-GROUP.                                              02080000
           MOVE SYSPARM-SUBSYSTEM OF SYSPARM-FILE-REC                   02090000
               TO PARMRPT-GROUP-SUBSYSTEM                               02100000
           MOVE SYSPARM-NAME OF SYSPARM-FILE-REC TO PARMRPT-GROUP-NAME  02110000
           MOVE ZERO TO PARMRPT-IN-FORCE-DATE                           02120000
                                                                        02130000
           MOVE 'N' TO PARMRPT-GROUP-SWITCH                             02140000
           PERFORM 2100-FIND-IN-FORCE THRU 2100-EXIT                    02150000
              UNTIL PARMRPT-GROUP-END                                   02160000
                                                                        02170000
           MOVE PARMRPT-GROUP-SUBSYSTEM                                 02180000
               TO SYSPARM-SUBSYSTEM OF SYSPARM-FILE-REC                 02190000
           MOVE PARMRPT-GROUP-NAME TO SYSPARM-NAME OF SYSPARM-FILE-REC  02200000
           MOVE ZERO TO SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC      02210000
           MOVE 'N' TO PARMRPT-EOF-SWITCH                               02220000
           START SYSPARM-FILE                                           02230000
               KEY IS NOT LESS THAN SYSPARM-KEY OF SYSPARM-FILE-REC     02240000
               INVALID KEY                                              02250000
                   DISPLAY 'PARMRPT - CRITICAL - SYSPARM START FAILED ' 02260000
                       'FOR ' PARMRPT-GROUP-SUBSYSTEM ' '               02270000
                       PARMRPT-GROUP-NAME                               02280000
                   SET PARMRPT-AT-EOF TO TRUE                           02290000
                   GO TO 2000-EXIT                                      02300000
           END-START                                                    02310000
                                                                        02320000
           PERFORM 2900-READ-NEXT THRU 2900-EXIT                        02330000
           MOVE 'N' TO PARMRPT-GROUP-SWITCH                             02340000
           PERFORM 2200-PRINT-ROW THRU 2200-EXIT                        02350000
              UNTIL PARMRPT-GROUP-END                                   02360000
                                                                        02370000
           MOVE SPACES TO PARAMETER-RPT-LINE                            02380000
           WRITE PARAMETER-RPT-LINE.                                    02390000
       2000-EXIT.                                                       02400000
           EXIT.                                                        02410000
                                                                        02420000
      ******************************************************************02430000
      *  2100-FIND-IN-FORCE - NOTE AN APPROVED ROW IN FORCE, THEN READ *02440000
      *  THE NEXT.  ROWS ARE IN EFFECTIVE DATE ORDER, SO THE LAST ONE  *02450000
      *  NOTED IS THE ONE IN FORCE.                                    *02460000
      ******************************************************************02470000
       2100-FIND-IN-FORCE.                                              02480000
           IF SYSPARM-LIVE OF SYSPARM-FILE-REC                          02490000
              AND SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC            02500000
                  NOT > PARMRPT-CURRENT-DATE                            02510000
               MOVE SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC          02520000
                   TO PARMRPT-IN-FORCE-DATE                             02530000
           END-IF                                                       02540000
                                                                        02550000
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.                       02560000
       2100-EXIT.                                                       02570000
           EXIT.                                                        02580000
                                                                        02590000
      ******************************************************************02600000
      *  2200-PRINT-ROW - PRINT ONE ROW WITH ITS STATUS AND ANY        *02610000
      *  PROPOSAL WAITING ON IT, THEN READ THE NEXT.                   *02620000
      ******************************************************************02630000
       2200-PRINT-ROW.                                                  02640000
           ADD 1 TO PARMRPT-ROW-COUNT                                   02650000
           MOVE SYSPARM-SUBSYSTEM OF SYSPARM-FILE-REC                   02660000
               TO PARMRPT-DL-SUBSYSTEM                                  02670000
           MOVE SYSPARM-NAME OF SYSPARM-FILE-REC TO PARMRPT-DL-NAME     02680000
           MOVE SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC              02690000
               TO PARMRPT-DL-EFFECTIVE                                  02700000
           MOVE SYSPARM-DESCRIPTION OF SYSPARM-FILE-REC                 02710000
               TO PARMRPT-DL-DESCRIPTION                                02720000
           MOVE SYSPARM-APPROVED-BY OF SYSPARM-FILE-REC                 02730000
               TO PARMRPT-DL-APPROVED-BY                                02740000
           MOVE SYSPARM-APPROVED-DATE OF SYSPARM-FILE-REC               02750000
               TO PARMRPT-DL-APPROVED-DATE                              02760000
                                                                        02770000
           IF SYSPARM-NEW OF SYSPARM-FILE-REC                           02780000
               MOVE SPACES TO PARMRPT-DL-VALUE                          02790000
               MOVE 'PENDING' TO PARMRPT-DL-STATUS                      02800000
               ADD 1 TO PARMRPT-PENDING-COUNT                           02810000
           ELSE                                                         02820000
               IF SYSPARM-TYPE-TEXT OF SYSPARM-FILE-REC                 02830000
                   MOVE SYSPARM-TEXT OF SYSPARM-FILE-REC                02840000
                       TO PARMRPT-DL-VALUE                              02850000
               ELSE                                                     02860000
                   MOVE SYSPARM-NUMBER OF SYSPARM-FILE-REC              02870000
                       TO PARMRPT-EDIT-NUMBER                           02880000
                   MOVE PARMRPT-EDIT-NUMBER TO PARMRPT-DL-VALUE         02890000
               END-IF                                                   02900000
               EVALUATE TRUE                                            02910000
                   WHEN SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC      02920000
                           > PARMRPT-CURRENT-DATE                       02930000
                       MOVE 'FUTURE' TO PARMRPT-DL-STATUS               02940000
                       ADD 1 TO PARMRPT-FUTURE-COUNT                    02950000
                   WHEN SYSPARM-EFFECTIVE-DATE OF SYSPARM-FILE-REC      02960000
                           = PARMRPT-IN-FORCE-DATE                      02970000
                       MOVE 'CURRENT' TO PARMRPT-DL-STATUS              02980000
                       ADD 1 TO PARMRPT-CURRENT-COUNT                   02990000
                   WHEN OTHER                                           03000000
                       MOVE 'SUPERSEDED' TO PARMRPT-DL-STATUS           03010000
                       ADD 1 TO PARMRPT-SUPERSEDED-COUNT                03020000
               END-EVALUATE                                             03030000
           END-IF                                                       03040000
                                                                        03050000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-DETAIL-LINE-1          03060000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-DETAIL-LINE-2          03070000
                                                                        03080000
           IF NOT SYSPARM-NOTHING-PENDING OF SYSPARM-FILE-REC           03090000
               PERFORM 2300-PRINT-PROPOSAL THRU 2300-EXIT               03100000
           END-IF                                                       03110000
                                                                        03120000
           PERFORM 2900-READ-NEXT THRU 2900-EXIT.                       03130000
       2200-EXIT.                                                       03140000
           EXIT.                                                        03150000
                                                                        03160000
      ******************************************************************03170000
      *  2300-PRINT-PROPOSAL - THE VALUE PROPOSED AND WHO PROPOSED IT. *03180000
      ******************************************************************03190000
       2300-PRINT-PROPOSAL.                                             03200000
           EVALUATE TRUE                                                03210000
               WHEN SYSPARM-PENDING-ADD OF SYSPARM-FILE-REC             03220000
                   MOVE 'ADD' TO PARMRPT-PL-ACTION                      03230000
               WHEN SYSPARM-PENDING-CHANGE OF SYSPARM-FILE-REC          03240000
                   MOVE 'CHANGE' TO PARMRPT-PL-ACTION                   03250000
               WHEN OTHER                                               03260000
                   MOVE 'DELETE' TO PARMRPT-PL-ACTION                   03270000
           END-EVALUATE                                                 03280000
                                                                        03290000
           IF SYSPARM-PENDING-DELETE OF SYSPARM-FILE-REC                03300000
               MOVE SPACES TO PARMRPT-PL-VALUE                          03310000
           ELSE                                                         03320000
               IF SYSPARM-TYPE-TEXT OF SYSPARM-FILE-REC                 03330000
                   MOVE SYSPARM-PENDING-TEXT OF SYSPARM-FILE-REC        03340000
                       TO PARMRPT-PL-VALUE                              03350000
               ELSE                                                     03360000
                   MOVE SYSPARM-PENDING-NUMBER OF SYSPARM-FILE-REC      03370000
                       TO PARMRPT-EDIT-NUMBER                           03380000
                   MOVE PARMRPT-EDIT-NUMBER TO PARMRPT-PL-VALUE         03390000
               END-IF                                                   03400000
           END-IF                                                       03410000
                                                                        03420000
           MOVE SYSPARM-PENDING-BY OF SYSPARM-FILE-REC TO PARMRPT-PL-BY 03430000
           MOVE SYSPARM-PENDING-DATE OF SYSPARM-FILE-REC                03440000
               TO PARMRPT-PL-DATE                                       03450000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-PENDING-LINE.          03460000
       2300-EXIT.                                                       03470000
           EXIT.                                                        03480000
                                                                        03490000
      ******************************************************************03500000
      *  2900-READ-NEXT - READ THE NEXT ROW.  END OF FILE, OR A ROW OF *03510000
      *  ANOTHER SUBSYSTEM OR NAME, ENDS THE GROUP.                    *03520000
      ******************************************************************03530000
       2900-READ-NEXT.                                                  03540000
           READ SYSPARM-FILE NEXT RECORD                                03550000
               AT END                                                   03560000
                   SET PARMRPT-AT-EOF TO TRUE                           03570000
                   SET PARMRPT-GROUP-END TO TRUE                        03580000
                   GO TO 2900-EXIT                                      03590000
           END-READ                                                     03600000
                                                                        03610000
           IF SYSPARM-SUBSYSTEM OF SYSPARM-FILE-REC                     03620000
                   NOT = PARMRPT-GROUP-SUBSYSTEM                        03630000
              OR SYSPARM-NAME OF SYSPARM-FILE-REC                       03640000
                   NOT = PARMRPT-GROUP-NAME                             03650000
               SET PARMRPT-GROUP-END TO TRUE                            03660000
           END-IF.                                                      03670000
       2900-EXIT.                                                       03680000
           EXIT.                                                        03690000
                                                                        03700000
      ******************************************************************03710000
      *  5000-PRINT-SUMMARY - ROW COUNTS BY STATUS.                    *03720000
      ******************************************************************03730000
       5000-PRINT-SUMMARY.                                              03740000
           MOVE 'ROWS LISTED'            TO PARMRPT-SUM-LABEL           03750000
           MOVE PARMRPT-ROW-COUNT        TO PARMRPT-SUM-COUNT           03760000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-SUMMARY-LINE           03770000
           MOVE '  CURRENT'              TO PARMRPT-SUM-LABEL           03780000
           MOVE PARMRPT-CURRENT-COUNT    TO PARMRPT-SUM-COUNT           03790000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-SUMMARY-LINE           03800000
           MOVE '  FUTURE'               TO PARMRPT-SUM-LABEL           03810000
           MOVE PARMRPT-FUTURE-COUNT     TO PARMRPT-SUM-COUNT           03820000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-SUMMARY-LINE           03830000
           MOVE '  SUPERSEDED'           TO PARMRPT-SUM-LABEL           03840000
           MOVE PARMRPT-SUPERSEDED-COUNT TO PARMRPT-SUM-COUNT           03850000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-SUMMARY-LINE           03860000
           MOVE '  PENDING'              TO PARMRPT-SUM-LABEL           03870000
           MOVE PARMRPT-PENDING-COUNT    TO PARMRPT-SUM-COUNT           03880000
           WRITE PARAMETER-RPT-LINE FROM PARMRPT-SUMMARY-LINE.          03890000
       5000-EXIT.                                                       03900000
           EXIT.                                                        03910000
                                                                        03920000
      ******************************************************************03930000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *03940000
      ******************************************************************03950000
       9000-TERMINATE.                                                  03960000
           CLOSE SYSPARM-FILE                                           03970000
           CLOSE PARAMETER-RPT                                          03980000
                                                                        03990000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              04000000
           MOVE PARMRPT-ROW-COUNT TO RUNCTL-REQ-COUNT                   04010000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          04020000
       9000-EXIT.                                                       04030000
           EXIT.                                                        04040000
                                                                        04050000
       9999-EXIT.                                                       04060000
           STOP RUN.                                                    04070000
