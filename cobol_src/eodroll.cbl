      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    EODROLL.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  EODROLL - END-OF-DAY BUSINESS-DATE ROLLOVER                   *00150000
      *                                                                *00160000
      *  FUNCTION : RUNS AS THE LAST RUNCTL STEP OF THE NIGHTLY SUITE  *00170000
      *             AND ADVANCES THE BUSINESS-DATE CONTROL SINGLETON   *00180000
      *             (COPYBOOK BUSDATE) :                               *00190000
      *                                                                *00200000
      *               PREVIOUS <- CURRENT                              *00210000
      *               CURRENT  <- NEXT                                 *00220000
      *               NEXT     <- THE FIRST WORKING DAY ON THE         *00230000
      *                           PROCCAL CALENDAR AFTER THE NEW       *00240000
      *                           CURRENT DATE                         *00250000
      *                                                                *00260000
      *             BEFORE ROLLING IT READS EVERY RUNCTL ROW DATED     *00270000
      *             WITH TONIGHT'S BUSINESS DATE.  IF ANY JOB ENDED    *00278888
      *             RUNCTL-ENDED-FAIL, WAS MARKED OUT OF BALANCE BY    *00287776
      *             BALCHK, OR IS STILL SHOWN RUNNING - WHICH MEANS IT *00296664
      *             ABENDED WITHOUT REPORTING - THE ROLL IS REFUSED,   *00305552
      *             THE CONTROL RECORD IS MARKED ROLL-REFUSED, THE     *00314440
      *             OFFENDING JOBS ARE LISTED, AND THIS JOB ENDS       *00323328
      *             FAILED SO TOMORROW'S SUITE IS HELD UNTIL THE       *00332216
      *             FAILURE IS RESOLVED AND EODROLL RERUN.             *00341104
      *                                                                *00350000
      *             WHEN NO CONTROL RECORD EXISTS (FIRST RUN) IT IS    *00360000
      *             SEEDED FROM THE SYSTEM DATE AND NOT ROLLED.        *00370000
      *             A SEEDED RECORD STARTS WITH THE BATCH WINDOW       *00372500
      *             OPEN.  THE ROLL ITSELF LEAVES THE WINDOW AS        *00375000
      *             EODSNAP SET IT; MEMOREP REOPENS IT.                *00377500
      *                                                                *00380000
      *  FILES    : BDATFILE - VSAM KSDS - BUSINESS-DATE CONTROL (I-O) *00390000
      *             RUNCTLF  - VSAM KSDS - RUN-CONTROL FILE (INPUT)    *00400000
      *             PCALFILE - VSAM KSDS - PROCESSING CALENDAR (INPUT) *00410000
      *             ROLLRPT  - ROLLOVER CONTROL REPORT (OUTPUT)        *00420000
      *                                                                *00430000
      *  CHANGE HISTORY                                                *00440000
      *  ----------------------------------------------------------    *00450000
      *  DATE        BY    DESCRIPTION                                 *00460000
      *  2026-10-15  BAG   INITIAL VERSION                             *00470000
      *  2026-10-15  BAG   A JOB MARKED OUT OF BALANCE REFUSES         *00473333
      *                    THE ROLL AS A FAILED JOB DOES               *00476666
      *  2026-10-15  BAG   SEED THE CONTROL RECORD WITH THE            *00477777
      *                    BATCH WINDOW OPEN                           *00478888
      *                                                                *00480000
      ******************************************************************00490000
       ENVIRONMENT DIVISION.                                            00500000
       INPUT-OUTPUT SECTION.                                            00510000
       FILE-CONTROL.                                                    00520000
           SELECT BUSDATE-FILE    ASSIGN TO BDATFILE                    00530000
                  ORGANIZATION IS INDEXED                               00540000
                  ACCESS MODE IS RANDOM                                 00550000
                  RECORD KEY IS BUSDATE-KEY OF BUSDATE-FILE-REC         00560000
                  FILE STATUS IS EODROLL-BUSDATE-STATUS.                00570000
                                                                        00580000
           SELECT RUNCTL-FILE     ASSIGN TO RUNCTLF                     00590000
                  ORGANIZATION IS INDEXED                               00600000
                  ACCESS MODE IS SEQUENTIAL                             00610000
                  RECORD KEY IS RUNCTL-KEY OF RUNCTL-FILE-REC           00620000
                  FILE STATUS IS EODROLL-RUNCTL-STATUS.                 00630000
                                                                        00640000
           SELECT PCAL-FILE       ASSIGN TO PCALFILE                    00650000
                  ORGANIZATION IS INDEXED                               00660000
                  ACCESS MODE IS RANDOM                                 00670000
                  RECORD KEY IS PROCCAL-KEY OF PCAL-FILE-REC            00680000
                  FILE STATUS IS EODROLL-PCAL-STATUS.                   00690000
                                                                        00700000
           SELECT ROLL-RPT        ASSIGN TO ROLLRPT                     00710000
                  ORGANIZATION IS LINE SEQUENTIAL                       00720000
                  FILE STATUS IS EODROLL-RPT-STATUS.                    00730000
                                                                        00740000
       DATA DIVISION.                                                   00750000
       FILE SECTION.                                                    00760000
       FD  BUSDATE-FILE                                                 00770000
           RECORDING MODE IS F.                                         00780000
       01  BUSDATE-FILE-REC.                                            00790000
           COPY BUSDATE.                                                00800000
                                                                        00810000
       FD  RUNCTL-FILE                                                  00820000
           RECORDING MODE IS F.                                         00830000
       01  RUNCTL-FILE-REC.                                             00840000
           COPY RUNCTL.                                                 00850000
                                                                        00860000
       FD  PCAL-FILE                                                    00870000
           RECORDING MODE IS F.                                         00880000
       01  PCAL-FILE-REC.                                               00890000
           COPY PROCCAL.                                                00900000
                                                                        00910000
       FD  ROLL-RPT                                                     00920000
           RECORDING MODE IS F.                                         00930000
       01  ROLL-RPT-LINE                     PIC X(80).                 00940000
                                                                        00950000
       WORKING-STORAGE SECTION.                                         00960000
       01  EODROLL-WORK-AREA.                                           00970000
           05  EODROLL-BUSDATE-STATUS      PIC XX.                      00980000
           05  EODROLL-RUNCTL-STATUS       PIC XX.                      00990000
           05  EODROLL-PCAL-STATUS         PIC XX.                      01000000
           05  EODROLL-RPT-STATUS          PIC XX.                      01010000
           05  EODROLL-RUNCTL-EOF-SWITCH   PIC X     VALUE 'N'.         01020000
               88  EODROLL-RUNCTL-AT-EOF         VALUE 'Y'.             01030000
           05  EODROLL-CONTROL-SWITCH      PIC X     VALUE 'N'.         01040000
               88  EODROLL-CONTROL-NEW           VALUE 'Y'.             01050000
           05  EODROLL-OUTCOME-SWITCH      PIC X     VALUE 'R'.         01060000
               88  EODROLL-ROLLED                VALUE 'R'.             01070000
               88  EODROLL-REFUSED               VALUE 'X'.             01080000
               88  EODROLL-SEEDED                VALUE 'S'.             01090000
           05  EODROLL-SYSTEM-DATE         PIC 9(8).                    01100000
           05  EODROLL-SYSTEM-TIME         PIC 9(6).                    01110000
           05  EODROLL-OLD-CURRENT         PIC 9(8)  VALUE ZERO.        01120000
           05  EODROLL-JOB-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01130000
           05  EODROLL-FAIL-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01140000
           05  EODROLL-RUNNING-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01150000
           05  EODROLL-WORK-DATE           PIC 9(8)  VALUE ZERO.        01160000
           05  EODROLL-WORK-GRP REDEFINES EODROLL-WORK-DATE.            01170000
               10  EODROLL-WORK-YYYY       PIC 9999.                    01180000
               10  EODROLL-WORK-MM         PIC 99.                      01190000
               10  EODROLL-WORK-DD         PIC 99.                      01200000
           05  EODROLL-DAYS-IN-MONTH       PIC 99.                      01210000
           05  EODROLL-LEAP-SWITCH         PIC X     VALUE 'N'.         01220000
               88  EODROLL-IS-LEAP               VALUE 'Y'.             01230000
           05  EODROLL-YEAR-QUOT           PIC 9(4).                    01240000
           05  EODROLL-YEAR-REM            PIC 9(4).                    01250000
           05  EODROLL-ROLL-COUNT          PIC 99    VALUE ZERO.        01260000
           05  EODROLL-ROLL-SWITCH         PIC X     VALUE 'N'.         01270000
               88  EODROLL-ROLL-DONE             VALUE 'Y'.             01280000
                                                                        01290000
       01  EODROLL-MONTH-DAYS-VALUES.                                   01300000
           05  FILLER                      PIC 99    VALUE 31.          01310000
           05  FILLER                      PIC 99    VALUE 28.          01320000
           05  FILLER                      PIC 99    VALUE 31.          01330000
           05  FILLER                      PIC 99    VALUE 30.          01340000
           05  FILLER                      PIC 99    VALUE 31.          01350000
           05  FILLER                      PIC 99    VALUE 30.          01360000
           05  FILLER                      PIC 99    VALUE 31.          01370000
           05  FILLER                      PIC 99    VALUE 31.          01380000
           05  FILLER                      PIC 99    VALUE 30.          01390000
           05  FILLER                      PIC 99    VALUE 31.          01400000
           05  FILLER                      PIC 99    VALUE 30.          01410000
           05  FILLER                      PIC 99    VALUE 31.          01420000
       01  EODROLL-MONTH-DAYS REDEFINES EODROLL-MONTH-DAYS-VALUES.      01430000
           05  EODROLL-MONTH-DAY-TAB       PIC 99    OCCURS 12 TIMES.   01440000
                                                                        01450000
       01  EODROLL-JOB-LINE.                                            01460000
           05  EODROLL-JOB-STATUS          PIC X(12).                   01470000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01480000
           05  EODROLL-JOB-NAME            PIC X(8).                    01490000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01500000
           05  EODROLL-JOB-START           PIC 9(6).                    01510000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01520000
           05  EODROLL-JOB-END             PIC 9(6).                    01530000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01540000
           05  EODROLL-JOB-RECORDS         PIC Z(8)9.                   01550000
           05  FILLER                      PIC X(31) VALUE SPACES.      01560000
                                                                        01570000
       01  EODROLL-DATE-LINE.                                           01580000
           05  EODROLL-DATE-LABEL          PIC X(20).                   01590000
           05  EODROLL-DATE-VALUE          PIC 9(8).                    01600000
           05  FILLER                      PIC X(52) VALUE SPACES.      01610000
                                                                        01620000
       01  EODROLL-SUMMARY-LINE-1.                                      01630000
           05  FILLER                      PIC X(20) VALUE              01640000
               'JOBS ENDED TODAY  : '.                                  01650000
           05  EODROLL-SUM-JOBS            PIC Z(8)9.                   01660000
           05  FILLER                      PIC X(51) VALUE SPACES.      01670000
                                                                        01680000
       01  EODROLL-SUMMARY-LINE-2.                                      01690000
           05  FILLER                      PIC X(20) VALUE              01700000
               'JOBS ENDED FAILED : '.                                  01710000
           05  EODROLL-SUM-FAILED          PIC Z(8)9.                   01720000
           05  FILLER                      PIC X(51) VALUE SPACES.      01730000
                                                                        01740000
       01  EODROLL-SUMMARY-LINE-3.                                      01750000
           05  FILLER                      PIC X(20) VALUE              01760000
               'JOBS NOT FINISHED : '.                                  01770000
           05  EODROLL-SUM-RUNNING         PIC Z(8)9.                   01780000
           05  FILLER                      PIC X(51) VALUE SPACES.      01790000
                                                                        01800000
       01  EODROLL-OUTCOME-LINE.                                        01810000
           05  FILLER                      PIC X(20) VALUE              01820000
               'ROLLOVER OUTCOME  : '.                                  01830000
           05  EODROLL-OUTCOME-TEXT        PIC X(60).                   01840000
                                                                        01850000
       01  RUNCTL-REQUEST-AREA.                                         01860000
           COPY RUNCTLQ.                                                01870000
                                                                        01880000
      ******************************************************************01890000
       PROCEDURE DIVISION.                                              01900000
      ******************************************************************01910000
       0000-MAINLINE.                                                   01920000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       01930000
                                                                        01940000
           IF NOT EODROLL-CONTROL-NEW                                   01950000
               PERFORM 2000-CHECK-TONIGHTS-JOBS THRU 2000-EXIT          01960000
               IF EODROLL-FAIL-COUNT > ZERO                             01970000
                  OR EODROLL-RUNNING-COUNT > ZERO                       01980000
                   PERFORM 3500-REFUSE-ROLL THRU 3500-EXIT              01990000
               ELSE                                                     02000000
                   PERFORM 3000-ROLL-DATE THRU 3000-EXIT                02010000
               END-IF                                                   02020000
           END-IF                                                       02030000
                                                                        02040000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    02050000
                                                                        02060000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02070000
                                                                        02080000
           GO TO 9999-EXIT.                                             02090000
                                                                        02100000
      ******************************************************************02110000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, OPEN THE FILES AND    *02120000
      *  READ THE CONTROL RECORD, SEEDING IT IF THIS IS THE FIRST      *02130000
      *  RUN.                                                          *02140000
      ******************************************************************02150000
       1000-INITIALIZE.                                                 02160000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02170000
           MOVE 'EODROLL' TO RUNCTL-REQ-JOB                             02180000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02190000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02200000
           IF RUNCTL-HELD                                               02210000
               DISPLAY 'EODROLL - HELD - PREDECESSOR NOT COMPLETE'      02220000
               STOP RUN                                                 02230000
           END-IF                                                       02240000
                                                                        02250000
           OPEN I-O    BUSDATE-FILE                                     02260000
           OPEN INPUT  RUNCTL-FILE                                      02270000
           OPEN INPUT  PCAL-FILE                                        02280000
           OPEN OUTPUT ROLL-RPT                                         02290000
                                                                        02300000
           ACCEPT EODROLL-SYSTEM-DATE FROM DATE YYYYMMDD                02310000
           ACCEPT EODROLL-SYSTEM-TIME FROM TIME                         02320000
                                                                        02330000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF BUSDATE-FILE-REC     02340000
           READ BUSDATE-FILE                                            02350000
               INVALID KEY                                              02360000
                   PERFORM 1100-SEED-CONTROL THRU 1100-EXIT             02370000
           END-READ.                                                    02380000
       1000-EXIT.                                                       02390000
           EXIT.                                                        02400000
                                                                        02410000
      ******************************************************************02420000
      *  1100-SEED-CONTROL - NO CONTROL RECORD YET.  TODAY'S SYSTEM    *02430000
      *  DATE BECOMES THE CURRENT BUSINESS DATE AND THE NEXT IS THE    *02440000
      *  FOLLOWING WORKING DAY; THERE IS NOTHING TO ROLL TONIGHT.      *02450000
      ******************************************************************02460000
       1100-SEED-CONTROL.                                               02470000
           SET EODROLL-CONTROL-NEW TO TRUE                              02480000
           SET EODROLL-SEEDED TO TRUE                                   02490000
                                                                        02500000
           MOVE 'BDAT' TO BUSDATE-EYECATCHER OF BUSDATE-FILE-REC        02510000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF BUSDATE-FILE-REC     02520000
           MOVE EODROLL-SYSTEM-DATE                                     02530000
               TO BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC              02540000
           MOVE ZERO TO BUSDATE-PREVIOUS-DATE OF BUSDATE-FILE-REC       02550000
           MOVE EODROLL-SYSTEM-DATE TO EODROLL-WORK-DATE                02560000
           PERFORM 3200-FIND-NEXT-WORKING-DAY THRU 3200-EXIT            02570000
           MOVE EODROLL-WORK-DATE                                       02580000
               TO BUSDATE-NEXT-DATE OF BUSDATE-FILE-REC                 02590000
           MOVE EODROLL-SYSTEM-DATE                                     02600000
               TO BUSDATE-LAST-ROLL-DATE OF BUSDATE-FILE-REC            02610000
           MOVE EODROLL-SYSTEM-TIME                                     02620000
               TO BUSDATE-LAST-ROLL-TIME OF BUSDATE-FILE-REC            02630000
           SET BUSDATE-OPEN OF BUSDATE-FILE-REC TO TRUE                 02640000
           SET BUSDATE-WINDOW-OPEN OF BUSDATE-FILE-REC TO TRUE          02643333
           MOVE ZERO TO BUSDATE-WINDOW-DATE OF BUSDATE-FILE-REC         02646666
                                                                        02650000
           WRITE BUSDATE-FILE-REC                                       02660000
               INVALID KEY                                              02670000
                   DISPLAY 'EODROLL - CRITICAL - CONTROL RECORD '       02680000
                       'WRITE FAILED, STATUS ' EODROLL-BUSDATE-STATUS   02690000
           END-WRITE.                                                   02700000
       1100-EXIT.                                                       02710000
           EXIT.                                                        02720000
                                                                        02730000
      ******************************************************************02740000
      *  2000-CHECK-TONIGHTS-JOBS - READ THE WHOLE RUN-CONTROL FILE    *02750000
      *  (ONE SMALL ROW PER JOB PER NIGHT) AND PICK OUT THE ROWS       *02760000
      *  DATED WITH TONIGHT'S BUSINESS DATE.                           *02770000
      ******************************************************************02780000
       2000-CHECK-TONIGHTS-JOBS.                                        02790000
           MOVE BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC                02800000
               TO EODROLL-OLD-CURRENT                                   02810000
                                                                        02820000
           PERFORM 2100-READ-RUNCTL-NEXT THRU 2100-EXIT                 02830000
           PERFORM 2200-CHECK-ONE-JOB                                   02840000
              UNTIL EODROLL-RUNCTL-AT-EOF.                              02850000
       2000-EXIT.                                                       02860000
           EXIT.                                                        02870000
                                                                        02880000
      ******************************************************************02890000
      *  2100-READ-RUNCTL-NEXT - READ THE NEXT RUN-CONTROL ROW.        *02900000
      ******************************************************************02910000
       2100-READ-RUNCTL-NEXT.                                           02920000
           READ RUNCTL-FILE NEXT RECORD                                 02930000
               AT END                                                   02940000
                   SET EODROLL-RUNCTL-AT-EOF TO TRUE                    02950000
           END-READ.                                                    02960000
       2100-EXIT.                                                       02970000
           EXIT.                                                        02980000
                                                                        02990000
      ******************************************************************03000000
      *  2200-CHECK-ONE-JOB - LIST ONE OF TONIGHT'S ROWS AND COUNT A   *03010000
      *  FAILED OR UNFINISHED JOB.  THIS JOB'S OWN ROW IS SKIPPED -    *03020000
      *  IT IS NECESSARILY STILL RUNNING.                              *03030000
      ******************************************************************03040000
       2200-CHECK-ONE-JOB.                                              03050000
           IF RUNCTL-RUN-DATE OF RUNCTL-FILE-REC = EODROLL-OLD-CURRENT  03060000
              AND RUNCTL-JOB-NAME OF RUNCTL-FILE-REC NOT = 'EODROLL'    03070000
               ADD 1 TO EODROLL-JOB-COUNT                               03080000
               EVALUATE TRUE                                            03090000
                   WHEN RUNCTL-ENDED-FAIL OF RUNCTL-FILE-REC            03100000
                       ADD 1 TO EODROLL-FAIL-COUNT                      03110000
                       MOVE 'ENDED FAILED' TO EODROLL-JOB-STATUS        03120000
                   WHEN RUNCTL-OUT-OF-BALANCE OF RUNCTL-FILE-REC        03122500
                       ADD 1 TO EODROLL-FAIL-COUNT                      03125000
                       MOVE 'OUT BALANCE' TO EODROLL-JOB-STATUS         03127500
                   WHEN RUNCTL-RUNNING OF RUNCTL-FILE-REC               03130000
                       ADD 1 TO EODROLL-RUNNING-COUNT                   03140000
                       MOVE 'NOT FINISHED' TO EODROLL-JOB-STATUS        03150000
                   WHEN OTHER                                           03160000
                       MOVE 'ENDED OK' TO EODROLL-JOB-STATUS            03170000
               END-EVALUATE                                             03180000
               MOVE RUNCTL-JOB-NAME OF RUNCTL-FILE-REC                  03190000
                   TO EODROLL-JOB-NAME                                  03200000
               MOVE RUNCTL-START-TIME OF RUNCTL-FILE-REC                03210000
                   TO EODROLL-JOB-START                                 03220000
               MOVE RUNCTL-END-TIME OF RUNCTL-FILE-REC                  03230000
                   TO EODROLL-JOB-END                                   03240000
               MOVE RUNCTL-RECORD-COUNT OF RUNCTL-FILE-REC              03250000
                   TO EODROLL-JOB-RECORDS                               03260000
               WRITE ROLL-RPT-LINE FROM EODROLL-JOB-LINE                03270000
           END-IF                                                       03280000
                                                                        03290000
           PERFORM 2100-READ-RUNCTL-NEXT THRU 2100-EXIT.                03300000
                                                                        03310000
      ******************************************************************03320000
      *  3000-ROLL-DATE - EVERY JOB TONIGHT ENDED CLEANLY.  ADVANCE    *03330000
      *  THE THREE DATES AND REWRITE THE CONTROL RECORD.               *03340000
      ******************************************************************03350000
       3000-ROLL-DATE.                                                  03360000
           MOVE BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC                03370000
               TO BUSDATE-PREVIOUS-DATE OF BUSDATE-FILE-REC             03380000
                                                                        03390000
           IF BUSDATE-NEXT-DATE OF BUSDATE-FILE-REC                     03400000
              > BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC                03410000
               MOVE BUSDATE-NEXT-DATE OF BUSDATE-FILE-REC               03420000
                   TO BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC          03430000
           ELSE                                                         03440000
               MOVE BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC            03450000
                   TO EODROLL-WORK-DATE                                 03460000
               PERFORM 3200-FIND-NEXT-WORKING-DAY THRU 3200-EXIT        03470000
               MOVE EODROLL-WORK-DATE                                   03480000
                   TO BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC          03490000
           END-IF                                                       03500000
                                                                        03510000
           MOVE BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC                03520000
               TO EODROLL-WORK-DATE                                     03530000
           PERFORM 3200-FIND-NEXT-WORKING-DAY THRU 3200-EXIT            03540000
           MOVE EODROLL-WORK-DATE                                       03550000
               TO BUSDATE-NEXT-DATE OF BUSDATE-FILE-REC                 03560000
                                                                        03570000
           MOVE EODROLL-SYSTEM-DATE                                     03580000
               TO BUSDATE-LAST-ROLL-DATE OF BUSDATE-FILE-REC            03590000
           MOVE EODROLL-SYSTEM-TIME                                     03600000
               TO BUSDATE-LAST-ROLL-TIME OF BUSDATE-FILE-REC            03610000
           SET BUSDATE-OPEN OF BUSDATE-FILE-REC TO TRUE                 03620000
                                                                        03630000
           REWRITE BUSDATE-FILE-REC                                     03640000
               INVALID KEY                                              03650000
                   DISPLAY 'EODROLL - CRITICAL - CONTROL RECORD '       03660000
                       'REWRITE FAILED, STATUS ' EODROLL-BUSDATE-STATUS 03670000
                   SET EODROLL-REFUSED TO TRUE                          03680000
                   GO TO 3000-EXIT                                      03690000
           END-REWRITE                                                  03700000
                                                                        03710000
           SET EODROLL-ROLLED TO TRUE.                                  03720000
       3000-EXIT.                                                       03730000
           EXIT.                                                        03740000
                                                                        03750000
      ******************************************************************03760000
      *  3200-FIND-NEXT-WORKING-DAY - STEP THE WORK DATE FORWARD ONE   *03770000
      *  DAY, THEN ON PAST ANY DAY THE CALENDAR MARKS NON-WORKING.     *03780000
      *  A DATE THE CALENDAR DOES NOT LIST IS A WORKING DAY, AND THE   *03790000
      *  ROLL GIVES UP AFTER 14 DAYS RATHER THAN LOOP ON A MISCODED    *03800000
      *  CALENDAR - THE SAME RULE SODDPAY APPLIES TO DUE DATES.        *03810000
      ******************************************************************03820000
       3200-FIND-NEXT-WORKING-DAY.                                      03830000
           PERFORM 3300-ADD-ONE-DAY THRU 3300-EXIT                      03840000
           MOVE ZERO TO EODROLL-ROLL-COUNT                              03850000
           MOVE 'N'  TO EODROLL-ROLL-SWITCH                             03860000
           PERFORM 3210-CHECK-WORKING-DAY THRU 3210-EXIT                03870000
              UNTIL EODROLL-ROLL-DONE                                   03880000
                 OR EODROLL-ROLL-COUNT > 14.                            03890000
       3200-EXIT.                                                       03900000
           EXIT.                                                        03910000
                                                                        03920000
      ******************************************************************03930000
      *  3210-CHECK-WORKING-DAY - LOOK THE WORK DATE UP ON THE         *03940000
      *  CALENDAR AND STEP PAST IT IF IT IS NOT A WORKING DAY.         *03950000
      ******************************************************************03960000
       3210-CHECK-WORKING-DAY.                                          03970000
           MOVE EODROLL-WORK-DATE TO PROCCAL-DATE OF PCAL-FILE-REC      03980000
                                                                        03990000
           READ PCAL-FILE                                               04000000
               KEY IS PROCCAL-KEY OF PCAL-FILE-REC                      04010000
               INVALID KEY                                              04020000
                   MOVE 'Y' TO EODROLL-ROLL-SWITCH                      04030000
                   GO TO 3210-EXIT                                      04040000
           END-READ                                                     04050000
                                                                        04060000
           IF PROCCAL-WORKING-DAY OF PCAL-FILE-REC                      04070000
               MOVE 'Y' TO EODROLL-ROLL-SWITCH                          04080000
           ELSE                                                         04090000
               PERFORM 3300-ADD-ONE-DAY THRU 3300-EXIT                  04100000
               ADD 1 TO EODROLL-ROLL-COUNT                              04110000
           END-IF.                                                      04120000
       3210-EXIT.                                                       04130000
           EXIT.                                                        04140000
                                                                        04150000
      ******************************************************************04160000
      *  3300-ADD-ONE-DAY - STEP THE WORK DATE FORWARD ONE DAY,        *04170000
      *  CARRYING INTO THE NEXT MONTH AND YEAR AS NEEDED.              *04180000
      ******************************************************************04190000
       3300-ADD-ONE-DAY.                                                04200000
           MOVE EODROLL-MONTH-DAY-TAB(EODROLL-WORK-MM)                  04210000
               TO EODROLL-DAYS-IN-MONTH                                 04220000
           IF EODROLL-WORK-MM = 2                                       04230000
               PERFORM 3350-SET-LEAP-SWITCH THRU 3350-EXIT              04240000
               IF EODROLL-IS-LEAP                                       04250000
                   MOVE 29 TO EODROLL-DAYS-IN-MONTH                     04260000
               END-IF                                                   04270000
           END-IF                                                       04280000
                                                                        04290000
           ADD 1 TO EODROLL-WORK-DD                                     04300000
           IF EODROLL-WORK-DD > EODROLL-DAYS-IN-MONTH                   04310000
               MOVE 1 TO EODROLL-WORK-DD                                04320000
               ADD 1 TO EODROLL-WORK-MM                                 04330000
               IF EODROLL-WORK-MM > 12                                  04340000
                   MOVE 1 TO EODROLL-WORK-MM                            04350000
                   ADD 1 TO EODROLL-WORK-YYYY                           04360000
               END-IF                                                   04370000
           END-IF.                                                      04380000
       3300-EXIT.                                                       04390000
           EXIT.                                                        04400000
                                                                        04410000
      ******************************************************************04420000
      *  3350-SET-LEAP-SWITCH - GREGORIAN LEAP-YEAR TEST ON THE WORK   *04430000
      *  DATE'S YEAR.                                                  *04440000
      ******************************************************************04450000
       3350-SET-LEAP-SWITCH.                                            04460000
           MOVE 'N' TO EODROLL-LEAP-SWITCH                              04470000
                                                                        04480000
           DIVIDE EODROLL-WORK-YYYY BY 400                              04490000
               GIVING EODROLL-YEAR-QUOT                                 04500000
               REMAINDER EODROLL-YEAR-REM                               04510000
           IF EODROLL-YEAR-REM = ZERO                                   04520000
               SET EODROLL-IS-LEAP TO TRUE                              04530000
               GO TO 3350-EXIT                                          04540000
           END-IF                                                       04550000
                                                                        04560000
           DIVIDE EODROLL-WORK-YYYY BY 100                              04570000
               GIVING EODROLL-YEAR-QUOT                                 04580000
               REMAINDER EODROLL-YEAR-REM                               04590000
           IF EODROLL-YEAR-REM = ZERO                                   04600000
               GO TO 3350-EXIT                                          04610000
           END-IF                                                       04620000
                                                                        04630000
           DIVIDE EODROLL-WORK-YYYY BY 4                                04640000
               GIVING EODROLL-YEAR-QUOT                                 04650000
               REMAINDER EODROLL-YEAR-REM                               04660000
           IF EODROLL-YEAR-REM = ZERO                                   04670000
               SET EODROLL-IS-LEAP TO TRUE                              04680000
           END-IF.                                                      04690000
       3350-EXIT.                                                       04700000
           EXIT.                                                        04710000
                                                                        04720000
      ******************************************************************04730000
      *  3500-REFUSE-ROLL - A JOB FAILED OR NEVER FINISHED.  LEAVE     *04740000
      *  THE DATES ALONE AND MARK THE CONTROL RECORD SO THE REFUSAL    *04750000
      *  IS VISIBLE TO ANYONE WHO LOOKS AT IT.                         *04760000
      ******************************************************************04770000
       3500-REFUSE-ROLL.                                                04780000
           SET EODROLL-REFUSED TO TRUE                                  04790000
           SET BUSDATE-ROLL-REFUSED OF BUSDATE-FILE-REC TO TRUE         04800000
                                                                        04810000
           REWRITE BUSDATE-FILE-REC                                     04820000
               INVALID KEY                                              04830000
                   DISPLAY 'EODROLL - CRITICAL - CONTROL RECORD '       04840000
                       'REWRITE FAILED, STATUS ' EODROLL-BUSDATE-STATUS 04850000
           END-REWRITE                                                  04860000
                                                                        04870000
           DISPLAY 'EODROLL - ROLL REFUSED - '                          04880000
               EODROLL-FAIL-COUNT ' FAILED, '                           04890000
               EODROLL-RUNNING-COUNT ' NOT FINISHED'.                   04900000
       3500-EXIT.                                                       04910000
           EXIT.                                                        04920000
                                                                        04930000
      ******************************************************************04940000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS, THE OUTCOME AND    *04950000
      *  THE THREE DATES AS THEY NOW STAND.                            *04960000
      ******************************************************************04970000
       4000-PRINT-SUMMARY.                                              04980000
           MOVE EODROLL-JOB-COUNT TO EODROLL-SUM-JOBS                   04990000
           WRITE ROLL-RPT-LINE FROM EODROLL-SUMMARY-LINE-1              05000000
                                                                        05010000
           MOVE EODROLL-FAIL-COUNT TO EODROLL-SUM-FAILED                05020000
           WRITE ROLL-RPT-LINE FROM EODROLL-SUMMARY-LINE-2              05030000
                                                                        05040000
           MOVE EODROLL-RUNNING-COUNT TO EODROLL-SUM-RUNNING            05050000
           WRITE ROLL-RPT-LINE FROM EODROLL-SUMMARY-LINE-3              05060000
                                                                        05070000
           EVALUATE TRUE                                                05080000
               WHEN EODROLL-SEEDED                                      05090000
                   MOVE 'CONTROL RECORD SEEDED FROM SYSTEM DATE'        05100000
                       TO EODROLL-OUTCOME-TEXT                          05110000
               WHEN EODROLL-REFUSED                                     05120000
                   MOVE 'REFUSED - BUSINESS DATE NOT ADVANCED'          05130000
                       TO EODROLL-OUTCOME-TEXT                          05140000
               WHEN OTHER                                               05150000
                   MOVE 'BUSINESS DATE ADVANCED'                        05160000
                       TO EODROLL-OUTCOME-TEXT                          05170000
           END-EVALUATE                                                 05180000
           WRITE ROLL-RPT-LINE FROM EODROLL-OUTCOME-LINE                05190000
                                                                        05200000
           MOVE 'PREVIOUS DATE     : ' TO EODROLL-DATE-LABEL            05210000
           MOVE BUSDATE-PREVIOUS-DATE OF BUSDATE-FILE-REC               05220000
               TO EODROLL-DATE-VALUE                                    05230000
           WRITE ROLL-RPT-LINE FROM EODROLL-DATE-LINE                   05240000
                                                                        05250000
           MOVE 'CURRENT DATE      : ' TO EODROLL-DATE-LABEL            05260000
           MOVE BUSDATE-CURRENT-DATE OF BUSDATE-FILE-REC                05270000
               TO EODROLL-DATE-VALUE                                    05280000
           WRITE ROLL-RPT-LINE FROM EODROLL-DATE-LINE                   05290000
                                                                        05300000
           MOVE 'NEXT DATE         : ' TO EODROLL-DATE-LABEL            05310000
           MOVE BUSDATE-NEXT-DATE OF BUSDATE-FILE-REC                   05320000
               TO EODROLL-DATE-VALUE                                    05330000
           WRITE ROLL-RPT-LINE FROM EODROLL-DATE-LINE.                  05340000
       4000-EXIT.                                                       05350000
           EXIT.                                                        05360000
                                                                        05370000
      ******************************************************************05380000
      *  9000-TERMINATE - CLOSE THE FILES, THEN REPORT TO RUNCTL (THE  *05390000
      *  RUN-CONTROL AND BUSINESS-DATE FILES MUST BE FREE FOR IT).  A  *05400000
      *  REFUSED ROLL ENDS THE JOB FAILED.                             *05410000
      ******************************************************************05420000
       9000-TERMINATE.                                                  05430000
           CLOSE BUSDATE-FILE                                           05440000
           CLOSE RUNCTL-FILE                                            05450000
           CLOSE PCAL-FILE                                              05460000
           CLOSE ROLL-RPT                                               05470000
                                                                        05480000
           IF EODROLL-REFUSED                                           05490000
               MOVE 'F' TO RUNCTL-REQ-FUNCTION                          05500000
           ELSE                                                         05510000
               MOVE 'E' TO RUNCTL-REQ-FUNCTION                          05520000
           END-IF                                                       05530000
           MOVE EODROLL-JOB-COUNT TO RUNCTL-REQ-COUNT                   05540000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          05550000
       9000-EXIT.                                                       05560000
           EXIT.                                                        05570000
                                                                        05580000
       9999-EXIT.                                                       05590000
           STOP RUN.                                                    05600000
