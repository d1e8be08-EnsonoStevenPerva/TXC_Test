      *                        OVERRIDE REQUESTS PAST THEIR WINDOW     *00280000
      *                        ARE REMOVED; PENDING ONES ARE NEVER     *00290000
      *                        TOUCHED, HOWEVER OLD                    *00300000
      *               RPTREPO - REPORTS FILED BY RPTCAP PAST THEIR     *00301666
      *                        WINDOW (BY RUN DATE) ARE COPIED TO THE  *00303332
      *                        RPTARCH ARCHIVE FIRST WHEN THE POLICY   *00304998
      *                        SAYS ARCHIVE, THEN REMOVED, WITH THEIR  *00306664
      *                        RPTDIR DIRECTORY ROWS                   *00308330
      *                                                                *00310000
      *             A CLASS WITH NO POLICY ROW IS LEFT ALONE.  THE     *00320000
      *             COUNTS REMOVED AND ARCHIVED PER FILE ARE REPORTED. *00330000
      *                                                                *00340000
      *  CHECKPOINT/RESTART : THE CHECKPOINT RECORDS THE PHASE LAST    *00350000
      *             COMPLETED (IN CHECKPOINT-LAST-SORTCODE: 1=CUSCHG,  *00360000
      *             2=ABND, 3=CSOVRQ, 4=RPTREPO), SO A RESTART OF A    *00370000
      *             LONG PURGE SKIPS STRAIGHT TO THE PHASE THAT WAS    *00380000
      *             INTERRUPTED.  EACH PHASE IS ITSELF SAFE TO RERUN - *00390000
      *             A ROW ALREADY REMOVED IS SIMPLY NOT THERE AGAIN.   *00400000
      *                                                                *00410000
      *  FILES    : RETPOL   - VSAM KSDS - RETENTION POLICY (INPUT)    *00420000
      *             CUSCHG   - VSAM KSDS - CHANGE HISTORY (I-O)        *00430000
      *             CHGHIST  - CUSCHG ARCHIVE (EXTEND)                 *00440000
      *             ABNDFILE - VSAM KSDS - ABEND FILE (I-O)            *00450000
      *             CSOVRQ   - VSAM KSDS - OVERRIDE REQUESTS (I-O)     *00460000
      *             RPTREPO  - VSAM KSDS - REPORT REPOSITORY (I-O)     *00462500
      *             RPTDIR   - VSAM KSDS - REPOSITORY DIRECTORY (I-O)  *00465000
      *             RPTARCH  - RPTREPO ARCHIVE (EXTEND)                *00467500
      *             RETRPT   - RETENTION ACTIVITY REPORT (OUTPUT)      *00470000
      *             CHKPTF   - CHECKPOINT FILE (I-O)                   *00480000
      *                                                                *00490000
      *                                                                *00540000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00543333
      *                    SUBSYSTEM AT START AND END                  *00546666
      *  2026-10-15  BAG   REPORT REPOSITORY (RPTREPO AND ITS RPTDIR   *00547332
      *                    DIRECTORY) PURGED AS PHASE 4 UNDER THE      *00547998
      *                    RPTREPO POLICY, ARCHIVED TO RPTARCH WHEN    *00548664
      *                    THE POLICY SAYS SO                          *00549330
      ******************************************************************00550000
       ENVIRONMENT DIVISION.                                            00560000
       INPUT-OUTPUT SECTION.                                            00570000
                  ACCESS MODE IS DYNAMIC                                00830000
                  RECORD KEY IS CSOVRQ-KEY OF CSOVRQ-FILE-REC           00840000
                  FILE STATUS IS RETMGR-CSOVRQ-STATUS.                  00850000
                                                                        00850312
           SELECT RPTREPO-FILE    ASSIGN TO RPTREPO                     00850625
                  ORGANIZATION IS INDEXED                               00851250
                  ACCESS MODE IS DYNAMIC                                00851875
                  RECORD KEY IS RPTREPO-KEY OF RPTREPO-FILE-REC         00852500
                  FILE STATUS IS RETMGR-RPTREPO-STATUS.                 00853125
                                                                        00853750
           SELECT RPTDIR-FILE     ASSIGN TO RPTDIR                      00854375
                  ORGANIZATION IS INDEXED                               00855000
                  ACCESS MODE IS DYNAMIC                                00855625
                  RECORD KEY IS RPTDIR-KEY OF RPTDIR-FILE-REC           00856250
                  FILE STATUS IS RETMGR-RPTDIR-STATUS.                  00856875
                                                                        00857500
           SELECT RPTARCH-FILE    ASSIGN TO RPTARCH                     00858125
                  ORGANIZATION IS SEQUENTIAL                            00858750
                  FILE STATUS IS RETMGR-RPTARCH-STATUS.                 00859375
                                                                        00860000
           SELECT RET-RPT         ASSIGN TO RETRPT                      00870000
                  ORGANIZATION IS LINE SEQUENTIAL                       00880000
           RECORDING MODE IS F.                                         01210000
       01  CSOVRQ-FILE-REC.                                             01220000
           COPY CSOVRQ.                                                 01230000
                                                                        01230333
       FD  RPTREPO-FILE                                                 01230666
           RECORDING MODE IS F.                                         01231332
       01  RPTREPO-FILE-REC.                                            01231998
           COPY RPTREPO.                                                01232664
                                                                        01233330
       FD  RPTDIR-FILE                                                  01233996
           RECORDING MODE IS F.                                         01234662
       01  RPTDIR-FILE-REC.                                             01235328
           COPY RPTDIR.                                                 01235994
                                                                        01236660
       FD  RPTARCH-FILE                                                 01237326
           RECORDING MODE IS F.                                         01237992
       01  RPTARCH-FILE-REC.                                            01238658
           COPY RPTREPO.                                                01239324
                                                                        01240000
       FD  RET-RPT                                                      01250000
           RECORDING MODE IS F.                                         01260000
           05  RETMGR-CHGHIST-STATUS       PIC XX.                      01380000
           05  RETMGR-ABND-STATUS          PIC XX.                      01390000
           05  RETMGR-CSOVRQ-STATUS        PIC XX.                      01400000
           05  RETMGR-RPTREPO-STATUS       PIC XX.                      01402500
           05  RETMGR-RPTDIR-STATUS        PIC XX.                      01405000
           05  RETMGR-RPTARCH-STATUS       PIC XX.                      01407500
           05  RETMGR-RPT-STATUS           PIC XX.                      01410000
           05  RETMGR-CKPT-STATUS          PIC XX.                      01420000
               88  RETMGR-CKPT-NOTFND            VALUE '23'.            01430000
               88  RETMGR-ABND-AT-EOF            VALUE 'Y'.             01510000
           05  RETMGR-OVRQ-EOF-SWITCH      PIC X     VALUE 'N'.         01520000
               88  RETMGR-OVRQ-AT-EOF            VALUE 'Y'.             01530000
           05  RETMGR-REPO-EOF-SWITCH      PIC X     VALUE 'N'.         01532000
               88  RETMGR-REPO-AT-EOF            VALUE 'Y'.             01534000
           05  RETMGR-DIR-EOF-SWITCH       PIC X     VALUE 'N'.         01536000
               88  RETMGR-DIR-AT-EOF             VALUE 'Y'.             01538000
           05  RETMGR-PHASE-DONE           PIC 9     VALUE ZERO.        01540000
           05  RETMGR-DISPOSITION          PIC X     VALUE SPACE.       01550000
           05  RETMGR-CURRENT-DATE         PIC 9(8).                    01560000
           05  RETMGR-CHG-DEL-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01640000
           05  RETMGR-ABND-DEL-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01650000
           05  RETMGR-OVRQ-DEL-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01660000
           05  RETMGR-REPO-ARCH-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01662500
           05  RETMGR-REPO-DEL-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01665000
           05  RETMGR-DIR-DEL-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01667500
                                                                        01670000
       01  RETMGR-SUMMARY-LINE-1.                                       01680000
           05  FILLER                      PIC X(20) VALUE              01690000
               'CSOVRQ REMOVED    : '.                                  01880000
           05  RETMGR-SUM-OVRQ-DEL         PIC Z(8)9.                   01890000
           05  FILLER                      PIC X(47) VALUE SPACES.      01900000
                                                                        01900277
       01  RETMGR-SUMMARY-LINE-5.                                       01900555
           05  FILLER                      PIC X(20) VALUE              01901110
               'RPTREPO ARCHIVED  : '.                                  01901665
           05  RETMGR-SUM-REPO-ARCH        PIC Z(8)9.                   01902220
           05  FILLER                      PIC X(47) VALUE SPACES.      01902775
                                                                        01903330
       01  RETMGR-SUMMARY-LINE-6.                                       01903885
           05  FILLER                      PIC X(20) VALUE              01904440
               'RPTREPO REMOVED   : '.                                  01904995
           05  RETMGR-SUM-REPO-DEL         PIC Z(8)9.                   01905550
           05  FILLER                      PIC X(47) VALUE SPACES.      01906105
                                                                        01906660
       01  RETMGR-SUMMARY-LINE-7.                                       01907215
           05  FILLER                      PIC X(20) VALUE              01907770
               'RPTDIR REMOVED    : '.                                  01908325
           05  RETMGR-SUM-DIR-DEL          PIC Z(8)9.                   01908880
           05  FILLER                      PIC X(47) VALUE SPACES.      01909435
                                                                        01910000
       01  RUNCTL-REQUEST-AREA.                                         01912500
           COPY RUNCTLQ.                                                01915000
               MOVE 3 TO RETMGR-PHASE-DONE                              02120000
               PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT             02130000
           END-IF                                                       02140000
                                                                        02140833
           IF RETMGR-PHASE-DONE < 4                                     02141666
               PERFORM 5000-PURGE-RPTREPO THRU 5000-EXIT                02143332
               MOVE 4 TO RETMGR-PHASE-DONE                              02144998
               PERFORM 8500-WRITE-CHECKPOINT THRU 8500-EXIT             02146664
           END-IF                                                       02148330
                                                                        02150000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    02160000
                                                                        02170000
           OPEN EXTEND CHGHIST-FILE                                     02290000
           OPEN I-O    ABND-FILE                                        02300000
           OPEN I-O    CSOVRQ-FILE                                      02310000
           OPEN I-O    RPTREPO-FILE                                     02312500
           OPEN I-O    RPTDIR-FILE                                      02315000
           OPEN EXTEND RPTARCH-FILE                                     02317500
           OPEN OUTPUT RET-RPT                                          02320000
           OPEN I-O    CHECKPOINT-FILE                                  02330000
                                                                        02340000
           ADD 1 TO RETMGR-OVRQ-DEL-COUNT.                              04700000
       4100-EXIT.                                                       04710000
           EXIT.                                                        04720000
                                                                        04720061
      ******************************************************************04720123
      *  5000-PURGE-RPTREPO - APPLY THE RPTREPO POLICY TO THE REPORT   *04720246
      *  REPOSITORY, THEN TO ITS DIRECTORY.                            *04720369
      ******************************************************************04720492
       5000-PURGE-RPTREPO.                                              04720615
           MOVE 'RPTREPO' TO RETPOL-CLASS OF RETPOL-FILE-REC            04720738
           PERFORM 1500-GET-POLICY THRU 1500-EXIT                       04720861
           IF NOT RETMGR-POLICY-FOUND                                   04720984
               GO TO 5000-EXIT                                          04721107
           END-IF                                                       04721230
                                                                        04721353
           MOVE LOW-VALUES TO RPTREPO-KEY OF RPTREPO-FILE-REC           04721476
           START RPTREPO-FILE KEY IS GREATER                            04721599
                 THAN RPTREPO-KEY OF RPTREPO-FILE-REC                   04721722
               INVALID KEY                                              04721845
                   SET RETMGR-REPO-AT-EOF TO TRUE                       04721968
           END-START                                                    04722091
                                                                        04722214
           PERFORM 5100-PURGE-ONE-RPTREPO THRU 5100-EXIT                04722337
              UNTIL RETMGR-REPO-AT-EOF                                  04722460
                                                                        04722583
           MOVE LOW-VALUES TO RPTDIR-KEY OF RPTDIR-FILE-REC             04722706
           START RPTDIR-FILE KEY IS GREATER                             04722829
                 THAN RPTDIR-KEY OF RPTDIR-FILE-REC                     04722952
               INVALID KEY                                              04723075
                   SET RETMGR-DIR-AT-EOF TO TRUE                        04723198
           END-START                                                    04723321
                                                                        04723444
           PERFORM 5200-PURGE-ONE-RPTDIR THRU 5200-EXIT                 04723567
              UNTIL RETMGR-DIR-AT-EOF.                                  04723690
       5000-EXIT.                                                       04723813
           EXIT.                                                        04723936
                                                                        04724059
      ******************************************************************04724182
      *  5100-PURGE-ONE-RPTREPO - ARCHIVE AND/OR REMOVE ONE REPORT     *04724305
      *  LINE WHOSE RUN DATE IS PAST THE WINDOW.                       *04724428
      ******************************************************************04724551
       5100-PURGE-ONE-RPTREPO.                                          04724674
           READ RPTREPO-FILE NEXT RECORD                                04724797
               AT END                                                   04724920
                   SET RETMGR-REPO-AT-EOF TO TRUE                       04725043
                   GO TO 5100-EXIT                                      04725166
           END-READ                                                     04725289
                                                                        04725412
           IF RPTREPO-RUN-DATE OF RPTREPO-FILE-REC                      04725535
              NOT < RETMGR-CUTOFF-DATE                                  04725658
               GO TO 5100-EXIT                                          04725781
           END-IF                                                       04725904
                                                                        04726027
           IF RETMGR-DISPOSITION = 'A'                                  04726150
               MOVE RPTREPO-FILE-REC TO RPTARCH-FILE-REC                04726273
               WRITE RPTARCH-FILE-REC                                   04726396
               ADD 1 TO RETMGR-REPO-ARCH-COUNT                          04726519
           END-IF                                                       04726642
                                                                        04726765
           DELETE RPTREPO-FILE RECORD                                   04726888
           ADD 1 TO RETMGR-REPO-DEL-COUNT.                              04727011
       5100-EXIT.                                                       04727134
           EXIT.                                                        04727257
                                                                        04727380
      ******************************************************************04727503
      *  5200-PURGE-ONE-RPTDIR - REMOVE ONE DIRECTORY ROW WHOSE RUN    *04727626
      *  DATE IS PAST THE WINDOW.  ITS LINES HAVE ALREADY GONE.        *04727749
      ******************************************************************04727872
       5200-PURGE-ONE-RPTDIR.                                           04727995
           READ RPTDIR-FILE NEXT RECORD                                 04728118
               AT END                                                   04728241
                   SET RETMGR-DIR-AT-EOF TO TRUE                        04728364
                   GO TO 5200-EXIT                                      04728487
           END-READ                                                     04728610
                                                                        04728733
           IF RPTDIR-RUN-DATE OF RPTDIR-FILE-REC                        04728856
              NOT < RETMGR-CUTOFF-DATE                                  04728979
               GO TO 5200-EXIT                                          04729102
           END-IF                                                       04729225
                                                                        04729348
           DELETE RPTDIR-FILE RECORD                                    04729471
           ADD 1 TO RETMGR-DIR-DEL-COUNT.                               04729594
       5200-EXIT.                                                       04729717
           EXIT.                                                        04729840
                                                                        04730000
      ******************************************************************04740000
      *  8000-PRINT-SUMMARY - PER-FILE COUNTS FOR THE RUN.             *04750000
           WRITE RET-RPT-LINE FROM RETMGR-SUMMARY-LINE-3                04880000
                                                                        04890000
           MOVE RETMGR-OVRQ-DEL-COUNT TO RETMGR-SUM-OVRQ-DEL            04900000
           WRITE RET-RPT-LINE FROM RETMGR-SUMMARY-LINE-4                04901818
                                                                        04903636
           MOVE RETMGR-REPO-ARCH-COUNT TO RETMGR-SUM-REPO-ARCH          04905454
           WRITE RET-RPT-LINE FROM RETMGR-SUMMARY-LINE-5                04907272
                                                                        04909090
           MOVE RETMGR-REPO-DEL-COUNT TO RETMGR-SUM-REPO-DEL            04910908
           WRITE RET-RPT-LINE FROM RETMGR-SUMMARY-LINE-6                04912726
                                                                        04914544
           MOVE RETMGR-DIR-DEL-COUNT TO RETMGR-SUM-DIR-DEL              04916362
           WRITE RET-RPT-LINE FROM RETMGR-SUMMARY-LINE-7.               04918180
       8000-EXIT.                                                       04920000
           EXIT.                                                        04930000
                                                                        04940000
           CLOSE CHGHIST-FILE                                           05190000
           CLOSE ABND-FILE                                              05200000
           CLOSE CSOVRQ-FILE                                            05210000
           CLOSE RPTREPO-FILE                                           05212500
           CLOSE RPTDIR-FILE                                            05215000
           CLOSE RPTARCH-FILE                                           05217500
           CLOSE RET-RPT                                                05220000
           CLOSE CHECKPOINT-FILE.                                       05230000
       9000-EXIT.                                                       05240000
