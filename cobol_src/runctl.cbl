      *                   AND THE REPLY IS GO.                         *00280000
      *               E - END, SUCCESSFUL, WITH THE RECORD COUNT.      *00290000
      *               F - END, FAILED, WITH THE RECORD COUNT.          *00300000
      *               B - OUT OF BALANCE.  SET BY BALCHK ON TODAY'S    *00301666
      *                   ROW OF A JOB WHOSE CONTROL TOTALS DID NOT    *00303332
      *                   AGREE; THE TIMES AND COUNT ARE LEFT ALONE.   *00304998
      *                   ANY JOB DECLARING IT AS PREDECESSOR IS THEN  *00306664
      *                   HELD UNTIL IT IS RE-RUN CLEANLY.             *00308330
      *                                                                *00310000
      *             THE FILE IS OPENED AND CLOSED PER CALL - TWO       *00320000
      *             CALLS PER JOB PER NIGHT DO NOT JUSTIFY HOLDING     *00330000
      *             IT OPEN ACROSS THE RUN.                            *00340000
      *                                                                *00342000
      *             ROWS ARE DATED BY THE BUSINESS DATE THE BUSDATE    *00342727
      *             SUBPROGRAM RETURNS, SO A SUITE THAT RUNS PAST      *00343454
      *             MIDNIGHT STILL FINDS TONIGHT'S PREDECESSOR ROWS.   *00344181
      *             EODROLL ADVANCES THAT DATE, SO ITS OWN ROW SITS    *00344908
      *             UNDER THE PREVIOUS BUSINESS DATE ONCE IT HAS RUN;  *00345635
      *             A JOB DECLARING EODROLL AS PREDECESSOR IS CHECKED  *00346362
      *             AGAINST THAT ROW WHEN THERE IS NONE UNDER THE      *00347089
      *             CURRENT DATE.  ANY OTHER PREDECESSOR MUST HAVE A   *00347816
      *             ROW UNDER THE CURRENT DATE - LAST NIGHT'S DOES NOT *00348543
      *             COUNT.                                             *00349270
      *                                                                *00350000
      *  FILES    : RUNCTLF  - VSAM KSDS - RUN-CONTROL FILE (I-O)      *00360000
      *                                                                *00370000
      *  ----------------------------------------------------------    *00390000
      *  DATE        BY    DESCRIPTION                                 *00400000
      *  2026-08-22  BAG   INITIAL VERSION                             *00410000
      *  2026-10-15  BAG   RUN ROWS ARE DATED BY THE BUSINESS DATE     *00413333
      *                    (BUSDATE), NOT THE SYSTEM CLOCK             *00416666
      *  2026-10-15  BAG   BALCHK CAN MARK A JOB'S ROW OUT OF          *00417777
      *                    BALANCE (B)                                 *00418888
      *  2026-10-15  BAG   A SUCCESSOR OF EODROLL FINDS EODROLL'S ROW  *00419258
      *                    UNDER THE PREVIOUS BUSINESS DATE            *00419628
      *                                                                *00420000
      ******************************************************************00430000
       ENVIRONMENT DIVISION.                                            00440000
           05  RUNCTL-CURRENT-DATE         PIC 9(8).                    00630000
           05  RUNCTL-CURRENT-TIME         PIC 9(6).                    00640000
           05  RUNCTL-PRED-JOB             PIC X(8)  VALUE SPACES.      00650000
           05  RUNCTL-PREVIOUS-DATE        PIC 9(8)  VALUE ZERO.        00652000
                                                                        00654000
       01  BUSDATE-REQUEST-AREA.                                        00656000
           COPY BUSDATEQ.                                               00658000
                                                                        00660000
       LINKAGE SECTION.                                                 00670000
       01  RUNCTL-CALL-AREA.                                            00680000
      ******************************************************************00730000
       0000-MAINLINE.                                                   00740000
           SET RUNCTL-GO TO TRUE                                        00750000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         00755000
           MOVE BUSDATE-REQ-CURRENT TO RUNCTL-CURRENT-DATE              00760000
           MOVE BUSDATE-REQ-PREVIOUS TO RUNCTL-PREVIOUS-DATE            00765000
           ACCEPT RUNCTL-CURRENT-TIME FROM TIME                         00770000
                                                                        00780000
           OPEN I-O RUNCTL-FILE                                         00790000
                                                                        00800000
           EVALUATE TRUE                                                00806666
               WHEN RUNCTL-REQ-START                                    00813332
                   PERFORM 1000-REGISTER-START THRU 1000-EXIT           00819998
               WHEN RUNCTL-REQ-OUT-OF-BALANCE                           00826664
                   PERFORM 3000-MARK-OUT-OF-BALANCE THRU 3000-EXIT      00833330
               WHEN OTHER                                               00839996
                   PERFORM 2000-REGISTER-END THRU 2000-EXIT             00846662
           END-EVALUATE                                                 00853328
                                                                        00860000
           CLOSE RUNCTL-FILE                                            00870000
                                                                        00880000
           GOBACK.                                                      00890000
                                                                        00900000
      ******************************************************************00910000
      *  1000-REGISTER-START - CHECK THE PREDECESSOR RULE, THEN OPEN   *00916000
      *  TODAY'S ROW.  AN EODROLL PREDECESSOR IS LOOKED FOR UNDER THE  *00922000
      *  PREVIOUS BUSINESS DATE WHEN IT HAS NO ROW UNDER THE CURRENT   *00928000
      *  ONE, AS IN 2000-REGISTER-END.                                 *00934000
      ******************************************************************00940000
       1000-REGISTER-START.                                             00950000
           MOVE SPACES TO RUNCTL-PRED-JOB                               00960000
                   TO RUNCTL-JOB-NAME OF RUNCTL-FILE-REC                01110000
               MOVE RUNCTL-CURRENT-DATE                                 01120000
                   TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                01130000
               READ RUNCTL-FILE                                         01133157
                   INVALID KEY                                          01136314
                       CONTINUE                                         01139471
               END-READ                                                 01142628
               IF RUNCTL-FILE-STATUS NOT = '00'                         01145785
                   IF RUNCTL-PRED-JOB NOT = 'EODROLL'                   01148942
                      OR RUNCTL-PREVIOUS-DATE = ZERO                    01152099
                       SET RUNCTL-HELD TO TRUE                          01155256
                       GO TO 1000-EXIT                                  01158413
                   END-IF                                               01161570
                   MOVE RUNCTL-PREVIOUS-DATE                            01164727
                       TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC            01167884
                   READ RUNCTL-FILE                                     01171041
                       INVALID KEY                                      01174198
                           SET RUNCTL-HELD TO TRUE                      01177355
                           GO TO 1000-EXIT                              01180512
                   END-READ                                             01183669
               END-IF                                                   01186826
               IF NOT RUNCTL-ENDED-OK OF RUNCTL-FILE-REC                01190000
                   SET RUNCTL-HELD TO TRUE                              01200000
                   GO TO 1000-EXIT                                      01210000
      ******************************************************************01430000
      *  2000-REGISTER-END - CLOSE TODAY'S ROW WITH THE OUTCOME AND    *01440000
      *  THE RECORD COUNT.                                             *01450000
      *  THE ROW IS LOOKED FOR UNDER THE CURRENT BUSINESS DATE AND,    *01452500
      *  FAILING THAT, THE PREVIOUS ONE - THE EODROLL JOB ADVANCES     *01455000
      *  THE BUSINESS DATE BETWEEN ITS OWN START AND END.              *01457500
      ******************************************************************01460000
       2000-REGISTER-END.                                               01470000
           MOVE RUNCTL-REQ-JOB TO RUNCTL-JOB-NAME OF RUNCTL-FILE-REC    01480000
           MOVE RUNCTL-CURRENT-DATE                                     01490000
               TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                    01500000
                                                                        01510000
           READ RUNCTL-FILE                                             01513125
               INVALID KEY                                              01516250
                   CONTINUE                                             01519375
           END-READ                                                     01522500
           IF RUNCTL-FILE-STATUS NOT = '00'                             01525625
               IF RUNCTL-PREVIOUS-DATE = ZERO                           01528750
                   GO TO 2000-EXIT                                      01531875
               END-IF                                                   01535000
               MOVE RUNCTL-PREVIOUS-DATE                                01538125
                   TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                01541250
               READ RUNCTL-FILE                                         01544375
                   INVALID KEY                                          01547500
                       GO TO 2000-EXIT                                  01550625
               END-READ                                                 01553750
           END-IF                                                       01556875
                                                                        01560000
           MOVE RUNCTL-CURRENT-TIME                                     01570000
               TO RUNCTL-END-TIME OF RUNCTL-FILE-REC                    01580000
           REWRITE RUNCTL-FILE-REC.                                     01670000
       2000-EXIT.                                                       01680000
           EXIT.                                                        01690000
                                                                        01690100
      ******************************************************************01690200
      *  3000-MARK-OUT-OF-BALANCE - SET TODAY'S ROW FOR THE JOB OUT    *01690300
      *  OF BALANCE.  THE ROW IS LOOKED FOR AS IN 2000-REGISTER-END.   *01690400
      ******************************************************************01690500
       3000-MARK-OUT-OF-BALANCE.                                        01690600
           MOVE RUNCTL-REQ-JOB TO RUNCTL-JOB-NAME OF RUNCTL-FILE-REC    01690700
           MOVE RUNCTL-CURRENT-DATE                                     01690800
               TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                    01690900
                                                                        01691000
           READ RUNCTL-FILE                                             01691100
               INVALID KEY                                              01691200
                   CONTINUE                                             01691300
           END-READ                                                     01691400
           IF RUNCTL-FILE-STATUS NOT = '00'                             01691500
               IF RUNCTL-PREVIOUS-DATE = ZERO                           01691600
                   GO TO 3000-EXIT                                      01691700
               END-IF                                                   01691800
               MOVE RUNCTL-PREVIOUS-DATE                                01691900
                   TO RUNCTL-RUN-DATE OF RUNCTL-FILE-REC                01692000
               READ RUNCTL-FILE                                         01692100
                   INVALID KEY                                          01692200
                       GO TO 3000-EXIT                                  01692300
               END-READ                                                 01692400
           END-IF                                                       01692500
                                                                        01692600
           SET RUNCTL-OUT-OF-BALANCE OF RUNCTL-FILE-REC TO TRUE         01692700
           REWRITE RUNCTL-FILE-REC.                                     01692800
       3000-EXIT.                                                       01692900
           EXIT.                                                        01693000
