      *             AND END TIMES, RECORD COUNT AND OUTCOME - SO THE   *00190000
      *             WHOLE NIGHT READS ON ONE PAGE AND A JOB STILL      *00200000
      *             SHOWING RUNNING OR FAILED JUMPS OUT BEFORE THE     *00210000
      *             PHONES START.                                      *00212500
      *                                                                *00215000
      *             A JOB MARKED OUT OF BALANCE BY BALCHK IS SHOWN     *00217500
      *             OUT BAL, AND THE BALANCING RULES THAT DID NOT HOLD *00220000
      *             FOR THE DATE FOLLOW THE JOB LIST WITH THE COUNT,   *00222500
      *             DEBIT AND CREDIT DIFFERENCES (CONSUMER LESS        *00225000
      *             PRODUCERS) TAKEN FROM THE BALANCING RESULT FILE.   *00227500
      *                                                                *00230000
      *  FILES    : RUNCTLF  - VSAM KSDS - RUN-CONTROL FILE (INPUT)    *00240000
      *             BALRES   - VSAM KSDS - BALANCING RESULTS (INPUT)   *00245000
      *             SYSIN    - PARAMETER - BUSINESS DATE (YYYYMMDD)    *00250000
      *             OPSRPT   - OPERATIONS SUMMARY (OUTPUT)             *00260000
      *                                                                *00270000
      *  ----------------------------------------------------------    *00290000
      *  DATE        BY    DESCRIPTION                                 *00300000
      *  2026-08-22  BAG   INITIAL VERSION                             *00310000
      *  2026-10-15  BAG   SHOW OUT-OF-BALANCE JOBS AND THE            *00313333
      *                    BALANCING DIFFERENCES FROM BALRES           *00316666
      *                                                                *00320000
      ******************************************************************00330000
       ENVIRONMENT DIVISION.                                            00340000
                  RECORD KEY IS RUNCTL-KEY OF RUNCTL-FILE-REC           00400000
                  FILE STATUS IS OPSRPT-RUNCTL-STATUS.                  00410000
                                                                        00420000
           SELECT BALRES-FILE     ASSIGN TO BALRES                      00421428
                  ORGANIZATION IS INDEXED                               00422856
                  ACCESS MODE IS DYNAMIC                                00424284
                  RECORD KEY IS BALRES-KEY OF BALRES-FILE-REC           00425712
                  FILE STATUS IS OPSRPT-BALRES-STATUS.                  00427140
                                                                        00428568
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00430000
                  ORGANIZATION IS LINE SEQUENTIAL                       00440000
                  FILE STATUS IS OPSRPT-PARM-STATUS.                    00450000
       01  RUNCTL-FILE-REC.                                             00550000
           COPY RUNCTL.                                                 00560000
                                                                        00570000
       FD  BALRES-FILE                                                  00571666
           RECORDING MODE IS F.                                         00573332
       01  BALRES-FILE-REC.                                             00574998
           COPY BALRES.                                                 00576664
                                                                        00578330
       FD  PARAMETER-FILE                                               00580000
           RECORDING MODE IS F.                                         00590000
       01  PARAMETER-FILE-REC             PIC X(80).                    00600000
           05  OPSRPT-RUNCTL-STATUS        PIC XX.                      00680000
           05  OPSRPT-PARM-STATUS          PIC XX.                      00690000
           05  OPSRPT-RPT-STATUS           PIC XX.                      00700000
           05  OPSRPT-BALRES-STATUS        PIC XX.                      00705000
           05  OPSRPT-EOF-SWITCH           PIC X     VALUE 'N'.         00710000
               88  OPSRPT-AT-EOF                 VALUE 'Y'.             00720000
           05  OPSRPT-BALRES-EOF-SWITCH    PIC X     VALUE 'N'.         00723333
               88  OPSRPT-BALRES-AT-EOF          VALUE 'Y'.             00726666
           05  OPSRPT-BUSINESS-DATE        PIC 9(8)  VALUE ZERO.        00730000
           05  OPSRPT-JOB-COUNT            PIC 9(4)  COMP VALUE ZERO.   00740000
           05  OPSRPT-PROBLEM-COUNT        PIC 9(4)  COMP VALUE ZERO.   00750000
           05  OPSRPT-UNBALANCED-COUNT     PIC 9(4)  COMP VALUE ZERO.   00755000
                                                                        00760000
       01  OPSRPT-PARM-REDEF.                                           00770000
           05  OPSRPT-PARM-TEXT            PIC X(8).                    00780000
           05  OPSRPT-DTL-OUTCOME          PIC X(8).                    01030000
           05  FILLER                      PIC X(34) VALUE SPACES.      01040000
                                                                        01050000
       01  OPSRPT-BALANCE-HEADING.                                      01050476
           05  FILLER                      PIC X(36) VALUE              01050952
               'RULE     FILE     CONSUMER  ENTRIES'.                   01051428
           05  FILLER                      PIC X(44) VALUE              01051904
               '      DEBIT DIFF     CREDIT DIFF'.                      01052380
                                                                        01052856
       01  OPSRPT-BALANCE-LINE.                                         01053332
           05  OPSRPT-BAL-RULE             PIC X(8).                    01053808
           05  FILLER                      PIC X(1)  VALUE SPACE.       01054284
           05  OPSRPT-BAL-FILE             PIC X(8).                    01054760
           05  FILLER                      PIC X(1)  VALUE SPACE.       01055236
           05  OPSRPT-BAL-CONSUMER         PIC X(8).                    01055712
           05  FILLER                      PIC X(1)  VALUE SPACE.       01056188
           05  OPSRPT-BAL-COUNT            PIC -(8)9.                   01056664
           05  FILLER                      PIC X(1)  VALUE SPACE.       01057140
           05  OPSRPT-BAL-DEBIT            PIC -(12)9.99.               01057616
           05  FILLER                      PIC X(1)  VALUE SPACE.       01058092
           05  OPSRPT-BAL-CREDIT           PIC -(12)9.99.               01058568
           05  FILLER                      PIC X(10) VALUE SPACES.      01059044
                                                                        01059520
       01  OPSRPT-SUMMARY-LINE-1.                                       01060000
           05  FILLER                      PIC X(20) VALUE              01070000
               'JOBS REPORTED     : '.                                  01080000
           05  OPSRPT-SUM-PROBLEMS         PIC Z(3)9.                   01150000
           05  FILLER                      PIC X(52) VALUE SPACES.      01160000
                                                                        01170000
       01  OPSRPT-SUMMARY-LINE-3.                                       01171428
           05  FILLER                      PIC X(20) VALUE              01172856
               'RULES OUT OF BAL. : '.                                  01174284
           05  OPSRPT-SUM-UNBALANCED       PIC Z(3)9.                   01175712
           05  FILLER                      PIC X(52) VALUE SPACES.      01177140
                                                                        01178568
      ******************************************************************01180000
       PROCEDURE DIVISION.                                              01190000
      ******************************************************************01200000
           PERFORM 2000-REPORT-JOB                                      01240000
              UNTIL OPSRPT-AT-EOF                                       01250000
                                                                        01260000
           PERFORM 2500-REPORT-BALANCING THRU 2500-EXIT                 01263333
                                                                        01266666
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT                    01270000
                                                                        01280000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        01290000
               EVALUATE TRUE                                            01940000
                   WHEN RUNCTL-ENDED-OK OF RUNCTL-FILE-REC              01950000
                       MOVE 'OK' TO OPSRPT-DTL-OUTCOME                  01960000
                   WHEN RUNCTL-OUT-OF-BALANCE OF RUNCTL-FILE-REC        01962500
                       MOVE 'OUT BAL' TO OPSRPT-DTL-OUTCOME             01965000
                       ADD 1 TO OPSRPT-PROBLEM-COUNT                    01967500
                   WHEN RUNCTL-ENDED-FAIL OF RUNCTL-FILE-REC            01970000
                       MOVE 'FAILED' TO OPSRPT-DTL-OUTCOME              01980000
                       ADD 1 TO OPSRPT-PROBLEM-COUNT                    01990000
                                                                        02060000
           PERFORM 1200-READ-NEXT THRU 1200-EXIT.                       02070000
                                                                        02080000
      ******************************************************************02080129
      *  2500-REPORT-BALANCING - LIST THE DATE'S BALANCING RULES THAT  *02080258
      *  DID NOT HOLD.  RESULTS ARE KEYED BY DATE, SO THEY ARE READ    *02080387
      *  FROM THE DATE'S FIRST RULE UNTIL THE DATE CHANGES.  WITHOUT A *02080516
      *  RESULT FILE THE SECTION IS LEFT OUT.                          *02080645
      ******************************************************************02080774
       2500-REPORT-BALANCING.                                           02080903
           OPEN INPUT BALRES-FILE                                       02081032
           IF OPSRPT-BALRES-STATUS NOT = '00'                           02081161
               GO TO 2500-EXIT                                          02081290
           END-IF                                                       02081419
                                                                        02081548
           MOVE OPSRPT-BUSINESS-DATE                                    02081677
               TO BALRES-RUN-DATE OF BALRES-FILE-REC                    02081806
           MOVE LOW-VALUES TO BALRES-RULE-ID OF BALRES-FILE-REC         02081935
           START BALRES-FILE                                            02082064
               KEY IS NOT LESS THAN BALRES-KEY OF BALRES-FILE-REC       02082193
               INVALID KEY                                              02082322
                   SET OPSRPT-BALRES-AT-EOF TO TRUE                     02082451
           END-START                                                    02082580
                                                                        02082709
           PERFORM 2600-REPORT-RESULT THRU 2600-EXIT                    02082838
              UNTIL OPSRPT-BALRES-AT-EOF                                02082967
                                                                        02083096
           CLOSE BALRES-FILE.                                           02083225
       2500-EXIT.                                                       02083354
           EXIT.                                                        02083483
                                                                        02083612
      ******************************************************************02083741
      *  2600-REPORT-RESULT - READ THE NEXT RESULT AND, IF IT IS OUT   *02083870
      *  OF BALANCE, PRINT THE DIFFERENCES.  THE FIRST ONE PRINTS THE  *02083999
      *  SECTION HEADING.                                              *02084128
      ******************************************************************02084257
       2600-REPORT-RESULT.                                              02084386
           READ BALRES-FILE NEXT RECORD                                 02084515
               AT END                                                   02084644
                   SET OPSRPT-BALRES-AT-EOF TO TRUE                     02084773
                   GO TO 2600-EXIT                                      02084902
           END-READ                                                     02085031
                                                                        02085160
           IF BALRES-RUN-DATE OF BALRES-FILE-REC                        02085289
              NOT = OPSRPT-BUSINESS-DATE                                02085418
               SET OPSRPT-BALRES-AT-EOF TO TRUE                         02085547
               GO TO 2600-EXIT                                          02085676
           END-IF                                                       02085805
                                                                        02085934
           IF NOT BALRES-OUT-OF-BALANCE OF BALRES-FILE-REC              02086063
               GO TO 2600-EXIT                                          02086192
           END-IF                                                       02086321
                                                                        02086450
           IF OPSRPT-UNBALANCED-COUNT = ZERO                            02086579
               MOVE SPACES TO OPS-RPT-LINE                              02086708
               WRITE OPS-RPT-LINE                                       02086837
               MOVE 'BALANCING RULES OUT OF BALANCE' TO OPS-RPT-LINE    02086966
               WRITE OPS-RPT-LINE                                       02087095
               WRITE OPS-RPT-LINE FROM OPSRPT-BALANCE-HEADING           02087224
           END-IF                                                       02087353
           ADD 1 TO OPSRPT-UNBALANCED-COUNT                             02087482
                                                                        02087611
           MOVE BALRES-RULE-ID OF BALRES-FILE-REC TO OPSRPT-BAL-RULE    02087740
           MOVE BALRES-FILE-NAME OF BALRES-FILE-REC TO OPSRPT-BAL-FILE  02087869
           MOVE BALRES-CONSUMER OF BALRES-FILE-REC                      02087998
               TO OPSRPT-BAL-CONSUMER                                   02088127
           COMPUTE OPSRPT-BAL-COUNT =                                   02088256
               BALRES-CONSUMER-COUNT OF BALRES-FILE-REC                 02088385
             - BALRES-PRODUCER-COUNT OF BALRES-FILE-REC                 02088514
           COMPUTE OPSRPT-BAL-DEBIT =                                   02088643
               BALRES-CONSUMER-DEBIT OF BALRES-FILE-REC                 02088772
             - BALRES-PRODUCER-DEBIT OF BALRES-FILE-REC                 02088901
           COMPUTE OPSRPT-BAL-CREDIT =                                  02089030
               BALRES-CONSUMER-CREDIT OF BALRES-FILE-REC                02089159
             - BALRES-PRODUCER-CREDIT OF BALRES-FILE-REC                02089288
           WRITE OPS-RPT-LINE FROM OPSRPT-BALANCE-LINE.                 02089417
       2600-EXIT.                                                       02089546
           EXIT.                                                        02089675
                                                                        02089804
      ******************************************************************02090000
      *  3000-PRINT-SUMMARY - WRITE THE NIGHT'S TOTALS.                *02100000
      ******************************************************************02110000
           WRITE OPS-RPT-LINE FROM OPSRPT-SUMMARY-LINE-1                02170000
                                                                        02180000
           MOVE OPSRPT-PROBLEM-COUNT TO OPSRPT-SUM-PROBLEMS             02190000
           WRITE OPS-RPT-LINE FROM OPSRPT-SUMMARY-LINE-2                02194000
                                                                        02198000
           MOVE OPSRPT-UNBALANCED-COUNT TO OPSRPT-SUM-UNBALANCED        02202000
           WRITE OPS-RPT-LINE FROM OPSRPT-SUMMARY-LINE-3.               02206000
       3000-EXIT.                                                       02210000
           EXIT.                                                        02220000
                                                                        02230000
