      *  FUNCTION : FOR THE SORT CODE ON SYSIN (COLS 1-6), LISTS       *00170000
      *             EVERYTHING STILL KEYED TO THE BRANCH THAT STANDS   *00180000
      *             IN THE WAY OF BRNMAINT CLOSING IT - EVERY OPEN,    *00190000
      *             DORMANT OR SUSPENDED ACCOUNT, EVERY ACTIVE         *00198000
      *             STANDING ORDER AND EVERY SAFE-DEPOSIT BOX STILL    *00206000
      *             LET - WITH COUNTS, SO THE CLOSURE PROJECT CAN      *00214000
      *             WORK THE LIST DOWN TO ZERO.                        *00222000
      *                                                                *00230000
      *  FILES    : ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00240000
      *             SODDFILE - VSAM KSDS - STANDING ORDERS (INPUT)     *00250000
      *             SDBFILE  - VSAM KSDS - SAFE-DEPOSIT BOXES (INPUT)  *00255000
      *             SYSIN    - PARAMETER - SORT CODE                   *00260000
      *             BRNCRPT  - CLOSURE-READINESS REPORT (OUTPUT)       *00270000
      *                                                                *00280000
      *  ----------------------------------------------------------    *00300000
      *  DATE        BY    DESCRIPTION                                 *00310000
      *  2026-08-22  BAG   INITIAL VERSION                             *00320000
      *  2026-10-15  BAG   LIST SAFE-DEPOSIT BOXES STILL LET           *00325000
      *                                                                *00330000
      ******************************************************************00340000
       ENVIRONMENT DIVISION.                                            00350000
                  RECORD KEY IS SODD-KEY OF SODD-FILE-REC               00470000
                  FILE STATUS IS BRNCLRPT-SODD-STATUS.                  00480000
                                                                        00490000
           SELECT SDBOX-FILE      ASSIGN TO SDBFILE                     00491666
                  ORGANIZATION IS INDEXED                               00493332
                  ACCESS MODE IS DYNAMIC                                00494998
                  RECORD KEY IS SDBOX-KEY OF SDBOX-FILE-REC             00496664
                  FILE STATUS IS BRNCLRPT-SDBOX-STATUS.                 00498330
                                                                        00498331
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00500000
                  ORGANIZATION IS LINE SEQUENTIAL                       00510000
                  FILE STATUS IS BRNCLRPT-PARM-STATUS.                  00520000
       01  SODD-FILE-REC.                                               00670000
           COPY SODD.                                                   00680000
                                                                        00690000
       FD  SDBOX-FILE                                                   00692000
           RECORDING MODE IS F.                                         00694000
       01  SDBOX-FILE-REC.                                              00696000
           COPY SDBOX.                                                  00698000
                                                                        00698001
       FD  PARAMETER-FILE                                               00700000
           RECORDING MODE IS F.                                         00710000
       01  PARAMETER-FILE-REC             PIC X(80).                    00720000
       01  BRNCLRPT-WORK-AREA.                                          00790000
           05  BRNCLRPT-ACCOUNT-STATUS     PIC XX.                      00800000
           05  BRNCLRPT-SODD-STATUS        PIC XX.                      00810000
           05  BRNCLRPT-SDBOX-STATUS       PIC XX.                      00815000
           05  BRNCLRPT-PARM-STATUS        PIC XX.                      00820000
           05  BRNCLRPT-RPT-STATUS         PIC XX.                      00830000
           05  BRNCLRPT-ACCT-EOF-SWITCH    PIC X     VALUE 'N'.         00840000
               88  BRNCLRPT-ACCT-AT-EOF          VALUE 'Y'.             00850000
           05  BRNCLRPT-SODD-EOF-SWITCH    PIC X     VALUE 'N'.         00860000
               88  BRNCLRPT-SODD-AT-EOF          VALUE 'Y'.             00870000
           05  BRNCLRPT-SDB-EOF-SWITCH     PIC X     VALUE 'N'.         00873333
               88  BRNCLRPT-SDB-AT-EOF           VALUE 'Y'.             00876666
           05  BRNCLRPT-ARG-SORTCODE       PIC 9(6)  VALUE ZERO.        00880000
           05  BRNCLRPT-ACCT-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 00890000
           05  BRNCLRPT-SODD-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 00900000
           05  BRNCLRPT-SDB-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 00905000
                                                                        00910000
       01  BRNCLRPT-PARM-REDEF.                                         00920000
           05  BRNCLRPT-PARM-TEXT          PIC X(6).                    00930000
           05  BRNCLRPT-SOD-BENEF-AC       PIC 9(8).                    01150000
           05  FILLER                      PIC X(34) VALUE SPACES.      01160000
                                                                        01170000
       01  BRNCLRPT-SDB-LINE.                                           01170769
           05  FILLER                      PIC X(9)  VALUE 'SDB BOX '.  01171538
           05  BRNCLRPT-SDB-NUMBER         PIC 9(6).                    01172307
           05  FILLER                      PIC X(2)  VALUE SPACES.      01173076
           05  BRNCLRPT-SDB-SIZE           PIC X.                       01173845
           05  FILLER                      PIC X(2)  VALUE SPACES.      01174614
           05  BRNCLRPT-SDB-CUSTOMER       PIC 9(10).                   01175383
           05  FILLER                      PIC X(2)  VALUE SPACES.      01176152
           05  BRNCLRPT-SDB-ACCOUNT        PIC 9(8).                    01176921
           05  FILLER                      PIC X(2)  VALUE SPACES.      01177690
           05  BRNCLRPT-SDB-ARREARS        PIC Z(7)9.99.                01178459
           05  FILLER                      PIC X(27) VALUE SPACES.      01179228
                                                                        01179229
       01  BRNCLRPT-SUMMARY-LINE-1.                                     01180000
           05  FILLER                      PIC X(20) VALUE              01190000
               'LIVE ACCOUNTS     : '.                                  01200000
               'ACTIVE S/ORDERS   : '.                                  01260000
           05  BRNCLRPT-SUM-SODDS          PIC Z(8)9.                   01270000
           05  FILLER                      PIC X(47) VALUE SPACES.      01280000
                                                                        01280833
       01  BRNCLRPT-SUMMARY-LINE-3.                                     01281666
           05  FILLER                      PIC X(20) VALUE              01283332
               'SDB BOXES LET     : '.                                  01284998
           05  BRNCLRPT-SUM-SDBS           PIC Z(8)9.                   01286664
           05  FILLER                      PIC X(47) VALUE SPACES.      01288330
                                                                        01290000
      ******************************************************************01300000
       PROCEDURE DIVISION.                                              01310000
                                                                        01350000
           PERFORM 2000-LIST-ACCOUNTS THRU 2000-EXIT                    01360000
           PERFORM 3000-LIST-SODDS THRU 3000-EXIT                       01370000
           PERFORM 4000-LIST-BOXES THRU 4000-EXIT                       01375000
                                                                        01380000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    01390000
                                                                        01400000
       1000-INITIALIZE.                                                 01480000
           OPEN INPUT  ACCOUNT-FILE                                     01490000
           OPEN INPUT  SODD-FILE                                        01500000
           OPEN INPUT  SDBOX-FILE                                       01505000
           OPEN INPUT  PARAMETER-FILE                                   01510000
           OPEN OUTPUT BRN-RPT                                          01520000
                                                                        01530000
       3100-EXIT.                                                       02690000
           EXIT.                                                        02700000
                                                                        02710000
      ******************************************************************02710178
      *  4000-LIST-BOXES - EVERY SAFE-DEPOSIT BOX ON THE BRANCH STILL  *02710356
      *  LET.  THE RENTER MUST EMPTY AND GIVE UP THE BOX (SDBMNT)      *02710534
      *  BEFORE THE BRANCH CAN CLOSE.                                  *02710712
      ******************************************************************02710890
       4000-LIST-BOXES.                                                 02711068
           MOVE BRNCLRPT-ARG-SORTCODE                                   02711246
               TO SDBOX-SORTCODE OF SDBOX-FILE-REC                      02711424
           MOVE ZERO TO SDBOX-NUMBER OF SDBOX-FILE-REC                  02711602
           START SDBOX-FILE KEY IS GREATER                              02711780
                 THAN SDBOX-KEY OF SDBOX-FILE-REC                       02711958
               INVALID KEY                                              02712136
                   SET BRNCLRPT-SDB-AT-EOF TO TRUE                      02712314
           END-START                                                    02712492
                                                                        02712670
           PERFORM 4100-LIST-ONE-BOX THRU 4100-EXIT                     02712848
              UNTIL BRNCLRPT-SDB-AT-EOF.                                02713026
       4000-EXIT.                                                       02713204
           EXIT.                                                        02713382
                                                                        02713560
      ******************************************************************02713738
      *  4100-LIST-ONE-BOX - ONE BRANCH SAFE-DEPOSIT BOX.              *02713916
      ******************************************************************02714094
       4100-LIST-ONE-BOX.                                               02714272
           READ SDBOX-FILE NEXT RECORD                                  02714450
               AT END                                                   02714628
                   SET BRNCLRPT-SDB-AT-EOF TO TRUE                      02714806
                   GO TO 4100-EXIT                                      02714984
           END-READ                                                     02715162
                                                                        02715340
           IF SDBOX-SORTCODE OF SDBOX-FILE-REC                          02715518
              NOT = BRNCLRPT-ARG-SORTCODE                               02715696
               SET BRNCLRPT-SDB-AT-EOF TO TRUE                          02715874
               GO TO 4100-EXIT                                          02716052
           END-IF                                                       02716230
                                                                        02716408
           IF NOT SDBOX-LET OF SDBOX-FILE-REC                           02716586
               GO TO 4100-EXIT                                          02716764
           END-IF                                                       02716942
                                                                        02717120
           ADD 1 TO BRNCLRPT-SDB-COUNT                                  02717298
           MOVE SDBOX-NUMBER OF SDBOX-FILE-REC                          02717476
               TO BRNCLRPT-SDB-NUMBER                                   02717654
           MOVE SDBOX-SIZE OF SDBOX-FILE-REC                            02717832
               TO BRNCLRPT-SDB-SIZE                                     02718010
           MOVE SDBOX-CUSTOMER-NUMBER OF SDBOX-FILE-REC                 02718188
               TO BRNCLRPT-SDB-CUSTOMER                                 02718366
           MOVE SDBOX-RENTAL-ACCOUNT OF SDBOX-FILE-REC                  02718544
               TO BRNCLRPT-SDB-ACCOUNT                                  02718722
           MOVE SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC                  02718900
               TO BRNCLRPT-SDB-ARREARS                                  02719078
                                                                        02719256
           WRITE BRN-RPT-LINE FROM BRNCLRPT-SDB-LINE.                   02719434
       4100-EXIT.                                                       02719612
           EXIT.                                                        02719790
                                                                        02719791
      ******************************************************************02720000
      *  8000-PRINT-SUMMARY - WHAT STILL STANDS IN THE WAY.            *02730000
      ******************************************************************02740000
           WRITE BRN-RPT-LINE FROM BRNCLRPT-SUMMARY-LINE-1              02800000
                                                                        02810000
           MOVE BRNCLRPT-SODD-COUNT TO BRNCLRPT-SUM-SODDS               02820000
           WRITE BRN-RPT-LINE FROM BRNCLRPT-SUMMARY-LINE-2              02824000
                                                                        02828000
           MOVE BRNCLRPT-SDB-COUNT TO BRNCLRPT-SUM-SDBS                 02832000
           WRITE BRN-RPT-LINE FROM BRNCLRPT-SUMMARY-LINE-3.             02836000
       8000-EXIT.                                                       02840000
           EXIT.                                                        02850000
                                                                        02860000
       9000-TERMINATE.                                                  02900000
           CLOSE ACCOUNT-FILE                                           02910000
           CLOSE SODD-FILE                                              02920000
           CLOSE SDBOX-FILE                                             02925000
           CLOSE BRN-RPT.                                               02930000
       9000-EXIT.                                                       02940000
           EXIT.                                                        02950000
