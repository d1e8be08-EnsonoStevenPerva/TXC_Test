      *             MOVEMENT FROM THE LIVE PROCTRAN FILE AND THE       *00180000
      *             PROCTRAN HISTORY DATASET PROCPRGE WRITES, AND      *00190000
      *             FLAGS EVERY OPEN ACCOUNT WITH NO SUCH MOVEMENT IN  *00200000
      *             THE LAST N MONTHS (SYSTEM PARAMETER DORMSCN        *00206666
      *             DORMANT-MONTHS, DEFAULT 24, SYSIN OVERRIDE)        *00213332
      *             AS DORMANT.  A DORMANT ACCOUNT STAYS VISIBLE BUT   *00220000
      *             XFRFUN AND SODDPAY REFUSE ITS DEBITS UNTIL A       *00230000
      *             DOCUMENTED REACTIVATION THROUGH ACCTSTAT.          *00240000
      *             PROCFILE - VSAM KSDS - TRANSACTION LOG (INPUT)     *00410000
      *             PROCHIST - PROCTRAN HISTORY (INPUT, OPTIONAL)      *00420000
      *             ACTVFILE - VSAM KSDS - LAST-ACTIVITY WORK (I-O)    *00430000
      *             SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS (PARMGET) *00436666
      *             SYSIN    - PARAMETER - DORMANCY MONTHS OVERRIDE    *00443332
      *             DORMRPT  - DORMANCY REGISTER (OUTPUT)              *00450000
      *                                                                *00460000
      *  CHANGE HISTORY                                                *00470000
      *                                                                *00510000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00513333
      *                    SUBSYSTEM AT START AND END                  *00516666
      *  2026-10-15  BAG   DORMANCY WINDOW FROM THE SYSTEM PARAMETER   *00517777
      *                    FILE, SYSIN NOW AN OVERRIDE; VALUE PRINTED  *00518888
      *  2026-10-15  BAG   RAISE THE ACCOUNT VERSION STAMP WHEN AN     *00519258
      *                    ACCOUNT IS MADE DORMANT                     *00519628
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00519752
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00519876
      ******************************************************************00520000
       ENVIRONMENT DIVISION.                                            00530000
       INPUT-OUTPUT SECTION.                                            00540000
           05  DORMSCN-ACCT-EOF-SWITCH     PIC X     VALUE 'N'.         01310000
               88  DORMSCN-ACCT-AT-EOF           VALUE 'Y'.             01320000
           05  DORMSCN-MONTHS              PIC 99    VALUE 24.          01330000
           05  DORMSCN-MONTHS-SOURCE       PIC X(8)  VALUE 'DEFAULT'.   01333333
           05  DORMSCN-MONTHS-EFFECTIVE    PIC 9(8)  VALUE ZERO.        01336666
           05  DORMSCN-CURRENT-DATE        PIC 9(8).                    01340000
           05  DORMSCN-CUTOFF-DATE         PIC 9(8)  VALUE ZERO.        01350000
           05  DORMSCN-CUTOFF-GRP REDEFINES DORMSCN-CUTOFF-DATE.        01360000
           05  DORMSCN-SUM-ALREADY         PIC Z(8)9.                   01810000
           05  FILLER                      PIC X(47) VALUE SPACES.      01820000
                                                                        01830000
       01  DORMSCN-PARM-LINE.                                           01830227
           05  FILLER                      PIC X(20) VALUE              01830454
               'DORMANCY MONTHS   : '.                                  01830681
           05  DORMSCN-PL-VALUE            PIC Z(8)9.                   01830908
           05  FILLER                      PIC X(1)  VALUE SPACE.       01831135
           05  DORMSCN-PL-SOURCE           PIC X(8).                    01831362
           05  FILLER                      PIC X(1)  VALUE SPACE.       01831589
           05  DORMSCN-PL-EFFECTIVE        PIC 9(8)  BLANK WHEN ZERO.   01831816
           05  FILLER                      PIC X(33) VALUE SPACES.      01832043
                                                                        01832270
       01  RUNCTL-REQUEST-AREA.                                         01832500
           COPY RUNCTLQ.                                                01835000
                                                                        01835416
       01  PARMGET-REQUEST-AREA.                                        01835833
           COPY PARMGETQ.                                               01836666
                                                                        01836805
       01  BUSDATE-REQUEST-AREA.                                        01836944
           COPY BUSDATEQ.                                               01837222
                                                                        01837500
      ******************************************************************01840000
       PROCEDURE DIVISION.                                              01850000
                                                                        02000000
      ******************************************************************02010000
      *  1000-INITIALIZE - OPEN THE FILES, ESTABLISH THE DORMANCY      *02020000
      *  WINDOW FROM THE PARAMETER FILE OR SYSIN, AND WORK OUT THE     *02026666
      *  CUTOFF DATE.                                                  *02033332
      ******************************************************************02040000
       1000-INITIALIZE.                                                 02050000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02051000
           OPEN INPUT  PARAMETER-FILE                                   02140000
           OPEN OUTPUT DORM-RPT                                         02150000
                                                                        02160000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02163472
           MOVE BUSDATE-REQ-CURRENT TO DORMSCN-CURRENT-DATE             02166944
                                                                        02170416
           MOVE 'DORMSCN' TO PARMGET-REQ-SUBSYSTEM                      02170833
           MOVE 'DORMANT-MONTHS' TO PARMGET-REQ-NAME                    02171666
           MOVE DORMSCN-CURRENT-DATE TO PARMGET-REQ-AS-OF               02172499
           CALL 'PARMGET' USING PARMGET-REQUEST                         02173332
           IF PARMGET-REQ-FOUND                                         02174165
              AND PARMGET-REQ-NUMBER > ZERO                             02174998
              AND PARMGET-REQ-NUMBER < 100                              02175831
               MOVE PARMGET-REQ-NUMBER TO DORMSCN-MONTHS                02176664
               MOVE 'PARMFILE' TO DORMSCN-MONTHS-SOURCE                 02177497
               MOVE PARMGET-REQ-EFFECTIVE TO DORMSCN-MONTHS-EFFECTIVE   02178330
           END-IF                                                       02179163
                                                                        02180000
           READ PARAMETER-FILE INTO DORMSCN-PARM-REDEF                  02190000
               AT END                                                   02200000
           IF DORMSCN-PARM-TEXT IS NUMERIC                              02240000
              AND DORMSCN-PARM-TEXT NOT = '00'                          02250000
               MOVE DORMSCN-PARM-TEXT TO DORMSCN-MONTHS                 02260000
               MOVE 'SYSIN' TO DORMSCN-MONTHS-SOURCE                    02263333
               MOVE ZERO TO DORMSCN-MONTHS-EFFECTIVE                    02266666
           END-IF                                                       02270000
                                                                        02280000
           CLOSE PARAMETER-FILE                                         02290000
           END-IF                                                       04240000
                                                                        04250000
           SET ACCOUNT-DORMANT OF ACCOUNT-FILE-REC TO TRUE              04260000
           ADD 1 TO ACCOUNT-VERSION OF ACCOUNT-FILE-REC                 04265000
           REWRITE ACCOUNT-FILE-REC                                     04270000
               INVALID KEY                                              04280000
                   DISPLAY 'DORMSCN - CRITICAL - ACCOUNT REWRITE '      04290000
           EXIT.                                                        04730000
                                                                        04740000
      ******************************************************************04750000
      *  8000-PRINT-SUMMARY - WRITE THE RUN TOTALS AND THE DORMANCY    *04756666
      *  WINDOW THE RUN USED.                                          *04763332
      ******************************************************************04770000
       8000-PRINT-SUMMARY.                                              04780000
           MOVE SPACES TO DORM-RPT-LINE                                 04790000
           WRITE DORM-RPT-LINE FROM DORMSCN-SUMMARY-LINE-2              04860000
                                                                        04870000
           MOVE DORMSCN-ALREADY-COUNT TO DORMSCN-SUM-ALREADY            04880000
           WRITE DORM-RPT-LINE FROM DORMSCN-SUMMARY-LINE-3              04882857
                                                                        04885714
           MOVE DORMSCN-MONTHS TO DORMSCN-PL-VALUE                      04888571
           MOVE DORMSCN-MONTHS-SOURCE TO DORMSCN-PL-SOURCE              04891428
           MOVE DORMSCN-MONTHS-EFFECTIVE TO DORMSCN-PL-EFFECTIVE        04894285
           WRITE DORM-RPT-LINE FROM DORMSCN-PARM-LINE.                  04897142
       8000-EXIT.                                                       04900000
           EXIT.                                                        04910000
                                                                        04920000
