      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    BALTOT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  BALTOT - INTER-JOB CONTROL-TOTAL SUBPROGRAM                   *00150000
      *                                                                *00160000
      *  FUNCTION : CALLED BY EVERY POSTING AND EXTRACT JOB (COPYBOOK  *00170000
      *             BALTOTQ IS THE INTERFACE) TO KEEP ITS CONTROL      *00180000
      *             TOTALS - COUNT, DEBIT VALUE AND CREDIT VALUE BY    *00190000
      *             DATE AND TRANSACTION TYPE - FOR BALCHK :           *00200000
      *                                                                *00210000
      *               A - ADD ONE ENTRY TO THE TOTALS.  THE TOTALS     *00220000
      *                   ARE HELD IN STORAGE BETWEEN CALLS, SO A JOB  *00230000
      *                   POSTING A MILLION ENTRIES DOES NOT TOUCH     *00240000
      *                   THE FILE A MILLION TIMES.                    *00250000
      *               W - WRITE THE TOTALS TO THE CONTROL-TOTAL FILE   *00260000
      *                   (COPYBOOK BALTOT) AND CLEAR THEM.            *00270000
      *                                                                *00280000
      *             A PRODUCER'S TOTALS ARE ADDED TO ANY ROW ALREADY   *00290000
      *             ON FILE FOR THE DAY - A JOB RESTARTED FROM ITS     *00300000
      *             CHECKPOINT ONLY SEES WHAT IT POSTS AFTER THE       *00310000
      *             RESTART, AND THE PARTITIONS OF A PARTITIONED JOB   *00320000
      *             SHARE ONE ROW.  A CONSUMER'S TOTALS REPLACE THE    *00330000
      *             ROW, AS A RE-RUN EXTRACT READS THE WHOLE DAY       *00340000
      *             AGAIN.                                             *00350000
      *                                                                *00360000
      *  FILES    : BALTOTF  - VSAM KSDS - CONTROL TOTALS (I-O)        *00370000
      *                                                                *00380000
      *  CHANGE HISTORY                                                *00390000
      *  ----------------------------------------------------------    *00400000
      *  DATE        BY    DESCRIPTION                                 *00410000
      *  2026-10-15  BAG   INITIAL VERSION                             *00420000
      *                                                                *00430000
      ******************************************************************00440000
       ENVIRONMENT DIVISION.                                            00450000
       INPUT-OUTPUT SECTION.                                            00460000
       FILE-CONTROL.                                                    00470000
           SELECT BALTOT-FILE     ASSIGN TO BALTOTF                     00480000
                  ORGANIZATION IS INDEXED                               00490000
                  ACCESS MODE IS RANDOM                                 00500000
                  RECORD KEY IS BALTOT-KEY OF BALTOT-FILE-REC           00510000
                  FILE STATUS IS BALTOT-FILE-STATUS.                    00520000
                                                                        00530000
       DATA DIVISION.                                                   00540000
       FILE SECTION.                                                    00550000
       FD  BALTOT-FILE                                                  00560000
           RECORDING MODE IS F.                                         00570000
       01  BALTOT-FILE-REC.                                             00580000
           COPY BALTOT.                                                 00590000
                                                                        00600000
       WORKING-STORAGE SECTION.                                         00610000
       01  BALTOT-WORK-AREA.                                            00620000
           05  BALTOT-FILE-STATUS          PIC XX.                      00630000
           05  BALTOT-CURRENT-DATE         PIC 9(8)  VALUE ZERO.        00640000
           05  BALTOT-CURRENT-TIME         PIC 9(6).                    00650000
           05  BALTOT-LOST-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 00660000
                                                                        00670000
      *    THE JOB'S TOTALS SO FAR, ONE SLOT PER DATE, FILE AND TYPE.  *00680000
       01  BALTOT-TOTAL-TABLE.                                          00690000
           05  BALTOT-TB-COUNT             PIC 9(4)  COMP VALUE ZERO.   00700000
           05  BALTOT-TB-ENTRY             OCCURS 300 TIMES             00710000
                                           INDEXED BY BALTOT-TB-IDX.    00720000
               10  BALTOT-TB-DATE          PIC 9(8).                    00730000
               10  BALTOT-TB-FILE          PIC X(8).                    00740000
               10  BALTOT-TB-TYPE          PIC X(3).                    00750000
               10  BALTOT-TB-ITEMS         PIC 9(9)  COMP-3.            00760000
               10  BALTOT-TB-DEBIT         PIC 9(13)V99 COMP-3.         00770000
               10  BALTOT-TB-CREDIT        PIC 9(13)V99 COMP-3.         00780000
                                                                        00790000
       01  BUSDATE-REQUEST-AREA.                                        00800000
           COPY BUSDATEQ.                                               00810000
                                                                        00820000
       LINKAGE SECTION.                                                 00830000
       01  BALTOT-CALL-AREA.                                            00840000
           COPY BALTOTQ.                                                00850000
                                                                        00860000
      ******************************************************************00870000
       PROCEDURE DIVISION USING BALTOT-CALL-AREA.                       00880000
      ******************************************************************00890000
       0000-MAINLINE.                                                   00900000
           SET BALTOT-REQ-OK TO TRUE                                    00910000
                                                                        00920000
           IF BALTOT-REQ-WRITE                                          00930000
               PERFORM 2000-WRITE-TOTALS THRU 2000-EXIT                 00940000
           ELSE                                                         00950000
               PERFORM 1000-ADD-ENTRY THRU 1000-EXIT                    00960000
           END-IF                                                       00970000
                                                                        00980000
           GOBACK.                                                      00990000
                                                                        01000000
      ******************************************************************01010000
      *  1000-ADD-ENTRY - FIND (OR ADD) THE SLOT FOR THE ENTRY'S DATE, *01020000
      *  FILE AND TYPE AND ADD THE AMOUNT TO ITS DEBIT OR CREDIT SIDE. *01030000
      *  A ZERO DATE IS TAKEN AS TODAY'S BUSINESS DATE, LOOKED UP      *01040000
      *  ONCE PER RUN.                                                 *01050000
      ******************************************************************01060000
       1000-ADD-ENTRY.                                                  01070000
           IF BALTOT-REQ-DATE = ZERO                                    01080000
               IF BALTOT-CURRENT-DATE = ZERO                            01090000
                   CALL 'BUSDATE' USING BUSDATE-REQUEST                 01100000
                   MOVE BUSDATE-REQ-CURRENT TO BALTOT-CURRENT-DATE      01110000
               END-IF                                                   01120000
               MOVE BALTOT-CURRENT-DATE TO BALTOT-REQ-DATE              01130000
           END-IF                                                       01140000
                                                                        01150000
           SET BALTOT-TB-IDX TO 1                                       01160000
           SEARCH BALTOT-TB-ENTRY                                       01170000
               VARYING BALTOT-TB-IDX                                    01180000
               AT END                                                   01190000
                   ADD 1 TO BALTOT-LOST-COUNT                           01200000
                   SET BALTOT-REQ-FULL TO TRUE                          01210000
                   GO TO 1000-EXIT                                      01220000
               WHEN BALTOT-TB-IDX > BALTOT-TB-COUNT                     01230000
                   ADD 1 TO BALTOT-TB-COUNT                             01240000
                   MOVE BALTOT-REQ-DATE                                 01250000
                       TO BALTOT-TB-DATE(BALTOT-TB-IDX)                 01260000
                   MOVE BALTOT-REQ-FILE                                 01270000
                       TO BALTOT-TB-FILE(BALTOT-TB-IDX)                 01280000
                   MOVE BALTOT-REQ-TYPE                                 01290000
                       TO BALTOT-TB-TYPE(BALTOT-TB-IDX)                 01300000
                   MOVE ZERO TO BALTOT-TB-ITEMS(BALTOT-TB-IDX)          01310000
                   MOVE ZERO TO BALTOT-TB-DEBIT(BALTOT-TB-IDX)          01320000
                   MOVE ZERO TO BALTOT-TB-CREDIT(BALTOT-TB-IDX)         01330000
               WHEN BALTOT-TB-DATE(BALTOT-TB-IDX) = BALTOT-REQ-DATE     01340000
                AND BALTOT-TB-FILE(BALTOT-TB-IDX) = BALTOT-REQ-FILE     01350000
                AND BALTOT-TB-TYPE(BALTOT-TB-IDX) = BALTOT-REQ-TYPE     01360000
                   CONTINUE                                             01370000
           END-SEARCH                                                   01380000
                                                                        01390000
           ADD 1 TO BALTOT-TB-ITEMS(BALTOT-TB-IDX)                      01400000
           IF BALTOT-REQ-AMOUNT < ZERO                                  01410000
               SUBTRACT BALTOT-REQ-AMOUNT                               01420000
                   FROM BALTOT-TB-DEBIT(BALTOT-TB-IDX)                  01430000
           ELSE                                                         01440000
               ADD BALTOT-REQ-AMOUNT                                    01450000
                   TO BALTOT-TB-CREDIT(BALTOT-TB-IDX)                   01460000
           END-IF.                                                      01470000
       1000-EXIT.                                                       01480000
           EXIT.                                                        01490000
                                                                        01500000
      ******************************************************************01510000
      *  2000-WRITE-TOTALS - ONE ROW PER SLOT, THEN CLEAR THE TABLE.   *01520000
      *  IF THE FILE CANNOT BE OPENED THE TOTALS ARE LOST AND BALCHK   *01530000
      *  WILL SHOW THE JOB OUT OF BALANCE - THE SAFE WAY ROUND.        *01540000
      ******************************************************************01550000
       2000-WRITE-TOTALS.                                               01560000
           IF BALTOT-LOST-COUNT > ZERO                                  01570000
               DISPLAY 'BALTOT - ' BALTOT-REQ-JOB ' - TOTALS TABLE '    01580000
                       'FULL, ' BALTOT-LOST-COUNT                       01590000
                       ' ENTRIES NOT TOTALLED'                          01600000
           END-IF                                                       01610000
                                                                        01620000
           IF BALTOT-TB-COUNT = ZERO                                    01630000
               GO TO 2000-EXIT                                          01640000
           END-IF                                                       01650000
                                                                        01660000
           ACCEPT BALTOT-CURRENT-TIME FROM TIME                         01670000
           OPEN I-O BALTOT-FILE                                         01680000
           IF BALTOT-FILE-STATUS NOT = '00'                             01690000
               DISPLAY 'BALTOT - ' BALTOT-REQ-JOB ' - CONTROL TOTAL '   01700000
                       'FILE NOT AVAILABLE, STATUS ' BALTOT-FILE-STATUS 01710000
               GO TO 2000-EXIT                                          01720000
           END-IF                                                       01730000
                                                                        01740000
           PERFORM 2100-WRITE-ONE-ROW THRU 2100-EXIT                    01750000
              VARYING BALTOT-TB-IDX FROM 1 BY 1                         01760000
                UNTIL BALTOT-TB-IDX > BALTOT-TB-COUNT                   01770000
                                                                        01780000
           CLOSE BALTOT-FILE                                            01790000
           MOVE ZERO TO BALTOT-TB-COUNT                                 01800000
           MOVE ZERO TO BALTOT-LOST-COUNT.                              01810000
       2000-EXIT.                                                       01820000
           EXIT.                                                        01830000
                                                                        01840000
      ******************************************************************01850000
      *  2100-WRITE-ONE-ROW - ADD TO (PRODUCER) OR REPLACE (CONSUMER)  *01860000
      *  THE DAY'S ROW FOR THE JOB, FILE AND TYPE.                     *01870000
      ******************************************************************01880000
       2100-WRITE-ONE-ROW.                                              01890000
           MOVE BALTOT-TB-DATE(BALTOT-TB-IDX)                           01900000
               TO BALTOT-RUN-DATE OF BALTOT-FILE-REC                    01910000
           MOVE BALTOT-REQ-JOB TO BALTOT-JOB-NAME OF BALTOT-FILE-REC    01920000
           MOVE BALTOT-TB-FILE(BALTOT-TB-IDX)                           01930000
               TO BALTOT-FILE-NAME OF BALTOT-FILE-REC                   01940000
           MOVE BALTOT-TB-TYPE(BALTOT-TB-IDX)                           01950000
               TO BALTOT-TRAN-TYPE OF BALTOT-FILE-REC                   01960000
                                                                        01970000
           READ BALTOT-FILE                                             01980000
               INVALID KEY                                              01990000
                   CONTINUE                                             02000000
           END-READ                                                     02010000
                                                                        02020000
           IF BALTOT-FILE-STATUS = '00'                                 02030000
              AND BALTOT-REQ-PRODUCER                                   02040000
               ADD BALTOT-TB-ITEMS(BALTOT-TB-IDX)                       02050000
                   TO BALTOT-ITEM-COUNT OF BALTOT-FILE-REC              02060000
               ADD BALTOT-TB-DEBIT(BALTOT-TB-IDX)                       02070000
                   TO BALTOT-DEBIT-VALUE OF BALTOT-FILE-REC             02080000
               ADD BALTOT-TB-CREDIT(BALTOT-TB-IDX)                      02090000
                   TO BALTOT-CREDIT-VALUE OF BALTOT-FILE-REC            02100000
           ELSE                                                         02110000
               MOVE BALTOT-TB-ITEMS(BALTOT-TB-IDX)                      02120000
                   TO BALTOT-ITEM-COUNT OF BALTOT-FILE-REC              02130000
               MOVE BALTOT-TB-DEBIT(BALTOT-TB-IDX)                      02140000
                   TO BALTOT-DEBIT-VALUE OF BALTOT-FILE-REC             02150000
               MOVE BALTOT-TB-CREDIT(BALTOT-TB-IDX)                     02160000
                   TO BALTOT-CREDIT-VALUE OF BALTOT-FILE-REC            02170000
           END-IF                                                       02180000
           MOVE 'BTOT' TO BALTOT-EYECATCHER OF BALTOT-FILE-REC          02190000
           MOVE BALTOT-REQ-SIDE TO BALTOT-SIDE OF BALTOT-FILE-REC       02200000
           MOVE BALTOT-CURRENT-TIME                                     02210000
               TO BALTOT-UPDATE-TIME OF BALTOT-FILE-REC                 02220000
                                                                        02230000
           IF BALTOT-FILE-STATUS = '00'                                 02240000
               REWRITE BALTOT-FILE-REC                                  02250000
           ELSE                                                         02260000
               WRITE BALTOT-FILE-REC                                    02270000
           END-IF.                                                      02280000
       2100-EXIT.                                                       02290000
           EXIT.                                                        02300000
